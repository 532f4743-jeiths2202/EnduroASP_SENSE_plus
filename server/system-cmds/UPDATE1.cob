      * ON THE PENDAP01 PENDING-APPROVALS FILE (SEE PNDREC) FOR A    *
      * SUPERVISOR TO APPLY OR REJECT THROUGH APPROVE1, WHICH        *
      * JOURNALS THE APPLY THE SAME WAY A DIRECT UPDATE WOULD HAVE.  *
      * AN INTERACTIVE OPERATOR MAY KEY AN EFFECTIVE DATE: A DATE    *
      * LATER THAN TODAY HOLDS THE CHANGE, WITH THE RECORD AS READ   *
      * FOR ITS BEFORE-IMAGE, ON THE SCHED01 SCHEDULED-CHANGES FILE  *
      * (SEE SCHREC). SCHAPL01 POSTS IT ON THAT DATE BY CALLING BACK *
      * HERE IN BATCH MODE, SO THE RECHECK, THE THRESHOLD AND THE    *
      * JOURNAL ALL APPLY THEN. A BATCH CALLER ALWAYS UPDATES TODAY. *
      * RETURN-CODE 0 = UPDATED (OR QUEUED FOR APPROVAL, OR          *
      * SCHEDULED),                                                  *
      * 4 = NOT FOUND (OR DELETED BY ANOTHER SESSION),               *
      * 6 = RECORD CHANGED UNDER A BATCH CALLER,                     *
      * 8 = VALIDATION ERROR                                         *
           SELECT PENDAP01 ASSIGN TO "PENDAP01"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PENDING-STATUS.
           SELECT SCHED01 ASSIGN TO "SCHED01"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SCHED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDAP01.
       COPY PNDREC OF CPYLIB.

       FD  SCHED01.
       COPY SCHREC OF CPYLIB.

       WORKING-STORAGE SECTION.
       01  WS-APPCTL-STATUS    PIC X(02) VALUE "00".
       01  WS-PENDING-STATUS   PIC X(02) VALUE "00".
       01  WS-SCHED-STATUS     PIC X(02) VALUE "00".
       01  WS-MASTER-STATUS    PIC X(02) VALUE "00".
       01  WS-MASTER-OPENED    PIC X(01) VALUE 'N'.
       01  WS-INPUT-LINE       PIC X(40).
           05  WS-THRESHOLD        PIC 9(7)V99 VALUE 0.
           05  WS-AMOUNT-MOVED     PIC S9(8)V99 VALUE 0.

      *    EFFECTIVE-DATE HANDLING (SEE SCHREC). BLANK OR TODAY'S
      *    DATE UPDATES NOW; A LATER DATE SCHEDULES THE CHANGE.
       01  WS-SCHEDULE-CONTROL.
           05  WS-CURRENT-STAMP    PIC X(26).
           05  WS-EFFECTIVE-DATE   PIC X(08).
           05  WS-FUTURE-DATED     PIC X(01) VALUE 'N'.

      *    THE RECORD AS READ, UNPACKED FROM WS-BEFORE-IMAGE SO THE
      *    PRIOR AMOUNT CAN BE COMPARED FIELD TO FIELD.
       COPY MASTREC OF CPYLIB
               DISPLAY "UPDATE1: MASTER FILE NOT FOUND - "
                       MST-KEY OF MST-PARM
           END-IF
           IF RETURN-CODE = 0
               PERFORM ACCEPT-EFFECTIVE-DATE
           END-IF
           IF RETURN-CODE = 0
               PERFORM APPLY-UPDATE-WITH-RECHECK
           END-IF
           CALL "MSTVAL1" USING WS-VALIDATE-MODE, MST-RECORD
           .

      *    ASKED ONCE, BEFORE THE REPLACEMENT DATA, SO A RECORD THAT
      *    MOVES UNDER THE OPERATOR SENDS THEM BACK TO THE DATA
      *    PROMPTS ONLY. ONLY AN INTERACTIVE OPERATOR IS ASKED - A
      *    BATCH CALLER (MAIN001B, OR SCHAPL01 POSTING A SCHEDULED
      *    CHANGE ON ITS DAY) ALWAYS UPDATES TODAY. A DATE IN THE
      *    PAST IS REFUSED RATHER THAN BACKDATED.
       ACCEPT-EFFECTIVE-DATE.
           MOVE 'N' TO WS-FUTURE-DATED
           IF NOT MST-INPUT-BATCH OF MST-PARM
               DISPLAY "UPDATE1: EFFECTIVE DATE (YYYYMMDD, "
                       "BLANK=TODAY) ?"
               ACCEPT WS-EFFECTIVE-DATE
               PERFORM CHECK-EFFECTIVE-DATE
           END-IF
           .

       CHECK-EFFECTIVE-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           IF WS-EFFECTIVE-DATE NOT = SPACES
              AND WS-EFFECTIVE-DATE NOT = WS-CURRENT-STAMP(1:8)
               IF WS-EFFECTIVE-DATE NOT NUMERIC
                  OR WS-EFFECTIVE-DATE(5:2) < "01"
                  OR WS-EFFECTIVE-DATE(5:2) > "12"
                  OR WS-EFFECTIVE-DATE(7:2) < "01"
                  OR WS-EFFECTIVE-DATE(7:2) > "31"
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "UPDATE1: EFFECTIVE DATE MUST BE YYYYMMDD"
               ELSE
                   IF WS-EFFECTIVE-DATE < WS-CURRENT-STAMP(1:8)
                       MOVE 8 TO RETURN-CODE
                       DISPLAY "UPDATE1: EFFECTIVE DATE IS IN THE "
                               "PAST - " WS-EFFECTIVE-DATE
                   ELSE
                       MOVE 'Y' TO WS-FUTURE-DATED
                   END-IF
               END-IF
           END-IF
           .

      *****************************************************************
      * ACCEPT, VALIDATE, RECHECK, REWRITE - LOOPED SO A RECORD THAT  *
      * MOVED UNDER THE OPERATOR SENDS THEM BACK TO THE PROMPTS WITH  *
                   MOVE 'Y' TO WS-UPDATE-DONE
               ELSE
                   PERFORM STAMP-MAINTENANCE-FIELDS
                   IF WS-FUTURE-DATED = 'Y'
                       PERFORM SCHEDULE-FUTURE-UPDATE
                       MOVE 'Y' TO WS-UPDATE-DONE
                   ELSE
                       PERFORM CHECK-APPROVAL-THRESHOLD
                       IF WS-NEEDS-APPROVAL = 'Y'
                           PERFORM QUEUE-PENDING-CHANGE
                           MOVE 'Y' TO WS-UPDATE-DONE
                       ELSE
                           PERFORM RECHECK-CURRENT-RECORD
                           IF RETURN-CODE = 0
                              AND WS-RECORD-MOVED = 'N'
                               PERFORM REWRITE-MASTER-RECORD
                               MOVE 'Y' TO WS-UPDATE-DONE
                           END-IF
                           IF RETURN-CODE NOT = 0
                               MOVE 'Y' TO WS-UPDATE-DONE
                           END-IF
                       END-IF
                   END-IF
               END-IF
                   MST-KEY OF MST-RECORD
           .

      *****************************************************************
      * THE CHANGE IS HELD, NOT REWRITTEN - BEFORE-IMAGE AS READ,    *
      * AFTER-IMAGE AS THE OPERATOR WANTS IT, SAME PAIR AS A         *
      * PENDAP01 ENTRY. SCHAPL01 POSTS IT ONLY IF MASTER01 STILL     *
      * MATCHES THE BEFORE-IMAGE ON THE NIGHT IT FIRES, SO THE       *
      * LOST-UPDATE GUARD HOLDS ACROSS THE WAIT. THE OPEN BOOTSTRAPS *
      * SCHED01 ON FIRST USE, SAME SHAPE AS PENDAP01.                *
      *****************************************************************
       SCHEDULE-FUTURE-UPDATE.
           OPEN EXTEND SCHED01
           IF WS-SCHED-STATUS NOT = "00"
               OPEN OUTPUT SCHED01
               CLOSE SCHED01
               OPEN EXTEND SCHED01
           END-IF
           MOVE SPACES TO SCH-RECORD
           MOVE WS-EFFECTIVE-DATE TO SCH-EFFECTIVE-DATE
           MOVE FUNCTION CURRENT-DATE TO SCH-QUEUED-TS
           MOVE MST-OPERATOR-ID OF MST-PARM TO SCH-OPERATOR-ID
           MOVE 'U' TO SCH-ACTION-CD
           MOVE MST-KEY OF MST-RECORD TO SCH-RECORD-KEY
           MOVE WS-BEFORE-IMAGE TO SCH-BEFORE-IMAGE
           MOVE MST-RECORD TO SCH-AFTER-IMAGE
           MOVE 'P' TO SCH-STATE-CD
           WRITE SCH-RECORD
           CLOSE SCHED01
           MOVE 0 TO RETURN-CODE
           DISPLAY "UPDATE1: CHANGE SCHEDULED FOR "
                   WS-EFFECTIVE-DATE " - " MST-KEY OF MST-RECORD
           .

       REWRITE-MASTER-RECORD.
           REWRITE MST-RECORD
               INVALID KEY
