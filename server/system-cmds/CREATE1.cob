      * PENDING-APPROVALS FILE (SEE PNDREC) FOR A SUPERVISOR TO      *
      * APPLY OR REJECT THROUGH APPROVE1, WHICH JOURNALS THE APPLY   *
      * THE SAME WAY A DIRECT ADD WOULD HAVE BEEN.                   *
      * AN INTERACTIVE OPERATOR MAY KEY AN EFFECTIVE DATE: A DATE    *
      * LATER THAN TODAY HOLDS THE NEW RECORD ON THE SCHED01         *
      * SCHEDULED-CHANGES FILE (SEE SCHREC) AND SCHAPL01 ADDS IT ON  *
      * THAT DATE BY CALLING BACK HERE IN BATCH MODE - THE THRESHOLD *
      * CHECK AND THE JOURNAL ARE TAKEN THEN, NOT NOW. A BATCH       *
      * CALLER ALWAYS ADDS TODAY.                                    *
      * RETURN-CODE 0 = ADDED (OR QUEUED FOR APPROVAL, OR SCHEDULED),*
      * 8 = VALIDATION OR DUPLICATE KEY ERROR                        *
      *****************************************************************

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
       01  WS-MASTER-STATUS    PIC X(02) VALUE "00".
       01  WS-MASTER-OPENED    PIC X(01) VALUE 'N'.
       01  WS-APPCTL-STATUS    PIC X(02) VALUE "00".
       01  WS-PENDING-STATUS   PIC X(02) VALUE "00".
       01  WS-SCHED-STATUS     PIC X(02) VALUE "00".
       01  WS-INPUT-LINE       PIC X(40).
       01  WS-VALIDATE-MODE    PIC X(01) VALUE 'F'.

           05  WS-THRESHOLD        PIC 9(7)V99 VALUE 0.
           05  WS-AMOUNT-MOVED     PIC S9(8)V99 VALUE 0.

      *    EFFECTIVE-DATE HANDLING (SEE SCHREC). BLANK OR TODAY'S
      *    DATE ADDS THE RECORD NOW; A LATER DATE SCHEDULES IT.
       01  WS-SCHEDULE-CONTROL.
           05  WS-CURRENT-STAMP    PIC X(26).
           05  WS-EFFECTIVE-DATE   PIC X(08).
           05  WS-FUTURE-DATED     PIC X(01) VALUE 'N'.

       COPY JRNLREC OF CPYLIB.

       LINKAGE SECTION.
           IF WS-MASTER-OPENED = 'Y'
               PERFORM ACCEPT-NEW-RECORD
               PERFORM VALIDATE-NEW-RECORD
               IF RETURN-CODE = 0
                   PERFORM ACCEPT-EFFECTIVE-DATE
               END-IF
               IF RETURN-CODE = 0
                   PERFORM STAMP-MAINTENANCE-FIELDS
                   IF WS-FUTURE-DATED = 'Y'
                       PERFORM SCHEDULE-FUTURE-CREATE
                   ELSE
                       PERFORM CHECK-APPROVAL-THRESHOLD
                       IF WS-NEEDS-APPROVAL = 'Y'
                           PERFORM QUEUE-PENDING-CHANGE
                       ELSE
                           PERFORM WRITE-MASTER-RECORD
                       END-IF
                   END-IF
               END-IF
               PERFORM CLOSE-MASTER-FILE
           CALL "MSTVAL1" USING WS-VALIDATE-MODE, MST-RECORD
           .

      *    ONLY AN INTERACTIVE OPERATOR IS ASKED - A BATCH CALLER
      *    (MAIN001B, OR SCHAPL01 POSTING A SCHEDULED ADD ON ITS DAY)
      *    ALWAYS ADDS TODAY. A DATE IN THE PAST IS REFUSED RATHER
      *    THAN BACKDATED.
       ACCEPT-EFFECTIVE-DATE.
           MOVE 'N' TO WS-FUTURE-DATED
           IF NOT MST-INPUT-BATCH OF MST-PARM
               DISPLAY "CREATE1: EFFECTIVE DATE (YYYYMMDD, "
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
                   DISPLAY "CREATE1: EFFECTIVE DATE MUST BE YYYYMMDD"
               ELSE
                   IF WS-EFFECTIVE-DATE < WS-CURRENT-STAMP(1:8)
                       MOVE 8 TO RETURN-CODE
                       DISPLAY "CREATE1: EFFECTIVE DATE IS IN THE "
                               "PAST - " WS-EFFECTIVE-DATE
                   ELSE
                       MOVE 'Y' TO WS-FUTURE-DATED
                   END-IF
               END-IF
           END-IF
           .

      *    A BRAND-NEW RECORD WAS CREATED AND LAST MAINTAINED AT THE
      *    SAME MOMENT BY THE SAME OPERATOR - THE ID MAIN001/MAIN001B
      *    SUPPLIES IN MST-PARM.
                   "QUEUED FOR SUPERVISOR - " MST-KEY OF MST-RECORD
           .

      *****************************************************************
      * THE ADD IS HELD, NOT WRITTEN. THE KEY MUST STILL BE FREE     *
      * TODAY - A DUPLICATE IS REFUSED NOW, NOT DISCOVERED ON THE    *
      * NIGHT IT FIRES (SCHAPL01 LOOKS AGAIN THEN, SINCE THE KEY MAY *
      * BE TAKEN MEANWHILE). THE START LEAVES THE RECORD AREA - AND  *
      * SO THE OPERATOR'S NEW RECORD - AS IT IS. THE OPEN BOOTSTRAPS *
      * SCHED01 ON FIRST USE, SAME SHAPE AS PENDAP01.                *
      *****************************************************************
       SCHEDULE-FUTURE-CREATE.
           START MASTER01
               KEY IS EQUAL TO MST-KEY OF MST-RECORD
               INVALID KEY
                   PERFORM WRITE-SCHEDULED-CHANGE
               NOT INVALID KEY
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "CREATE1: DUPLICATE KEY - "
                           MST-KEY OF MST-RECORD
           END-START
           .

       WRITE-SCHEDULED-CHANGE.
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
           MOVE 'C' TO SCH-ACTION-CD
           MOVE MST-KEY OF MST-RECORD TO SCH-RECORD-KEY
           MOVE SPACES TO SCH-BEFORE-IMAGE
           MOVE MST-RECORD TO SCH-AFTER-IMAGE
           MOVE 'P' TO SCH-STATE-CD
           WRITE SCH-RECORD
           CLOSE SCHED01
           MOVE MST-RECORD TO MST-PARM
           MOVE 0 TO RETURN-CODE
           DISPLAY "CREATE1: ADD SCHEDULED FOR " WS-EFFECTIVE-DATE
                   " - " MST-KEY OF MST-RECORD
           .

       WRITE-MASTER-RECORD.
           WRITE MST-RECORD
               INVALID KEY
