       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHAPL01.
      *****************************************************************
      * SCHEDULED-CHANGE APPLY - NIGHTLY BATCH JOB. POSTS EVERY      *
      * FUTURE-DATED CREATE1/UPDATE1 CHANGE HELD ON SCHED01 (SEE     *
      * SCHREC) WHOSE EFFECTIVE DATE HAS COME, BY CALLING CREATE1 OR *
      * UPDATE1 IN BATCH MODE THE WAY MAIN001B DOES - SO THE         *
      * APPCTL01 THRESHOLD, THE MAINTENANCE STAMPS AND THE JRNL01    *
      * JOURNAL (UNDER THE ID OF THE OPERATOR WHO SCHEDULED IT) ALL  *
      * APPLY EXACTLY AS FOR A CHANGE KEYED THAT MORNING.            *
      * BEFORE THE CALL EACH DUE ENTRY IS CHECKED AGAINST MASTER01   *
      * AS IT STANDS TONIGHT, THE LOST-UPDATE GUARD CARRIED ACROSS   *
      * THE WAIT:                                                    *
      *   - AN UPDATE WHOSE RECORD NO LONGER MATCHES THE BEFORE-     *
      *     IMAGE TAKEN WHEN IT WAS SCHEDULED (OR IS GONE) IS        *
      *     REFUSED - IT WAS AGREED AGAINST CONTENTS THAT HAVE SINCE *
      *     MOVED, AND IS RE-KEYED AGAINST THE NEW ONES.             *
      *   - A CREATE WHOSE KEY IS NOW ON MASTER01 IS REFUSED.        *
      * EACH ENTRY IS MARKED IN PLACE: 'A' POSTED, 'Q' HANDED ON TO  *
      * PENDAP01 BY THE THRESHOLD (APPROVE1 TAKES IT FROM THERE),    *
      * 'R' REFUSED WITH THE REASON KEPT ON THE ENTRY. ENTRIES NOT   *
      * YET DUE ARE LEFT SCHEDULED.                                  *
      * THE POSTING DATE IS KEYED AT RUN TIME (BLANK = TODAY), SO A  *
      * NIGHT RUN AFTER MIDNIGHT CAN STILL POST FOR THE BUSINESS     *
      * DATE JUST ENDED; A DATE AFTER TODAY IS REFUSED, SINCE IT     *
      * WOULD POST CHANGES EARLY. NO SCHED01 YET MEANS NOTHING WAS   *
      * EVER SCHEDULED - AN EMPTY RUN, NOT AN ERROR.                 *
      * RETURN-CODE 0 = ALL DUE CHANGES POSTED OR QUEUED,            *
      * 4 = ONE OR MORE REFUSED, 8 = BAD POSTING DATE OR FILE ERROR  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED01 ASSIGN TO "SCHED01"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SCHED-STATUS.
           SELECT MASTER01 ASSIGN TO "MASTER01"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MST-KEY OF MST-RECORD
                  ALTERNATE RECORD KEY IS MST-NAME OF MST-RECORD
                      WITH DUPLICATES
                  FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHED01.
       COPY SCHREC OF CPYLIB.

       FD  MASTER01.
       COPY MASTREC OF CPYLIB.

       WORKING-STORAGE SECTION.
       01  WS-SCHED-STATUS     PIC X(02) VALUE "00".
       01  WS-MASTER-STATUS    PIC X(02) VALUE "00".
       01  WS-SCHED-OPENED     PIC X(01) VALUE 'N'.

      *    BATCH-WINDOW INTERLOCK (SEE SYSQREC) - THE POSTING DRIVES
      *    CREATES AND UPDATES AGAINST MASTER01 AND MUST NOT SHARE IT
      *    WITH ONLINE SESSIONS.
       COPY SYSQREC OF CPYLIB.

       01  WS-QUIESCE-SET      PIC X(01) VALUE 'N'.
       01  WS-KEEP-RETURN-CODE PIC S9(4) VALUE 0.

       01  WS-RUN-CONTROL.
           05  WS-CURRENT-STAMP    PIC X(26).
           05  WS-POSTING-DATE     PIC X(08).
           05  WS-DATE-OK          PIC X(01) VALUE 'Y'.
           05  WS-SYSTEM-ID        PIC X(08) VALUE "SCHAPL01".
           05  WS-SCHED-EOF        PIC X(01) VALUE 'N'.
           05  WS-KEY-FOUND        PIC X(01) VALUE 'N'.
           05  WS-MASTER-ERROR     PIC X(01) VALUE 'N'.
           05  WS-REFUSE-REASON    PIC X(30).
           05  WS-CALL-RETURN-CODE PIC S9(4) VALUE 0.
           05  WS-RC-EDIT          PIC ZZZ9.

       01  WS-RUN-TOTALS.
           05  WS-WAITING-COUNT    PIC 9(07) VALUE 0.
           05  WS-NOT-DUE-COUNT    PIC 9(07) VALUE 0.
           05  WS-DUE-COUNT        PIC 9(07) VALUE 0.
           05  WS-POSTED-COUNT     PIC 9(07) VALUE 0.
           05  WS-APPROVAL-COUNT   PIC 9(07) VALUE 0.
           05  WS-REFUSED-COUNT    PIC 9(07) VALUE 0.
           05  WS-ERROR-COUNT      PIC 9(07) VALUE 0.

      *    THE SCHEDULED AFTER-IMAGE, UNPACKED SO ITS DATA FIELDS CAN
      *    BE HANDED ON.
       COPY MASTREC OF CPYLIB
           REPLACING ==MST-RECORD== BY ==APL-AFTER-RECORD==.

      *    THE CHANGE IS HANDED TO CREATE1/UPDATE1 IN THE SAME
      *    REQUEST AREA MAIN001B PASSES - BATCH MODE, THE SCHEDULING
      *    OPERATOR'S ID, AND THE NEW NAME/AMOUNT/STATUS.
       COPY MASTREC OF CPYLIB
           REPLACING ==MST-RECORD== BY ==APL-CALL-PARM==.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           MOVE 0 TO RETURN-CODE
           PERFORM ACCEPT-POSTING-DATE
           IF WS-DATE-OK = 'Y'
               PERFORM MARK-SYSTEM-QUIESCED
               PERFORM OPEN-SCHEDULE-FILE
               IF WS-SCHED-OPENED = 'Y'
                   DISPLAY "SCHAPL01: POSTING SCHEDULED CHANGES DUE "
                           "ON OR BEFORE " WS-POSTING-DATE
                   DISPLAY "-------------------------------------"
                   PERFORM POST-SCHEDULED-CHANGES
                       UNTIL WS-SCHED-EOF = 'Y'
                   CLOSE SCHED01
               END-IF
               PERFORM PRINT-RUN-TOTALS
           END-IF
           IF WS-DATE-OK = 'N' OR WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REFUSED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM CLEAR-SYSTEM-QUIESCED
           GOBACK
           .

       MARK-SYSTEM-QUIESCED.
           MOVE 'S' TO SQC-REQUEST
           MOVE "SCHAPL01" TO SQC-JOB-NAME
           CALL "SYSQSC1" USING SQC-PARM
           MOVE 'Y' TO WS-QUIESCE-SET
           .

      *    THE CALL WOULD OTHERWISE HAND BACK SYSQSC1'S RETURN CODE
      *    IN PLACE OF THIS JOB'S, AND JOBRUN01 DECIDES THE NEXT STEP
      *    ON THIS JOB'S.
       CLEAR-SYSTEM-QUIESCED.
           IF WS-QUIESCE-SET = 'Y'
               MOVE RETURN-CODE TO WS-KEEP-RETURN-CODE
               MOVE 'C' TO SQC-REQUEST
               CALL "SYSQSC1" USING SQC-PARM
               MOVE 'N' TO WS-QUIESCE-SET
               MOVE WS-KEEP-RETURN-CODE TO RETURN-CODE
           END-IF
           .

       ACCEPT-POSTING-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           DISPLAY "SCHAPL01: POSTING DATE (YYYYMMDD, BLANK=TODAY) ?"
           ACCEPT WS-POSTING-DATE
           IF WS-POSTING-DATE = SPACES
               MOVE WS-CURRENT-STAMP(1:8) TO WS-POSTING-DATE
           END-IF
      *    SAME DATE TESTS AS CREATE1/UPDATE1 CHECK-EFFECTIVE-DATE. A
      *    POSTING DATE AFTER TODAY WOULD POST CHANGES BEFORE THEIR
      *    EFFECTIVE DATE, SO ONLY TODAY OR AN EARLIER DATE IS TAKEN.
           IF WS-POSTING-DATE NOT NUMERIC
              OR WS-POSTING-DATE(5:2) < "01"
              OR WS-POSTING-DATE(5:2) > "12"
              OR WS-POSTING-DATE(7:2) < "01"
              OR WS-POSTING-DATE(7:2) > "31"
               MOVE 'N' TO WS-DATE-OK
               DISPLAY "SCHAPL01: POSTING DATE MUST BE YYYYMMDD - "
                       "NOTHING POSTED"
           ELSE
               IF WS-POSTING-DATE > WS-CURRENT-STAMP(1:8)
                   MOVE 'N' TO WS-DATE-OK
                   DISPLAY "SCHAPL01: POSTING DATE " WS-POSTING-DATE
                           " IS AFTER TODAY - NOTHING POSTED"
               END-IF
           END-IF
           .

      *    NO SCHED01 (STATUS 35) IS A SITE WHERE NOTHING WAS EVER
      *    SCHEDULED. ANY OTHER OPEN FAILURE IS A FILE ERROR.
       OPEN-SCHEDULE-FILE.
           MOVE 'N' TO WS-SCHED-OPENED
           OPEN I-O SCHED01
           IF WS-SCHED-STATUS = "00"
               MOVE 'Y' TO WS-SCHED-OPENED
           ELSE
               IF WS-SCHED-STATUS = "35"
                   DISPLAY "SCHAPL01: NO SCHEDULED CHANGES ON FILE"
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "SCHAPL01: SCHEDULE FILE NOT USABLE - "
                           "STATUS " WS-SCHED-STATUS
               END-IF
           END-IF
           .

       POST-SCHEDULED-CHANGES.
           READ SCHED01
               AT END
                   MOVE 'Y' TO WS-SCHED-EOF
               NOT AT END
                   IF SCH-SCHEDULED
                       ADD 1 TO WS-WAITING-COUNT
                       IF SCH-EFFECTIVE-DATE > WS-POSTING-DATE
                           ADD 1 TO WS-NOT-DUE-COUNT
                       ELSE
                           PERFORM POST-ONE-CHANGE
                       END-IF
                   END-IF
           END-READ
           .

      *****************************************************************
      * ONE DUE ENTRY. THE LOST-UPDATE CHECK IS MADE HERE, AGAINST   *
      * THE BEFORE-IMAGE TAKEN WHEN THE CHANGE WAS SCHEDULED;        *
      * CREATE1/UPDATE1 THEN MAKE THEIR OWN CHECKS AS FOR ANY BATCH  *
      * CALLER. A MASTER FILE THAT CANNOT BE READ LEAVES THE ENTRY   *
      * SCHEDULED FOR THE NEXT RUN AND COUNTS AS A FILE ERROR.       *
      *****************************************************************
       POST-ONE-CHANGE.
           ADD 1 TO WS-DUE-COUNT
           MOVE SPACES TO WS-REFUSE-REASON
           PERFORM LOOK-UP-MASTER-KEY
           IF WS-MASTER-ERROR = 'Y'
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR     " SCH-RECORD-KEY
                       " - MASTER FILE NOT USABLE - STATUS "
                       WS-MASTER-STATUS " - LEFT SCHEDULED"
           ELSE
               IF SCH-ACTION-CREATE
                   IF WS-KEY-FOUND = 'Y'
                       MOVE "KEY ALREADY ON MASTER"
                           TO WS-REFUSE-REASON
                   END-IF
               ELSE
                   IF WS-KEY-FOUND = 'N'
                       MOVE "RECORD NO LONGER ON MASTER"
                           TO WS-REFUSE-REASON
                   ELSE
                       IF MST-RECORD NOT = SCH-BEFORE-IMAGE
                           MOVE "RECORD CHANGED SINCE SCHEDULED"
                               TO WS-REFUSE-REASON
                       END-IF
                   END-IF
               END-IF
               IF WS-REFUSE-REASON = SPACES
                   PERFORM CALL-MAINTENANCE-PROGRAM
               END-IF
               IF WS-REFUSE-REASON NOT = SPACES
                   PERFORM REFUSE-SCHEDULED-CHANGE
               END-IF
           END-IF
           .

      *    MASTER01 IS OPENED AND CLOSED AROUND EACH LOOK-UP, SO IT
      *    IS NEVER HELD OPEN HERE WHILE CREATE1/UPDATE1 HAVE IT. NO
      *    MASTER FILE AT ALL (STATUS 35) SIMPLY HAS NO KEYS - CREATE1
      *    BOOTSTRAPS IT ON THE FIRST ADD.
       LOOK-UP-MASTER-KEY.
           MOVE 'N' TO WS-KEY-FOUND
           MOVE 'N' TO WS-MASTER-ERROR
           OPEN INPUT MASTER01
           IF WS-MASTER-STATUS = "00"
               MOVE SCH-RECORD-KEY TO MST-KEY OF MST-RECORD
               READ MASTER01
                   KEY IS MST-KEY OF MST-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-KEY-FOUND
               END-READ
               CLOSE MASTER01
           ELSE
               IF WS-MASTER-STATUS NOT = "35"
                   MOVE 'Y' TO WS-MASTER-ERROR
               END-IF
           END-IF
           .

       CALL-MAINTENANCE-PROGRAM.
           MOVE SCH-AFTER-IMAGE TO APL-AFTER-RECORD
           MOVE SPACES TO APL-CALL-PARM
           MOVE SCH-RECORD-KEY TO MST-KEY OF APL-CALL-PARM
           MOVE 'B' TO MST-INPUT-MODE OF APL-CALL-PARM
           MOVE SCH-OPERATOR-ID TO MST-OPERATOR-ID OF APL-CALL-PARM
           MOVE MST-NAME OF APL-AFTER-RECORD
               TO MST-NAME OF APL-CALL-PARM
           MOVE MST-AMOUNT OF APL-AFTER-RECORD
               TO MST-AMOUNT OF APL-CALL-PARM
           MOVE MST-STATUS-CD OF APL-AFTER-RECORD
               TO MST-STATUS-CD OF APL-CALL-PARM
           IF SCH-ACTION-CREATE
               CALL "CREATE1" USING APL-CALL-PARM
           ELSE
               CALL "UPDATE1" USING APL-CALL-PARM
           END-IF
           MOVE RETURN-CODE TO WS-CALL-RETURN-CODE
           IF WS-CALL-RETURN-CODE = 0
               PERFORM MARK-POSTED-OR-QUEUED
           ELSE
               MOVE WS-CALL-RETURN-CODE TO WS-RC-EDIT
               IF SCH-ACTION-CREATE
                   STRING "CREATE1 RETURN CODE " WS-RC-EDIT
                       DELIMITED BY SIZE
                       INTO WS-REFUSE-REASON
               ELSE
                   STRING "UPDATE1 RETURN CODE " WS-RC-EDIT
                       DELIMITED BY SIZE
                       INTO WS-REFUSE-REASON
               END-IF
           END-IF
           .

      *****************************************************************
      * RETURN CODE 0 COVERS BOTH A POSTED CHANGE AND ONE THE        *
      * APPCTL01 THRESHOLD PARKED ON PENDAP01. MASTER01 TELLS THEM   *
      * APART: A POSTED ADD PUT THE KEY THERE, A POSTED UPDATE MOVED *
      * THE RECORD OFF ITS BEFORE-IMAGE (THE MAINTENANCE STAMP ALONE *
      * IS ENOUGH TO DO THAT).                                       *
      *****************************************************************
       MARK-POSTED-OR-QUEUED.
           PERFORM LOOK-UP-MASTER-KEY
           IF WS-KEY-FOUND = 'Y'
              AND (SCH-ACTION-CREATE
                   OR MST-RECORD NOT = SCH-BEFORE-IMAGE)
               MOVE 'A' TO SCH-STATE-CD
               ADD 1 TO WS-POSTED-COUNT
               DISPLAY "POSTED    " SCH-RECORD-KEY " ACTION "
                       SCH-ACTION-CD " EFFECTIVE "
                       SCH-EFFECTIVE-DATE " BY " SCH-OPERATOR-ID
           ELSE
               MOVE 'Q' TO SCH-STATE-CD
               ADD 1 TO WS-APPROVAL-COUNT
               DISPLAY "APPROVAL  " SCH-RECORD-KEY " ACTION "
                       SCH-ACTION-CD " EFFECTIVE "
                       SCH-EFFECTIVE-DATE " - QUEUED ON PENDAP01"
           END-IF
           MOVE FUNCTION CURRENT-DATE TO SCH-DECIDED-TS
           MOVE WS-SYSTEM-ID TO SCH-DECIDED-BY
           REWRITE SCH-RECORD
           .

       REFUSE-SCHEDULED-CHANGE.
           MOVE 'R' TO SCH-STATE-CD
           MOVE FUNCTION CURRENT-DATE TO SCH-DECIDED-TS
           MOVE WS-SYSTEM-ID TO SCH-DECIDED-BY
           MOVE WS-REFUSE-REASON TO SCH-REASON
           REWRITE SCH-RECORD
           ADD 1 TO WS-REFUSED-COUNT
           DISPLAY "REFUSED   " SCH-RECORD-KEY " ACTION "
                   SCH-ACTION-CD " EFFECTIVE " SCH-EFFECTIVE-DATE
                   " - " WS-REFUSE-REASON
           .

       PRINT-RUN-TOTALS.
           DISPLAY "-------------------------------------"
           DISPLAY "SCHEDULED CHANGES WAITING - " WS-WAITING-COUNT
           DISPLAY "NOT YET DUE               - " WS-NOT-DUE-COUNT
           DISPLAY "DUE                       - " WS-DUE-COUNT
           DISPLAY "POSTED                    - " WS-POSTED-COUNT
           DISPLAY "QUEUED FOR APPROVAL       - " WS-APPROVAL-COUNT
           DISPLAY "REFUSED                   - " WS-REFUSED-COUNT
           DISPLAY "FILE ERRORS               - " WS-ERROR-COUNT
           .
