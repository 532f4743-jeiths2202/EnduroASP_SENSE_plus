       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRMSWP01.
      *****************************************************************
      * DORMANT ACCOUNT SWEEP - SCHEDULED BATCH JOB. WALKS MASTER01  *
      * AGAINST THE SITE-SET LIMITS ON DRMCTL01 (SEE DRMREC):        *
      *   - AN ACTIVE RECORD WITH NO MAINTENANCE FOR THE INACTIVE    *
      *     LIMIT IS SET INACTIVE ('I'), STAMPED AND JOURNALED       *
      *     'U' UNDER THE SWEEP'S SYSTEM OPERATOR ID                 *
      *   - AN INACTIVE RECORD WITH A ZERO AMOUNT AND NO MAINTENANCE *
      *     FOR THE RETIRE LIMIT IS RETIRED THROUGH DELETE1 ITSELF,  *
      *     SO IT IS PARKED ON ARCHIV01 WITH ITS CONTACT, JOURNALED  *
      *     'D', AND RESTORABLE THROUGH RESTORE1 LIKE ANY DELETE     *
      *   - AN INACTIVE RECORD PAST THE RETIRE LIMIT THAT STILL      *
      *     CARRIES AN AMOUNT IS ONLY FLAGGED - MONEY IS NEVER       *
      *     RETIRED BY A SWEEP                                       *
      * THE MAINTENANCE DATE IS MST-MAINT-TS, OR MST-CREATED-TS FOR  *
      * A RECORD NEVER MAINTAINED; A RECORD WITH NEITHER STAMP       *
      * PREDATES THE STAMPS AND COUNTS AS DORMANT.                   *
      * THE MODE IS KEYED AT RUN TIME:                               *
      *   R - REPORT ONLY. NOTHING IS CHANGED; EVERY RECORD THAT     *
      *       WOULD BE CHANGED IS LISTED AS FLAGGED, SO THE LIST CAN *
      *       BE REVIEWED BEFORE THE FIRST LIVE RUN.                 *
      *   L - LIVE. CHANGES ARE MADE AND LISTED AS CHANGED.          *
      * RETIREMENTS ARE COLLECTED ON THE PASS AND HANDED TO DELETE1  *
      * AFTER MASTER01 IS CLOSED; MORE THAN 5000 IN ONE RUN LEAVES   *
      * THE REST FLAGGED FOR THE NEXT RUN.                           *
      * RETURN-CODE 0 = SWEEP COMPLETED, 8 = BAD MODE, FILE ERROR,   *
      * OR A RETIREMENT DELETE1 REFUSED                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER01 ASSIGN TO "MASTER01"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MST-KEY OF MST-RECORD
                  ALTERNATE RECORD KEY IS MST-NAME OF MST-RECORD
                      WITH DUPLICATES
                  FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL DRMCTL01 ASSIGN TO "DRMCTL01"
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER01.
       COPY MASTREC OF CPYLIB.

       FD  DRMCTL01.
       COPY DRMREC OF CPYLIB.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS    PIC X(02) VALUE "00".

      *    BATCH-WINDOW INTERLOCK (SEE SYSQREC) - AN ONLINE UPDATE
      *    MUST NOT LAND BETWEEN THE SWEEP'S READ AND ITS REWRITE.
       COPY SYSQREC OF CPYLIB.

       01  WS-QUIESCE-SET      PIC X(01) VALUE 'N'.
       01  WS-KEEP-RETURN-CODE PIC S9(4) VALUE 0.

       01  WS-SWEEP-LIMITS.
           05  WS-INACTIVE-MONTHS  PIC 9(03) VALUE 24.
           05  WS-RETIRE-MONTHS    PIC 9(03) VALUE 12.
           05  WS-SYSTEM-ID        PIC X(08) VALUE "DRMSWP01".
           05  WS-INACTIVE-CUTOFF  PIC X(08).
           05  WS-RETIRE-CUTOFF    PIC X(08).

       01  WS-RUN-CONTROL.
           05  WS-SWEEP-MODE       PIC X(01).
               88  WS-MODE-REPORT      VALUE 'R'.
               88  WS-MODE-LIVE        VALUE 'L'.
           05  WS-CURRENT-STAMP    PIC X(26).
           05  WS-MASTER-EOF       PIC X(01) VALUE 'N'.
           05  WS-LAST-MAINT-DATE  PIC X(08).
           05  WS-BEFORE-IMAGE     PIC X(134).
           05  WS-READ-COUNT       PIC 9(07) VALUE 0.
           05  WS-INACTIVATED-COUNT PIC 9(07) VALUE 0.
           05  WS-RETIRED-COUNT    PIC 9(07) VALUE 0.
           05  WS-FLAGGED-COUNT    PIC 9(07) VALUE 0.
           05  WS-ERROR-COUNT      PIC 9(07) VALUE 0.
           05  WS-FLAG-REASON      PIC X(30).

      *    WORK FIELDS FOR TAKING A NUMBER OF MONTHS OFF TODAY'S DATE.
       01  WS-CUTOFF-FIELDS.
           05  WS-CUTOFF-MONTHS    PIC 9(03).
           05  WS-CUTOFF-DATE      PIC X(08).
           05  WS-TODAY-YEAR       PIC 9(04).
           05  WS-TODAY-MONTH      PIC 9(02).
           05  WS-MONTH-NUMBER     PIC 9(06).
           05  WS-CUTOFF-YEAR      PIC 9(04).
           05  WS-CUTOFF-MONTH     PIC 9(02).

      *    KEYS TO RETIRE, HANDED TO DELETE1 ONCE THE PASS IS DONE.
       01  WS-RETIRE-TABLE.
           05  WS-RTR-COUNT        PIC 9(04) VALUE 0.
           05  WS-RTR-KEY          OCCURS 5000 TIMES PIC X(10).
       01  WS-RTR-IDX          PIC 9(04) VALUE 0.

      *    THE RETIRING KEY IS HANDED TO DELETE1 IN THE SAME REQUEST
      *    AREA MAIN001 PASSES IT.
       COPY MASTREC OF CPYLIB
           REPLACING ==MST-RECORD== BY ==DRM-DELETE-PARM==.

       01  WS-AMOUNT-EDIT      PIC -9(7).99.

       COPY JRNLREC OF CPYLIB.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           MOVE 0 TO RETURN-CODE
           PERFORM READ-SWEEP-LIMITS
           PERFORM ACCEPT-SWEEP-MODE
           IF RETURN-CODE = 0
               PERFORM MARK-SYSTEM-QUIESCED
               PERFORM OPEN-MASTER-FILE
           END-IF
           IF RETURN-CODE = 0
               DISPLAY "DRMSWP01: DORMANT SWEEP - MODE " WS-SWEEP-MODE
                       " - INACTIVE BEFORE " WS-INACTIVE-CUTOFF
                       " - RETIRE BEFORE " WS-RETIRE-CUTOFF
               DISPLAY "-------------------------------------"
               PERFORM SWEEP-MASTER-RECORDS
                   UNTIL WS-MASTER-EOF = 'Y'
               CLOSE MASTER01
               PERFORM VARYING WS-RTR-IDX FROM 1 BY 1
                       UNTIL WS-RTR-IDX > WS-RTR-COUNT
                   PERFORM RETIRE-ONE-KEY
               END-PERFORM
               PERFORM PRINT-SWEEP-TOTALS
               IF WS-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM CLEAR-SYSTEM-QUIESCED
           GOBACK
           .

       MARK-SYSTEM-QUIESCED.
           MOVE 'S' TO SQC-REQUEST
           MOVE "DRMSWP01" TO SQC-JOB-NAME
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

      *    DRMCTL01 IS OPTIONAL - ABSENT OR UNREADABLE MEANS THE
      *    COMPILED-IN DEFAULTS APPLY, FIELD BY FIELD.
       READ-SWEEP-LIMITS.
           OPEN INPUT DRMCTL01
           READ DRMCTL01
               AT END
                   CONTINUE
               NOT AT END
                   IF DRM-INACTIVE-MONTHS NUMERIC
                       MOVE DRM-INACTIVE-MONTHS TO WS-INACTIVE-MONTHS
                   END-IF
                   IF DRM-RETIRE-MONTHS NUMERIC
                       MOVE DRM-RETIRE-MONTHS TO WS-RETIRE-MONTHS
                   END-IF
                   IF DRM-SYSTEM-ID NOT = SPACES
                       MOVE DRM-SYSTEM-ID TO WS-SYSTEM-ID
                   END-IF
           END-READ
           CLOSE DRMCTL01
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-INACTIVE-MONTHS TO WS-CUTOFF-MONTHS
           PERFORM COMPUTE-CUTOFF-DATE
           MOVE WS-CUTOFF-DATE TO WS-INACTIVE-CUTOFF
           MOVE WS-RETIRE-MONTHS TO WS-CUTOFF-MONTHS
           PERFORM COMPUTE-CUTOFF-DATE
           MOVE WS-CUTOFF-DATE TO WS-RETIRE-CUTOFF
           .

      *    TODAY LESS WS-CUTOFF-MONTHS, SAME DAY OF THE MONTH. THE
      *    RESULT IS ONLY EVER COMPARED AS A STRING AGAINST A
      *    TIMESTAMP'S DATE, SO A DAY PAST THE END OF A SHORT MONTH
      *    ("20240231") STILL SORTS IN THE RIGHT PLACE. A LIMIT OF
      *    ZERO GIVES A BLANK CUTOFF, WHICH NOTHING IS OLDER THAN.
       COMPUTE-CUTOFF-DATE.
           MOVE SPACES TO WS-CUTOFF-DATE
           IF WS-CUTOFF-MONTHS > 0
               MOVE WS-CURRENT-STAMP(1:4) TO WS-TODAY-YEAR
               MOVE WS-CURRENT-STAMP(5:2) TO WS-TODAY-MONTH
               COMPUTE WS-MONTH-NUMBER = WS-TODAY-YEAR * 12
                       + WS-TODAY-MONTH - 1 - WS-CUTOFF-MONTHS
               DIVIDE WS-MONTH-NUMBER BY 12
                   GIVING WS-CUTOFF-YEAR
                   REMAINDER WS-CUTOFF-MONTH
               ADD 1 TO WS-CUTOFF-MONTH
               STRING WS-CUTOFF-YEAR WS-CUTOFF-MONTH
                      WS-CURRENT-STAMP(7:2)
                   DELIMITED BY SIZE
                   INTO WS-CUTOFF-DATE
           END-IF
           .

       ACCEPT-SWEEP-MODE.
           DISPLAY "DRMSWP01: MODE ? (R=REPORT ONLY L=LIVE)"
           ACCEPT WS-SWEEP-MODE
           IF NOT (WS-MODE-REPORT OR WS-MODE-LIVE)
               MOVE 8 TO RETURN-CODE
               DISPLAY "DRMSWP01: MODE MUST BE R OR L - "
                       WS-SWEEP-MODE
           END-IF
           .

      *    A REPORT-ONLY RUN STILL OPENS I-O SO IT FAILS THE SAME WAY
      *    THE LIVE RUN WOULD - IT SIMPLY NEVER REWRITES.
       OPEN-MASTER-FILE.
           OPEN I-O MASTER01
           IF WS-MASTER-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               DISPLAY "DRMSWP01: MASTER FILE NOT USABLE - STATUS "
                       WS-MASTER-STATUS " - NOTHING SWEPT"
           END-IF
           .

       SWEEP-MASTER-RECORDS.
           READ MASTER01 NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM FIND-LAST-MAINT-DATE
                   IF MST-ACTIVE OF MST-RECORD
                       IF WS-INACTIVE-CUTOFF NOT = SPACES
                          AND WS-LAST-MAINT-DATE < WS-INACTIVE-CUTOFF
                           PERFORM SWEEP-DORMANT-RECORD
                       END-IF
                   ELSE
                       IF MST-INACTIVE OF MST-RECORD
                          AND WS-RETIRE-CUTOFF NOT = SPACES
                          AND WS-LAST-MAINT-DATE < WS-RETIRE-CUTOFF
                           PERFORM SWEEP-RETIRABLE-RECORD
                       END-IF
                   END-IF
           END-READ
           .

       FIND-LAST-MAINT-DATE.
           IF MST-MAINT-TS OF MST-RECORD NOT = SPACES
               MOVE MST-MAINT-TS OF MST-RECORD(1:8)
                   TO WS-LAST-MAINT-DATE
           ELSE
               MOVE MST-CREATED-TS OF MST-RECORD(1:8)
                   TO WS-LAST-MAINT-DATE
           END-IF
           .

       SWEEP-DORMANT-RECORD.
           IF WS-MODE-REPORT
               MOVE "WOULD SET INACTIVE" TO WS-FLAG-REASON
               PERFORM PRINT-FLAGGED-LINE
           ELSE
               MOVE MST-RECORD TO WS-BEFORE-IMAGE
               MOVE 'I' TO MST-STATUS-CD OF MST-RECORD
               MOVE FUNCTION CURRENT-DATE
                   TO MST-MAINT-TS OF MST-RECORD
               MOVE WS-SYSTEM-ID TO MST-MAINT-BY OF MST-RECORD
               REWRITE MST-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "DRMSWP01: REWRITE FAILED - "
                               MST-KEY OF MST-RECORD
                   NOT INVALID KEY
                       PERFORM WRITE-JOURNAL-RECORD
                       ADD 1 TO WS-INACTIVATED-COUNT
                       PERFORM PRINT-INACTIVATED-LINE
               END-REWRITE
           END-IF
           .

       SWEEP-RETIRABLE-RECORD.
           IF MST-AMOUNT OF MST-RECORD NOT = 0
               MOVE "AMOUNT ON FILE - NOT RETIRED" TO WS-FLAG-REASON
               PERFORM PRINT-FLAGGED-LINE
           ELSE
               IF WS-MODE-REPORT
                   MOVE "WOULD RETIRE" TO WS-FLAG-REASON
                   PERFORM PRINT-FLAGGED-LINE
               ELSE
                   IF WS-RTR-COUNT < 5000
                       ADD 1 TO WS-RTR-COUNT
                       MOVE MST-KEY OF MST-RECORD
                           TO WS-RTR-KEY(WS-RTR-COUNT)
                   ELSE
                       MOVE "RETIRE DEFERRED TO NEXT RUN"
                           TO WS-FLAG-REASON
                       PERFORM PRINT-FLAGGED-LINE
                   END-IF
               END-IF
           END-IF
           .

      *    THE SWEEP JOURNALS UNDER ITS OWN SYSTEM ID, SO JRNHIST1
      *    SHOWS AT A GLANCE WHICH STATUS CHANGES NO OPERATOR MADE.
       WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
           MOVE WS-SYSTEM-ID TO JRN-OPERATOR-ID
           MOVE 'U' TO JRN-ACTION-CD
           MOVE MST-KEY OF MST-RECORD TO JRN-RECORD-KEY
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE MST-RECORD TO JRN-AFTER-IMAGE
           CALL "JRNWRT1" USING JRN-RECORD
           .

       RETIRE-ONE-KEY.
           MOVE SPACES TO DRM-DELETE-PARM
           MOVE WS-RTR-KEY(WS-RTR-IDX) TO MST-KEY OF DRM-DELETE-PARM
           MOVE WS-SYSTEM-ID TO MST-OPERATOR-ID OF DRM-DELETE-PARM
           CALL "DELETE1" USING DRM-DELETE-PARM
           IF RETURN-CODE = 0
               ADD 1 TO WS-RETIRED-COUNT
               DISPLAY "CHANGED  " WS-RTR-KEY(WS-RTR-IDX)
                       "  RETIRED TO ARCHIVE"
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "DRMSWP01: RETIRE FAILED - "
                       WS-RTR-KEY(WS-RTR-IDX)
           END-IF
           MOVE 0 TO RETURN-CODE
           .

       PRINT-INACTIVATED-LINE.
           DISPLAY "CHANGED  " MST-KEY OF MST-RECORD "  "
                   MST-NAME OF MST-RECORD "  LAST MAINT "
                   WS-LAST-MAINT-DATE "  SET INACTIVE"
           .

       PRINT-FLAGGED-LINE.
           ADD 1 TO WS-FLAGGED-COUNT
           MOVE MST-AMOUNT OF MST-RECORD TO WS-AMOUNT-EDIT
           DISPLAY "FLAGGED  " MST-KEY OF MST-RECORD "  "
                   MST-NAME OF MST-RECORD "  LAST MAINT "
                   WS-LAST-MAINT-DATE "  " WS-AMOUNT-EDIT "  "
                   WS-FLAG-REASON
           .

       PRINT-SWEEP-TOTALS.
           DISPLAY "-------------------------------------"
           DISPLAY "MASTER RECORDS READ   - " WS-READ-COUNT
           DISPLAY "SET INACTIVE          - " WS-INACTIVATED-COUNT
           DISPLAY "RETIRED TO ARCHIVE    - " WS-RETIRED-COUNT
           DISPLAY "FLAGGED ONLY          - " WS-FLAGGED-COUNT
           DISPLAY "ERRORS                - " WS-ERROR-COUNT
           .
