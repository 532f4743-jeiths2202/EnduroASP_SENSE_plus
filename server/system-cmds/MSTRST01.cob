       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRST01.
      *****************************************************************
      * POINT-IN-TIME RESTORE - PUTS MASTER01 AND CONTACT01 BACK AS  *
      * THEY STOOD AT A REQUESTED TIME, IN ONE SUPERVISED RUN:       *
      *   1. THE SUPERVISOR SIGNS ON WITH THE SAME SUPV01 CODE       *
      *      APPROVE1 TAKES (AND, WHERE OPRPRF01 PROFILES ARE        *
      *      KEPT, WITH THEIR OWN OPRAUTH1 SIGN-ON CODE, AS IN       *
      *      APPROVE1), AND KEYS THE TARGET TIME (THE SAME           *
      *      JRN-TIMESTAMP FORM MSTRCVR1 TAKES - BLANK = REPLAY THE  *
      *      WHOLE JOURNAL) AND, OPTIONALLY, THE DATE OF THE BACKUP  *
      *      COPY TO START FROM (BLANK = THE NEWEST COPY CATALOGUED  *
      *      ON GENCAT01 WHOSE JOURNAL STAMP IS NOT LATER THAN THE   *
      *      TARGET).                                                *
      *   2. BOTH MSTBKP01 COPIES (SEE BKPREC) ARE READ THROUGH ONCE *
      *      AND REFUSED UNLESS HEADER AND TRAILER CHECK OUT. THE    *
      *      RETAINED JOURNAL IS CHECKED TO REACH BACK TO THE COPY - *
      *      IF HSKEEP01 HAS PURGED GENERATIONS THE REPLAY NEEDS,    *
      *      THE SUPERVISOR IS TOLD SO BEFORE CONFIRMING.            *
      *   3. ON CONFIRMATION, WITH THE SYSTEM QUIESCED, MASTER01 AND *
      *      CONTACT01 ARE RECREATED FROM THE COPIES - WHICH         *
      *      REBUILDS THEIR INDEXES, THE MST-NAME ALTERNATE KEY      *
      *      INCLUDED - AND EVERY JOURNAL ENTRY AFTER THE COPY'S     *
      *      STAMP UP TO AND INCLUDING THE TARGET IS RE-APPLIED      *
      *      THROUGH JRNRDR1, OLDEST FIRST, THE WAY MSTRCVR1'S       *
      *      FORWARD REPLAY DOES IT: A CREATE OR UPDATE HAS ITS      *
      *      AFTER-IMAGE WRITTEN, A DELETE IS DELETED AGAIN - AND    *
      *      SINCE DELETE1 TAKES THE CONTACT WITH THE MASTER, SO     *
      *      DOES THE REPLAYED DELETE.                               *
      * CONTACT MAINTENANCE IS NOT JOURNALED, SO APART FROM THOSE    *
      * DELETES CONTACT01 COMES BACK AS IT STOOD IN THE COPY. THE    *
      * RESTORE ITSELF IS NOT JOURNALED (NOR IS MSTRCVR1'S), AND     *
      * ARCHIV01/PENDAP01 ARE LEFT AS THEY ARE - THE INTEGRITY SWEEP *
      * REPORTS ANYTHING LEFT OUT OF STEP.                           *
      * RETURN-CODE 0 = RESTORED, 4 = NOT CONFIRMED (NOTHING         *
      * CHANGED), 8 = SUPERVISOR CODE OR SIGN-ON REFUSED, NO USABLE  *
      * COPY, BAD CONTROLS, OR FILE ERROR                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUPV01 ASSIGN TO "SUPV01"
                  ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL GENCAT01 ASSIGN TO "GENCAT01"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CATALOG-STATUS.
           SELECT BKPCOPY ASSIGN TO WS-COPY-FILE-NAME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-COPY-STATUS.
           SELECT MASTER01 ASSIGN TO "MASTER01"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MST-KEY OF MST-RECORD
                  ALTERNATE RECORD KEY IS MST-NAME OF MST-RECORD
                      WITH DUPLICATES
                  FILE STATUS IS WS-MASTER-STATUS.
           SELECT CONTACT01 ASSIGN TO "CONTACT01"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CNT-KEY OF CNT-RECORD
                  FILE STATUS IS WS-CONTACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPV01.
       COPY SUPVREC OF CPYLIB.

       FD  GENCAT01.
       COPY GENCREC OF CPYLIB.

       FD  BKPCOPY.
       COPY BKPREC OF CPYLIB.

       FD  MASTER01.
       COPY MASTREC OF CPYLIB.

       FD  CONTACT01.
       COPY CNTREC OF CPYLIB.

       WORKING-STORAGE SECTION.
       01  WS-CATALOG-STATUS   PIC X(02) VALUE "00".
       01  WS-COPY-STATUS      PIC X(02) VALUE "00".
       01  WS-MASTER-STATUS    PIC X(02) VALUE "00".
       01  WS-CONTACT-STATUS   PIC X(02) VALUE "00".

       01  WS-COPY-FILE-NAME   PIC X(20).

      *    SAME SUPV01 LOAD AND COMPILED-IN FALLBACK AS APPROVE1 -
      *    ONE CODE GATES EVERY SUPERVISED JOB.
       01  WS-SUPERVISOR-FIELDS.
           05  WS-SUPERVISOR-ID    PIC X(08).
           05  WS-SUPERVISOR-CODE  PIC X(06).
           05  WS-SUPERVISOR-PASS  PIC X(06) VALUE "SUPV01".

      *    SAME SIGN-ON CHECK AND RETRY LIMIT AS APPROVE1'S
      *    VERIFY-SUPERVISOR-SIGNON (SEE OPAREC).
       COPY OPAREC OF CPYLIB.

       01  WS-AUTHORITY-CONTROL.
           05  WS-SIGNON-OK        PIC X(01) VALUE 'N'.
           05  WS-SIGNON-CODE      PIC X(06).
           05  WS-SIGNON-TRIES     PIC 9(02) VALUE 0.
           05  WS-MAX-RETRIES      PIC 9(02) VALUE 3.

       01  WS-RESTORE-CONTROL.
           05  WS-TARGET-TIMESTAMP PIC X(26).
           05  WS-COPY-DATE        PIC X(08).
           05  WS-CONFIRM          PIC X(01).
           05  WS-CATALOG-EOF      PIC X(01) VALUE 'N'.
           05  WS-COPY-EOF         PIC X(01) VALUE 'N'.
           05  WS-COPY-OK          PIC X(01) VALUE 'N'.
           05  WS-PAIR-OK          PIC X(01) VALUE 'N'.
           05  WS-COVERAGE-OK      PIC X(01) VALUE 'N'.
           05  WS-JOURNAL-EOF      PIC X(01) VALUE 'N'.
           05  WS-CHECK-BASE       PIC X(08).
           05  WS-DETAIL-COUNT     PIC 9(07) VALUE 0.
           05  WS-TRAILER-COUNT    PIC 9(07) VALUE 0.
           05  WS-MASTER-LOADED    PIC 9(07) VALUE 0.
           05  WS-CONTACT-LOADED   PIC 9(07) VALUE 0.
           05  WS-APPLY-COUNT      PIC 9(07) VALUE 0.
           05  WS-SKIP-COUNT       PIC 9(07) VALUE 0.
           05  WS-ERROR-COUNT      PIC 9(07) VALUE 0.

      *    THE COPY PAIR CHOSEN FROM GENCAT01, THE JOURNAL STAMP THE
      *    CATALOG HOLDS FOR IT, AND WHAT THE MASTER COPY'S HEADER
      *    SAYS ABOUT IT.
       01  WS-CHOSEN-COPY.
           05  WS-CHOSEN-DATE      PIC X(08).
           05  WS-CATALOG-JRN-STAMP PIC X(26).
           05  WS-MASTER-COPY-NAME PIC X(20).
           05  WS-CONTACT-COPY-NAME PIC X(20).
           05  WS-COPY-CUT-STAMP   PIC X(26).
           05  WS-COPY-JRN-STAMP   PIC X(26).
           05  WS-OLDEST-JRN-CUT   PIC X(26).

      *    IMAGE BEING PUT BACK ON MASTER01 BY APPLY-MASTER-IMAGE.
      *    KEEP THE LENGTH IN STEP WITH MASTREC.
       01  WS-APPLY-IMAGE      PIC X(134).

      *    JOURNAL ENTRIES ARRIVE THROUGH THE JRNRDR1 SPANNING
      *    READER RATHER THAN A LOCAL FD - THE RECORD AREA AND THE
      *    READER'S REQUEST AREA LIVE HERE.
       COPY JRNLREC OF CPYLIB.

       COPY JRNRDREC OF CPYLIB.

      *    BATCH-WINDOW INTERLOCK (SEE SYSQREC) - NOTHING MAY TOUCH
      *    MASTER01 OR CONTACT01 WHILE THEY ARE RECREATED.
       COPY SYSQREC OF CPYLIB.

       01  WS-QUIESCE-SET      PIC X(01) VALUE 'N'.
       01  WS-KEEP-RETURN-CODE PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           MOVE 0 TO RETURN-CODE
           PERFORM LOAD-SUPERVISOR-CODE
           PERFORM VERIFY-SUPERVISOR
           IF RETURN-CODE = 0
               PERFORM ACCEPT-RUN-CONTROLS
           END-IF
           IF RETURN-CODE = 0
               PERFORM CHOOSE-BACKUP-COPY
           END-IF
           IF RETURN-CODE = 0
               PERFORM VERIFY-BACKUP-COPIES
           END-IF
           IF RETURN-CODE = 0
               PERFORM CHECK-JOURNAL-COVERAGE
               MOVE 0 TO RETURN-CODE
               PERFORM CONFIRM-RESTORE
           END-IF
           IF RETURN-CODE = 0
               PERFORM MARK-SYSTEM-QUIESCED
               MOVE 0 TO RETURN-CODE
               PERFORM RELOAD-MASTER-FILE
               IF RETURN-CODE = 0
                   PERFORM RELOAD-CONTACT-FILE
               END-IF
               IF RETURN-CODE = 0
                   PERFORM REPLAY-JOURNAL
               END-IF
               PERFORM PRINT-RESTORE-TOTALS
               PERFORM CLEAR-SYSTEM-QUIESCED
           END-IF
           STOP RUN
           .

       LOAD-SUPERVISOR-CODE.
           OPEN INPUT SUPV01
           READ SUPV01
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SUP-CODE TO WS-SUPERVISOR-PASS
           END-READ
           CLOSE SUPV01
           .

       VERIFY-SUPERVISOR.
           DISPLAY "MSTRST01: SUPERVISOR OPERATOR ID ?"
           ACCEPT WS-SUPERVISOR-ID
           DISPLAY "MSTRST01: SUPERVISOR CODE ?"
           ACCEPT WS-SUPERVISOR-CODE
           IF WS-SUPERVISOR-CODE NOT = WS-SUPERVISOR-PASS
               MOVE 8 TO RETURN-CODE
               DISPLAY "MSTRST01: SUPERVISOR CODE DOES NOT MATCH - "
                       "NO RESTORE"
           ELSE
               PERFORM VERIFY-SUPERVISOR-SIGNON
           END-IF
           .

      *    THE SUPV01 CODE IS SHARED, SO IT PROVES A SUPERVISOR IS
      *    PRESENT BUT NOT WHICH ONE. WITH NO OPRPRF01 AT THE SITE
      *    THE ID IS TAKEN AS KEYED, AS IT ALWAYS WAS; OTHERWISE IT
      *    MUST BE ON FILE AND ITS OWN SIGN-ON CODE MUST MATCH WITHIN
      *    WS-MAX-RETRIES, SAME AS APPROVE1, OR NOTHING IS RESTORED.
       VERIFY-SUPERVISOR-SIGNON.
           MOVE 'N' TO WS-SIGNON-OK
           MOVE 'L' TO OPA-REQUEST
           MOVE WS-SUPERVISOR-ID TO OPA-OPERATOR-ID
           CALL "OPRAUTH1" USING OPA-PARM
           IF NOT OPA-PROFILES-IN-USE
               IF OPA-ALLOWED
                   MOVE 'Y' TO WS-SIGNON-OK
               END-IF
           ELSE
               IF OPA-ALLOWED
                   MOVE 0 TO WS-SIGNON-TRIES
                   PERFORM UNTIL WS-SIGNON-OK = 'Y'
                             OR WS-SIGNON-TRIES >= WS-MAX-RETRIES
                       PERFORM ASK-SIGNON-CODE
                   END-PERFORM
               END-IF
           END-IF
           IF WS-SIGNON-OK = 'N'
               MOVE 8 TO RETURN-CODE
               DISPLAY "MSTRST01: SIGN-ON REFUSED FOR "
                       WS-SUPERVISOR-ID " - " OPA-REASON
               DISPLAY "MSTRST01: NOTHING RESTORED"
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .

       ASK-SIGNON-CODE.
           DISPLAY "MSTRST01: SIGN-ON CODE FOR " WS-SUPERVISOR-ID " ?"
           ACCEPT WS-SIGNON-CODE
           ADD 1 TO WS-SIGNON-TRIES
           MOVE 'S' TO OPA-REQUEST
           MOVE WS-SUPERVISOR-ID TO OPA-OPERATOR-ID
           MOVE WS-SIGNON-CODE TO OPA-SIGNON-CODE
           CALL "OPRAUTH1" USING OPA-PARM
           IF OPA-ALLOWED
               MOVE 'Y' TO WS-SIGNON-OK
           END-IF
           .

       MARK-SYSTEM-QUIESCED.
           MOVE 'S' TO SQC-REQUEST
           MOVE "MSTRST01" TO SQC-JOB-NAME
           CALL "SYSQSC1" USING SQC-PARM
           MOVE 'Y' TO WS-QUIESCE-SET
           .

      *    THE CALL WOULD OTHERWISE HAND BACK SYSQSC1'S RETURN CODE
      *    IN PLACE OF THIS JOB'S.
       CLEAR-SYSTEM-QUIESCED.
           IF WS-QUIESCE-SET = 'Y'
               MOVE RETURN-CODE TO WS-KEEP-RETURN-CODE
               MOVE 'C' TO SQC-REQUEST
               CALL "SYSQSC1" USING SQC-PARM
               MOVE 'N' TO WS-QUIESCE-SET
               MOVE WS-KEEP-RETURN-CODE TO RETURN-CODE
           END-IF
           .

      *    A BLANK TARGET REPLAYS EVERYTHING, BY SUBSTITUTING THE
      *    HIGHEST POSSIBLE TIMESTAMP AS MSTRCVR1 DOES. A SHORTER
      *    PREFIX IS SPACE-PADDED AND SO COMPARES LOW AGAINST ENTRIES
      *    ON THAT SAME DATE - KEY THE FULL TIME FOR PRECISION.
       ACCEPT-RUN-CONTROLS.
           DISPLAY "MSTRST01: RESTORE TO TIMESTAMP (YYYYMMDDHHMMSS, "
                   "BLANK=ALL) ?"
           ACCEPT WS-TARGET-TIMESTAMP
           IF WS-TARGET-TIMESTAMP = SPACES
               MOVE ALL '9' TO WS-TARGET-TIMESTAMP
           END-IF
           DISPLAY "MSTRST01: BACKUP COPY DATE (YYYYMMDD, BLANK=NEWEST "
                   "BEFORE TARGET) ?"
           ACCEPT WS-COPY-DATE
           .

      *****************************************************************
      * FIRST PASS OF GENCAT01 PICKS THE MASTER COPY - THE ONE FOR   *
      * THE KEYED DATE, OR THE LAST-CATALOGUED (SO NEWEST) ONE WHOSE *
      * JOURNAL STAMP IS NOT LATER THAN THE TARGET - AND NOTES THE   *
      * CUT STAMP OF THE OLDEST RETAINED JRNL01 GENERATION. THE      *
      * SECOND PASS FINDS THE CONTACT COPY CUT ALONGSIDE IT.         *
      *****************************************************************
       CHOOSE-BACKUP-COPY.
           MOVE SPACES TO WS-CHOSEN-COPY
           MOVE "MSTBKP01" TO WS-CHECK-BASE
           PERFORM SCAN-GEN-CATALOG
           IF WS-CHOSEN-DATE = SPACES
               MOVE 8 TO RETURN-CODE
               IF WS-COPY-DATE = SPACES
                   DISPLAY "MSTRST01: NO BACKUP COPY CATALOGUED AT OR "
                           "BEFORE " WS-TARGET-TIMESTAMP
               ELSE
                   DISPLAY "MSTRST01: NO BACKUP COPY CATALOGUED FOR "
                           WS-COPY-DATE
               END-IF
           ELSE
               MOVE "CNTBKP01" TO WS-CHECK-BASE
               PERFORM SCAN-GEN-CATALOG
               IF WS-CONTACT-COPY-NAME = SPACES
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "MSTRST01: NO CONTACT COPY CATALOGUED FOR "
                           WS-CHOSEN-DATE
               END-IF
           END-IF
           .

      *    SET WS-CHECK-BASE FIRST. GENCAT01 IS OPTIONAL - ABSENT
      *    OPENS WITH STATUS 05, READS STRAIGHT TO END, AND SO FINDS
      *    NO COPY.
       SCAN-GEN-CATALOG.
           MOVE 'N' TO WS-CATALOG-EOF
           OPEN INPUT GENCAT01
           PERFORM UNTIL WS-CATALOG-EOF = 'Y'
               READ GENCAT01
                   AT END
                       MOVE 'Y' TO WS-CATALOG-EOF
                   NOT AT END
                       PERFORM CHECK-CATALOG-ENTRY
               END-READ
           END-PERFORM
           CLOSE GENCAT01
           .

       CHECK-CATALOG-ENTRY.
           IF WS-CHECK-BASE = "MSTBKP01"
               IF GCT-BASE-NAME = "JRNL01"
                  AND WS-OLDEST-JRN-CUT = SPACES
                   MOVE GCT-CUT-STAMP TO WS-OLDEST-JRN-CUT
               END-IF
               IF GCT-BASE-NAME = "MSTBKP01"
                   IF (WS-COPY-DATE = SPACES
                       AND GCT-CUT-STAMP NOT > WS-TARGET-TIMESTAMP)
                   OR GCT-GEN-DATE = WS-COPY-DATE
                       MOVE GCT-GEN-DATE TO WS-CHOSEN-DATE
                       MOVE GCT-FILE-NAME TO WS-MASTER-COPY-NAME
                       MOVE GCT-CUT-STAMP TO WS-CATALOG-JRN-STAMP
                   END-IF
               END-IF
           ELSE
               IF GCT-BASE-NAME = "CNTBKP01"
                  AND GCT-GEN-DATE = WS-CHOSEN-DATE
                   MOVE GCT-FILE-NAME TO WS-CONTACT-COPY-NAME
               END-IF
           END-IF
           .

       VERIFY-BACKUP-COPIES.
           MOVE WS-MASTER-COPY-NAME TO WS-COPY-FILE-NAME
           MOVE "MSTBKP01" TO WS-CHECK-BASE
           PERFORM VERIFY-ONE-COPY
           IF WS-COPY-OK = 'Y'
               MOVE WS-CONTACT-COPY-NAME TO WS-COPY-FILE-NAME
               MOVE "CNTBKP01" TO WS-CHECK-BASE
               PERFORM VERIFY-ONE-COPY
           END-IF
           IF WS-COPY-OK = 'N'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-COPY-JRN-STAMP > WS-TARGET-TIMESTAMP
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "MSTRST01: COPY OF " WS-CHOSEN-DATE
                           " IS LATER THAN THE TARGET - KEY AN "
                           "EARLIER COPY DATE"
               END-IF
           END-IF
           .

      *    SET WS-COPY-FILE-NAME AND WS-CHECK-BASE FIRST. THE FIRST
      *    RECORD MUST BE THIS BASE'S HEADER FOR THE CHOSEN DATE AND
      *    THE LAST A TRAILER WHOSE COUNT MATCHES THE DETAILS READ.
      *    THE HEADERS MUST ALSO SHOW THE TWO COPIES ARE ONE PAIR
      *    FROM ONE MSTBKP01 RUN (SEE CHECK-COPY-PAIRING).
       VERIFY-ONE-COPY.
           MOVE 'N' TO WS-COPY-OK
           OPEN INPUT BKPCOPY
           IF WS-COPY-STATUS NOT = "00"
               DISPLAY "MSTRST01: CANNOT OPEN " WS-COPY-FILE-NAME
                       " - STATUS " WS-COPY-STATUS
           ELSE
               MOVE 'N' TO WS-COPY-EOF
               READ BKPCOPY
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF
               END-READ
               IF WS-COPY-EOF = 'N'
                  AND BKP-HEADER-TYPE
                  AND BKH-BASE-NAME = WS-CHECK-BASE
                  AND BKH-COPY-DATE = WS-CHOSEN-DATE
                   PERFORM CHECK-COPY-PAIRING
                   IF WS-PAIR-OK = 'Y'
                       MOVE 0 TO WS-DETAIL-COUNT
                       MOVE 0 TO WS-TRAILER-COUNT
                       PERFORM READ-COPY-CONTROLS
                           UNTIL WS-COPY-EOF = 'Y'
                       IF WS-TRAILER-COUNT = WS-DETAIL-COUNT
                          AND BKP-TRAILER-TYPE
                           MOVE 'Y' TO WS-COPY-OK
                       END-IF
                   END-IF
               END-IF
               CLOSE BKPCOPY
               IF WS-COPY-OK = 'N'
                   DISPLAY "MSTRST01: " WS-COPY-FILE-NAME
                           " FAILS ITS HEADER/TRAILER CHECK - NOT "
                           "USED"
               END-IF
           END-IF
           .

      *    A SECOND MSTBKP01 RUN ON THE SAME DAY REWRITES THE SAME
      *    COPY FILES; IF IT DIES BETWEEN THE TWO, THE MASTER COPY
      *    AND THE CONTACT COPY COME FROM DIFFERENT RUNS AND THE
      *    CATALOG STILL DESCRIBES THE EARLIER ONE. BOTH COPIES OF A
      *    PAIR CARRY THE SAME CUT STAMP, AND THE MASTER COPY'S
      *    JOURNAL STAMP IS THE ONE CATALOGUED FOR IT - ANYTHING ELSE
      *    IS REFUSED RATHER THAN RELOADED AND REPLAYED FROM THE
      *    WRONG POINT.
       CHECK-COPY-PAIRING.
           MOVE 'Y' TO WS-PAIR-OK
           IF WS-CHECK-BASE = "MSTBKP01"
               MOVE BKH-CUT-STAMP TO WS-COPY-CUT-STAMP
               MOVE BKH-JRN-STAMP TO WS-COPY-JRN-STAMP
               IF BKH-JRN-STAMP NOT = WS-CATALOG-JRN-STAMP
                   MOVE 'N' TO WS-PAIR-OK
                   DISPLAY "MSTRST01: " WS-COPY-FILE-NAME
                           " JOURNAL STAMP DOES NOT MATCH GENCAT01"
               END-IF
           ELSE
               IF BKH-CUT-STAMP NOT = WS-COPY-CUT-STAMP
                   MOVE 'N' TO WS-PAIR-OK
                   DISPLAY "MSTRST01: " WS-COPY-FILE-NAME
                           " WAS NOT CUT WITH THE MASTER COPY"
               END-IF
           END-IF
           .

      *    THE RECORD AREA STILL HOLDS THE LAST RECORD READ AT END OF
      *    FILE, SO THE CALLER CAN SEE IT WAS THE TRAILER.
       READ-COPY-CONTROLS.
           READ BKPCOPY
               AT END
                   MOVE 'Y' TO WS-COPY-EOF
               NOT AT END
                   IF BKP-DETAIL-TYPE
                       ADD 1 TO WS-DETAIL-COUNT
                   END-IF
                   IF BKP-TRAILER-TYPE
                       MOVE BKT-DETAIL-COUNT TO WS-TRAILER-COUNT
                   END-IF
           END-READ
           .

      *****************************************************************
      * THE REPLAY NEEDS EVERY JOURNAL ENTRY AFTER THE COPY'S STAMP. *
      * HSKEEP01 PURGES OLDEST FIRST, SO THAT IS CERTAIN WHEN A      *
      * RETAINED JRNL01 GENERATION WAS CUT BEFORE THE COPY WAS, OR   *
      * WHEN THE FIRST RETAINED ENTRY IS ONE THE COPY ALREADY        *
      * INCLUDES. OTHERWISE ENTRIES MAY HAVE BEEN PURGED - THE       *
      * SUPERVISOR IS WARNED AND DECIDES AT THE CONFIRMATION.        *
      *****************************************************************
       CHECK-JOURNAL-COVERAGE.
           MOVE 'N' TO WS-COVERAGE-OK
           IF WS-OLDEST-JRN-CUT NOT = SPACES
              AND WS-OLDEST-JRN-CUT NOT > WS-COPY-CUT-STAMP
               MOVE 'Y' TO WS-COVERAGE-OK
           ELSE
               MOVE 'O' TO JRD-REQUEST
               CALL "JRNRDR1" USING JRD-PARM, JRN-RECORD
               IF JRD-STATUS = "00"
                   MOVE 'R' TO JRD-REQUEST
                   CALL "JRNRDR1" USING JRD-PARM, JRN-RECORD
                   IF JRD-AT-END
                       MOVE 'Y' TO WS-COVERAGE-OK
                   ELSE
                       IF WS-COPY-JRN-STAMP NOT = SPACES
                          AND JRN-TIMESTAMP NOT > WS-COPY-JRN-STAMP
                           MOVE 'Y' TO WS-COVERAGE-OK
                       END-IF
                   END-IF
                   MOVE 'C' TO JRD-REQUEST
                   CALL "JRNRDR1" USING JRD-PARM, JRN-RECORD
               ELSE
                   MOVE 'Y' TO WS-COVERAGE-OK
               END-IF
           END-IF
           .

       CONFIRM-RESTORE.
           DISPLAY "-------------------------------------"
           DISPLAY "BACKUP COPY       : " WS-CHOSEN-DATE
                   " (" WS-MASTER-COPY-NAME ")"
           DISPLAY "COPY CUT AT       : " WS-COPY-CUT-STAMP
           DISPLAY "JOURNAL INCLUDED  : " WS-COPY-JRN-STAMP
           DISPLAY "REPLAY UP TO      : " WS-TARGET-TIMESTAMP
           IF WS-COVERAGE-OK = 'N'
               DISPLAY "MSTRST01: *** WARNING - THE RETAINED JOURNAL "
                       "MAY NOT REACH BACK TO THIS COPY"
               DISPLAY "MSTRST01: *** ENTRIES PURGED BY HOUSEKEEPING "
                       "WOULD BE MISSING FROM THE RESULT"
           END-IF
           DISPLAY "MSTRST01: REPLACE MASTER01 AND CONTACT01 FROM "
                   "THIS COPY ? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               MOVE 4 TO RETURN-CODE
               DISPLAY "MSTRST01: NOT CONFIRMED - NOTHING CHANGED"
           END-IF
           .

      *    OPEN OUTPUT RECREATES THE INDEXED FILE EMPTY, WITH ITS
      *    PRIME AND ALTERNATE KEYS, AND EACH WRITE REBUILDS BOTH.
       RELOAD-MASTER-FILE.
           OPEN OUTPUT MASTER01
           IF WS-MASTER-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               DISPLAY "MSTRST01: MASTER FILE NOT USABLE - STATUS "
                       WS-MASTER-STATUS
           ELSE
               MOVE WS-MASTER-COPY-NAME TO WS-COPY-FILE-NAME
               OPEN INPUT BKPCOPY
               MOVE 'N' TO WS-COPY-EOF
               PERFORM LOAD-MASTER-RECORD
                   UNTIL WS-COPY-EOF = 'Y'
               CLOSE BKPCOPY
               CLOSE MASTER01
               DISPLAY "MSTRST01: " WS-MASTER-LOADED
                       " MASTER RECORDS RELOADED"
           END-IF
           .

       LOAD-MASTER-RECORD.
           READ BKPCOPY
               AT END
                   MOVE 'Y' TO WS-COPY-EOF
               NOT AT END
                   IF BKP-DETAIL-TYPE
                       MOVE BKP-IMAGE TO MST-RECORD
                       WRITE MST-RECORD
                           INVALID KEY
                               ADD 1 TO WS-ERROR-COUNT
                               DISPLAY "MSTRST01: NOT RELOADED - "
                                       MST-KEY OF MST-RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-MASTER-LOADED
                       END-WRITE
                   END-IF
           END-READ
           .

       RELOAD-CONTACT-FILE.
           OPEN OUTPUT CONTACT01
           IF WS-CONTACT-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               DISPLAY "MSTRST01: CONTACT FILE NOT USABLE - STATUS "
                       WS-CONTACT-STATUS
           ELSE
               MOVE WS-CONTACT-COPY-NAME TO WS-COPY-FILE-NAME
               OPEN INPUT BKPCOPY
               MOVE 'N' TO WS-COPY-EOF
               PERFORM LOAD-CONTACT-RECORD
                   UNTIL WS-COPY-EOF = 'Y'
               CLOSE BKPCOPY
               CLOSE CONTACT01
               DISPLAY "MSTRST01: " WS-CONTACT-LOADED
                       " CONTACT RECORDS RELOADED"
           END-IF
           .

       LOAD-CONTACT-RECORD.
           READ BKPCOPY
               AT END
                   MOVE 'Y' TO WS-COPY-EOF
               NOT AT END
                   IF BKP-DETAIL-TYPE
                       MOVE BKP-IMAGE TO CNT-RECORD
                       WRITE CNT-RECORD
                           INVALID KEY
                               ADD 1 TO WS-ERROR-COUNT
                               DISPLAY "MSTRST01: CONTACT NOT "
                                       "RELOADED - "
                                       CNT-KEY OF CNT-RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-CONTACT-LOADED
                       END-WRITE
                   END-IF
           END-READ
           .

      *    NO JOURNAL ANYWHERE (STATUS 35) LEAVES NOTHING TO REPLAY -
      *    THE FILES STAND AS THE COPY HAD THEM.
       REPLAY-JOURNAL.
           MOVE 'O' TO JRD-REQUEST
           CALL "JRNRDR1" USING JRD-PARM, JRN-RECORD
           IF JRD-STATUS = "00"
               OPEN I-O MASTER01
               OPEN I-O CONTACT01
               IF WS-MASTER-STATUS NOT = "00"
                  OR WS-CONTACT-STATUS NOT = "00"
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "MSTRST01: RELOADED FILES WILL NOT REOPEN - "
                           "STATUS " WS-MASTER-STATUS " "
                           WS-CONTACT-STATUS
               ELSE
                   MOVE 'N' TO WS-JOURNAL-EOF
                   PERFORM READ-JOURNAL-RECORD
                   PERFORM UNTIL WS-JOURNAL-EOF = 'Y'
                       IF JRN-TIMESTAMP > WS-COPY-JRN-STAMP
                          AND JRN-TIMESTAMP NOT > WS-TARGET-TIMESTAMP
                           PERFORM REDO-JOURNAL-ENTRY
                       ELSE
                           ADD 1 TO WS-SKIP-COUNT
                       END-IF
                       PERFORM READ-JOURNAL-RECORD
                   END-PERFORM
               END-IF
               CLOSE MASTER01
               CLOSE CONTACT01
               MOVE 'C' TO JRD-REQUEST
               CALL "JRNRDR1" USING JRD-PARM, JRN-RECORD
           ELSE
               DISPLAY "MSTRST01: NO JOURNAL ON FILE - NOTHING TO "
                       "REPLAY"
           END-IF
           .

       READ-JOURNAL-RECORD.
           MOVE 'R' TO JRD-REQUEST
           CALL "JRNRDR1" USING JRD-PARM, JRN-RECORD
           IF JRD-AT-END
               MOVE 'Y' TO WS-JOURNAL-EOF
           END-IF
           .

       REDO-JOURNAL-ENTRY.
           DISPLAY "MSTRST01: REDO " JRN-ACTION-CD " "
                   JRN-RECORD-KEY " " JRN-TIMESTAMP
           IF JRN-ACTION-DELETE
               PERFORM REMOVE-MASTER-KEY
           ELSE
               MOVE JRN-AFTER-IMAGE TO WS-APPLY-IMAGE
               PERFORM APPLY-MASTER-IMAGE
           END-IF
           .

      *    THE WRITE-THEN-REWRITE FALLBACK MAKES THE APPLY IDEMPOTENT,
      *    THE SAME AS MSTRCVR1.
       APPLY-MASTER-IMAGE.
           MOVE WS-APPLY-IMAGE TO MST-RECORD
           WRITE MST-RECORD
               INVALID KEY
                   PERFORM REWRITE-MASTER-IMAGE
               NOT INVALID KEY
                   ADD 1 TO WS-APPLY-COUNT
           END-WRITE
           .

       REWRITE-MASTER-IMAGE.
           MOVE WS-APPLY-IMAGE TO MST-RECORD
           REWRITE MST-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "MSTRST01: IMAGE NOT APPLIED - "
                           MST-KEY OF MST-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-APPLY-COUNT
           END-REWRITE
           .

      *    A KEY ALREADY GONE IS NOT AN ERROR, AND A KEY WITH NO
      *    CONTACT SIMPLY HAS NONE TO TAKE WITH IT.
       REMOVE-MASTER-KEY.
           MOVE JRN-RECORD-KEY TO MST-KEY OF MST-RECORD
           DELETE MASTER01 RECORD
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLY-COUNT
           END-DELETE
           MOVE JRN-RECORD-KEY TO CNT-KEY OF CNT-RECORD
           DELETE CONTACT01 RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           .

       PRINT-RESTORE-TOTALS.
           DISPLAY "MSTRST01: RESTORED FROM COPY OF " WS-CHOSEN-DATE
                   " BY " WS-SUPERVISOR-ID
           DISPLAY "MSTRST01: MASTER RECORDS RELOADED  - "
                   WS-MASTER-LOADED
           DISPLAY "MSTRST01: CONTACT RECORDS RELOADED - "
                   WS-CONTACT-LOADED
           DISPLAY "MSTRST01: ENTRIES APPLIED - " WS-APPLY-COUNT
           DISPLAY "MSTRST01: ENTRIES SKIPPED - " WS-SKIP-COUNT
           DISPLAY "MSTRST01: ENTRIES IN ERROR - " WS-ERROR-COUNT
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           .
