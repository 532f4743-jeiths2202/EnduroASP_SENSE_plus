       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTBKP01.
      *****************************************************************
      * MASTER/CONTACT BACKUP - UNLOADS MASTER01 AND CONTACT01 TO    *
      * DATED SEQUENTIAL COPIES (SEE BKPREC) FOR MSTRST01 TO RELOAD: *
      * MSTBKP01.G + YYYYMMDD AND CNTBKP01.G + YYYYMMDD. EACH COPY   *
      * IS STAMPED WITH THE LAST JRN-TIMESTAMP ON THE JOURNAL AT THE *
      * TIME IT WAS CUT - READ THROUGH JRNRDR1, SO RETAINED          *
      * GENERATIONS COUNT - WHICH IS THE JOURNAL POSITION THE COPY   *
      * MATCHES: THE RUN QUIESCES THE SYSTEM FIRST, SO NOTHING CAN   *
      * CHANGE MASTER01 OR APPEND TO JRNL01 BETWEEN TAKING THE STAMP *
      * AND UNLOADING THE FILES. BOTH COPIES ARE CATALOGUED ON       *
      * GENCAT01 (SEE GENCREC) ALONGSIDE THE HSKEEP01 GENERATIONS,   *
      * BASE NAMES MSTBKP01 AND CNTBKP01, WITH THE JOURNAL STAMP AS  *
      * THE CATALOG CUT STAMP - AND ONLY WHEN BOTH COPIES WERE CUT   *
      * CLEANLY, SO A CATALOGUED MASTER COPY ALWAYS HAS ITS CONTACT  *
      * COPY. A SECOND RUN ON THE SAME DATE CUTS A FRESH PAIR OVER   *
      * THE FIRST AND RE-STAMPS ITS CATALOG ENTRIES. COPIES BEYOND   *
      * THE RETCTL01 RETENTION COUNT (DEFAULT SEVEN, THE SAME FIGURE *
      * HSKEEP01 KEEPS) ARE PURGED OLDEST FIRST.                     *
      * BEST RUN STRAIGHT AFTER HSKEEP01 - IT CAN BE ADDED TO THE    *
      * JOBCTL01 STREAM (SEE JOBREC) AS THE STEP AFTER IT.           *
      * RETURN-CODE 0 = BOTH COPIES CUT AND CATALOGUED, 8 = A FILE   *
      * OR CATALOG ERROR (NOTHING CATALOGUED OR PURGED)              *
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
           SELECT OPTIONAL CONTACT01 ASSIGN TO "CONTACT01"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CNT-KEY OF CNT-RECORD
                  FILE STATUS IS WS-CONTACT-STATUS.
           SELECT BKPCOPY ASSIGN TO WS-COPY-FILE-NAME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-COPY-STATUS.
           SELECT PURGEF ASSIGN TO WS-PURGE-FILE-NAME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PURGE-STATUS.
           SELECT OPTIONAL GENCAT01 ASSIGN TO "GENCAT01"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CATALOG-STATUS.
           SELECT OPTIONAL RETCTL01 ASSIGN TO "RETCTL01"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RETCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER01.
       COPY MASTREC OF CPYLIB.

       FD  CONTACT01.
       COPY CNTREC OF CPYLIB.

       FD  BKPCOPY.
       COPY BKPREC OF CPYLIB.

      *    RECORD CONTENT NEVER MOVES THROUGH PURGEF - A PURGE IS AN
      *    OPEN OUTPUT/CLOSE THAT CUTS THE OLD COPY TO EMPTY.
       FD  PURGEF.
       01  PRG-RECORD          PIC X(161).

       FD  GENCAT01.
       COPY GENCREC OF CPYLIB.

       FD  RETCTL01.
       COPY RETREC OF CPYLIB.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS    PIC X(02) VALUE "00".
       01  WS-CONTACT-STATUS   PIC X(02) VALUE "00".
       01  WS-COPY-STATUS      PIC X(02) VALUE "00".
       01  WS-PURGE-STATUS     PIC X(02) VALUE "00".
       01  WS-CATALOG-STATUS   PIC X(02) VALUE "00".
       01  WS-RETCTL-STATUS    PIC X(02) VALUE "00".

       01  WS-COPY-FILE-NAME   PIC X(20).
       01  WS-PURGE-FILE-NAME  PIC X(20).
       01  WS-MASTER-COPY-NAME PIC X(20).
       01  WS-CONTACT-COPY-NAME PIC X(20).

       01  WS-RUN-CONTROL.
           05  WS-RUN-DATE         PIC X(08).
           05  WS-CURRENT-STAMP    PIC X(26).
           05  WS-JOURNAL-STAMP    PIC X(26).
           05  WS-KEEP-GENS        PIC 9(02) VALUE 7.
           05  WS-MASTER-EOF       PIC X(01) VALUE 'N'.
           05  WS-CONTACT-EOF      PIC X(01) VALUE 'N'.
           05  WS-CATALOG-EOF      PIC X(01) VALUE 'N'.
           05  WS-CHECK-BASE       PIC X(08).
           05  WS-MASTER-COUNT     PIC 9(07) VALUE 0.
           05  WS-CONTACT-COUNT    PIC 9(07) VALUE 0.
           05  WS-JOURNAL-COUNT    PIC 9(07) VALUE 0.
           05  WS-BASE-GEN-COUNT   PIC 9(03) VALUE 0.
           05  WS-PURGED-COUNT     PIC 9(03) VALUE 0.
           05  WS-OLDEST-SLOT      PIC 9(03) VALUE 0.
           05  WS-FOUND-SLOT       PIC 9(03) VALUE 0.

      *    JOURNAL ENTRIES ARRIVE THROUGH THE JRNRDR1 SPANNING
      *    READER RATHER THAN A LOCAL FD - THE RECORD AREA AND THE
      *    READER'S REQUEST AREA LIVE HERE.
       COPY JRNLREC OF CPYLIB.

       COPY JRNRDREC OF CPYLIB.

      *****************************************************************
      * THE WHOLE CATALOG HELD IN STORAGE FOR THE RUN, THE SAME WAY  *
      * HSKEEP01 HOLDS IT: LOADED AT START, TONIGHT'S COPIES ADDED   *
      * OR RE-STAMPED, PURGED ENTRIES DROPPED (MARKED BY BLANKING    *
      * THE BASE NAME), AND THE FILE REWRITTEN WHOLESALE AT THE END. *
      * ENTRIES FOR OTHER BASES PASS THROUGH UNTOUCHED. SAME SIZE AS *
      * HSKEEP01'S TABLE.                                            *
      *****************************************************************
       01  WS-CATALOG-TABLE.
           05  WS-CAT-COUNT        PIC 9(03) VALUE 0.
           05  WS-CAT-ENTRY        OCCURS 600 TIMES.
               10  WS-CAT-BASE         PIC X(08).
               10  WS-CAT-DATE         PIC X(08).
               10  WS-CAT-FILE         PIC X(20).
               10  WS-CAT-STAMP        PIC X(26).
       01  WS-CAT-IDX          PIC 9(03) VALUE 0.

      *    BATCH-WINDOW INTERLOCK (SEE SYSQREC) - THE COPY MUST MATCH
      *    ITS JOURNAL STAMP, SO NOTHING MAY CHANGE MASTER01 OR
      *    APPEND TO JRNL01 WHILE IT IS CUT.
       COPY SYSQREC OF CPYLIB.

       01  WS-QUIESCE-SET      PIC X(01) VALUE 'N'.
       01  WS-KEEP-RETURN-CODE PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           MOVE 0 TO RETURN-CODE
           PERFORM SET-RUN-DATE
           PERFORM MARK-SYSTEM-QUIESCED
           PERFORM READ-RETENTION-COUNT
           PERFORM LOAD-GEN-CATALOG
           PERFORM FIND-JOURNAL-STAMP
           IF RETURN-CODE = 0
               PERFORM COPY-MASTER-FILE
           END-IF
           IF RETURN-CODE = 0
               PERFORM COPY-CONTACT-FILE
           END-IF
           IF RETURN-CODE = 0
               MOVE "MSTBKP01" TO WS-CHECK-BASE
               MOVE WS-MASTER-COPY-NAME TO WS-COPY-FILE-NAME
               PERFORM SET-CATALOG-ENTRY
               MOVE "CNTBKP01" TO WS-CHECK-BASE
               MOVE WS-CONTACT-COPY-NAME TO WS-COPY-FILE-NAME
               PERFORM SET-CATALOG-ENTRY
               PERFORM PURGE-EXPIRED-COPIES
               PERFORM REWRITE-GEN-CATALOG
           ELSE
               DISPLAY "MSTBKP01: ERRORS DURING BACKUP - NOTHING "
                       "CATALOGUED OR PURGED"
           END-IF
           PERFORM PRINT-RUN-TOTALS
           PERFORM CLEAR-SYSTEM-QUIESCED
           GOBACK
           .

       MARK-SYSTEM-QUIESCED.
           MOVE 'S' TO SQC-REQUEST
           MOVE "MSTBKP01" TO SQC-JOB-NAME
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

       SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP(1:8) TO WS-RUN-DATE
           MOVE SPACES TO WS-MASTER-COPY-NAME
           STRING "MSTBKP01.G" WS-RUN-DATE
               DELIMITED BY SIZE
               INTO WS-MASTER-COPY-NAME
           MOVE SPACES TO WS-CONTACT-COPY-NAME
           STRING "CNTBKP01.G" WS-RUN-DATE
               DELIMITED BY SIZE
               INTO WS-CONTACT-COPY-NAME
           .

      *    RETCTL01 IS OPTIONAL - ABSENT OR UNREADABLE MEANS THE
      *    COMPILED-IN DEFAULT OF SEVEN COPIES APPLIES. A KEYED ZERO
      *    WOULD PURGE TONIGHT'S OWN COPY, SO THE FLOOR IS ONE.
       READ-RETENTION-COUNT.
           OPEN INPUT RETCTL01
           READ RETCTL01
               AT END
                   CONTINUE
               NOT AT END
                   IF RET-KEEP-GENS NUMERIC
                       MOVE RET-KEEP-GENS TO WS-KEEP-GENS
                   END-IF
           END-READ
           CLOSE RETCTL01
           IF WS-KEEP-GENS < 1
               MOVE 1 TO WS-KEEP-GENS
           END-IF
           .

       LOAD-GEN-CATALOG.
           MOVE 0 TO WS-CAT-COUNT
           MOVE 'N' TO WS-CATALOG-EOF
           OPEN INPUT GENCAT01
           PERFORM UNTIL WS-CATALOG-EOF = 'Y'
                      OR WS-CAT-COUNT >= 598
               READ GENCAT01
                   AT END
                       MOVE 'Y' TO WS-CATALOG-EOF
                   NOT AT END
                       ADD 1 TO WS-CAT-COUNT
                       MOVE GCT-BASE-NAME
                           TO WS-CAT-BASE(WS-CAT-COUNT)
                       MOVE GCT-GEN-DATE
                           TO WS-CAT-DATE(WS-CAT-COUNT)
                       MOVE GCT-FILE-NAME
                           TO WS-CAT-FILE(WS-CAT-COUNT)
                       MOVE GCT-CUT-STAMP
                           TO WS-CAT-STAMP(WS-CAT-COUNT)
               END-READ
           END-PERFORM
           CLOSE GENCAT01
           .

      *    THE LAST ENTRY JRNRDR1 HANDS BACK IS THE NEWEST - IT WALKS
      *    THE RETAINED GENERATIONS OLDEST FIRST, THEN JRNL01. NO
      *    JOURNAL ANYWHERE (STATUS 35) LEAVES THE STAMP BLANK: THE
      *    COPY THEN PRECEDES EVERY ENTRY THAT WILL EVER BE WRITTEN.
       FIND-JOURNAL-STAMP.
           MOVE SPACES TO WS-JOURNAL-STAMP
           MOVE 'O' TO JRD-REQUEST
           CALL "JRNRDR1" USING JRD-PARM, JRN-RECORD
           IF JRD-STATUS = "00"
               PERFORM READ-JOURNAL-STAMP
                   UNTIL JRD-AT-END
               MOVE 'C' TO JRD-REQUEST
               CALL "JRNRDR1" USING JRD-PARM, JRN-RECORD
           ELSE
               IF JRD-STATUS NOT = "35"
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "MSTBKP01: JOURNAL NOT READABLE - STATUS "
                           JRD-STATUS
               END-IF
           END-IF
           .

       READ-JOURNAL-STAMP.
           MOVE 'R' TO JRD-REQUEST
           CALL "JRNRDR1" USING JRD-PARM, JRN-RECORD
           IF NOT JRD-AT-END
               MOVE JRN-TIMESTAMP TO WS-JOURNAL-STAMP
               ADD 1 TO WS-JOURNAL-COUNT
           END-IF
           .

       COPY-MASTER-FILE.
           OPEN INPUT MASTER01
           IF WS-MASTER-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               DISPLAY "MSTBKP01: MASTER FILE NOT USABLE - STATUS "
                       WS-MASTER-STATUS
           ELSE
               MOVE WS-MASTER-COPY-NAME TO WS-COPY-FILE-NAME
               MOVE "MSTBKP01" TO WS-CHECK-BASE
               PERFORM OPEN-COPY-FILE
               IF RETURN-CODE = 0
                   MOVE 'N' TO WS-MASTER-EOF
                   PERFORM COPY-MASTER-RECORD
                       UNTIL WS-MASTER-EOF = 'Y'
                   PERFORM CLOSE-COPY-FILE
               END-IF
               CLOSE MASTER01
           END-IF
           .

       COPY-MASTER-RECORD.
           READ MASTER01 NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   MOVE SPACES TO BKP-RECORD
                   MOVE 'D' TO BKP-RECORD-TYPE
                   MOVE MST-RECORD TO BKP-IMAGE
                   WRITE BKP-RECORD
                   ADD 1 TO WS-MASTER-COUNT
           END-READ
           .

      *    A SITE WITHOUT CONTACT01 STILL GETS A CONTACT COPY - AN
      *    EMPTY ONE, SO A RESTORE PUTS BACK EXACTLY WHAT WAS THERE.
      *    THE SELECT IS OPTIONAL, SO AN ABSENT FILE OPENS WITH
      *    STATUS 05 AND IS STILL CLOSED.
       COPY-CONTACT-FILE.
           OPEN INPUT CONTACT01
           IF WS-CONTACT-STATUS NOT = "00"
              AND WS-CONTACT-STATUS NOT = "05"
               MOVE 8 TO RETURN-CODE
               DISPLAY "MSTBKP01: CONTACT FILE NOT USABLE - STATUS "
                       WS-CONTACT-STATUS
           ELSE
               IF WS-CONTACT-STATUS = "05"
                   DISPLAY "MSTBKP01: NO CONTACT FILE - CONTACT COPY "
                           "CUT EMPTY"
               END-IF
               MOVE WS-CONTACT-COPY-NAME TO WS-COPY-FILE-NAME
               MOVE "CNTBKP01" TO WS-CHECK-BASE
               PERFORM OPEN-COPY-FILE
               IF RETURN-CODE = 0
                   MOVE 'N' TO WS-CONTACT-EOF
                   PERFORM COPY-CONTACT-RECORD
                       UNTIL WS-CONTACT-EOF = 'Y'
                   PERFORM CLOSE-COPY-FILE
               END-IF
               CLOSE CONTACT01
           END-IF
           .

       COPY-CONTACT-RECORD.
           READ CONTACT01 NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CONTACT-EOF
               NOT AT END
                   MOVE SPACES TO BKP-RECORD
                   MOVE 'D' TO BKP-RECORD-TYPE
                   MOVE CNT-RECORD TO BKP-IMAGE
                   WRITE BKP-RECORD
                   ADD 1 TO WS-CONTACT-COUNT
           END-READ
           .

      *    SET WS-COPY-FILE-NAME AND WS-CHECK-BASE FIRST.
       OPEN-COPY-FILE.
           OPEN OUTPUT BKPCOPY
           IF WS-COPY-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               DISPLAY "MSTBKP01: CANNOT CUT " WS-COPY-FILE-NAME
                       " - STATUS " WS-COPY-STATUS
           ELSE
               MOVE SPACES TO BKP-HEADER-REC
               MOVE 'H' TO BKH-RECORD-TYPE
               MOVE WS-CHECK-BASE TO BKH-BASE-NAME
               MOVE WS-RUN-DATE TO BKH-COPY-DATE
               MOVE WS-CURRENT-STAMP TO BKH-CUT-STAMP
               MOVE WS-JOURNAL-STAMP TO BKH-JRN-STAMP
               WRITE BKP-HEADER-REC
           END-IF
           .

      *    WS-CHECK-BASE PICKS THE COUNT THAT GOES ON THE TRAILER.
      *    A COPY THAT COULD NOT BE WRITTEN IN FULL (DISK FULL) SHOWS
      *    ON THE TRAILER WRITE AND IS NOT CATALOGUED.
       CLOSE-COPY-FILE.
           MOVE SPACES TO BKP-TRAILER-REC
           MOVE 'T' TO BKT-RECORD-TYPE
           EVALUATE WS-CHECK-BASE
               WHEN "MSTBKP01"
                   MOVE WS-MASTER-COUNT TO BKT-DETAIL-COUNT
               WHEN OTHER
                   MOVE WS-CONTACT-COUNT TO BKT-DETAIL-COUNT
           END-EVALUATE
           WRITE BKP-TRAILER-REC
           IF WS-COPY-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               DISPLAY "MSTBKP01: WRITE TO " WS-COPY-FILE-NAME
                       " FAILED - STATUS " WS-COPY-STATUS
           END-IF
           CLOSE BKPCOPY
           DISPLAY "MSTBKP01: " BKT-DETAIL-COUNT " RECORDS TO "
                   WS-COPY-FILE-NAME
           .

      *    SET WS-CHECK-BASE AND WS-COPY-FILE-NAME FIRST. A COPY
      *    ALREADY CATALOGUED FOR THIS BASE AND DATE WAS JUST CUT
      *    OVER, SO ITS ENTRY TAKES THE NEW STAMP IN PLACE RATHER
      *    THAN GAINING A TWIN.
       SET-CATALOG-ENTRY.
           MOVE 0 TO WS-FOUND-SLOT
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                      OR WS-FOUND-SLOT > 0
               IF WS-CAT-BASE(WS-CAT-IDX) = WS-CHECK-BASE
                  AND WS-CAT-DATE(WS-CAT-IDX) = WS-RUN-DATE
                   MOVE WS-CAT-IDX TO WS-FOUND-SLOT
               END-IF
           END-PERFORM
           IF WS-FOUND-SLOT = 0
               ADD 1 TO WS-CAT-COUNT
               MOVE WS-CAT-COUNT TO WS-FOUND-SLOT
               MOVE WS-CHECK-BASE TO WS-CAT-BASE(WS-FOUND-SLOT)
               MOVE WS-RUN-DATE TO WS-CAT-DATE(WS-FOUND-SLOT)
           END-IF
           MOVE WS-COPY-FILE-NAME TO WS-CAT-FILE(WS-FOUND-SLOT)
           MOVE WS-JOURNAL-STAMP TO WS-CAT-STAMP(WS-FOUND-SLOT)
           .

       PURGE-EXPIRED-COPIES.
           MOVE "MSTBKP01" TO WS-CHECK-BASE
           PERFORM PURGE-ONE-BASE
           MOVE "CNTBKP01" TO WS-CHECK-BASE
           PERFORM PURGE-ONE-BASE
           .

      *    SAME RETENTION CYCLING AS HSKEEP01: ENTRIES SIT IN THE
      *    ORDER THEY WERE CUT, SO THE FIRST LIVE ENTRY FOR A BASE IS
      *    ITS OLDEST COPY.
       PURGE-ONE-BASE.
           PERFORM COUNT-BASE-GENERATIONS
           PERFORM UNTIL WS-BASE-GEN-COUNT NOT > WS-KEEP-GENS
               PERFORM FIND-OLDEST-GENERATION
               PERFORM PURGE-OLDEST-GENERATION
               SUBTRACT 1 FROM WS-BASE-GEN-COUNT
           END-PERFORM
           .

       COUNT-BASE-GENERATIONS.
           MOVE 0 TO WS-BASE-GEN-COUNT
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-BASE(WS-CAT-IDX) = WS-CHECK-BASE
                   ADD 1 TO WS-BASE-GEN-COUNT
               END-IF
           END-PERFORM
           .

       FIND-OLDEST-GENERATION.
           MOVE 0 TO WS-OLDEST-SLOT
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-BASE(WS-CAT-IDX) = WS-CHECK-BASE
                  AND WS-OLDEST-SLOT = 0
                   MOVE WS-CAT-IDX TO WS-OLDEST-SLOT
                   MOVE WS-CAT-COUNT TO WS-CAT-IDX
               END-IF
           END-PERFORM
           .

       PURGE-OLDEST-GENERATION.
           MOVE WS-CAT-FILE(WS-OLDEST-SLOT) TO WS-PURGE-FILE-NAME
           OPEN OUTPUT PURGEF
           CLOSE PURGEF
           DISPLAY "MSTBKP01: PURGED " WS-PURGE-FILE-NAME
           MOVE SPACES TO WS-CAT-BASE(WS-OLDEST-SLOT)
           ADD 1 TO WS-PURGED-COUNT
           .

       REWRITE-GEN-CATALOG.
           OPEN OUTPUT GENCAT01
           IF WS-CATALOG-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               DISPLAY "MSTBKP01: CATALOG NOT WRITABLE - STATUS "
                       WS-CATALOG-STATUS
           ELSE
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   IF WS-CAT-BASE(WS-CAT-IDX) NOT = SPACES
                       MOVE SPACES TO GCT-RECORD
                       MOVE WS-CAT-BASE(WS-CAT-IDX) TO GCT-BASE-NAME
                       MOVE WS-CAT-DATE(WS-CAT-IDX) TO GCT-GEN-DATE
                       MOVE WS-CAT-FILE(WS-CAT-IDX) TO GCT-FILE-NAME
                       MOVE WS-CAT-STAMP(WS-CAT-IDX) TO GCT-CUT-STAMP
                       WRITE GCT-RECORD
                   END-IF
               END-PERFORM
               CLOSE GENCAT01
           END-IF
           .

       PRINT-RUN-TOTALS.
           DISPLAY "MSTBKP01: RUN DATE " WS-RUN-DATE
                   " RETENTION " WS-KEEP-GENS " COPIES"
           DISPLAY "MSTBKP01: JOURNAL ENTRIES INCLUDED - "
                   WS-JOURNAL-COUNT
           DISPLAY "MSTBKP01: LAST JRN-TIMESTAMP INCLUDED - "
                   WS-JOURNAL-STAMP
           DISPLAY "MSTBKP01: MASTER RECORDS COPIED  - "
                   WS-MASTER-COUNT
           DISPLAY "MSTBKP01: CONTACT RECORDS COPIED - "
                   WS-CONTACT-COUNT
           DISPLAY "MSTBKP01: COPIES PURGED - " WS-PURGED-COUNT
           .
