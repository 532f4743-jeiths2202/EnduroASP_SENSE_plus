       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMRUN01.
      *****************************************************************
      * MONTHLY CUSTOMER STATEMENT RUN - MONTH-END BATCH JOB,        *
      * SCHEDULED STRAIGHT AFTER THAT NIGHT'S EODBAL01 SO THE        *
      * STATEMENTS ARE STRUCK AS AT THE SAME MOMENT AS THE BALCTL01  *
      * CONTROL TOTALS. ONE STATEMENT IS PRINTED ON STMOUT01 FOR     *
      * EVERY ACTIVE MASTER01 KEY, SHOWING:                          *
      *   - THE CONTACT01 MAILING ADDRESS (SEE CNTREC)               *
      *   - THE OPENING MST-AMOUNT AT THE START OF THE PERIOD        *
      *   - EVERY AMOUNT MOVEMENT JOURNALED IN THE PERIOD (DATE,     *
      *     OLD AMOUNT, NEW AMOUNT), READ THROUGH JRNRDR1 SO A       *
      *     PERIOD SPANNING HSKEEP01 CUTOVERS SEES EVERY ENTRY       *
      *   - THE CLOSING BALANCE                                      *
      * THE PERIOD RUNS FROM THE FIRST OF THE MONTH KEYED AT RUN     *
      * TIME (BLANK = THE MONTH OF THE LAST EODBAL01 RUN) TO THE     *
      * BALCTL01 RUN STAMP. AN ACTIVE KEY WITH NO CONTACT01 RECORD   *
      * CANNOT BE MAILED - IT GOES ON THE STMEXC01 EXCEPTION LIST    *
      * INSTEAD OF GETTING A STATEMENT.                              *
      * THE RUN ENDS WITH A CONTROL PAGE ON STMOUT01: THE CLOSING    *
      * BALANCES OF THE STATEMENTS, THE CANNOT-MAIL KEYS, AND THE    *
      * INACTIVE KEYS THAT GET NO STATEMENT ADD UP TO THE WHOLE      *
      * FILE, AND THAT TOTAL MUST MATCH BAL-AMOUNT-TOTAL ON BALCTL01 *
      * FOR THE SAME RUN DATE. ANY JOURNAL ENTRY STAMPED AFTER THE   *
      * BALCTL01 RUN MEANS MASTER01 HAS MOVED SINCE THE TOTALS WERE  *
      * STRUCK - THE CONTROL PAGE SAYS SO AND THE RUN IS FLAGGED.    *
      * RETURN-CODE 0 = STATEMENTS PRINTED AND IN BALANCE,           *
      * 8 = OUT OF BALANCE, NO BALCTL01 TOTALS, BAD PERIOD, OR A     *
      * FILE ERROR                                                   *
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
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CNT-KEY OF CNT-RECORD
                  FILE STATUS IS WS-CONTACT-STATUS.
           SELECT BALCTL01 ASSIGN TO "BALCTL01"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CONTROL-STATUS.
           SELECT STMOUT01 ASSIGN TO "STMOUT01"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STMOUT-STATUS.
           SELECT STMEXC01 ASSIGN TO "STMEXC01"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STMEXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER01.
       COPY MASTREC OF CPYLIB.

       FD  CONTACT01.
       COPY CNTREC OF CPYLIB.

       FD  BALCTL01.
       COPY BALREC OF CPYLIB.

       FD  STMOUT01.
       01  STM-PRINT-LINE      PIC X(132).

       FD  STMEXC01.
       01  STX-PRINT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS    PIC X(02) VALUE "00".
       01  WS-CONTACT-STATUS   PIC X(02) VALUE "00".
       01  WS-CONTROL-STATUS   PIC X(02) VALUE "00".
       01  WS-STMOUT-STATUS    PIC X(02) VALUE "00".
       01  WS-STMEXC-STATUS    PIC X(02) VALUE "00".
       01  WS-CONTACT-OPENED   PIC X(01) VALUE 'N'.
       01  WS-FILES-OPENED     PIC X(01) VALUE 'N'.

       COPY JRNLREC OF CPYLIB.

       COPY JRNRDREC OF CPYLIB.

      *    THE JOURNAL IMAGES UNPACKED FIELD BY FIELD SO THE AMOUNT
      *    ON EACH SIDE OF A MOVEMENT CAN BE TABLED.
       COPY MASTREC OF CPYLIB
           REPLACING ==MST-RECORD== BY ==STM-BEFORE-RECORD==.

       COPY MASTREC OF CPYLIB
           REPLACING ==MST-RECORD== BY ==STM-AFTER-RECORD==.

      *    BATCH-WINDOW INTERLOCK (SEE SYSQREC) - THE STATEMENTS AND
      *    THE CONTROL PAGE MUST COME FROM ONE STILL SNAPSHOT.
       COPY SYSQREC OF CPYLIB.

       01  WS-QUIESCE-SET      PIC X(01) VALUE 'N'.
       01  WS-KEEP-RETURN-CODE PIC S9(4) VALUE 0.

       01  WS-RUN-CONTROL.
           05  WS-CURRENT-STAMP    PIC X(26).
           05  WS-PERIOD-MONTH     PIC X(06).
           05  WS-PERIOD-START     PIC X(08).
           05  WS-BAL-RUN-DATE     PIC X(08).
           05  WS-BAL-RUN-STAMP    PIC X(26).
           05  WS-BAL-AMOUNT-TOTAL PIC S9(11)V99 VALUE 0.
           05  WS-BAL-FOUND        PIC X(01) VALUE 'N'.
           05  WS-PERIOD-OK        PIC X(01) VALUE 'N'.
           05  WS-MASTER-EOF       PIC X(01) VALUE 'N'.
           05  WS-JOURNAL-EOF      PIC X(01) VALUE 'N'.
           05  WS-CONTACT-FOUND    PIC X(01) VALUE 'N'.
           05  WS-OUT-OF-BALANCE   PIC X(01) VALUE 'N'.
           05  WS-LATE-COUNT       PIC 9(07) VALUE 0.

      *****************************************************************
      * EVERY AMOUNT MOVEMENT IN THE PERIOD, IN JOURNAL (OLDEST      *
      * FIRST) ORDER - A CREATE OR DELETE COUNTS, SINCE THE AMOUNT   *
      * APPEARS OR DISAPPEARS; AN UPDATE THAT LEFT THE AMOUNT ALONE  *
      * DOES NOT. THE OLD AMOUNT OF A KEY'S FIRST MOVEMENT IS ITS    *
      * OPENING BALANCE (ZERO WHEN THE FIRST MOVEMENT CREATED IT);   *
      * A KEY WITH NO MOVEMENT OPENED WHERE IT CLOSED. A PERIOD WITH *
      * MORE THAN 5000 MOVEMENTS ENDS THE RUN RATHER THAN PRINT      *
      * STATEMENTS FROM A TRUNCATED TABLE.                           *
      *****************************************************************
       01  WS-MOVEMENT-TABLE.
           05  WS-MOV-COUNT        PIC 9(04) VALUE 0.
           05  WS-MOV-ENTRY        OCCURS 5000 TIMES.
               10  WS-MOV-KEY          PIC X(10).
               10  WS-MOV-DATE         PIC X(08).
               10  WS-MOV-OLD-NONE     PIC X(01).
               10  WS-MOV-OLD-AMOUNT   PIC S9(7)V99.
               10  WS-MOV-NEW-NONE     PIC X(01).
               10  WS-MOV-NEW-AMOUNT   PIC S9(7)V99.
       01  WS-MOV-IDX          PIC 9(04) VALUE 0.
       01  WS-TABLE-FULL       PIC X(01) VALUE 'N'.

       01  WS-STATEMENT-FIELDS.
           05  WS-OPENING-AMOUNT   PIC S9(7)V99 VALUE 0.
           05  WS-CLOSING-AMOUNT   PIC S9(7)V99 VALUE 0.
           05  WS-FIRST-MOVEMENT   PIC X(01) VALUE 'Y'.
           05  WS-KEY-MOVEMENTS    PIC 9(05) VALUE 0.

       01  WS-RUN-TOTALS.
           05  WS-STATEMENT-COUNT  PIC 9(07) VALUE 0.
           05  WS-STATEMENT-TOTAL  PIC S9(11)V99 VALUE 0.
           05  WS-NOMAIL-COUNT     PIC 9(07) VALUE 0.
           05  WS-NOMAIL-TOTAL     PIC S9(11)V99 VALUE 0.
           05  WS-NOSTMT-COUNT     PIC 9(07) VALUE 0.
           05  WS-NOSTMT-TOTAL     PIC S9(11)V99 VALUE 0.
           05  WS-CLOSING-TOTAL    PIC S9(11)V99 VALUE 0.

       01  WS-AMOUNT-EDIT      PIC -9(7).99.
       01  WS-OLD-AMOUNT-EDIT  PIC -9(7).99.
       01  WS-NEW-AMOUNT-EDIT  PIC -9(7).99.
       01  WS-TOTAL-EDIT       PIC -9(11).99.
       01  WS-BAL-TOTAL-EDIT   PIC -9(11).99.
       01  WS-OLD-AMOUNT-TEXT  PIC X(12).
       01  WS-NEW-AMOUNT-TEXT  PIC X(12).

       01  WS-PRINT-LINE       PIC X(132).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           MOVE 0 TO RETURN-CODE
           PERFORM READ-BALANCE-CONTROL
           IF WS-BAL-FOUND = 'Y'
               PERFORM ACCEPT-STATEMENT-PERIOD
           END-IF
           IF WS-BAL-FOUND = 'Y' AND WS-PERIOD-OK = 'Y'
               PERFORM MARK-SYSTEM-QUIESCED
               PERFORM LOAD-PERIOD-MOVEMENTS
               IF WS-TABLE-FULL = 'N' AND RETURN-CODE = 0
                   PERFORM OPEN-STATEMENT-FILES
               END-IF
               IF WS-FILES-OPENED = 'Y'
                   PERFORM PRINT-STATEMENTS
                       UNTIL WS-MASTER-EOF = 'Y'
                   PERFORM PRINT-CONTROL-PAGE
                   PERFORM CLOSE-STATEMENT-FILES
                   PERFORM PRINT-RUN-TOTALS
               END-IF
               PERFORM CLEAR-SYSTEM-QUIESCED
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-OUT-OF-BALANCE = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

       MARK-SYSTEM-QUIESCED.
           MOVE 'S' TO SQC-REQUEST
           MOVE "STMRUN01" TO SQC-JOB-NAME
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

      *    THE STATEMENTS ARE STRUCK AS AT THE LAST EODBAL01 RUN -
      *    WITHOUT ITS TOTALS THERE IS NOTHING TO PROVE THEM AGAINST,
      *    SO THE RUN IS REFUSED RATHER THAN PRINT UNPROVED FIGURES.
       READ-BALANCE-CONTROL.
           MOVE 'N' TO WS-BAL-FOUND
           OPEN INPUT BALCTL01
           IF WS-CONTROL-STATUS = "00"
               READ BALCTL01
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-BAL-FOUND
                       MOVE BAL-RUN-DATE TO WS-BAL-RUN-DATE
                       MOVE BAL-RUN-STAMP TO WS-BAL-RUN-STAMP
                       MOVE BAL-AMOUNT-TOTAL TO WS-BAL-AMOUNT-TOTAL
               END-READ
               CLOSE BALCTL01
           END-IF
           IF WS-BAL-FOUND = 'N'
               DISPLAY "STMRUN01: NO EODBAL01 CONTROL TOTALS ON "
                       "BALCTL01 - RUN EODBAL01 FIRST"
           END-IF
           .

      *    A PERIOD MONTH AFTER THE EODBAL01 RUN WOULD START AFTER
      *    IT ENDS - REFUSED.
       ACCEPT-STATEMENT-PERIOD.
           MOVE 'Y' TO WS-PERIOD-OK
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           DISPLAY "STMRUN01: STATEMENT MONTH (YYYYMM, BLANK="
                   WS-BAL-RUN-DATE(1:6) ") ?"
           ACCEPT WS-PERIOD-MONTH
           IF WS-PERIOD-MONTH = SPACES
               MOVE WS-BAL-RUN-DATE(1:6) TO WS-PERIOD-MONTH
           END-IF
           IF WS-PERIOD-MONTH NOT NUMERIC
              OR WS-PERIOD-MONTH(5:2) < "01"
              OR WS-PERIOD-MONTH(5:2) > "12"
               MOVE 'N' TO WS-PERIOD-OK
               DISPLAY "STMRUN01: STATEMENT MONTH MUST BE YYYYMM"
           ELSE
               MOVE SPACES TO WS-PERIOD-START
               STRING WS-PERIOD-MONTH "01"
                   DELIMITED BY SIZE
                   INTO WS-PERIOD-START
               IF WS-PERIOD-START > WS-BAL-RUN-DATE
                   MOVE 'N' TO WS-PERIOD-OK
                   DISPLAY "STMRUN01: MONTH " WS-PERIOD-MONTH
                           " STARTS AFTER THE EODBAL01 RUN OF "
                           WS-BAL-RUN-DATE
               END-IF
           END-IF
           .

       LOAD-PERIOD-MOVEMENTS.
           MOVE 'O' TO JRD-REQUEST
           CALL "JRNRDR1" USING JRD-PARM, JRN-RECORD
           IF JRD-STATUS NOT = "00"
               DISPLAY "STMRUN01: NO JOURNAL FILE - NO MOVEMENTS IN "
                       "THE PERIOD"
               MOVE 'Y' TO WS-JOURNAL-EOF
           ELSE
               PERFORM READ-AND-TABLE-MOVEMENT
                   UNTIL WS-JOURNAL-EOF = 'Y'
               IF WS-TABLE-FULL = 'Y'
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "STMRUN01: MORE THAN 5000 MOVEMENTS IN THE "
                           "PERIOD - NO STATEMENTS PRINTED"
               END-IF
           END-IF
           MOVE 'C' TO JRD-REQUEST
           CALL "JRNRDR1" USING JRD-PARM, JRN-RECORD
           .

       READ-AND-TABLE-MOVEMENT.
           MOVE 'R' TO JRD-REQUEST
           CALL "JRNRDR1" USING JRD-PARM, JRN-RECORD
           IF JRD-AT-END
               MOVE 'Y' TO WS-JOURNAL-EOF
           ELSE
               IF JRN-TIMESTAMP > WS-BAL-RUN-STAMP
                   ADD 1 TO WS-LATE-COUNT
               ELSE
                   IF JRN-TIMESTAMP(1:8) NOT < WS-PERIOD-START
                       MOVE JRN-BEFORE-IMAGE TO STM-BEFORE-RECORD
                       MOVE JRN-AFTER-IMAGE TO STM-AFTER-RECORD
                       IF MST-AMOUNT OF STM-BEFORE-RECORD
                          NOT = MST-AMOUNT OF STM-AFTER-RECORD
                           PERFORM TABLE-ONE-MOVEMENT
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *    A BLANK IMAGE (THE BEFORE SIDE OF A CREATE, THE AFTER SIDE
      *    OF A DELETE) HAS NO AMOUNT - FLAGGED RATHER THAN TABLED AS
      *    GARBAGE, THE SAME WAY JRNHIST1 SHOWS IT AS "(NONE)".
       TABLE-ONE-MOVEMENT.
           IF WS-MOV-COUNT < 5000
               ADD 1 TO WS-MOV-COUNT
               MOVE JRN-RECORD-KEY TO WS-MOV-KEY(WS-MOV-COUNT)
               MOVE JRN-TIMESTAMP(1:8) TO WS-MOV-DATE(WS-MOV-COUNT)
               MOVE 'N' TO WS-MOV-OLD-NONE(WS-MOV-COUNT)
               MOVE 'N' TO WS-MOV-NEW-NONE(WS-MOV-COUNT)
               MOVE 0 TO WS-MOV-OLD-AMOUNT(WS-MOV-COUNT)
               MOVE 0 TO WS-MOV-NEW-AMOUNT(WS-MOV-COUNT)
               IF MST-AMOUNT OF STM-BEFORE-RECORD NUMERIC
                   MOVE MST-AMOUNT OF STM-BEFORE-RECORD
                       TO WS-MOV-OLD-AMOUNT(WS-MOV-COUNT)
               ELSE
                   MOVE 'Y' TO WS-MOV-OLD-NONE(WS-MOV-COUNT)
               END-IF
               IF MST-AMOUNT OF STM-AFTER-RECORD NUMERIC
                   MOVE MST-AMOUNT OF STM-AFTER-RECORD
                       TO WS-MOV-NEW-AMOUNT(WS-MOV-COUNT)
               ELSE
                   MOVE 'Y' TO WS-MOV-NEW-NONE(WS-MOV-COUNT)
               END-IF
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL
               MOVE 'Y' TO WS-JOURNAL-EOF
           END-IF
           .

      *    A SITE WITHOUT CONTACT01 STILL RUNS - EVERY ACTIVE KEY
      *    SIMPLY LANDS ON THE CANNOT-MAIL LIST. THE SELECT IS
      *    OPTIONAL, SO AN ABSENT FILE OPENS WITH STATUS 05 AND IS
      *    CLOSED AGAIN STRAIGHT AWAY.
       OPEN-STATEMENT-FILES.
           MOVE 'N' TO WS-FILES-OPENED
           OPEN INPUT MASTER01
           IF WS-MASTER-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               DISPLAY "STMRUN01: MASTER FILE NOT USABLE - STATUS "
                       WS-MASTER-STATUS " - NO STATEMENTS PRINTED"
           ELSE
               OPEN OUTPUT STMOUT01
               OPEN OUTPUT STMEXC01
               IF WS-STMOUT-STATUS NOT = "00"
                  OR WS-STMEXC-STATUS NOT = "00"
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "STMRUN01: STATEMENT FILES NOT USABLE - "
                           "STATUS " WS-STMOUT-STATUS " "
                           WS-STMEXC-STATUS
                   CLOSE MASTER01
               ELSE
                   MOVE 'Y' TO WS-FILES-OPENED
                   PERFORM OPEN-CONTACT-FILE
                   PERFORM PRINT-EXCEPTION-HEADING
               END-IF
           END-IF
           .

       OPEN-CONTACT-FILE.
           MOVE 'N' TO WS-CONTACT-OPENED
           OPEN INPUT CONTACT01
           IF WS-CONTACT-STATUS = "00"
               MOVE 'Y' TO WS-CONTACT-OPENED
           ELSE
               IF WS-CONTACT-STATUS = "05"
                   CLOSE CONTACT01
               END-IF
               DISPLAY "STMRUN01: NO CONTACT FILE - EVERY ACTIVE KEY "
                       "GOES ON THE CANNOT-MAIL LIST"
           END-IF
           .

       CLOSE-STATEMENT-FILES.
           CLOSE MASTER01
           CLOSE STMOUT01
           CLOSE STMEXC01
           IF WS-CONTACT-OPENED = 'Y'
               CLOSE CONTACT01
           END-IF
           .

      *****************************************************************
      * ONE MASTER RECORD PER PASS. EVERY RECORD'S CLOSING BALANCE   *
      * GOES INTO EXACTLY ONE OF THE THREE CONTROL BUCKETS -         *
      * STATEMENT, CANNOT-MAIL, OR NO STATEMENT (NOT ACTIVE) - SO    *
      * THE THREE TOGETHER MUST COME TO THE WHOLE-FILE TOTAL.        *
      *****************************************************************
       PRINT-STATEMENTS.
           READ MASTER01 NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   MOVE MST-AMOUNT OF MST-RECORD TO WS-CLOSING-AMOUNT
                   ADD WS-CLOSING-AMOUNT TO WS-CLOSING-TOTAL
                   IF MST-ACTIVE OF MST-RECORD
                       PERFORM FIND-MAILING-ADDRESS
                       IF WS-CONTACT-FOUND = 'Y'
                           PERFORM PRINT-ONE-STATEMENT
                       ELSE
                           PERFORM PRINT-CANNOT-MAIL-LINE
                       END-IF
                   ELSE
                       ADD 1 TO WS-NOSTMT-COUNT
                       ADD WS-CLOSING-AMOUNT TO WS-NOSTMT-TOTAL
                   END-IF
           END-READ
           .

       FIND-MAILING-ADDRESS.
           MOVE 'N' TO WS-CONTACT-FOUND
           IF WS-CONTACT-OPENED = 'Y'
               MOVE MST-KEY OF MST-RECORD TO CNT-KEY OF CNT-RECORD
               READ CONTACT01
                   KEY IS CNT-KEY OF CNT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CONTACT-FOUND
               END-READ
           END-IF
           .

       PRINT-ONE-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT
           ADD WS-CLOSING-AMOUNT TO WS-STATEMENT-TOTAL
           PERFORM FIND-OPENING-BALANCE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "STATEMENT OF ACCOUNT   PERIOD " WS-PERIOD-START
                  " TO " WS-BAL-RUN-DATE
               DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-STATEMENT-PAGE-TOP
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ACCOUNT " MST-KEY OF MST-RECORD "  "
                  MST-NAME OF MST-RECORD
               DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE CNT-ADDR-LINE1 TO WS-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           IF CNT-ADDR-LINE2 NOT = SPACES
               MOVE CNT-ADDR-LINE2 TO WS-PRINT-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING CNT-CITY "  " CNT-POSTAL-CD
               DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-OPENING-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "OPENING BALANCE " WS-PERIOD-START
                  "           " WS-AMOUNT-EDIT
               DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE "  DATE        OLD AMOUNT    NEW AMOUNT"
               TO WS-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE 0 TO WS-KEY-MOVEMENTS
           PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
                   UNTIL WS-MOV-IDX > WS-MOV-COUNT
               IF WS-MOV-KEY(WS-MOV-IDX) = MST-KEY OF MST-RECORD
                   PERFORM PRINT-MOVEMENT-LINE
               END-IF
           END-PERFORM
           IF WS-KEY-MOVEMENTS = 0
               MOVE "  NO MOVEMENTS IN THE PERIOD" TO WS-PRINT-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           MOVE WS-CLOSING-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CLOSING BALANCE " WS-BAL-RUN-DATE
                  "           " WS-AMOUNT-EDIT
               DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           .

      *    THE FIRST MOVEMENT IN THE PERIOD CARRIES THE BALANCE AS IT
      *    STOOD WHEN THE PERIOD OPENED; A CREATE OPENED AT NOTHING.
       FIND-OPENING-BALANCE.
           MOVE WS-CLOSING-AMOUNT TO WS-OPENING-AMOUNT
           MOVE 'Y' TO WS-FIRST-MOVEMENT
           PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
                   UNTIL WS-MOV-IDX > WS-MOV-COUNT
               IF WS-MOV-KEY(WS-MOV-IDX) = MST-KEY OF MST-RECORD
                  AND WS-FIRST-MOVEMENT = 'Y'
                   MOVE 'N' TO WS-FIRST-MOVEMENT
                   MOVE WS-MOV-OLD-AMOUNT(WS-MOV-IDX)
                       TO WS-OPENING-AMOUNT
                   MOVE WS-MOV-COUNT TO WS-MOV-IDX
               END-IF
           END-PERFORM
           .

       PRINT-MOVEMENT-LINE.
           ADD 1 TO WS-KEY-MOVEMENTS
           IF WS-MOV-OLD-NONE(WS-MOV-IDX) = 'Y'
               MOVE "(NONE)" TO WS-OLD-AMOUNT-TEXT
           ELSE
               MOVE WS-MOV-OLD-AMOUNT(WS-MOV-IDX) TO WS-OLD-AMOUNT-EDIT
               MOVE WS-OLD-AMOUNT-EDIT TO WS-OLD-AMOUNT-TEXT
           END-IF
           IF WS-MOV-NEW-NONE(WS-MOV-IDX) = 'Y'
               MOVE "(CLOSED)" TO WS-NEW-AMOUNT-TEXT
           ELSE
               MOVE WS-MOV-NEW-AMOUNT(WS-MOV-IDX) TO WS-NEW-AMOUNT-EDIT
               MOVE WS-NEW-AMOUNT-EDIT TO WS-NEW-AMOUNT-TEXT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " WS-MOV-DATE(WS-MOV-IDX) "  "
                  WS-OLD-AMOUNT-TEXT "  " WS-NEW-AMOUNT-TEXT
               DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           .

       PRINT-CANNOT-MAIL-LINE.
           ADD 1 TO WS-NOMAIL-COUNT
           ADD WS-CLOSING-AMOUNT TO WS-NOMAIL-TOTAL
           MOVE WS-CLOSING-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING MST-KEY OF MST-RECORD "  " MST-NAME OF MST-RECORD
                  "  " WS-AMOUNT-EDIT "  NO CONTACT ON FILE"
               DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO STX-PRINT-LINE
           WRITE STX-PRINT-LINE
           .

       PRINT-EXCEPTION-HEADING.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "STATEMENTS - CANNOT MAIL - PERIOD " WS-PERIOD-START
                  " TO " WS-BAL-RUN-DATE
               DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO STX-PRINT-LINE
           WRITE STX-PRINT-LINE
           MOVE "KEY         NAME                            CLOSING"
               TO STX-PRINT-LINE
           WRITE STX-PRINT-LINE
           .

       WRITE-STATEMENT-PAGE-TOP.
           MOVE WS-PRINT-LINE TO STM-PRINT-LINE
           WRITE STM-PRINT-LINE AFTER ADVANCING PAGE
           .

       WRITE-STATEMENT-LINE.
           MOVE WS-PRINT-LINE TO STM-PRINT-LINE
           WRITE STM-PRINT-LINE AFTER ADVANCING 1 LINE
           .

      *****************************************************************
      * THE CONTROL PAGE. THE THREE BUCKETS MUST ADD BACK TO THE     *
      * WHOLE-FILE CLOSING TOTAL, AND THAT TOTAL MUST EQUAL THE      *
      * EODBAL01 AMOUNT TOTAL FOR THE SAME RUN DATE. JOURNAL ENTRIES *
      * STAMPED AFTER THE EODBAL01 RUN ARE ACTIVITY THE TOTALS DO    *
      * NOT INCLUDE - THE RUN IS OUT OF BALANCE BY DEFINITION AND    *
      * MUST BE REPEATED AFTER THE NEXT EODBAL01.                    *
      *****************************************************************
       PRINT-CONTROL-PAGE.
           MOVE 'N' TO WS-OUT-OF-BALANCE
           IF WS-CLOSING-TOTAL NOT = WS-BAL-AMOUNT-TOTAL
              OR WS-LATE-COUNT > 0
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "STATEMENT RUN CONTROL PAGE   PERIOD "
                  WS-PERIOD-START " TO " WS-BAL-RUN-DATE
               DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-STATEMENT-PAGE-TOP
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-STATEMENT-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "STATEMENTS PRINTED      " WS-STATEMENT-COUNT
                  "   CLOSING " WS-TOTAL-EDIT
               DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-NOMAIL-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CANNOT MAIL (STMEXC01)  " WS-NOMAIL-COUNT
                  "   CLOSING " WS-TOTAL-EDIT
               DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-NOSTMT-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "NOT ACTIVE - NO STMT    " WS-NOSTMT-COUNT
                  "   CLOSING " WS-TOTAL-EDIT
               DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-CLOSING-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TOTAL CLOSING BALANCES             "
                  "         " WS-TOTAL-EDIT
               DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-BAL-AMOUNT-TOTAL TO WS-BAL-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "EODBAL01 AMOUNT TOTAL FOR " WS-BAL-RUN-DATE
                  "         " WS-BAL-TOTAL-EDIT
               DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "JOURNAL ENTRIES SINCE EODBAL01     " WS-LATE-COUNT
               DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           IF WS-OUT-OF-BALANCE = 'Y'
               MOVE "*** STATEMENT RUN OUT OF BALANCE ***"
                   TO WS-PRINT-LINE
           ELSE
               MOVE "STATEMENT RUN IN BALANCE" TO WS-PRINT-LINE
           END-IF
           PERFORM WRITE-STATEMENT-LINE
           .

       PRINT-RUN-TOTALS.
           MOVE WS-CLOSING-TOTAL TO WS-TOTAL-EDIT
           MOVE WS-BAL-AMOUNT-TOTAL TO WS-BAL-TOTAL-EDIT
           DISPLAY "STMRUN01: PERIOD " WS-PERIOD-START " TO "
                   WS-BAL-RUN-DATE
           DISPLAY "STMRUN01: STATEMENTS PRINTED - " WS-STATEMENT-COUNT
           DISPLAY "STMRUN01: CANNOT MAIL        - " WS-NOMAIL-COUNT
           DISPLAY "STMRUN01: CLOSING TOTAL      - " WS-TOTAL-EDIT
           DISPLAY "STMRUN01: EODBAL01 TOTAL     - " WS-BAL-TOTAL-EDIT
           IF WS-LATE-COUNT > 0
               DISPLAY "STMRUN01: " WS-LATE-COUNT " JOURNAL ENTRIES "
                       "SINCE EODBAL01 - RERUN AFTER THE NEXT EODBAL01"
           END-IF
           IF WS-OUT-OF-BALANCE = 'Y'
               DISPLAY "STMRUN01: *** STATEMENT RUN OUT OF BALANCE ***"
           ELSE
               DISPLAY "STMRUN01: STATEMENT RUN IN BALANCE"
           END-IF
           .
