       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGFED01.
      *****************************************************************
      * OUTBOUND CHANGE FEED FOR THE CUSTOMER SERVICE SYSTEM. RUN    *
      * THROUGH THE DAY, IT TELLS THEIR SIDE WHICH CUSTOMERS WERE    *
      * ADDED, CHANGED OR DELETED SINCE THE LAST FEED INSTEAD OF     *
      * SENDING THE WHOLE MSTXTR01 EXTRACT. EACH RUN:                *
      *   1. RECONCILES THE ACKNOWLEDGEMENTS THEIR SIDE HAS SENT     *
      *      BACK (CHGACK01.S + FEED SEQUENCE, SEE ACKREC) AGAINST   *
      *      THE FEEDS ON THE FEDLOG01 LOG (SEE FEDREC), AND REPORTS *
      *      EVERY FEED NOT ACKNOWLEDGED OR ACKNOWLEDGED WITH A      *
      *      DIFFERENT COUNT - SO A LOST FILE IS CAUGHT THE NEXT     *
      *      MORNING, NOT WEEKS LATER. A FEED CUT TODAY AND NOT YET  *
      *      ACKNOWLEDGED IS LISTED AS AWAITING, NOT AS OVERDUE.     *
      *   2. CUTS THE NEXT FEED: EVERY JRNL01 ENTRY (READ THROUGH    *
      *      JRNRDR1, SO ROLLED GENERATIONS ARE INCLUDED) FROM THE   *
      *      HIGH-WATER MARK - THE CUT STAMP OF THE LAST FEED ON     *
      *      FEDLOG01 - UP TO THE MOMENT THIS FEED IS CUT, WRITTEN   *
      *      TO CHGFED01.S + THE NEXT SEQUENCE, THEN LOGGED ON       *
      *      FEDLOG01, WHICH ADVANCES THE HIGH-WATER MARK. A RUN     *
      *      THAT DIES BEFORE THE LOG RECORD IS WRITTEN SIMPLY CUTS  *
      *      THE SAME SEQUENCE AGAIN NEXT TIME.                      *
      * THE MODE IS KEYED AT RUN TIME: F (OR BLANK) RECONCILES AND   *
      * CUTS A FEED, R ONLY RECONCILES.                              *
      * RECORD LAYOUT OF THE FEED (SPACE PADDED, 100-BYTE RECORDS):  *
      *   H SSSSSSS YYYYMMDDHHMMSS YYYYMMDDHHMMSS                    *
      *                     - HEADER: FEED SEQUENCE, CUT TIME, AND   *
      *                       FROM TIME (BLANK ON THE FIRST FEED)    *
      *   D KEY|A|YYYYMMDDHHMMSS|OPERATOR|NAME|+NNNNNNN.NN|S         *
      *                     - ONE PER JOURNAL ENTRY, IN JOURNAL      *
      *                       ORDER: KEY FIXED-WIDTH, ACTION C/U/D,  *
      *                       WHEN, WHO, THEN THE NEW NAME (TRAILING *
      *                       BLANKS TRIMMED), AMOUNT AND STATUS -   *
      *                       EACH EMPTY WHEN THE CHANGE DID NOT     *
      *                       TOUCH IT. AN ADD CARRIES ALL THREE, A  *
      *                       DELETE NONE.                           *
      *   T SSSSSSS NNNNNNN - TRAILER: FEED SEQUENCE, COUNT OF D     *
      *                       RECORDS                                *
      * RETURN-CODE 0 = FEED CUT, NOTHING OUTSTANDING,               *
      * 4 = A FEED FROM AN EARLIER DAY NOT ACKNOWLEDGED,             *
      * 8 = AN ACKNOWLEDGEMENT COUNT MISMATCH, BAD MODE, OR FILE     *
      * ERROR                                                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEDLOG01 ASSIGN TO "FEDLOG01"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-FEDLOG-STATUS.
           SELECT FEEDOUT ASSIGN TO WS-FEED-FILE-NAME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-FEEDOUT-STATUS.
           SELECT ACKIN ASSIGN TO WS-ACK-FILE-NAME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ACKIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEDLOG01.
       COPY FEDREC OF CPYLIB.

       FD  FEEDOUT.
       01  FEO-RECORD          PIC X(100).

       FD  ACKIN.
       COPY ACKREC OF CPYLIB.

       WORKING-STORAGE SECTION.
       01  WS-FEDLOG-STATUS    PIC X(02) VALUE "00".
       01  WS-FEEDOUT-STATUS   PIC X(02) VALUE "00".
       01  WS-ACKIN-STATUS     PIC X(02) VALUE "00".
       01  WS-FEED-FILE-NAME   PIC X(20).
       01  WS-ACK-FILE-NAME    PIC X(20).

       01  WS-RUN-CONTROL.
           05  WS-RUN-MODE         PIC X(01).
               88  WS-MODE-FEED        VALUE 'F'.
               88  WS-MODE-RECONCILE   VALUE 'R'.
           05  WS-CURRENT-STAMP    PIC X(26).
           05  WS-FILE-ERROR       PIC X(01) VALUE 'N'.
           05  WS-LOG-EOF          PIC X(01) VALUE 'N'.
           05  WS-ACK-FOUND        PIC X(01) VALUE 'N'.
           05  WS-JOURNAL-OPENED   PIC X(01) VALUE 'N'.
           05  WS-JOURNAL-EOF      PIC X(01) VALUE 'N'.

      *    THE HIGH-WATER MARK AND SEQUENCE CARRIED FORWARD FROM THE
      *    LAST FEED ON FEDLOG01, AND THE BOUNDS OF THE FEED BEING CUT.
       01  WS-FEED-CONTROL.
           05  WS-LAST-SEQ         PIC 9(07) VALUE 0.
           05  WS-HIGH-WATER       PIC X(26) VALUE SPACES.
           05  WS-FEED-SEQ         PIC 9(07) VALUE 0.
           05  WS-CUT-STAMP        PIC X(26).
           05  WS-DETAIL-COUNT     PIC 9(07) VALUE 0.
           05  WS-CREATE-COUNT     PIC 9(07) VALUE 0.
           05  WS-UPDATE-COUNT     PIC 9(07) VALUE 0.
           05  WS-DELETE-COUNT     PIC 9(07) VALUE 0.

       01  WS-RECONCILE-TOTALS.
           05  WS-FEEDS-ON-LOG     PIC 9(07) VALUE 0.
           05  WS-ACKED-COUNT      PIC 9(07) VALUE 0.
           05  WS-MISMATCH-COUNT   PIC 9(07) VALUE 0.
           05  WS-AWAITING-COUNT   PIC 9(07) VALUE 0.
           05  WS-OVERDUE-COUNT    PIC 9(07) VALUE 0.

      *    THE CHANGED FIELDS AS THEY GO ACROSS - LEFT AS SPACES
      *    WHEN THE CHANGE DID NOT TOUCH THEM.
       01  WS-FEED-FIELDS.
           05  WS-FEED-NAME        PIC X(30).
           05  WS-FEED-AMOUNT      PIC X(11).
           05  WS-FEED-STATUS      PIC X(01).
           05  WS-NAME-LEN         PIC 9(02) VALUE 0.
           05  WS-LINE-PTR         PIC 9(03) VALUE 1.

      *    SAME EXPLICIT-SIGN, EXPLICIT-DECIMAL AMOUNT FORM AS THE
      *    MSTXTR01 EXTRACT.
       01  WS-AMOUNT-EDIT      PIC +9(7).99.

       01  WS-FEED-LINE        PIC X(100).

      *    THE JOURNAL IMAGES UNPACKED SO THE FIELDS CAN BE COMPARED.
       COPY MASTREC OF CPYLIB
           REPLACING ==MST-RECORD== BY ==CHF-BEFORE-RECORD==.

       COPY MASTREC OF CPYLIB
           REPLACING ==MST-RECORD== BY ==CHF-AFTER-RECORD==.

       COPY JRNRDREC OF CPYLIB.

       COPY JRNLREC OF CPYLIB.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM ACCEPT-RUN-MODE
           IF WS-MODE-FEED OR WS-MODE-RECONCILE
               PERFORM RECONCILE-ACKNOWLEDGEMENTS
               IF WS-MODE-FEED AND WS-FILE-ERROR = 'N'
                   PERFORM CUT-CHANGE-FEED
               END-IF
               PERFORM PRINT-RUN-TOTALS
           ELSE
               MOVE 'Y' TO WS-FILE-ERROR
               DISPLAY "CHGFED01: MODE MUST BE F OR R - " WS-RUN-MODE
           END-IF
           IF WS-FILE-ERROR = 'Y' OR WS-MISMATCH-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OVERDUE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK
           .

       ACCEPT-RUN-MODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           DISPLAY "CHGFED01: MODE (F=CUT FEED AND RECONCILE, "
                   "R=RECONCILE ONLY, BLANK=F) ?"
           ACCEPT WS-RUN-MODE
           IF WS-RUN-MODE = SPACE
               MOVE 'F' TO WS-RUN-MODE
           END-IF
           .

      *****************************************************************
      * ONE PASS OF FEDLOG01: EVERY FEED NOT YET ACKNOWLEDGED IS     *
      * LOOKED FOR ITS ACKNOWLEDGEMENT FILE AND MARKED IN PLACE, AND *
      * THE LAST RECORD READ LEAVES THE SEQUENCE AND HIGH-WATER MARK *
      * THE NEXT FEED CARRIES ON FROM. A MISMATCHED FEED IS LOOKED   *
      * AT AGAIN EACH RUN, SO A CORRECTED ACKNOWLEDGEMENT CLEARS IT. *
      * NO FEDLOG01 YET (STATUS 35) MEANS NO FEED HAS EVER BEEN CUT. *
      *****************************************************************
       RECONCILE-ACKNOWLEDGEMENTS.
           MOVE 0 TO WS-LAST-SEQ
           MOVE SPACES TO WS-HIGH-WATER
           MOVE 'N' TO WS-LOG-EOF
           DISPLAY "CHGFED01: FEED ACKNOWLEDGEMENTS"
           DISPLAY "-------------------------------------"
           OPEN I-O FEDLOG01
           IF WS-FEDLOG-STATUS = "00"
               PERFORM CHECK-ONE-FEED
                   UNTIL WS-LOG-EOF = 'Y'
               CLOSE FEDLOG01
           ELSE
               IF WS-FEDLOG-STATUS = "35"
                   DISPLAY "CHGFED01: NO FEEDS CUT YET"
               ELSE
                   MOVE 'Y' TO WS-FILE-ERROR
                   DISPLAY "CHGFED01: FEED LOG NOT USABLE - STATUS "
                           WS-FEDLOG-STATUS " - NO FEED CUT"
               END-IF
           END-IF
           .

       CHECK-ONE-FEED.
           READ FEDLOG01
               AT END
                   MOVE 'Y' TO WS-LOG-EOF
               NOT AT END
                   ADD 1 TO WS-FEEDS-ON-LOG
                   MOVE FED-FEED-SEQ TO WS-LAST-SEQ
                   MOVE FED-CUT-STAMP TO WS-HIGH-WATER
                   IF NOT FED-ACKNOWLEDGED
                       PERFORM LOOK-FOR-ACKNOWLEDGEMENT
                   END-IF
           END-READ
           .

       LOOK-FOR-ACKNOWLEDGEMENT.
           MOVE SPACES TO WS-ACK-FILE-NAME
           STRING "CHGACK01.S" FED-FEED-SEQ
               DELIMITED BY SIZE
               INTO WS-ACK-FILE-NAME
           MOVE 'N' TO WS-ACK-FOUND
           OPEN INPUT ACKIN
           IF WS-ACKIN-STATUS = "00"
               READ ACKIN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ACK-TYPE-ACK
                           MOVE 'Y' TO WS-ACK-FOUND
                       END-IF
               END-READ
               CLOSE ACKIN
           END-IF
           IF WS-ACK-FOUND = 'Y'
               PERFORM MATCH-ACKNOWLEDGEMENT
           ELSE
               PERFORM REPORT-UNACKNOWLEDGED
           END-IF
           .

      *    THE ACKNOWLEDGEMENT MUST NAME THIS FEED AND CARRY ITS
      *    COUNT. ANYTHING ELSE - A SHORT LOAD, OR A FILE THAT WAS
      *    RENAMED ONTO THE WRONG SEQUENCE - IS A MISMATCH.
       MATCH-ACKNOWLEDGEMENT.
           MOVE FUNCTION CURRENT-DATE TO FED-ACK-STAMP
           MOVE 0 TO FED-ACK-COUNT
           IF ACK-DETAIL-COUNT NUMERIC
               MOVE ACK-DETAIL-COUNT TO FED-ACK-COUNT
           END-IF
           IF ACK-FEED-SEQ NUMERIC
              AND ACK-DETAIL-COUNT NUMERIC
              AND ACK-FEED-SEQ = FED-FEED-SEQ
              AND ACK-DETAIL-COUNT = FED-DETAIL-COUNT
               MOVE 'A' TO FED-ACK-STATE
               ADD 1 TO WS-ACKED-COUNT
               DISPLAY "ACKNOWLEDGED     " FED-FEED-SEQ " COUNT "
                       FED-DETAIL-COUNT " LOADED " ACK-LOADED-STAMP
           ELSE
               MOVE 'M' TO FED-ACK-STATE
               ADD 1 TO WS-MISMATCH-COUNT
               DISPLAY "COUNT MISMATCH   " FED-FEED-SEQ " SENT "
                       FED-DETAIL-COUNT " ACKNOWLEDGED "
                       ACK-DETAIL-COUNT " FOR FEED " ACK-FEED-SEQ
           END-IF
           REWRITE FED-RECORD
           .

       REPORT-UNACKNOWLEDGED.
           IF FED-CUT-STAMP(1:8) < WS-CURRENT-STAMP(1:8)
               ADD 1 TO WS-OVERDUE-COUNT
               DISPLAY "NOT ACKNOWLEDGED " FED-FEED-SEQ " CUT "
                       FED-CUT-STAMP(1:14) " COUNT " FED-DETAIL-COUNT
           ELSE
               ADD 1 TO WS-AWAITING-COUNT
               DISPLAY "AWAITING         " FED-FEED-SEQ " CUT "
                       FED-CUT-STAMP(1:14) " COUNT " FED-DETAIL-COUNT
           END-IF
           .

      *****************************************************************
      * THE FEED TAKES EVERY JOURNAL ENTRY AT OR AFTER THE HIGH-     *
      * WATER MARK AND BEFORE THIS FEED'S CUT STAMP. AN ENTRY        *
      * JOURNALED WHILE THE FEED IS BEING WRITTEN IS STAMPED AFTER   *
      * THE CUT, SO IT WAITS FOR THE NEXT FEED RATHER THAN BEING     *
      * MISSED BY BOTH.                                              *
      *****************************************************************
       CUT-CHANGE-FEED.
           COMPUTE WS-FEED-SEQ = WS-LAST-SEQ + 1
           MOVE FUNCTION CURRENT-DATE TO WS-CUT-STAMP
           MOVE SPACES TO WS-FEED-FILE-NAME
           STRING "CHGFED01.S" WS-FEED-SEQ
               DELIMITED BY SIZE
               INTO WS-FEED-FILE-NAME
           OPEN OUTPUT FEEDOUT
           IF WS-FEEDOUT-STATUS NOT = "00"
               MOVE 'Y' TO WS-FILE-ERROR
               DISPLAY "CHGFED01: FEED FILE " WS-FEED-FILE-NAME
                       " NOT USABLE - STATUS " WS-FEEDOUT-STATUS
           ELSE
               PERFORM WRITE-FEED-HEADER
               PERFORM OPEN-JOURNAL-FILE
               PERFORM FEED-JOURNAL-ENTRIES
                   UNTIL WS-JOURNAL-EOF = 'Y'
               IF WS-JOURNAL-OPENED = 'Y'
                   MOVE 'C' TO JRD-REQUEST
                   CALL "JRNRDR1" USING JRD-PARM, JRN-RECORD
               END-IF
               PERFORM WRITE-FEED-TRAILER
               CLOSE FEEDOUT
               PERFORM LOG-FEED-CUT
           END-IF
           .

      *    A SITE WITH NO JOURNAL YET HAS NO CHANGES - THE FEED STILL
      *    GOES OUT, EMPTY, SO THE SEQUENCE THEIR SIDE SEES HAS NO
      *    GAPS.
       OPEN-JOURNAL-FILE.
           MOVE 'N' TO WS-JOURNAL-EOF
           MOVE 'N' TO WS-JOURNAL-OPENED
           MOVE 'O' TO JRD-REQUEST
           CALL "JRNRDR1" USING JRD-PARM, JRN-RECORD
           IF JRD-STATUS = "00"
               MOVE 'Y' TO WS-JOURNAL-OPENED
           ELSE
               MOVE 'Y' TO WS-JOURNAL-EOF
           END-IF
           .

       FEED-JOURNAL-ENTRIES.
           MOVE 'R' TO JRD-REQUEST
           CALL "JRNRDR1" USING JRD-PARM, JRN-RECORD
           IF JRD-AT-END
               MOVE 'Y' TO WS-JOURNAL-EOF
           ELSE
               IF JRN-TIMESTAMP NOT < WS-HIGH-WATER
                  AND JRN-TIMESTAMP < WS-CUT-STAMP
                   PERFORM WRITE-FEED-DETAIL
               END-IF
           END-IF
           .

       WRITE-FEED-HEADER.
           MOVE SPACES TO WS-FEED-LINE
           STRING "H" WS-FEED-SEQ WS-CUT-STAMP(1:14)
                  WS-HIGH-WATER(1:14)
               DELIMITED BY SIZE
               INTO WS-FEED-LINE
           MOVE WS-FEED-LINE TO FEO-RECORD
           WRITE FEO-RECORD
           .

      *****************************************************************
      * ONE LINE PER JOURNAL ENTRY. AN ADD CARRIES EVERY FIELD, AN   *
      * UPDATE ONLY THE FIELDS WHOSE VALUE MOVED BETWEEN ITS BEFORE  *
      * AND AFTER IMAGES, A DELETE NONE - THE KEY AND ACTION SAY IT  *
      * ALL. THE LINE IS BUILT WITH A POINTER SO AN UNCHANGED NAME   *
      * GOES ACROSS AS AN EMPTY FIELD RATHER THAN ONE BLANK.         *
      *****************************************************************
       WRITE-FEED-DETAIL.
           MOVE JRN-BEFORE-IMAGE TO CHF-BEFORE-RECORD
           MOVE JRN-AFTER-IMAGE TO CHF-AFTER-RECORD
           MOVE SPACES TO WS-FEED-NAME
           MOVE SPACES TO WS-FEED-AMOUNT
           MOVE SPACES TO WS-FEED-STATUS
           IF JRN-ACTION-CREATE
               ADD 1 TO WS-CREATE-COUNT
               MOVE MST-NAME OF CHF-AFTER-RECORD TO WS-FEED-NAME
               MOVE MST-AMOUNT OF CHF-AFTER-RECORD TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-FEED-AMOUNT
               MOVE MST-STATUS-CD OF CHF-AFTER-RECORD
                   TO WS-FEED-STATUS
           END-IF
           IF JRN-ACTION-UPDATE
               ADD 1 TO WS-UPDATE-COUNT
               PERFORM PICK-CHANGED-FIELDS
           END-IF
           IF JRN-ACTION-DELETE
               ADD 1 TO WS-DELETE-COUNT
           END-IF
           MOVE SPACES TO WS-FEED-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "D" JRN-RECORD-KEY "|" JRN-ACTION-CD "|"
                  JRN-TIMESTAMP(1:14) "|" JRN-OPERATOR-ID "|"
               DELIMITED BY SIZE
               INTO WS-FEED-LINE
               WITH POINTER WS-LINE-PTR
           IF WS-FEED-NAME NOT = SPACES
               PERFORM FIND-NAME-LENGTH
               STRING WS-FEED-NAME(1:WS-NAME-LEN)
                   DELIMITED BY SIZE
                   INTO WS-FEED-LINE
                   WITH POINTER WS-LINE-PTR
           END-IF
           STRING "|" WS-FEED-AMOUNT "|" WS-FEED-STATUS
               DELIMITED BY SIZE
               INTO WS-FEED-LINE
               WITH POINTER WS-LINE-PTR
           MOVE WS-FEED-LINE TO FEO-RECORD
           WRITE FEO-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           .

       PICK-CHANGED-FIELDS.
           IF MST-NAME OF CHF-AFTER-RECORD
              NOT = MST-NAME OF CHF-BEFORE-RECORD
               MOVE MST-NAME OF CHF-AFTER-RECORD TO WS-FEED-NAME
           END-IF
           IF MST-AMOUNT OF CHF-AFTER-RECORD
              NOT = MST-AMOUNT OF CHF-BEFORE-RECORD
               MOVE MST-AMOUNT OF CHF-AFTER-RECORD TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-FEED-AMOUNT
           END-IF
           IF MST-STATUS-CD OF CHF-AFTER-RECORD
              NOT = MST-STATUS-CD OF CHF-BEFORE-RECORD
               MOVE MST-STATUS-CD OF CHF-AFTER-RECORD
                   TO WS-FEED-STATUS
           END-IF
           .

       FIND-NAME-LENGTH.
           MOVE 30 TO WS-NAME-LEN
           PERFORM UNTIL WS-NAME-LEN = 1
                      OR WS-FEED-NAME(WS-NAME-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-NAME-LEN
           END-PERFORM
           .

       WRITE-FEED-TRAILER.
           MOVE SPACES TO WS-FEED-LINE
           STRING "T" WS-FEED-SEQ WS-DETAIL-COUNT
               DELIMITED BY SIZE
               INTO WS-FEED-LINE
           MOVE WS-FEED-LINE TO FEO-RECORD
           WRITE FEO-RECORD
           .

      *    THE LOG RECORD IS WHAT ADVANCES THE HIGH-WATER MARK, SO IT
      *    IS WRITTEN ONLY ONCE THE FEED FILE IS COMPLETE AND CLOSED.
      *    THE OPEN BOOTSTRAPS FEDLOG01 ON FIRST USE, SAME SHAPE AS
      *    AUDWRT1 FOR AUDIT01.
       LOG-FEED-CUT.
           OPEN EXTEND FEDLOG01
           IF WS-FEDLOG-STATUS NOT = "00"
               OPEN OUTPUT FEDLOG01
               CLOSE FEDLOG01
               OPEN EXTEND FEDLOG01
           END-IF
           IF WS-FEDLOG-STATUS NOT = "00"
               MOVE 'Y' TO WS-FILE-ERROR
               DISPLAY "CHGFED01: FEED LOG NOT USABLE - STATUS "
                       WS-FEDLOG-STATUS " - FEED " WS-FEED-SEQ
                       " WILL BE CUT AGAIN"
           ELSE
               MOVE SPACES TO FED-RECORD
               MOVE WS-FEED-SEQ TO FED-FEED-SEQ
               MOVE WS-HIGH-WATER TO FED-FROM-STAMP
               MOVE WS-CUT-STAMP TO FED-CUT-STAMP
               MOVE WS-DETAIL-COUNT TO FED-DETAIL-COUNT
               MOVE 'N' TO FED-ACK-STATE
               MOVE 0 TO FED-ACK-COUNT
               WRITE FED-RECORD
               CLOSE FEDLOG01
               DISPLAY "CHGFED01: FEED " WS-FEED-SEQ " CUT TO "
                       WS-FEED-FILE-NAME
           END-IF
           .

       PRINT-RUN-TOTALS.
           DISPLAY "-------------------------------------"
           DISPLAY "FEEDS ON LOG              - " WS-FEEDS-ON-LOG
           DISPLAY "NEWLY ACKNOWLEDGED        - " WS-ACKED-COUNT
           DISPLAY "COUNT MISMATCHES          - " WS-MISMATCH-COUNT
           DISPLAY "AWAITING (CUT TODAY)      - " WS-AWAITING-COUNT
           DISPLAY "NOT ACKNOWLEDGED (OLDER)  - " WS-OVERDUE-COUNT
           IF WS-MODE-FEED AND WS-FILE-ERROR = 'N'
               DISPLAY "FEED SEQUENCE             - " WS-FEED-SEQ
               DISPLAY "CHANGES IN FEED           - " WS-DETAIL-COUNT
               DISPLAY "  ADDS                    - " WS-CREATE-COUNT
               DISPLAY "  CHANGES                 - " WS-UPDATE-COUNT
               DISPLAY "  DELETES                 - " WS-DELETE-COUNT
           END-IF
           .
