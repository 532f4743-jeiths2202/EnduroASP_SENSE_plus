       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPRPT01.
      *****************************************************************
      * PROBABLE DUPLICATE CUSTOMER REPORT - NIGHTLY BATCH JOB. THE  *
      * SAME CUSTOMER KEYED ONLINE THROUGH CREATE1 AND AGAIN BY AN   *
      * ADJIMP01/MAIN001B LOAD ENDS UP UNDER TWO OR THREE KEYS; THIS *
      * JOB LISTS EVERY PAIR OF MASTER01 KEYS THAT LOOK LIKE ONE     *
      * CUSTOMER, FOR A SUPERVISOR TO REVIEW AND, WHERE RIGHT, FOLD  *
      * TOGETHER WITH MRGKEY1. A PAIR IS REPORTED WHEN BOTH:         *
      *   - THE NAMES ARE THE SAME OR NEAR-SAME - THE FIRST TWELVE   *
      *     LETTERS AND DIGITS OF MST-NAME AGREE, IGNORING CASE,     *
      *     SPACES AND PUNCTUATION ("SMITH, J." = "SMITH J"); AND    *
      *   - THEIR CONTACT01 RECORDS SHARE A POSTAL CODE OR A PHONE   *
      *     NUMBER (DIGITS ONLY). A BLANK NEVER MATCHES A BLANK.     *
      * A KEY WITH NO CONTACT01 RECORD HAS NOTHING TO CONFIRM THE    *
      * NAME AGAINST AND IS NOT PAIRED. THE CANDIDATES ARE HELD IN   *
      * AN IN-MEMORY TABLE; MORE THAN 5000 KEYS WITH A CONTACT ENDS  *
      * THE RUN WITH NOTHING REPORTED RATHER THAN A PARTIAL LIST.    *
      * RETURN-CODE 0 = REPORT COMPLETED (WITH OR WITHOUT PAIRS),    *
      * 8 = THE RUN COULD NOT COMPLETE                               *
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

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER01.
       COPY MASTREC OF CPYLIB.

       FD  CONTACT01.
       COPY CNTREC OF CPYLIB.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS    PIC X(02) VALUE "00".
       01  WS-CONTACT-STATUS   PIC X(02) VALUE "00".
       01  WS-CONTACT-OPENED   PIC X(01) VALUE 'N'.

       01  WS-RUN-CONTROL.
           05  WS-MASTER-EOF       PIC X(01) VALUE 'N'.
           05  WS-TABLE-FULL       PIC X(01) VALUE 'N'.
           05  WS-MASTER-COUNT     PIC 9(07) VALUE 0.
           05  WS-NO-CONTACT-COUNT PIC 9(07) VALUE 0.
           05  WS-PAIR-COUNT       PIC 9(07) VALUE 0.
           05  WS-POSTAL-MATCH     PIC X(01) VALUE 'N'.
           05  WS-PHONE-MATCH      PIC X(01) VALUE 'N'.
           05  WS-MATCHED-ON       PIC X(14).

      *    WORK AREAS FOR SQUEEZING A NAME OR PHONE NUMBER DOWN TO
      *    ITS SIGNIFICANT CHARACTERS.
       01  WS-SQUEEZE-FIELDS.
           05  WS-SQUEEZE-IN       PIC X(30).
           05  WS-SQUEEZE-OUT      PIC X(30).
           05  WS-SQUEEZE-LIMIT    PIC 9(02) VALUE 0.
           05  WS-SQUEEZE-LEN      PIC 9(02) VALUE 0.
           05  WS-CHAR-IDX         PIC 9(02) VALUE 0.

      *****************************************************************
      * ONE ENTRY PER MASTER KEY THAT HAS A CONTACT01 RECORD, WITH   *
      * THE SQUEEZED NAME AND PHONE THE PAIR TEST COMPARES. EVERY    *
      * ENTRY IS TESTED AGAINST EVERY LATER ONE, SO A CUSTOMER KEYED *
      * THREE TIMES SHOWS AS THREE PAIRS.                            *
      *****************************************************************
       01  WS-CANDIDATE-TABLE.
           05  WS-CAN-COUNT        PIC 9(04) VALUE 0.
           05  WS-CAN-ENTRY        OCCURS 5000 TIMES.
               10  WS-CAN-KEY          PIC X(10).
               10  WS-CAN-NAME         PIC X(30).
               10  WS-CAN-MATCH-NAME   PIC X(12).
               10  WS-CAN-POSTAL-CD    PIC X(10).
               10  WS-CAN-PHONE        PIC X(15).
               10  WS-CAN-AMOUNT       PIC S9(7)V99.
               10  WS-CAN-STATUS-CD    PIC X(01).
       01  WS-CAN-IDX          PIC 9(04) VALUE 0.
       01  WS-PAIR-IDX         PIC 9(04) VALUE 0.
       01  WS-PAIR-START       PIC 9(04) VALUE 0.

       01  WS-FIRST-AMOUNT-EDIT   PIC -9(7).99.
       01  WS-SECOND-AMOUNT-EDIT  PIC -9(7).99.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           MOVE 0 TO RETURN-CODE
           PERFORM OPEN-REPORT-FILES
           IF RETURN-CODE = 0
               PERFORM LOAD-CANDIDATES
                   UNTIL WS-MASTER-EOF = 'Y'
               PERFORM CLOSE-REPORT-FILES
               IF WS-TABLE-FULL = 'Y'
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "DUPRPT01: MORE THAN 5000 KEYS WITH A "
                           "CONTACT - NOTHING REPORTED"
               ELSE
                   DISPLAY "DUPRPT01: PROBABLE DUPLICATE CUSTOMERS"
                   DISPLAY "-------------------------------------"
                   PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                           UNTIL WS-CAN-IDX > WS-CAN-COUNT
                       PERFORM COMPARE-WITH-LATER-ENTRIES
                   END-PERFORM
                   PERFORM PRINT-REPORT-TOTALS
               END-IF
           END-IF
           GOBACK
           .

      *    NO CONTACT01 AT THE SITE LEAVES NOTHING TO CONFIRM A NAME
      *    MATCH WITH - THE RUN COMPLETES WITH NO PAIRS. THE SELECT IS
      *    OPTIONAL, SO AN ABSENT FILE OPENS WITH STATUS 05 AND IS
      *    CLOSED AGAIN STRAIGHT AWAY.
       OPEN-REPORT-FILES.
           OPEN INPUT MASTER01
           IF WS-MASTER-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               DISPLAY "DUPRPT01: MASTER FILE NOT USABLE - STATUS "
                       WS-MASTER-STATUS " - NOTHING REPORTED"
           ELSE
               MOVE 'N' TO WS-CONTACT-OPENED
               OPEN INPUT CONTACT01
               IF WS-CONTACT-STATUS = "00"
                   MOVE 'Y' TO WS-CONTACT-OPENED
               ELSE
                   IF WS-CONTACT-STATUS = "05"
                       CLOSE CONTACT01
                   END-IF
                   DISPLAY "DUPRPT01: NO CONTACT FILE - NO PAIRS CAN "
                           "BE CONFIRMED"
               END-IF
           END-IF
           .

       CLOSE-REPORT-FILES.
           CLOSE MASTER01
           IF WS-CONTACT-OPENED = 'Y'
               CLOSE CONTACT01
           END-IF
           .

       LOAD-CANDIDATES.
           READ MASTER01 NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   ADD 1 TO WS-MASTER-COUNT
                   PERFORM TABLE-ONE-CANDIDATE
           END-READ
           .

       TABLE-ONE-CANDIDATE.
           IF WS-CONTACT-OPENED = 'N'
               ADD 1 TO WS-NO-CONTACT-COUNT
           ELSE
               MOVE MST-KEY OF MST-RECORD TO CNT-KEY OF CNT-RECORD
               READ CONTACT01
                   KEY IS CNT-KEY OF CNT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-NO-CONTACT-COUNT
                   NOT INVALID KEY
                       PERFORM ADD-CANDIDATE-ENTRY
               END-READ
           END-IF
           .

       ADD-CANDIDATE-ENTRY.
           IF WS-CAN-COUNT < 5000
               ADD 1 TO WS-CAN-COUNT
               MOVE MST-KEY OF MST-RECORD TO WS-CAN-KEY(WS-CAN-COUNT)
               MOVE MST-NAME OF MST-RECORD
                   TO WS-CAN-NAME(WS-CAN-COUNT)
               MOVE MST-AMOUNT OF MST-RECORD
                   TO WS-CAN-AMOUNT(WS-CAN-COUNT)
               MOVE MST-STATUS-CD OF MST-RECORD
                   TO WS-CAN-STATUS-CD(WS-CAN-COUNT)
               MOVE CNT-POSTAL-CD TO WS-CAN-POSTAL-CD(WS-CAN-COUNT)
               MOVE MST-NAME OF MST-RECORD TO WS-SQUEEZE-IN
               MOVE 12 TO WS-SQUEEZE-LIMIT
               PERFORM SQUEEZE-SIGNIFICANT-CHARS
               MOVE WS-SQUEEZE-OUT TO WS-CAN-MATCH-NAME(WS-CAN-COUNT)
               MOVE CNT-PHONE TO WS-SQUEEZE-IN
               MOVE 15 TO WS-SQUEEZE-LIMIT
               PERFORM SQUEEZE-SIGNIFICANT-CHARS
               MOVE WS-SQUEEZE-OUT TO WS-CAN-PHONE(WS-CAN-COUNT)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL
               MOVE 'Y' TO WS-MASTER-EOF
           END-IF
           .

      *    KEEPS ONLY THE LETTERS AND DIGITS, UPPER-CASED, UP TO THE
      *    LIMIT - "Smith, J." AND "SMITH J" BOTH COME OUT "SMITHJ",
      *    AND "(03) 555-1234" AND "03 5551234" BOTH "035551234".
       SQUEEZE-SIGNIFICANT-CHARS.
           MOVE SPACES TO WS-SQUEEZE-OUT
           MOVE 0 TO WS-SQUEEZE-LEN
           INSPECT WS-SQUEEZE-IN
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 30
                      OR WS-SQUEEZE-LEN = WS-SQUEEZE-LIMIT
               IF WS-SQUEEZE-IN(WS-CHAR-IDX:1) NOT = SPACE
                  AND (WS-SQUEEZE-IN(WS-CHAR-IDX:1) ALPHABETIC-UPPER
                       OR WS-SQUEEZE-IN(WS-CHAR-IDX:1) NUMERIC)
                   ADD 1 TO WS-SQUEEZE-LEN
                   MOVE WS-SQUEEZE-IN(WS-CHAR-IDX:1)
                       TO WS-SQUEEZE-OUT(WS-SQUEEZE-LEN:1)
               END-IF
           END-PERFORM
           .

       COMPARE-WITH-LATER-ENTRIES.
           COMPUTE WS-PAIR-START = WS-CAN-IDX + 1
           PERFORM VARYING WS-PAIR-IDX FROM WS-PAIR-START BY 1
                   UNTIL WS-PAIR-IDX > WS-CAN-COUNT
               IF WS-CAN-MATCH-NAME(WS-PAIR-IDX)
                  = WS-CAN-MATCH-NAME(WS-CAN-IDX)
                  AND WS-CAN-MATCH-NAME(WS-CAN-IDX) NOT = SPACES
                   PERFORM TEST-CONTACT-MATCH
               END-IF
           END-PERFORM
           .

       TEST-CONTACT-MATCH.
           MOVE 'N' TO WS-POSTAL-MATCH
           MOVE 'N' TO WS-PHONE-MATCH
           IF WS-CAN-POSTAL-CD(WS-CAN-IDX) NOT = SPACES
              AND WS-CAN-POSTAL-CD(WS-CAN-IDX)
                  = WS-CAN-POSTAL-CD(WS-PAIR-IDX)
               MOVE 'Y' TO WS-POSTAL-MATCH
           END-IF
           IF WS-CAN-PHONE(WS-CAN-IDX) NOT = SPACES
              AND WS-CAN-PHONE(WS-CAN-IDX) = WS-CAN-PHONE(WS-PAIR-IDX)
               MOVE 'Y' TO WS-PHONE-MATCH
           END-IF
           IF WS-POSTAL-MATCH = 'Y' OR WS-PHONE-MATCH = 'Y'
               PERFORM PRINT-DUPLICATE-PAIR
           END-IF
           .

       PRINT-DUPLICATE-PAIR.
           ADD 1 TO WS-PAIR-COUNT
           IF WS-POSTAL-MATCH = 'Y' AND WS-PHONE-MATCH = 'Y'
               MOVE "POSTAL + PHONE" TO WS-MATCHED-ON
           ELSE
               IF WS-POSTAL-MATCH = 'Y'
                   MOVE "POSTAL CODE" TO WS-MATCHED-ON
               ELSE
                   MOVE "PHONE" TO WS-MATCHED-ON
               END-IF
           END-IF
           MOVE WS-CAN-AMOUNT(WS-CAN-IDX) TO WS-FIRST-AMOUNT-EDIT
           MOVE WS-CAN-AMOUNT(WS-PAIR-IDX) TO WS-SECOND-AMOUNT-EDIT
           DISPLAY "PAIR " WS-PAIR-COUNT "  MATCHED ON " WS-MATCHED-ON
           DISPLAY "  " WS-CAN-KEY(WS-CAN-IDX) " "
                   WS-CAN-NAME(WS-CAN-IDX) " "
                   WS-FIRST-AMOUNT-EDIT " "
                   WS-CAN-STATUS-CD(WS-CAN-IDX)
           DISPLAY "  " WS-CAN-KEY(WS-PAIR-IDX) " "
                   WS-CAN-NAME(WS-PAIR-IDX) " "
                   WS-SECOND-AMOUNT-EDIT " "
                   WS-CAN-STATUS-CD(WS-PAIR-IDX)
           .

       PRINT-REPORT-TOTALS.
           DISPLAY "-------------------------------------"
           DISPLAY "MASTER RECORDS READ   - " WS-MASTER-COUNT
           DISPLAY "NO CONTACT - UNPAIRED - " WS-NO-CONTACT-COUNT
           DISPLAY "PROBABLE DUPLICATES   - " WS-PAIR-COUNT
           .
