       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHMNT1.
      *****************************************************************
      * SCHEDULED-CHANGE LIST AND CANCEL - SHOWS THE FUTURE-DATED    *
      * CHANGES HELD ON SCHED01 (SEE SCHREC) AND TAKES ONE BACK      *
      * BEFORE SCHAPL01 POSTS IT. THE MODE IS KEYED AT RUN TIME:     *
      *   L - LIST. EVERY ENTRY, WHATEVER ITS STATE, WITH THE VALUES *
      *       IT CARRIES AND WHAT BECAME OF IT (A REFUSED ENTRY      *
      *       SHOWS SCHAPL01'S REASON). NOTHING IS CHANGED.          *
      *   C - CANCEL. EACH ENTRY STILL SCHEDULED ('P') IS SHOWN AND  *
      *       THE OPERATOR ANSWERS C=CANCEL OR K=KEEP. A CANCELLED   *
      *       ENTRY IS MARKED 'X' IN PLACE WITH WHO CANCELLED IT,    *
      *       WHEN, AND WHY - NEVER REMOVED, SAME RULE AS PENDAP01.  *
      * A KEY MAY BE KEYED TO NARROW EITHER MODE TO ONE RECORD       *
      * (BLANK = ALL KEYS). AN OPERATOR MAY CANCEL THEIR OWN         *
      * SCHEDULED CHANGES; CANCELLING ANOTHER OPERATOR'S TAKES THE   *
      * SAME SUPV01 SUPERVISOR CODE APPROVE1 ASKS FOR. SO THAT       *
      * "OWN" CANNOT BE CLAIMED BY KEYING ANOTHER OPERATOR'S ID, A   *
      * SITE THAT KEEPS OPRPRF01 PROFILES (SEE OPRREC) HAS THE       *
      * OPERATOR SIGN ON THROUGH OPRAUTH1 BEFORE CANCEL MODE STARTS, *
      * AS AT THE MAIN001 MENU.                                      *
      * RETURN-CODE 0 = LIST/REVIEW COMPLETED, 8 = BAD MODE, SIGN-ON *
      * REFUSED, OR FILE ERROR                                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUPV01 ASSIGN TO "SUPV01"
                  ORGANIZATION IS SEQUENTIAL.
           SELECT SCHED01 ASSIGN TO "SCHED01"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SCHED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPV01.
       COPY SUPVREC OF CPYLIB.

       FD  SCHED01.
       COPY SCHREC OF CPYLIB.

       WORKING-STORAGE SECTION.
       01  WS-SCHED-STATUS     PIC X(02) VALUE "00".
       01  WS-SCHED-OPENED     PIC X(01) VALUE 'N'.

      *    SAME SUPV01 LOAD AND COMPILED-IN FALLBACK AS APPROVE1.
      *    A BLANK CODE IS NO CODE - THE OPERATOR WORKS ON THEIR OWN
      *    ENTRIES ONLY.
       01  WS-SUPERVISOR-FIELDS.
           05  WS-SUPERVISOR-CODE  PIC X(06).
           05  WS-SUPERVISOR-PASS  PIC X(06) VALUE "SUPV01".
           05  WS-SUPERVISOR-OK    PIC X(01) VALUE 'N'.

      *    SAME SIGN-ON CHECK AND RETRY LIMIT AS MAIN001'S
      *    VERIFY-OPERATOR-SIGNON (SEE OPAREC).
       COPY OPAREC OF CPYLIB.

       01  WS-AUTHORITY-CONTROL.
           05  WS-SIGNON-OK        PIC X(01) VALUE 'N'.
           05  WS-SIGNON-CODE      PIC X(06).
           05  WS-SIGNON-TRIES     PIC 9(02) VALUE 0.
           05  WS-MAX-RETRIES      PIC 9(02) VALUE 3.

       01  WS-REVIEW-CONTROL.
           05  WS-RUN-MODE         PIC X(01).
               88  WS-MODE-LIST        VALUE 'L'.
               88  WS-MODE-CANCEL      VALUE 'C'.
           05  WS-OPERATOR-ID      PIC X(08).
           05  WS-KEY-FILTER       PIC X(10).
           05  WS-SCHED-EOF        PIC X(01) VALUE 'N'.
           05  WS-DECISION         PIC X(01).
           05  WS-CANCEL-REASON    PIC X(30).
           05  WS-STATE-TEXT       PIC X(10).
           05  WS-SHOWN-COUNT      PIC 9(07) VALUE 0.
           05  WS-CANCELLED-COUNT  PIC 9(07) VALUE 0.
           05  WS-KEPT-COUNT       PIC 9(07) VALUE 0.
           05  WS-NOT-OWN-COUNT    PIC 9(07) VALUE 0.

      *    THE HELD IMAGES UNPACKED FIELD BY FIELD FOR THE
      *    BEFORE/AFTER DISPLAY.
       COPY MASTREC OF CPYLIB
           REPLACING ==MST-RECORD== BY ==SMT-BEFORE-RECORD==.

       COPY MASTREC OF CPYLIB
           REPLACING ==MST-RECORD== BY ==SMT-AFTER-RECORD==.

       01  WS-BEFORE-AMOUNT-EDIT  PIC -9(7).99.
       01  WS-AFTER-AMOUNT-EDIT   PIC -9(7).99.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           MOVE 0 TO RETURN-CODE
           PERFORM ACCEPT-RUN-CONTROLS
           IF RETURN-CODE = 0
               PERFORM OPEN-SCHEDULE-FILE
           END-IF
           IF RETURN-CODE = 0 AND WS-SCHED-OPENED = 'Y'
               PERFORM REVIEW-SCHEDULED-CHANGES
                   UNTIL WS-SCHED-EOF = 'Y'
               CLOSE SCHED01
               PERFORM PRINT-REVIEW-TOTALS
           END-IF
           STOP RUN
           .

       ACCEPT-RUN-CONTROLS.
           DISPLAY "SCHMNT1: MODE (L=LIST C=CANCEL) ?"
           ACCEPT WS-RUN-MODE
           IF NOT WS-MODE-LIST AND NOT WS-MODE-CANCEL
               MOVE 8 TO RETURN-CODE
               DISPLAY "SCHMNT1: MODE MUST BE L OR C - " WS-RUN-MODE
           ELSE
               DISPLAY "SCHMNT1: OPERATOR ID ?"
               ACCEPT WS-OPERATOR-ID
               DISPLAY "SCHMNT1: RECORD KEY (BLANK=ALL) ?"
               ACCEPT WS-KEY-FILTER
               IF WS-MODE-CANCEL
                   PERFORM VERIFY-OPERATOR-SIGNON
               END-IF
               IF WS-MODE-CANCEL AND RETURN-CODE = 0
                   PERFORM LOAD-SUPERVISOR-CODE
                   DISPLAY "SCHMNT1: SUPERVISOR CODE (BLANK=OWN "
                           "ENTRIES ONLY) ?"
                   ACCEPT WS-SUPERVISOR-CODE
                   IF WS-SUPERVISOR-CODE NOT = SPACES
                       IF WS-SUPERVISOR-CODE = WS-SUPERVISOR-PASS
                           MOVE 'Y' TO WS-SUPERVISOR-OK
                       ELSE
                           DISPLAY "SCHMNT1: SUPERVISOR CODE DOES "
                                   "NOT MATCH - OWN ENTRIES ONLY"
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *    WITH NO OPRPRF01 AT THE SITE THE OPERATOR ID IS TAKEN AS
      *    KEYED, AS IT ALWAYS WAS; OTHERWISE IT MUST BE ON FILE AND
      *    ITS OWN SIGN-ON CODE MUST MATCH WITHIN WS-MAX-RETRIES, OR
      *    NOTHING IS CANCELLED.
       VERIFY-OPERATOR-SIGNON.
           MOVE 'N' TO WS-SIGNON-OK
           MOVE 'L' TO OPA-REQUEST
           MOVE WS-OPERATOR-ID TO OPA-OPERATOR-ID
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
               DISPLAY "SCHMNT1: SIGN-ON REFUSED FOR "
                       WS-OPERATOR-ID " - " OPA-REASON
               DISPLAY "SCHMNT1: NOTHING CANCELLED"
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .

       ASK-SIGNON-CODE.
           DISPLAY "SCHMNT1: SIGN-ON CODE FOR " WS-OPERATOR-ID " ?"
           ACCEPT WS-SIGNON-CODE
           ADD 1 TO WS-SIGNON-TRIES
           MOVE 'S' TO OPA-REQUEST
           MOVE WS-OPERATOR-ID TO OPA-OPERATOR-ID
           MOVE WS-SIGNON-CODE TO OPA-SIGNON-CODE
           CALL "OPRAUTH1" USING OPA-PARM
           IF OPA-ALLOWED
               MOVE 'Y' TO WS-SIGNON-OK
           END-IF
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

      *    NO SCHED01 YET (STATUS 35) SIMPLY MEANS NOTHING HAS EVER
      *    BEEN SCHEDULED - AN EMPTY LIST, NOT AN ERROR. THE FILE IS
      *    OPENED I-O ONLY WHEN ENTRIES MAY BE MARKED.
       OPEN-SCHEDULE-FILE.
           MOVE 'N' TO WS-SCHED-OPENED
           IF WS-MODE-CANCEL
               OPEN I-O SCHED01
           ELSE
               OPEN INPUT SCHED01
           END-IF
           IF WS-SCHED-STATUS = "00"
               MOVE 'Y' TO WS-SCHED-OPENED
           ELSE
               IF WS-SCHED-STATUS = "35"
                   DISPLAY "SCHMNT1: NO SCHEDULED CHANGES ON FILE"
               ELSE
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "SCHMNT1: SCHEDULE FILE NOT USABLE - "
                           "STATUS " WS-SCHED-STATUS
               END-IF
           END-IF
           .

       REVIEW-SCHEDULED-CHANGES.
           READ SCHED01
               AT END
                   MOVE 'Y' TO WS-SCHED-EOF
               NOT AT END
                   IF WS-KEY-FILTER = SPACES
                      OR WS-KEY-FILTER = SCH-RECORD-KEY
                       IF WS-MODE-LIST
                           ADD 1 TO WS-SHOWN-COUNT
                           PERFORM SHOW-SCHEDULED-CHANGE
                       ELSE
                           IF SCH-SCHEDULED
                               ADD 1 TO WS-SHOWN-COUNT
                               PERFORM SHOW-SCHEDULED-CHANGE
                               PERFORM TAKE-DECISION
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

       SHOW-SCHEDULED-CHANGE.
           MOVE SCH-BEFORE-IMAGE TO SMT-BEFORE-RECORD
           MOVE SCH-AFTER-IMAGE TO SMT-AFTER-RECORD
           PERFORM SET-STATE-TEXT
           DISPLAY "-------------------------------------"
           DISPLAY "KEY " SCH-RECORD-KEY "  ACTION " SCH-ACTION-CD
                   "  EFFECTIVE " SCH-EFFECTIVE-DATE
                   "  BY " SCH-OPERATOR-ID
           DISPLAY "STATE  : " WS-STATE-TEXT " " SCH-DECIDED-TS
                   " " SCH-DECIDED-BY " " SCH-REASON
           IF SCH-ACTION-CREATE
               DISPLAY "BEFORE : (NEW RECORD)"
           ELSE
               MOVE MST-AMOUNT OF SMT-BEFORE-RECORD
                   TO WS-BEFORE-AMOUNT-EDIT
               DISPLAY "BEFORE : " MST-NAME OF SMT-BEFORE-RECORD
                       " " WS-BEFORE-AMOUNT-EDIT " "
                       MST-STATUS-CD OF SMT-BEFORE-RECORD
           END-IF
           MOVE MST-AMOUNT OF SMT-AFTER-RECORD
               TO WS-AFTER-AMOUNT-EDIT
           DISPLAY "AFTER  : " MST-NAME OF SMT-AFTER-RECORD
                   " " WS-AFTER-AMOUNT-EDIT " "
                   MST-STATUS-CD OF SMT-AFTER-RECORD
           .

      *    ANYTHING NOT ONE OF THE KNOWN STATES SHOWS AS ITS CODE.
       SET-STATE-TEXT.
           MOVE SCH-STATE-CD TO WS-STATE-TEXT
           IF SCH-SCHEDULED
               MOVE "SCHEDULED" TO WS-STATE-TEXT
           END-IF
           IF SCH-POSTED
               MOVE "POSTED" TO WS-STATE-TEXT
           END-IF
           IF SCH-SENT-FOR-APPROVAL
               MOVE "APPROVAL" TO WS-STATE-TEXT
           END-IF
           IF SCH-REFUSED
               MOVE "REFUSED" TO WS-STATE-TEXT
           END-IF
           IF SCH-CANCELLED
               MOVE "CANCELLED" TO WS-STATE-TEXT
           END-IF
           .

       TAKE-DECISION.
           IF SCH-OPERATOR-ID NOT = WS-OPERATOR-ID
              AND WS-SUPERVISOR-OK = 'N'
               ADD 1 TO WS-NOT-OWN-COUNT
               DISPLAY "SCHMNT1: SCHEDULED BY " SCH-OPERATOR-ID
                       " - SUPERVISOR CODE NEEDED TO CANCEL - LEFT "
                       "SCHEDULED"
           ELSE
               DISPLAY "SCHMNT1: C=CANCEL K=KEEP ?"
               ACCEPT WS-DECISION
               IF WS-DECISION = 'C'
                   PERFORM CANCEL-SCHEDULED-CHANGE
               ELSE
                   ADD 1 TO WS-KEPT-COUNT
                   DISPLAY "SCHMNT1: LEFT SCHEDULED - "
                           SCH-RECORD-KEY
               END-IF
           END-IF
           .

       CANCEL-SCHEDULED-CHANGE.
           DISPLAY "SCHMNT1: CANCELLATION REASON ?"
           ACCEPT WS-CANCEL-REASON
           MOVE 'X' TO SCH-STATE-CD
           MOVE FUNCTION CURRENT-DATE TO SCH-DECIDED-TS
           MOVE WS-OPERATOR-ID TO SCH-DECIDED-BY
           MOVE WS-CANCEL-REASON TO SCH-REASON
           REWRITE SCH-RECORD
           ADD 1 TO WS-CANCELLED-COUNT
           DISPLAY "SCHMNT1: CANCELLED - " SCH-RECORD-KEY
           .

       PRINT-REVIEW-TOTALS.
           DISPLAY "-------------------------------------"
           DISPLAY "ENTRIES SHOWN        - " WS-SHOWN-COUNT
           IF WS-MODE-CANCEL
               DISPLAY "CANCELLED            - " WS-CANCELLED-COUNT
               DISPLAY "LEFT SCHEDULED       - " WS-KEPT-COUNT
               DISPLAY "NOT OWN - NOT CANCELLABLE - "
                       WS-NOT-OWN-COUNT
           END-IF
           .
