       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRGKEY1.
      *****************************************************************
      * DUPLICATE KEY MERGE PROGRAM - FOLDS A CUSTOMER KEYED TWICE   *
      * (SEE THE DUPRPT01 PROBABLE DUPLICATE REPORT) BACK INTO ONE   *
      * KEY. GATED BY THE SAME SUPV01 SUPERVISOR CODE AS APPROVE1,   *
      * AND - WHERE OPRPRF01 PROFILES ARE KEPT - THE SUPERVISOR'S    *
      * OWN OPRAUTH1 SIGN-ON, SO THE ID STAMPED ON THE JOURNAL, THE  *
      * SURVIVOR AND THE ARCHIVE ENTRY IS ONE THAT WAS PROVED.       *
      * THE SUPERVISOR KEYS THE SURVIVING KEY AND THE LOSING KEY,    *
      * SEES BOTH RECORDS AND BOTH CONTACTS, AND CONFIRMS. THE MERGE *
      * THEN RUNS AS ORDINARY, JOURNALED ACTIVITY UNDER THE          *
      * SUPERVISOR'S ID, SO JRNHIST1, EODBAL01 AND MSTRCVR1 ALL SEE  *
      * IT LIKE ANY OTHER CHANGE:                                    *
      *   1 - THE LOSING KEY'S AMOUNT IS ZEROED (JOURNALED 'U')      *
      *   2 - THE SURVIVING KEY IS CREDITED WITH THAT AMOUNT         *
      *       (JOURNALED 'U')                                        *
      *   3 - THE BETTER CONTACT IS KEPT UNDER THE SURVIVING KEY -   *
      *       THE ONE WITH MORE ADDRESS/PHONE FIELDS FILLED IN, THE  *
      *       MORE RECENTLY MAINTAINED ON A TIE; THE SUPERVISOR MAY  *
      *       OVERRULE THE CHOICE                                    *
      *   4 - THE LOSING KEY IS RETIRED THROUGH DELETE1 ITSELF, SO   *
      *       IT IS PARKED ON ARCHIV01 WITH ITS OWN CONTACT AND      *
      *       JOURNALED 'D' EXACTLY AS A MENU DELETE WOULD BE - AND  *
      *       RESTORE1 CAN BRING IT BACK. ITS ARCHIVED AMOUNT IS     *
      *       ZERO, SO A RESTORE NEVER DOUBLES THE MONEY.            *
      * BOTH RECORDS ARE RE-READ JUST BEFORE STEP 1 AND COMPARED     *
      * WITH WHAT THE SUPERVISOR WAS SHOWN - IF EITHER MOVED IN THE  *
      * MEANTIME NOTHING IS CHANGED (SAME LOST-UPDATE RULE AS        *
      * UPDATE1 AND APPROVE1).                                       *
      * RETURN-CODE 0 = MERGED, 4 = A KEY NOT ON MASTER01 OR MERGE   *
      * NOT CONFIRMED, 8 = SUPERVISOR CODE OR SIGN-ON REFUSED, BAD   *
      * KEYS, RECORD MOVED, AMOUNT OVERFLOW, OR FILE ERROR           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUPV01 ASSIGN TO "SUPV01"
                  ORGANIZATION IS SEQUENTIAL.
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

       FD  MASTER01.
       COPY MASTREC OF CPYLIB.

       FD  CONTACT01.
       COPY CNTREC OF CPYLIB.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS    PIC X(02) VALUE "00".
       01  WS-MASTER-OPENED    PIC X(01) VALUE 'N'.
       01  WS-CONTACT-STATUS   PIC X(02) VALUE "00".
       01  WS-CONTACT-OPENED   PIC X(01) VALUE 'N'.

      *    SAME SUPV01 LOAD AND COMPILED-IN FALLBACK AS APPROVE1 -
      *    ONE CODE GATES EVERY SUPERVISOR DOOR.
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

       01  WS-MERGE-CONTROL.
           05  WS-SURVIVOR-KEY     PIC X(10).
           05  WS-LOSER-KEY        PIC X(10).
           05  WS-CONFIRM          PIC X(01).
           05  WS-CONTACT-CHOICE   PIC X(01).
           05  WS-KEEP-CONTACT     PIC X(01).
               88  WS-KEEP-SURVIVOR-CONTACT VALUE 'S'.
               88  WS-KEEP-LOSER-CONTACT    VALUE 'L'.
           05  WS-RECORDS-MOVED    PIC X(01) VALUE 'N'.
           05  WS-STEP-OK          PIC X(01) VALUE 'N'.
           05  WS-NEW-AMOUNT       PIC S9(7)V99 VALUE 0.
           05  WS-SURVIVOR-SCORE   PIC 9(01) VALUE 0.
           05  WS-LOSER-SCORE      PIC 9(01) VALUE 0.
           05  WS-FIELD-SCORE      PIC 9(01) VALUE 0.

      *    BOTH MASTER RECORDS AND BOTH CONTACTS AS THE SUPERVISOR WAS
      *    SHOWN THEM - THE BASELINE FOR THE RECHECK AND THE JOURNAL
      *    BEFORE-IMAGES. A KEY WITHOUT A CONTACT HAS ITS IMAGE LEFT
      *    AS SPACES.
       COPY MASTREC OF CPYLIB
           REPLACING ==MST-RECORD== BY ==MRG-SURVIVOR-RECORD==.

       COPY MASTREC OF CPYLIB
           REPLACING ==MST-RECORD== BY ==MRG-LOSER-RECORD==.

       COPY CNTREC OF CPYLIB
           REPLACING ==CNT-RECORD== BY ==MRG-SURVIVOR-CONTACT==.

       COPY CNTREC OF CPYLIB
           REPLACING ==CNT-RECORD== BY ==MRG-LOSER-CONTACT==.

       01  WS-SURVIVOR-HAS-CONTACT PIC X(01) VALUE 'N'.
       01  WS-LOSER-HAS-CONTACT    PIC X(01) VALUE 'N'.

      *    THE RETIRING KEY IS HANDED TO DELETE1 IN THE SAME REQUEST
      *    AREA MAIN001 PASSES IT.
       COPY MASTREC OF CPYLIB
           REPLACING ==MST-RECORD== BY ==MRG-DELETE-PARM==.

       01  WS-AMOUNT-EDIT      PIC -9(7).99.

       COPY JRNLREC OF CPYLIB.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           MOVE 0 TO RETURN-CODE
           PERFORM LOAD-SUPERVISOR-CODE
           PERFORM VERIFY-SUPERVISOR
           IF RETURN-CODE = 0
               PERFORM ACCEPT-MERGE-KEYS
           END-IF
           IF RETURN-CODE = 0
               PERFORM OPEN-MERGE-FILES
           END-IF
           IF RETURN-CODE = 0
               PERFORM READ-MERGE-PAIR
               IF RETURN-CODE = 0
                   PERFORM SHOW-MERGE-PAIR
                   PERFORM CHOOSE-CONTACT-TO-KEEP
                   PERFORM CONFIRM-MERGE
               END-IF
               IF RETURN-CODE = 0
                   PERFORM POST-MERGE
               END-IF
               PERFORM CLOSE-MERGE-FILES
               IF RETURN-CODE = 0
                   PERFORM RETIRE-LOSING-KEY
               END-IF
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
           DISPLAY "MRGKEY1: SUPERVISOR OPERATOR ID ?"
           ACCEPT WS-SUPERVISOR-ID
           DISPLAY "MRGKEY1: SUPERVISOR CODE ?"
           ACCEPT WS-SUPERVISOR-CODE
           IF WS-SUPERVISOR-CODE NOT = WS-SUPERVISOR-PASS
               MOVE 8 TO RETURN-CODE
               DISPLAY "MRGKEY1: SUPERVISOR CODE DOES NOT MATCH - "
                       "NO MERGE"
           ELSE
               PERFORM VERIFY-SUPERVISOR-SIGNON
           END-IF
           .

      *    THE SUPV01 CODE IS SHARED, SO IT PROVES A SUPERVISOR IS
      *    PRESENT BUT NOT WHICH ONE. WITH NO OPRPRF01 AT THE SITE
      *    THE ID IS TAKEN AS KEYED, AS IT ALWAYS WAS; OTHERWISE IT
      *    MUST BE ON FILE AND ITS OWN SIGN-ON CODE MUST MATCH WITHIN
      *    WS-MAX-RETRIES, SAME AS APPROVE1, OR NOTHING IS MERGED.
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
               DISPLAY "MRGKEY1: SIGN-ON REFUSED FOR "
                       WS-SUPERVISOR-ID " - " OPA-REASON
               DISPLAY "MRGKEY1: NOTHING MERGED"
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .

       ASK-SIGNON-CODE.
           DISPLAY "MRGKEY1: SIGN-ON CODE FOR " WS-SUPERVISOR-ID " ?"
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

       ACCEPT-MERGE-KEYS.
           DISPLAY "MRGKEY1: SURVIVING KEY ?"
           ACCEPT WS-SURVIVOR-KEY
           DISPLAY "MRGKEY1: LOSING KEY (TO BE RETIRED) ?"
           ACCEPT WS-LOSER-KEY
           IF WS-SURVIVOR-KEY = SPACES OR WS-LOSER-KEY = SPACES
               MOVE 8 TO RETURN-CODE
               DISPLAY "MRGKEY1: BOTH KEYS ARE REQUIRED - NO MERGE"
           ELSE
               IF WS-SURVIVOR-KEY = WS-LOSER-KEY
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "MRGKEY1: A KEY CANNOT BE MERGED INTO "
                           "ITSELF - NO MERGE"
               END-IF
           END-IF
           .

      *    A SITE WITHOUT CONTACT01 STILL MERGES - THERE IS SIMPLY NO
      *    CONTACT TO CHOOSE BETWEEN.
       OPEN-MERGE-FILES.
           MOVE 'N' TO WS-MASTER-OPENED
           OPEN I-O MASTER01
           IF WS-MASTER-STATUS = "00"
               MOVE 'Y' TO WS-MASTER-OPENED
           ELSE
               MOVE 8 TO RETURN-CODE
               DISPLAY "MRGKEY1: MASTER FILE NOT USABLE - STATUS "
                       WS-MASTER-STATUS " - NO MERGE"
           END-IF
           MOVE 'N' TO WS-CONTACT-OPENED
           OPEN I-O CONTACT01
           IF WS-CONTACT-STATUS = "00"
               MOVE 'Y' TO WS-CONTACT-OPENED
           END-IF
           .

       CLOSE-MERGE-FILES.
           IF WS-MASTER-OPENED = 'Y'
               CLOSE MASTER01
           END-IF
           IF WS-CONTACT-OPENED = 'Y'
               CLOSE CONTACT01
           END-IF
           .

       READ-MERGE-PAIR.
           MOVE WS-SURVIVOR-KEY TO MST-KEY OF MST-RECORD
           READ MASTER01
               KEY IS MST-KEY OF MST-RECORD
               INVALID KEY
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "MRGKEY1: SURVIVING KEY NOT ON MASTER - "
                           WS-SURVIVOR-KEY
               NOT INVALID KEY
                   MOVE MST-RECORD TO MRG-SURVIVOR-RECORD
           END-READ
           MOVE WS-LOSER-KEY TO MST-KEY OF MST-RECORD
           READ MASTER01
               KEY IS MST-KEY OF MST-RECORD
               INVALID KEY
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "MRGKEY1: LOSING KEY NOT ON MASTER - "
                           WS-LOSER-KEY
               NOT INVALID KEY
                   MOVE MST-RECORD TO MRG-LOSER-RECORD
           END-READ
           MOVE 'N' TO WS-SURVIVOR-HAS-CONTACT
           MOVE 'N' TO WS-LOSER-HAS-CONTACT
           MOVE SPACES TO MRG-SURVIVOR-CONTACT
           MOVE SPACES TO MRG-LOSER-CONTACT
           IF WS-CONTACT-OPENED = 'Y'
               MOVE WS-SURVIVOR-KEY TO CNT-KEY OF CNT-RECORD
               READ CONTACT01
                   KEY IS CNT-KEY OF CNT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SURVIVOR-HAS-CONTACT
                       MOVE CNT-RECORD TO MRG-SURVIVOR-CONTACT
               END-READ
               MOVE WS-LOSER-KEY TO CNT-KEY OF CNT-RECORD
               READ CONTACT01
                   KEY IS CNT-KEY OF CNT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LOSER-HAS-CONTACT
                       MOVE CNT-RECORD TO MRG-LOSER-CONTACT
               END-READ
           END-IF
           .

       SHOW-MERGE-PAIR.
           DISPLAY "-------------------------------------"
           MOVE MST-AMOUNT OF MRG-SURVIVOR-RECORD TO WS-AMOUNT-EDIT
           DISPLAY "SURVIVOR : " WS-SURVIVOR-KEY " "
                   MST-NAME OF MRG-SURVIVOR-RECORD " "
                   WS-AMOUNT-EDIT " "
                   MST-STATUS-CD OF MRG-SURVIVOR-RECORD
           IF WS-SURVIVOR-HAS-CONTACT = 'Y'
               DISPLAY "  CONTACT: "
                       CNT-ADDR-LINE1 OF MRG-SURVIVOR-CONTACT " "
                       CNT-CITY OF MRG-SURVIVOR-CONTACT " "
                       CNT-POSTAL-CD OF MRG-SURVIVOR-CONTACT " "
                       CNT-PHONE OF MRG-SURVIVOR-CONTACT
           ELSE
               DISPLAY "  CONTACT: (NONE)"
           END-IF
           MOVE MST-AMOUNT OF MRG-LOSER-RECORD TO WS-AMOUNT-EDIT
           DISPLAY "LOSER    : " WS-LOSER-KEY " "
                   MST-NAME OF MRG-LOSER-RECORD " "
                   WS-AMOUNT-EDIT " "
                   MST-STATUS-CD OF MRG-LOSER-RECORD
           IF WS-LOSER-HAS-CONTACT = 'Y'
               DISPLAY "  CONTACT: "
                       CNT-ADDR-LINE1 OF MRG-LOSER-CONTACT " "
                       CNT-CITY OF MRG-LOSER-CONTACT " "
                       CNT-POSTAL-CD OF MRG-LOSER-CONTACT " "
                       CNT-PHONE OF MRG-LOSER-CONTACT
           ELSE
               DISPLAY "  CONTACT: (NONE)"
           END-IF
           .

      *****************************************************************
      * THE BETTER CONTACT IS THE ONE WITH MORE OF ADDRESS LINE 1,   *
      * ADDRESS LINE 2, CITY, POSTAL CODE AND PHONE FILLED IN; ON A  *
      * TIE THE MORE RECENTLY MAINTAINED; ON A FULL TIE THE          *
      * SURVIVOR'S OWN. THE SUPERVISOR IS SHOWN THE CHOICE AND MAY   *
      * OVERRULE IT - BLANK ACCEPTS.                                 *
      *****************************************************************
       CHOOSE-CONTACT-TO-KEEP.
           MOVE 'S' TO WS-KEEP-CONTACT
           MOVE 0 TO WS-SURVIVOR-SCORE
           MOVE 0 TO WS-LOSER-SCORE
           IF WS-SURVIVOR-HAS-CONTACT = 'Y'
               MOVE MRG-SURVIVOR-CONTACT TO CNT-RECORD
               PERFORM SCORE-CONTACT-FIELDS
               MOVE WS-FIELD-SCORE TO WS-SURVIVOR-SCORE
           END-IF
           IF WS-LOSER-HAS-CONTACT = 'Y'
               MOVE MRG-LOSER-CONTACT TO CNT-RECORD
               PERFORM SCORE-CONTACT-FIELDS
               MOVE WS-FIELD-SCORE TO WS-LOSER-SCORE
           END-IF
           IF WS-LOSER-HAS-CONTACT = 'Y'
               IF WS-SURVIVOR-HAS-CONTACT = 'N'
                  OR WS-LOSER-SCORE > WS-SURVIVOR-SCORE
                   MOVE 'L' TO WS-KEEP-CONTACT
               ELSE
                   IF WS-LOSER-SCORE = WS-SURVIVOR-SCORE
                      AND CNT-MAINT-TS OF MRG-LOSER-CONTACT
                          > CNT-MAINT-TS OF MRG-SURVIVOR-CONTACT
                       MOVE 'L' TO WS-KEEP-CONTACT
                   END-IF
               END-IF
               DISPLAY "MRGKEY1: CONTACT TO KEEP - S=SURVIVOR'S "
                       "L=LOSER'S (BLANK=" WS-KEEP-CONTACT ") ?"
               ACCEPT WS-CONTACT-CHOICE
               IF WS-CONTACT-CHOICE = 'S' OR WS-CONTACT-CHOICE = 'L'
                   MOVE WS-CONTACT-CHOICE TO WS-KEEP-CONTACT
               END-IF
           END-IF
           .

       SCORE-CONTACT-FIELDS.
           MOVE 0 TO WS-FIELD-SCORE
           IF CNT-ADDR-LINE1 OF CNT-RECORD NOT = SPACES
               ADD 1 TO WS-FIELD-SCORE
           END-IF
           IF CNT-ADDR-LINE2 OF CNT-RECORD NOT = SPACES
               ADD 1 TO WS-FIELD-SCORE
           END-IF
           IF CNT-CITY OF CNT-RECORD NOT = SPACES
               ADD 1 TO WS-FIELD-SCORE
           END-IF
           IF CNT-POSTAL-CD OF CNT-RECORD NOT = SPACES
               ADD 1 TO WS-FIELD-SCORE
           END-IF
           IF CNT-PHONE OF CNT-RECORD NOT = SPACES
               ADD 1 TO WS-FIELD-SCORE
           END-IF
           .

       CONFIRM-MERGE.
           DISPLAY "MRGKEY1: MERGE " WS-LOSER-KEY " INTO "
                   WS-SURVIVOR-KEY " AND RETIRE " WS-LOSER-KEY
                   " ? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               MOVE 4 TO RETURN-CODE
               DISPLAY "MRGKEY1: NOT CONFIRMED - NOTHING CHANGED"
           END-IF
           .

      *****************************************************************
      * STEPS 1 TO 3. THE LOSER IS ZEROED BEFORE THE SURVIVOR IS     *
      * CREDITED, SO A FAILURE PART WAY NEVER LEAVES THE SAME MONEY  *
      * ON BOTH KEYS - THE JOURNAL SHOWS EXACTLY HOW FAR IT GOT.     *
      *****************************************************************
       POST-MERGE.
           PERFORM RECHECK-MERGE-PAIR
           IF RETURN-CODE = 0
               ADD MST-AMOUNT OF MRG-LOSER-RECORD
                   MST-AMOUNT OF MRG-SURVIVOR-RECORD
                   GIVING WS-NEW-AMOUNT
                   ON SIZE ERROR
                       MOVE 8 TO RETURN-CODE
                       DISPLAY "MRGKEY1: COMBINED AMOUNT TOO LARGE - "
                               "NO MERGE"
               END-ADD
           END-IF
           IF RETURN-CODE = 0
               PERFORM ZERO-LOSING-AMOUNT
           END-IF
           IF RETURN-CODE = 0
               PERFORM CREDIT-SURVIVING-KEY
           END-IF
           IF RETURN-CODE = 0 AND WS-KEEP-LOSER-CONTACT
               PERFORM KEEP-LOSING-CONTACT
           END-IF
           .

       RECHECK-MERGE-PAIR.
           MOVE 'N' TO WS-RECORDS-MOVED
           MOVE WS-SURVIVOR-KEY TO MST-KEY OF MST-RECORD
           READ MASTER01
               KEY IS MST-KEY OF MST-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-RECORDS-MOVED
               NOT INVALID KEY
                   IF MST-RECORD NOT = MRG-SURVIVOR-RECORD
                       MOVE 'Y' TO WS-RECORDS-MOVED
                   END-IF
           END-READ
           MOVE WS-LOSER-KEY TO MST-KEY OF MST-RECORD
           READ MASTER01
               KEY IS MST-KEY OF MST-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-RECORDS-MOVED
               NOT INVALID KEY
                   IF MST-RECORD NOT = MRG-LOSER-RECORD
                       MOVE 'Y' TO WS-RECORDS-MOVED
                   END-IF
           END-READ
           IF WS-RECORDS-MOVED = 'Y'
               MOVE 8 TO RETURN-CODE
               DISPLAY "MRGKEY1: RECORD CHANGED BY ANOTHER SESSION - "
                       "NOTHING CHANGED - PLEASE REDO"
           END-IF
           .

       ZERO-LOSING-AMOUNT.
           MOVE MRG-LOSER-RECORD TO MST-RECORD
           MOVE 0 TO MST-AMOUNT OF MST-RECORD
           PERFORM STAMP-MAINTENANCE-FIELDS
           REWRITE MST-RECORD
               INVALID KEY
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "MRGKEY1: REWRITE FAILED - " WS-LOSER-KEY
               NOT INVALID KEY
                   MOVE MRG-LOSER-RECORD TO JRN-BEFORE-IMAGE
                   PERFORM WRITE-JOURNAL-RECORD
                   DISPLAY "MRGKEY1: AMOUNT MOVED OFF - " WS-LOSER-KEY
           END-REWRITE
           .

       CREDIT-SURVIVING-KEY.
           MOVE WS-SURVIVOR-KEY TO MST-KEY OF MST-RECORD
           READ MASTER01
               KEY IS MST-KEY OF MST-RECORD
               INVALID KEY
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "MRGKEY1: SURVIVING KEY GONE - "
                           WS-SURVIVOR-KEY
           END-READ
           IF RETURN-CODE = 0
               MOVE WS-NEW-AMOUNT TO MST-AMOUNT OF MST-RECORD
               PERFORM STAMP-MAINTENANCE-FIELDS
               REWRITE MST-RECORD
                   INVALID KEY
                       MOVE 8 TO RETURN-CODE
                       DISPLAY "MRGKEY1: REWRITE FAILED - "
                               WS-SURVIVOR-KEY
                   NOT INVALID KEY
                       MOVE MRG-SURVIVOR-RECORD TO JRN-BEFORE-IMAGE
                       PERFORM WRITE-JOURNAL-RECORD
                       DISPLAY "MRGKEY1: AMOUNT CREDITED - "
                               WS-SURVIVOR-KEY
               END-REWRITE
           END-IF
           .

      *    CONTACTS ARE NOT JOURNALED (SEE DELETE1) - THE LOSER'S OWN
      *    CONTACT STILL GOES TO ARCHIV01 WITH IT IN STEP 4, SO THE
      *    SURVIVOR'S REPLACED CONTACT IS THE ONLY IMAGE NOT KEPT, AND
      *    IT IS SHOWN ON THE JOB LOG ABOVE.
       KEEP-LOSING-CONTACT.
           MOVE MRG-LOSER-CONTACT TO CNT-RECORD
           MOVE WS-SURVIVOR-KEY TO CNT-KEY OF CNT-RECORD
           MOVE FUNCTION CURRENT-DATE TO CNT-MAINT-TS OF CNT-RECORD
           MOVE WS-SUPERVISOR-ID TO CNT-MAINT-BY OF CNT-RECORD
           IF WS-SURVIVOR-HAS-CONTACT = 'Y'
               REWRITE CNT-RECORD
                   INVALID KEY
                       DISPLAY "MRGKEY1: CONTACT REWRITE FAILED - "
                               WS-SURVIVOR-KEY
                   NOT INVALID KEY
                       DISPLAY "MRGKEY1: CONTACT TAKEN FROM "
                               WS-LOSER-KEY
               END-REWRITE
           ELSE
               WRITE CNT-RECORD
                   INVALID KEY
                       DISPLAY "MRGKEY1: CONTACT WRITE FAILED - "
                               WS-SURVIVOR-KEY
                   NOT INVALID KEY
                       DISPLAY "MRGKEY1: CONTACT TAKEN FROM "
                               WS-LOSER-KEY
               END-WRITE
           END-IF
           .

       STAMP-MAINTENANCE-FIELDS.
           MOVE FUNCTION CURRENT-DATE
               TO MST-MAINT-TS OF MST-RECORD
           MOVE WS-SUPERVISOR-ID TO MST-MAINT-BY OF MST-RECORD
           .

       WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
           MOVE WS-SUPERVISOR-ID TO JRN-OPERATOR-ID
           MOVE 'U' TO JRN-ACTION-CD
           MOVE MST-KEY OF MST-RECORD TO JRN-RECORD-KEY
           MOVE MST-RECORD TO JRN-AFTER-IMAGE
           CALL "JRNWRT1" USING JRN-RECORD
           .

      *    STEP 4 - DELETE1 OPENS THE FILES ITSELF, SO IT RUNS ONLY
      *    AFTER THIS PROGRAM HAS CLOSED THEM.
       RETIRE-LOSING-KEY.
           MOVE SPACES TO MRG-DELETE-PARM
           MOVE WS-LOSER-KEY TO MST-KEY OF MRG-DELETE-PARM
           MOVE WS-SUPERVISOR-ID TO MST-OPERATOR-ID OF MRG-DELETE-PARM
           CALL "DELETE1" USING MRG-DELETE-PARM
           IF RETURN-CODE = 0
               DISPLAY "MRGKEY1: " WS-LOSER-KEY " MERGED INTO "
                       WS-SURVIVOR-KEY
           ELSE
               MOVE 8 TO RETURN-CODE
               DISPLAY "MRGKEY1: AMOUNT MOVED BUT " WS-LOSER-KEY
                       " NOT RETIRED - DELETE IT THROUGH THE MENU"
           END-IF
           .
