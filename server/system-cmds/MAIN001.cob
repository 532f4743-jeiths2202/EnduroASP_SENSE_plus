      * PROCESSES MAIN001 SMED MAP FOR MENU SELECTION               *
      * SUPPORTS OPTIONS 1-8 WITH PROPER ERROR HANDLING             *
      * USES DESTINATION IDS DSP PATTERN WITH SJIS ENCODING         *
      * THE MENU COMES BACK AFTER EVERY FUNCTION UNTIL THE OPERATOR *
      * SIGNS OFF (OPTION X) OR LEAVES IT IDLE PAST THE SESCTL01    *
      * LIMIT (SEE SESREC); THE LAST RECORD KEY WORKED ON IS THE    *
      * DEFAULT AT THE NEXT KEY PROMPT                              *
      *****************************************************************
       
       ENVIRONMENT DIVISION.
                  ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SUPV01 ASSIGN TO "SUPV01"
                  ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SESCTL01 ASSIGN TO "SESCTL01"
                  ORGANIZATION IS SEQUENTIAL.
           SELECT MAIN001 ASSIGN TO "MAIN001"
                  ORGANIZATION IS DISPLAY FILE
                  DESTINATION IDS "DSP"
       FD  SUPV01.
       COPY SUPVREC OF CPYLIB.

       FD  SESCTL01.
       COPY SESREC OF CPYLIB.

       FD  MAIN001
       COPY MITDSP OF XMLLIB
       JOINING DSP AS PREFIX.
           05  WS-E-OPTION-4        PIC X(20) VALUE "4.DELETE".
           05  WS-E-SELECTION-PROMPT PIC X(20) VALUE "SELECT: ".
           05  WS-E-PROMPT-MSG      PIC X(40)
               VALUE "ENTER SELECTION (1-8, X=SIGN OFF):".
           05  WS-E-INVALID-MSG     PIC X(40)
               VALUE "INVALID SELECTION (1-8)".
           05  WS-E-LOCKOUT-MSG     PIC X(40)
           05  WS-BATCH-OVERRIDE   PIC X(01) VALUE 'N'.
           05  WS-DISPATCH-BLOCKED PIC X(01) VALUE 'N'.

      *****************************************************************
      * OPERATOR AUTHORITY (SEE OPRREC/OPAREC). WHEN THE SITE KEEPS  *
      * OPRPRF01, THE OPERATOR SIGNS ON WITH THE PROFILE'S CODE AND  *
      * EVERY DISPATCH IS CHECKED AGAINST THE PROFILE'S OPTIONS. A   *
      * REFUSAL - SIGN-ON OR OPTION - IS WRITTEN TO AUDIT01 WITH     *
      * RETURN CODE 12 (SEE AUDTREC) INSTEAD OF BEING DISPATCHED.    *
      *****************************************************************
       COPY OPAREC OF CPYLIB.

       01  WS-AUTHORITY-CONTROL.
           05  WS-SIGNON-OK        PIC X(01) VALUE 'N'.
           05  WS-SIGNON-CODE      PIC X(06).
           05  WS-SIGNON-TRIES     PIC 9(02) VALUE 0.
           05  WS-OPTION-REFUSED   PIC X(01) VALUE 'N'.
           05  WS-REFUSED-RC       PIC S9(4) VALUE 12.

      *****************************************************************
      * SESSION CONTROL. THE MENU COMES BACK AFTER EVERY DISPATCH -  *
      * REFUSED OR BLOCKED ONES INCLUDED - UNTIL THE OPERATOR KEYS   *
      * THE SIGN-OFF OPTION OR LEAVES THE MENU IDLE PAST THE SITE-   *
      * SET LIMIT ON SESCTL01 (SEE SESREC). THE KEY OF THE LAST      *
      * RECORD WORKED ON - AS KEYED, OR AS PICKED IN NAMSRCH1 - IS   *
      * OFFERED AS THE DEFAULT AT THE NEXT KEY PROMPT.               *
      *****************************************************************
       01  WS-SESSION-CONTROL.
           05  WS-SIGNOFF-OPTION   PIC X(01) VALUE 'X'.
           05  WS-SIGNED-OFF       PIC X(01) VALUE 'N'.
           05  WS-IDLE-LIMIT       PIC 9(03) VALUE 15.
           05  WS-LAST-KEY         PIC X(10) VALUE SPACES.
           05  WS-DISPATCH-COUNT   PIC 9(05) VALUE 0.
           05  WS-SHOWN-MINUTES    PIC 9(04) VALUE 0.
           05  WS-INPUT-MINUTES    PIC 9(04) VALUE 0.
           05  WS-IDLE-MINUTES     PIC 9(04) VALUE 0.
           05  WS-MENU-SHOWN-STAMP.
               10  WS-SHOWN-DATE   PIC X(08).
               10  WS-SHOWN-HH     PIC 9(02).
               10  WS-SHOWN-MM     PIC 9(02).
               10  FILLER          PIC X(14).
           05  WS-INPUT-STAMP.
               10  WS-INPUT-DATE   PIC X(08).
               10  WS-INPUT-HH     PIC 9(02).
               10  WS-INPUT-MM     PIC 9(02).
               10  FILLER          PIC X(14).

       PROCEDURE DIVISION.
       
       MAIN-PROCESS.
           PERFORM INIT-PROGRAM
           IF WS-SIGNON-OK = 'Y'
               PERFORM OPEN-DISPLAY-FILE
               PERFORM PROCESS-MAIN-MENU
               PERFORM CLOSE-DISPLAY-FILE
           END-IF
           STOP RUN
           .
       
           MOVE 'N' TO WS-VALID-OPTION
           PERFORM ASK-TERMINAL-TYPE
           PERFORM ASK-OPERATOR-ID
           PERFORM VERIFY-OPERATOR-SIGNON
      *    A REFUSED OPERATOR GETS NO FURTHER - NOT THE CHECKPOINT
      *    RESUME, AND NOT THE BATCH-WINDOW SUPERVISOR PROMPT.
           IF WS-SIGNON-OK = 'Y'
               PERFORM LOAD-MENU-DEFINITIONS
               PERFORM DISPLAY-OPTION-CAPTIONS
               PERFORM CHECK-FOR-CHECKPOINT
               PERFORM LOAD-SUPERVISOR-CODE
               PERFORM LOAD-SESSION-LIMITS
               PERFORM CHECK-BATCH-WINDOW
           END-IF
           .

      *    THE PROMPT ITSELF IS KEPT PLAIN ASCII SO IT RENDERS ON ANY
           ACCEPT WS-OPERATOR-ID
           .

      *    NO OPRPRF01 AT THE SITE MEANS NO PROFILES - THE OPERATOR ID
      *    IS TAKEN AS KEYED, AS IT ALWAYS WAS. OTHERWISE THE ID MUST
      *    BE ON FILE AND THE SIGN-ON CODE MUST MATCH WITHIN THE SAME
      *    WS-MAX-RETRIES THE MENU ALLOWS; A FAILED SIGN-ON ENDS THE
      *    SESSION BEFORE THE MENU IS EVER SHOWN.
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
               IF WS-SJIS-TERMINAL = 'Y'
                   DISPLAY "サインオンできません: " OPA-REASON
               ELSE
                   DISPLAY "SIGN-ON REFUSED: " OPA-REASON
               END-IF
               MOVE SPACE TO WS-USER-SELECTION
               MOVE "MAIN001" TO WS-PROGRAM-TO-CALL
               PERFORM WRITE-REFUSAL-AUDIT
           END-IF
           .

       ASK-SIGNON-CODE.
           IF WS-SJIS-TERMINAL = 'Y'
               DISPLAY "サインオンコードを"
                       "入力して下さい:"
           ELSE
               DISPLAY "ENTER SIGN-ON CODE:"
           END-IF
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

       LOAD-MENU-DEFINITIONS.
           MOVE 0 TO WS-MENU-COUNT
           MOVE 'N' TO WS-MENU-EOF
           CLOSE SUPV01
           .

      *    SESCTL01 IS OPTIONAL - ABSENT OR UNREADABLE MEANS THE
      *    COMPILED-IN IDLE LIMIT APPLIES.
       LOAD-SESSION-LIMITS.
           OPEN INPUT SESCTL01
           READ SESCTL01
               AT END
                   CONTINUE
               NOT AT END
                   IF SES-IDLE-MINUTES NUMERIC
                       MOVE SES-IDLE-MINUTES TO WS-IDLE-LIMIT
                   END-IF
           END-READ
           CLOSE SESCTL01
           .

      *    THE SMED SCREEN MAP ONLY CARRIES FOUR FIXED CAPTION SLOTS
      *    (WS-OPTION-1 THRU WS-OPTION-4), SO ONLY THE FIRST FOUR MENU
      *    TABLE ENTRIES CAN BE SHOWN ON SCREEN WITHOUT EDITING THAT
       PROCESS-MAIN-MENU.
           MOVE 'N' TO WS-MENU-DONE
           PERFORM UNTIL WS-MENU-DONE = 'Y'
               MOVE 'N' TO WS-VALID-OPTION
               MOVE ZEROS TO WS-RETRY-COUNT
               IF WS-CHECKPOINT-FOUND = 'Y'
                   PERFORM VALIDATE-SELECTION
                   MOVE 'N' TO WS-CHECKPOINT-FOUND
               ELSE
                   PERFORM UNTIL WS-VALID-OPTION = 'Y'
                             OR WS-RETRY-COUNT >= WS-MAX-RETRIES
                             OR WS-SIGNED-OFF = 'Y'
                       PERFORM DISPLAY-MENU-MAP
                       PERFORM ACCEPT-USER-INPUT
                       PERFORM CHECK-SESSION-END
                       IF WS-SIGNED-OFF = 'N'
                           PERFORM VALIDATE-SELECTION
                           IF WS-VALID-OPTION = 'N'
                               ADD 1 TO WS-RETRY-COUNT
                               PERFORM DISPLAY-ERROR-MSG
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF

               IF WS-SIGNED-OFF = 'Y'
                   MOVE 'Y' TO WS-MENU-DONE
               ELSE
               IF WS-VALID-OPTION = 'Y'
                   PERFORM DISPATCH-SELECTED-OPTION
               ELSE
                   PERFORM SUPERVISOR-OVERRIDE
                   IF WS-OVERRIDE-OK NOT = 'Y'
                       MOVE 'Y' TO WS-MENU-DONE
                   END-IF
               END-IF
               END-IF
           END-PERFORM
           .

      *    EVERY DISPATCH IN THE SESSION GOES THROUGH THE SAME GATES AS
      *    THE FIRST ONE - BATCH WINDOW, OPERATOR AUTHORITY, CHECKPOINT,
      *    USAGE COUNT AND AUDIT. A BLOCKED OR REFUSED OPTION ONLY
      *    BRINGS THE MENU BACK; THE OPERATOR CAN STILL USE THE OPTIONS
      *    THE PROFILE ALLOWS, OR WAIT OUT THE BATCH WINDOW.
       DISPATCH-SELECTED-OPTION.
           PERFORM CHECK-BATCH-WINDOW
           IF WS-DISPATCH-BLOCKED = 'N'
               PERFORM CHECK-OPTION-AUTHORITY
               IF WS-OPTION-REFUSED = 'Y'
                   PERFORM WRITE-REFUSAL-AUDIT
               ELSE
                   PERFORM ACCEPT-RECORD-KEY
                   PERFORM WRITE-CHECKPOINT
                   PERFORM CALL-PROGRAM
                   PERFORM CLEAR-CHECKPOINT
                   PERFORM REMEMBER-LAST-KEY
               END-IF
           END-IF
           .

      *    THE CALLED PROGRAM MAY HAND A DIFFERENT KEY BACK IN
      *    MST-RECORD - NAMSRCH1 LEAVES THE KEY THE OPERATOR PICKED -
      *    SO THE DEFAULT IS TAKEN AFTER THE CALL, NOT FROM THE PROMPT.
       REMEMBER-LAST-KEY.
           IF MST-KEY OF MST-RECORD NOT = SPACES
               MOVE MST-KEY OF MST-RECORD TO WS-LAST-KEY
           END-IF
           .

       CHECK-SESSION-END.
           PERFORM CHECK-IDLE-TIME
           IF WS-SIGNED-OFF = 'N'
              AND WS-USER-SELECTION = WS-SIGNOFF-OPTION
               MOVE 'Y' TO WS-SIGNED-OFF
               IF WS-SJIS-TERMINAL = 'Y'
                   DISPLAY "サインオフしました: "
                           WS-OPERATOR-ID
               ELSE
                   DISPLAY "SIGNED OFF: " WS-OPERATOR-ID
               END-IF
           END-IF
           IF WS-SIGNED-OFF = 'Y'
               IF WS-SJIS-TERMINAL = 'Y'
                   DISPLAY "処理件数: " WS-DISPATCH-COUNT
               ELSE
                   DISPLAY "FUNCTIONS RUN THIS SESSION: "
                           WS-DISPATCH-COUNT
               END-IF
           END-IF
           .

      *    AN ACCEPT CANNOT BE INTERRUPTED, SO THE LIMIT IS APPLIED WHEN
      *    THE ANSWER FINALLY ARRIVES: A SELECTION KEYED AFTER THE MENU
      *    SAT IDLE PAST THE LIMIT IS NOT DISPATCHED - WHOEVER IS AT THE
      *    TERMINAL NOW MAY NOT BE THE OPERATOR WHO SIGNED ON - AND THE
      *    SESSION SIGNS ITSELF OFF. A MENU LEFT OVER MIDNIGHT COUNTS
      *    ACROSS IT; ONE LEFT LONGER THAN THAT COUNTS AS A FULL DAY.
       CHECK-IDLE-TIME.
           IF WS-IDLE-LIMIT > 0
               MOVE FUNCTION CURRENT-DATE TO WS-INPUT-STAMP
               COMPUTE WS-SHOWN-MINUTES = WS-SHOWN-HH * 60
                                        + WS-SHOWN-MM
               COMPUTE WS-INPUT-MINUTES = WS-INPUT-HH * 60
                                        + WS-INPUT-MM
               IF WS-INPUT-DATE = WS-SHOWN-DATE
                   COMPUTE WS-IDLE-MINUTES = WS-INPUT-MINUTES
                                           - WS-SHOWN-MINUTES
               ELSE
                   IF WS-INPUT-MINUTES < WS-SHOWN-MINUTES
                       COMPUTE WS-IDLE-MINUTES = WS-INPUT-MINUTES
                                               + 1440
                                               - WS-SHOWN-MINUTES
                   ELSE
                       MOVE 1440 TO WS-IDLE-MINUTES
                   END-IF
               END-IF
               IF WS-IDLE-MINUTES > WS-IDLE-LIMIT
                   MOVE 'Y' TO WS-SIGNED-OFF
                   IF WS-SJIS-TERMINAL = 'Y'
                       DISPLAY "無操作時間が制限を"
                               "超えたため"
                               "サインオフしました"
                   ELSE
                       DISPLAY "SESSION IDLE FOR " WS-IDLE-MINUTES
                               " MINUTES - SIGNED OFF"
                   END-IF
               END-IF
           END-IF
           .

      *    A GRANTED OVERRIDE HOLDS FOR THE SESSION - OPERATIONS
      *    DECIDED TO WORK THROUGH THE WINDOW, NOT TO RE-KEY THE
      *    CODE AT EVERY OPTION. A STALE MARK LEFT BY AN ABENDED
           END-IF
           .

      *    CHECKED AT EVERY DISPATCH, A CHECKPOINT RESUME INCLUDED -
      *    A PROFILE CAN BE NARROWED WHILE A SESSION IS OPEN, AND A
      *    RESUMED OPTION MAY HAVE BEEN LEFT BY ANOTHER OPERATOR.
       CHECK-OPTION-AUTHORITY.
           MOVE 'N' TO WS-OPTION-REFUSED
           MOVE 'A' TO OPA-REQUEST
           MOVE WS-OPERATOR-ID TO OPA-OPERATOR-ID
           MOVE WS-USER-SELECTION TO OPA-OPTION-CD
           CALL "OPRAUTH1" USING OPA-PARM
           IF NOT OPA-ALLOWED
               MOVE 'Y' TO WS-OPTION-REFUSED
               IF WS-SJIS-TERMINAL = 'Y'
                   DISPLAY "この操作は"
                           "許可されていません: "
                           WS-USER-SELECTION
               ELSE
                   DISPLAY "OPTION NOT AUTHORIZED FOR OPERATOR "
                           WS-OPERATOR-ID ": " WS-USER-SELECTION
               END-IF
               DISPLAY OPA-REASON
           END-IF
           .

       ASK-BATCH-OVERRIDE.
           IF WS-SJIS-TERMINAL = 'Y'
               DISPLAY "続行するには管理者コードを"
               MOVE "選択番号を入力して下さい(1-8):"
                    TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               DISPLAY "X=サインオフ"
           ELSE
               DISPLAY WS-E-PROMPT-MSG
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-MENU-SHOWN-STAMP
           ACCEPT WS-USER-SELECTION
           .
       

       ACCEPT-RECORD-KEY.
           MOVE SPACES TO MST-RECORD
           IF WS-LAST-KEY = SPACES
               IF WS-SJIS-TERMINAL = 'Y'
                   DISPLAY "レコードキーを入力して下さい:"
               ELSE
                   DISPLAY WS-E-KEY-PROMPT
               END-IF
           ELSE
               IF WS-SJIS-TERMINAL = 'Y'
                   DISPLAY "レコードキーを入力して下さい"
                           "(空白=" WS-LAST-KEY "):"
               ELSE
                   DISPLAY "ENTER RECORD KEY (BLANK = " WS-LAST-KEY
                           "):"
               END-IF
           END-IF
           ACCEPT MST-KEY OF MST-RECORD
           IF MST-KEY OF MST-RECORD = SPACES
               MOVE WS-LAST-KEY TO MST-KEY OF MST-RECORD
           END-IF
      *    CARRY THE OPERATOR ID INTO THE PARAMETER RECORD SO THE
      *    MAINTENANCE PROGRAMS CAN STAMP THE JRNL01 DATA-CHANGE
      *    JOURNAL WITH WHO MADE THE CHANGE.

           CALL WS-PROGRAM-TO-CALL USING MST-RECORD
           MOVE RETURN-CODE TO WS-CALL-RETURN-CODE
      *    THE SESSION CALLS THE SAME PROGRAMS AGAIN AND AGAIN, AND A
      *    CALLED PROGRAM KEEPS ITS WORKING-STORAGE BETWEEN CALLS -
      *    BROWSE1 AND NAMSRCH1 SET THEIR LOOP FLAGS AND COUNTS ONLY
      *    BY VALUE CLAUSE. CANCEL SO EVERY DISPATCH STARTS FRESH.
      *    MST-RECORD IS OURS, SO THE KEY HANDED BACK SURVIVES.
           CANCEL WS-PROGRAM-TO-CALL
           ADD 1 TO WS-DISPATCH-COUNT

           IF WS-CALL-RETURN-CODE NOT = 0
               IF WS-SJIS-TERMINAL = 'Y'
           MOVE WS-CALL-RETURN-CODE TO AUD-RETURN-CODE
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDWRT1" USING AUD-RECORD
           .

      *    A REFUSED SIGN-ON OR OPTION IS AUDITED LIKE A DISPATCH THAT
      *    NEVER HAPPENED - SAME RECORD, RETURN CODE 12 - SO AUDRPT01
      *    SHOWS IT AMONG THE FAILURES FOR THAT OPERATOR.
       WRITE-REFUSAL-AUDIT.
           MOVE WS-REFUSED-RC TO WS-CALL-RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           .
