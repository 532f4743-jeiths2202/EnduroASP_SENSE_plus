      *   R - REJECT. THE ENTRY IS MARKED REJECTED WITH THE          *
      *       SUPERVISOR'S REASON KEPT ON IT FOR THE AUDIT TRAIL.    *
      *   S - SKIP. LEFT PENDING FOR ANOTHER SESSION.                *
      * AN ENTRY THE SUPERVISOR QUEUED THEMSELVES (PND-OPERATOR-ID   *
      * EQUAL TO THE SUPERVISOR ID) IS SHOWN BUT REFUSED A DECISION  *
      * AND LEFT PENDING - THE SECOND PAIR OF EYES MUST BE A         *
      * DIFFERENT PAIR. SO THAT THE SUPERVISOR ID CANNOT SIMPLY BE   *
      * KEYED AS A COLLEAGUE'S, A SITE THAT KEEPS OPRPRF01 PROFILES  *
      * (SEE OPRREC) ALSO HAS THE SUPERVISOR SIGN ON WITH THEIR OWN  *
      * PROFILE CODE THROUGH OPRAUTH1, AS AT THE MAIN001 MENU.       *
      * RETURN-CODE 0 = REVIEW COMPLETED, 8 = SUPERVISOR CODE OR     *
      * SIGN-ON REFUSED, OR FILE ERROR                               *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  WS-SUPERVISOR-CODE  PIC X(06).
           05  WS-SUPERVISOR-PASS  PIC X(06) VALUE "SUPV01".

      *    SAME SIGN-ON CHECK AND RETRY LIMIT AS MAIN001'S
      *    VERIFY-OPERATOR-SIGNON (SEE OPAREC).
       COPY OPAREC OF CPYLIB.

       01  WS-AUTHORITY-CONTROL.
           05  WS-SIGNON-OK        PIC X(01) VALUE 'N'.
           05  WS-SIGNON-CODE      PIC X(06).
           05  WS-SIGNON-TRIES     PIC 9(02) VALUE 0.
           05  WS-MAX-RETRIES      PIC 9(02) VALUE 3.

       01  WS-REVIEW-CONTROL.
           05  WS-PENDING-EOF      PIC X(01) VALUE 'N'.
           05  WS-DECISION         PIC X(01).
           05  WS-APPLIED-COUNT    PIC 9(07) VALUE 0.
           05  WS-REJECTED-COUNT   PIC 9(07) VALUE 0.
           05  WS-SKIPPED-COUNT    PIC 9(07) VALUE 0.
           05  WS-OWN-ENTRY-COUNT  PIC 9(07) VALUE 0.

      *    THE QUEUED IMAGES UNPACKED FIELD BY FIELD FOR THE
      *    BEFORE/AFTER DISPLAY.
               MOVE 8 TO RETURN-CODE
               DISPLAY "APPROVE1: SUPERVISOR CODE DOES NOT MATCH - "
                       "NO REVIEW"
           ELSE
               PERFORM VERIFY-SUPERVISOR-SIGNON
           END-IF
           .

      *    THE SUPV01 CODE IS SHARED, SO IT PROVES A SUPERVISOR IS
      *    PRESENT BUT NOT WHICH ONE. WITH NO OPRPRF01 AT THE SITE
      *    THE ID IS TAKEN AS KEYED, AS IT ALWAYS WAS; OTHERWISE IT
      *    MUST BE ON FILE AND ITS OWN SIGN-ON CODE MUST MATCH WITHIN
      *    WS-MAX-RETRIES, OR NOTHING IS REVIEWED.
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
               DISPLAY "APPROVE1: SIGN-ON REFUSED FOR "
                       WS-SUPERVISOR-ID " - " OPA-REASON
               DISPLAY "APPROVE1: NO REVIEW"
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .

       ASK-SIGNON-CODE.
           DISPLAY "APPROVE1: SIGN-ON CODE FOR " WS-SUPERVISOR-ID " ?"
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

                   IF PND-PENDING
                       ADD 1 TO WS-PENDING-COUNT
                       PERFORM SHOW-PENDING-CHANGE
                       IF PND-OPERATOR-ID = WS-SUPERVISOR-ID
                           PERFORM REFUSE-OWN-ENTRY
                       ELSE
                           PERFORM TAKE-DECISION
                       END-IF
                   END-IF
           END-READ
           .
           END-IF
           .

       REFUSE-OWN-ENTRY.
           ADD 1 TO WS-OWN-ENTRY-COUNT
           DISPLAY "APPROVE1: QUEUED BY " PND-OPERATOR-ID
                   " - ANOTHER SUPERVISOR MUST DECIDE IT - LEFT "
                   "PENDING - " PND-RECORD-KEY
           .

       APPLY-PENDING-CHANGE.
           MOVE 'N' TO WS-APPLY-OK
           IF WS-MASTER-OPENED = 'N'
           DISPLAY "APPLIED              - " WS-APPLIED-COUNT
           DISPLAY "REJECTED             - " WS-REJECTED-COUNT
           DISPLAY "LEFT PENDING         - " WS-SKIPPED-COUNT
           DISPLAY "OWN ENTRIES REFUSED  - " WS-OWN-ENTRY-COUNT
           .
