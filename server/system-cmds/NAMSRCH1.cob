      * STRAIGHT INTO INQUIRY1 OR UPDATE1 - NAMSRCH1 CALLS THE       *
      * CHOSEN PROGRAM ITSELF WITH THE PICKED KEY IN MST-PARM, SO    *
      * NOTHING IS RE-KEYED FROM THE LISTING. THE CHAINED CALL'S     *
      * RETURN CODE IS PASSED BACK TO MAIN001. THE CHAIN IS HELD TO  *
      * THE SAME OPERATOR PROFILE (OPRAUTH1, SEE OPRREC) AS THE MENU *
      * ITSELF - INQUIRY AS OPTION 1, UPDATE AS OPTION 3 - SO A      *
      * SEARCH IS NOT A BACK DOOR INTO UPDATE1; A REFUSED CHAIN      *
      * COMES BACK AS RETURN CODE 12 FOR MAIN001 TO AUDIT.           *
      * A BATCH CALLER (MAIN001B, MST-INPUT-MODE = 'B') SUPPLIES THE *
      * SEARCH TEXT IN MST-NAME OF MST-PARM (FROM TRN-NAME), GETS AN *
      * ANYWHERE MATCH WITH NO PROMPTS, AND THE FULL LISTING GOES TO *
      * THE JOB LOG - SO WRITTEN LOOKUP REQUESTS CAN BE ANSWERED     *
      * OVERNIGHT THROUGH THE USUAL TRANSIN STREAM.                  *
      * RETURN-CODE 0 = SEARCH COMPLETED (EVEN WITH NO MATCHES),     *
      * 4 = MASTER FILE NOT FOUND, 8 = NO SEARCH TEXT SUPPLIED,      *
      * 12 = CHAINED OPTION NOT AUTHORIZED FOR THE OPERATOR          *
      *****************************************************************

       ENVIRONMENT DIVISION.

       01  WS-AMOUNT-EDIT      PIC -9(7).99.

       COPY OPAREC OF CPYLIB.

       LINKAGE SECTION.
       COPY MASTREC OF CPYLIB
           REPLACING ==MST-RECORD== BY ==MST-PARM==.
           DISPLAY "NAMSRCH1: I=INQUIRY U=UPDATE (BLANK=NEITHER) ?"
           ACCEPT WS-CHAIN-ANSWER
           IF WS-CHAIN-ANSWER = 'I'
               MOVE '1' TO OPA-OPTION-CD
               PERFORM CHECK-CHAIN-AUTHORITY
               IF OPA-ALLOWED
                   CALL "INQUIRY1" USING MST-PARM
               END-IF
           ELSE
               IF WS-CHAIN-ANSWER = 'U'
                   MOVE '3' TO OPA-OPTION-CD
                   PERFORM CHECK-CHAIN-AUTHORITY
                   IF OPA-ALLOWED
                       CALL "UPDATE1" USING MST-PARM
                   END-IF
               END-IF
           END-IF
           .

       CHECK-CHAIN-AUTHORITY.
           MOVE 'A' TO OPA-REQUEST
           MOVE MST-OPERATOR-ID OF MST-PARM TO OPA-OPERATOR-ID
           CALL "OPRAUTH1" USING OPA-PARM
           IF NOT OPA-ALLOWED
               MOVE 12 TO RETURN-CODE
               DISPLAY "NAMSRCH1: OPTION " OPA-OPTION-CD
                       " NOT AUTHORIZED - " OPA-REASON
           END-IF
           .

       CLOSE-MASTER-FILE.
           CLOSE MASTER01
           .
