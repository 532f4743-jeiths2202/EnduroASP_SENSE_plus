      * SIMPLY RERUN AND RESUMES AT THE FAILING RECORD WITH ITS       *
      * TOTALS INTACT, INSTEAD OF RE-APPLYING EVERYTHING OR ROLLING   *
      * THE JOURNAL BACK WITH MSTRCVR1.                               *
      * EVERY TRANSACTION IS CHECKED AGAINST THE BATCH OPERATOR'S     *
      * AUTHORITY PROFILE (OPRAUTH1, SEE OPRREC) BEFORE DISPATCH, THE *
      * SAME CHECK MAIN001 MAKES AT THE MENU: AN OPTION THE PROFILE   *
      * DOES NOT ALLOW IS REJECTED TO TRANSERR AS 'AU' AND AUDITED    *
      * WITH RETURN CODE 12. THE JOB IS SUBMITTED UNDER THE           *
      * SCHEDULER'S CONTROL, SO NO SIGN-ON CODE IS KEYED HERE.        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       COPY SYSQREC OF CPYLIB.

       01  WS-QUIESCE-SET      PIC X(01) VALUE 'N'.
       01  WS-KEEP-RETURN-CODE PIC S9(4) VALUE 0.

      *****************************************************************
      * CONTROL ENVELOPE WORK FIELDS FOR THE PRE-APPLY VERIFY PASS - *
           05  WS-STATUS-MESSAGE   PIC X(50).
           05  WS-CALL-RETURN-CODE PIC S9(4).

      *    OPERATOR AUTHORITY (SEE OPRREC/OPAREC) - SAME REQUEST AREA
      *    AND REFUSAL RETURN CODE AS MAIN001.
       COPY OPAREC OF CPYLIB.

       01  WS-AUTHORITY-CONTROL.
           05  WS-OPTION-REFUSED   PIC X(01) VALUE 'N'.
           05  WS-REFUSED-RC       PIC S9(4) VALUE 12.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           END-IF
           END-IF
           PERFORM CLEAR-SYSTEM-QUIESCED
           GOBACK
           .

       MARK-SYSTEM-QUIESCED.
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

       APPLY-ONE-TRANSACTION.
           PERFORM BUILD-CALL-PARAMETER
           PERFORM VALIDATE-TRANSACTION
           MOVE 'N' TO WS-OPTION-REFUSED
           IF WS-VALID-OPTION = 'Y'
               PERFORM CHECK-OPTION-AUTHORITY
           END-IF
           IF WS-VALID-OPTION = 'Y'
               IF WS-OPTION-REFUSED = 'Y'
                   ADD 1 TO WS-TRANS-ERRORS
                   MOVE WS-REFUSED-RC TO WS-CALL-RETURN-CODE
                   PERFORM WRITE-REJECT-RECORD
                   PERFORM WRITE-AUDIT-RECORD
               ELSE
                   PERFORM CALL-PROGRAM
               END-IF
           ELSE
               ADD 1 TO WS-TRANS-ERRORS
               DISPLAY "MAIN001B: INVALID OPTION CODE - "
           END-PERFORM
           .

       CHECK-OPTION-AUTHORITY.
           MOVE 'A' TO OPA-REQUEST
           MOVE WS-OPERATOR-ID TO OPA-OPERATOR-ID
           MOVE WS-USER-SELECTION TO OPA-OPTION-CD
           CALL "OPRAUTH1" USING OPA-PARM
           IF NOT OPA-ALLOWED
               MOVE 'Y' TO WS-OPTION-REFUSED
               DISPLAY "MAIN001B: OPTION " WS-USER-SELECTION
                       " NOT AUTHORIZED FOR " WS-OPERATOR-ID
                       " - " OPA-REASON
           END-IF
           .

       CALL-PROGRAM.
           DISPLAY WS-STATUS-MESSAGE

      * OPERATIONS CORRECTS THE REJECTS AND RESUBMITS THE FILE AS    *
      * THE NEXT RUN'S TRANSIN INSTEAD OF RERUNNING THE WHOLE        *
      * MONTH-END FILE. THE REASON IS SET HERE: A TRANSACTION THAT   *
      * NEVER MATCHED A MENU ENTRY IS 'OP', ONE THE OPERATOR'S       *
      * PROFILE REFUSED IS 'AU', ONE WHOSE DISPATCHED PROGRAM CAME   *
      * BACK NONZERO IS 'PG' WITH THAT RETURN CODE.                  *
      * THE RECORD AREA IS CLEARED TO SPACES FIRST - TRANSERR IS AN  *
      * INTERFACE FILE AND MUST NOT CARRY BINARY ZEROS. THE          *
      * TRANSACTION FIELDS COME FROM TRN-RECORD, WHICH STILL HOLDS   *
               IF WS-VALID-OPTION = 'N'
                   MOVE "OP" TO REJ-REASON-CD
                   MOVE 0 TO REJ-RETURN-CODE
               ELSE
               IF WS-OPTION-REFUSED = 'Y'
                   MOVE "AU" TO REJ-REASON-CD
                   MOVE WS-REFUSED-RC TO REJ-RETURN-CODE
               ELSE
                   MOVE "PG" TO REJ-REASON-CD
                   MOVE WS-CALL-RETURN-CODE TO REJ-RETURN-CODE
               END-IF
               END-IF
               WRITE REJ-RECORD
           END-IF
           .
