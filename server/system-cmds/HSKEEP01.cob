      * (MARKED BY BLANKING THE BASE NAME), AND THE FILE REWRITTEN   *
      * WHOLESALE AT THE END - SO THE CATALOG ITSELF NEVER BECOMES   *
      * AN APPEND-FOREVER FILE. SIZED FOR THE RETCTL01 MAXIMUM OF    *
      * 99 GENERATIONS ACROSS EACH OF THE THREE BASES, PLUS THE SAME *
      * AGAIN FOR THE TWO MSTBKP01 BACKUP BASES IT CARRIES THROUGH   *
      * UNTOUCHED, PLUS TONIGHT'S CUTS.                              *
      *****************************************************************
       01  WS-CATALOG-TABLE.
           05  WS-CAT-COUNT        PIC 9(03) VALUE 0.
           05  WS-CAT-ENTRY        OCCURS 600 TIMES.
               10  WS-CAT-BASE         PIC X(08).
               10  WS-CAT-DATE         PIC X(08).
               10  WS-CAT-FILE         PIC X(20).
       COPY SYSQREC OF CPYLIB.

       01  WS-QUIESCE-SET      PIC X(01) VALUE 'N'.
       01  WS-KEEP-RETURN-CODE PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM REWRITE-GEN-CATALOG
           PERFORM PRINT-RUN-TOTALS
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

           MOVE 'N' TO WS-CATALOG-EOF
           OPEN INPUT GENCAT01
           PERFORM UNTIL WS-CATALOG-EOF = 'Y'
                      OR WS-CAT-COUNT >= 597
               READ GENCAT01
                   AT END
                       MOVE 'Y' TO WS-CATALOG-EOF
