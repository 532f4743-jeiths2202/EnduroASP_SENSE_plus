           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
           .

       MARK-SYSTEM-QUIESCED.
