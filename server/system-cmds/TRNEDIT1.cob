               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM CLOSE-EDIT-FILES
           GOBACK
           .

       ACCEPT-EDIT-CONTROLS.
