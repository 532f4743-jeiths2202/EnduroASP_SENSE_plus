      * LOOKS UP MST-PARM KEY ON MASTER01 AND RETURNS THE RECORD     *
      * TO THE CALLER, SHOWING THE CONTACT01 ADDRESS/CONTACT BLOCK   *
      * (SEE CNTREC) UNDER THE MASTER FIELDS WHEN ONE IS ON FILE.    *
      * ANY FUTURE-DATED CHANGE STILL WAITING AGAINST THE KEY ON THE *
      * SCHED01 SCHEDULED-CHANGES FILE (SEE SCHREC) IS LISTED UNDER  *
      * THAT - INCLUDING A SCHEDULED ADD FOR A KEY NOT YET ON FILE.  *
      * RETURN-CODE 0 = FOUND, 4 = NOT FOUND                         *
      *****************************************************************

                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CNT-KEY OF CNT-RECORD
                  FILE STATUS IS WS-CONTACT-STATUS.
           SELECT OPTIONAL SCHED01 ASSIGN TO "SCHED01"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SCHED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT01.
       COPY CNTREC OF CPYLIB.

       FD  SCHED01.
       COPY SCHREC OF CPYLIB.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS    PIC X(02) VALUE "00".
       01  WS-MASTER-OPENED    PIC X(01) VALUE 'N'.
       01  WS-CONTACT-STATUS   PIC X(02) VALUE "00".
       01  WS-VALIDATE-MODE    PIC X(01) VALUE 'K'.
       01  WS-SCHED-STATUS     PIC X(02) VALUE "00".
       01  WS-SCHED-EOF        PIC X(01) VALUE 'N'.
       01  WS-SCHED-COUNT      PIC 9(07) VALUE 0.
       01  WS-SCHED-AMOUNT-EDIT PIC -9(7).99.

      *    A SCHEDULED ENTRY'S AFTER-IMAGE, UNPACKED FOR DISPLAY.
       COPY MASTREC OF CPYLIB
           REPLACING ==MST-RECORD== BY ==INQ-SCHED-RECORD==.

       LINKAGE SECTION.
       COPY MASTREC OF CPYLIB
               IF WS-MASTER-OPENED = 'Y'
                   PERFORM READ-MASTER-RECORD
                   PERFORM CLOSE-MASTER-FILE
                   PERFORM SHOW-SCHEDULED-CHANGES
               ELSE
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "INQUIRY1: MASTER FILE NOT FOUND - "
           END-IF
           .

      *****************************************************************
      * EVERY ENTRY STILL SCHEDULED ('P') FOR THE KEY, IN THE ORDER  *
      * IT WAS KEYED, WITH THE VALUES IT WILL POST. SHOWN WHETHER OR *
      * NOT THE KEY WAS FOUND, SO A SCHEDULED ADD CAN BE SEEN BEFORE *
      * IT FIRES - THE RETURN CODE STILL SAYS WHETHER MASTER01 HAS   *
      * THE KEY TODAY. THE SELECT IS OPTIONAL, SO AN ABSENT SCHED01  *
      * OPENS WITH STATUS 05 AND READS STRAIGHT TO END - THAT PATH   *
      * MUST STILL CLOSE THE FILE, SAME AS CONTACT01 ABOVE.          *
      *****************************************************************
       SHOW-SCHEDULED-CHANGES.
           MOVE 0 TO WS-SCHED-COUNT
           MOVE 'N' TO WS-SCHED-EOF
           OPEN INPUT SCHED01
           IF WS-SCHED-STATUS = "00" OR WS-SCHED-STATUS = "05"
               PERFORM UNTIL WS-SCHED-EOF = 'Y'
                   READ SCHED01
                       AT END
                           MOVE 'Y' TO WS-SCHED-EOF
                       NOT AT END
                           IF SCH-SCHEDULED
                              AND SCH-RECORD-KEY = MST-KEY OF MST-PARM
                               PERFORM SHOW-ONE-SCHEDULED-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHED01
           END-IF
           IF WS-SCHED-COUNT = 0
               DISPLAY "INQUIRY1: NO SCHEDULED CHANGES"
           END-IF
           .

       SHOW-ONE-SCHEDULED-CHANGE.
           ADD 1 TO WS-SCHED-COUNT
           MOVE SCH-AFTER-IMAGE TO INQ-SCHED-RECORD
           MOVE MST-AMOUNT OF INQ-SCHED-RECORD TO WS-SCHED-AMOUNT-EDIT
           IF SCH-ACTION-CREATE
               DISPLAY "INQUIRY1: SCHEDULED ADD FOR "
                       SCH-EFFECTIVE-DATE " BY " SCH-OPERATOR-ID
           ELSE
               DISPLAY "INQUIRY1: SCHEDULED CHANGE FOR "
                       SCH-EFFECTIVE-DATE " BY " SCH-OPERATOR-ID
           END-IF
           DISPLAY "INQUIRY1:   " MST-NAME OF INQ-SCHED-RECORD " "
                   WS-SCHED-AMOUNT-EDIT " "
                   MST-STATUS-CD OF INQ-SCHED-RECORD
           .

       CLOSE-MASTER-FILE.
           CLOSE MASTER01
           .
