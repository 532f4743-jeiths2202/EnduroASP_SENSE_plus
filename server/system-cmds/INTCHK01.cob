       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTCHK01.
      *****************************************************************
      * NIGHTLY CROSS-FILE INTEGRITY SWEEP. EODBAL01 PROVES THE      *
      * MASTER01 TOTALS; THIS JOB PROVES THE FILES AGREE WITH EACH   *
      * OTHER. IT CROSS-READS THEM AND PRINTS AN EXCEPTION REPORT TO *
      * THE JOB LOG, GROUPED BY RULE WITH A COUNT PER RULE:          *
      *   RULE 1 - A CONTACT01 RECORD WHOSE KEY IS NOT ON MASTER01.  *
      *   RULE 2 - A PENDING ('P') UPDATE ON PENDAP01 FOR A KEY NO   *
      *            LONGER ON MASTER01 - APPROVE1 COULD NEVER APPLY   *
      *            IT. (A PENDING CREATE IS FOR A KEY NOT YET ON     *
      *            FILE, SO IS NOT AN EXCEPTION.)                    *
      *   RULE 3 - AN UN-RESTORED ARCHIV01 ENTRY WHOSE KEY IS ON     *
      *            MASTER01 AGAIN - READ THROUGH ARCRDR1, SO THE     *
      *            RETAINED GENERATIONS COUNT.                       *
      *   RULE 4 - A BCHKPT01 CHECKPOINT FOR A BATCH ID ALREADY ON   *
      *            BATAPL01 - A COMPLETED RUN THAT NEVER CLEARED     *
      *            ITS CHECKPOINT.                                   *
      *   RULE 5 - A MASTER01 RECORD WITH A BLANK MST-CREATED-TS OR  *
      *            MST-MAINT-BY.                                     *
      * AN ABSENT OPTIONAL FILE SIMPLY HAS NOTHING TO CHECK. NOTHING *
      * IS CHANGED - PUTTING AN EXCEPTION RIGHT IS LEFT TO THE       *
      * PROGRAM THAT OWNS THE FILE.                                  *
      * RETURN-CODE 0 = NO EXCEPTIONS, 8 = EXCEPTIONS FOUND OR THE   *
      * RUN COULD NOT COMPLETE                                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER01 ASSIGN TO "MASTER01"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MST-KEY OF MST-RECORD
                  ALTERNATE RECORD KEY IS MST-NAME OF MST-RECORD
                      WITH DUPLICATES
                  FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL CONTACT01 ASSIGN TO "CONTACT01"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CNT-KEY OF CNT-RECORD
                  FILE STATUS IS WS-CONTACT-STATUS.
           SELECT OPTIONAL PENDAP01 ASSIGN TO "PENDAP01"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PENDING-STATUS.
           SELECT OPTIONAL BCHKPT01 ASSIGN TO "BCHKPT01"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-BCHKPT-STATUS.
           SELECT OPTIONAL BATAPL01 ASSIGN TO "BATAPL01"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-BATCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER01.
       COPY MASTREC OF CPYLIB.

       FD  CONTACT01.
       COPY CNTREC OF CPYLIB.

       FD  PENDAP01.
       COPY PNDREC OF CPYLIB.

       FD  BCHKPT01.
       COPY BCHKREC OF CPYLIB.

       FD  BATAPL01.
       COPY BATREC OF CPYLIB.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS    PIC X(02) VALUE "00".
       01  WS-CONTACT-STATUS   PIC X(02) VALUE "00".
       01  WS-PENDING-STATUS   PIC X(02) VALUE "00".
       01  WS-BCHKPT-STATUS    PIC X(02) VALUE "00".
       01  WS-BATCTL-STATUS    PIC X(02) VALUE "00".

      *    ARCHIVE ENTRIES ARRIVE THROUGH THE ARCRDR1 SPANNING
      *    READER RATHER THAN A LOCAL FD - THE RECORD AREA AND THE
      *    READER'S REQUEST AREA LIVE HERE.
       COPY ARCHREC OF CPYLIB.

       COPY ARCRDREC OF CPYLIB.

       01  WS-SWEEP-CONTROL.
           05  WS-MASTER-EOF       PIC X(01) VALUE 'N'.
           05  WS-CONTACT-EOF      PIC X(01) VALUE 'N'.
           05  WS-PENDING-EOF      PIC X(01) VALUE 'N'.
           05  WS-ARCHIVE-EOF      PIC X(01) VALUE 'N'.
           05  WS-BATCTL-EOF       PIC X(01) VALUE 'N'.
           05  WS-KEY-ON-MASTER    PIC X(01) VALUE 'N'.
           05  WS-FILE-ERROR       PIC X(01) VALUE 'N'.
           05  WS-CHECK-KEY        PIC X(10).
           05  WS-CHECKPOINT-ID    PIC X(08).
           05  WS-MASTER-READ      PIC 9(07) VALUE 0.
           05  WS-CONTACT-READ     PIC 9(07) VALUE 0.
           05  WS-PENDING-READ     PIC 9(07) VALUE 0.
           05  WS-ARCHIVE-READ     PIC 9(07) VALUE 0.

       01  WS-RULE-COUNTS.
           05  WS-RULE1-COUNT      PIC 9(07) VALUE 0.
           05  WS-RULE2-COUNT      PIC 9(07) VALUE 0.
           05  WS-RULE3-COUNT      PIC 9(07) VALUE 0.
           05  WS-RULE4-COUNT      PIC 9(07) VALUE 0.
           05  WS-RULE5-COUNT      PIC 9(07) VALUE 0.
           05  WS-EXCEPTION-COUNT  PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           MOVE 0 TO RETURN-CODE
           OPEN INPUT MASTER01
           IF WS-MASTER-STATUS NOT = "00"
               MOVE 'Y' TO WS-FILE-ERROR
               DISPLAY "INTCHK01: MASTER FILE NOT USABLE - STATUS "
                       WS-MASTER-STATUS " - NOTHING CHECKED"
           ELSE
               DISPLAY "===== CROSS-FILE INTEGRITY EXCEPTIONS ====="
               PERFORM CHECK-ORPHAN-CONTACTS
               PERFORM CHECK-PENDING-FOR-DELETED
               PERFORM CHECK-ARCHIVE-KEYS-LIVE
               PERFORM CHECK-CHECKPOINT-APPLIED
               PERFORM CHECK-MASTER-STAMPS
               CLOSE MASTER01
               PERFORM PRINT-RUN-TOTALS
           END-IF
      *    SET LAST - THE ARCRDR1 CALLS REPLACE RETURN-CODE ON THE WAY.
           IF WS-EXCEPTION-COUNT > 0 OR WS-FILE-ERROR = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
           .

      *    SET WS-CHECK-KEY FIRST. A RANDOM READ BY THE PRIME KEY.
       LOOK-UP-MASTER-KEY.
           MOVE WS-CHECK-KEY TO MST-KEY OF MST-RECORD
           READ MASTER01
               KEY IS MST-KEY OF MST-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-KEY-ON-MASTER
               NOT INVALID KEY
                   MOVE 'Y' TO WS-KEY-ON-MASTER
           END-READ
           .

      *****************************************************************
      * RULE 1 - CONTACT01 WITHOUT ITS MASTER.                       *
      *****************************************************************
       CHECK-ORPHAN-CONTACTS.
           DISPLAY "-------------------------------------"
           DISPLAY "RULE 1 - CONTACT01 KEY NOT ON MASTER01"
           OPEN INPUT CONTACT01
           IF WS-CONTACT-STATUS = "00"
               PERFORM CHECK-ONE-CONTACT
                   UNTIL WS-CONTACT-EOF = 'Y'
               CLOSE CONTACT01
           ELSE
               IF WS-CONTACT-STATUS = "05"
                   CLOSE CONTACT01
               ELSE
                   MOVE 'Y' TO WS-FILE-ERROR
                   DISPLAY "INTCHK01: CONTACT FILE NOT USABLE - "
                           "STATUS " WS-CONTACT-STATUS
               END-IF
           END-IF
           DISPLAY "RULE 1 EXCEPTIONS: " WS-RULE1-COUNT
           .

       CHECK-ONE-CONTACT.
           READ CONTACT01 NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CONTACT-EOF
               NOT AT END
                   ADD 1 TO WS-CONTACT-READ
                   MOVE CNT-KEY OF CNT-RECORD TO WS-CHECK-KEY
                   PERFORM LOOK-UP-MASTER-KEY
                   IF WS-KEY-ON-MASTER = 'N'
                       ADD 1 TO WS-RULE1-COUNT
                       DISPLAY "  " CNT-KEY OF CNT-RECORD
                               " CONTACT LAST MAINTAINED "
                               CNT-MAINT-TS(1:14) " BY "
                               CNT-MAINT-BY
                   END-IF
           END-READ
           .

      *****************************************************************
      * RULE 2 - A PENDING UPDATE FOR A KEY THAT WAS DELETED.        *
      *****************************************************************
       CHECK-PENDING-FOR-DELETED.
           DISPLAY "-------------------------------------"
           DISPLAY "RULE 2 - PENDING UPDATE FOR A KEY NOT ON MASTER01"
           OPEN INPUT PENDAP01
           IF WS-PENDING-STATUS = "00"
               PERFORM CHECK-ONE-PENDING
                   UNTIL WS-PENDING-EOF = 'Y'
               CLOSE PENDAP01
           ELSE
               IF WS-PENDING-STATUS = "05"
                   CLOSE PENDAP01
               ELSE
                   MOVE 'Y' TO WS-FILE-ERROR
                   DISPLAY "INTCHK01: PENDING FILE NOT USABLE - "
                           "STATUS " WS-PENDING-STATUS
               END-IF
           END-IF
           DISPLAY "RULE 2 EXCEPTIONS: " WS-RULE2-COUNT
           .

       CHECK-ONE-PENDING.
           READ PENDAP01
               AT END
                   MOVE 'Y' TO WS-PENDING-EOF
               NOT AT END
                   ADD 1 TO WS-PENDING-READ
                   IF PND-PENDING AND PND-ACTION-UPDATE
                       MOVE PND-RECORD-KEY TO WS-CHECK-KEY
                       PERFORM LOOK-UP-MASTER-KEY
                       IF WS-KEY-ON-MASTER = 'N'
                           ADD 1 TO WS-RULE2-COUNT
                           DISPLAY "  " PND-RECORD-KEY
                                   " QUEUED " PND-QUEUED-TS(1:14)
                                   " BY " PND-OPERATOR-ID
                       END-IF
                   END-IF
           END-READ
           .

      *****************************************************************
      * RULE 3 - AN UN-RESTORED ARCHIVE ENTRY WHOSE KEY IS BACK.     *
      *****************************************************************
       CHECK-ARCHIVE-KEYS-LIVE.
           DISPLAY "-------------------------------------"
           DISPLAY "RULE 3 - UN-RESTORED ARCHIV01 ENTRY WHOSE KEY IS "
                   "ON MASTER01"
           MOVE 'O' TO ARD-REQUEST
           CALL "ARCRDR1" USING ARD-PARM, ARC-RECORD
           IF ARD-STATUS = "00"
               PERFORM CHECK-ONE-ARCHIVE
                   UNTIL WS-ARCHIVE-EOF = 'Y'
               MOVE 'C' TO ARD-REQUEST
               CALL "ARCRDR1" USING ARD-PARM, ARC-RECORD
           ELSE
               IF ARD-STATUS NOT = "35"
                   MOVE 'Y' TO WS-FILE-ERROR
                   DISPLAY "INTCHK01: ARCHIVE NOT READABLE - STATUS "
                           ARD-STATUS
               END-IF
           END-IF
           DISPLAY "RULE 3 EXCEPTIONS: " WS-RULE3-COUNT
           .

       CHECK-ONE-ARCHIVE.
           MOVE 'R' TO ARD-REQUEST
           CALL "ARCRDR1" USING ARD-PARM, ARC-RECORD
           IF ARD-AT-END
               MOVE 'Y' TO WS-ARCHIVE-EOF
           ELSE
               ADD 1 TO WS-ARCHIVE-READ
               IF NOT ARC-RESTORED
                   MOVE ARC-RECORD-KEY TO WS-CHECK-KEY
                   PERFORM LOOK-UP-MASTER-KEY
                   IF WS-KEY-ON-MASTER = 'Y'
                       ADD 1 TO WS-RULE3-COUNT
                       DISPLAY "  " ARC-RECORD-KEY
                               " DELETED " ARC-DELETE-TIMESTAMP(1:14)
                               " BY " ARC-OPERATOR-ID
                   END-IF
               END-IF
           END-IF
           .

      *****************************************************************
      * RULE 4 - A CHECKPOINT LEFT FOR A BATCH ALREADY APPLIED.      *
      * BCHKPT01 HOLDS AT MOST ONE RECORD; CLEARED IS EMPTY.         *
      *****************************************************************
       CHECK-CHECKPOINT-APPLIED.
           DISPLAY "-------------------------------------"
           DISPLAY "RULE 4 - BCHKPT01 CHECKPOINT FOR A BATCH ON "
                   "BATAPL01"
           MOVE SPACES TO WS-CHECKPOINT-ID
           OPEN INPUT BCHKPT01
           IF WS-BCHKPT-STATUS = "00" OR WS-BCHKPT-STATUS = "05"
               READ BCHKPT01
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BCH-BATCH-ID TO WS-CHECKPOINT-ID
               END-READ
               CLOSE BCHKPT01
           END-IF
           IF WS-CHECKPOINT-ID NOT = SPACES
               OPEN INPUT BATAPL01
               IF WS-BATCTL-STATUS = "00" OR WS-BATCTL-STATUS = "05"
                   PERFORM CHECK-ONE-APPLIED-BATCH
                       UNTIL WS-BATCTL-EOF = 'Y'
                   CLOSE BATAPL01
               END-IF
           END-IF
           DISPLAY "RULE 4 EXCEPTIONS: " WS-RULE4-COUNT
           .

       CHECK-ONE-APPLIED-BATCH.
           READ BATAPL01
               AT END
                   MOVE 'Y' TO WS-BATCTL-EOF
               NOT AT END
                   IF BAT-BATCH-ID = WS-CHECKPOINT-ID
                       ADD 1 TO WS-RULE4-COUNT
                       DISPLAY "  BATCH " BAT-BATCH-ID
                               " APPLIED " BAT-APPLIED-STAMP(1:14)
                               " BY " BAT-OPERATOR-ID
                               " STILL CHECKPOINTED"
                       MOVE 'Y' TO WS-BATCTL-EOF
                   END-IF
           END-READ
           .

      *****************************************************************
      * RULE 5 - A MASTER RECORD MISSING ITS CREATE OR MAINTENANCE   *
      * STAMP. THE RANDOM READS ABOVE ARE DONE, SO THE FILE IS       *
      * REPOSITIONED TO ITS FIRST KEY FOR THE SEQUENTIAL PASS.       *
      *****************************************************************
       CHECK-MASTER-STAMPS.
           DISPLAY "-------------------------------------"
           DISPLAY "RULE 5 - MASTER01 RECORD WITH BLANK "
                   "MST-CREATED-TS OR MST-MAINT-BY"
           MOVE LOW-VALUES TO MST-KEY OF MST-RECORD
           START MASTER01 KEY IS NOT LESS THAN MST-KEY OF MST-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START
           PERFORM CHECK-ONE-MASTER
               UNTIL WS-MASTER-EOF = 'Y'
           DISPLAY "RULE 5 EXCEPTIONS: " WS-RULE5-COUNT
           .

       CHECK-ONE-MASTER.
           READ MASTER01 NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   ADD 1 TO WS-MASTER-READ
                   IF MST-CREATED-TS OF MST-RECORD = SPACES
                      OR MST-MAINT-BY OF MST-RECORD = SPACES
                       ADD 1 TO WS-RULE5-COUNT
                       DISPLAY "  " MST-KEY OF MST-RECORD
                               " CREATED-TS '"
                               MST-CREATED-TS OF MST-RECORD(1:14)
                               "' MAINT-BY '"
                               MST-MAINT-BY OF MST-RECORD "'"
                   END-IF
           END-READ
           .

       PRINT-RUN-TOTALS.
           COMPUTE WS-EXCEPTION-COUNT = WS-RULE1-COUNT
                                      + WS-RULE2-COUNT
                                      + WS-RULE3-COUNT
                                      + WS-RULE4-COUNT
                                      + WS-RULE5-COUNT
           DISPLAY "-------------------------------------"
           DISPLAY "MASTER RECORDS READ       : " WS-MASTER-READ
           DISPLAY "CONTACT RECORDS READ      : " WS-CONTACT-READ
           DISPLAY "PENDING ENTRIES READ      : " WS-PENDING-READ
           DISPLAY "ARCHIVE ENTRIES READ      : " WS-ARCHIVE-READ
           DISPLAY "RULE 1 ORPHAN CONTACTS    : " WS-RULE1-COUNT
           DISPLAY "RULE 2 PENDING ON DELETED : " WS-RULE2-COUNT
           DISPLAY "RULE 3 ARCHIVED KEY LIVE  : " WS-RULE3-COUNT
           DISPLAY "RULE 4 STALE CHECKPOINT   : " WS-RULE4-COUNT
           DISPLAY "RULE 5 MISSING STAMPS     : " WS-RULE5-COUNT
           DISPLAY "EXCEPTIONS REPORTED       : " WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT > 0
               DISPLAY "INTCHK01: *** EXCEPTIONS FOUND - SEE RULES "
                       "ABOVE ***"
           ELSE
               IF WS-FILE-ERROR = 'N'
                   DISPLAY "INTCHK01: NO CROSS-FILE EXCEPTIONS"
               END-IF
           END-IF
           IF WS-FILE-ERROR = 'Y'
               DISPLAY "INTCHK01: *** A FILE COULD NOT BE CHECKED - "
                       "SEE MESSAGES ABOVE ***"
           END-IF
           .
