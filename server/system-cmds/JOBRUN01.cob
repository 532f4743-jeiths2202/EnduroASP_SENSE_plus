       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBRUN01.
      *****************************************************************
      * NIGHTLY JOB-STREAM CONTROLLER - RUNS THE NIGHT'S BATCH STEPS *
      * IN ORDER, IN PLACE OF THE PAPER CHECKLIST. THE STEPS AND THE *
      * CONDITION EACH ONE RUNS UNDER COME FROM THE JOBCTL01 CONTROL *
      * FILE (SEE JOBREC); WITHOUT ONE THE COMPILED-IN DEFAULT       *
      * STREAM RUNS:                                                 *
      *   TRNEDIT1                                                   *
      *   MAIN001B  ONLY IF TRNEDIT1 ENDED 0 (A CLEAN EDIT)          *
      *   SCHAPL01  (ENDING 4 - A SCHEDULED CHANGE REFUSED - STILL   *
      *             COMPLETES IT)                                    *
      *   EODBAL01  (ENDING 8 - OUT OF BALANCE - STILL COMPLETES IT) *
      *   BALRCN01  ONLY IF EODBAL01 ENDED 8, OTHERWISE SKIPPED      *
      *   INTCHK01  (ENDING 8 - EXCEPTIONS FOUND - STILL COMPLETES   *
      *             IT; THE RETURN CODE STANDS ON THE RUN LOG)       *
      *   MSTXTR01                                                   *
      *   HSKEEP01  ONLY IF EODBAL01 ENDED 0 (A CLEAN EOD)           *
      * EACH STEP IS CALLED IN TURN (THE STEP PROGRAMS END WITH      *
      * GOBACK SO CONTROL COMES BACK HERE) AND A RUNLOG01 RECORD     *
      * (SEE RUNREC) IS WRITTEN FOR IT WITH ITS START, END AND       *
      * RETURN CODE. THE STREAM STOPS AT THE FIRST STEP THAT ENDS    *
      * ABOVE ITS MAXIMUM RETURN CODE OR WHOSE CONDITION FAILS WITH  *
      * A HALT.                                                      *
      * THE BUSINESS DATE IS KEYED AT RUN TIME (BLANK = TODAY). A    *
      * RERUN FOR THE SAME DATE SKIPS EVERY STEP ALREADY LOGGED      *
      * COMPLETE (OR SKIPPED) AND RESTARTS AT THE STEP THAT STOPPED  *
      * THE STREAM. A STEP NAME MAY BE KEYED TO RESTART EARLIER      *
      * INSTEAD - E.G. EODBAL01 AFTER AN OUT-OF-BALANCE NIGHT HAS    *
      * BEEN PUT RIGHT, SO HSKEEP01 SEES A CLEAN EOD. A KEYED STEP   *
      * IS REFUSED WHILE ANY STEP BEFORE IT IS NOT LOGGED COMPLETE   *
      * (OR SKIPPED), SO A RESTART NEVER DROPS A STEP THAT FAILED OR *
      * NEVER RAN. THE STEPS READ THEIR OWN RUN-TIME ANSWERS FROM    *
      * THE SAME INPUT, AFTER THESE TWO, SO A RESTART'S INPUT        *
      * CARRIES ONLY THE STEPS LEFT TO RUN.                          *
      * RETURN-CODE 0 = STREAM COMPLETE, 8 = STREAM STOPPED, BAD     *
      * CONTROLS, OR RUN LOG NOT USABLE                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOBCTL01 ASSIGN TO "JOBCTL01"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-JOBCTL-STATUS.
           SELECT RUNLOG01 ASSIGN TO "RUNLOG01"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBCTL01.
       COPY JOBREC OF CPYLIB.

       FD  RUNLOG01.
       COPY RUNREC OF CPYLIB.

       WORKING-STORAGE SECTION.
       01  WS-JOBCTL-STATUS    PIC X(02) VALUE "00".
       01  WS-RUNLOG-STATUS    PIC X(02) VALUE "00".

       01  WS-RUN-CONTROL.
           05  WS-CURRENT-STAMP    PIC X(26).
           05  WS-BUSINESS-DATE    PIC X(08).
           05  WS-RESTART-STEP     PIC X(08).
           05  WS-CONTROL-EOF      PIC X(01) VALUE 'N'.
           05  WS-LOG-EOF          PIC X(01) VALUE 'N'.
           05  WS-STREAM-HALTED    PIC X(01) VALUE 'N'.
           05  WS-CONTROLS-OK      PIC X(01) VALUE 'Y'.
           05  WS-COND-MET         PIC X(01) VALUE 'N'.
           05  WS-STEP-RC          PIC S9(04) VALUE 0.
           05  WS-STEP-START-TS    PIC X(26).
           05  WS-STEP-STATUS      PIC X(01).
           05  WS-START-IDX        PIC 9(02) VALUE 0.
           05  WS-FIND-NAME        PIC X(08).
           05  WS-FOUND-IDX        PIC 9(02) VALUE 0.
           05  WS-RAN-COUNT        PIC 9(03) VALUE 0.
           05  WS-SKIPPED-COUNT    PIC 9(03) VALUE 0.
           05  WS-DONE-COUNT       PIC 9(03) VALUE 0.

      *****************************************************************
      * THE STREAM, ONE ENTRY PER STEP IN RUN ORDER, WITH THE LATEST *
      * RUN-LOG OUTCOME FOR THE BUSINESS DATE ALONGSIDE (SPACE = NOT *
      * YET TAKEN). A STEP RUN TONIGHT UPDATES ITS OWN ENTRY, SO A   *
      * LATER STEP'S CONDITION SEES THE FRESH RETURN CODE; ONE       *
      * SKIPPED ON A RERUN KEEPS THE RETURN CODE IT WAS LOGGED WITH. *
      *****************************************************************
       01  WS-STEP-TABLE.
           05  WS-STP-COUNT        PIC 9(02) VALUE 0.
           05  WS-STP-ENTRY        OCCURS 20 TIMES.
               10  WS-STP-NAME         PIC X(08).
               10  WS-STP-MAX-RC       PIC 9(03).
               10  WS-STP-COND-STEP    PIC X(08).
               10  WS-STP-COND-OP      PIC X(02).
               10  WS-STP-COND-RC      PIC 9(03).
               10  WS-STP-COND-FAIL    PIC X(01).
               10  WS-STP-LOG-STATUS   PIC X(01).
               10  WS-STP-LOG-RC       PIC S9(04).
       01  WS-STP-IDX          PIC 9(02) VALUE 0.
       01  WS-COND-IDX         PIC 9(02) VALUE 0.

      *    ONE DEFAULT-STREAM STEP, MOVED INTO THE TABLE BY
      *    ADD-DEFAULT-STEP.
       01  WS-DEFAULT-STEP.
           05  WS-DEF-NAME         PIC X(08).
           05  WS-DEF-MAX-RC       PIC 9(03).
           05  WS-DEF-COND-STEP    PIC X(08).
           05  WS-DEF-COND-OP      PIC X(02).
           05  WS-DEF-COND-RC      PIC 9(03).
           05  WS-DEF-COND-FAIL    PIC X(01).

       01  WS-RC-EDIT          PIC -9(4).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           MOVE 0 TO RETURN-CODE
           PERFORM ACCEPT-RUN-CONTROLS
           PERFORM LOAD-STEP-TABLE
           IF WS-CONTROLS-OK = 'Y'
               PERFORM LOAD-RUN-LOG
           END-IF
           IF WS-CONTROLS-OK = 'Y'
               PERFORM FIND-START-STEP
           END-IF
           IF WS-CONTROLS-OK = 'Y'
               DISPLAY "JOBRUN01: JOB STREAM FOR " WS-BUSINESS-DATE
               DISPLAY "-------------------------------------"
               PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                       UNTIL WS-STP-IDX > WS-STP-COUNT
                          OR WS-STREAM-HALTED = 'Y'
                   IF WS-STP-IDX < WS-START-IDX
                       ADD 1 TO WS-DONE-COUNT
                       DISPLAY "JOBRUN01: " WS-STP-NAME(WS-STP-IDX)
                               " ALREADY LOGGED - NOT RERUN"
                   ELSE
                       PERFORM TAKE-ONE-STEP
                   END-IF
               END-PERFORM
               PERFORM PRINT-STREAM-TOTALS
           END-IF
           IF WS-CONTROLS-OK = 'N' OR WS-STREAM-HALTED = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       ACCEPT-RUN-CONTROLS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           DISPLAY "JOBRUN01: BUSINESS DATE (YYYYMMDD, BLANK=TODAY) ?"
           ACCEPT WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE = SPACES
               MOVE WS-CURRENT-STAMP(1:8) TO WS-BUSINESS-DATE
           END-IF
           IF WS-BUSINESS-DATE NOT NUMERIC
               MOVE 'N' TO WS-CONTROLS-OK
               DISPLAY "JOBRUN01: BUSINESS DATE MUST BE YYYYMMDD - "
                       WS-BUSINESS-DATE
           END-IF
           DISPLAY "JOBRUN01: RESTART AT STEP (BLANK=FIRST NOT "
                   "COMPLETE) ?"
           ACCEPT WS-RESTART-STEP
           .

      *    JOBCTL01 IS OPTIONAL - AN ABSENT FILE OPENS WITH STATUS 05,
      *    READS STRAIGHT TO END, AND LEAVES THE DEFAULT STREAM.
       LOAD-STEP-TABLE.
           MOVE 0 TO WS-STP-COUNT
           OPEN INPUT JOBCTL01
           IF WS-JOBCTL-STATUS = "00" OR WS-JOBCTL-STATUS = "05"
               PERFORM READ-STEP-RECORD
                   UNTIL WS-CONTROL-EOF = 'Y'
               CLOSE JOBCTL01
           ELSE
               MOVE 'N' TO WS-CONTROLS-OK
               DISPLAY "JOBRUN01: STEP CONTROL FILE NOT USABLE - "
                       "STATUS " WS-JOBCTL-STATUS
           END-IF
           IF WS-CONTROLS-OK = 'Y' AND WS-STP-COUNT = 0
               PERFORM LOAD-DEFAULT-STREAM
           END-IF
           .

       READ-STEP-RECORD.
           READ JOBCTL01
               AT END
                   MOVE 'Y' TO WS-CONTROL-EOF
               NOT AT END
                   IF JOB-STEP-NAME NOT = SPACES
                       PERFORM TABLE-STEP-RECORD
                   END-IF
           END-READ
           .

       TABLE-STEP-RECORD.
           IF WS-STP-COUNT < 20
               ADD 1 TO WS-STP-COUNT
               MOVE JOB-STEP-NAME TO WS-STP-NAME(WS-STP-COUNT)
               MOVE 0 TO WS-STP-MAX-RC(WS-STP-COUNT)
               IF JOB-MAX-RC NUMERIC
                   MOVE JOB-MAX-RC TO WS-STP-MAX-RC(WS-STP-COUNT)
               END-IF
               MOVE JOB-COND-STEP TO WS-STP-COND-STEP(WS-STP-COUNT)
               MOVE JOB-COND-OP TO WS-STP-COND-OP(WS-STP-COUNT)
               MOVE 0 TO WS-STP-COND-RC(WS-STP-COUNT)
               IF JOB-COND-RC NUMERIC
                   MOVE JOB-COND-RC TO WS-STP-COND-RC(WS-STP-COUNT)
               END-IF
               MOVE 'H' TO WS-STP-COND-FAIL(WS-STP-COUNT)
               IF JOB-FAIL-SKIP
                   MOVE 'S' TO WS-STP-COND-FAIL(WS-STP-COUNT)
               END-IF
               MOVE SPACE TO WS-STP-LOG-STATUS(WS-STP-COUNT)
               MOVE 0 TO WS-STP-LOG-RC(WS-STP-COUNT)
           ELSE
               MOVE 'N' TO WS-CONTROLS-OK
               MOVE 'Y' TO WS-CONTROL-EOF
               DISPLAY "JOBRUN01: MORE THAN 20 STEPS ON THE CONTROL "
                       "FILE - NOTHING RUN"
           END-IF
           .

       LOAD-DEFAULT-STREAM.
           MOVE SPACES TO WS-DEFAULT-STEP
           MOVE "TRNEDIT1" TO WS-DEF-NAME
           MOVE 0 TO WS-DEF-MAX-RC
           PERFORM ADD-DEFAULT-STEP
           MOVE SPACES TO WS-DEFAULT-STEP
           MOVE "MAIN001B" TO WS-DEF-NAME
           MOVE 4 TO WS-DEF-MAX-RC
           MOVE "TRNEDIT1" TO WS-DEF-COND-STEP
           MOVE "EQ" TO WS-DEF-COND-OP
           MOVE 0 TO WS-DEF-COND-RC
           MOVE 'H' TO WS-DEF-COND-FAIL
           PERFORM ADD-DEFAULT-STEP
           MOVE SPACES TO WS-DEFAULT-STEP
           MOVE "SCHAPL01" TO WS-DEF-NAME
           MOVE 4 TO WS-DEF-MAX-RC
           PERFORM ADD-DEFAULT-STEP
           MOVE SPACES TO WS-DEFAULT-STEP
           MOVE "EODBAL01" TO WS-DEF-NAME
           MOVE 8 TO WS-DEF-MAX-RC
           PERFORM ADD-DEFAULT-STEP
           MOVE SPACES TO WS-DEFAULT-STEP
           MOVE "BALRCN01" TO WS-DEF-NAME
           MOVE 8 TO WS-DEF-MAX-RC
           MOVE "EODBAL01" TO WS-DEF-COND-STEP
           MOVE "EQ" TO WS-DEF-COND-OP
           MOVE 8 TO WS-DEF-COND-RC
           MOVE 'S' TO WS-DEF-COND-FAIL
           PERFORM ADD-DEFAULT-STEP
           MOVE SPACES TO WS-DEFAULT-STEP
           MOVE "INTCHK01" TO WS-DEF-NAME
           MOVE 8 TO WS-DEF-MAX-RC
           PERFORM ADD-DEFAULT-STEP
           MOVE SPACES TO WS-DEFAULT-STEP
           MOVE "MSTXTR01" TO WS-DEF-NAME
           MOVE 0 TO WS-DEF-MAX-RC
           PERFORM ADD-DEFAULT-STEP
           MOVE SPACES TO WS-DEFAULT-STEP
           MOVE "HSKEEP01" TO WS-DEF-NAME
           MOVE 0 TO WS-DEF-MAX-RC
           MOVE "EODBAL01" TO WS-DEF-COND-STEP
           MOVE "EQ" TO WS-DEF-COND-OP
           MOVE 0 TO WS-DEF-COND-RC
           MOVE 'H' TO WS-DEF-COND-FAIL
           PERFORM ADD-DEFAULT-STEP
           .

       ADD-DEFAULT-STEP.
           ADD 1 TO WS-STP-COUNT
           MOVE WS-DEF-NAME TO WS-STP-NAME(WS-STP-COUNT)
           MOVE WS-DEF-MAX-RC TO WS-STP-MAX-RC(WS-STP-COUNT)
           MOVE WS-DEF-COND-STEP TO WS-STP-COND-STEP(WS-STP-COUNT)
           MOVE WS-DEF-COND-OP TO WS-STP-COND-OP(WS-STP-COUNT)
           MOVE WS-DEF-COND-RC TO WS-STP-COND-RC(WS-STP-COUNT)
           MOVE WS-DEF-COND-FAIL TO WS-STP-COND-FAIL(WS-STP-COUNT)
           MOVE SPACE TO WS-STP-LOG-STATUS(WS-STP-COUNT)
           MOVE 0 TO WS-STP-LOG-RC(WS-STP-COUNT)
           .

      *    NO RUNLOG01 YET (STATUS 35) IS A FIRST NIGHT - NOTHING
      *    LOGGED. ANY OTHER FAILED OPEN STOPS THE RUN: WITHOUT THE
      *    LOG A RERUN COULD REPEAT A STEP ALREADY DONE.
       LOAD-RUN-LOG.
           OPEN INPUT RUNLOG01
           IF WS-RUNLOG-STATUS = "00"
               PERFORM READ-RUN-LOG-RECORD
                   UNTIL WS-LOG-EOF = 'Y'
               CLOSE RUNLOG01
           ELSE
               IF WS-RUNLOG-STATUS NOT = "35"
                   MOVE 'N' TO WS-CONTROLS-OK
                   DISPLAY "JOBRUN01: RUN LOG NOT USABLE - STATUS "
                           WS-RUNLOG-STATUS
               END-IF
           END-IF
           .

       READ-RUN-LOG-RECORD.
           READ RUNLOG01
               AT END
                   MOVE 'Y' TO WS-LOG-EOF
               NOT AT END
                   IF RUN-BUSINESS-DATE = WS-BUSINESS-DATE
                       MOVE RUN-STEP-NAME TO WS-FIND-NAME
                       PERFORM FIND-STEP-ENTRY
                       IF WS-FOUND-IDX > 0
                           MOVE RUN-STATUS-CD
                               TO WS-STP-LOG-STATUS(WS-FOUND-IDX)
                           MOVE RUN-RETURN-CODE
                               TO WS-STP-LOG-RC(WS-FOUND-IDX)
                       END-IF
                   END-IF
           END-READ
           .

       FIND-STEP-ENTRY.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-COND-IDX FROM 1 BY 1
                   UNTIL WS-COND-IDX > WS-STP-COUNT
                      OR WS-FOUND-IDX > 0
               IF WS-STP-NAME(WS-COND-IDX) = WS-FIND-NAME
                   MOVE WS-COND-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           .

      *    A KEYED RESTART STEP MUST BE IN THE STREAM, AND EVERY STEP
      *    BEFORE IT MUST ALREADY BE LOGGED COMPLETE OR SKIPPED - THOSE
      *    ARE THE STEPS THE RUN PASSES OVER. OTHERWISE THE
      *    RUN STARTS AT THE FIRST STEP NOT LOGGED COMPLETE OR
      *    SKIPPED; WITH NONE LEFT THE STREAM IS ALREADY DONE.
       FIND-START-STEP.
           MOVE 0 TO WS-START-IDX
           IF WS-RESTART-STEP NOT = SPACES
               MOVE WS-RESTART-STEP TO WS-FIND-NAME
               PERFORM FIND-STEP-ENTRY
               IF WS-FOUND-IDX = 0
                   MOVE 'N' TO WS-CONTROLS-OK
                   DISPLAY "JOBRUN01: RESTART STEP NOT IN THE STREAM - "
                           WS-RESTART-STEP
               ELSE
                   MOVE WS-FOUND-IDX TO WS-START-IDX
                   PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                           UNTIL WS-STP-IDX >= WS-FOUND-IDX
                       IF WS-STP-LOG-STATUS(WS-STP-IDX) NOT = 'C'
                          AND WS-STP-LOG-STATUS(WS-STP-IDX) NOT = 'S'
                           MOVE 'N' TO WS-CONTROLS-OK
                           DISPLAY "JOBRUN01: " WS-STP-NAME(WS-STP-IDX)
                                   " NOT LOGGED COMPLETE - CANNOT "
                                   "RESTART AT " WS-RESTART-STEP
                       END-IF
                   END-PERFORM
               END-IF
           ELSE
               PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                       UNTIL WS-STP-IDX > WS-STP-COUNT
                          OR WS-START-IDX > 0
                   IF WS-STP-LOG-STATUS(WS-STP-IDX) NOT = 'C'
                      AND WS-STP-LOG-STATUS(WS-STP-IDX) NOT = 'S'
                       MOVE WS-STP-IDX TO WS-START-IDX
                   END-IF
               END-PERFORM
               IF WS-START-IDX = 0
                   COMPUTE WS-START-IDX = WS-STP-COUNT + 1
                   DISPLAY "JOBRUN01: EVERY STEP ALREADY LOGGED FOR "
                           WS-BUSINESS-DATE
               END-IF
           END-IF
           .

       TAKE-ONE-STEP.
           PERFORM CHECK-STEP-CONDITION
           IF WS-COND-MET = 'Y'
               PERFORM RUN-STEP-PROGRAM
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS
               MOVE 0 TO WS-STEP-RC
               IF WS-STP-COND-FAIL(WS-STP-IDX) = 'S'
                   MOVE 'S' TO WS-STEP-STATUS
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "JOBRUN01: " WS-STP-NAME(WS-STP-IDX)
                           " SKIPPED - CONDITION NOT MET"
               ELSE
                   MOVE 'H' TO WS-STEP-STATUS
                   MOVE 'Y' TO WS-STREAM-HALTED
                   DISPLAY "JOBRUN01: " WS-STP-NAME(WS-STP-IDX)
                           " CONDITION NOT MET - STREAM STOPPED"
               END-IF
               PERFORM WRITE-RUN-LOG-RECORD
           END-IF
           .

      *    A CONDITION IS ONLY MET BY A STEP THAT ACTUALLY RAN TO
      *    COMPLETION FOR THIS BUSINESS DATE. A BLANK OPERATOR IS EQ.
       CHECK-STEP-CONDITION.
           MOVE 'N' TO WS-COND-MET
           IF WS-STP-COND-STEP(WS-STP-IDX) = SPACES
               MOVE 'Y' TO WS-COND-MET
           ELSE
               MOVE WS-STP-COND-STEP(WS-STP-IDX) TO WS-FIND-NAME
               PERFORM FIND-STEP-ENTRY
               IF WS-FOUND-IDX > 0
                   IF WS-STP-LOG-STATUS(WS-FOUND-IDX) = 'C'
                       PERFORM COMPARE-CONDITION-RC
                   END-IF
               END-IF
           END-IF
           .

       COMPARE-CONDITION-RC.
           EVALUATE WS-STP-COND-OP(WS-STP-IDX)
               WHEN "EQ"
               WHEN SPACES
                   IF WS-STP-LOG-RC(WS-FOUND-IDX)
                      = WS-STP-COND-RC(WS-STP-IDX)
                       MOVE 'Y' TO WS-COND-MET
                   END-IF
               WHEN "NE"
                   IF WS-STP-LOG-RC(WS-FOUND-IDX)
                      NOT = WS-STP-COND-RC(WS-STP-IDX)
                       MOVE 'Y' TO WS-COND-MET
                   END-IF
               WHEN "LT"
                   IF WS-STP-LOG-RC(WS-FOUND-IDX)
                      < WS-STP-COND-RC(WS-STP-IDX)
                       MOVE 'Y' TO WS-COND-MET
                   END-IF
               WHEN "LE"
                   IF WS-STP-LOG-RC(WS-FOUND-IDX)
                      NOT > WS-STP-COND-RC(WS-STP-IDX)
                       MOVE 'Y' TO WS-COND-MET
                   END-IF
               WHEN "GT"
                   IF WS-STP-LOG-RC(WS-FOUND-IDX)
                      > WS-STP-COND-RC(WS-STP-IDX)
                       MOVE 'Y' TO WS-COND-MET
                   END-IF
               WHEN "GE"
                   IF WS-STP-LOG-RC(WS-FOUND-IDX)
                      NOT < WS-STP-COND-RC(WS-STP-IDX)
                       MOVE 'Y' TO WS-COND-MET
                   END-IF
               WHEN OTHER
                   DISPLAY "JOBRUN01: UNKNOWN CONDITION OPERATOR "
                           WS-STP-COND-OP(WS-STP-IDX) " ON "
                           WS-STP-NAME(WS-STP-IDX)
           END-EVALUATE
           .

      *    A STEP PROGRAM THAT CANNOT BE LOADED FAILS THE STEP LIKE
      *    ANY OTHER BAD ENDING.
       RUN-STEP-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS
           DISPLAY "JOBRUN01: " WS-STP-NAME(WS-STP-IDX) " STARTED "
                   WS-STEP-START-TS
           MOVE 0 TO RETURN-CODE
           CALL WS-STP-NAME(WS-STP-IDX)
               ON EXCEPTION
                   MOVE 16 TO RETURN-CODE
                   DISPLAY "JOBRUN01: PROGRAM NOT FOUND - "
                           WS-STP-NAME(WS-STP-IDX)
           END-CALL
           MOVE RETURN-CODE TO WS-STEP-RC
           ADD 1 TO WS-RAN-COUNT
           IF WS-STEP-RC > WS-STP-MAX-RC(WS-STP-IDX)
               MOVE 'F' TO WS-STEP-STATUS
               MOVE 'Y' TO WS-STREAM-HALTED
           ELSE
               MOVE 'C' TO WS-STEP-STATUS
           END-IF
           PERFORM WRITE-RUN-LOG-RECORD
           MOVE WS-STEP-RC TO WS-RC-EDIT
           IF WS-STEP-STATUS = 'F'
               DISPLAY "JOBRUN01: " WS-STP-NAME(WS-STP-IDX)
                       " FAILED - RETURN CODE " WS-RC-EDIT
                       " - STREAM STOPPED"
           ELSE
               DISPLAY "JOBRUN01: " WS-STP-NAME(WS-STP-IDX)
                       " COMPLETE - RETURN CODE " WS-RC-EDIT
           END-IF
           .

      *****************************************************************
      * ONE RECORD PER STEP TAKEN, OPENED AND CLOSED EACH TIME SO A  *
      * STREAM THAT DIES IN A LATER STEP STILL HAS THE EARLIER STEPS *
      * ON THE LOG FOR THE RERUN. THE OPEN BOOTSTRAPS THE FILE ON    *
      * FIRST USE, SAME SHAPE AS JRNWRT1 FOR JRNL01. THE TABLE ENTRY *
      * TAKES THE SAME OUTCOME FOR LATER CONDITIONS.                 *
      *****************************************************************
       WRITE-RUN-LOG-RECORD.
           OPEN EXTEND RUNLOG01
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUNLOG01
               CLOSE RUNLOG01
               OPEN EXTEND RUNLOG01
           END-IF
           MOVE SPACES TO RUN-RECORD
           MOVE WS-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE WS-STP-NAME(WS-STP-IDX) TO RUN-STEP-NAME
           MOVE WS-STEP-STATUS TO RUN-STATUS-CD
           MOVE WS-STEP-START-TS TO RUN-START-TS
           MOVE FUNCTION CURRENT-DATE TO RUN-END-TS
           MOVE WS-STEP-RC TO RUN-RETURN-CODE
           WRITE RUN-RECORD
           CLOSE RUNLOG01
           MOVE WS-STEP-STATUS TO WS-STP-LOG-STATUS(WS-STP-IDX)
           MOVE WS-STEP-RC TO WS-STP-LOG-RC(WS-STP-IDX)
           .

       PRINT-STREAM-TOTALS.
           DISPLAY "-------------------------------------"
           DISPLAY "STEPS IN STREAM       - " WS-STP-COUNT
           DISPLAY "ALREADY LOGGED        - " WS-DONE-COUNT
           DISPLAY "RUN TONIGHT           - " WS-RAN-COUNT
           DISPLAY "SKIPPED BY CONDITION  - " WS-SKIPPED-COUNT
           IF WS-STREAM-HALTED = 'Y'
               DISPLAY "JOBRUN01: *** STREAM STOPPED - RERUN FOR "
                       WS-BUSINESS-DATE " RESTARTS AT THE STEP ABOVE"
           ELSE
               DISPLAY "JOBRUN01: STREAM COMPLETE FOR "
                       WS-BUSINESS-DATE
           END-IF
           .
