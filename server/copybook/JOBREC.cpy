      *****************************************************************
      * JOBREC - SHARED RECORD LAYOUT FOR THE JOBCTL01 NIGHTLY JOB-  *
      * STREAM CONTROL FILE READ BY JOBRUN01. ONE RECORD PER STEP,   *
      * IN THE ORDER THE STEPS RUN:                                  *
      *   JOB-STEP-NAME   - THE PROGRAM TO CALL. IT MUST END WITH    *
      *                     GOBACK, NOT STOP RUN, SO CONTROL COMES   *
      *                     BACK TO JOBRUN01.                        *
      *   JOB-MAX-RC      - THE HIGHEST RETURN CODE THAT STILL       *
      *                     COUNTS AS THE STEP COMPLETING; ANYTHING  *
      *                     HIGHER FAILS THE STEP AND STOPS THE      *
      *                     STREAM THERE.                            *
      *   JOB-COND-STEP   - AN EARLIER STEP WHOSE RETURN CODE THIS   *
      *                     STEP DEPENDS ON (BLANK = NO CONDITION).  *
      *   JOB-COND-OP     - EQ NE LT LE GT GE, COMPARING THAT STEP'S *
      *                     RETURN CODE WITH JOB-COND-RC.            *
      *   JOB-COND-RC     - THE RETURN CODE COMPARED AGAINST.        *
      *   JOB-COND-FAIL   - WHAT HAPPENS WHEN THE CONDITION IS NOT   *
      *                     MET: 'S' SKIPS THIS STEP AND CARRIES ON  *
      *                     (E.G. BALRCN01 ON A NIGHT IN BALANCE),   *
      *                     'H' HALTS THE STREAM AT THIS STEP.       *
      * A CONDITION ON A STEP THAT WAS SKIPPED, FAILED, OR NEVER RAN *
      * FOR THE BUSINESS DATE IS NOT MET.                            *
      * OPTIONAL - WHEN NOT PRESENT, JOBRUN01 RUNS ITS COMPILED-IN   *
      * DEFAULT STREAM: TRNEDIT1, MAIN001B (TRNEDIT1 EQ 0),         *
      * SCHAPL01, EODBAL01, BALRCN01 (EODBAL01 EQ 8, ELSE SKIPPED),  *
      * INTCHK01, MSTXTR01, AND HSKEEP01 (EODBAL01 EQ 0).            *
      *****************************************************************
       01  JOB-RECORD.
           05  JOB-STEP-NAME       PIC X(08).
           05  JOB-MAX-RC          PIC 9(03).
           05  JOB-COND-STEP       PIC X(08).
           05  JOB-COND-OP         PIC X(02).
           05  JOB-COND-RC         PIC 9(03).
           05  JOB-COND-FAIL       PIC X(01).
               88  JOB-FAIL-SKIP       VALUE 'S'.
               88  JOB-FAIL-HALT       VALUE 'H'.
           05  FILLER              PIC X(15).
