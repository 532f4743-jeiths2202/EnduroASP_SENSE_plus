      *****************************************************************
      * RUNREC - SHARED RECORD LAYOUT FOR THE RUNLOG01 JOB-STREAM    *
      * RUN LOG. JOBRUN01 APPENDS ONE RECORD PER STEP IT TAKES, FOR  *
      * THE BUSINESS DATE THE STREAM IS RUNNING FOR:                 *
      *   'C' - COMPLETE. THE STEP RAN AND ENDED WITHIN ITS MAXIMUM  *
      *         RETURN CODE.                                         *
      *   'F' - FAILED. THE STEP RAN AND ENDED ABOVE IT - THE STREAM *
      *         STOPPED HERE.                                        *
      *   'S' - SKIPPED. ITS CONDITION WAS NOT MET AND THE STEP IS   *
      *         MARKED TO BE SKIPPED IN THAT CASE.                   *
      *   'H' - HALTED. ITS CONDITION WAS NOT MET AND THE STREAM     *
      *         STOPPED HERE WITHOUT RUNNING IT.                     *
      * A RERUN FOR THE SAME BUSINESS DATE SKIPS EVERY STEP WHOSE    *
      * LATEST RECORD IS 'C' OR 'S' AND RESTARTS AT THE FIRST ONE    *
      * THAT IS NOT. A SKIPPED OR HALTED STEP IS LOGGED WITH ITS     *
      * START AND END TIMES EQUAL AND A RETURN CODE OF ZERO.         *
      *****************************************************************
       01  RUN-RECORD.
           05  RUN-BUSINESS-DATE   PIC X(08).
           05  RUN-STEP-NAME       PIC X(08).
           05  RUN-STATUS-CD       PIC X(01).
               88  RUN-COMPLETE        VALUE 'C'.
               88  RUN-FAILED          VALUE 'F'.
               88  RUN-SKIPPED         VALUE 'S'.
               88  RUN-HALTED          VALUE 'H'.
           05  RUN-START-TS        PIC X(26).
           05  RUN-END-TS          PIC X(26).
           05  RUN-RETURN-CODE     PIC S9(04).
           05  FILLER              PIC X(07).
