      *****************************************************************
      * FEDREC - SHARED RECORD LAYOUT FOR THE FEDLOG01 CHANGE-FEED   *
      * LOG. CHGFED01 APPENDS ONE RECORD PER FEED IT CUTS FOR THE    *
      * CUSTOMER SERVICE SYSTEM (FILE CHGFED01.S + SEQUENCE):        *
      *   FED-FEED-SEQ     - THE FEED'S SEQUENCE NUMBER, ONE UP FROM *
      *                      THE LAST FEED ON THE LOG.               *
      *   FED-FROM-STAMP   - THE FIRST JRN-TIMESTAMP THE FEED COULD  *
      *                      CARRY (THE PREVIOUS FEED'S CUT STAMP;   *
      *                      BLANK ON THE VERY FIRST FEED).          *
      *   FED-CUT-STAMP    - THE TIME THE FEED WAS CUT. THE FEED     *
      *                      CARRIES EVERY JOURNAL ENTRY AT OR AFTER *
      *                      THE FROM STAMP AND BEFORE THIS ONE, SO  *
      *                      THE CUT STAMP OF THE LAST FEED ON THE   *
      *                      LOG IS THE HIGH-WATER MARK THE NEXT     *
      *                      FEED STARTS FROM - NO ENTRY FALLS       *
      *                      BETWEEN TWO FEEDS OR LANDS IN BOTH.     *
      *   FED-DETAIL-COUNT - THE NUMBER OF CHANGE LINES IN THE FEED. *
      *   FED-ACK-STATE    - 'N' NOT YET ACKNOWLEDGED, 'A'           *
      *                      ACKNOWLEDGED WITH THE SAME COUNT, 'M'   *
      *                      ACKNOWLEDGED WITH A DIFFERENT COUNT     *
      *                      (OR FOR A DIFFERENT SEQUENCE).          *
      *   FED-ACK-STAMP / FED-ACK-COUNT - WHEN CHGFED01 FOUND THE    *
      *                      ACKNOWLEDGEMENT (SEE ACKREC) AND THE    *
      *                      COUNT IT CARRIED.                       *
      * ENTRIES ARE MARKED IN PLACE, NEVER REMOVED, SAME RULE AS     *
      * PNDREC - THE LOG IS THE FULL HISTORY OF WHAT WAS SENT.       *
      *****************************************************************
       01  FED-RECORD.
           05  FED-FEED-SEQ        PIC 9(07).
           05  FED-FROM-STAMP      PIC X(26).
           05  FED-CUT-STAMP       PIC X(26).
           05  FED-DETAIL-COUNT    PIC 9(07).
           05  FED-ACK-STATE       PIC X(01).
               88  FED-NOT-ACKNOWLEDGED VALUE 'N'.
               88  FED-ACKNOWLEDGED     VALUE 'A'.
               88  FED-ACK-MISMATCH     VALUE 'M'.
           05  FED-ACK-STAMP       PIC X(26).
           05  FED-ACK-COUNT       PIC 9(07).
           05  FILLER              PIC X(10).
