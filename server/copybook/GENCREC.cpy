      * GENERATIONS IN THE ORDER THEY WERE CUT (OLDEST FIRST PER     *
      * BASE). JRNRDR1 READS IT TO SPAN A JOURNAL REPLAY ACROSS THE  *
      * RETAINED GENERATIONS PLUS THE CURRENT FILE.                  *
      * MSTBKP01 CATALOGUES ITS DATED MASTER01/CONTACT01 BACKUP      *
      * COPIES HERE TOO, UNDER BASE NAMES MSTBKP01 AND CNTBKP01 (SEE *
      * BKPREC), AND DOES ITS OWN RETENTION CYCLING FOR THEM; FOR    *
      * THOSE ENTRIES GCT-CUT-STAMP IS THE LAST JRN-TIMESTAMP THE    *
      * COPY INCLUDES. HSKEEP01 CARRIES THEM THROUGH UNTOUCHED.      *
      *****************************************************************
       01  GCT-RECORD.
           05  GCT-BASE-NAME       PIC X(08).
