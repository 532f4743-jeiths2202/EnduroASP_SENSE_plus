      *****************************************************************
      * BKPREC - SHARED RECORD LAYOUT FOR A DATED BACKUP COPY CUT BY *
      * MSTBKP01 AND RELOADED BY MSTRST01. ONE COPY FILE PER BASE    *
      * PER DATE - MSTBKP01.G + YYYYMMDD FOR MASTER01 AND            *
      * CNTBKP01.G + YYYYMMDD FOR CONTACT01 - CATALOGUED ON GENCAT01 *
      * (SEE GENCREC) UNDER BASE NAME MSTBKP01 OR CNTBKP01, WITH THE *
      * CATALOG CUT STAMP HOLDING THE LAST JRN-TIMESTAMP THE COPY    *
      * INCLUDES. THE COPY IS WRAPPED IN CONTROL RECORDS THE SAME    *
      * WAY TRANSIN IS (SEE TRANSREC):                               *
      *   FIRST RECORD - HEADER (BKP-HEADER-REC, TYPE 'H'): THE BASE *
      *     NAME, THE COPY DATE, THE TIME THE COPY WAS CUT, AND THE  *
      *     LAST JRN-TIMESTAMP IT INCLUDES (BLANK = THE JOURNAL WAS  *
      *     EMPTY). A JOURNAL REPLAY OVER THE COPY STARTS AFTER THAT *
      *     STAMP.                                                   *
      *   DETAIL RECORDS (TYPE 'D') - ONE MASTER01 OR CONTACT01      *
      *     RECORD IMAGE EACH, IN KEY ORDER, LEFT-JUSTIFIED IN       *
      *     BKP-IMAGE (A MASTER IMAGE USES THE FIRST 134 BYTES).     *
      *   LAST RECORD - TRAILER (BKP-TRAILER-REC, TYPE 'T'): THE     *
      *     COUNT OF DETAIL RECORDS, SO A TRUNCATED COPY IS REFUSED  *
      *     BEFORE ANYTHING IS RELOADED FROM IT.                     *
      * KEEP BKP-IMAGE AT LEAST AS LONG AS THE LONGER OF MASTREC AND *
      * CNTREC.                                                      *
      *****************************************************************
       01  BKP-RECORD.
           05  BKP-RECORD-TYPE     PIC X(01).
               88  BKP-HEADER-TYPE     VALUE 'H'.
               88  BKP-DETAIL-TYPE     VALUE 'D'.
               88  BKP-TRAILER-TYPE    VALUE 'T'.
           05  BKP-IMAGE           PIC X(160).

      *    ALTERNATE RECORD LAYOUTS - COPIED UNDER THE FD, WHERE
      *    MULTIPLE 01 LEVELS SHARE THE SAME RECORD AREA.
       01  BKP-HEADER-REC.
           05  BKH-RECORD-TYPE     PIC X(01).
           05  BKH-BASE-NAME       PIC X(08).
           05  BKH-COPY-DATE       PIC X(08).
           05  BKH-CUT-STAMP       PIC X(26).
           05  BKH-JRN-STAMP       PIC X(26).
           05  FILLER              PIC X(92).

       01  BKP-TRAILER-REC.
           05  BKT-RECORD-TYPE     PIC X(01).
           05  BKT-DETAIL-COUNT    PIC 9(07).
           05  FILLER              PIC X(153).
