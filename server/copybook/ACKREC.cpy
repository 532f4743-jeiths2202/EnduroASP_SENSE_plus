      *****************************************************************
      * ACKREC - SHARED RECORD LAYOUT FOR A CHANGE-FEED              *
      * ACKNOWLEDGEMENT RETURNED BY THE CUSTOMER SERVICE SYSTEM -    *
      * ONE FILE PER FEED, CHGACK01.S + THE SEVEN-DIGIT FEED         *
      * SEQUENCE, HOLDING THIS ONE RECORD:                           *
      *   ACK-RECORD-TYPE  - 'A'.                                    *
      *   ACK-FEED-SEQ     - THE SEQUENCE FROM THE FEED'S HEADER.    *
      *   ACK-DETAIL-COUNT - THE NUMBER OF CHANGE LINES THEIR SIDE   *
      *                      LOADED FROM IT.                         *
      *   ACK-LOADED-STAMP - WHEN THEY LOADED IT (YYYYMMDDHHMMSS),   *
      *                      CARRIED FOR THE REPORT ONLY.            *
      * CHGFED01 MATCHES IT AGAINST THE FEED'S ENTRY ON FEDLOG01     *
      * (SEE FEDREC).                                                *
      *****************************************************************
       01  ACK-RECORD.
           05  ACK-RECORD-TYPE     PIC X(01).
               88  ACK-TYPE-ACK        VALUE 'A'.
           05  ACK-FEED-SEQ        PIC 9(07).
           05  ACK-DETAIL-COUNT    PIC 9(07).
           05  ACK-LOADED-STAMP    PIC X(14).
           05  FILLER              PIC X(11).
