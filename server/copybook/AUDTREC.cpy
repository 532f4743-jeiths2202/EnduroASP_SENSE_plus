      *****************************************************************
      * AUDTREC - SHARED RECORD LAYOUT FOR THE AUDIT01 AUDIT TRAIL   *
      * ONE RECORD IS APPENDED PER CALL-PROGRAM DISPATCH SO WE CAN   *
      * ANSWER "WHAT HAPPENED AND WHEN" AFTER THE FACT. A DISPATCH   *
      * REFUSED BY THE OPERATOR'S AUTHORITY PROFILE (SEE OPRREC) IS  *
      * RECORDED THE SAME WAY WITH AUD-RETURN-CODE 12; A REFUSED     *
      * MAIN001 SIGN-ON CARRIES A BLANK SELECTION AND "MAIN001".     *
      *****************************************************************
       01  AUD-RECORD.
           05  AUD-TIMESTAMP       PIC X(26).
