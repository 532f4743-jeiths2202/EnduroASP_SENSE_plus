      *****************************************************************
      * SESREC - SHARED RECORD LAYOUT FOR THE SESCTL01 MENU SESSION  *
      * CONTROL FILE READ BY MAIN001. HOLDS THE SITE-SET LIMIT:      *
      *   SES-IDLE-MINUTES - A MENU LEFT WAITING FOR A SELECTION     *
      *       LONGER THAN THIS MANY MINUTES SIGNS THE SESSION OFF    *
      *       INSTEAD OF DISPATCHING WHATEVER IS FINALLY KEYED.      *
      * OPTIONAL - WHEN NOT PRESENT, OR THE FIELD IS NOT NUMERIC,    *
      * MAIN001 FALLS BACK TO ITS COMPILED-IN DEFAULT (15 MINUTES).  *
      * A LIMIT OF ZERO TURNS THE IDLE SIGN-OFF OFF. SAME ONE-RECORD *
      * SHAPE AS DRMREC FOR DRMCTL01.                                *
      *****************************************************************
       01  SES-RECORD.
           05  SES-IDLE-MINUTES    PIC 9(03).
           05  FILLER              PIC X(10).
