      *****************************************************************
      * OPAREC - SHARED REQUEST AREA FOR THE OPRAUTH1 OPERATOR       *
      * AUTHORITY PROGRAM, WHICH OWNS ALL ACCESS TO THE OPRPRF01     *
      * PROFILE FILE (SEE OPRREC) SO MAIN001, MAIN001B, AND THE      *
      * PROGRAMS THAT CHAIN TO MAINTENANCE ALL DECIDE AUTHORITY THE  *
      * SAME WAY. PROTOCOL:                                          *
      *   'L' - LOOK UP. RETURNS WHETHER PROFILES ARE IN USE AT THIS *
      *         SITE AND, IF SO, WHETHER OPA-OPERATOR-ID IS ON FILE  *
      *         AND ITS ROLE.                                        *
      *   'S' - SIGN ON. CHECKS OPA-SIGNON-CODE AGAINST THE          *
      *         OPERATOR'S PROFILE.                                  *
      *   'A' - AUTHORIZE. CHECKS WHETHER OPA-OPERATOR-ID MAY USE    *
      *         MENU OPTION OPA-OPTION-CD.                           *
      * EVERY REQUEST SETS OPA-RESULT ('Y' = ALLOWED / FOUND) AND,   *
      * ON A REFUSAL, OPA-REASON. WITH NO OPRPRF01 AT THE SITE EVERY *
      * REQUEST IS ALLOWED AND OPA-PROFILES-IN-USE COMES BACK 'N'.   *
      *****************************************************************
       01  OPA-PARM.
           05  OPA-REQUEST         PIC X(01).
               88  OPA-REQ-LOOKUP      VALUE 'L'.
               88  OPA-REQ-SIGNON      VALUE 'S'.
               88  OPA-REQ-AUTHORIZE   VALUE 'A'.
           05  OPA-OPERATOR-ID     PIC X(08).
           05  OPA-SIGNON-CODE     PIC X(06).
           05  OPA-OPTION-CD       PIC X(01).
           05  OPA-PROFILES-FLAG   PIC X(01).
               88  OPA-PROFILES-IN-USE VALUE 'Y'.
           05  OPA-RESULT          PIC X(01).
               88  OPA-ALLOWED         VALUE 'Y'.
           05  OPA-ROLE            PIC X(08).
           05  OPA-REASON          PIC X(30).
           05  FILLER              PIC X(04).
