      *****************************************************************
      * OPRREC - SHARED RECORD LAYOUT FOR THE OPRPRF01 OPERATOR      *
      * AUTHORITY PROFILE FILE, READ ONLY THROUGH OPRAUTH1 (SEE      *
      * OPAREC). TWO KINDS OF RECORD SHARE THE FILE:                 *
      *   'R' - A ROLE. OPR-PROFILE-ID IS THE ROLE NAME AND          *
      *         OPR-OPTIONS THE MENU OPTION CODES THE ROLE MAY       *
      *         DISPATCH.                                            *
      *   'O' - AN OPERATOR. OPR-PROFILE-ID IS THE OPERATOR ID       *
      *         KEYED AT SIGN-ON AND OPR-SIGNON-CODE THE CODE        *
      *         MAIN001 CHECKS AGAINST IT. THE OPERATOR MAY USE      *
      *         EVERY OPTION OF THE ROLE NAMED IN OPR-ROLE PLUS ANY  *
      *         GRANTED PERSONALLY IN ITS OWN OPR-OPTIONS.           *
      * OPR-OPTIONS HOLDS OPTION CODES IN ANY ORDER ("1357"); AN '*' *
      * GRANTS EVERY OPTION. AN OPERATOR MARKED SUSPENDED IS REFUSED *
      * SIGN-ON AND EVERY OPTION, WITHOUT LOSING ITS PROFILE.        *
      * OPRPRF01 IS OPTIONAL - WHEN NOT PRESENT NO AUTHORITY CHECK   *
      * APPLIES AND EVERY OPERATOR MAY USE EVERY OPTION, SO A SITE   *
      * TURNS OPERATOR PROFILES ON BY CREATING THE FILE (SAME RULE  *
      * AS APPCTL01). ONCE IT HOLDS ANY PROFILE, AN OPERATOR ID NOT  *
      * ON IT IS REFUSED.                                            *
      *****************************************************************
       01  OPR-RECORD.
           05  OPR-RECORD-TYPE     PIC X(01).
               88  OPR-TYPE-ROLE       VALUE 'R'.
               88  OPR-TYPE-OPERATOR   VALUE 'O'.
           05  OPR-PROFILE-ID      PIC X(08).
           05  OPR-ROLE            PIC X(08).
           05  OPR-SIGNON-CODE     PIC X(06).
           05  OPR-OPTIONS         PIC X(20).
           05  OPR-STATUS-CD       PIC X(01).
               88  OPR-SUSPENDED       VALUE 'S'.
           05  FILLER              PIC X(20).
