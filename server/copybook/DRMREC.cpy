      *****************************************************************
      * DRMREC - SHARED RECORD LAYOUT FOR THE DRMCTL01 DORMANT SWEEP *
      * CONTROL FILE READ BY DRMSWP01. HOLDS THE SITE-SET LIMITS:    *
      *   DRM-INACTIVE-MONTHS - AN ACTIVE RECORD WITH NO             *
      *       MAINTENANCE (MST-MAINT-TS) FOR THIS MANY MONTHS IS     *
      *       SET INACTIVE ('I').                                    *
      *   DRM-RETIRE-MONTHS - AN INACTIVE RECORD WITH A ZERO AMOUNT  *
      *       AND NO MAINTENANCE FOR THIS MANY MONTHS IS RETIRED TO  *
      *       ARCHIV01 THROUGH DELETE1. THE SWEEP THAT SETS A RECORD *
      *       INACTIVE IS ITSELF MAINTENANCE, SO FOR A SWEPT RECORD  *
      *       THIS CLOCK STARTS THE NIGHT IT WENT INACTIVE.          *
      *   DRM-SYSTEM-ID - THE OPERATOR ID THE SWEEP'S CHANGES ARE    *
      *       STAMPED AND JOURNALED UNDER.                           *
      * OPTIONAL - WHEN NOT PRESENT, OR A FIELD IS NOT NUMERIC OR    *
      * BLANK, DRMSWP01 FALLS BACK TO ITS COMPILED-IN DEFAULTS (24   *
      * MONTHS, 12 MONTHS, "DRMSWP01"). A LIMIT OF ZERO TURNS THAT   *
      * HALF OF THE SWEEP OFF. SAME ONE-RECORD SHAPE AS RETREC FOR   *
      * RETCTL01.                                                    *
      *****************************************************************
       01  DRM-RECORD.
           05  DRM-INACTIVE-MONTHS PIC 9(03).
           05  DRM-RETIRE-MONTHS   PIC 9(03).
           05  DRM-SYSTEM-ID       PIC X(08).
           05  FILLER              PIC X(10).
