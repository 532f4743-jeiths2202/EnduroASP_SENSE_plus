      *****************************************************************
      * SCHREC - SHARED RECORD LAYOUT FOR THE SCHED01 SCHEDULED-     *
      * CHANGES FILE. A CREATE1 OR UPDATE1 CHANGE KEYED WITH AN      *
      * EFFECTIVE DATE LATER THAN TODAY IS HELD HERE - FULL BEFORE/  *
      * AFTER MST-RECORD IMAGES, SAME SHAPE AS PENDAP01 (SEE PNDREC) *
      * - INSTEAD OF GOING TO MASTER01. SCHAPL01 POSTS EACH ENTRY ON *
      * ITS EFFECTIVE DATE BY CALLING CREATE1/UPDATE1 THE WAY        *
      * MAIN001B DOES, SO THE APPCTL01 THRESHOLD, THE MAINTENANCE    *
      * STAMPS AND THE JRNL01 JOURNAL ALL APPLY AS FOR A CHANGE      *
      * KEYED THAT MORNING. AN UPDATE WHOSE RECORD NO LONGER MATCHES *
      * THE BEFORE-IMAGE - OR A CREATE WHOSE KEY HAS APPEARED - IS   *
      * REFUSED RATHER THAN POSTED OVER SOMEONE ELSE'S CHANGE.       *
      * SCHMNT1 LISTS THE ENTRIES AND CANCELS ONE BEFORE IT FIRES;   *
      * INQUIRY1 SHOWS THE ENTRIES STILL WAITING AGAINST A KEY.      *
      * ENTRIES ARE MARKED IN PLACE, NEVER REMOVED, SAME RULE AS     *
      * PNDREC:                                                      *
      *   'P' - SCHEDULED, NOT YET DUE OR NOT YET RUN.               *
      *   'A' - POSTED TO MASTER01 BY SCHAPL01.                      *
      *   'Q' - DUE, BUT OVER THE APPCTL01 THRESHOLD - HANDED ON TO  *
      *         PENDAP01 FOR APPROVE1.                               *
      *   'R' - REFUSED BY SCHAPL01, REASON KEPT ON THE ENTRY.       *
      *   'X' - CANCELLED THROUGH SCHMNT1 BEFORE IT FIRED.           *
      * KEEP THE IMAGE PICTURES THE SAME LENGTH AS MST-RECORD        *
      * WHENEVER MASTREC CHANGES.                                    *
      *****************************************************************
       01  SCH-RECORD.
           05  SCH-EFFECTIVE-DATE  PIC X(08).
           05  SCH-QUEUED-TS       PIC X(26).
           05  SCH-OPERATOR-ID     PIC X(08).
           05  SCH-ACTION-CD       PIC X(01).
               88  SCH-ACTION-CREATE   VALUE 'C'.
               88  SCH-ACTION-UPDATE   VALUE 'U'.
           05  SCH-RECORD-KEY      PIC X(10).
           05  SCH-BEFORE-IMAGE    PIC X(134).
           05  SCH-AFTER-IMAGE     PIC X(134).
           05  SCH-STATE-CD        PIC X(01).
               88  SCH-SCHEDULED       VALUE 'P'.
               88  SCH-POSTED          VALUE 'A'.
               88  SCH-SENT-FOR-APPROVAL VALUE 'Q'.
               88  SCH-REFUSED         VALUE 'R'.
               88  SCH-CANCELLED       VALUE 'X'.
           05  SCH-DECIDED-TS      PIC X(26).
           05  SCH-DECIDED-BY      PIC X(08).
           05  SCH-REASON          PIC X(30).
           05  FILLER              PIC X(06).
