      *       INCLUDING THE CUTOFF IS RE-APPLIED, OLDEST FIRST: A     *
      *       CREATE OR UPDATE HAS ITS AFTER-IMAGE WRITTEN, A DELETE  *
      *       IS DELETED AGAIN.                                       *
      *       MSTRST01 DOES THE RESTORE AND THIS REPLAY AS ONE        *
      *       SUPERVISED RUN FROM A DATED MSTBKP01 COPY.              *
      *                                                               *
      * THE CUTOFF IS COMPARED AGAINST JRN-TIMESTAMP (THE FUNCTION    *
      * CURRENT-DATE FORM, YYYYMMDDHHMMSS...). A FULL TIMESTAMP MAY   *
