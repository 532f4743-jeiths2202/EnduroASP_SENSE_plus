      *   OP - NO MENU ENTRY FOR THE OPTION CODE                      *
      *   PG - THE DISPATCHED PROGRAM RETURNED A NONZERO CODE         *
      *        (REJ-RETURN-CODE CARRIES IT)                           *
      *   AU - THE BATCH OPERATOR'S AUTHORITY PROFILE (SEE OPRREC)    *
      *        DOES NOT ALLOW THE OPTION (REJ-RETURN-CODE 12)         *
      * TRANSERR CARRIES THE SAME HEADER/TRAILER ENVELOPE AS TRANSIN  *
      * (SEE TRANSREC): MAIN001B WRITES THE INPUT FILE'S HEADER WITH  *
      * A RESUBMISSION CYCLE MARK "R1".."R9" IN THE LAST TWO          *
