               PERFORM REPORT-MISSING-KEYS
               PERFORM PRINT-RUN-TOTALS
           END-IF
           GOBACK
           .

      *    NO BALCTL01 MEANS NO PRIOR RUN TO WINDOW FROM - THE WHOLE
