                   DISPLAY "USAGE: CONBOARC <CUTOFF-DATE YYYYMMDD>"
                   DISPLAY "RECORDS DATED BEFORE THE CUTOFF ARE "
                       "MOVED TO MONTHLY CONBOARC.YYYYMM FILES"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           MOVE FUNCTION TRIM(CUTOFF-STR) TO CUTOFF-DATE.
                   DISPLAY "TOTALS RECONCILE - NOTHING DROPPED"
               ELSE
                   DISPLAY "*** TOTALS DO NOT RECONCILE ***"
                   MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

