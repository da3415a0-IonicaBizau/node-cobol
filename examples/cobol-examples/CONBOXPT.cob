                   DISPLAY "TOTALS RECONCILE - NOTHING DROPPED"
               ELSE
                   DISPLAY "*** TOTALS DO NOT RECONCILE ***"
                   MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "EXTRACT WRITTEN TO CONBOXPT.CSV".
       STOP RUN.
