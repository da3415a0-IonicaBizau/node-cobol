                   DISPLAY "TOTALS RECONCILE - NOTHING DROPPED"
               ELSE
                   DISPLAY "*** TOTALS DO NOT RECONCILE ***"
                   MOVE 4 TO RETURN-CODE
           END-IF.
           IF REJ-COUNT > 0
               THEN
                   DISPLAY "REJECTS QUARANTINED IN CONBOVAL.REJ"
                   MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

