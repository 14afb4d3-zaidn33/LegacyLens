                   PERFORM 8000-LOG-ERROR
               WHEN OTHER
                   PERFORM 3100-READ-MASTER
                   EVALUATE TRUE
                       WHEN NOT MASTER-FOUND
                           MOVE 1201 TO WS-ERR-CODE
                           PERFORM 8000-LOG-ERROR
      *                ACCTCLOS closed the account after its final
      *                bill - usage taken into the accumulator now
      *                would never be billed, so a late read falls
      *                out for someone to look at instead.
                       WHEN CR-CUST-STATUS = 'C'
                           MOVE 1204 TO WS-ERR-CODE
                           PERFORM 8000-LOG-ERROR
                       WHEN OTHER
                           PERFORM 4000-APPLY-USAGE
                   END-EVALUATE
           END-EVALUATE.

       3100-READ-MASTER.
