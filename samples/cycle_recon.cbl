      * Reversal re-openings (REVERSED rows in PAYHIST) are backed
      * out of the open-balance side - they re-open prior cycles'
      * money, not this cycle's billings.
      *
      * PAYHIST and OPENBAL also carry the rows of customers not on
      * this BILLOUT (other billing cycles' customers, which PAYPOST
      * passes through unchanged). Only customers billed on this
      * BILLOUT are proven; the rest are read past.
      *===============================================================*

       IDENTIFICATION DIVISION.
           IF WS-OB-CUST-ID < WS-RECON-CUST-ID
               MOVE WS-OB-CUST-ID TO WS-RECON-CUST-ID
           END-IF
           IF WS-BILL-CUST-ID = WS-RECON-CUST-ID
               INITIALIZE WS-CUST-RECON
               MOVE 'N' TO WS-CUST-ACCTD-FLAG
               PERFORM 2100-DRAIN-BILLS
                   UNTIL WS-BILL-CUST-ID NOT = WS-RECON-CUST-ID
               PERFORM 2200-DRAIN-PAYMENTS
                   UNTIL WS-PAY-CUST-ID NOT = WS-RECON-CUST-ID
               PERFORM 2300-DRAIN-OPEN-BALANCES
                   UNTIL WS-OB-CUST-ID NOT = WS-RECON-CUST-ID
               PERFORM 2400-PROVE-CUSTOMER
           ELSE
               PERFORM 2500-PASS-UNBILLED
           END-IF.

       2100-DRAIN-BILLS.
           ADD WS-BILL-TOTAL TO WS-C-BILLED
               WRITE RPT-LINE
           END-IF.

       2500-PASS-UNBILLED.
      *    Nothing billed this cycle: carried rows of another cycle's
      *    customer, or an unmatched payment or reversal whose rows
      *    net out - none of it belongs to this cycle's proof.
           PERFORM 1200-READ-PAY
               UNTIL WS-PAY-CUST-ID NOT = WS-RECON-CUST-ID
           PERFORM 1300-READ-OPENBAL
               UNTIL WS-OB-CUST-ID NOT = WS-RECON-CUST-ID.

       3000-RECON-GL-FEED.
           PERFORM 3100-READ-ONE-GL
               UNTIL GL-EOF.
