      *===============================================================*
      * COPYBOOK:   DEPOSIT-RECORD
      * Shared layout for DEPOSIT-FILE (DEPFILE), the security
      * deposits collected from new and higher-risk customers, keyed
      * by customer id. DEPOSIT records receipts, accrues interest
      * on the amount held, refunds the deposit after a clean
      * payment history, and applies it against the open items once
      * service has stopped; CUST360 shows it on the customer
      * picture.
      * DP-INT-RATE is the annual simple-interest rate paid on the
      * amount held. Interest accrues from DP-LAST-ACCRUAL-DT (the
      * received date until the first accrual run) and is paid out
      * with the deposit, never compounded into the amount held.
      *===============================================================*
       01  DEPOSIT-REC.
           05  DP-CUST-ID            PIC X(10).
           05  DP-AMOUNT-HELD        PIC 9(9)V99.
           05  DP-RECEIVED-DT        PIC 9(8).
           05  DP-INT-RATE           PIC 9V9(4).
           05  DP-ACCRUED-INT        PIC 9(9)V99.
           05  DP-LAST-ACCRUAL-DT    PIC 9(8).
           05  DP-STATUS             PIC X.
               88  DP-HELD           VALUE 'H'.
               88  DP-REFUNDED       VALUE 'R'.
               88  DP-APPLIED        VALUE 'A'.
      *    When the deposit left the ledger, and how much of it
      *    (principal plus interest) went against open items - the
      *    rest went back to the customer as a credit for REFUND.
           05  DP-RELEASE-DT         PIC 9(8).
           05  DP-APPLIED-AMT        PIC 9(9)V99.
