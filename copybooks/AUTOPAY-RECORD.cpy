      *===============================================================*
      * COPYBOOK:   AUTOPAY-RECORD
      * Shared layout for AUTOPAY-FILE (APLEDGR), the autopay draft
      * ledger: one record per bill AUTOPAY drafts from an enrolled
      * customer's bank account, keyed by customer id plus the
      * bill's billing date, like BILLHIST. The record follows the
      * draft from the night the bill is scheduled to the night the
      * bank's money is handed to PAYPOST - or comes back returned.
      *
      *   W  waiting - scheduled, draft date not reached yet
      *   O  originated - debit entry sent on AP-DRAFT-DT
      *   S  settled - payment handed to PAYPOST on AP-POSTED-DT
      *   R  returned by the bank (an NSF item went to PAYPOST when
      *      the draft had already settled)
      *   X  cancelled before the draft went out (customer left
      *      autopay, bank details removed, or the bill was paid)
      *===============================================================*
       01  AUTOPAY-REC.
           05  AP-KEY.
               10  AP-CUST-ID        PIC X(10).
               10  AP-BILLING-DT     PIC 9(8).
           05  AP-BILL-CYCLE         PIC 9(2).
           05  AP-AMOUNT             PIC 9(9)V99.
           05  AP-STATUS             PIC X.
               88  AP-WAITING        VALUE 'W'.
               88  AP-ORIGINATED     VALUE 'O'.
               88  AP-SETTLED        VALUE 'S'.
               88  AP-RETURNED       VALUE 'R'.
               88  AP-CANCELLED      VALUE 'X'.
           05  AP-DRAFT-DT           PIC 9(8).
      *    Bank details the debit was actually sent to - the master
      *    may change after origination.
           05  AP-ROUTING            PIC 9(9).
           05  AP-ACCOUNT            PIC X(17).
           05  AP-SETTLE-DT          PIC 9(8).
           05  AP-POSTED-DT          PIC 9(8).
           05  AP-RETURN-DT          PIC 9(8).
           05  AP-RETURN-REASON      PIC X(3).
