      *===============================================================*
      * COPYBOOK:   LOCKBOX-BATCH-RECORD
      * Shared layout for LOCKBOX-BATCH (LBXBATCH), one record per
      * remittance batch, keyed by the batch id and batch date on
      * the bank's batch header (RM-BATCH-ID / RM-BATCH-DT).
      * PAYPOST writes the book side when its run commits: what the
      * batch posted, with the 'R' reversals and 'N' NSF returns
      * netted off the payments, which is what the bank should have
      * deposited (the NSF fee is billed, not banked). DEPRECON adds
      * the bank side from the bank's deposit report, matches the
      * two and carries an item that does not agree forward, open,
      * until it does or treasury clears it by hand. A deposit the
      * bank reports before its batch posts opens the record with
      * no book side; PAYPOST fills it in when the batch arrives.
      *===============================================================*
       01  LOCKBOX-BATCH-REC.
           05  LB-KEY.
               10  LB-BATCH-ID       PIC X(8).
               10  LB-BATCH-DT       PIC 9(8).
           05  LB-STATUS             PIC X.
               88  LB-OPEN           VALUE 'O'.
               88  LB-MATCHED        VALUE 'M'.
               88  LB-CLEARED        VALUE 'C'.
               88  LB-CLOSED         VALUES 'M' 'C'.
      *    The day the item was first seen by either side; open
      *    items are aged from it.
           05  LB-OPENED-DT          PIC 9(8).
      *    Book side - zero posted date until PAYPOST posts it.
           05  LB-POSTED-DT          PIC 9(8).
           05  LB-PAY-COUNT          PIC 9(6).
           05  LB-PAY-AMT            PIC 9(11)V99.
           05  LB-REV-COUNT          PIC 9(6).
           05  LB-REV-AMT            PIC 9(11)V99.
           05  LB-NSF-COUNT          PIC 9(6).
           05  LB-NSF-AMT            PIC 9(11)V99.
           05  LB-BOOK-NET           PIC S9(11)V99.
      *    Bank side - every deposit-report line against the batch.
           05  LB-BANK-COUNT         PIC 9(4).
           05  LB-BANK-CREDITS       PIC 9(11)V99.
           05  LB-BANK-DEBITS        PIC 9(11)V99.
           05  LB-BANK-NET           PIC S9(11)V99.
           05  LB-FIRST-DEP-DT       PIC 9(8).
           05  LB-LAST-DEP-DT        PIC 9(8).
      *    Date of the last bank deposit report applied, so the
      *    same report is never applied twice.
           05  LB-LAST-REPORT-DT     PIC 9(8).
      *    When the item matched or was cleared, and for a manual
      *    clearance why and by whom.
           05  LB-CLOSED-DT          PIC 9(8).
           05  LB-CLEAR-REASON       PIC X(20).
           05  LB-CLEAR-BY           PIC X(8).
