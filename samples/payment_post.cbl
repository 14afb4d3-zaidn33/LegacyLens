      * dies mid-merge leaves the prior cycle's files intact, so a
      * 2 AM failure is a rerun, not a restore from tape.
      *
      * PAYHIST and OPENBAL hold the whole book, not one cycle: the
      * prior rows of every customer not on this BILLOUT (other
      * cycles' customers, and anyone the billing run passed over)
      * are carried through to the work files unchanged, in their
      * customer-id place, so posting one cycle never erases the
      * balances and credits another cycle will carry forward.
      *
      * A remittance from a customer not on this BILLOUT is applied
      * to the customer's open items in the billing history the
      * same way - the period it names first, then oldest first -
      * and that customer's open-balance rows are rebuilt from the
      * ledger; it only posts UNMATCHED when the customer owes
      * nothing at all. Once a BILLOUT has posted, RUNCTL says so
      * (RC-POSTED-DT), and any later run against the same BILLOUT
      * (a lockbox day or AUTOPAY settlement with no new cycle)
      * posts every remittance that way, carrying the first run's
      * rows, rather than rebuilding the bills a second time.
      *
      * A remittance made against a parent account (the head office
      * of locations billed under it, CR-CUST-PARENT-ID) is spread
      * across the open items of the family's accounts on this
      * BILLOUT, oldest first, before the merge starts; each account
      * then posts its share with its own disposition rows. A family
      * with nothing on this BILLOUT (every family, once it has
      * posted) is spread the same way over the open items of the
      * parent and all its children in the billing history.
      *
      * Credit the bill already netted in and this run absorbs into
      * ledger invoices is archived as a CREDIT APPLIED row per
      * invoice (PAYARCH only - PAYHIST's carry-forward must not see
      * it), so the month-end A/R rollforward can account for every
      * reduction of the open items.
      *
      * Each batch that commits is recorded on LBXBATCH with what it
      * posted - payments less reversals and NSF returns - which is
      * the deposit DEPRECON expects to find on the bank's report.
      *
      * Both BILLOUT and REMIT-FILE must be presented in ascending
      * customer-id sequence for the match/merge in 2000-MATCH-RECORDS
      * to line records up correctly.
           SELECT REMIT-FILE ASSIGN TO 'REMITFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMIT-FS.
      *    Read through the pass for the rows carried forward, and
      *    rewritten at the commit. OPTIONAL so the first cycle
      *    ever posted creates them.
           SELECT OPTIONAL PAYMENT-HISTORY ASSIGN TO 'PAYHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-FS.
           SELECT OPTIONAL OPEN-BALANCE-FILE ASSIGN TO 'OPENBAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPENBAL-FS.
      *    Work copies of the two posting outputs: everything the
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-FS.
           SELECT OPTIONAL RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FS.
      *    The customer master, read once through for its parent/
      *    child accounts, and BILLOUT read a second time ahead of
      *    the merge to find the open items a parent's remittance
      *    pays (1850-BUILD-FAMILY-SHARES).
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-CUST-ID
               FILE STATUS IS WS-CUST-FS.
           SELECT BILLING-PREPASS ASSIGN TO 'BILLOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREPASS-FS.
      *    One record per batch posted, for DEPRECON to match to the
      *    bank's deposit. OPTIONAL so the first batch creates it.
           SELECT OPTIONAL LOCKBOX-BATCH ASSIGN TO 'LBXBATCH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-KEY
               FILE STATUS IS WS-LBX-FS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-JOURNAL.
       COPY RUN-JOURNAL-RECORD.

       FD CUSTOMER-FILE.
       COPY CUSTOMER-RECORD.

       FD BILLING-PREPASS.
       01  PREPASS-REC               PIC X(200).

       FD LOCKBOX-BATCH.
       COPY LOCKBOX-BATCH-RECORD.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-ARRFILE-FS         PIC XX.
           05  WS-RUNCTL-FS          PIC XX.
           05  WS-JRNL-FS            PIC XX.
           05  WS-CUST-FS            PIC XX.
           05  WS-PREPASS-FS         PIC XX.
           05  WS-LBX-FS             PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-BILL-EOF-FLAG      PIC X VALUE 'N'.
               88  ARRWRK-EOF        VALUE 'Y'.
           05  WS-LDGWRK-EOF-FLAG    PIC X VALUE 'N'.
               88  LDGWRK-EOF        VALUE 'Y'.
           05  WS-OLDBAL-EOF-FLAG    PIC X VALUE 'N'.
               88  OLDBAL-EOF        VALUE 'Y'.
           05  WS-OLDPAY-EOF-FLAG    PIC X VALUE 'N'.
               88  OLDPAY-EOF        VALUE 'Y'.

       01  WS-BILL-FIELDS.
           05  WS-BILL-CUST-ID       PIC X(10).
           05  WS-BILL-TOTAL-DUE REDEFINES WS-BILL-TOTAL-DUE-X
                                     PIC 9(9)V99.
           05  WS-BILL-DT            PIC X(10).
           05  WS-BILL-CYCLE-X       PIC X(2).
      *    Due date under the customer's payment terms - spaces on
      *    a BILLOUT line written before it was carried.
           05  WS-BILL-DUE-DT-X      PIC X(8).

       01  WS-SIGNED-BALANCE         PIC S9(9)V99.
       01  WS-OVERPAYMENT-AMT        PIC 9(9)V99.
           05  WS-OPEN-ITEM OCCURS 24 TIMES.
               10  WS-ITEM-PERIOD-DT PIC 9(8).
               10  WS-ITEM-OPEN-AMT  PIC 9(9)V99.
               10  WS-ITEM-DUE-DT    PIC 9(8).
      *        'Y' when the item was loaded from a billing-history
      *        record (and so must be rewritten there); the lump-sum
      *        fallback item has no archive record behind it.
               10  WS-ITEM-FROM-HIST PIC X.
      *        'Y' once a credit or payment changed the item.
               10  WS-ITEM-TOUCHED   PIC X.
      *        Billed credit 2620 absorbed into the item.
               10  WS-ITEM-CREDIT-AMT
                                     PIC 9(9)V99.

      *    Archive staging: the disposition row just written to
      *    PAYHIST is parsed back apart so the same fields land in
           05  WS-REVERSALS-POSTED   PIC 9(6) VALUE 0.
           05  WS-NSF-RETURNS        PIC 9(6) VALUE 0.
           05  WS-ARRANGE-POSTED     PIC 9(6) VALUE 0.
           05  WS-PARENT-REMITS      PIC 9(6) VALUE 0.
           05  WS-PARENT-SHARES      PIC 9(6) VALUE 0.
           05  WS-BAL-ROWS-CARRIED   PIC 9(6) VALUE 0.
           05  WS-PAY-ROWS-CARRIED   PIC 9(6) VALUE 0.
           05  WS-LEDGER-PAYMENTS    PIC 9(6) VALUE 0.

      *    Carry-through of the prior PAYHIST/OPENBAL rows: the
      *    customer id the merge is on, whether this run writes that
      *    customer's rows afresh (from its bill, or from the ledger
      *    for a remittance posted to it), and the highest id read
      *    so far on each old file (a row below it was appended out
      *    of sequence).
       01  WS-CARRY-FIELDS.
           05  WS-MERGE-ID           PIC X(10).
           05  WS-MERGE-FRESH-FLAG   PIC X VALUE 'N'.
               88  MERGE-FRESH       VALUE 'Y'.
           05  WS-OLDBAL-ID          PIC X(10).
           05  WS-OLDBAL-HIGH-ID     PIC X(10) VALUE LOW-VALUES.
           05  WS-OLDPAY-ID          PIC X(10).
           05  WS-OLDPAY-HIGH-ID     PIC X(10) VALUE LOW-VALUES.
           05  WS-CARRY-ID           PIC X(10).
           05  WS-CARRY-HIGH-ID      PIC X(10).
           05  WS-PRE-CUST-ID        PIC X(10).
           05  WS-DROP-ROW-FLAG      PIC X VALUE 'N'.
               88  DROP-ROW          VALUE 'Y'.

      *    Remittances posted to the ledger with no bill of their own
      *    tonight (2400-POST-TO-LEDGER). BILLOUT-POSTED when RUNCTL
      *    shows this BILLOUT posted by an earlier run; the last
      *    customer whose rows the billed side wrote, which a later
      *    remittance of its own must not rebuild a second time.
       01  WS-LEDGER-FIELDS.
           05  WS-BILLOUT-POSTED-FLAG
                                     PIC X VALUE 'N'.
               88  BILLOUT-POSTED    VALUE 'Y'.
           05  WS-LEDGER-PAID-FLAG   PIC X VALUE 'N'.
               88  LEDGER-PAID       VALUE 'Y'.
           05  WS-POSTED-ID          PIC X(10) VALUE SPACES.
      *    The account of a ledger-spread family (1855) whose share
      *    comes up next in the merge - the lowest id still holding
      *    one; zero once every share is taken.
           05  WS-LS-SUB             PIC 9(4) VALUE 0.
           05  WS-LS-CUST-ID         PIC X(10).
           05  WS-LEDGER-TURN-FLAG   PIC X VALUE 'N'.
               88  LEDGER-TURN       VALUE 'Y'.

       01  WS-NSF-FEE                PIC 9(5)V99 VALUE 0.
       01  WS-REOPEN-AMT             PIC 9(9)V99.
               88  BATCH-OK          VALUE 'Y'.
           05  WS-REMIT-SEQ-FLAG     PIC X VALUE 'Y'.
               88  REMIT-IN-SEQ      VALUE 'Y'.
           05  WS-LBX-FOUND-FLAG     PIC X VALUE 'N'.
               88  LBX-FOUND         VALUE 'Y'.
           05  WS-PREV-REMIT-ID      PIC X(10) VALUE SPACES.
           05  WS-PREV-BILL-ID       PIC X(10) VALUE SPACES.
      *    The batch's money by transaction type, for LBXBATCH.
           05  WS-BT-PAY-COUNT       PIC 9(6) VALUE 0.
           05  WS-BT-PAY-AMT         PIC 9(11)V99 VALUE 0.
           05  WS-BT-REV-COUNT       PIC 9(6) VALUE 0.
           05  WS-BT-REV-AMT         PIC 9(11)V99 VALUE 0.
           05  WS-BT-NSF-COUNT       PIC 9(6) VALUE 0.
           05  WS-BT-NSF-AMT         PIC 9(11)V99 VALUE 0.

      *    The cash being applied by 2710/2730/2850 and the date
      *    its rows carry: the customer's own remittance, or the
      *    share of a parent's remittance spread to the account.
       01  WS-POST-CASH-AMT          PIC 9(9)V99.
       01  WS-POST-PAY-DT            PIC X(10).

      *    Parent/child families. Every child account on the master
      *    with its parent (1800); the batch's payments against each
      *    parent (1360); then, for a parent with payments, every
      *    account of its family on this BILLOUT with its open items
      *    (the pool) and the share of the parent's cash each one
      *    takes (1850) - or, for a family with nothing on this
      *    BILLOUT, the parent and every child with open items in
      *    the ledger (1855). A table overflow refuses the batch
      *    before anything posts rather than spreading part of a
      *    family.
       01  WS-FAMILY-FIELDS.
           05  WS-CHILD-COUNT        PIC 9(4) VALUE 0.
           05  WS-PARENT-COUNT       PIC 9(4) VALUE 0.
           05  WS-MEMBER-COUNT       PIC 9(4) VALUE 0.
           05  WS-POOL-COUNT         PIC 9(5) VALUE 0.
           05  WS-FAM-SUB            PIC 9(4).
           05  WS-PARENT-SUB         PIC 9(4).
           05  WS-MEMBER-SUB         PIC 9(4).
           05  WS-POOL-SUB           PIC 9(5).
           05  WS-OLDEST-SUB         PIC 9(5).
           05  WS-POOL-START         PIC 9(5).
           05  WS-FAM-CUST-ID        PIC X(10).
           05  WS-SPREAD-AMT         PIC 9(11)V99.
           05  WS-SPREAD-ED          PIC Z(10)9.99.
           05  WS-SAVE-BILL-REC      PIC X(200).
           05  WS-CUST-EOF-FLAG      PIC X VALUE 'N'.
               88  CUST-EOF          VALUE 'Y'.
           05  WS-PRE-EOF-FLAG       PIC X VALUE 'N'.
               88  PRE-EOF           VALUE 'Y'.
           05  WS-SPREAD-REMIT-FLAG  PIC X VALUE 'N'.
               88  SPREAD-REMIT      VALUE 'Y'.

       01  WS-CHILD-TABLE.
           05  WS-CHILD-ENTRY OCCURS 3000 TIMES.
               10  WS-CH-CUST-ID     PIC X(10).
               10  WS-CH-PARENT-SUB  PIC 9(4).

       01  WS-PARENT-TABLE.
           05  WS-PARENT-ENTRY OCCURS 500 TIMES.
               10  WS-PT-CUST-ID     PIC X(10).
               10  WS-PT-REMIT-AMT   PIC 9(11)V99.
               10  WS-PT-REMIT-CNT   PIC 9(4).
               10  WS-PT-PAY-DT      PIC X(10).
               10  WS-PT-MEMBER-CNT  PIC 9(4).
      *        The account that takes cash left over once every
      *        open item in the family is paid: the parent's own
      *        account when it was billed this cycle, else the
      *        first child billed.
               10  WS-PT-LEFT-SUB    PIC 9(4).
               10  WS-PT-SPREAD-FLAG PIC X.
                   88  PT-SPREAD     VALUE 'Y'.
      *        'Y' when the family was spread over the ledger.
               10  WS-PT-LEDGER-FLAG PIC X.
                   88  PT-LEDGER     VALUE 'Y'.

       01  WS-MEMBER-TABLE.
           05  WS-MEMBER-ENTRY OCCURS 3000 TIMES.
               10  WS-MB-CUST-ID     PIC X(10).
               10  WS-MB-PARENT-SUB  PIC 9(4).
               10  WS-MB-SHARE-AMT   PIC 9(9)V99.

       01  WS-POOL-TABLE.
           05  WS-POOL-ENTRY OCCURS 9000 TIMES.
               10  WS-PL-MEMBER-SUB  PIC 9(4).
               10  WS-PL-PERIOD-DT   PIC 9(8).
               10  WS-PL-OPEN-AMT    PIC 9(9)V99.

       01  WS-CYCLE-PERIOD           PIC 9(6).
       01  WS-CYCLE-CODE             PIC 9(2).
       01  WS-BILL-DT-NUM            PIC 9(8).
       01  WS-BILL-DUE-DT-NUM        PIC 9(8).

       01  WS-HASH-ED                PIC Z(10)9.99.
       01  WS-HASH-ED-2              PIC Z(10)9.99.
           PERFORM 1000-INITIALIZE
           PERFORM 1700-JOURNAL-START
           PERFORM 2000-MATCH-RECORDS
               UNTIL BILL-EOF AND REMIT-EOF AND WS-LS-SUB = 0
           PERFORM 9000-FINALIZE
           PERFORM 9600-JOURNAL-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-LOAD-PARMS
           PERFORM 1800-LOAD-FAMILIES
           OPEN OUTPUT BATCH-REPORT
           PERFORM 1300-VERIFY-BATCH
           IF NOT BATCH-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O LOCKBOX-BATCH
           IF WS-LBX-FS NOT = '00' AND WS-LBX-FS NOT = '05'
               DISPLAY 'PAYPOST: LOCKBOX BATCH FILE LBXBATCH UNUSABLE'
                   ' - STATUS ' WS-LBX-FS ' - POSTING REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    A BILLOUT already posted has no bills left to post - its
      *    lines are not merged again, and a parent's remittance is
      *    spread over its family's open items in the ledger.
           IF BILLOUT-POSTED
               SET BILL-EOF TO TRUE
           ELSE
               PERFORM 1850-BUILD-FAMILY-SHARES
           END-IF
           PERFORM 1855-BUILD-LEDGER-SHARES
           ACCEPT WS-ARC-RUN-DT FROM DATE YYYYMMDD
           OPEN OUTPUT PAYHIST-WORK
                       OPENBAL-WORK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    The prior PAYHIST and OPENBAL are read alongside the merge
      *    for the rows carried through (2020-CARRY-OTHER-ROWS) - an
      *    unreadable one would drop other cycles' balances, so it
      *    refuses the batch. 05 = nothing posted yet.
           OPEN INPUT OPEN-BALANCE-FILE
                      PAYMENT-HISTORY
           IF (WS-OPENBAL-FS NOT = '00' AND WS-OPENBAL-FS NOT = '05')
               OR (WS-PAYHIST-FS NOT = '00'
                   AND WS-PAYHIST-FS NOT = '05')
               DISPLAY 'PAYPOST: CANNOT READ PRIOR OPENBAL/PAYHIST - '
                   'STATUS ' WS-OPENBAL-FS '/' WS-PAYHIST-FS
                   ' - POSTING REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2032-READ-OLD-BAL
           PERFORM 2042-READ-OLD-PAY
           PERFORM 1200-READ-REMIT.

       1600-CHECK-RUN-CONTROL.
      *    Posting against a cycle whose billing run aborted partway
      *    applies payments to an incomplete book - the cycle's
      *    period (from the first invoice's billing date) and billing
      *    cycle (carried on the invoice line; absent on a whole-book
      *    run's extract, which is cycle 00) must be marked COMPLETE
      *    by BILL-CALC before anything posts. An
      *    empty BILLOUT is the signature of a billing run that died
      *    before its first invoice (the open truncated the file),
      *    so it is refused outright - a zero-invoice cycle has
           END-IF
           DIVIDE WS-BILL-DT-NUM BY 100
               GIVING WS-CYCLE-PERIOD
           MOVE 0 TO WS-CYCLE-CODE
           IF WS-BILL-CYCLE-X NUMERIC
               MOVE WS-BILL-CYCLE-X TO WS-CYCLE-CODE
           END-IF
           OPEN INPUT RUN-CONTROL-FILE
           MOVE WS-CYCLE-PERIOD TO RC-PERIOD
           MOVE WS-CYCLE-CODE   TO RC-CYCLE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO RC-STATUS
           CLOSE RUN-CONTROL-FILE
           IF NOT RC-COMPLETE
               DISPLAY 'PAYPOST: BILLING PERIOD '
                   WS-CYCLE-PERIOD ' CYCLE ' WS-CYCLE-CODE
                   ' NOT MARKED COMPLETE - POSTING REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    A cycle an earlier run already posted is not posted as
      *    bills again: its open items are in the ledger, paid down
      *    by that run, and would no longer add back to the bills'
      *    totals due.
           IF RC-POSTED-DT NUMERIC AND RC-POSTED-DT > 0
               SET BILLOUT-POSTED TO TRUE
               DISPLAY 'PAYPOST: BILLING PERIOD '
                   WS-CYCLE-PERIOD ' CYCLE ' WS-CYCLE-CODE
                   ' POSTED ' RC-POSTED-DT
                   ' - REMITTANCES POST TO THE LEDGER'
           END-IF.

       1050-LOAD-PARMS.

       1150-PARSE-BILL-REC.
      *    BILLOUT line: customer,name,subtotal,penalty,tax,previous
      *    balance,credits,residual credit,total due,date,cycle,due
      *    date - total
      *    due is the true carried-forward amount owed, which is
      *    what payments are applied against; the residual credit is
      *    what remained after credits wiped out the whole bill.
           MOVE SPACES TO WS-BILL-CYCLE-X
                          WS-BILL-DUE-DT-X
           UNSTRING BILL-IN-REC DELIMITED BY ','
               INTO WS-BILL-CUST-ID
                    WS-BILL-CUST-NAME
                    WS-BILL-RESID-X
                    WS-BILL-TOTAL-DUE-X
                    WS-BILL-DT
                    WS-BILL-CYCLE-X
                    WS-BILL-DUE-DT-X
           END-UNSTRING
           MOVE 0 TO WS-BILL-DT-NUM
           IF WS-BILL-DT (1:8) NUMERIC
               MOVE WS-BILL-DT (1:8) TO WS-BILL-DT-NUM
           END-IF
      *    A bill with no due date on it falls due on its billing
      *    date, the way every bill was aged before terms existed.
           IF WS-BILL-DUE-DT-X NUMERIC
               AND WS-BILL-DUE-DT-X NOT = '00000000'
               MOVE WS-BILL-DUE-DT-X TO WS-BILL-DUE-DT-NUM
           ELSE
               MOVE WS-BILL-DT-NUM TO WS-BILL-DUE-DT-NUM
           END-IF.

       1200-READ-REMIT.
                               MOVE 'N' TO WS-REMIT-SEQ-FLAG
                           END-IF
                           MOVE RM-CUST-ID TO WS-PREV-REMIT-ID
                           IF RM-TRAN-PAYMENT
                               PERFORM 1360-NOTE-PARENT-REMIT
                           END-IF
                           PERFORM 1370-TOTAL-BY-TYPE
                   END-EVALUATE
           END-READ
           IF WS-REMIT-FS NOT = '00' AND NOT VER-EOF
               SET VER-EOF TO TRUE
           END-IF.

       1360-NOTE-PARENT-REMIT.
      *    A payment against a parent account is totalled for 1850
      *    or 1855 to spread; the first one's date dates the shares'
      *    rows.
           MOVE RM-CUST-ID TO WS-FAM-CUST-ID
           PERFORM 1820-FIND-PARENT
           IF WS-PARENT-SUB > 0
               IF WS-PT-REMIT-CNT (WS-PARENT-SUB) = 0
                   MOVE RM-PAYMENT-DT TO WS-PT-PAY-DT (WS-PARENT-SUB)
               END-IF
               ADD 1 TO WS-PT-REMIT-CNT (WS-PARENT-SUB)
               ADD RM-PAYMENT-AMT TO WS-PT-REMIT-AMT (WS-PARENT-SUB)
           END-IF.

       1370-TOTAL-BY-TYPE.
           EVALUATE TRUE
               WHEN RM-TRAN-REVERSAL
                   ADD 1 TO WS-BT-REV-COUNT
                   ADD RM-PAYMENT-AMT TO WS-BT-REV-AMT
               WHEN RM-TRAN-NSF
                   ADD 1 TO WS-BT-NSF-COUNT
                   ADD RM-PAYMENT-AMT TO WS-BT-NSF-AMT
               WHEN OTHER
                   ADD 1 TO WS-BT-PAY-COUNT
                   ADD RM-PAYMENT-AMT TO WS-BT-PAY-AMT
           END-EVALUATE.

       1400-REJECT-BATCH.
      *    Nothing has posted yet - the whole batch is refused and
      *    the operator gets the reason both on the console and in
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       1800-LOAD-FAMILIES.
      *    Every child account on the customer master, under its
      *    parent. No CUSTFILE at all (05) is simply no families.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FS NOT = '00' AND WS-CUST-FS NOT = '05'
               DISPLAY 'PAYPOST: CUSTOMER MASTER CUSTFILE UNUSABLE'
                   ' - STATUS ' WS-CUST-FS ' - POSTING REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1810-LOAD-ONE-CUSTOMER
               UNTIL CUST-EOF
           CLOSE CUSTOMER-FILE.

       1810-LOAD-ONE-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET CUST-EOF TO TRUE
               NOT AT END
                   IF CR-CUST-PARENT-ID NOT = SPACES
                       PERFORM 1815-ADD-CHILD
                   END-IF
           END-READ
           IF WS-CUST-FS NOT = '00' AND NOT CUST-EOF
               SET CUST-EOF TO TRUE
           END-IF.

       1815-ADD-CHILD.
           MOVE CR-CUST-PARENT-ID TO WS-FAM-CUST-ID
           PERFORM 1820-FIND-PARENT
           IF WS-PARENT-SUB = 0
               IF WS-PARENT-COUNT >= 500
                   PERFORM 1890-FAMILY-OVERFLOW
               END-IF
               ADD 1 TO WS-PARENT-COUNT
               MOVE WS-PARENT-COUNT TO WS-PARENT-SUB
               MOVE WS-FAM-CUST-ID TO WS-PT-CUST-ID (WS-PARENT-SUB)
               MOVE SPACES TO WS-PT-PAY-DT (WS-PARENT-SUB)
               MOVE 0 TO WS-PT-REMIT-AMT (WS-PARENT-SUB)
                         WS-PT-REMIT-CNT (WS-PARENT-SUB)
                         WS-PT-MEMBER-CNT (WS-PARENT-SUB)
                         WS-PT-LEFT-SUB (WS-PARENT-SUB)
               MOVE 'N' TO WS-PT-SPREAD-FLAG (WS-PARENT-SUB)
                           WS-PT-LEDGER-FLAG (WS-PARENT-SUB)
           END-IF
           IF WS-CHILD-COUNT >= 3000
               PERFORM 1890-FAMILY-OVERFLOW
           END-IF
           ADD 1 TO WS-CHILD-COUNT
           MOVE CR-CUST-ID TO WS-CH-CUST-ID (WS-CHILD-COUNT)
           MOVE WS-PARENT-SUB TO WS-CH-PARENT-SUB (WS-CHILD-COUNT).

       1820-FIND-PARENT.
           MOVE 0 TO WS-PARENT-SUB
           MOVE 1 TO WS-FAM-SUB
           PERFORM 1825-CHECK-ONE-PARENT
               UNTIL WS-FAM-SUB > WS-PARENT-COUNT
                  OR WS-PARENT-SUB > 0.

       1825-CHECK-ONE-PARENT.
           IF WS-PT-CUST-ID (WS-FAM-SUB) = WS-FAM-CUST-ID
               MOVE WS-FAM-SUB TO WS-PARENT-SUB
           END-IF
           ADD 1 TO WS-FAM-SUB.

       1830-FIND-CHILD.
           MOVE 0 TO WS-PARENT-SUB
           MOVE 1 TO WS-FAM-SUB
           PERFORM 1835-CHECK-ONE-CHILD
               UNTIL WS-FAM-SUB > WS-CHILD-COUNT
                  OR WS-PARENT-SUB > 0.

       1835-CHECK-ONE-CHILD.
           IF WS-CH-CUST-ID (WS-FAM-SUB) = WS-FAM-CUST-ID
               MOVE WS-CH-PARENT-SUB (WS-FAM-SUB) TO WS-PARENT-SUB
           END-IF
           ADD 1 TO WS-FAM-SUB.

       1850-BUILD-FAMILY-SHARES.
      *    Spreads each parent's payments across its family's open
      *    items, oldest first, before the merge starts. The family
      *    is every account on this BILLOUT billed under the parent,
      *    and the parent's own account if it was billed too. Their
      *    open items are built here exactly as 2600 builds them
      *    again in the merge (BILLHIST is not touched until the
      *    commit), so each account's share is known when its turn
      *    comes. A parent with nothing billed this cycle is not
      *    spread - its remittance posts as it always has. The bill
      *    1100 already read is put back afterwards.
           IF WS-PARENT-COUNT > 0
               MOVE BILL-IN-REC TO WS-SAVE-BILL-REC
               OPEN INPUT BILLING-PREPASS
               IF WS-PREPASS-FS NOT = '00'
                   SET PRE-EOF TO TRUE
               END-IF
               PERFORM 1860-READ-PREPASS
               PERFORM 1865-POOL-ONE-BILL
                   UNTIL PRE-EOF
               CLOSE BILLING-PREPASS
               MOVE WS-SAVE-BILL-REC TO BILL-IN-REC
               PERFORM 1150-PARSE-BILL-REC
               MOVE 1 TO WS-PARENT-SUB
               PERFORM 1870-SPREAD-ONE-PARENT
                   UNTIL WS-PARENT-SUB > WS-PARENT-COUNT
           END-IF.

       1855-BUILD-LEDGER-SHARES.
      *    A parent with payments whose family has nothing on this
      *    BILLOUT has them spread over the family's open items in
      *    the billing history instead - the parent's own and every
      *    child's, oldest first, as 1870 spreads a billed family.
      *    Cash left once the family owes nothing is the parent's
      *    credit. A child takes its share in its turn in the merge
      *    (2420), or after its own payments when it sent some
      *    (2400); the parent's account takes its share when its
      *    remittances come up. A family that owes nothing in the
      *    ledger is not spread - its remittance posts as it always
      *    has. The bill 1100 already read is put back afterwards.
           IF WS-PARENT-COUNT > 0
               MOVE BILL-IN-REC TO WS-SAVE-BILL-REC
               MOVE 1 TO WS-PARENT-SUB
               PERFORM 1856-POOL-LEDGER-FAMILY
                   UNTIL WS-PARENT-SUB > WS-PARENT-COUNT
               MOVE 1 TO WS-PARENT-SUB
               PERFORM 1870-SPREAD-ONE-PARENT
                   UNTIL WS-PARENT-SUB > WS-PARENT-COUNT
               MOVE WS-SAVE-BILL-REC TO BILL-IN-REC
               IF NOT BILL-EOF
                   PERFORM 1150-PARSE-BILL-REC
               END-IF
               PERFORM 2075-FIND-NEXT-SHARE
           END-IF.

       1856-POOL-LEDGER-FAMILY.
      *    The parent's own account is always a member - it takes
      *    the family's leftover cash - but a child only when it has
      *    open items. An account with more open items than the
      *    table holds is left out of the pool rather than spread
      *    over part of them.
           IF WS-PT-REMIT-CNT (WS-PARENT-SUB) > 0
               AND NOT PT-SPREAD (WS-PARENT-SUB)
               MOVE WS-POOL-COUNT TO WS-POOL-START
               MOVE WS-PT-CUST-ID (WS-PARENT-SUB) TO WS-BILL-CUST-ID
               PERFORM 2605-LOAD-LEDGER-ITEMS
               PERFORM 1858-ADD-LEDGER-MEMBER
               MOVE WS-MEMBER-COUNT TO WS-PT-LEFT-SUB (WS-PARENT-SUB)
               MOVE 1 TO WS-FAM-SUB
               PERFORM 1857-POOL-ONE-CHILD
                   UNTIL WS-FAM-SUB > WS-CHILD-COUNT
               IF WS-POOL-COUNT = WS-POOL-START
                   SUBTRACT WS-PT-MEMBER-CNT (WS-PARENT-SUB)
                       FROM WS-MEMBER-COUNT
                   MOVE 0 TO WS-PT-MEMBER-CNT (WS-PARENT-SUB)
                             WS-PT-LEFT-SUB (WS-PARENT-SUB)
               ELSE
                   SET PT-LEDGER (WS-PARENT-SUB) TO TRUE
               END-IF
           END-IF
           ADD 1 TO WS-PARENT-SUB.

       1857-POOL-ONE-CHILD.
           IF WS-CH-PARENT-SUB (WS-FAM-SUB) = WS-PARENT-SUB
               MOVE WS-CH-CUST-ID (WS-FAM-SUB) TO WS-BILL-CUST-ID
               PERFORM 2605-LOAD-LEDGER-ITEMS
               IF WS-ITEM-COUNT > 0 AND NOT ITEM-OVERFLOW
                   PERFORM 1858-ADD-LEDGER-MEMBER
               END-IF
           END-IF
           ADD 1 TO WS-FAM-SUB.

       1858-ADD-LEDGER-MEMBER.
           IF WS-MEMBER-COUNT >= 3000
               PERFORM 1890-FAMILY-OVERFLOW
           END-IF
           ADD 1 TO WS-MEMBER-COUNT
           MOVE WS-BILL-CUST-ID TO WS-MB-CUST-ID (WS-MEMBER-COUNT)
           MOVE WS-PARENT-SUB TO WS-MB-PARENT-SUB (WS-MEMBER-COUNT)
           MOVE 0 TO WS-MB-SHARE-AMT (WS-MEMBER-COUNT)
           ADD 1 TO WS-PT-MEMBER-CNT (WS-PARENT-SUB)
           IF NOT ITEM-OVERFLOW
               MOVE 1 TO WS-ITEM-SUB
               PERFORM 1868-POOL-ONE-ITEM
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           END-IF.

       1860-READ-PREPASS.
           IF NOT PRE-EOF
               READ BILLING-PREPASS
                   AT END
                       SET PRE-EOF TO TRUE
               END-READ
               IF WS-PREPASS-FS NOT = '00' AND NOT PRE-EOF
                   SET PRE-EOF TO TRUE
               END-IF
           END-IF.

       1865-POOL-ONE-BILL.
           MOVE PREPASS-REC TO BILL-IN-REC
           PERFORM 1150-PARSE-BILL-REC
           MOVE WS-BILL-CUST-ID TO WS-FAM-CUST-ID
           PERFORM 1820-FIND-PARENT
           IF WS-PARENT-SUB = 0
               PERFORM 1830-FIND-CHILD
           END-IF
           IF WS-PARENT-SUB > 0
               IF WS-PT-REMIT-CNT (WS-PARENT-SUB) > 0
                   PERFORM 1867-ADD-MEMBER
               END-IF
           END-IF
           PERFORM 1860-READ-PREPASS.

       1867-ADD-MEMBER.
           IF WS-MEMBER-COUNT >= 3000
               PERFORM 1890-FAMILY-OVERFLOW
           END-IF
           ADD 1 TO WS-MEMBER-COUNT
           MOVE WS-BILL-CUST-ID TO WS-MB-CUST-ID (WS-MEMBER-COUNT)
           MOVE WS-PARENT-SUB TO WS-MB-PARENT-SUB (WS-MEMBER-COUNT)
           MOVE 0 TO WS-MB-SHARE-AMT (WS-MEMBER-COUNT)
           ADD 1 TO WS-PT-MEMBER-CNT (WS-PARENT-SUB)
           IF WS-BILL-CUST-ID = WS-PT-CUST-ID (WS-PARENT-SUB)
               OR WS-PT-LEFT-SUB (WS-PARENT-SUB) = 0
               MOVE WS-MEMBER-COUNT TO WS-PT-LEFT-SUB (WS-PARENT-SUB)
           END-IF
           PERFORM 2600-BUILD-OPEN-ITEMS
           MOVE 1 TO WS-ITEM-SUB
           PERFORM 1868-POOL-ONE-ITEM
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.

       1868-POOL-ONE-ITEM.
           IF WS-ITEM-OPEN-AMT (WS-ITEM-SUB) > 0
               IF WS-POOL-COUNT >= 9000
                   PERFORM 1890-FAMILY-OVERFLOW
               END-IF
               ADD 1 TO WS-POOL-COUNT
               MOVE WS-MEMBER-COUNT TO WS-PL-MEMBER-SUB (WS-POOL-COUNT)
               MOVE WS-ITEM-PERIOD-DT (WS-ITEM-SUB)
                   TO WS-PL-PERIOD-DT (WS-POOL-COUNT)
               MOVE WS-ITEM-OPEN-AMT (WS-ITEM-SUB)
                   TO WS-PL-OPEN-AMT (WS-POOL-COUNT)
           END-IF
           ADD 1 TO WS-ITEM-SUB.

       1870-SPREAD-ONE-PARENT.
      *    The parent's cash pays the family's oldest open item
      *    first, whichever account it is on; cash left once they
      *    are all paid goes to the leftover account as credit.
      *    A family 1850 already spread is not spread again by 1855.
           IF WS-PT-REMIT-CNT (WS-PARENT-SUB) > 0
               AND WS-PT-MEMBER-CNT (WS-PARENT-SUB) > 0
               AND NOT PT-SPREAD (WS-PARENT-SUB)
               SET PT-SPREAD (WS-PARENT-SUB) TO TRUE
               MOVE WS-PT-REMIT-AMT (WS-PARENT-SUB) TO WS-SPREAD-AMT
               MOVE 1 TO WS-OLDEST-SUB
               PERFORM 1875-PAY-OLDEST-ITEM
                   UNTIL WS-SPREAD-AMT = 0
                      OR WS-OLDEST-SUB = 0
               IF WS-SPREAD-AMT > 0
                   MOVE WS-PT-LEFT-SUB (WS-PARENT-SUB)
                       TO WS-MEMBER-SUB
                   ADD WS-SPREAD-AMT TO WS-MB-SHARE-AMT (WS-MEMBER-SUB)
               END-IF
               PERFORM 1880-REPORT-SPREAD
           END-IF
           ADD 1 TO WS-PARENT-SUB.

       1875-PAY-OLDEST-ITEM.
           MOVE 0 TO WS-OLDEST-SUB
           MOVE 1 TO WS-POOL-SUB
           PERFORM 1876-CHECK-ONE-POOL-ITEM
               UNTIL WS-POOL-SUB > WS-POOL-COUNT
           IF WS-OLDEST-SUB > 0
               MOVE WS-PL-MEMBER-SUB (WS-OLDEST-SUB) TO WS-MEMBER-SUB
               IF WS-SPREAD-AMT < WS-PL-OPEN-AMT (WS-OLDEST-SUB)
                   MOVE WS-SPREAD-AMT TO WS-APPLY-AMT
               ELSE
                   MOVE WS-PL-OPEN-AMT (WS-OLDEST-SUB) TO WS-APPLY-AMT
               END-IF
               ADD WS-APPLY-AMT TO WS-MB-SHARE-AMT (WS-MEMBER-SUB)
               SUBTRACT WS-APPLY-AMT FROM WS-PL-OPEN-AMT (WS-OLDEST-SUB)
               SUBTRACT WS-APPLY-AMT FROM WS-SPREAD-AMT
           END-IF.

       1876-CHECK-ONE-POOL-ITEM.
           MOVE WS-PL-MEMBER-SUB (WS-POOL-SUB) TO WS-MEMBER-SUB
           IF WS-PL-OPEN-AMT (WS-POOL-SUB) > 0
               AND WS-MB-PARENT-SUB (WS-MEMBER-SUB) = WS-PARENT-SUB
               IF WS-OLDEST-SUB = 0
                   MOVE WS-POOL-SUB TO WS-OLDEST-SUB
               ELSE
                   IF WS-PL-PERIOD-DT (WS-POOL-SUB) <
                       WS-PL-PERIOD-DT (WS-OLDEST-SUB)
                       MOVE WS-POOL-SUB TO WS-OLDEST-SUB
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-POOL-SUB.

       1880-REPORT-SPREAD.
           MOVE WS-PT-REMIT-AMT (WS-PARENT-SUB) TO WS-SPREAD-ED
           MOVE WS-PT-MEMBER-CNT (WS-PARENT-SUB) TO WS-COUNT-ED
           MOVE SPACES TO BATCH-RPT-REC
           STRING 'PARENT ' DELIMITED SIZE
                  WS-PT-CUST-ID (WS-PARENT-SUB) DELIMITED SIZE
                  ' REMITTANCE ' DELIMITED SIZE
                  WS-SPREAD-ED DELIMITED SIZE
                  ' SPREAD OVER ACCOUNTS: ' DELIMITED SIZE
                  WS-COUNT-ED DELIMITED SIZE
               INTO BATCH-RPT-REC
           WRITE BATCH-RPT-REC.

       1890-FAMILY-OVERFLOW.
           DISPLAY 'PAYPOST: PARENT/CHILD ACCOUNTS EXCEED THE FAMILY '
               'TABLES - POSTING REFUSED'
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       2000-MATCH-RECORDS.
           PERFORM 2070-CHECK-LEDGER-TURN
           PERFORM 2020-CARRY-OTHER-ROWS
           PERFORM 2050-CHECK-SPREAD-REMIT
           EVALUATE TRUE
      *        An account of a ledger-spread family with no bill or
      *        remittance ahead of it takes its share of the
      *        parent's cash in its own place in the merge.
               WHEN LEDGER-TURN
                   PERFORM 2420-POST-LEDGER-SHARE
      *        A remittance from a customer with no bill on this
      *        BILLOUT (every customer, once the BILLOUT has posted)
      *        posts to the customer's open items in the ledger. All
      *        of the customer's remittances are taken together, so
      *        its open-balance rows are rebuilt once.
               WHEN NOT REMIT-EOF
                   AND (BILL-EOF OR RM-CUST-ID < WS-BILL-CUST-ID)
                   PERFORM 2400-POST-TO-LEDGER
      *        A reversal/NSF backs out a payment posted in an
      *        earlier cycle, so it never consumes an invoice from
      *        the billing side - it is processed on its own and
                   AND (BILL-EOF OR RM-CUST-ID <= WS-BILL-CUST-ID)
                   PERFORM 2500-PROCESS-REVERSAL
                   PERFORM 1200-READ-REMIT
      *        A payment against a parent whose family was spread in
      *        1850 is taken here in its turn - the cash posts on the
      *        family's accounts, as their BILLOUT lines come up.
               WHEN SPREAD-REMIT
                   AND (BILL-EOF OR RM-CUST-ID <= WS-BILL-CUST-ID)
                   PERFORM 2060-TAKE-SPREAD-REMIT
                   PERFORM 1200-READ-REMIT
               WHEN REMIT-EOF
                   PERFORM 2190-POST-UNREMITTED
                   PERFORM 1100-READ-BILL
               WHEN WS-BILL-CUST-ID = RM-CUST-ID
                   PERFORM 2100-APPLY-PAYMENT
                   PERFORM 1100-READ-BILL
               WHEN OTHER
                   PERFORM 2190-POST-UNREMITTED
                   PERFORM 1100-READ-BILL
           END-EVALUATE
           IF WS-LS-SUB > 0
               IF WS-MB-SHARE-AMT (WS-LS-SUB) = 0
                   PERFORM 2075-FIND-NEXT-SHARE
               END-IF
           END-IF.

       2020-CARRY-OTHER-ROWS.
      *    Before anything is written for the customer the merge is
      *    on, the prior rows up to that id are carried through. A
      *    row for a customer on this BILLOUT is dropped - this run
      *    writes that customer's rows afresh from the bill - and
      *    every other row goes to the work file unchanged. Every
      *    BILLOUT id below the merge id has already had its turn,
      *    so an in-sequence row is on BILLOUT only when it is the
      *    merge id itself and the id came off the billing side.
      *    When the id came off the remittance side, its balance
      *    rows are left for 2400 to carry or rebuild once it knows
      *    whether the cash went into the ledger.
           MOVE 'N' TO WS-MERGE-FRESH-FLAG
           EVALUATE TRUE
               WHEN LEDGER-TURN
                   MOVE WS-LS-CUST-ID TO WS-MERGE-ID
               WHEN REMIT-EOF
                   MOVE WS-BILL-CUST-ID TO WS-MERGE-ID
                   SET MERGE-FRESH TO TRUE
               WHEN BILL-EOF
                   MOVE RM-CUST-ID TO WS-MERGE-ID
               WHEN WS-BILL-CUST-ID <= RM-CUST-ID
                   MOVE WS-BILL-CUST-ID TO WS-MERGE-ID
                   SET MERGE-FRESH TO TRUE
               WHEN OTHER
                   MOVE RM-CUST-ID TO WS-MERGE-ID
           END-EVALUATE
           IF MERGE-FRESH
               PERFORM 2030-CARRY-ONE-BAL-ROW
                   UNTIL OLDBAL-EOF OR WS-OLDBAL-ID > WS-MERGE-ID
           ELSE
               PERFORM 2030-CARRY-ONE-BAL-ROW
                   UNTIL OLDBAL-EOF OR WS-OLDBAL-ID >= WS-MERGE-ID
           END-IF
           PERFORM 2040-CARRY-ONE-PAY-ROW
               UNTIL OLDPAY-EOF OR WS-OLDPAY-ID > WS-MERGE-ID.

       2030-CARRY-ONE-BAL-ROW.
           MOVE WS-OLDBAL-ID TO WS-CARRY-ID
           MOVE WS-OLDBAL-HIGH-ID TO WS-CARRY-HIGH-ID
           PERFORM 2035-CHECK-DROP-ROW
           MOVE WS-CARRY-HIGH-ID TO WS-OLDBAL-HIGH-ID
           IF NOT DROP-ROW
               MOVE OPENBAL-FILE-REC TO OPEN-BAL-REC
               WRITE OPEN-BAL-REC
               ADD 1 TO WS-BAL-ROWS-CARRIED
           END-IF
           PERFORM 2032-READ-OLD-BAL.

       2032-READ-OLD-BAL.
           IF NOT OLDBAL-EOF
               READ OPEN-BALANCE-FILE
                   AT END
                       SET OLDBAL-EOF TO TRUE
                   NOT AT END
                       UNSTRING OPENBAL-FILE-REC DELIMITED BY ','
                           INTO WS-OLDBAL-ID
                       END-UNSTRING
               END-READ
               IF WS-OPENBAL-FS NOT = '00' AND NOT OLDBAL-EOF
                   DISPLAY 'PAYPOST: READ FAILED ON PRIOR OPENBAL - '
                       'STATUS ' WS-OPENBAL-FS ' - POSTING REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2035-CHECK-DROP-ROW.
      *    Rows other runs append (ADJMEMO, DEPOSIT, CHKRECON credit
      *    rows) sit at the end of PAYHIST below ids already passed,
      *    so the merge cannot place them - BILLOUT is read again
      *    for each such row instead. There are only ever a night's
      *    worth of them. A BILLOUT already posted rewrites no one
      *    from its bills, so nothing on it is dropped.
           MOVE 'N' TO WS-DROP-ROW-FLAG
           IF WS-CARRY-ID < WS-CARRY-HIGH-ID
               IF NOT BILLOUT-POSTED
                   PERFORM 2045-FIND-ON-BILLOUT
               END-IF
           ELSE
               MOVE WS-CARRY-ID TO WS-CARRY-HIGH-ID
               IF WS-CARRY-ID = WS-MERGE-ID AND MERGE-FRESH
                   SET DROP-ROW TO TRUE
               END-IF
           END-IF.

       2040-CARRY-ONE-PAY-ROW.
           MOVE WS-OLDPAY-ID TO WS-CARRY-ID
           MOVE WS-OLDPAY-HIGH-ID TO WS-CARRY-HIGH-ID
           PERFORM 2035-CHECK-DROP-ROW
           MOVE WS-CARRY-HIGH-ID TO WS-OLDPAY-HIGH-ID
           IF NOT DROP-ROW
               MOVE PAYHIST-FILE-REC TO PAY-HIST-REC
               WRITE PAY-HIST-REC
               ADD 1 TO WS-PAY-ROWS-CARRIED
           END-IF
           PERFORM 2042-READ-OLD-PAY.

       2042-READ-OLD-PAY.
           IF NOT OLDPAY-EOF
               READ PAYMENT-HISTORY
                   AT END
                       SET OLDPAY-EOF TO TRUE
                   NOT AT END
                       UNSTRING PAYHIST-FILE-REC DELIMITED BY ','
                           INTO WS-OLDPAY-ID
                       END-UNSTRING
               END-READ
               IF WS-PAYHIST-FS NOT = '00' AND NOT OLDPAY-EOF
                   DISPLAY 'PAYPOST: READ FAILED ON PRIOR PAYHIST - '
                       'STATUS ' WS-PAYHIST-FS ' - POSTING REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2045-FIND-ON-BILLOUT.
           MOVE 'N' TO WS-PRE-EOF-FLAG
           OPEN INPUT BILLING-PREPASS
           IF WS-PREPASS-FS NOT = '00'
               DISPLAY 'PAYPOST: CANNOT REREAD BILLOUT - STATUS '
                   WS-PREPASS-FS ' - POSTING REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1860-READ-PREPASS
           PERFORM 2047-CHECK-ONE-BILLOUT
               UNTIL PRE-EOF
           CLOSE BILLING-PREPASS.

       2047-CHECK-ONE-BILLOUT.
           UNSTRING PREPASS-REC DELIMITED BY ','
               INTO WS-PRE-CUST-ID
           END-UNSTRING
           IF WS-PRE-CUST-ID >= WS-CARRY-ID
               IF WS-PRE-CUST-ID = WS-CARRY-ID
                   SET DROP-ROW TO TRUE
               END-IF
               SET PRE-EOF TO TRUE
           ELSE
               PERFORM 1860-READ-PREPASS
           END-IF.

       2080-CARRY-LAST-ROWS.
      *    Whatever is left after the last bill and remittance
      *    belongs to customers above every id on BILLOUT, apart
      *    from rows appended out of sequence, which 2035 looks up.
           MOVE HIGH-VALUES TO WS-MERGE-ID
           MOVE 'N' TO WS-MERGE-FRESH-FLAG
           PERFORM 2030-CARRY-ONE-BAL-ROW
               UNTIL OLDBAL-EOF
           PERFORM 2040-CARRY-ONE-PAY-ROW
               UNTIL OLDPAY-EOF.

       2050-CHECK-SPREAD-REMIT.
           MOVE 'N' TO WS-SPREAD-REMIT-FLAG
           IF NOT REMIT-EOF AND RM-TRAN-PAYMENT
               MOVE RM-CUST-ID TO WS-FAM-CUST-ID
               PERFORM 1820-FIND-PARENT
               IF WS-PARENT-SUB > 0
                   IF PT-SPREAD (WS-PARENT-SUB)
                       SET SPREAD-REMIT TO TRUE
                   END-IF
               END-IF
           END-IF.

       2060-TAKE-SPREAD-REMIT.
      *    No disposition row for the parent: the PAID, PARTIAL and
      *    OVERPAID rows its family's shares write carry the whole
      *    of the cash, and add back to the remittance.
           ADD 1 TO WS-PAYMENTS-APPLIED
           ADD 1 TO WS-PARENT-REMITS.

       2070-CHECK-LEDGER-TURN.
      *    The share comes up once both sides of the merge are past
      *    its account; an account with a remittance of its own
      *    takes it in 2400 instead.
           MOVE 'N' TO WS-LEDGER-TURN-FLAG
           IF WS-LS-SUB > 0
               IF (REMIT-EOF OR WS-LS-CUST-ID < RM-CUST-ID)
                   AND (BILL-EOF OR WS-LS-CUST-ID < WS-BILL-CUST-ID)
                   SET LEDGER-TURN TO TRUE
               END-IF
           END-IF.

       2075-FIND-NEXT-SHARE.
           MOVE 0 TO WS-LS-SUB
           MOVE 1 TO WS-FAM-SUB
           PERFORM 2077-CHECK-ONE-SHARE
               UNTIL WS-FAM-SUB > WS-MEMBER-COUNT.

       2077-CHECK-ONE-SHARE.
           MOVE WS-MB-PARENT-SUB (WS-FAM-SUB) TO WS-PARENT-SUB
           IF WS-MB-SHARE-AMT (WS-FAM-SUB) > 0
               AND PT-LEDGER (WS-PARENT-SUB)
               IF WS-LS-SUB = 0
                   OR WS-MB-CUST-ID (WS-FAM-SUB) < WS-LS-CUST-ID
                   MOVE WS-FAM-SUB TO WS-LS-SUB
                   MOVE WS-MB-CUST-ID (WS-FAM-SUB) TO WS-LS-CUST-ID
               END-IF
           END-IF
           ADD 1 TO WS-FAM-SUB.

       2100-APPLY-PAYMENT.
      *    Open-item application: the customer's unpaid invoices are
      *    names first when it names one, then oldest first - with a
      *    disposition row written per invoice touched. Whatever
      *    cash is left after every open invoice is settled is the
      *    customer's credit. Every payment the customer sent in the
      *    batch is applied here, one after another, against the
      *    same open items - its open-balance rows are written once.
           PERFORM 2600-BUILD-OPEN-ITEMS
           PERFORM 2110-APPLY-ONE-REMIT
           PERFORM 2110-APPLY-ONE-REMIT
               UNTIL REMIT-EOF
                  OR RM-CUST-ID NOT = WS-BILL-CUST-ID
                  OR NOT RM-TRAN-PAYMENT
           MOVE WS-BILL-CUST-ID TO WS-POSTED-ID
      *    The account's share of a parent's remittance, if any,
      *    goes on after its own payment.
           PERFORM 2160-FIND-MEMBER
           IF WS-MEMBER-SUB > 0
               PERFORM 2150-APPLY-PARENT-SHARE
           END-IF
           PERFORM 2750-REWRITE-OPEN-ITEMS
           PERFORM 2800-WRITE-OPEN-ROWS
           PERFORM 2450-WRITE-RESIDUAL-CREDIT.

       2110-APPLY-ONE-REMIT.
           PERFORM 2700-APPLY-REMITTANCE
           ADD 1 TO WS-PAYMENTS-APPLIED
           PERFORM 2850-UPDATE-ARRANGEMENT
           PERFORM 1200-READ-REMIT.

       2150-APPLY-PARENT-SHARE.
      *    Pays the share 1850 set aside for this account into its
      *    open items oldest first, like a remittance of its own
      *    dated with the parent's - any of it left (the family's
      *    overpayment, or open items the account's own payment
      *    already settled) is an OVERPAID credit on the account.
      *    The share is taken once, whichever path reaches it.
           IF WS-MB-SHARE-AMT (WS-MEMBER-SUB) > 0
               MOVE WS-MB-SHARE-AMT (WS-MEMBER-SUB) TO WS-REMAIN-AMT
                                                     WS-POST-CASH-AMT
               MOVE WS-MB-PARENT-SUB (WS-MEMBER-SUB) TO WS-PARENT-SUB
               MOVE WS-PT-PAY-DT (WS-PARENT-SUB) TO WS-POST-PAY-DT
               MOVE 1 TO WS-ITEM-SUB
               PERFORM 2710-APPLY-NEXT-ITEM
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                      OR WS-REMAIN-AMT = 0
               IF WS-REMAIN-AMT > 0
                   PERFORM 2730-WRITE-OVERPAID-ROW
               END-IF
               PERFORM 2850-UPDATE-ARRANGEMENT
               ADD 1 TO WS-PARENT-SHARES
               MOVE 0 TO WS-MB-SHARE-AMT (WS-MEMBER-SUB)
           END-IF.

       2160-FIND-MEMBER.
           MOVE 0 TO WS-MEMBER-SUB
           MOVE 1 TO WS-FAM-SUB
           PERFORM 2165-CHECK-ONE-MEMBER
               UNTIL WS-FAM-SUB > WS-MEMBER-COUNT
                  OR WS-MEMBER-SUB > 0.

       2165-CHECK-ONE-MEMBER.
           IF WS-MB-CUST-ID (WS-FAM-SUB) = WS-BILL-CUST-ID
               MOVE WS-FAM-SUB TO WS-MEMBER-SUB
           END-IF
           ADD 1 TO WS-FAM-SUB.

       2190-POST-UNREMITTED.
      *    An invoice with no remittance of its own is unpaid -
      *    unless a parent's remittance left a share for it.
           PERFORM 2160-FIND-MEMBER
           IF WS-MEMBER-SUB > 0
               IF WS-MB-SHARE-AMT (WS-MEMBER-SUB) = 0
                   MOVE 0 TO WS-MEMBER-SUB
               END-IF
           END-IF
           IF WS-MEMBER-SUB > 0
               PERFORM 2195-APPLY-SHARE-ONLY
           ELSE
               PERFORM 2200-WRITE-UNPAID
           END-IF.

       2195-APPLY-SHARE-ONLY.
           PERFORM 2600-BUILD-OPEN-ITEMS
           PERFORM 2150-APPLY-PARENT-SHARE
           PERFORM 2750-REWRITE-OPEN-ITEMS
           PERFORM 2800-WRITE-OPEN-ROWS
           PERFORM 2450-WRITE-RESIDUAL-CREDIT.
      *    more open periods than the table holds), the whole
      *    balance is applied as one open item dated with the bill,
      *    which is exactly the old lump-sum behavior.
           PERFORM 2605-LOAD-LEDGER-ITEMS
           PERFORM 2620-ABSORB-BILLED-CREDIT
           MOVE 0 TO WS-ITEM-TOTAL
           MOVE 1 TO WS-ITEM-SUB
               OR WS-ITEM-TOTAL NOT = WS-BILL-TOTAL-DUE
               MOVE 1 TO WS-ITEM-COUNT
               MOVE WS-BILL-DT-NUM TO WS-ITEM-PERIOD-DT (1)
               MOVE WS-BILL-DUE-DT-NUM TO WS-ITEM-DUE-DT (1)
               MOVE WS-BILL-TOTAL-DUE TO WS-ITEM-OPEN-AMT (1)
               MOVE 'N' TO WS-ITEM-FROM-HIST (1)
               MOVE 'N' TO WS-ITEM-TOUCHED (1)
               MOVE 0 TO WS-ITEM-CREDIT-AMT (1)
           END-IF.

       2605-LOAD-LEDGER-ITEMS.
           MOVE 0 TO WS-ITEM-COUNT
           MOVE 'N' TO WS-ITEM-EOF-FLAG
                       WS-ITEM-OVERFLOW-FLAG
           MOVE WS-BILL-CUST-ID TO BH-CUST-ID
           MOVE 0 TO BH-BILLING-DT
           START BILLING-HISTORY KEY IS >= BH-KEY
               INVALID KEY
                   SET ITEM-EOF TO TRUE
           END-START
           IF WS-HIST-FS NOT = '00'
               SET ITEM-EOF TO TRUE
           END-IF
           PERFORM 2610-LOAD-ONE-ITEM
               UNTIL ITEM-EOF.

       2610-LOAD-ONE-ITEM.
           READ BILLING-HISTORY NEXT RECORD
               AT END
                   TO WS-ITEM-PERIOD-DT (WS-ITEM-COUNT)
               MOVE BH-OPEN-AMT
                   TO WS-ITEM-OPEN-AMT (WS-ITEM-COUNT)
      *        A period archived before due dates were kept falls
      *        due on its billing date.
               IF BH-DUE-DT NUMERIC AND BH-DUE-DT > 0
                   MOVE BH-DUE-DT
                       TO WS-ITEM-DUE-DT (WS-ITEM-COUNT)
               ELSE
                   MOVE BH-BILLING-DT
                       TO WS-ITEM-DUE-DT (WS-ITEM-COUNT)
               END-IF
               MOVE 'Y' TO WS-ITEM-FROM-HIST (WS-ITEM-COUNT)
               MOVE 'N' TO WS-ITEM-TOUCHED (WS-ITEM-COUNT)
               MOVE 0 TO WS-ITEM-CREDIT-AMT (WS-ITEM-COUNT)
           ELSE
               SET ITEM-OVERFLOW TO TRUE
           END-IF.

       2625-ABSORB-ONE-ITEM.
           IF WS-CREDIT-TO-APPLY < WS-ITEM-OPEN-AMT (WS-ITEM-SUB)
               ADD WS-CREDIT-TO-APPLY
                   TO WS-ITEM-CREDIT-AMT (WS-ITEM-SUB)
               SUBTRACT WS-CREDIT-TO-APPLY
                   FROM WS-ITEM-OPEN-AMT (WS-ITEM-SUB)
               MOVE 0 TO WS-CREDIT-TO-APPLY
           ELSE
               ADD WS-ITEM-OPEN-AMT (WS-ITEM-SUB)
                   TO WS-ITEM-CREDIT-AMT (WS-ITEM-SUB)
               SUBTRACT WS-ITEM-OPEN-AMT (WS-ITEM-SUB)
                   FROM WS-CREDIT-TO-APPLY
               MOVE 0 TO WS-ITEM-OPEN-AMT (WS-ITEM-SUB)
           ADD WS-ITEM-OPEN-AMT (WS-ITEM-SUB) TO WS-ITEM-TOTAL
           ADD 1 TO WS-ITEM-SUB.

       2700-APPLY-REMITTANCE.
      *    Pays the remittance into the open items loaded for the
      *    customer - the period it names first, then oldest first -
      *    and writes any cash left over as an OVERPAID credit.
           MOVE RM-PAYMENT-AMT TO WS-REMAIN-AMT
                                  WS-POST-CASH-AMT
           MOVE RM-PAYMENT-DT TO WS-POST-PAY-DT
           MOVE 0 TO WS-NAMED-PERIOD
           IF RM-PERIOD-DT NUMERIC AND RM-PERIOD-DT NOT = '00000000'
               MOVE RM-PERIOD-DT TO WS-NAMED-PERIOD
           END-IF
           IF WS-NAMED-PERIOD > 0
               PERFORM 2720-FIND-NAMED-PERIOD
           END-IF
           MOVE 1 TO WS-ITEM-SUB
           PERFORM 2710-APPLY-NEXT-ITEM
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                  OR WS-REMAIN-AMT = 0
           IF WS-REMAIN-AMT > 0
               PERFORM 2730-WRITE-OVERPAID-ROW
           END-IF.

       2710-APPLY-NEXT-ITEM.
           IF WS-ITEM-OPEN-AMT (WS-ITEM-SUB) > 0
               PERFORM 2715-PAY-DOWN-ITEM
                      ',' DELIMITED SIZE
                      WS-APPLY-AMT DELIMITED SIZE
                      ',' DELIMITED SIZE
                      WS-POST-PAY-DT DELIMITED SIZE
                      ',PAID,00000000000,' DELIMITED SIZE
                      WS-ITEM-PERIOD-DT (WS-ITEM-SUB) DELIMITED SIZE
                   INTO PAY-HIST-REC
                      ',' DELIMITED SIZE
                      WS-APPLY-AMT DELIMITED SIZE
                      ',' DELIMITED SIZE
                      WS-POST-PAY-DT DELIMITED SIZE
                      ',PARTIAL,' DELIMITED SIZE
                      WS-ITEM-OPEN-AMT (WS-ITEM-SUB) DELIMITED SIZE
                      ',' DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-OVERPAYMENT-AMT DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-POST-PAY-DT   DELIMITED SIZE
                  ',OVERPAID,' DELIMITED SIZE
                  WS-OVERPAYMENT-AMT DELIMITED SIZE
               INTO PAY-HIST-REC
                   TO LW-PERIOD-DT
               MOVE WS-ITEM-OPEN-AMT (WS-ITEM-SUB) TO LW-AMOUNT
               PERFORM 2770-WRITE-LEDGER-EVENT
               IF WS-ITEM-CREDIT-AMT (WS-ITEM-SUB) > 0
                   PERFORM 2780-ARCHIVE-CREDIT-APPLIED
               END-IF
           END-IF
           ADD 1 TO WS-ITEM-SUB.

               STOP RUN
           END-IF.

       2780-ARCHIVE-CREDIT-APPLIED.
      *    The absorbed credit reduces the ledger invoice with no
      *    cash behind it, so it goes to the archive alone, dated
      *    the day it was applied - a PAYHIST row would be carried
      *    forward as credit all over again. Staged with the other
      *    archive rows and only written at commit.
           MOVE WS-BILL-CUST-ID TO PA-CUST-ID
           MOVE WS-ARC-RUN-DT TO PA-PAY-DT
           MOVE 1 TO PA-SEQ-NO
           MOVE WS-ITEM-CREDIT-AMT (WS-ITEM-SUB) TO PA-AMOUNT
           MOVE 'CREDIT APPLIED' TO PA-DISPOSITION
           MOVE WS-ITEM-OPEN-AMT (WS-ITEM-SUB) TO PA-EXTRA-AMT
           MOVE WS-ITEM-PERIOD-DT (WS-ITEM-SUB) TO PA-PERIOD-DT
           WRITE ARC-WORK-REC FROM PAY-ARCH-REC
           IF WS-ARCWRK-FS NOT = '00'
               DISPLAY 'PAYPOST: WRITE FAILED ON WORK FILE '
                   'ARCWORK - STATUS ' WS-ARCWRK-FS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       2800-WRITE-OPEN-ROWS.
      *    One extract row per invoice still open, carrying that
      *    invoice's own billing date and due date, so dunning,
      *    aging, and the next cycle's carry-forward see the true
      *    open items instead of one blended balance.
           MOVE 1 TO WS-ITEM-SUB
           PERFORM 2810-WRITE-ONE-OPEN-ROW
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
                      WS-ITEM-OPEN-AMT (WS-ITEM-SUB) DELIMITED SIZE
                      ',' DELIMITED SIZE
                      WS-ITEM-PERIOD-DT (WS-ITEM-SUB) DELIMITED SIZE
                      ',' DELIMITED SIZE
                      WS-ITEM-DUE-DT (WS-ITEM-SUB) DELIMITED SIZE
                   INTO OPEN-BAL-REC
               WRITE OPEN-BAL-REC
           END-IF
           ADD 1 TO WS-ITEM-SUB.

       2400-POST-TO-LEDGER.
      *    Every remittance in the batch for a customer with no bill
      *    to post tonight. Payments go into the customer's open
      *    items in the ledger as 2100 applies a billed customer's;
      *    reversals and a spread parent's cash take their usual
      *    course; the customer's share of a ledger-spread parent's
      *    cash (1855) goes on after its own payments. Once any cash
      *    has gone into the ledger the customer's open-balance rows
      *    are rebuilt from its items and the prior rows dropped;
      *    otherwise the prior rows are carried through. A payment
      *    still posts UNMATCHED when the customer owes nothing at
      *    all, when the billed side already wrote the customer's
      *    rows this run (a payment behind a reversal in the batch),
      *    or when the customer has more open items than the table
      *    holds - a rebuild from part of them would lose the rest.
      *    The bill the merge is on is put back afterwards.
           MOVE RM-CUST-ID TO WS-BILL-CUST-ID
           PERFORM 2405-TAKE-LEDGER-NAME
           IF WS-BILL-CUST-ID = WS-POSTED-ID
               MOVE 0 TO WS-ITEM-COUNT
           ELSE
               PERFORM 2605-LOAD-LEDGER-ITEMS
               IF ITEM-OVERFLOW
                   MOVE 0 TO WS-ITEM-COUNT
               END-IF
           END-IF
           MOVE 'N' TO WS-LEDGER-PAID-FLAG
           PERFORM 2410-POST-ONE-REMIT
               UNTIL REMIT-EOF
                  OR RM-CUST-ID NOT = WS-BILL-CUST-ID
           PERFORM 2160-FIND-MEMBER
           IF WS-MEMBER-SUB > 0
               IF WS-MB-SHARE-AMT (WS-MEMBER-SUB) > 0
                   AND WS-ITEM-COUNT > 0
                   SET LEDGER-PAID TO TRUE
               END-IF
               PERFORM 2150-APPLY-PARENT-SHARE
           END-IF
           IF LEDGER-PAID
               PERFORM 2750-REWRITE-OPEN-ITEMS
               PERFORM 2800-WRITE-OPEN-ROWS
               SET MERGE-FRESH TO TRUE
           END-IF
           PERFORM 2030-CARRY-ONE-BAL-ROW
               UNTIL OLDBAL-EOF OR WS-OLDBAL-ID > WS-MERGE-ID
           IF NOT BILL-EOF
               PERFORM 1150-PARSE-BILL-REC
           END-IF.

       2405-TAKE-LEDGER-NAME.
      *    The name rides on the customer's prior open-balance row.
           MOVE SPACES TO WS-BILL-CUST-NAME
           IF NOT OLDBAL-EOF AND WS-OLDBAL-ID = WS-BILL-CUST-ID
               UNSTRING OPENBAL-FILE-REC DELIMITED BY ','
                   INTO WS-CARRY-ID
                        WS-BILL-CUST-NAME
               END-UNSTRING
           END-IF.

       2410-POST-ONE-REMIT.
           PERFORM 2050-CHECK-SPREAD-REMIT
           EVALUATE TRUE
               WHEN RM-TRAN-BACKOUT
                   PERFORM 2500-PROCESS-REVERSAL
               WHEN SPREAD-REMIT
                   PERFORM 2060-TAKE-SPREAD-REMIT
               WHEN WS-ITEM-COUNT = 0
                   PERFORM 2300-WRITE-UNMATCHED-PAYMENT
               WHEN OTHER
                   PERFORM 2700-APPLY-REMITTANCE
                   ADD 1 TO WS-PAYMENTS-APPLIED
                   ADD 1 TO WS-LEDGER-PAYMENTS
                   PERFORM 2850-UPDATE-ARRANGEMENT
                   SET LEDGER-PAID TO TRUE
           END-EVALUATE
           PERFORM 1200-READ-REMIT.

       2420-POST-LEDGER-SHARE.
      *    An account of a ledger-spread family with no bill and no
      *    payment of its own tonight: its share of the parent's
      *    cash pays down its open items in the ledger as 2400
      *    would, and its open-balance rows are rebuilt from them.
      *    The bill the merge is on is put back afterwards.
           MOVE WS-LS-CUST-ID TO WS-BILL-CUST-ID
           PERFORM 2405-TAKE-LEDGER-NAME
           PERFORM 2605-LOAD-LEDGER-ITEMS
           IF ITEM-OVERFLOW
               MOVE 0 TO WS-ITEM-COUNT
           END-IF
           MOVE WS-LS-SUB TO WS-MEMBER-SUB
           PERFORM 2150-APPLY-PARENT-SHARE
           IF WS-ITEM-COUNT > 0
               PERFORM 2750-REWRITE-OPEN-ITEMS
               PERFORM 2800-WRITE-OPEN-ROWS
               SET MERGE-FRESH TO TRUE
           END-IF
           PERFORM 2030-CARRY-ONE-BAL-ROW
               UNTIL OLDBAL-EOF OR WS-OLDBAL-ID > WS-MERGE-ID
           IF NOT BILL-EOF
               PERFORM 1150-PARSE-BILL-REC
           END-IF.

       2450-WRITE-RESIDUAL-CREDIT.
      *    Credit left after the invoice was wiped to zero would
      *    otherwise evaporate - this cycle's PAYHIST has no
           ADD 1 TO WS-REVERSALS-POSTED
           PERFORM 2870-REVERSE-ARRANGEMENT

      *    Re-opened money is due at once - the row's due date is
      *    the reversal date itself.
           MOVE SPACES TO OPEN-BAL-REC
           IF WS-BILL-CUST-ID = RM-CUST-ID AND NOT BILL-EOF
               STRING RM-CUST-ID          DELIMITED SIZE
                      ',' DELIMITED SIZE
                      WS-REOPEN-AMT       DELIMITED SIZE
                      ',' DELIMITED SIZE
                      RM-PAYMENT-DT       DELIMITED SPACE
                      ',' DELIMITED SIZE
                      RM-PAYMENT-DT       DELIMITED SPACE
                   INTO OPEN-BAL-REC
           ELSE
               STRING RM-CUST-ID          DELIMITED SIZE
                      ', ,' DELIMITED SIZE
                      WS-REOPEN-AMT       DELIMITED SIZE
                      ',' DELIMITED SIZE
                      RM-PAYMENT-DT       DELIMITED SPACE
                      ',' DELIMITED SIZE
                      RM-PAYMENT-DT       DELIMITED SPACE
                   INTO OPEN-BAL-REC
           END-IF
           WRITE OPEN-BAL-REC.
                   IF AG-ACTIVE
                       MOVE 'P' TO AW-TYPE
                       MOVE WS-BILL-CUST-ID TO AW-CUST-ID
                       MOVE WS-POST-CASH-AMT TO AW-AMOUNT
                       MOVE WS-POST-PAY-DT TO AW-PAY-DT
                       PERFORM 2890-WRITE-ARR-EVENT
                   END-IF
           END-READ.
       9000-FINALIZE.
      *    BILLHIST, PAYARCH, and ARRFILE stay open - the commit
      *    below is what finally writes them.
           PERFORM 2080-CARRY-LAST-ROWS
           CLOSE BILLING-INPUT
                 OPEN-BALANCE-FILE
                 PAYMENT-HISTORY
                 REMIT-FILE
                 PAYHIST-WORK
                 OPENBAL-WORK
           DISPLAY 'UNPAID INVOICES:     ' WS-UNPAID-INVOICES
           DISPLAY 'REVERSALS POSTED:    ' WS-REVERSALS-POSTED
           DISPLAY 'NSF RETURNS:         ' WS-NSF-RETURNS
           DISPLAY 'ARRANGEMENTS POSTED: ' WS-ARRANGE-POSTED
           DISPLAY 'PARENT REMITS SPREAD:' WS-PARENT-REMITS
           DISPLAY 'PARENT SHARES POSTED:' WS-PARENT-SHARES
           DISPLAY 'BALANCE ROWS CARRIED:' WS-BAL-ROWS-CARRIED
           DISPLAY 'PAYHIST ROWS CARRIED:' WS-PAY-ROWS-CARRIED
           DISPLAY 'PAID FROM THE LEDGER:' WS-LEDGER-PAYMENTS.

       9100-COMMIT-OUTPUTS.
      *    The merge finished cleanly, so the work files are the
           PERFORM 9165-COMMIT-LEDGER
           PERFORM 9170-COMMIT-ARCHIVE
           PERFORM 9180-COMMIT-ARRANGEMENTS
           PERFORM 9190-RECORD-LOCKBOX-BATCH
           PERFORM 9195-MARK-BILLOUT-POSTED
           CLOSE BILLING-HISTORY
                 PAYMENT-ARCHIVE
                 ARRANGE-FILE
                 LOCKBOX-BATCH.

       9150-COPY-ONE-PAY-ROW.
           READ PAYHIST-WORK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       9190-RECORD-LOCKBOX-BATCH.
      *    The batch is recorded last, once everything it posted is
      *    committed. A batch already on file is a rerun of a
      *    posted batch or one the bank reported first: its book
      *    side is replaced and the item opened again for DEPRECON
      *    to match, and the bank side is kept.
           MOVE WS-BATCH-ID TO LB-BATCH-ID
           MOVE WS-BATCH-DT TO LB-BATCH-DT
           READ LOCKBOX-BATCH
               INVALID KEY
                   MOVE 'N' TO WS-LBX-FOUND-FLAG
               NOT INVALID KEY
                   SET LBX-FOUND TO TRUE
           END-READ
           IF NOT LBX-FOUND
               INITIALIZE LOCKBOX-BATCH-REC
               MOVE WS-BATCH-ID TO LB-BATCH-ID
               MOVE WS-BATCH-DT TO LB-BATCH-DT
               MOVE WS-ARC-RUN-DT TO LB-OPENED-DT
           END-IF
           MOVE 'O' TO LB-STATUS
           MOVE 0 TO LB-CLOSED-DT
           MOVE WS-ARC-RUN-DT TO LB-POSTED-DT
           MOVE WS-BT-PAY-COUNT TO LB-PAY-COUNT
           MOVE WS-BT-PAY-AMT   TO LB-PAY-AMT
           MOVE WS-BT-REV-COUNT TO LB-REV-COUNT
           MOVE WS-BT-REV-AMT   TO LB-REV-AMT
           MOVE WS-BT-NSF-COUNT TO LB-NSF-COUNT
           MOVE WS-BT-NSF-AMT   TO LB-NSF-AMT
           COMPUTE LB-BOOK-NET =
               WS-BT-PAY-AMT - WS-BT-REV-AMT - WS-BT-NSF-AMT
           IF LBX-FOUND
               REWRITE LOCKBOX-BATCH-REC
           ELSE
               WRITE LOCKBOX-BATCH-REC
           END-IF
           IF WS-LBX-FS NOT = '00'
               DISPLAY 'PAYPOST: LOCKBOX BATCH WRITE FAILED FOR '
                   WS-BATCH-ID ' - STATUS ' WS-LBX-FS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       9195-MARK-BILLOUT-POSTED.
      *    Marked once everything else is committed, and only by the
      *    first run to post the BILLOUT - from then on its bills
      *    are in PAYHIST and OPENBAL, and a later run posts to the
      *    ledger instead (1600-CHECK-RUN-CONTROL).
           IF NOT BILLOUT-POSTED
               OPEN I-O RUN-CONTROL-FILE
               MOVE WS-CYCLE-PERIOD TO RC-PERIOD
               MOVE WS-CYCLE-CODE   TO RC-CYCLE
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-RUNCTL-FS = '00'
                   MOVE WS-ARC-RUN-DT TO RC-POSTED-DT
                   REWRITE RUN-CTL-REC
               END-IF
               IF WS-RUNCTL-FS NOT = '00'
                   DISPLAY 'PAYPOST: CANNOT MARK PERIOD '
                       WS-CYCLE-PERIOD ' CYCLE ' WS-CYCLE-CODE
                       ' POSTED ON RUNCTL - STATUS ' WS-RUNCTL-FS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.
