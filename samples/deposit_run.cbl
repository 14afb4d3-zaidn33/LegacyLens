      *===============================================================*
      * PROGRAM-ID: DEPOSIT
      * AUTHOR:     LEGACY-SYSTEM
      * DATE:       2026-10-15
      *---------------------------------------------------------------*
      * Security Deposit Ledger Run.
      * Deposits taken from new and higher-risk customers were kept
      * on a spreadsheet and forgotten when service stopped. This
      * run keeps them on the keyed deposit ledger (DEPFILE):
      *   - new deposit receipts (DEPTRAN) are validated against the
      *     customer master and added to the ledger as held;
      *   - every held deposit accrues simple interest at its own
      *     rate from the last accrual date to the run date;
      *   - a deposit whose customer's service has stopped, once the
      *     final period has been billed, is applied against the
      *     customer's open items oldest first - in OPENBAL and in
      *     the BILLHIST open-item ledger, the way WRITEOFF closes
      *     them - and whatever is left goes back as a credit;
      *   - a deposit held the full holding period on an account
      *     with a clean payment history (nothing overdue, no
      *     dispute, no dunning notice inside the holding period)
      *     is released back to the customer as a credit.
      * Released money is handed to REFUND as a CREDIT row on
      * PAYHIST, so it goes out by ACH or check on the same night
      * with the same controls as every other credit refund. The
      * interest and the releases are booked to the GL feed the
      * way BILL-CALC's 9300-WRITE-GL-FEED books revenue, and a
      * register lists every receipt, accrual, and release.
      *
      * Runs after PAYPOST (OPENBAL and the open items are current)
      * and before REFUND. OPENBAL must be in ascending customer-id
      * sequence - it is merged against the ledger's key order.
      *===============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Optional holding-period override in months; absent or
      *    zero holds a deposit twelve months before it can be
      *    released on a clean history.
           SELECT PARM-FILE ASSIGN TO 'DEPPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
      *    Deposits received since the last run. Optional - most
      *    nights there are none and the run only accrues.
           SELECT OPTIONAL DEPOSIT-TRANS-FILE ASSIGN TO 'DEPTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-FS.
           SELECT OPTIONAL DEPOSIT-FILE ASSIGN TO 'DEPFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CUST-ID
               FILE STATUS IS WS-DEP-FS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-CUST-ID
               FILE STATUS IS WS-CUST-FS.
      *    A dunning notice inside the holding period means the
      *    payment history is not clean. No DUNHIST at all means
      *    nobody has been dunned yet.
           SELECT OPTIONAL DUNNING-HISTORY ASSIGN TO 'DUNHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DH-CUST-ID
               FILE STATUS IS WS-DUNHIST-FS.
           SELECT OPEN-BALANCE-FILE ASSIGN TO 'OPENBAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPENBAL-FS.
           SELECT OPENBAL-WORK ASSIGN TO 'DEPWORK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-FS.
      *    The open-item ledger: an invoice the deposit pays is
      *    closed there too, or the next posting run would rebuild
      *    the balance from BH-OPEN-AMT and chase it again. Also
      *    tells the run whether the final period has been billed.
           SELECT BILLING-HISTORY ASSIGN TO 'BILLHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-FS.
      *    Released deposits are appended as CREDIT rows for the
      *    REFUND run that follows.
           SELECT OPTIONAL PAYMENT-HISTORY ASSIGN TO 'PAYHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-FS.
           SELECT GL-FEED-FILE ASSIGN TO 'DEPGLFD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-FS.
           SELECT DEPOSIT-REGISTER ASSIGN TO 'DEPREG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-FS.
           SELECT ERROR-LOG ASSIGN TO 'ERRLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERR-FS.
           SELECT OPTIONAL RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD PARM-FILE.
       01  PARM-REC.
           05  PARM-HOLD-MONTHS      PIC 9(2).

       FD DEPOSIT-TRANS-FILE.
      *    One deposit receipt per record: the customer, the amount
      *    collected (implied cents), the date it was received, and
      *    the annual interest rate it earns.
       01  DEPOSIT-TRANS-REC.
           05  DT-CUST-ID            PIC X(10).
           05  DT-AMOUNT             PIC 9(9)V99.
           05  DT-RECEIVED-DT        PIC 9(8).
           05  DT-INT-RATE           PIC 9V9(4).

       FD DEPOSIT-FILE.
       COPY DEPOSIT-RECORD.

       FD CUSTOMER-FILE.
       COPY CUSTOMER-RECORD.

       FD DUNNING-HISTORY.
       COPY DUNNING-HISTORY-RECORD.

       FD OPEN-BALANCE-FILE.
       01  OPEN-BAL-REC              PIC X(200).

       FD OPENBAL-WORK.
       01  WORK-REC                  PIC X(200).

       FD BILLING-HISTORY.
       COPY BILLING-HISTORY-RECORD.

       FD PAYMENT-HISTORY.
       01  PAY-HIST-REC              PIC X(200).

       FD GL-FEED-FILE.
       01  GL-REC.
           05  GL-ACCOUNT-CODE       PIC X(4).
           05  FILLER                PIC X.
           05  GL-DR-CR              PIC X(2).
           05  FILLER                PIC X.
           05  GL-AMOUNT             PIC 9(9)V99.
           05  FILLER                PIC X.
           05  GL-DESCRIPTION        PIC X(30).

       FD DEPOSIT-REGISTER.
       01  REG-LINE                  PIC X(132).

       FD ERROR-LOG.
       01  ERR-LOG-REC               PIC X(200).

       FD RUN-JOURNAL.
       COPY RUN-JOURNAL-RECORD.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-PARM-FS            PIC XX.
           05  WS-TRAN-FS            PIC XX.
           05  WS-DEP-FS             PIC XX.
           05  WS-CUST-FS            PIC XX.
           05  WS-DUNHIST-FS         PIC XX.
           05  WS-OPENBAL-FS         PIC XX.
           05  WS-WORK-FS            PIC XX.
           05  WS-HIST-FS            PIC XX.
           05  WS-PAYHIST-FS         PIC XX.
           05  WS-GL-FS              PIC XX.
           05  WS-REG-FS             PIC XX.
           05  WS-ERR-FS             PIC XX.
           05  WS-JRNL-FS            PIC XX.

       01  WS-FLAGS.
           05  WS-TRAN-EOF-FLAG      PIC X VALUE 'N'.
               88  TRAN-EOF          VALUE 'Y'.
           05  WS-DEP-EOF-FLAG       PIC X VALUE 'N'.
               88  DEP-EOF           VALUE 'Y'.
           05  WS-OB-EOF-FLAG        PIC X VALUE 'N'.
               88  OB-EOF            VALUE 'Y'.
           05  WS-WORK-EOF-FLAG      PIC X VALUE 'N'.
               88  WORK-EOF          VALUE 'Y'.
           05  WS-MASTER-FOUND-FLAG  PIC X VALUE 'N'.
               88  MASTER-FOUND      VALUE 'Y'.
           05  WS-DEP-FOUND-FLAG     PIC X VALUE 'N'.
               88  DEP-FOUND         VALUE 'Y'.
           05  WS-DUN-OK-FLAG        PIC X VALUE 'N'.
               88  DUN-USABLE        VALUE 'Y'.
           05  WS-FINAL-BILLED-FLAG  PIC X VALUE 'N'.
               88  FINAL-BILLED      VALUE 'Y'.
           05  WS-FINAL-SCAN-FLAG    PIC X VALUE 'N'.
               88  FINAL-SCAN-DONE   VALUE 'Y'.
           05  WS-CLEAN-FLAG         PIC X VALUE 'N'.
               88  CLEAN-HISTORY     VALUE 'Y'.

       01  WS-OPENBAL-HOLD.
           05  WS-OB-CUST-ID         PIC X(10) VALUE SPACES.
           05  WS-OB-NAME            PIC X(30).
      *    Extract amounts are the stored digits of a 9(9)V99 field
      *    (implied cents, no decimal point), so they are received
      *    into the X(11) and read back through the REDEFINES.
           05  WS-OB-AMT-X           PIC X(11).
           05  WS-OB-AMT REDEFINES WS-OB-AMT-X
                                     PIC 9(9)V99.
           05  WS-OB-DT              PIC X(10).
      *    Invoice due date - spaces on a row written before the
      *    extract carried one.
           05  WS-OB-DUE-DT          PIC X(10).

      *    The stopped customer's open extract rows, drained into a
      *    table so the deposit applies oldest first and the
      *    survivors rewrite in order - the same limit WRITEOFF
      *    keeps.
       01  WS-ITEM-FIELDS.
           05  WS-ITEM-COUNT         PIC 9(2) VALUE 0.
           05  WS-ITEM-SUB           PIC 9(2).
           05  WS-REMAIN-AMT         PIC 9(9)V99.
           05  WS-APPLY-AMT          PIC 9(9)V99.

       01  WS-ITEM-TABLE.
           05  WS-ITEM OCCURS 24 TIMES.
               10  WS-ITEM-AMT       PIC 9(9)V99.
               10  WS-ITEM-NAME      PIC X(30).
               10  WS-ITEM-DT        PIC X(10).
               10  WS-ITEM-DT-NUM    PIC 9(8).
               10  WS-ITEM-DUE-DT    PIC X(10).

       01  WS-RUN-DT                 PIC 9(8).
       01  WS-RUN-TIME               PIC 9(8).

       01  WS-HOLD-MONTHS            PIC 9(2) VALUE 12.

      *    Month arithmetic for the holding period: a date is moved
      *    forward or back a number of whole months through a month
      *    count, with the day capped at 28 so the result is always
      *    a real date.
       01  WS-MONTH-CALC.
           05  WS-CALC-DT            PIC 9(8).
           05  WS-CALC-DT-R REDEFINES WS-CALC-DT.
               10  WS-CALC-YYYY      PIC 9(4).
               10  WS-CALC-MM        PIC 9(2).
               10  WS-CALC-DD        PIC 9(2).
           05  WS-MONTH-NUM          PIC 9(6).
           05  WS-SHIFT-MONTHS       PIC S9(3).
           05  WS-ELIGIBLE-DT        PIC 9(8).
           05  WS-WINDOW-START-DT    PIC 9(8).

       01  WS-ACCRUAL-FIELDS.
           05  WS-ACCRUE-FROM-DT     PIC 9(8).
           05  WS-ACCRUE-DAYS        PIC 9(5).
           05  WS-INTEREST           PIC 9(9)V99.
           05  WS-RELEASE-AMT        PIC 9(9)V99.
           05  WS-CREDIT-AMT         PIC 9(9)V99.

       01  WS-COUNTERS.
           05  WS-RECEIPTS-READ      PIC 9(6) VALUE 0.
           05  WS-RECEIPTS-ADDED     PIC 9(6) VALUE 0.
           05  WS-RECEIPTS-ERROR     PIC 9(6) VALUE 0.
           05  WS-DEPOSITS-HELD      PIC 9(6) VALUE 0.
           05  WS-DEPOSITS-ACCRUED   PIC 9(6) VALUE 0.
           05  WS-DEPOSITS-REFUNDED  PIC 9(6) VALUE 0.
           05  WS-DEPOSITS-APPLIED   PIC 9(6) VALUE 0.
           05  WS-AWAITING-FINAL     PIC 9(6) VALUE 0.
           05  WS-NO-MASTER          PIC 9(6) VALUE 0.
           05  WS-CREDIT-ROWS        PIC 9(6) VALUE 0.
           05  WS-BALANCES-READ      PIC 9(6) VALUE 0.
           05  WS-ROWS-WRITTEN       PIC 9(6) VALUE 0.

       01  WS-GL-TOTALS.
           05  WS-GL-RECEIPT-TOTAL   PIC 9(9)V99 VALUE 0.
           05  WS-GL-INTEREST-TOTAL  PIC 9(9)V99 VALUE 0.
           05  WS-GL-APPLIED-TOTAL   PIC 9(9)V99 VALUE 0.
           05  WS-GL-CREDIT-TOTAL    PIC 9(9)V99 VALUE 0.
           05  WS-GL-RELEASE-TOTAL   PIC 9(9)V99 VALUE 0.

       01  WS-AMOUNT-ED              PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-ED-2            PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-ERR-CODE               PIC 9(4).
       01  WS-ERR-MSG                PIC X(50).
       01  WS-ERR-SEVERITY           PIC X.

      *    Operator abend fields: this run moves customer money and
      *    rewrites the extract that dunning, aging, and the billing
      *    carry-forward all read - any doubt about an input is a
      *    stop before the copy-back.
       01  WS-ABEND-CODE             PIC 9(2).
       01  WS-ABEND-MSG              PIC X(50).
       01  WS-ABEND-FS               PIC XX.

       COPY MSGMACRO.

      *===============================================================*
       PROCEDURE DIVISION.
      *===============================================================*

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1090-JOURNAL-START
           PERFORM 2000-PROCESS-RECEIPT
               UNTIL TRAN-EOF
           PERFORM 3000-START-LEDGER-PASS
           PERFORM 3100-PROCESS-DEPOSIT
               UNTIL DEP-EOF
           PERFORM 9000-FINALIZE
           PERFORM 9600-JOURNAL-END
           STOP RUN.

       1090-JOURNAL-START.
           MOVE 'S' TO RJ-REC-TYPE
           MOVE 0 TO RJ-RECORDS-IN
                     RJ-RECORDS-OUT
                     RJ-RECORDS-ERROR
           PERFORM 9700-WRITE-RUN-JOURNAL.

       9600-JOURNAL-END.
           MOVE 'E' TO RJ-REC-TYPE
           COMPUTE RJ-RECORDS-IN =
               WS-RECEIPTS-READ + WS-DEPOSITS-HELD
           COMPUTE RJ-RECORDS-OUT =
               WS-RECEIPTS-ADDED + WS-DEPOSITS-REFUNDED
               + WS-DEPOSITS-APPLIED
           MOVE WS-RECEIPTS-ERROR TO RJ-RECORDS-ERROR
           PERFORM 9700-WRITE-RUN-JOURNAL.

       9700-WRITE-RUN-JOURNAL.
      *    Appended to the shop-wide run journal so DAYRPT can
      *    reconstruct what ran overnight without digging through
      *    console logs. Opened per write so the record is on disk
      *    even if the run dies later.
           OPEN EXTEND RUN-JOURNAL
           MOVE 'DEPOSIT ' TO RJ-JOB-NAME
           ACCEPT RJ-RUN-DT FROM DATE YYYYMMDD
           ACCEPT RJ-RUN-TIME FROM TIME
           WRITE RUN-JRNL-REC
           CLOSE RUN-JOURNAL.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1100-LOAD-PARM
           OPEN INPUT DEPOSIT-TRANS-FILE
           IF WS-TRAN-FS NOT = '00' AND WS-TRAN-FS NOT = '05'
               MOVE 10 TO WS-ABEND-CODE
               MOVE 'DEPOSIT RECEIPTS DEPTRAN UNREADABLE'
                   TO WS-ABEND-MSG
               MOVE WS-TRAN-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN I-O DEPOSIT-FILE
           IF WS-DEP-FS NOT = '00' AND WS-DEP-FS NOT = '05'
               MOVE 11 TO WS-ABEND-CODE
               MOVE 'DEPOSIT LEDGER DEPFILE UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-DEP-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FS NOT = '00'
               MOVE 12 TO WS-ABEND-CODE
               MOVE 'CUSTOMER MASTER CUSTFILE MISSING OR UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-CUST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT DUNNING-HISTORY
           IF WS-DUNHIST-FS = '00'
               SET DUN-USABLE TO TRUE
           END-IF
           OPEN INPUT OPEN-BALANCE-FILE
           IF WS-OPENBAL-FS NOT = '00'
               MOVE 13 TO WS-ABEND-CODE
               MOVE 'OPEN-BALANCE EXTRACT OPENBAL MISSING OR BAD'
                   TO WS-ABEND-MSG
               MOVE WS-OPENBAL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN I-O BILLING-HISTORY
           IF WS-HIST-FS NOT = '00' AND WS-HIST-FS NOT = '05'
               MOVE 14 TO WS-ABEND-CODE
               MOVE 'BILLING HISTORY BILLHIST UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-HIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN EXTEND PAYMENT-HISTORY
           IF WS-PAYHIST-FS NOT = '00' AND WS-PAYHIST-FS NOT = '05'
               MOVE 15 TO WS-ABEND-CODE
               MOVE 'PAYMENT HISTORY PAYHIST UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-PAYHIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT OPENBAL-WORK
                       GL-FEED-FILE
                       DEPOSIT-REGISTER
                       ERROR-LOG
           IF WS-WORK-FS NOT = '00' OR WS-GL-FS NOT = '00'
               OR WS-REG-FS NOT = '00' OR WS-ERR-FS NOT = '00'
               MOVE 16 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN DEPOSIT OUTPUT FILES'
                   TO WS-ABEND-MSG
      *        Report the status of the file that actually failed.
               EVALUATE TRUE
                   WHEN WS-WORK-FS NOT = '00'
                       MOVE WS-WORK-FS TO WS-ABEND-FS
                   WHEN WS-GL-FS NOT = '00'
                       MOVE WS-GL-FS TO WS-ABEND-FS
                   WHEN WS-REG-FS NOT = '00'
                       MOVE WS-REG-FS TO WS-ABEND-FS
                   WHEN OTHER
                       MOVE WS-ERR-FS TO WS-ABEND-FS
               END-EVALUATE
               PERFORM 9999-ABEND
           END-IF
           PERFORM 1200-WRITE-REGISTER-HEADER
           PERFORM 1300-READ-OPENBAL.

       1100-LOAD-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARM-FS = '00'
                   AND PARM-HOLD-MONTHS NUMERIC
                   AND PARM-HOLD-MONTHS NOT = 0
                   MOVE PARM-HOLD-MONTHS TO WS-HOLD-MONTHS
                   DISPLAY 'DEPOSIT: HOLDING PERIOD '
                       WS-HOLD-MONTHS ' MONTHS FROM PARM'
               END-IF
               CLOSE PARM-FILE
           END-IF
      *    A notice dated on or after this day falls inside the
      *    holding period and spoils the clean history.
           MOVE WS-RUN-DT TO WS-CALC-DT
           COMPUTE WS-SHIFT-MONTHS = 0 - WS-HOLD-MONTHS
           PERFORM 6000-SHIFT-MONTHS
           MOVE WS-CALC-DT TO WS-WINDOW-START-DT.

       1200-WRITE-REGISTER-HEADER.
           MOVE SPACES TO REG-LINE
           STRING 'SECURITY DEPOSIT REGISTER  RUN DATE: '
                      DELIMITED SIZE
                  WS-RUN-DT DELIMITED SIZE
                  '  RUN TIME: ' DELIMITED SIZE
                  WS-RUN-TIME DELIMITED SIZE
                  '  HOLDING PERIOD: ' DELIMITED SIZE
                  WS-HOLD-MONTHS DELIMITED SIZE
                  ' MONTHS' DELIMITED SIZE
               INTO REG-LINE
           PERFORM 8000-WRITE-REG-LINE
           MOVE SPACES TO REG-LINE
           PERFORM 8000-WRITE-REG-LINE.

       1300-READ-OPENBAL.
           READ OPEN-BALANCE-FILE
               AT END
                   SET OB-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-OB-CUST-ID
               NOT AT END
                   MOVE SPACES TO WS-OB-DT
                                  WS-OB-DUE-DT
                   UNSTRING OPEN-BAL-REC DELIMITED BY ','
                       INTO WS-OB-CUST-ID
                            WS-OB-NAME
                            WS-OB-AMT-X
                            WS-OB-DT
                            WS-OB-DUE-DT
                   END-UNSTRING
                   ADD 1 TO WS-BALANCES-READ
           END-READ
      *    A mid-run read failure must not be taken as end of
      *    extract - the copy-back would truncate every unread
      *    balance out of OPENBAL.
           IF WS-OPENBAL-FS NOT = '00' AND NOT OB-EOF
               MOVE 13 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON OPENBAL'
                   TO WS-ABEND-MSG
               MOVE WS-OPENBAL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

      *---------------------------------------------------------------*
      * Deposit receipts.
      *---------------------------------------------------------------*

       2000-PROCESS-RECEIPT.
           READ DEPOSIT-TRANS-FILE
               AT END
                   SET TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECEIPTS-READ
                   PERFORM 2100-VALIDATE-RECEIPT
           END-READ
           IF WS-TRAN-FS NOT = '00' AND WS-TRAN-FS NOT = '10'
               MOVE 10 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON DEPTRAN'
                   TO WS-ABEND-MSG
               MOVE WS-TRAN-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       2100-VALIDATE-RECEIPT.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG
           MOVE DT-CUST-ID TO CR-CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
           END-READ
           MOVE 'N' TO WS-DEP-FOUND-FLAG
           MOVE DT-CUST-ID TO DP-CUST-ID
           READ DEPOSIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DEP-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN NOT MASTER-FOUND
                   MOVE 1701 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-RECEIPT
               WHEN DT-AMOUNT NOT NUMERIC
               WHEN DT-AMOUNT = 0
                   MOVE 1702 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-RECEIPT
               WHEN DEP-FOUND AND DP-HELD
      *            One deposit per customer: a top-up is a release
      *            of the old deposit and a receipt of the new one,
      *            not a second ledger record.
                   MOVE 1703 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-RECEIPT
               WHEN DT-RECEIVED-DT NOT NUMERIC
               WHEN DT-RECEIVED-DT = 0
               WHEN DT-RECEIVED-DT > WS-RUN-DT
               WHEN DT-INT-RATE NOT NUMERIC
               WHEN DT-INT-RATE > 0.2000
                   MOVE 1704 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-RECEIPT
               WHEN OTHER
                   PERFORM 2200-ADD-DEPOSIT
           END-EVALUATE.

       2200-ADD-DEPOSIT.
      *    A customer whose earlier deposit was already released
      *    keeps the one ledger record - the new receipt replaces
      *    it.
           MOVE SPACES TO DEPOSIT-REC
           MOVE DT-CUST-ID TO DP-CUST-ID
           MOVE DT-AMOUNT TO DP-AMOUNT-HELD
           MOVE DT-RECEIVED-DT TO DP-RECEIVED-DT
           MOVE DT-INT-RATE TO DP-INT-RATE
           MOVE 0 TO DP-ACCRUED-INT
                     DP-LAST-ACCRUAL-DT
                     DP-RELEASE-DT
                     DP-APPLIED-AMT
           SET DP-HELD TO TRUE
           IF DEP-FOUND
               REWRITE DEPOSIT-REC
           ELSE
               WRITE DEPOSIT-REC
           END-IF
           IF WS-DEP-FS NOT = '00'
               MOVE 17 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON DEPOSIT LEDGER DEPFILE'
                   TO WS-ABEND-MSG
               MOVE WS-DEP-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-RECEIPTS-ADDED
           ADD DT-AMOUNT TO WS-GL-RECEIPT-TOTAL
           MOVE DT-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO REG-LINE
           STRING DT-CUST-ID DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  CR-CUST-NAME DELIMITED SIZE
                  '  RECEIVED ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
                  '  ON ' DELIMITED SIZE
                  DT-RECEIVED-DT DELIMITED SIZE
                  '  RATE ' DELIMITED SIZE
                  DT-INT-RATE DELIMITED SIZE
               INTO REG-LINE
           PERFORM 8000-WRITE-REG-LINE.

      *---------------------------------------------------------------*
      * Ledger pass: accrue, then release where the deposit is due.
      *---------------------------------------------------------------*

       3000-START-LEDGER-PASS.
           MOVE LOW-VALUES TO DP-CUST-ID
           START DEPOSIT-FILE KEY IS >= DP-CUST-ID
               INVALID KEY
                   SET DEP-EOF TO TRUE
           END-START.

       3100-PROCESS-DEPOSIT.
           READ DEPOSIT-FILE NEXT RECORD
               AT END
                   SET DEP-EOF TO TRUE
               NOT AT END
                   IF DP-HELD
                       PERFORM 3200-WORK-HELD-DEPOSIT
                   END-IF
           END-READ
           IF WS-DEP-FS NOT = '00' AND NOT DEP-EOF
               MOVE 11 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON DEPFILE'
                   TO WS-ABEND-MSG
               MOVE WS-DEP-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       3200-WORK-HELD-DEPOSIT.
           ADD 1 TO WS-DEPOSITS-HELD
           MOVE 'N' TO WS-MASTER-FOUND-FLAG
           MOVE DP-CUST-ID TO CR-CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
           END-READ
      *    Interest is owed on money held whatever else happens to
      *    the deposit tonight, so it accrues first and is released
      *    with the principal.
           PERFORM 3300-ACCRUE-INTEREST
           EVALUATE TRUE
               WHEN NOT MASTER-FOUND
                   PERFORM 3900-REPORT-NO-MASTER
               WHEN CR-CUST-SVC-STOP-DT NUMERIC
                   AND CR-CUST-SVC-STOP-DT NOT = 0
                   AND CR-CUST-SVC-STOP-DT <= WS-RUN-DT
                   PERFORM 3400-CHECK-FINAL-BILLED
                   IF FINAL-BILLED
                       PERFORM 4000-APPLY-DEPOSIT
                   ELSE
                       PERFORM 3950-REPORT-AWAITING-FINAL
                   END-IF
               WHEN OTHER
                   PERFORM 3500-CHECK-CLEAN-HISTORY
                   IF CLEAN-HISTORY
                       PERFORM 5000-REFUND-DEPOSIT
                   END-IF
           END-EVALUATE
           REWRITE DEPOSIT-REC
           IF WS-DEP-FS NOT = '00'
               MOVE 17 TO WS-ABEND-CODE
               MOVE 'REWRITE FAILED ON DEPOSIT LEDGER DEPFILE'
                   TO WS-ABEND-MSG
               MOVE WS-DEP-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       3300-ACCRUE-INTEREST.
      *    Simple interest on the amount held for the days since the
      *    last accrual. A rerun the same day finds zero days and
      *    books nothing twice.
           IF DP-LAST-ACCRUAL-DT NUMERIC AND DP-LAST-ACCRUAL-DT > 0
               MOVE DP-LAST-ACCRUAL-DT TO WS-ACCRUE-FROM-DT
           ELSE
               MOVE DP-RECEIVED-DT TO WS-ACCRUE-FROM-DT
           END-IF
           MOVE 0 TO WS-ACCRUE-DAYS
                     WS-INTEREST
           IF WS-ACCRUE-FROM-DT NUMERIC
               AND WS-ACCRUE-FROM-DT > 0
               AND WS-ACCRUE-FROM-DT < WS-RUN-DT
               COMPUTE WS-ACCRUE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DT)
                   - FUNCTION INTEGER-OF-DATE (WS-ACCRUE-FROM-DT)
               COMPUTE WS-INTEREST ROUNDED =
                   DP-AMOUNT-HELD * DP-INT-RATE * WS-ACCRUE-DAYS
                   / 365
           END-IF
           MOVE WS-RUN-DT TO DP-LAST-ACCRUAL-DT
           IF WS-INTEREST > 0
               ADD WS-INTEREST TO DP-ACCRUED-INT
               ADD WS-INTEREST TO WS-GL-INTEREST-TOTAL
               ADD 1 TO WS-DEPOSITS-ACCRUED
               MOVE WS-INTEREST TO WS-AMOUNT-ED
               MOVE DP-ACCRUED-INT TO WS-AMOUNT-ED-2
               MOVE SPACES TO REG-LINE
               STRING DP-CUST-ID DELIMITED SIZE
                      '  INTEREST ' DELIMITED SIZE
                      WS-AMOUNT-ED DELIMITED SIZE
                      '  FOR ' DELIMITED SIZE
                      WS-ACCRUE-DAYS DELIMITED SIZE
                      ' DAYS  ACCRUED TO DATE ' DELIMITED SIZE
                      WS-AMOUNT-ED-2 DELIMITED SIZE
                   INTO REG-LINE
               PERFORM 8000-WRITE-REG-LINE
           END-IF.

       3400-CHECK-FINAL-BILLED.
      *    The deposit is only applied once a period dated on or
      *    after the stop date is on BILLHIST - applied earlier, the
      *    remainder would be refunded before the final bill it
      *    should have paid was ever cut.
           MOVE 'N' TO WS-FINAL-BILLED-FLAG
                       WS-FINAL-SCAN-FLAG
           MOVE DP-CUST-ID TO BH-CUST-ID
           MOVE CR-CUST-SVC-STOP-DT TO BH-BILLING-DT
           START BILLING-HISTORY KEY IS >= BH-KEY
               INVALID KEY
                   SET FINAL-SCAN-DONE TO TRUE
           END-START
           PERFORM 3410-CHECK-ONE-PERIOD
               UNTIL FINAL-SCAN-DONE.

       3410-CHECK-ONE-PERIOD.
           READ BILLING-HISTORY NEXT RECORD
               AT END
                   SET FINAL-SCAN-DONE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN BH-CUST-ID NOT = DP-CUST-ID
                           SET FINAL-SCAN-DONE TO TRUE
      *                A sale MSYBILL posted after the stop date is
      *                not a billing period.
                       WHEN BH-SALES-ITEM
                           CONTINUE
                       WHEN OTHER
                           SET FINAL-BILLED TO TRUE
                           SET FINAL-SCAN-DONE TO TRUE
                   END-EVALUATE
           END-READ
           IF WS-HIST-FS NOT = '00' AND NOT FINAL-SCAN-DONE
               SET FINAL-SCAN-DONE TO TRUE
           END-IF.

       3500-CHECK-CLEAN-HISTORY.
      *    Clean means: held the full holding period, an active
      *    account with nothing overdue and nothing in dispute, and
      *    no dunning notice (or agency referral) inside the
      *    holding period.
           MOVE 'N' TO WS-CLEAN-FLAG
           MOVE DP-RECEIVED-DT TO WS-CALC-DT
           MOVE WS-HOLD-MONTHS TO WS-SHIFT-MONTHS
           PERFORM 6000-SHIFT-MONTHS
           MOVE WS-CALC-DT TO WS-ELIGIBLE-DT
           IF WS-RUN-DT >= WS-ELIGIBLE-DT
               AND CR-CUST-STATUS = 'A'
               AND CR-CUST-DAYS-OVERDUE = 0
               AND CR-CUST-DISPUTE-FLAG NOT = 'Y'
               SET CLEAN-HISTORY TO TRUE
           END-IF
           IF CLEAN-HISTORY AND DUN-USABLE
               MOVE DP-CUST-ID TO DH-CUST-ID
               READ DUNNING-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DH-REFERRED
                           OR DH-LAST-NOTICE-DT >= WS-WINDOW-START-DT
                           MOVE 'N' TO WS-CLEAN-FLAG
                       END-IF
               END-READ
           END-IF.

       3900-REPORT-NO-MASTER.
      *    No master means no stop date, no history, and nobody to
      *    pay - the deposit stays held and the register says so.
           ADD 1 TO WS-NO-MASTER
           MOVE SPACES TO REG-LINE
           STRING DP-CUST-ID DELIMITED SIZE
                  '  *** NO MASTER RECORD - DEPOSIT HELD, '
                      DELIMITED SIZE
                  'NOT RELEASED ***' DELIMITED SIZE
               INTO REG-LINE
           PERFORM 8000-WRITE-REG-LINE.

       3950-REPORT-AWAITING-FINAL.
           ADD 1 TO WS-AWAITING-FINAL
           MOVE SPACES TO REG-LINE
           STRING DP-CUST-ID DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  CR-CUST-NAME DELIMITED SIZE
                  '  SERVICE STOPPED ' DELIMITED SIZE
                  CR-CUST-SVC-STOP-DT DELIMITED SIZE
                  ' - HELD FOR FINAL BILL' DELIMITED SIZE
               INTO REG-LINE
           PERFORM 8000-WRITE-REG-LINE.

      *---------------------------------------------------------------*
      * Application against open items at service stop.
      *---------------------------------------------------------------*

       4000-APPLY-DEPOSIT.
      *    Rows for customers below this deposit have nothing
      *    applied to them - they pass through to the work file
      *    untouched before this customer's rows are drained.
           PERFORM 4500-PASS-THROUGH-ROW
               UNTIL OB-EOF OR WS-OB-CUST-ID >= DP-CUST-ID
           PERFORM 4100-DRAIN-CUSTOMER-ROWS
           COMPUTE WS-RELEASE-AMT = DP-AMOUNT-HELD + DP-ACCRUED-INT
           MOVE WS-RELEASE-AMT TO WS-AMOUNT-ED
           MOVE SPACES TO REG-LINE
           STRING DP-CUST-ID DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  CR-CUST-NAME DELIMITED SIZE
                  '  APPLIED AT STOP  ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO REG-LINE
           PERFORM 8000-WRITE-REG-LINE
      *    The open rows arrive in the order PAYPOST wrote them -
      *    ascending billing date within the customer - so walking
      *    the table front to back is oldest first, matching how
      *    payments apply.
           MOVE WS-RELEASE-AMT TO WS-REMAIN-AMT
           MOVE 1 TO WS-ITEM-SUB
           PERFORM 4200-APPLY-ONE-ITEM
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                  OR WS-REMAIN-AMT = 0
           PERFORM 4600-WRITE-SURVIVORS
           COMPUTE DP-APPLIED-AMT = WS-RELEASE-AMT - WS-REMAIN-AMT
           ADD DP-APPLIED-AMT TO WS-GL-APPLIED-TOTAL
           ADD WS-RELEASE-AMT TO WS-GL-RELEASE-TOTAL
      *    Whatever the open items did not use belongs to the
      *    customer and goes out through REFUND.
           IF WS-REMAIN-AMT > 0
               MOVE WS-REMAIN-AMT TO WS-CREDIT-AMT
               PERFORM 5100-WRITE-CREDIT-ROW
           END-IF
           MOVE WS-RUN-DT TO DP-RELEASE-DT
           SET DP-APPLIED TO TRUE
           ADD 1 TO WS-DEPOSITS-APPLIED.

       4100-DRAIN-CUSTOMER-ROWS.
           MOVE 0 TO WS-ITEM-COUNT
           PERFORM 4150-DRAIN-ONE-ROW
               UNTIL OB-EOF OR WS-OB-CUST-ID NOT = DP-CUST-ID.

       4150-DRAIN-ONE-ROW.
           IF WS-ITEM-COUNT >= 24
               MOVE 18 TO WS-ABEND-CODE
               MOVE 'MORE THAN 24 OPEN ROWS FOR ONE CUSTOMER'
                   TO WS-ABEND-MSG
               MOVE WS-OPENBAL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-OB-AMT  TO WS-ITEM-AMT (WS-ITEM-COUNT)
           MOVE WS-OB-NAME TO WS-ITEM-NAME (WS-ITEM-COUNT)
           MOVE WS-OB-DT   TO WS-ITEM-DT (WS-ITEM-COUNT)
           MOVE WS-OB-DUE-DT TO WS-ITEM-DUE-DT (WS-ITEM-COUNT)
           MOVE 0 TO WS-ITEM-DT-NUM (WS-ITEM-COUNT)
           IF WS-OB-DT (1:8) NUMERIC
               MOVE WS-OB-DT (1:8)
                   TO WS-ITEM-DT-NUM (WS-ITEM-COUNT)
           END-IF
           PERFORM 1300-READ-OPENBAL.

       4200-APPLY-ONE-ITEM.
           IF WS-ITEM-AMT (WS-ITEM-SUB) > 0
               IF WS-REMAIN-AMT < WS-ITEM-AMT (WS-ITEM-SUB)
                   MOVE WS-REMAIN-AMT TO WS-APPLY-AMT
               ELSE
                   MOVE WS-ITEM-AMT (WS-ITEM-SUB) TO WS-APPLY-AMT
               END-IF
               SUBTRACT WS-APPLY-AMT
                   FROM WS-ITEM-AMT (WS-ITEM-SUB)
               SUBTRACT WS-APPLY-AMT FROM WS-REMAIN-AMT
               PERFORM 4300-CLOSE-LEDGER-ITEM
               PERFORM 4400-WRITE-APPLIED-LINE
           END-IF
           ADD 1 TO WS-ITEM-SUB.

       4300-CLOSE-LEDGER-ITEM.
      *    Mirrors the reduction into the open-item ledger so the
      *    next posting run's open-item build agrees with the
      *    extract. An item the ledger doesn't carry (pre-open-item
      *    archive, purged history) has nothing to close there.
           IF WS-ITEM-DT-NUM (WS-ITEM-SUB) > 0
               MOVE DP-CUST-ID TO BH-CUST-ID
               MOVE WS-ITEM-DT-NUM (WS-ITEM-SUB) TO BH-BILLING-DT
               READ BILLING-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-APPLY-AMT < BH-OPEN-AMT
                           SUBTRACT WS-APPLY-AMT FROM BH-OPEN-AMT
                       ELSE
                           MOVE 0 TO BH-OPEN-AMT
                       END-IF
                       REWRITE BILL-HIST-REC
                       IF WS-HIST-FS NOT = '00'
                           MOVE 22 TO WS-ABEND-CODE
                           MOVE 'REWRITE FAILED ON HISTORY BILLHIST'
                               TO WS-ABEND-MSG
                           MOVE WS-HIST-FS TO WS-ABEND-FS
                           PERFORM 9999-ABEND
                       END-IF
               END-READ
           END-IF.

       4400-WRITE-APPLIED-LINE.
           MOVE WS-APPLY-AMT TO WS-AMOUNT-ED
           MOVE SPACES TO REG-LINE
           STRING '    APPLIED TO INVOICE ' DELIMITED SIZE
                  WS-ITEM-DT (WS-ITEM-SUB) DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO REG-LINE
           PERFORM 8000-WRITE-REG-LINE.

       4500-PASS-THROUGH-ROW.
           MOVE OPEN-BAL-REC TO WORK-REC
           PERFORM 4700-WRITE-WORK-ROW
           PERFORM 1300-READ-OPENBAL.

       4600-WRITE-SURVIVORS.
           MOVE 1 TO WS-ITEM-SUB
           PERFORM 4650-WRITE-ONE-SURVIVOR
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.

       4650-WRITE-ONE-SURVIVOR.
           IF WS-ITEM-AMT (WS-ITEM-SUB) > 0
               MOVE SPACES TO WORK-REC
               STRING DP-CUST-ID DELIMITED SIZE
                      ',' DELIMITED SIZE
                      WS-ITEM-NAME (WS-ITEM-SUB) DELIMITED SIZE
                      ',' DELIMITED SIZE
                      WS-ITEM-AMT (WS-ITEM-SUB) DELIMITED SIZE
                      ',' DELIMITED SIZE
                      WS-ITEM-DT (WS-ITEM-SUB) DELIMITED SIZE
                      ',' DELIMITED SIZE
                      WS-ITEM-DUE-DT (WS-ITEM-SUB) DELIMITED SPACE
                   INTO WORK-REC
               PERFORM 4700-WRITE-WORK-ROW
           END-IF
           ADD 1 TO WS-ITEM-SUB.

       4700-WRITE-WORK-ROW.
           WRITE WORK-REC
           IF WS-WORK-FS NOT = '00'
               MOVE 19 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON WORK FILE DEPWORK'
                   TO WS-ABEND-MSG
               MOVE WS-WORK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-ROWS-WRITTEN.

      *---------------------------------------------------------------*
      * Refund after a clean payment history.
      *---------------------------------------------------------------*

       5000-REFUND-DEPOSIT.
           COMPUTE WS-RELEASE-AMT = DP-AMOUNT-HELD + DP-ACCRUED-INT
           MOVE WS-RELEASE-AMT TO WS-CREDIT-AMT
           PERFORM 5100-WRITE-CREDIT-ROW
           ADD WS-RELEASE-AMT TO WS-GL-RELEASE-TOTAL
           MOVE 0 TO DP-APPLIED-AMT
           MOVE WS-RUN-DT TO DP-RELEASE-DT
           SET DP-REFUNDED TO TRUE
           ADD 1 TO WS-DEPOSITS-REFUNDED
           MOVE WS-RELEASE-AMT TO WS-AMOUNT-ED
           MOVE SPACES TO REG-LINE
           STRING DP-CUST-ID DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  CR-CUST-NAME DELIMITED SIZE
                  '  REFUNDED CLEAN   ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
                  '  HELD SINCE ' DELIMITED SIZE
                  DP-RECEIVED-DT DELIMITED SIZE
               INTO REG-LINE
           PERFORM 8000-WRITE-REG-LINE.

       5100-WRITE-CREDIT-ROW.
      *    Same shape as PAYPOST's residual CREDIT row (no new cash,
      *    credit in the trailing field), so REFUND disburses it by
      *    ACH or check like any other carried credit.
           MOVE SPACES TO PAY-HIST-REC
           STRING DP-CUST-ID       DELIMITED SIZE
                  ',00000000000,'  DELIMITED SIZE
                  WS-RUN-DT        DELIMITED SIZE
                  ',CREDIT,'       DELIMITED SIZE
                  WS-CREDIT-AMT    DELIMITED SIZE
               INTO PAY-HIST-REC
           WRITE PAY-HIST-REC
           IF WS-PAYHIST-FS NOT = '00'
               MOVE 15 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON PAYMENT HISTORY PAYHIST'
                   TO WS-ABEND-MSG
               MOVE WS-PAYHIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           ADD WS-CREDIT-AMT TO WS-GL-CREDIT-TOTAL
           ADD 1 TO WS-CREDIT-ROWS
           MOVE WS-CREDIT-AMT TO WS-AMOUNT-ED
           MOVE SPACES TO REG-LINE
           STRING '    CREDITED TO CUSTOMER FOR REFUND  '
                      DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO REG-LINE
           PERFORM 8000-WRITE-REG-LINE.

      *---------------------------------------------------------------*
      * Month arithmetic.
      *---------------------------------------------------------------*

       6000-SHIFT-MONTHS.
           COMPUTE WS-MONTH-NUM =
               WS-CALC-YYYY * 12 + WS-CALC-MM - 1 + WS-SHIFT-MONTHS
           DIVIDE WS-MONTH-NUM BY 12
               GIVING WS-CALC-YYYY
               REMAINDER WS-CALC-MM
           ADD 1 TO WS-CALC-MM
           IF WS-CALC-DD > 28
               MOVE 28 TO WS-CALC-DD
           END-IF.

       8000-WRITE-REG-LINE.
           WRITE REG-LINE
           IF WS-REG-FS NOT = '00'
               MOVE 16 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON DEPOSIT REGISTER DEPREG'
                   TO WS-ABEND-MSG
               MOVE WS-REG-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       8200-REJECT-RECEIPT.
           PERFORM 8050-LOOKUP-ERR-MSG
           MOVE SPACES TO ERR-LOG-REC
           STRING DT-CUST-ID DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-ERR-CODE DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-ERR-MSG DELIMITED SIZE
               INTO ERR-LOG-REC
           WRITE ERR-LOG-REC
           ADD 1 TO WS-RECEIPTS-ERROR
           MOVE SPACES TO REG-LINE
           STRING DT-CUST-ID DELIMITED SIZE
                  '  REJECTED ' DELIMITED SIZE
                  WS-ERR-CODE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-ERR-MSG DELIMITED SIZE
               INTO REG-LINE
           PERFORM 8000-WRITE-REG-LINE.

       8050-LOOKUP-ERR-MSG.
      *    Message text and severity come from the shared MSGMACRO
      *    table so a code means the same thing in every program in
      *    the shop. Default to FATAL if a code isn't in the table.
           MOVE SPACES TO WS-ERR-MSG
           MOVE 'F' TO WS-ERR-SEVERITY
           SET WS-MSG-IDX TO 1
           PERFORM UNTIL WS-MSG-IDX > WS-MSG-TABLE-COUNT
               IF WS-MSG-CODE (WS-MSG-IDX) = WS-ERR-CODE
                   MOVE WS-MSG-TEXT (WS-MSG-IDX) TO WS-ERR-MSG
                   MOVE WS-MSG-SEVERITY (WS-MSG-IDX)
                       TO WS-ERR-SEVERITY
               END-IF
               SET WS-MSG-IDX UP BY 1
           END-PERFORM.

       9000-FINALIZE.
      *    Rows past the last stopped customer have nothing applied
      *    to them and pass straight through.
           PERFORM 4500-PASS-THROUGH-ROW
               UNTIL OB-EOF
           PERFORM 9200-WRITE-REGISTER-TOTALS
           PERFORM 9300-WRITE-GL-FEED
           CLOSE DEPOSIT-TRANS-FILE
                 DEPOSIT-FILE
                 CUSTOMER-FILE
                 OPEN-BALANCE-FILE
                 OPENBAL-WORK
                 BILLING-HISTORY
                 PAYMENT-HISTORY
                 GL-FEED-FILE
                 DEPOSIT-REGISTER
                 ERROR-LOG
           IF DUN-USABLE
               CLOSE DUNNING-HISTORY
           END-IF
           PERFORM 9100-COMMIT-OPENBAL
           DISPLAY 'RECEIPTS READ:      ' WS-RECEIPTS-READ
           DISPLAY 'RECEIPTS ADDED:     ' WS-RECEIPTS-ADDED
           DISPLAY 'RECEIPTS REJECTED:  ' WS-RECEIPTS-ERROR
           DISPLAY 'DEPOSITS HELD:      ' WS-DEPOSITS-HELD
           DISPLAY 'DEPOSITS ACCRUED:   ' WS-DEPOSITS-ACCRUED
           DISPLAY 'DEPOSITS REFUNDED:  ' WS-DEPOSITS-REFUNDED
           DISPLAY 'DEPOSITS APPLIED:   ' WS-DEPOSITS-APPLIED
           DISPLAY 'AWAITING FINAL:     ' WS-AWAITING-FINAL
           DISPLAY 'NO MASTER:          ' WS-NO-MASTER.

       9100-COMMIT-OPENBAL.
      *    The reduced extract only lands on OPENBAL after the whole
      *    run finished cleanly. The copy-back itself is the only
      *    window left, and it is a straight file copy an operator
      *    can redo from DEPWORK.
           OPEN INPUT OPENBAL-WORK
           IF WS-WORK-FS NOT = '00'
               MOVE 20 TO WS-ABEND-CODE
               MOVE 'WORK FILE DEPWORK UNREADABLE FOR COPY-BACK'
                   TO WS-ABEND-MSG
               MOVE WS-WORK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT OPEN-BALANCE-FILE
           PERFORM 9150-COPY-ONE-ROW
               UNTIL WORK-EOF
           CLOSE OPENBAL-WORK
                 OPEN-BALANCE-FILE.

       9150-COPY-ONE-ROW.
           READ OPENBAL-WORK
               AT END
                   SET WORK-EOF TO TRUE
               NOT AT END
                   MOVE WORK-REC TO OPEN-BAL-REC
                   WRITE OPEN-BAL-REC
           END-READ
           IF WS-WORK-FS NOT = '00' AND NOT WORK-EOF
               MOVE 20 TO WS-ABEND-CODE
               MOVE 'READ FAILED DURING OPENBAL COPY-BACK'
                   TO WS-ABEND-MSG
               MOVE WS-WORK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           IF WS-OPENBAL-FS NOT = '00' AND NOT WORK-EOF
               MOVE 21 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED DURING OPENBAL COPY-BACK'
                   TO WS-ABEND-MSG
               MOVE WS-OPENBAL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       9200-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REG-LINE
           PERFORM 8000-WRITE-REG-LINE
           MOVE WS-GL-RECEIPT-TOTAL TO WS-AMOUNT-ED
           MOVE SPACES TO REG-LINE
           STRING 'DEPOSITS RECEIVED:  ' DELIMITED SIZE
                  WS-RECEIPTS-ADDED DELIMITED SIZE
                  '  TOTAL: ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO REG-LINE
           PERFORM 8000-WRITE-REG-LINE
           MOVE WS-GL-INTEREST-TOTAL TO WS-AMOUNT-ED
           MOVE SPACES TO REG-LINE
           STRING 'INTEREST ACCRUED:   ' DELIMITED SIZE
                  WS-DEPOSITS-ACCRUED DELIMITED SIZE
                  '  TOTAL: ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO REG-LINE
           PERFORM 8000-WRITE-REG-LINE
           MOVE WS-GL-APPLIED-TOTAL TO WS-AMOUNT-ED
           MOVE SPACES TO REG-LINE
           STRING 'APPLIED AT STOP:    ' DELIMITED SIZE
                  WS-DEPOSITS-APPLIED DELIMITED SIZE
                  '  TOTAL: ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO REG-LINE
           PERFORM 8000-WRITE-REG-LINE
           MOVE WS-GL-CREDIT-TOTAL TO WS-AMOUNT-ED
           MOVE SPACES TO REG-LINE
           STRING 'CREDITED FOR REFUND:' DELIMITED SIZE
                  WS-CREDIT-ROWS DELIMITED SIZE
                  '  TOTAL: ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO REG-LINE
           PERFORM 8000-WRITE-REG-LINE.

       9300-WRITE-GL-FEED.
      *    One journal entry set per run. Receipts bring cash in
      *    against the deposit liability; interest accrues as an
      *    expense onto the same liability; released deposits come
      *    off the liability, paying receivables where they were
      *    applied and landing in customer credit balances (which
      *    REFUND disburses) for the rest. Account codes match the
      *    shop's chart of accounts.
           MOVE SPACES TO GL-REC
           MOVE '1000' TO GL-ACCOUNT-CODE
           MOVE 'DR' TO GL-DR-CR
           MOVE WS-GL-RECEIPT-TOTAL TO GL-AMOUNT
           MOVE 'CASH - DEPOSITS RECEIVED' TO GL-DESCRIPTION
           PERFORM 9350-WRITE-GL-REC

           MOVE SPACES TO GL-REC
           MOVE '2500' TO GL-ACCOUNT-CODE
           MOVE 'CR' TO GL-DR-CR
           MOVE WS-GL-RECEIPT-TOTAL TO GL-AMOUNT
           MOVE 'CUSTOMER DEPOSITS' TO GL-DESCRIPTION
           PERFORM 9350-WRITE-GL-REC

           MOVE SPACES TO GL-REC
           MOVE '6200' TO GL-ACCOUNT-CODE
           MOVE 'DR' TO GL-DR-CR
           MOVE WS-GL-INTEREST-TOTAL TO GL-AMOUNT
           MOVE 'INTEREST EXPENSE - DEPOSITS' TO GL-DESCRIPTION
           PERFORM 9350-WRITE-GL-REC

           MOVE SPACES TO GL-REC
           MOVE '2500' TO GL-ACCOUNT-CODE
           MOVE 'CR' TO GL-DR-CR
           MOVE WS-GL-INTEREST-TOTAL TO GL-AMOUNT
           MOVE 'CUSTOMER DEPOSITS - INTEREST' TO GL-DESCRIPTION
           PERFORM 9350-WRITE-GL-REC

           MOVE SPACES TO GL-REC
           MOVE '2500' TO GL-ACCOUNT-CODE
           MOVE 'DR' TO GL-DR-CR
           MOVE WS-GL-RELEASE-TOTAL TO GL-AMOUNT
           MOVE 'CUSTOMER DEPOSITS RELEASED' TO GL-DESCRIPTION
           PERFORM 9350-WRITE-GL-REC

           MOVE SPACES TO GL-REC
           MOVE '1200' TO GL-ACCOUNT-CODE
           MOVE 'CR' TO GL-DR-CR
           MOVE WS-GL-APPLIED-TOTAL TO GL-AMOUNT
           MOVE 'ACCOUNTS RECEIVABLE' TO GL-DESCRIPTION
           PERFORM 9350-WRITE-GL-REC

           MOVE SPACES TO GL-REC
           MOVE '2300' TO GL-ACCOUNT-CODE
           MOVE 'CR' TO GL-DR-CR
           MOVE WS-GL-CREDIT-TOTAL TO GL-AMOUNT
           MOVE 'CUSTOMER CREDIT BALANCES' TO GL-DESCRIPTION
           PERFORM 9350-WRITE-GL-REC.

       9350-WRITE-GL-REC.
           WRITE GL-REC
           IF WS-GL-FS NOT = '00'
               MOVE 16 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON GL FEED DEPGLFD'
                   TO WS-ABEND-MSG
               MOVE WS-GL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       9999-ABEND.
           DISPLAY 'DEPOSIT ABEND ' WS-ABEND-CODE ': '
               WS-ABEND-MSG
           DISPLAY 'FILE STATUS: ' WS-ABEND-FS
           MOVE WS-ABEND-CODE TO RETURN-CODE
           STOP RUN.
