      *===============================================================*
      * PROGRAM-ID: ADJMEMO
      * AUTHOR:     LEGACY-SYSTEM
      * DATE:       2026-10-15
      *---------------------------------------------------------------*
      * Billing Adjustment / Credit Memo Program.
      * A misbilled period - wrong plan code, bad meter read, tax
      * keyed to the wrong jurisdiction - had only two remedies: a
      * bad-debt write-off through WRITEOFF (the wrong accounting)
      * or a full re-bill of the period through PARM-RERUN-FLAG
      * (far too heavy for a small correction on one customer).
      * This run applies approved debit and credit memos, each
      * naming the customer, the archived BILLHIST period, the
      * charge component corrected (base, tier 2, tier 3, penalty,
      * tax), the amount, and a reason code.
      *
      * A debit memo raises the period's BH-OPEN-AMT; a credit memo
      * lowers it, and whatever the period no longer had open goes
      * to the customer as a PAYHIST CREDIT row for the next
      * carry-forward or REFUND. Each memo is kept on ADJHIST under
      * the period it corrected, so STMTPRNT and CUST360 can show it
      * as its own line beneath that invoice. The additional or
      * reversing entries go to the component's own revenue or tax
      * account on the GL feed, and an adjustment register is
      * printed that ties line by line to the approvals. The
      * approver must be on the operator security file (OPERFILE),
      * active, permitted adjustments, and approving no more than
      * their dollar approval limit.
      *
      * OPENBAL is kept in step the way WRITEOFF does it: the
      * adjusted extract is built in a work file and copied back
      * only after the run finishes cleanly. Both OPENBAL and
      * ADJTRAN must be in ascending customer-id sequence - a
      * sequence break is a hard stop. Runs after PAYPOST, before
      * REFUND, so a memo's excess credit is paid the same night.
      *===============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJMEMO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTMENT-TRANS-FILE ASSIGN TO 'ADJTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-FS.
           SELECT OPEN-BALANCE-FILE ASSIGN TO 'OPENBAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPENBAL-FS.
           SELECT OPENBAL-WORK ASSIGN TO 'ADJWORK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-FS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-CUST-ID
               FILE STATUS IS WS-CUST-FS.
      *    The open-item ledger: the corrected period's open amount
      *    moves here too, or the next posting run would rebuild
      *    the balance from BH-OPEN-AMT and undo the memo.
           SELECT BILLING-HISTORY ASSIGN TO 'BILLHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-FS.
      *    Memos already posted: a period's prior memos cap how far
      *    a new credit memo can go, and set its sequence number.
      *    Created on the first run.
           SELECT OPTIONAL ADJUSTMENT-HISTORY ASSIGN TO 'ADJHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-KEY
               FILE STATUS IS WS-ADJ-FS.
           SELECT OPTIONAL PAYMENT-HISTORY ASSIGN TO 'PAYHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-FS.
           SELECT OPERATOR-FILE ASSIGN TO 'OPERFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OS-OPERATOR-ID
               FILE STATUS IS WS-OPER-FS.
           SELECT GL-FEED-FILE ASSIGN TO 'ADJGLFD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-FS.
           SELECT ADJUSTMENT-REGISTER ASSIGN TO 'ADJREG'
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

       FD ADJUSTMENT-TRANS-FILE.
      *    One approved memo per record: the customer, the archived
      *    period it corrects, debit or credit, the component, the
      *    amount (implied cents), why, and who approved it - the
      *    approver fields are what the register shows the auditors.
       01  ADJUSTMENT-TRANS-REC.
           05  AT-CUST-ID            PIC X(10).
           05  AT-BILLING-DT         PIC 9(8).
           05  AT-MEMO-TYPE          PIC X.
               88  AT-DEBIT-MEMO     VALUE 'D'.
               88  AT-CREDIT-MEMO    VALUE 'C'.
           05  AT-COMPONENT          PIC X(2).
           05  AT-AMOUNT             PIC 9(9)V99.
           05  AT-REASON-CODE        PIC X(4).
               88  AT-REASON-VALID   VALUE 'PLAN' 'READ' 'TJUR'
                                           'RATE' 'OTHR'.
           05  AT-APPROVER-ID        PIC X(8).
           05  AT-APPROVAL-DT        PIC 9(8).

       FD OPEN-BALANCE-FILE.
       01  OPEN-BAL-REC              PIC X(200).

       FD OPENBAL-WORK.
       01  WORK-REC                  PIC X(200).

       FD CUSTOMER-FILE.
       COPY CUSTOMER-RECORD.

       FD BILLING-HISTORY.
       COPY BILLING-HISTORY-RECORD.

       FD ADJUSTMENT-HISTORY.
       COPY ADJUSTMENT-RECORD.

       FD PAYMENT-HISTORY.
       01  PAY-HIST-REC              PIC X(200).

       FD OPERATOR-FILE.
       COPY OPERATOR-SECURITY-RECORD.

       FD GL-FEED-FILE.
       01  GL-REC.
           05  GL-ACCOUNT-CODE       PIC X(4).
           05  FILLER                PIC X.
           05  GL-DR-CR              PIC X(2).
           05  FILLER                PIC X.
           05  GL-AMOUNT             PIC 9(9)V99.
           05  FILLER                PIC X.
           05  GL-DESCRIPTION        PIC X(30).

       FD ADJUSTMENT-REGISTER.
       01  REG-LINE                  PIC X(132).

       FD ERROR-LOG.
       01  ERR-LOG-REC               PIC X(200).

       FD RUN-JOURNAL.
       COPY RUN-JOURNAL-RECORD.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-TRAN-FS            PIC XX.
           05  WS-OPENBAL-FS         PIC XX.
           05  WS-WORK-FS            PIC XX.
           05  WS-CUST-FS            PIC XX.
           05  WS-HIST-FS            PIC XX.
           05  WS-OPER-FS            PIC XX.
           05  WS-ADJ-FS             PIC XX.
           05  WS-PAYHIST-FS         PIC XX.
           05  WS-GL-FS              PIC XX.
           05  WS-REG-FS             PIC XX.
           05  WS-ERR-FS             PIC XX.
           05  WS-JRNL-FS            PIC XX.

       01  WS-FLAGS.
           05  WS-TRAN-EOF-FLAG      PIC X VALUE 'N'.
               88  TRAN-EOF          VALUE 'Y'.
           05  WS-OB-EOF-FLAG        PIC X VALUE 'N'.
               88  OB-EOF            VALUE 'Y'.
           05  WS-WORK-EOF-FLAG      PIC X VALUE 'N'.
               88  WORK-EOF          VALUE 'Y'.
           05  WS-MASTER-FOUND-FLAG  PIC X VALUE 'N'.
               88  MASTER-FOUND      VALUE 'Y'.
           05  WS-PERIOD-FOUND-FLAG  PIC X VALUE 'N'.
               88  PERIOD-FOUND      VALUE 'Y'.
           05  WS-MEMO-SCAN-FLAG     PIC X VALUE 'N'.
               88  MEMO-SCAN-DONE    VALUE 'Y'.

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

       01  WS-PREV-TRAN-ID           PIC X(10) VALUE SPACES.
      *    The customer whose extract rows are drained into the
      *    table below. Unlike a write-off, several memos for one
      *    customer are normal (one per component corrected), so
      *    the rows stay drained until the customer changes.
       01  WS-CUR-CUST-ID            PIC X(10) VALUE SPACES.

      *    This customer's open extract rows. Twenty-four open
      *    periods is two years of delinquency; a fuller account
      *    than that abends rather than mis-applying.
       01  WS-ITEM-FIELDS.
           05  WS-ITEM-COUNT         PIC 9(2) VALUE 0.
           05  WS-ITEM-SUB           PIC 9(2).
           05  WS-NEXT-SUB           PIC 9(2).
           05  WS-FOUND-SUB          PIC 9(2).
           05  WS-INSERT-SUB         PIC 9(2).

       01  WS-ITEM-TABLE.
           05  WS-ITEM OCCURS 24 TIMES.
               10  WS-ITEM-AMT       PIC 9(9)V99.
               10  WS-ITEM-NAME      PIC X(30).
               10  WS-ITEM-DT        PIC X(10).
               10  WS-ITEM-DT-NUM    PIC 9(8).
               10  WS-ITEM-DUE-DT    PIC X(10).

      *    Charge components, in the order BILL-CALC's GL feed books
      *    them: the account a memo against the component is booked
      *    to, and the label the register prints.
       01  WS-COMP-VALUES.
           05  FILLER.
               10  FILLER            PIC X(4)  VALUE '4100'.
               10  FILLER            PIC X(12) VALUE 'BASE USAGE'.
               10  FILLER            PIC X(30)
                                     VALUE 'BASE USAGE REVENUE'.
           05  FILLER.
               10  FILLER            PIC X(4)  VALUE '4200'.
               10  FILLER            PIC X(12) VALUE 'TIER 2 USAGE'.
               10  FILLER            PIC X(30)
                                     VALUE 'TIER 2 USAGE REVENUE'.
           05  FILLER.
               10  FILLER            PIC X(4)  VALUE '4300'.
               10  FILLER            PIC X(12) VALUE 'TIER 3 USAGE'.
               10  FILLER            PIC X(30)
                                     VALUE 'TIER 3 USAGE REVENUE'.
           05  FILLER.
               10  FILLER            PIC X(4)  VALUE '4900'.
               10  FILLER            PIC X(12) VALUE 'LATE PENALTY'.
               10  FILLER            PIC X(30)
                                     VALUE 'LATE FEE REVENUE'.
           05  FILLER.
               10  FILLER            PIC X(4)  VALUE '2200'.
               10  FILLER            PIC X(12) VALUE 'SALES TAX'.
               10  FILLER            PIC X(30)
                                     VALUE 'SALES TAX PAYABLE'.

       01  WS-COMP-TABLE REDEFINES WS-COMP-VALUES.
           05  WS-COMP OCCURS 5 TIMES.
               10  WS-COMP-ACCT      PIC X(4).
               10  WS-COMP-LABEL     PIC X(12).
               10  WS-COMP-GL-DESC   PIC X(30).

      *    Run totals per component: debit memos are credited to the
      *    component's account, credit memos debited from it.
       01  WS-COMP-TOTALS.
           05  WS-COMP-TOT OCCURS 5 TIMES.
               10  WS-COMP-DEBIT-TOT PIC 9(9)V99.
               10  WS-COMP-CREDIT-TOT
                                     PIC 9(9)V99.

       01  WS-MEMO-FIELDS.
           05  WS-COMP-IDX           PIC 9.
           05  WS-COMP-BILLED        PIC 9(9)V99.
      *    What the component now stands at for the period: billed,
      *    plus earlier debit memos, less earlier credit memos.
           05  WS-COMP-NET           PIC S9(11)V99.
           05  WS-LAST-SEQ           PIC 9(3).
           05  WS-APPLY-AMT          PIC 9(9)V99.
           05  WS-EXCESS-AMT         PIC 9(9)V99.

       01  WS-RUN-DT                 PIC 9(8).
       01  WS-RUN-TIME               PIC 9(8).

       01  WS-COUNTERS.
           05  WS-TRANS-READ         PIC 9(6) VALUE 0.
           05  WS-TRANS-APPLIED      PIC 9(6) VALUE 0.
           05  WS-TRANS-ERROR        PIC 9(6) VALUE 0.
           05  WS-DEBIT-MEMOS        PIC 9(6) VALUE 0.
           05  WS-CREDIT-MEMOS       PIC 9(6) VALUE 0.
           05  WS-CREDIT-ROWS        PIC 9(6) VALUE 0.
           05  WS-BALANCES-READ      PIC 9(6) VALUE 0.
           05  WS-ROWS-WRITTEN       PIC 9(6) VALUE 0.

       01  WS-GL-TOTALS.
           05  WS-GL-DEBIT-MEMO-TOTAL
                                     PIC 9(9)V99 VALUE 0.
           05  WS-GL-CREDIT-MEMO-TOTAL
                                     PIC 9(9)V99 VALUE 0.
           05  WS-GL-AR-CREDIT-TOTAL PIC 9(9)V99 VALUE 0.
           05  WS-GL-EXCESS-TOTAL    PIC 9(9)V99 VALUE 0.

       01  WS-AMOUNT-ED              PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

      *    Result of checking the approver against OPERFILE: zero
      *    when the approver may key the transaction, otherwise the
      *    message code it is rejected with.
       01  WS-AUTH-ERR-CODE          PIC 9(4).

       01  WS-ERR-CODE               PIC 9(4).
       01  WS-ERR-MSG                PIC X(50).
       01  WS-ERR-SEVERITY           PIC X.

      *    Operator abend fields: this run rewrites the extract that
      *    dunning, aging, and the billing carry-forward all read -
      *    any doubt about an input is a stop before the copy-back.
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
           PERFORM 2000-PROCESS-TRANS
               UNTIL TRAN-EOF
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
           MOVE WS-TRANS-READ    TO RJ-RECORDS-IN
           MOVE WS-TRANS-APPLIED TO RJ-RECORDS-OUT
           MOVE WS-TRANS-ERROR   TO RJ-RECORDS-ERROR
           PERFORM 9700-WRITE-RUN-JOURNAL.

       9700-WRITE-RUN-JOURNAL.
      *    Appended to the shop-wide run journal so DAYRPT can
      *    reconstruct what ran overnight without digging through
      *    console logs. Opened per write so the record is on disk
      *    even if the run dies later.
           OPEN EXTEND RUN-JOURNAL
           MOVE 'ADJMEMO ' TO RJ-JOB-NAME
           ACCEPT RJ-RUN-DT FROM DATE YYYYMMDD
           ACCEPT RJ-RUN-TIME FROM TIME
           WRITE RUN-JRNL-REC
           CLOSE RUN-JOURNAL.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           INITIALIZE WS-COMP-TOTALS
           OPEN INPUT ADJUSTMENT-TRANS-FILE
           IF WS-TRAN-FS NOT = '00'
               MOVE 80 TO WS-ABEND-CODE
               MOVE 'MEMO TRANSACTIONS ADJTRAN MISSING OR BAD'
                   TO WS-ABEND-MSG
               MOVE WS-TRAN-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT OPEN-BALANCE-FILE
           IF WS-OPENBAL-FS NOT = '00'
               MOVE 81 TO WS-ABEND-CODE
               MOVE 'OPEN-BALANCE EXTRACT OPENBAL MISSING OR BAD'
                   TO WS-ABEND-MSG
               MOVE WS-OPENBAL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FS NOT = '00'
               MOVE 82 TO WS-ABEND-CODE
               MOVE 'CUSTOMER MASTER CUSTFILE MISSING OR UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-CUST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN I-O BILLING-HISTORY
           IF WS-HIST-FS NOT = '00' AND WS-HIST-FS NOT = '05'
               MOVE 83 TO WS-ABEND-CODE
               MOVE 'BILLING HISTORY BILLHIST UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-HIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN I-O ADJUSTMENT-HISTORY
           IF WS-ADJ-FS NOT = '00' AND WS-ADJ-FS NOT = '05'
               MOVE 84 TO WS-ABEND-CODE
               MOVE 'ADJUSTMENT HISTORY ADJHIST UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-ADJ-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN EXTEND PAYMENT-HISTORY
           IF WS-PAYHIST-FS NOT = '00' AND WS-PAYHIST-FS NOT = '05'
               MOVE 85 TO WS-ABEND-CODE
               MOVE 'PAYMENT HISTORY PAYHIST UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-PAYHIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-FS NOT = '00'
               MOVE 79 TO WS-ABEND-CODE
               MOVE 'OPERATOR SECURITY FILE OPERFILE MISSING'
                   TO WS-ABEND-MSG
               MOVE WS-OPER-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT OPENBAL-WORK
                       GL-FEED-FILE
                       ADJUSTMENT-REGISTER
                       ERROR-LOG
           IF WS-WORK-FS NOT = '00' OR WS-GL-FS NOT = '00'
               OR WS-REG-FS NOT = '00' OR WS-ERR-FS NOT = '00'
               MOVE 86 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN ADJUSTMENT OUTPUT FILES'
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
           PERFORM 1100-WRITE-REGISTER-HEADER
           PERFORM 1200-READ-OPENBAL.

       1100-WRITE-REGISTER-HEADER.
           MOVE SPACES TO REG-LINE
           STRING 'BILLING ADJUSTMENT REGISTER  RUN DATE: '
                      DELIMITED SIZE
                  WS-RUN-DT DELIMITED SIZE
                  '  RUN TIME: ' DELIMITED SIZE
                  WS-RUN-TIME DELIMITED SIZE
               INTO REG-LINE
           WRITE REG-LINE
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE.

       1200-READ-OPENBAL.
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
               MOVE 87 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON OPENBAL'
                   TO WS-ABEND-MSG
               MOVE WS-OPENBAL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       2000-PROCESS-TRANS.
           READ ADJUSTMENT-TRANS-FILE
               AT END
                   SET TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
                   IF AT-CUST-ID < WS-PREV-TRAN-ID
                       PERFORM 1500-TRAN-SEQUENCE-ABEND
                   END-IF
                   MOVE AT-CUST-ID TO WS-PREV-TRAN-ID
                   PERFORM 3000-VALIDATE-TRANS
           END-READ
           IF WS-TRAN-FS NOT = '00' AND WS-TRAN-FS NOT = '10'
               MOVE 80 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON ADJTRAN'
                   TO WS-ABEND-MSG
               MOVE WS-TRAN-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       1500-TRAN-SEQUENCE-ABEND.
           DISPLAY 'ADJMEMO: ADJTRAN OUT OF CUSTOMER SEQUENCE AT '
               AT-CUST-ID
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       3000-VALIDATE-TRANS.
      *    On a new customer the previous customer's adjusted rows
      *    go out, rows for customers in between pass through
      *    untouched, and this customer's rows are drained.
           IF AT-CUST-ID NOT = WS-CUR-CUST-ID
               PERFORM 3600-WRITE-SURVIVORS
               PERFORM 3500-PASS-THROUGH-ROW
                   UNTIL OB-EOF OR WS-OB-CUST-ID >= AT-CUST-ID
               MOVE AT-CUST-ID TO WS-CUR-CUST-ID
               PERFORM 3200-DRAIN-CUSTOMER-ROWS
           END-IF
           PERFORM 3100-READ-MASTER
           PERFORM 3150-READ-PERIOD
           PERFORM 3250-RESOLVE-COMPONENT
           IF PERIOD-FOUND AND WS-COMP-IDX > 0
               PERFORM 3300-SCAN-PRIOR-MEMOS
           END-IF
           PERFORM 3050-CHECK-APPROVER
           EVALUATE TRUE
               WHEN NOT MASTER-FOUND
                   MOVE 1801 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN NOT PERIOD-FOUND
                   MOVE 1802 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN NOT AT-DEBIT-MEMO AND NOT AT-CREDIT-MEMO
                   MOVE 1803 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN WS-COMP-IDX = 0
                   MOVE 1804 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN AT-AMOUNT NOT NUMERIC
               WHEN AT-AMOUNT = 0
                   MOVE 1805 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN AT-APPROVER-ID = SPACES
                   MOVE 1806 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN WS-AUTH-ERR-CODE NOT = 0
                   MOVE WS-AUTH-ERR-CODE TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN NOT AT-REASON-VALID
                   MOVE 1807 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN AT-CREDIT-MEMO AND AT-AMOUNT > WS-COMP-NET
      *            Crediting more of a component than the period
      *            was ever charged for it (after earlier memos) is
      *            a refund with no billing behind it - rejected for
      *            billing to re-approve at the right figure.
                   MOVE 1808 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN OTHER
                   PERFORM 4000-APPLY-MEMO
           END-EVALUATE.

       3050-CHECK-APPROVER.
      *    The approver must be entitled to approve adjustments, and
      *    only up to their own dollar limit.
           MOVE 0 TO WS-AUTH-ERR-CODE
           MOVE AT-APPROVER-ID TO OS-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE 2301 TO WS-AUTH-ERR-CODE
           END-READ
           EVALUATE TRUE
               WHEN WS-AUTH-ERR-CODE NOT = 0
                   CONTINUE
               WHEN NOT OS-ACTIVE
                   MOVE 2302 TO WS-AUTH-ERR-CODE
               WHEN NOT OS-CAN-ADJUST
                   MOVE 2303 TO WS-AUTH-ERR-CODE
               WHEN AT-AMOUNT NUMERIC
                   AND AT-AMOUNT > OS-APPROVAL-LIMIT
                   MOVE 2304 TO WS-AUTH-ERR-CODE
           END-EVALUATE.

       3100-READ-MASTER.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG
           MOVE AT-CUST-ID TO CR-CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
           END-READ.

       3150-READ-PERIOD.
           MOVE 'N' TO WS-PERIOD-FOUND-FLAG
           MOVE AT-CUST-ID TO BH-CUST-ID
           MOVE AT-BILLING-DT TO BH-BILLING-DT
           READ BILLING-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PERIOD-FOUND TO TRUE
           END-READ.

       3250-RESOLVE-COMPONENT.
      *    The archived charge the component was billed at is the
      *    ceiling a credit memo works down from.
           MOVE 0 TO WS-COMP-BILLED
           EVALUATE AT-COMPONENT
               WHEN 'BA'
                   MOVE 1 TO WS-COMP-IDX
                   MOVE BH-BASE-CHARGES TO WS-COMP-BILLED
               WHEN 'T2'
                   MOVE 2 TO WS-COMP-IDX
                   MOVE BH-TIER2-CHARGES TO WS-COMP-BILLED
               WHEN 'T3'
                   MOVE 3 TO WS-COMP-IDX
                   MOVE BH-TIER3-CHARGES TO WS-COMP-BILLED
               WHEN 'PN'
                   MOVE 4 TO WS-COMP-IDX
                   MOVE BH-PENALTY TO WS-COMP-BILLED
               WHEN 'TX'
                   MOVE 5 TO WS-COMP-IDX
                   MOVE BH-TAX-AMT TO WS-COMP-BILLED
               WHEN OTHER
                   MOVE 0 TO WS-COMP-IDX
           END-EVALUATE
           IF NOT PERIOD-FOUND
               MOVE 0 TO WS-COMP-BILLED
           END-IF.

       3200-DRAIN-CUSTOMER-ROWS.
           MOVE 0 TO WS-ITEM-COUNT
           PERFORM 3210-DRAIN-ONE-ROW
               UNTIL OB-EOF OR WS-OB-CUST-ID NOT = AT-CUST-ID.

       3210-DRAIN-ONE-ROW.
           IF WS-ITEM-COUNT >= 24
               MOVE 88 TO WS-ABEND-CODE
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
           PERFORM 1200-READ-OPENBAL.

       3300-SCAN-PRIOR-MEMOS.
      *    Every memo already on file for this customer and period:
      *    the highest sequence number used, and the running net of
      *    this component after earlier debit and credit memos.
           MOVE 0 TO WS-LAST-SEQ
           MOVE WS-COMP-BILLED TO WS-COMP-NET
           MOVE 'N' TO WS-MEMO-SCAN-FLAG
           MOVE AT-CUST-ID TO AJ-CUST-ID
           MOVE AT-BILLING-DT TO AJ-BILLING-DT
           MOVE 0 TO AJ-SEQ-NO
           START ADJUSTMENT-HISTORY KEY IS >= AJ-KEY
               INVALID KEY
                   SET MEMO-SCAN-DONE TO TRUE
           END-START
           PERFORM 3350-READ-NEXT-MEMO
               UNTIL MEMO-SCAN-DONE.

       3350-READ-NEXT-MEMO.
           READ ADJUSTMENT-HISTORY NEXT RECORD
               AT END
                   SET MEMO-SCAN-DONE TO TRUE
               NOT AT END
                   IF AJ-CUST-ID NOT = AT-CUST-ID
                      OR AJ-BILLING-DT NOT = AT-BILLING-DT
                       SET MEMO-SCAN-DONE TO TRUE
                   ELSE
                       MOVE AJ-SEQ-NO TO WS-LAST-SEQ
                       IF AJ-COMPONENT = AT-COMPONENT
                           IF AJ-DEBIT-MEMO
                               ADD AJ-AMOUNT TO WS-COMP-NET
                           ELSE
                               SUBTRACT AJ-AMOUNT FROM WS-COMP-NET
                           END-IF
                       END-IF
                   END-IF
           END-READ
           IF WS-ADJ-FS NOT = '00' AND WS-ADJ-FS NOT = '10'
               MOVE 84 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON ADJHIST'
                   TO WS-ABEND-MSG
               MOVE WS-ADJ-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       3500-PASS-THROUGH-ROW.
           MOVE OPEN-BAL-REC TO WORK-REC
           PERFORM 5000-WRITE-WORK-ROW
           PERFORM 1200-READ-OPENBAL.

       3600-WRITE-SURVIVORS.
           MOVE 1 TO WS-ITEM-SUB
           PERFORM 3650-WRITE-ONE-SURVIVOR
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           MOVE 0 TO WS-ITEM-COUNT.

       3650-WRITE-ONE-SURVIVOR.
           IF WS-ITEM-AMT (WS-ITEM-SUB) > 0
               MOVE SPACES TO WORK-REC
               STRING WS-CUR-CUST-ID DELIMITED SIZE
                      ',' DELIMITED SIZE
                      WS-ITEM-NAME (WS-ITEM-SUB) DELIMITED SIZE
                      ',' DELIMITED SIZE
                      WS-ITEM-AMT (WS-ITEM-SUB) DELIMITED SIZE
                      ',' DELIMITED SIZE
                      WS-ITEM-DT (WS-ITEM-SUB) DELIMITED SIZE
                      ',' DELIMITED SIZE
                      WS-ITEM-DUE-DT (WS-ITEM-SUB) DELIMITED SPACE
                   INTO WORK-REC
               PERFORM 5000-WRITE-WORK-ROW
           END-IF
           ADD 1 TO WS-ITEM-SUB.

       4000-APPLY-MEMO.
           MOVE 0 TO WS-EXCESS-AMT
           IF AT-DEBIT-MEMO
               ADD AT-AMOUNT TO BH-OPEN-AMT
               MOVE AT-AMOUNT TO WS-APPLY-AMT
               PERFORM 4100-RAISE-OPEN-ITEM
               ADD AT-AMOUNT TO WS-COMP-DEBIT-TOT (WS-COMP-IDX)
               ADD AT-AMOUNT TO WS-GL-DEBIT-MEMO-TOTAL
               ADD 1 TO WS-DEBIT-MEMOS
           ELSE
      *        A credit comes off what the period still has open;
      *        a period already paid down has nothing left to lower,
      *        so the rest is owed back to the customer.
               IF AT-AMOUNT > BH-OPEN-AMT
                   MOVE BH-OPEN-AMT TO WS-APPLY-AMT
                   COMPUTE WS-EXCESS-AMT = AT-AMOUNT - BH-OPEN-AMT
                   MOVE 0 TO BH-OPEN-AMT
               ELSE
                   MOVE AT-AMOUNT TO WS-APPLY-AMT
                   SUBTRACT AT-AMOUNT FROM BH-OPEN-AMT
               END-IF
               PERFORM 4200-LOWER-OPEN-ITEM
               IF WS-EXCESS-AMT > 0
                   PERFORM 5100-WRITE-CREDIT-ROW
               END-IF
               ADD AT-AMOUNT TO WS-COMP-CREDIT-TOT (WS-COMP-IDX)
               ADD AT-AMOUNT TO WS-GL-CREDIT-MEMO-TOTAL
               ADD WS-APPLY-AMT TO WS-GL-AR-CREDIT-TOTAL
               ADD 1 TO WS-CREDIT-MEMOS
           END-IF
           REWRITE BILL-HIST-REC
           IF WS-HIST-FS NOT = '00'
               MOVE 83 TO WS-ABEND-CODE
               MOVE 'REWRITE FAILED ON BILLING HISTORY BILLHIST'
                   TO WS-ABEND-MSG
               MOVE WS-HIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           PERFORM 4300-WRITE-ADJ-HIST
           ADD 1 TO WS-TRANS-APPLIED
           PERFORM 4400-WRITE-REGISTER-ENTRY.

       4050-FIND-ITEM.
           MOVE 0 TO WS-FOUND-SUB
           MOVE 1 TO WS-ITEM-SUB
           PERFORM 4060-CHECK-ONE-ITEM
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.

       4060-CHECK-ONE-ITEM.
           IF WS-ITEM-DT-NUM (WS-ITEM-SUB) = AT-BILLING-DT
               MOVE WS-ITEM-SUB TO WS-FOUND-SUB
           END-IF
           ADD 1 TO WS-ITEM-SUB.

       4100-RAISE-OPEN-ITEM.
      *    A debit on a period the customer had already paid off
      *    re-opens it: a new extract row goes in at its place in
      *    billing-date order so dunning and aging see it.
           PERFORM 4050-FIND-ITEM
           IF WS-FOUND-SUB > 0
               ADD AT-AMOUNT TO WS-ITEM-AMT (WS-FOUND-SUB)
           ELSE
               PERFORM 4150-INSERT-OPEN-ITEM
           END-IF.

       4150-INSERT-OPEN-ITEM.
           IF WS-ITEM-COUNT >= 24
               MOVE 88 TO WS-ABEND-CODE
               MOVE 'MORE THAN 24 OPEN ROWS FOR ONE CUSTOMER'
                   TO WS-ABEND-MSG
               MOVE WS-OPENBAL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           COMPUTE WS-INSERT-SUB = WS-ITEM-COUNT + 1
           MOVE 1 TO WS-ITEM-SUB
           PERFORM 4160-CHECK-INSERT-POINT
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           MOVE WS-ITEM-COUNT TO WS-ITEM-SUB
           PERFORM 4170-SHIFT-ONE-ITEM
               UNTIL WS-ITEM-SUB < WS-INSERT-SUB
           ADD 1 TO WS-ITEM-COUNT
           MOVE AT-AMOUNT     TO WS-ITEM-AMT (WS-INSERT-SUB)
           MOVE CR-CUST-NAME  TO WS-ITEM-NAME (WS-INSERT-SUB)
           MOVE AT-BILLING-DT TO WS-ITEM-DT (WS-INSERT-SUB)
           MOVE AT-BILLING-DT TO WS-ITEM-DT-NUM (WS-INSERT-SUB)
      *    The re-opened period keeps the due date it was billed
      *    with (3150 left its archive record in the area); a period
      *    archived before due dates ages from its billing date.
           IF BH-DUE-DT NUMERIC AND BH-DUE-DT > 0
               MOVE BH-DUE-DT TO WS-ITEM-DUE-DT (WS-INSERT-SUB)
           ELSE
               MOVE AT-BILLING-DT TO WS-ITEM-DUE-DT (WS-INSERT-SUB)
           END-IF.

       4160-CHECK-INSERT-POINT.
           IF WS-ITEM-DT-NUM (WS-ITEM-SUB) > AT-BILLING-DT
              AND WS-ITEM-SUB < WS-INSERT-SUB
               MOVE WS-ITEM-SUB TO WS-INSERT-SUB
           END-IF
           ADD 1 TO WS-ITEM-SUB.

       4170-SHIFT-ONE-ITEM.
           COMPUTE WS-NEXT-SUB = WS-ITEM-SUB + 1
           MOVE WS-ITEM (WS-ITEM-SUB) TO WS-ITEM (WS-NEXT-SUB)
           SUBTRACT 1 FROM WS-ITEM-SUB.

       4200-LOWER-OPEN-ITEM.
      *    A period the extract doesn't carry (already paid off)
      *    has nothing to lower there.
           PERFORM 4050-FIND-ITEM
           IF WS-FOUND-SUB > 0
               IF WS-APPLY-AMT < WS-ITEM-AMT (WS-FOUND-SUB)
                   SUBTRACT WS-APPLY-AMT
                       FROM WS-ITEM-AMT (WS-FOUND-SUB)
               ELSE
                   MOVE 0 TO WS-ITEM-AMT (WS-FOUND-SUB)
               END-IF
           END-IF.

       4300-WRITE-ADJ-HIST.
           IF WS-LAST-SEQ >= 999
               MOVE 89 TO WS-ABEND-CODE
               MOVE 'MEMO SEQUENCE EXHAUSTED FOR ONE PERIOD'
                   TO WS-ABEND-MSG
               MOVE WS-ADJ-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           MOVE SPACES TO ADJ-HIST-REC
           MOVE AT-CUST-ID     TO AJ-CUST-ID
           MOVE AT-BILLING-DT  TO AJ-BILLING-DT
           COMPUTE AJ-SEQ-NO = WS-LAST-SEQ + 1
           MOVE AT-MEMO-TYPE   TO AJ-MEMO-TYPE
           MOVE AT-COMPONENT   TO AJ-COMPONENT
           MOVE AT-AMOUNT      TO AJ-AMOUNT
           MOVE AT-REASON-CODE TO AJ-REASON-CODE
           MOVE AT-APPROVER-ID TO AJ-APPROVER-ID
           MOVE AT-APPROVAL-DT TO AJ-APPROVAL-DT
           MOVE WS-RUN-DT      TO AJ-POSTED-DT
           MOVE WS-EXCESS-AMT  TO AJ-EXCESS-CREDIT
           WRITE ADJ-HIST-REC
               INVALID KEY
                   MOVE 89 TO WS-ABEND-CODE
                   MOVE 'DUPLICATE KEY WRITING ADJHIST'
                       TO WS-ABEND-MSG
                   MOVE WS-ADJ-FS TO WS-ABEND-FS
                   PERFORM 9999-ABEND
           END-WRITE.

       4400-WRITE-REGISTER-ENTRY.
           MOVE AT-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO REG-LINE
           STRING AT-CUST-ID DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  CR-CUST-NAME DELIMITED SIZE
                  '  PERIOD ' DELIMITED SIZE
                  AT-BILLING-DT DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
                  '  APPROVED BY ' DELIMITED SIZE
                  AT-APPROVER-ID DELIMITED SIZE
                  ' ON ' DELIMITED SIZE
                  AT-APPROVAL-DT DELIMITED SIZE
               INTO REG-LINE
           WRITE REG-LINE
           MOVE SPACES TO REG-LINE
           IF AT-DEBIT-MEMO
               STRING '    DEBIT MEMO  ' DELIMITED SIZE
                      WS-COMP-LABEL (WS-COMP-IDX) DELIMITED SIZE
                      '  REASON ' DELIMITED SIZE
                      AT-REASON-CODE DELIMITED SIZE
                      '  DR 1200 / CR ' DELIMITED SIZE
                      WS-COMP-ACCT (WS-COMP-IDX) DELIMITED SIZE
                   INTO REG-LINE
           ELSE
               STRING '    CREDIT MEMO ' DELIMITED SIZE
                      WS-COMP-LABEL (WS-COMP-IDX) DELIMITED SIZE
                      '  REASON ' DELIMITED SIZE
                      AT-REASON-CODE DELIMITED SIZE
                      '  DR ' DELIMITED SIZE
                      WS-COMP-ACCT (WS-COMP-IDX) DELIMITED SIZE
                      ' / CR 1200' DELIMITED SIZE
                   INTO REG-LINE
           END-IF
           WRITE REG-LINE
           MOVE BH-OPEN-AMT TO WS-AMOUNT-ED
           MOVE SPACES TO REG-LINE
           STRING '    PERIOD NOW OPEN ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO REG-LINE
           WRITE REG-LINE.

       5000-WRITE-WORK-ROW.
           WRITE WORK-REC
           IF WS-WORK-FS NOT = '00'
               MOVE 87 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON WORK FILE ADJWORK'
                   TO WS-ABEND-MSG
               MOVE WS-WORK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-ROWS-WRITTEN.

       5100-WRITE-CREDIT-ROW.
      *    Same shape as PAYPOST's residual CREDIT row (no new cash,
      *    credit in the trailing field), so the next BILL-CALC
      *    carries it forward and REFUND can disburse it.
           MOVE SPACES TO PAY-HIST-REC
           STRING AT-CUST-ID       DELIMITED SIZE
                  ',00000000000,'  DELIMITED SIZE
                  WS-RUN-DT        DELIMITED SIZE
                  ',CREDIT,'       DELIMITED SIZE
                  WS-EXCESS-AMT    DELIMITED SIZE
               INTO PAY-HIST-REC
           WRITE PAY-HIST-REC
           IF WS-PAYHIST-FS NOT = '00'
               MOVE 85 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON PAYMENT HISTORY PAYHIST'
                   TO WS-ABEND-MSG
               MOVE WS-PAYHIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           ADD WS-EXCESS-AMT TO WS-GL-EXCESS-TOTAL
           ADD 1 TO WS-CREDIT-ROWS
           MOVE WS-EXCESS-AMT TO WS-AMOUNT-ED
           MOVE SPACES TO REG-LINE
           STRING '    EXCESS CREDITED TO CUSTOMER ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
                  '  (CR 2300)' DELIMITED SIZE
               INTO REG-LINE
           WRITE REG-LINE.

       8200-REJECT-TRANS.
           PERFORM 8050-LOOKUP-ERR-MSG
           MOVE SPACES TO ERR-LOG-REC
           STRING AT-CUST-ID DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-ERR-CODE DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-ERR-MSG DELIMITED SIZE
               INTO ERR-LOG-REC
           WRITE ERR-LOG-REC
           ADD 1 TO WS-TRANS-ERROR
           MOVE SPACES TO REG-LINE
           STRING AT-CUST-ID DELIMITED SIZE
                  '  PERIOD ' DELIMITED SIZE
                  AT-BILLING-DT DELIMITED SIZE
                  '  REJECTED ' DELIMITED SIZE
                  WS-ERR-CODE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-ERR-MSG DELIMITED SIZE
               INTO REG-LINE
           WRITE REG-LINE.

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
      *    The last customer's adjusted rows go out, then rows past
      *    the last transaction pass straight through.
           PERFORM 3600-WRITE-SURVIVORS
           PERFORM 3500-PASS-THROUGH-ROW
               UNTIL OB-EOF
           PERFORM 9200-WRITE-REGISTER-TOTALS
           PERFORM 9300-WRITE-GL-FEED
           CLOSE ADJUSTMENT-TRANS-FILE
                 OPEN-BALANCE-FILE
                 OPENBAL-WORK
                 CUSTOMER-FILE
                 OPERATOR-FILE
                 BILLING-HISTORY
                 ADJUSTMENT-HISTORY
                 PAYMENT-HISTORY
                 GL-FEED-FILE
                 ADJUSTMENT-REGISTER
                 ERROR-LOG
           PERFORM 9100-COMMIT-OPENBAL
           DISPLAY 'MEMOS READ:         ' WS-TRANS-READ
           DISPLAY 'MEMOS APPLIED:      ' WS-TRANS-APPLIED
           DISPLAY 'MEMOS ERROR:        ' WS-TRANS-ERROR
           DISPLAY 'DEBIT MEMOS:        ' WS-DEBIT-MEMOS
           DISPLAY 'CREDIT MEMOS:       ' WS-CREDIT-MEMOS
           DISPLAY 'CREDIT ROWS:        ' WS-CREDIT-ROWS
           DISPLAY 'BALANCES READ:      ' WS-BALANCES-READ
           DISPLAY 'BALANCES WRITTEN:   ' WS-ROWS-WRITTEN.

       9100-COMMIT-OPENBAL.
      *    The adjusted extract only lands on OPENBAL after the whole
      *    run - memos, ledger, GL, and register - finished cleanly,
      *    so a run that dies mid-pass leaves the real file
      *    untouched. The copy-back itself is the only window left,
      *    and it is a straight file copy an operator can redo from
      *    ADJWORK.
           OPEN INPUT OPENBAL-WORK
           IF WS-WORK-FS NOT = '00'
               MOVE 87 TO WS-ABEND-CODE
               MOVE 'WORK FILE ADJWORK UNREADABLE FOR COPY-BACK'
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
               MOVE 87 TO WS-ABEND-CODE
               MOVE 'READ FAILED DURING OPENBAL COPY-BACK'
                   TO WS-ABEND-MSG
               MOVE WS-WORK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           IF WS-OPENBAL-FS NOT = '00' AND NOT WORK-EOF
               MOVE 81 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED DURING OPENBAL COPY-BACK'
                   TO WS-ABEND-MSG
               MOVE WS-OPENBAL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       9200-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE
           MOVE WS-GL-DEBIT-MEMO-TOTAL TO WS-AMOUNT-ED
           MOVE SPACES TO REG-LINE
           STRING 'TOTAL DEBIT MEMOS:      ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
                  '  (' DELIMITED SIZE
                  WS-DEBIT-MEMOS DELIMITED SIZE
                  ' MEMOS)' DELIMITED SIZE
               INTO REG-LINE
           WRITE REG-LINE
           MOVE WS-GL-CREDIT-MEMO-TOTAL TO WS-AMOUNT-ED
           MOVE SPACES TO REG-LINE
           STRING 'TOTAL CREDIT MEMOS:     ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
                  '  (' DELIMITED SIZE
                  WS-CREDIT-MEMOS DELIMITED SIZE
                  ' MEMOS)' DELIMITED SIZE
               INTO REG-LINE
           WRITE REG-LINE
           MOVE WS-GL-EXCESS-TOTAL TO WS-AMOUNT-ED
           MOVE SPACES TO REG-LINE
           STRING '  OF WHICH TO CUSTOMER: ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO REG-LINE
           WRITE REG-LINE.

       9300-WRITE-GL-FEED.
      *    One journal entry set per run. Debit memos raise
      *    receivables against the corrected component's revenue or
      *    tax account; credit memos reverse the component, coming
      *    off receivables as far as the period was still open and
      *    landing in customer credit balances beyond that.
           MOVE SPACES TO GL-REC
           MOVE '1200' TO GL-ACCOUNT-CODE
           MOVE 'DR' TO GL-DR-CR
           MOVE WS-GL-DEBIT-MEMO-TOTAL TO GL-AMOUNT
           MOVE 'ACCOUNTS RECEIVABLE' TO GL-DESCRIPTION
           WRITE GL-REC

           MOVE 1 TO WS-COMP-IDX
           PERFORM 9310-WRITE-COMP-CREDIT
               UNTIL WS-COMP-IDX > 5

           MOVE 1 TO WS-COMP-IDX
           PERFORM 9320-WRITE-COMP-DEBIT
               UNTIL WS-COMP-IDX > 5

           MOVE SPACES TO GL-REC
           MOVE '1200' TO GL-ACCOUNT-CODE
           MOVE 'CR' TO GL-DR-CR
           MOVE WS-GL-AR-CREDIT-TOTAL TO GL-AMOUNT
           MOVE 'ACCOUNTS RECEIVABLE' TO GL-DESCRIPTION
           WRITE GL-REC

           MOVE SPACES TO GL-REC
           MOVE '2300' TO GL-ACCOUNT-CODE
           MOVE 'CR' TO GL-DR-CR
           MOVE WS-GL-EXCESS-TOTAL TO GL-AMOUNT
           MOVE 'CUSTOMER CREDIT BALANCES' TO GL-DESCRIPTION
           WRITE GL-REC.

       9310-WRITE-COMP-CREDIT.
           IF WS-COMP-DEBIT-TOT (WS-COMP-IDX) > 0
               MOVE SPACES TO GL-REC
               MOVE WS-COMP-ACCT (WS-COMP-IDX) TO GL-ACCOUNT-CODE
               MOVE 'CR' TO GL-DR-CR
               MOVE WS-COMP-DEBIT-TOT (WS-COMP-IDX) TO GL-AMOUNT
               MOVE WS-COMP-GL-DESC (WS-COMP-IDX) TO GL-DESCRIPTION
               WRITE GL-REC
           END-IF
           ADD 1 TO WS-COMP-IDX.

       9320-WRITE-COMP-DEBIT.
           IF WS-COMP-CREDIT-TOT (WS-COMP-IDX) > 0
               MOVE SPACES TO GL-REC
               MOVE WS-COMP-ACCT (WS-COMP-IDX) TO GL-ACCOUNT-CODE
               MOVE 'DR' TO GL-DR-CR
               MOVE WS-COMP-CREDIT-TOT (WS-COMP-IDX) TO GL-AMOUNT
               MOVE WS-COMP-GL-DESC (WS-COMP-IDX) TO GL-DESCRIPTION
               WRITE GL-REC
           END-IF
           ADD 1 TO WS-COMP-IDX.

       9999-ABEND.
           DISPLAY 'ADJMEMO ABEND ' WS-ABEND-CODE ': '
               WS-ABEND-MSG
           DISPLAY 'FILE STATUS: ' WS-ABEND-FS
           MOVE WS-ABEND-CODE TO RETURN-CODE
           STOP RUN.
