      *===============================================================*
      * PROGRAM-ID: ACCTCLOS
      * AUTHOR:     LEGACY-SYSTEM
      * DATE:       2026-10-15
      *---------------------------------------------------------------*
      * Final-Bill and Account Closure Run.
      * BILL-CALC's 4050-CALC-PRORATION prorates the last partial
      * month when service stops, but nothing ever closed the
      * account afterward: the customer stayed active on CUSTFILE,
      * USAGECAP kept taking feed rows for it, and whatever balance
      * or credit was left just drifted. This run walks the
      * customer master for accounts whose CR-CUST-SVC-STOP-DT has
      * passed and whose final period is on BILLHIST (a period
      * dated on or after the stop date, the same test DEPOSIT
      * uses before applying a deposit), and for each one:
      *   - prints a FINAL BILL invoice (FINLBILL) showing the final
      *     period's charges and what is left on the account, which
      *     DOCDLVR sends by the customer's delivery preference;
      *   - settles the routing by outcome - a credit balance is
      *     left on PAYHIST as the CREDIT/OVERPAID rows the REFUND
      *     run that follows disburses, and a debit balance is
      *     marked final-billed on DUNHIST so DUNNING sends the
      *     final notice at once instead of escalating from a
      *     reminder;
      *   - sets CR-CUST-STATUS to 'C', which keeps the account out
      *     of BILL-CALC and makes USAGECAP refuse its feed rows.
      * A closure register (CLOSREG) lists every stopped account -
      * closed tonight, closed before, or held back and why - so
      * every stop can be proven closed out.
      *
      * STREAM POSITION: after the cycle's PAYPOST (the final bill
      * has posted to OPENBAL and any residual credit is a PAYHIST
      * row) and after DEPOSIT (a held deposit has been applied),
      * and before REFUND and DUNNING. CUSTFILE, OPENBAL and
      * PAYHIST are merged in ascending customer-id sequence, as
      * PAYPOST writes the extracts.
      *===============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCLOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-CUST-ID
               FILE STATUS IS WS-CUST-FS.
           SELECT OPEN-BALANCE-FILE ASSIGN TO 'OPENBAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPENBAL-FS.
      *    Credit rows still waiting for REFUND. No PAYHIST at all
      *    means nobody carries a credit.
           SELECT OPTIONAL PAYMENT-HISTORY ASSIGN TO 'PAYHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-FS.
      *    Proves the final period was billed, and supplies its
      *    charges for the final bill.
           SELECT BILLING-HISTORY ASSIGN TO 'BILLHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-FS.
      *    A deposit still held at closure has not been applied
      *    yet - the account waits for DEPOSIT to apply it.
           SELECT OPTIONAL DEPOSIT-FILE ASSIGN TO 'DEPFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-CUST-ID
               FILE STATUS IS WS-DEP-FS.
           SELECT OPTIONAL DUNNING-HISTORY ASSIGN TO 'DUNHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DH-CUST-ID
               FILE STATUS IS WS-DUNHIST-FS.
           SELECT FINAL-BILL-FILE ASSIGN TO 'FINLBILL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILL-FS.
           SELECT CLOSURE-REGISTER ASSIGN TO 'CLOSREG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-FS.
           SELECT OPTIONAL RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD CUSTOMER-FILE.
       COPY CUSTOMER-RECORD.

       FD OPEN-BALANCE-FILE.
       01  OPEN-BAL-REC              PIC X(200).

       FD PAYMENT-HISTORY.
       01  PAY-HIST-REC              PIC X(200).

       FD BILLING-HISTORY.
       COPY BILLING-HISTORY-RECORD.

       FD DEPOSIT-FILE.
       COPY DEPOSIT-RECORD.

       FD DUNNING-HISTORY.
       COPY DUNNING-HISTORY-RECORD.

       FD FINAL-BILL-FILE.
       01  BILL-LINE                 PIC X(132).

       FD CLOSURE-REGISTER.
       01  REG-LINE                  PIC X(132).

       FD RUN-JOURNAL.
       COPY RUN-JOURNAL-RECORD.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-CUST-FS            PIC XX.
           05  WS-OPENBAL-FS         PIC XX.
           05  WS-PAYHIST-FS         PIC XX.
           05  WS-HIST-FS            PIC XX.
           05  WS-DEP-FS             PIC XX.
           05  WS-DUNHIST-FS         PIC XX.
           05  WS-BILL-FS            PIC XX.
           05  WS-REG-FS             PIC XX.
           05  WS-JRNL-FS            PIC XX.

       01  WS-FLAGS.
           05  WS-CUST-EOF-FLAG      PIC X VALUE 'N'.
               88  CUST-EOF          VALUE 'Y'.
           05  WS-OB-EOF-FLAG        PIC X VALUE 'N'.
               88  OB-EOF            VALUE 'Y'.
           05  WS-PAY-EOF-FLAG       PIC X VALUE 'N'.
               88  PAY-EOF           VALUE 'Y'.
           05  WS-DEP-OK-FLAG        PIC X VALUE 'N'.
               88  DEP-USABLE        VALUE 'Y'.
           05  WS-FINAL-BILLED-FLAG  PIC X VALUE 'N'.
               88  FINAL-BILLED      VALUE 'Y'.
           05  WS-FINAL-SCAN-FLAG    PIC X VALUE 'N'.
               88  FINAL-SCAN-DONE   VALUE 'Y'.
           05  WS-DEP-HELD-FLAG      PIC X VALUE 'N'.
               88  DEPOSIT-STILL-HELD VALUE 'Y'.
           05  WS-HIST-FOUND-FLAG    PIC X VALUE 'N'.
               88  HIST-FOUND        VALUE 'Y'.

       01  WS-OPENBAL-HOLD.
           05  WS-OB-CUST-ID         PIC X(10) VALUE SPACES.
           05  WS-OB-NAME            PIC X(30).
      *    Extract amounts are the stored digits of a 9(9)V99 field
      *    (implied cents, no decimal point), so they are received
      *    into the X(11) and read back through the REDEFINES.
           05  WS-OB-AMT-X           PIC X(11).
           05  WS-OB-AMT REDEFINES WS-OB-AMT-X
                                     PIC 9(9)V99.

       01  WS-PAY-HOLD.
           05  WS-PAY-CUST-ID        PIC X(10) VALUE SPACES.
           05  WS-PAY-AMT-X          PIC X(11).
           05  WS-PAY-DT             PIC X(10).
           05  WS-PAY-DISPOSITION    PIC X(25).
               88  PAY-REFUNDABLE    VALUES 'OVERPAID' 'CREDIT'.
           05  WS-PAY-EXTRA-X        PIC X(11).
           05  WS-PAY-EXTRA REDEFINES WS-PAY-EXTRA-X
                                     PIC 9(9)V99.

      *    The stopped customer's settlement: what the open items
      *    still owe, what credit is waiting for REFUND, and the net
      *    either way. PAYPOST absorbs a carried credit into the
      *    open items as it posts, so normally only one side is
      *    non-zero; both at once is put on the register for review.
       01  WS-CLOSE-FIELDS.
           05  WS-DEBIT-AMT          PIC 9(9)V99.
           05  WS-CREDIT-AMT         PIC 9(9)V99.
           05  WS-NET-AMT            PIC 9(9)V99.
           05  WS-OUTCOME            PIC X.
               88  OUTCOME-DEBIT     VALUE 'D'.
               88  OUTCOME-CREDIT    VALUE 'C'.
               88  OUTCOME-SETTLED   VALUE 'S'.

       01  WS-RUN-DT                 PIC 9(8).
       01  WS-RUN-TIME               PIC 9(8).
       01  WS-AMOUNT-ED              PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-ED-2            PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

      *    Operator abend fields: a closure is a status change on
      *    the master - any doubt about the extracts behind it is a
      *    stop, not a guess that the account owes nothing.
       01  WS-ABEND-CODE             PIC 9(2).
       01  WS-ABEND-MSG              PIC X(50).
       01  WS-ABEND-FS               PIC XX.

       01  WS-COUNTERS.
           05  WS-CUSTOMERS-READ     PIC 9(6) VALUE 0.
           05  WS-STOPPED-FOUND      PIC 9(6) VALUE 0.
           05  WS-ACCOUNTS-CLOSED    PIC 9(6) VALUE 0.
           05  WS-CLOSED-DEBIT       PIC 9(6) VALUE 0.
           05  WS-CLOSED-CREDIT      PIC 9(6) VALUE 0.
           05  WS-CLOSED-SETTLED     PIC 9(6) VALUE 0.
           05  WS-AWAITING-FINAL     PIC 9(6) VALUE 0.
           05  WS-AWAITING-DEPOSIT   PIC 9(6) VALUE 0.
           05  WS-CLOSED-BEFORE      PIC 9(6) VALUE 0.
           05  WS-REVIEW-COUNT       PIC 9(6) VALUE 0.
           05  WS-BALANCES-READ      PIC 9(6) VALUE 0.
           05  WS-PAY-ROWS-READ      PIC 9(6) VALUE 0.

       01  WS-TOTALS.
           05  WS-DEBIT-TOTAL        PIC 9(11)V99 VALUE 0.
           05  WS-CREDIT-TOTAL       PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-ED               PIC $ZZZ,ZZZ,ZZZ,ZZ9.99.

      *===============================================================*
       PROCEDURE DIVISION.
      *===============================================================*

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1090-JOURNAL-START
           PERFORM 2000-WORK-CUSTOMER
               UNTIL CUST-EOF
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
           MOVE WS-CUSTOMERS-READ TO RJ-RECORDS-IN
           MOVE WS-ACCOUNTS-CLOSED TO RJ-RECORDS-OUT
           MOVE WS-REVIEW-COUNT TO RJ-RECORDS-ERROR
           PERFORM 9700-WRITE-RUN-JOURNAL.

       9700-WRITE-RUN-JOURNAL.
      *    Appended to the shop-wide run journal so DAYRPT can
      *    reconstruct what ran overnight without digging through
      *    console logs - and so JOBGATE can hold REFUND and
      *    DUNNING until this step has finished. Opened per write
      *    so the record is on disk even if the run dies later.
           OPEN EXTEND RUN-JOURNAL
           MOVE 'ACCTCLOS' TO RJ-JOB-NAME
           ACCEPT RJ-RUN-DT FROM DATE YYYYMMDD
           ACCEPT RJ-RUN-TIME FROM TIME
           WRITE RUN-JRNL-REC
           CLOSE RUN-JOURNAL.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN I-O CUSTOMER-FILE
           IF WS-CUST-FS NOT = '00'
               MOVE 60 TO WS-ABEND-CODE
               MOVE 'CUSTOMER MASTER CUSTFILE MISSING OR UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-CUST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT OPEN-BALANCE-FILE
           IF WS-OPENBAL-FS NOT = '00'
               MOVE 61 TO WS-ABEND-CODE
               MOVE 'OPEN-BALANCE EXTRACT OPENBAL MISSING OR BAD'
                   TO WS-ABEND-MSG
               MOVE WS-OPENBAL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT PAYMENT-HISTORY
           IF WS-PAYHIST-FS NOT = '00' AND WS-PAYHIST-FS NOT = '05'
               MOVE 62 TO WS-ABEND-CODE
               MOVE 'PAYMENT HISTORY PAYHIST UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-PAYHIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT BILLING-HISTORY
           IF WS-HIST-FS NOT = '00'
               MOVE 63 TO WS-ABEND-CODE
               MOVE 'BILLING HISTORY BILLHIST MISSING OR UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-HIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT DEPOSIT-FILE
           IF WS-DEP-FS = '00'
               SET DEP-USABLE TO TRUE
           END-IF
      *    05 = optional file created on first use, which is fine;
      *    anything else would lose the final-bill mark and leave
      *    the balance to age through the ordinary levels.
           OPEN I-O DUNNING-HISTORY
           IF WS-DUNHIST-FS NOT = '00' AND WS-DUNHIST-FS NOT = '05'
               MOVE 64 TO WS-ABEND-CODE
               MOVE 'DUNNING HISTORY DUNHIST UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-DUNHIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT FINAL-BILL-FILE
                       CLOSURE-REGISTER
           IF WS-BILL-FS NOT = '00' OR WS-REG-FS NOT = '00'
               MOVE 65 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN FINAL BILL OR CLOSURE REGISTER'
                   TO WS-ABEND-MSG
               IF WS-BILL-FS NOT = '00'
                   MOVE WS-BILL-FS TO WS-ABEND-FS
               ELSE
                   MOVE WS-REG-FS TO WS-ABEND-FS
               END-IF
               PERFORM 9999-ABEND
           END-IF
           PERFORM 1200-WRITE-REGISTER-HEADER
           PERFORM 1300-READ-OPENBAL
           PERFORM 1400-READ-PAYHIST.

       1200-WRITE-REGISTER-HEADER.
           MOVE SPACES TO REG-LINE
           STRING 'ACCOUNT CLOSURE REGISTER  RUN DATE: '
                      DELIMITED SIZE
                  WS-RUN-DT DELIMITED SIZE
                  '  RUN TIME: ' DELIMITED SIZE
                  WS-RUN-TIME DELIMITED SIZE
               INTO REG-LINE
           PERFORM 8000-WRITE-REG-LINE
           MOVE SPACES TO REG-LINE
           STRING 'CUSTOMER    NAME                            '
                      DELIMITED SIZE
                  'STOPPED   DISPOSITION' DELIMITED SIZE
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
                   UNSTRING OPEN-BAL-REC DELIMITED BY ','
                       INTO WS-OB-CUST-ID
                            WS-OB-NAME
                            WS-OB-AMT-X
                   END-UNSTRING
                   ADD 1 TO WS-BALANCES-READ
           END-READ
      *    A mid-run read failure must not be taken as end of
      *    extract - a customer past the failure would look paid up
      *    and close with a balance nobody chases.
           IF WS-OPENBAL-FS NOT = '00' AND NOT OB-EOF
               MOVE 61 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON OPENBAL'
                   TO WS-ABEND-MSG
               MOVE WS-OPENBAL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       1400-READ-PAYHIST.
           READ PAYMENT-HISTORY
               AT END
                   SET PAY-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-PAY-CUST-ID
               NOT AT END
                   MOVE SPACES TO WS-PAY-DISPOSITION
                                  WS-PAY-EXTRA-X
                   UNSTRING PAY-HIST-REC DELIMITED BY ','
                       INTO WS-PAY-CUST-ID
                            WS-PAY-AMT-X
                            WS-PAY-DT
                            WS-PAY-DISPOSITION
                            WS-PAY-EXTRA-X
                   END-UNSTRING
                   ADD 1 TO WS-PAY-ROWS-READ
           END-READ
      *    Same reasoning on the credit side: a customer past the
      *    failure would look as if nothing were owed back.
           IF WS-PAYHIST-FS NOT = '00' AND NOT PAY-EOF
               MOVE 62 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON PAYHIST'
                   TO WS-ABEND-MSG
               MOVE WS-PAYHIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

      *---------------------------------------------------------------*
      * Customer pass: find each stopped account and close it out.
      *---------------------------------------------------------------*

       2000-WORK-CUSTOMER.
           READ CUSTOMER-FILE
               AT END
                   SET CUST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUSTOMERS-READ
                   PERFORM 3000-CHECK-ONE-CUSTOMER
           END-READ
           IF WS-CUST-FS NOT = '00' AND WS-CUST-FS NOT = '10'
               AND NOT CUST-EOF
               MOVE 60 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON CUSTFILE'
                   TO WS-ABEND-MSG
               MOVE WS-CUST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       3000-CHECK-ONE-CUSTOMER.
      *    All three files are in ascending customer-id sequence:
      *    extract rows below this master key belong to customers
      *    no longer on file and are passed over, and this
      *    customer's rows are summed for the settlement.
           PERFORM 3100-SKIP-OPENBAL-ROW
               UNTIL OB-EOF OR WS-OB-CUST-ID >= CR-CUST-ID
           PERFORM 3200-SKIP-PAYHIST-ROW
               UNTIL PAY-EOF OR WS-PAY-CUST-ID >= CR-CUST-ID
           MOVE 0 TO WS-DEBIT-AMT
                     WS-CREDIT-AMT
           PERFORM 3150-SUM-OPENBAL-ROW
               UNTIL OB-EOF OR WS-OB-CUST-ID NOT = CR-CUST-ID
           PERFORM 3250-SUM-PAYHIST-ROW
               UNTIL PAY-EOF OR WS-PAY-CUST-ID NOT = CR-CUST-ID
           IF CR-CUST-SVC-STOP-DT NUMERIC
               AND CR-CUST-SVC-STOP-DT NOT = 0
               AND CR-CUST-SVC-STOP-DT <= WS-RUN-DT
               ADD 1 TO WS-STOPPED-FOUND
               EVALUATE TRUE
                   WHEN CR-CUST-STATUS = 'C'
                       ADD 1 TO WS-CLOSED-BEFORE
                       PERFORM 3900-REPORT-CLOSED-BEFORE
                   WHEN OTHER
                       PERFORM 3400-CHECK-FINAL-BILLED
                       PERFORM 3500-CHECK-DEPOSIT
                       EVALUATE TRUE
                           WHEN NOT FINAL-BILLED
                               ADD 1 TO WS-AWAITING-FINAL
                               PERFORM 3950-REPORT-AWAITING-FINAL
                           WHEN DEPOSIT-STILL-HELD
                               ADD 1 TO WS-AWAITING-DEPOSIT
                               PERFORM 3960-REPORT-DEPOSIT-HELD
                           WHEN OTHER
                               PERFORM 4000-CLOSE-ACCOUNT
                       END-EVALUATE
               END-EVALUATE
           END-IF.

       3100-SKIP-OPENBAL-ROW.
           PERFORM 1300-READ-OPENBAL.

       3150-SUM-OPENBAL-ROW.
           ADD WS-OB-AMT TO WS-DEBIT-AMT
           PERFORM 1300-READ-OPENBAL.

       3200-SKIP-PAYHIST-ROW.
           PERFORM 1400-READ-PAYHIST.

       3250-SUM-PAYHIST-ROW.
      *    Only the credit REFUND would pay out counts - cash rows
      *    have already been applied by PAYPOST, and REFUNDED rows
      *    are gone.
           IF PAY-REFUNDABLE AND WS-PAY-EXTRA-X NUMERIC
               ADD WS-PAY-EXTRA TO WS-CREDIT-AMT
           END-IF
           PERFORM 1400-READ-PAYHIST.

       3400-CHECK-FINAL-BILLED.
      *    Billed through the stop date means a period dated on or
      *    after it is on BILLHIST - that first such period is the
      *    prorated final bill. Closed any earlier, the last
      *    partial month would never be billed at all.
           MOVE 'N' TO WS-FINAL-BILLED-FLAG
                       WS-FINAL-SCAN-FLAG
           MOVE CR-CUST-ID TO BH-CUST-ID
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
                       WHEN BH-CUST-ID NOT = CR-CUST-ID
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

       3500-CHECK-DEPOSIT.
      *    DEPOSIT applies a held deposit once the final period is
      *    billed. Closed first, the settlement here would not
      *    count the deposit, and a debit it was going to pay would
      *    be sent to dunning.
           MOVE 'N' TO WS-DEP-HELD-FLAG
           IF DEP-USABLE
               MOVE CR-CUST-ID TO DP-CUST-ID
               READ DEPOSIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DP-HELD
                           SET DEPOSIT-STILL-HELD TO TRUE
                       END-IF
               END-READ
           END-IF.

       3900-REPORT-CLOSED-BEFORE.
           MOVE SPACES TO REG-LINE
           STRING CR-CUST-ID DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  CR-CUST-NAME DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  CR-CUST-SVC-STOP-DT DELIMITED SIZE
                  '  CLOSED IN AN EARLIER RUN' DELIMITED SIZE
               INTO REG-LINE
           PERFORM 8000-WRITE-REG-LINE.

       3950-REPORT-AWAITING-FINAL.
           MOVE SPACES TO REG-LINE
           STRING CR-CUST-ID DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  CR-CUST-NAME DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  CR-CUST-SVC-STOP-DT DELIMITED SIZE
                  '  *** NOT CLOSED - FINAL PERIOD NOT YET BILLED'
                      DELIMITED SIZE
                  ' ***' DELIMITED SIZE
               INTO REG-LINE
           PERFORM 8000-WRITE-REG-LINE.

       3960-REPORT-DEPOSIT-HELD.
           MOVE SPACES TO REG-LINE
           STRING CR-CUST-ID DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  CR-CUST-NAME DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  CR-CUST-SVC-STOP-DT DELIMITED SIZE
                  '  *** NOT CLOSED - DEPOSIT STILL HELD, '
                      DELIMITED SIZE
                  'AWAITING DEPOSIT RUN ***' DELIMITED SIZE
               INTO REG-LINE
           PERFORM 8000-WRITE-REG-LINE.

      *---------------------------------------------------------------*
      * Closure: final bill, routing by outcome, status change.
      *---------------------------------------------------------------*

       4000-CLOSE-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-DEBIT-AMT > WS-CREDIT-AMT
                   SET OUTCOME-DEBIT TO TRUE
                   COMPUTE WS-NET-AMT = WS-DEBIT-AMT - WS-CREDIT-AMT
               WHEN WS-CREDIT-AMT > WS-DEBIT-AMT
                   SET OUTCOME-CREDIT TO TRUE
                   COMPUTE WS-NET-AMT = WS-CREDIT-AMT - WS-DEBIT-AMT
               WHEN OTHER
                   SET OUTCOME-SETTLED TO TRUE
                   MOVE 0 TO WS-NET-AMT
           END-EVALUATE
           PERFORM 5000-WRITE-FINAL-BILL
      *    A credit needs nothing written: its CREDIT/OVERPAID rows
      *    are already on PAYHIST, and REFUND pays out every such
      *    row by ACH or check. A debit is marked for DUNNING.
           EVALUATE TRUE
               WHEN OUTCOME-DEBIT
                   PERFORM 4200-FLAG-FOR-DUNNING
                   ADD 1 TO WS-CLOSED-DEBIT
                   ADD WS-NET-AMT TO WS-DEBIT-TOTAL
               WHEN OUTCOME-CREDIT
                   ADD 1 TO WS-CLOSED-CREDIT
                   ADD WS-NET-AMT TO WS-CREDIT-TOTAL
               WHEN OTHER
                   ADD 1 TO WS-CLOSED-SETTLED
           END-EVALUATE
           MOVE 'C' TO CR-CUST-STATUS
           REWRITE CUST-REC
           IF WS-CUST-FS NOT = '00'
               MOVE 66 TO WS-ABEND-CODE
               MOVE 'REWRITE FAILED ON CUSTFILE'
                   TO WS-ABEND-MSG
               MOVE WS-CUST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-ACCOUNTS-CLOSED
           PERFORM 4500-WRITE-CLOSURE-LINE.

       4200-FLAG-FOR-DUNNING.
      *    The mark rides on the customer's dunning history so the
      *    escalation DUNNING already keeps carries on from there.
      *    A customer never dunned gets a fresh record at level 0;
      *    DUNNING's retire sweep drops it once the balance clears.
           MOVE 'N' TO WS-HIST-FOUND-FLAG
           MOVE CR-CUST-ID TO DH-CUST-ID
           READ DUNNING-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HIST-FOUND TO TRUE
           END-READ
           IF NOT HIST-FOUND
               MOVE CR-CUST-ID TO DH-CUST-ID
               MOVE 0 TO DH-LAST-LEVEL
                         DH-LAST-NOTICE-DT
                         DH-REFERRED-DT
               MOVE 'N' TO DH-REFERRED-FLAG
           END-IF
           MOVE 'Y' TO DH-FINAL-BILL-FLAG
           MOVE BH-BILLING-DT TO DH-FINAL-BILL-DT
           IF HIST-FOUND
               REWRITE DUN-HIST-REC
           ELSE
               WRITE DUN-HIST-REC
           END-IF
           IF WS-DUNHIST-FS NOT = '00'
               MOVE 64 TO WS-ABEND-CODE
               MOVE 'DUNNING HISTORY UPDATE FAILED'
                   TO WS-ABEND-MSG
               MOVE WS-DUNHIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       4500-WRITE-CLOSURE-LINE.
           MOVE WS-NET-AMT TO WS-AMOUNT-ED
           MOVE SPACES TO REG-LINE
           EVALUATE TRUE
               WHEN OUTCOME-DEBIT
                   STRING CR-CUST-ID DELIMITED SIZE
                          '  ' DELIMITED SIZE
                          CR-CUST-NAME DELIMITED SIZE
                          '  ' DELIMITED SIZE
                          CR-CUST-SVC-STOP-DT DELIMITED SIZE
                          '  CLOSED - BALANCE DUE ' DELIMITED SIZE
                          WS-AMOUNT-ED DELIMITED SIZE
                          ' - FLAGGED FOR FINAL NOTICE'
                              DELIMITED SIZE
                       INTO REG-LINE
               WHEN OUTCOME-CREDIT
                   STRING CR-CUST-ID DELIMITED SIZE
                          '  ' DELIMITED SIZE
                          CR-CUST-NAME DELIMITED SIZE
                          '  ' DELIMITED SIZE
                          CR-CUST-SVC-STOP-DT DELIMITED SIZE
                          '  CLOSED - CREDIT ' DELIMITED SIZE
                          WS-AMOUNT-ED DELIMITED SIZE
                          ' - QUEUED FOR REFUND' DELIMITED SIZE
                       INTO REG-LINE
               WHEN OTHER
                   STRING CR-CUST-ID DELIMITED SIZE
                          '  ' DELIMITED SIZE
                          CR-CUST-NAME DELIMITED SIZE
                          '  ' DELIMITED SIZE
                          CR-CUST-SVC-STOP-DT DELIMITED SIZE
                          '  CLOSED - SETTLED, NOTHING DUE'
                              DELIMITED SIZE
                       INTO REG-LINE
           END-EVALUATE
           PERFORM 8000-WRITE-REG-LINE
      *    Open items and credit side by side should not happen
      *    after PAYPOST - REFUND would pay the credit out gross
      *    while dunning chased the items - so it is called out.
           IF WS-DEBIT-AMT > 0 AND WS-CREDIT-AMT > 0
               ADD 1 TO WS-REVIEW-COUNT
               MOVE WS-DEBIT-AMT TO WS-AMOUNT-ED
               MOVE WS-CREDIT-AMT TO WS-AMOUNT-ED-2
               MOVE SPACES TO REG-LINE
               STRING '    *** REVIEW - OPEN ITEMS ' DELIMITED SIZE
                      WS-AMOUNT-ED DELIMITED SIZE
                      ' AND CREDITS ' DELIMITED SIZE
                      WS-AMOUNT-ED-2 DELIMITED SIZE
                      ' BOTH ON FILE ***' DELIMITED SIZE
                   INTO REG-LINE
               PERFORM 8000-WRITE-REG-LINE
           END-IF.

       5000-WRITE-FINAL-BILL.
      *    Laid out like BILL-CALC's 6100-WRITE-INVOICE, headed so
      *    nobody can mistake it for a routine monthly invoice. The
      *    charges are the final period's as archived on BILLHIST
      *    (the record 3400 found); the settlement underneath is
      *    the whole account as it stands after posting.
           MOVE SPACES TO BILL-LINE
           MOVE '*** FINAL BILL - ACCOUNT CLOSED ***' TO BILL-LINE
           PERFORM 8100-WRITE-BILL-LINE

           MOVE SPACES TO BILL-LINE
           STRING 'INVOICE FOR: ' DELIMITED SIZE
                  CR-CUST-NAME DELIMITED SIZE
               INTO BILL-LINE
           PERFORM 8100-WRITE-BILL-LINE

           MOVE SPACES TO BILL-LINE
           STRING 'CUSTOMER ID: ' DELIMITED SIZE
                  CR-CUST-ID DELIMITED SIZE
               INTO BILL-LINE
           PERFORM 8100-WRITE-BILL-LINE

           MOVE SPACES TO BILL-LINE
           STRING 'ADDRESS:     ' DELIMITED SIZE
                  CR-CUST-ADDRESS DELIMITED SIZE
               INTO BILL-LINE
           PERFORM 8100-WRITE-BILL-LINE

           MOVE SPACES TO BILL-LINE
           STRING 'BILLING DATE: ' DELIMITED SIZE
                  BH-BILLING-DT DELIMITED SIZE
                  '   SERVICE ENDED: ' DELIMITED SIZE
                  CR-CUST-SVC-STOP-DT DELIMITED SIZE
               INTO BILL-LINE
           PERFORM 8100-WRITE-BILL-LINE

           MOVE SPACES TO BILL-LINE
           PERFORM 8100-WRITE-BILL-LINE

           MOVE SPACES TO BILL-LINE
           MOVE '  FINAL PERIOD CHARGES:' TO BILL-LINE
           PERFORM 8100-WRITE-BILL-LINE

           MOVE BH-BILLED-AMT TO WS-AMOUNT-ED
           MOVE SPACES TO BILL-LINE
           STRING '  USAGE CHARGES: ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO BILL-LINE
           PERFORM 8100-WRITE-BILL-LINE

           MOVE BH-PENALTY TO WS-AMOUNT-ED
           MOVE SPACES TO BILL-LINE
           STRING '  LATE PENALTY:  ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO BILL-LINE
           PERFORM 8100-WRITE-BILL-LINE

           MOVE BH-TAX-AMT TO WS-AMOUNT-ED
           MOVE SPACES TO BILL-LINE
           STRING '  TAX:           ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO BILL-LINE
           PERFORM 8100-WRITE-BILL-LINE

           MOVE BH-TOTAL-DUE TO WS-AMOUNT-ED
           MOVE SPACES TO BILL-LINE
           STRING '  FINAL PERIOD:  ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO BILL-LINE
           PERFORM 8100-WRITE-BILL-LINE

           MOVE SPACES TO BILL-LINE
           PERFORM 8100-WRITE-BILL-LINE

           MOVE WS-DEBIT-AMT TO WS-AMOUNT-ED
           MOVE SPACES TO BILL-LINE
           STRING '  OPEN BALANCE:        ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO BILL-LINE
           PERFORM 8100-WRITE-BILL-LINE

           MOVE WS-CREDIT-AMT TO WS-AMOUNT-ED
           MOVE SPACES TO BILL-LINE
           STRING '  CREDITS ON ACCOUNT:  ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO BILL-LINE
           PERFORM 8100-WRITE-BILL-LINE

           MOVE WS-NET-AMT TO WS-AMOUNT-ED
           MOVE SPACES TO BILL-LINE
           EVALUATE TRUE
               WHEN OUTCOME-DEBIT
                   STRING '  FINAL AMOUNT DUE:    ' DELIMITED SIZE
                          WS-AMOUNT-ED DELIMITED SIZE
                       INTO BILL-LINE
               WHEN OUTCOME-CREDIT
                   STRING '  CREDIT TO BE REFUNDED:' DELIMITED SIZE
                          WS-AMOUNT-ED DELIMITED SIZE
                          ' (NO PAYMENT DUE)' DELIMITED SIZE
                       INTO BILL-LINE
               WHEN OTHER
                   MOVE '  ACCOUNT SETTLED IN FULL - NOTHING DUE'
                       TO BILL-LINE
           END-EVALUATE
           PERFORM 8100-WRITE-BILL-LINE

           MOVE SPACES TO BILL-LINE
           STRING '  THIS ACCOUNT IS NOW CLOSED. NO FURTHER BILLS '
                      DELIMITED SIZE
                  'WILL BE ISSUED.' DELIMITED SIZE
               INTO BILL-LINE
           PERFORM 8100-WRITE-BILL-LINE

           MOVE SPACES TO BILL-LINE
           PERFORM 8100-WRITE-BILL-LINE.

       8000-WRITE-REG-LINE.
           WRITE REG-LINE
           IF WS-REG-FS NOT = '00'
               MOVE 65 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON CLOSURE REGISTER CLOSREG'
                   TO WS-ABEND-MSG
               MOVE WS-REG-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       8100-WRITE-BILL-LINE.
           WRITE BILL-LINE
           IF WS-BILL-FS NOT = '00'
               MOVE 65 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON FINAL BILL FILE FINLBILL'
                   TO WS-ABEND-MSG
               MOVE WS-BILL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       9000-FINALIZE.
           PERFORM 9200-WRITE-REGISTER-TOTALS
           CLOSE CUSTOMER-FILE
                 OPEN-BALANCE-FILE
                 PAYMENT-HISTORY
                 BILLING-HISTORY
                 DUNNING-HISTORY
                 FINAL-BILL-FILE
                 CLOSURE-REGISTER
           IF DEP-USABLE
               CLOSE DEPOSIT-FILE
           END-IF
           DISPLAY 'CUSTOMERS READ:     ' WS-CUSTOMERS-READ
           DISPLAY 'STOPPED ACCOUNTS:   ' WS-STOPPED-FOUND
           DISPLAY 'ACCOUNTS CLOSED:    ' WS-ACCOUNTS-CLOSED
           DISPLAY '  BALANCE DUE:      ' WS-CLOSED-DEBIT
           DISPLAY '  CREDIT TO REFUND: ' WS-CLOSED-CREDIT
           DISPLAY '  SETTLED:          ' WS-CLOSED-SETTLED
           DISPLAY 'AWAITING FINAL BILL:' WS-AWAITING-FINAL
           DISPLAY 'AWAITING DEPOSIT:   ' WS-AWAITING-DEPOSIT
           DISPLAY 'CLOSED BEFORE:      ' WS-CLOSED-BEFORE
           DISPLAY 'FOR REVIEW:         ' WS-REVIEW-COUNT.

       9200-WRITE-REGISTER-TOTALS.
      *    Every stopped account lands in exactly one bucket, so
      *    the buckets add back to STOPPED ACCOUNTS - the proof
      *    that none was missed.
           MOVE SPACES TO REG-LINE
           PERFORM 8000-WRITE-REG-LINE
           MOVE SPACES TO REG-LINE
           STRING 'STOPPED ACCOUNTS FOUND:     ' DELIMITED SIZE
                  WS-STOPPED-FOUND DELIMITED SIZE
               INTO REG-LINE
           PERFORM 8000-WRITE-REG-LINE
           MOVE WS-DEBIT-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO REG-LINE
           STRING '  CLOSED - BALANCE DUE:     ' DELIMITED SIZE
                  WS-CLOSED-DEBIT DELIMITED SIZE
                  '  TOTAL: ' DELIMITED SIZE
                  WS-TOTAL-ED DELIMITED SIZE
               INTO REG-LINE
           PERFORM 8000-WRITE-REG-LINE
           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO REG-LINE
           STRING '  CLOSED - CREDIT REFUND:   ' DELIMITED SIZE
                  WS-CLOSED-CREDIT DELIMITED SIZE
                  '  TOTAL: ' DELIMITED SIZE
                  WS-TOTAL-ED DELIMITED SIZE
               INTO REG-LINE
           PERFORM 8000-WRITE-REG-LINE
           MOVE SPACES TO REG-LINE
           STRING '  CLOSED - SETTLED:         ' DELIMITED SIZE
                  WS-CLOSED-SETTLED DELIMITED SIZE
               INTO REG-LINE
           PERFORM 8000-WRITE-REG-LINE
           MOVE SPACES TO REG-LINE
           STRING '  CLOSED IN EARLIER RUN:    ' DELIMITED SIZE
                  WS-CLOSED-BEFORE DELIMITED SIZE
               INTO REG-LINE
           PERFORM 8000-WRITE-REG-LINE
           MOVE SPACES TO REG-LINE
           STRING '  NOT CLOSED - NOT BILLED:  ' DELIMITED SIZE
                  WS-AWAITING-FINAL DELIMITED SIZE
               INTO REG-LINE
           PERFORM 8000-WRITE-REG-LINE
           MOVE SPACES TO REG-LINE
           STRING '  NOT CLOSED - DEPOSIT:     ' DELIMITED SIZE
                  WS-AWAITING-DEPOSIT DELIMITED SIZE
               INTO REG-LINE
           PERFORM 8000-WRITE-REG-LINE
           MOVE SPACES TO REG-LINE
           STRING 'CLOSURES FOR REVIEW:        ' DELIMITED SIZE
                  WS-REVIEW-COUNT DELIMITED SIZE
               INTO REG-LINE
           PERFORM 8000-WRITE-REG-LINE.

       9999-ABEND.
           DISPLAY 'ACCTCLOS ABEND ' WS-ABEND-CODE ': '
               WS-ABEND-MSG
           DISPLAY 'FILE STATUS: ' WS-ABEND-FS
           MOVE WS-ABEND-CODE TO RETURN-CODE
           STOP RUN.
