               ACCESS MODE IS RANDOM
               RECORD KEY IS TX-JUR-CODE
               FILE STATUS IS WS-TAX-FS.
      *    Payment terms by code - the customer's net days set the
      *    invoice due date. OPTIONAL: with no terms table every
      *    customer bills on the standard terms in the parm.
           SELECT OPTIONAL TERMS-FILE ASSIGN TO 'TERMFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TERMS-CODE
               FILE STATUS IS WS-TERMS-FS.
           SELECT BILLING-OUTPUT ASSIGN TO 'BILLOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILL-FS.
               FILE STATUS IS WS-SIMRPT-FS.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-FS.
           SELECT OPTIONAL RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FS.
      *    Bills held for usage review (5900-CHECK-USAGE-EXCEPTION)
      *    and the print lines of their invoices, both keyed by
      *    customer and billing date so BILLREL can release or
      *    return each one. OPTIONAL - created on the first hold.
           SELECT OPTIONAL BILL-HOLD-FILE ASSIGN TO 'BILLHOLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-FS.
           SELECT OPTIONAL HELD-INVOICE-FILE ASSIGN TO 'HOLDINV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HI-KEY
               FILE STATUS IS WS-HOLDINV-FS.
           SELECT HOLD-REPORT ASSIGN TO 'HOLDRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDRPT-FS.
      *    Child accounts billed this run, staged by parent and
      *    child for the parent summary invoices 9050 prints once
      *    the book is through. Carried over a restart like the
      *    other run outputs.
           SELECT OPTIONAL SUMMARY-WORK-FILE ASSIGN TO 'SUMWORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-KEY
               FILE STATUS IS WS-SUMWORK-FS.
      *    A second, read-only view of CUSTFILE for the parent's
      *    own name and address on its summary invoice.
           SELECT PARENT-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-CUST-ID
               FILE STATUS IS WS-PARENT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD TAX-RATE-FILE.
       COPY TAX-RATE-RECORD.

       FD TERMS-FILE.
       COPY PAYMENT-TERMS-RECORD.

       FD BILLING-OUTPUT.
       01  BILL-OUT-REC              PIC X(200).

           05  CHKPT-GL-TAX-TOTAL       PIC 9(9)V99.
           05  CHKPT-GL-REVENUE-TOTAL   PIC 9(9)V99.
           05  CHKPT-GL-BUDGET-DEFER    PIC S9(11)V99.
      *    The period and cycle the checkpoint was cut for, and the
      *    customers passed over as not due in that cycle.
           05  CHKPT-RUN-PERIOD         PIC 9(6).
           05  CHKPT-RUN-CYCLE          PIC 9(2).
           05  CHKPT-RECORDS-NOT-DUE    PIC 9(6).
      *    Bills held for usage review before the checkpoint.
           05  CHKPT-RECORDS-HELD       PIC 9(6).

       FD BALANCE-REPORT.
       01  BAL-RPT-REC               PIC X(80).
      *    or empty means "bill as of today" (the old behavior);
      *    present with a non-zero date means run the billing period
      *    as of that date instead, e.g. to rerun a prior month.
       COPY BILLING-PARM-RECORD.

       FD BILLING-HISTORY.
       COPY BILLING-HISTORY-RECORD.
       FD RUN-JOURNAL.
       COPY RUN-JOURNAL-RECORD.

       FD BILL-HOLD-FILE.
       COPY BILL-HOLD-RECORD.

       FD HELD-INVOICE-FILE.
      *    One invoice print line per record, numbered from 1 in the
      *    order 6100-WRITE-INVOICE produced them.
       01  HELD-INV-REC.
           05  HI-KEY.
               10  HI-CUST-ID        PIC X(10).
               10  HI-BILLING-DT     PIC 9(8).
               10  HI-LINE-NO        PIC 9(3).
           05  HI-LINE               PIC X(132).

       FD HOLD-REPORT.
       01  HOLD-RPT-LINE             PIC X(132).

       FD SUMMARY-WORK-FILE.
      *    One billed child account per record, as 6300 staged it
      *    from the child's own invoice figures.
       01  SUM-WORK-REC.
           05  SW-KEY.
               10  SW-PARENT-ID      PIC X(10).
               10  SW-CHILD-ID       PIC X(10).
           05  SW-CHILD-NAME         PIC X(30).
           05  SW-DUE-DT             PIC 9(8).
           05  SW-PREV-BAL-AMT       PIC 9(9)V99.
           05  SW-CREDIT-AMT         PIC 9(9)V99.
           05  SW-NEW-CHARGES        PIC 9(9)V99.
           05  SW-TOTAL-DUE          PIC 9(9)V99.
           05  SW-CREDIT-BALANCE     PIC 9(9)V99.

       FD PARENT-FILE.
       COPY CUSTOMER-RECORD REPLACING ==CUST-REC== BY ==PARENT-REC==
                                 LEADING ==CR-== BY ==PA-==.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-OPENBAL-FS         PIC XX.
           05  WS-PRIORPAY-FS        PIC XX.
           05  WS-TAX-FS             PIC XX.
           05  WS-TERMS-FS           PIC XX.
           05  WS-USAGE-DTL-FS       PIC XX.
           05  WS-PROP-FS            PIC XX.
           05  WS-SIMRPT-FS          PIC XX.
           05  WS-RUNCTL-FS          PIC XX.
           05  WS-JRNL-FS            PIC XX.
           05  WS-HOLD-FS            PIC XX.
           05  WS-HOLDINV-FS         PIC XX.
           05  WS-HOLDRPT-FS         PIC XX.
           05  WS-SUMWORK-FS         PIC XX.
           05  WS-PARENT-FS          PIC XX.

       01  WS-FLAGS.
           05  WS-EOF-FLAG           PIC X VALUE 'N'.
           05  WS-CUST-BUDGET-FLAG   PIC X.
               88  BUDGET-CUSTOMER   VALUE 'Y'.
           05  WS-CUST-BUDGET-START  PIC 9(8).
           05  WS-CUST-BILL-CYCLE    PIC 9(2).
           05  WS-CUST-AUTOPAY-FLAG  PIC X.
               88  AUTOPAY-CUSTOMER  VALUE 'Y'.
           05  WS-CUST-AUTOPAY-RETURNS PIC 9(2).
           05  WS-CUST-TERMS-CODE    PIC X(4).
      *    Mailing address, delivery preference and e-mail - not
      *    used in billing.
           05  FILLER                PIC X(142).
           05  WS-CUST-PARENT-ID     PIC X(10).

       01  WS-USAGE-DATA.
           05  WS-USAGE-AMT          PIC 9(7)V99.
           05  WS-TAX-FOUND-FLAG     PIC X VALUE 'N'.
               88  TAX-RATE-FOUND    VALUE 'Y'.

      *    Payment terms: the invoice falls due the customer's terms
      *    net days after the billing date.
       COPY STANDARD-TERMS.
       01  WS-TERMS-DATA.
           05  WS-NET-DAYS           PIC 9(3).
           05  WS-DUE-DAY-INT        PIC 9(7).
           05  WS-DUE-DT-NUM         PIC 9(8).

      *    Mid-period proration: days of service within the billing
      *    period month over days in the month. Factor 1.0000 bills
      *    the full period (the normal case); a start or stop date
               88  RERUN-OVERRIDE    VALUE 'Y'.
           05  WS-RUNCTL-FOUND-FLAG  PIC X VALUE 'N'.
               88  RUNCTL-FOUND      VALUE 'Y'.
           05  WS-RCMIX-EOF-FLAG     PIC X VALUE 'N'.
               88  RCMIX-EOF         VALUE 'Y'.
           05  WS-CYCLE-MIX-FLAG     PIC X VALUE 'N'.
               88  CYCLE-MIXED       VALUE 'Y'.
           05  WS-RUN-STAMP-DT       PIC 9(8).
           05  WS-RUN-STAMP-TIME     PIC 9(8).
      *    Cycle being billed (zero = whole book) and the cycle the
      *    current customer bills with.
           05  WS-RUN-CYCLE          PIC 9(2) VALUE 0.
           05  WS-CUST-CYCLE         PIC 9(2).
           05  WS-CYCLE-DUE-FLAG     PIC X VALUE 'Y'.
               88  CYCLE-DUE         VALUE 'Y'.

       01  WS-SIM-FLAGS.
           05  WS-SIM-MODE-FLAG      PIC X VALUE 'N'.
       01  WS-ESTIMATED-CNT          PIC 9(6) VALUE 0.
       01  WS-EST-ADJ-ED             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

      *    Usage exception review: before a bill posts, the period's
      *    usage charges are set against the average of the
      *    customer's last six archived periods (estimated periods
      *    left out - they are averages themselves), and the usage
      *    quantity against the last three reporting months of
      *    usage detail (5800's window). Outside the high or low
      *    tolerance on either measure, the bill goes to the hold
      *    file for review instead of BILLOUT and INVOICE. Fewer
      *    than three periods or months is too little history to
      *    judge by, and never holds.
       01  WS-HOLD-FIELDS.
           05  WS-HOLD-FLAG          PIC X.
               88  BILL-HELD         VALUE 'Y'.
           05  WS-HOLD-TYPE          PIC X.
           05  WS-HOLD-HIGH-PCT      PIC 9(3) VALUE 300.
           05  WS-HOLD-LOW-PCT       PIC 9(3) VALUE 25.
           05  WS-HOLD-MIN-HIST      PIC 9(2) VALUE 3.
           05  WS-HOLD-EOF-FLAG      PIC X.
               88  HOLD-HIST-EOF     VALUE 'Y'.
           05  WS-HOLD-CUR-CHARGES   PIC 9(9)V99.
           05  WS-HOLD-HIST-TOT      PIC 9(11)V99.
           05  WS-HOLD-AVG-CHARGES   PIC 9(9)V99.
           05  WS-HOLD-CHARGES-PCT   PIC 9(5).
           05  WS-HOLD-AVG-QTY       PIC 9(11)V99.
           05  WS-HOLD-QTY-PCT       PIC 9(5).
           05  WS-HOLD-SUB           PIC 9(2).
           05  WS-HOLD-SUB-2         PIC 9(2).
           05  WS-HOLD-CNT           PIC 9(2).
           05  WS-HOLD-PERIOD OCCURS 6 TIMES.
               10  WS-HOLD-DT        PIC 9(8).
               10  WS-HOLD-CHARGES   PIC 9(9)V99.
      *    Where 6100-WRITE-INVOICE's lines go: the print file, or
      *    the held-invoice file under the next line number.
           05  WS-INV-TARGET-FLAG    PIC X VALUE 'I'.
               88  INVOICE-TO-PRINT  VALUE 'I'.
               88  INVOICE-TO-HOLD   VALUE 'H'.
           05  WS-HOLD-INV-SEQ       PIC 9(3).
       01  WS-PCT-ED                 PIC ZZZZ9.

      *    Parent summary invoices (6300 stages, 9050 prints): the
      *    parent in hand, its accounts' totals, and the earliest
      *    due date among them, which the summary falls due on.
       01  WS-SUMMARY-FIELDS.
           05  WS-SUM-EOF-FLAG       PIC X.
               88  SUM-WORK-EOF      VALUE 'Y'.
           05  WS-SUM-PARENT-ID      PIC X(10).
           05  WS-SUM-CHILD-CNT      PIC 9(5).
           05  WS-SUM-DUE-DT         PIC 9(8).
           05  WS-SUM-NEW-TOTAL      PIC 9(11)V99.
           05  WS-SUM-DUE-TOTAL      PIC 9(11)V99.
           05  WS-SUM-CREDIT-TOTAL   PIC 9(11)V99.
           05  WS-SUM-PRINTED        PIC 9(5) VALUE 0.
           05  WS-SUM-NO-PARENT      PIC 9(5) VALUE 0.
       01  WS-SUM-DUE-ED             PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SUM-CNT-ED             PIC ZZZZ9.

      *    The new archive record while 6070 reads the one already
      *    on its key for the sales to carry over.
       01  WS-NEW-HIST-REC           PIC X(150).
       01  WS-CARRY-SALES-AMT        PIC 9(9)V99.
       01  WS-CARRY-SALES-OPEN       PIC 9(9)V99.

      *    Sized to the full 9-integer-digit range of the PIC 9(9)V99
      *    charge fields moved into it - a picture with fewer integer
      *    positions would silently truncate the high-order digits of
           05  WS-RECORDS-READ       PIC 9(6) VALUE 0.
           05  WS-RECORDS-BILLED     PIC 9(6) VALUE 0.
           05  WS-RECORDS-ERROR      PIC 9(6) VALUE 0.
      *    Customers passed over because their cycle is not the one
      *    being billed - outside the READ = BILLED + ERROR proof,
      *    since they were never candidates for this run.
           05  WS-RECORDS-NOT-DUE    PIC 9(6) VALUE 0.
      *    Customers priced but held for usage review - inside the
      *    proof: READ = BILLED + ERROR + HELD.
           05  WS-RECORDS-HELD       PIC 9(6) VALUE 0.

       01  WS-ERR-CODE               PIC 9(4).
           88  CORRECTABLE-ERROR     VALUES 1003, 1004.
           05  WS-CHKPT-GL-TAX-TOTAL     PIC 9(9)V99 VALUE 0.
           05  WS-CHKPT-GL-REVENUE-TOTAL PIC 9(9)V99 VALUE 0.
           05  WS-CHKPT-GL-BUDGET-DEFER  PIC S9(11)V99 VALUE 0.
           05  WS-CHKPT-RUN-PERIOD       PIC 9(6) VALUE 0.
           05  WS-CHKPT-RUN-CYCLE        PIC 9(2) VALUE 0.
           05  WS-CHKPT-RECORDS-NOT-DUE  PIC 9(6) VALUE 0.
           05  WS-CHKPT-RECORDS-HELD     PIC 9(6) VALUE 0.

       01  WS-RESTART-FLAGS.
           05  WS-RESTART-MODE-FLAG  PIC X VALUE 'N'.
      *    Appended to the shop-wide run journal so DAYRPT can
      *    reconstruct what ran overnight without digging through
      *    console logs. Opened per write, like 2200's checkpoint,
      *    so the record is on disk even if the run dies later. A
      *    simulation journals under its own name: it posts nothing,
      *    and its end record must not pass for a billing run with
      *    JOBGATE or GLINTF, which takes a BILLCALC end record to
      *    mean GLFEED was rewritten.
           OPEN EXTEND RUN-JOURNAL
           IF SIMULATION-MODE
               MOVE 'BILLSIM ' TO RJ-JOB-NAME
           ELSE
               MOVE 'BILLCALC' TO RJ-JOB-NAME
           END-IF
           ACCEPT RJ-RUN-DT FROM DATE YYYYMMDD
           ACCEPT RJ-RUN-TIME FROM TIME
           WRITE RUN-JRNL-REC
           PERFORM 1060-OPEN-RUN-FILES.

       1020-CHECK-RUN-CONTROL.
      *    One billing run per period and cycle: a period-cycle
      *    already marked COMPLETE refuses to start again (re-billing
      *    the cycle and doubling the GL feed) unless the operator
      *    set the rerun override parm. An IN-PROGRESS mark is left
      *    alone - that is the checkpoint-restart case. A simulation
      *    never gets here; it neither checks nor marks the period.
           ACCEPT WS-RUN-STAMP-DT FROM DATE YYYYMMDD
           ACCEPT WS-RUN-STAMP-TIME FROM TIME
           DIVIDE WS-BILLING-DT-NUM BY 100
               GIVING WS-RUN-PERIOD
           OPEN I-O RUN-CONTROL-FILE
           PERFORM 1025-CHECK-CYCLE-MIX
           MOVE 'N' TO WS-RUNCTL-FOUND-FLAG
           MOVE WS-RUN-PERIOD TO RC-PERIOD
           MOVE WS-RUN-CYCLE  TO RC-CYCLE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           IF RUNCTL-FOUND AND (RC-COMPLETE OR RC-CLOSED)
               AND NOT RERUN-OVERRIDE
               DISPLAY 'BILL-CALC: PERIOD ' WS-RUN-PERIOD
                   ' CYCLE ' WS-RUN-CYCLE
                   ' ALREADY BILLED (' RC-STATUS ') - RUN REFUSED'
               DISPLAY 'BILL-CALC: SET THE RERUN OVERRIDE PARM TO '
                   'RE-BILL THIS CYCLE DELIBERATELY'
               CLOSE RUN-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-PERIOD    TO RC-PERIOD
           MOVE WS-RUN-CYCLE     TO RC-CYCLE
           MOVE 'IN-PROGRESS'    TO RC-STATUS
           MOVE WS-RUN-STAMP-DT  TO RC-START-DT
           MOVE WS-RUN-STAMP-TIME TO RC-START-TIME
           MOVE 0 TO RC-END-DT
                     RC-END-TIME
                     RC-POSTED-DT
           IF RUNCTL-FOUND
               REWRITE RUN-CTL-REC
           ELSE
               END-WRITE
           END-IF.

       1025-CHECK-CYCLE-MIX.
      *    A period bills either as one whole-book run (cycle 00) or
      *    as cycle runs, never both - each bills customers the
      *    other already billed, and PAYPOST and PERCLOSE would work
      *    from two run-control records for the one period. Any
      *    record of the other kind for the period refuses the run,
      *    rerun override or not.
           MOVE 'N' TO WS-RCMIX-EOF-FLAG
                       WS-CYCLE-MIX-FLAG
           MOVE WS-RUN-PERIOD TO RC-PERIOD
           MOVE 0 TO RC-CYCLE
           START RUN-CONTROL-FILE KEY IS >= RC-KEY
               INVALID KEY
                   SET RCMIX-EOF TO TRUE
           END-START
           IF WS-RUNCTL-FS NOT = '00'
               SET RCMIX-EOF TO TRUE
           END-IF
           PERFORM 1027-CHECK-ONE-RUN-CONTROL
               UNTIL RCMIX-EOF
           IF CYCLE-MIXED
               IF WS-RUN-CYCLE = 0
                   MOVE 1010 TO WS-ERR-CODE
               ELSE
                   MOVE 1009 TO WS-ERR-CODE
               END-IF
               PERFORM 8050-LOOKUP-ERR-MSG
               DISPLAY 'BILL-CALC: ' WS-ERR-CODE ' ' WS-ERR-MSG
               DISPLAY 'BILL-CALC: PERIOD ' WS-RUN-PERIOD
                   ' CYCLE ' WS-RUN-CYCLE ' - RUN REFUSED'
               CLOSE RUN-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1027-CHECK-ONE-RUN-CONTROL.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET RCMIX-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RC-PERIOD NOT = WS-RUN-PERIOD
                           SET RCMIX-EOF TO TRUE
                       WHEN WS-RUN-CYCLE = 0 AND RC-CYCLE NOT = 0
                       WHEN WS-RUN-CYCLE NOT = 0 AND RC-CYCLE = 0
                           SET CYCLE-MIXED TO TRUE
                           SET RCMIX-EOF TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           IF WS-RUNCTL-FS NOT = '00' AND NOT RCMIX-EOF
               MOVE 74 TO WS-ABEND-CODE
               MOVE 'READ FAILED ON RUN CONTROL FILE RUNCTL'
                   TO WS-ABEND-MSG
               MOVE WS-RUNCTL-FS TO WS-ABEND-FS
               PERFORM 9900-ABEND
           END-IF.

       1010-LOAD-BILLING-DATE.
           ACCEPT WS-BILLING-DT-NUM FROM DATE YYYYMMDD
           OPEN INPUT PARM-FILE
                   DISPLAY 'RERUN OVERRIDE SET - RUN-CONTROL '
                       'COMPLETE CHECK BYPASSED'
               END-IF
      *        Spaces are a parm written before the cycle existed
      *        (whole book); anything else must be a cycle 00-20 -
      *        a mistyped cycle billing the whole book instead
      *        would bill every other cycle's customers early.
               IF WS-PARM-FS = '00'
                   AND PARM-BILL-CYCLE-X NOT = SPACES
                   IF PARM-BILL-CYCLE NUMERIC
                       AND PARM-BILL-CYCLE NOT > 20
                       IF PARM-BILL-CYCLE NOT = 0
                           MOVE PARM-BILL-CYCLE TO WS-RUN-CYCLE
                           DISPLAY 'BILLING CYCLE: ' WS-RUN-CYCLE
                       END-IF
                   ELSE
                       CLOSE PARM-FILE
                       PERFORM 1015-REFUSE-CYCLE-PARM
                   END-IF
               END-IF
               IF WS-PARM-FS = '00'
                   AND PARM-HOLD-HIGH-PCT NUMERIC
                   AND PARM-HOLD-HIGH-PCT NOT = 0
                   MOVE PARM-HOLD-HIGH-PCT TO WS-HOLD-HIGH-PCT
               END-IF
               IF WS-PARM-FS = '00'
                   AND PARM-HOLD-LOW-PCT NUMERIC
                   AND PARM-HOLD-LOW-PCT NOT = 0
                   MOVE PARM-HOLD-LOW-PCT TO WS-HOLD-LOW-PCT
               END-IF
               IF WS-PARM-FS = '00'
                   AND PARM-STD-NET-DAYS NUMERIC
                   AND PARM-STD-NET-DAYS NOT = 0
                   MOVE PARM-STD-NET-DAYS TO WS-STD-NET-DAYS
               END-IF
               CLOSE PARM-FILE
           END-IF.

       1015-REFUSE-CYCLE-PARM.
           MOVE 1011 TO WS-ERR-CODE
           PERFORM 8050-LOOKUP-ERR-MSG
           DISPLAY 'BILL-CALC: ' WS-ERR-CODE ' ' WS-ERR-MSG
           DISPLAY 'BILL-CALC: PARM CYCLE ' PARM-BILL-CYCLE-X
               ' - RUN REFUSED'
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       1050-LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHKPT-FS = '00'
                       MOVE WS-CHKPT-GL-BUDGET-DEFER
                           TO WS-GL-BUDGET-DEFER
                   END-IF
                   PERFORM 1055-CHECK-CHECKPOINT-CYCLE
                   DISPLAY 'RESTARTING AFTER CHECKPOINT CUSTOMER: '
                       WS-CHKPT-CUST-ID
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.

       1055-CHECK-CHECKPOINT-CYCLE.
      *    With cycles billing on successive nights, a checkpoint
      *    left by tonight's aborted cycle must not be picked up by
      *    tomorrow's cycle - it would skip every customer up to the
      *    other cycle's restart point. A checkpoint cut before the
      *    cycle fields existed carries spaces there and is trusted
      *    as it always was.
           IF WS-CHKPT-RUN-PERIOD NUMERIC
               AND WS-CHKPT-RUN-CYCLE NUMERIC
               AND WS-CHKPT-RUN-PERIOD NOT = 0
               IF WS-CHKPT-RUN-PERIOD NOT = WS-RUN-PERIOD
                   OR WS-CHKPT-RUN-CYCLE NOT = WS-RUN-CYCLE
                   DISPLAY 'BILL-CALC: CHECKPOINT BELONGS TO PERIOD '
                       WS-CHKPT-RUN-PERIOD ' CYCLE '
                       WS-CHKPT-RUN-CYCLE ' - RUN REFUSED'
                   DISPLAY 'BILL-CALC: FINISH THAT CYCLE BEFORE '
                       'BILLING ANOTHER'
                   CLOSE CHECKPOINT-FILE
                         RUN-CONTROL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-CHKPT-RECORDS-NOT-DUE NUMERIC
               MOVE WS-CHKPT-RECORDS-NOT-DUE TO WS-RECORDS-NOT-DUE
           END-IF
           IF WS-CHKPT-RECORDS-HELD NUMERIC
               MOVE WS-CHKPT-RECORDS-HELD TO WS-RECORDS-HELD
           END-IF.

       1060-OPEN-RUN-FILES.
      *    The counters and the checkpoint customer ID are only good for
      *    something if the output files they describe are also carried
           OPEN INPUT CUSTOMER-FILE
                      RATE-FILE
                      TAX-RATE-FILE
                      TERMS-FILE
                      USAGE-DETAIL-FILE
           OPEN INPUT PRIOR-BALANCE-FILE
                      PRIOR-PAY-FILE
      *        fresh run and a restart - SELECT OPTIONAL creates it
      *        on first use.
               OPEN I-O BILLING-HISTORY
      *        The hold files span cycles the same way: a bill stays
      *        on them until BILLREL releases or returns it.
               OPEN I-O BILL-HOLD-FILE
                        HELD-INVOICE-FILE
               IF (WS-HOLD-FS NOT = '00' AND WS-HOLD-FS NOT = '05')
                   OR (WS-HOLDINV-FS NOT = '00'
                       AND WS-HOLDINV-FS NOT = '05')
                   MOVE 71 TO WS-ABEND-CODE
                   MOVE 'BILL HOLD FILES BILLHOLD/HOLDINV UNUSABLE'
                       TO WS-ABEND-MSG
                   IF WS-HOLD-FS NOT = '00' AND WS-HOLD-FS NOT = '05'
                       MOVE WS-HOLD-FS TO WS-ABEND-FS
                   ELSE
                       MOVE WS-HOLDINV-FS TO WS-ABEND-FS
                   END-IF
                   PERFORM 9900-ABEND
               END-IF
               IF RESTART-MODE
                   OPEN EXTEND BILLING-OUTPUT
                               ERROR-LOG
                               INVOICE-FILE
                               GL-FEED-FILE
                               SUSPENSE-FILE
                               HOLD-REPORT
               ELSE
                   OPEN OUTPUT BILLING-OUTPUT
                               ERROR-LOG
                               INVOICE-FILE
                               GL-FEED-FILE
                               SUSPENSE-FILE
                               HOLD-REPORT
                   PERFORM 5990-WRITE-HOLD-RPT-HEADER
               END-IF
      *        The summary staging belongs to this run alone:
      *        started empty on a fresh run, carried forward with
      *        the rest of the run's output on a restart.
               IF RESTART-MODE
                   OPEN I-O SUMMARY-WORK-FILE
               ELSE
                   OPEN OUTPUT SUMMARY-WORK-FILE
               END-IF
               IF WS-SUMWORK-FS NOT = '00' AND WS-SUMWORK-FS NOT = '05'
                   MOVE 73 TO WS-ABEND-CODE
                   MOVE 'SUMMARY WORK FILE SUMWORK UNUSABLE'
                       TO WS-ABEND-MSG
                   MOVE WS-SUMWORK-FS TO WS-ABEND-FS
                   PERFORM 9900-ABEND
               END-IF
           END-IF.

      *                customer must not add to those counts again.
                       PERFORM 2050-SKIP-TO-CHECKPOINT
                   ELSE
                       PERFORM 2020-CHECK-CYCLE-DUE
                       IF CYCLE-DUE
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM 3000-VALIDATE-CUSTOMER
                           PERFORM 2100-CHECKPOINT-IF-NEEDED
                       ELSE
                           ADD 1 TO WS-RECORDS-NOT-DUE
                           PERFORM 2030-PASS-OTHER-CYCLE
                       END-IF
                   END-IF
           END-READ.

       2020-CHECK-CYCLE-DUE.
      *    A whole-book run (cycle zero) bills everyone. A cycle run
      *    bills only that cycle's customers; a customer with no
      *    cycle on the master bills with cycle 01 so nobody falls
      *    between cycles. Customers passed over here are not
      *    billed by this run, and their rows on OPENBAL and PAYHIST
      *    wait for their own cycle (2030-PASS-OTHER-CYCLE).
           MOVE 'Y' TO WS-CYCLE-DUE-FLAG
           IF WS-RUN-CYCLE > 0
               IF WS-CUST-BILL-CYCLE NUMERIC
                   AND WS-CUST-BILL-CYCLE > 0
                   MOVE WS-CUST-BILL-CYCLE TO WS-CUST-CYCLE
               ELSE
                   MOVE 1 TO WS-CUST-CYCLE
               END-IF
               IF WS-CUST-CYCLE NOT = WS-RUN-CYCLE
                   MOVE 'N' TO WS-CYCLE-DUE-FLAG
               END-IF
           END-IF.

       2030-PASS-OTHER-CYCLE.
      *    OPENBAL and PAYHIST hold every cycle's customers (PAYPOST
      *    carries the rows it did not post through unchanged), so a
      *    customer of another cycle has its rows passed over here
      *    without carrying or logging them - they are carried when
      *    that cycle bills. Lower ids still pending belong to
      *    customers of this run that were not billed, and are
      *    logged as 5510/5520 would have.
           PERFORM 2035-PASS-CARRY-ROW
               UNTIL OB-EOF OR WS-OB-CUST-ID > WS-CUST-ID
           PERFORM 2040-PASS-CREDIT-ROW
               UNTIL PP-EOF OR WS-PP-CUST-ID > WS-CUST-ID.

       2035-PASS-CARRY-ROW.
           IF WS-OB-CUST-ID < WS-CUST-ID
               PERFORM 5515-LOG-SKIPPED-BALANCE
           END-IF
           PERFORM 1070-READ-OPENBAL.

       2040-PASS-CREDIT-ROW.
           IF WS-PP-CUST-ID < WS-CUST-ID
               AND (PP-OVERPAID OR PP-CREDIT-CARRY)
               PERFORM 5525-LOG-SKIPPED-CREDIT
           END-IF
           PERFORM 1080-READ-PRIORPAY.

       2050-SKIP-TO-CHECKPOINT.
      *    The carry streams re-read from the top on a restart, but
      *    rows belonging to pre-checkpoint customers were already
           MOVE WS-GL-TAX-TOTAL     TO CHKPT-GL-TAX-TOTAL
           MOVE WS-GL-REVENUE-TOTAL TO CHKPT-GL-REVENUE-TOTAL
           MOVE WS-GL-BUDGET-DEFER  TO CHKPT-GL-BUDGET-DEFER
           MOVE WS-RUN-PERIOD       TO CHKPT-RUN-PERIOD
           MOVE WS-RUN-CYCLE        TO CHKPT-RUN-CYCLE
           MOVE WS-RECORDS-NOT-DUE  TO CHKPT-RECORDS-NOT-DUE
           MOVE WS-RECORDS-HELD     TO CHKPT-RECORDS-HELD
           WRITE CHKPT-REC
           CLOSE CHECKPOINT-FILE.

               END-IF
               PERFORM 5000-APPLY-PENALTY
               PERFORM 4500-CALC-TAX
               PERFORM 4600-CALC-DUE-DATE
               ADD WS-SUBTOTAL WS-PENALTY WS-TAX-AMT
                   GIVING WS-NEW-CHARGES
               PERFORM 5500-GET-CARRY-FORWARD
               IF SIMULATION-MODE
                   PERFORM 7000-SIMULATE-PROPOSED
               ELSE
                   PERFORM 5900-CHECK-USAGE-EXCEPTION
                   IF BILL-HELD
                       PERFORM 5950-HOLD-BILL
                   ELSE
                       PERFORM 6000-WRITE-BILLING
                       PERFORM 6100-WRITE-INVOICE
                       IF WS-CUST-PARENT-ID NOT = SPACES
                           PERFORM 6300-STAGE-SUMMARY-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       5500-GET-CARRY-FORWARD.
      *    Both side streams are in ascending customer-id sequence,
      *    as is the keyed read of CUSTOMER-FILE, so each stream is
      *    advanced past lower ids (customers of this run that were
      *    not billed - other cycles' customers were passed over in
      *    2030) and drained of this customer's records before
      *    billing.
      *    Self-synchronizing, so a checkpoint restart that skips
      *    already-billed customers re-aligns on its own.
           PERFORM 5510-ADVANCE-OPENBAL
           IF WS-OB-CUST-ID = WS-CUST-ID
               ADD WS-OB-AMT TO WS-PREV-BAL-AMT
           ELSE
      *        A balance for a customer of this run who was not
      *        billed can't be carried onto any invoice - log it
      *        (id and amount) so collections can chase it.
               PERFORM 5515-LOG-SKIPPED-BALANCE
           END-IF
           PERFORM 1070-READ-OPENBAL.
           WRITE ERR-LOG-REC.

       5530-DRAIN-LEFTOVER-CARRY.
      *    Rows still unread after the last customer on the master
      *    belong to ids the run never reached - same exposure, same
      *    logging, on both the balance and the credit stream.
           PERFORM UNTIL OB-EOF
               PERFORM 5515-LOG-SKIPPED-BALANCE
               WHEN WS-PP-CUST-ID = WS-CUST-ID
                   ADD WS-PP-CREDIT TO WS-CREDIT-AMT
               WHEN OTHER
      *            A credit for a customer of this run who was
      *            not billed can't ride onto any invoice - logged
      *            like the skipped balances in 5515.
                   PERFORM 5525-LOG-SKIPPED-CREDIT
           END-EVALUATE
           PERFORM 1080-READ-PRIORPAY.
                           SET BGT-EOF TO TRUE
                       WHEN BH-BILLING-DT >= WS-BILLING-DT-NUM
                           SET BGT-EOF TO TRUE
      *                A sale item carries no usage to average.
                       WHEN BH-SALES-ITEM
                           CONTINUE
                       WHEN OTHER
                           PERFORM 5770-HOLD-ONE-PERIOD
                   END-EVALUATE
           MOVE 'T' TO BH-ESTIMATED-FLAG
           REWRITE BILL-HIST-REC.

       5900-CHECK-USAGE-EXCEPTION.
      *    Only a full period billed on actual reads is judged. An
      *    estimate is an average of the history already; a prorated
      *    month is short by design; and a bill settling last
      *    period's estimate has already marked that period trued up
      *    in the archive - held, the settlement would be stranded.
           MOVE 'N' TO WS-HOLD-FLAG
           MOVE SPACE TO WS-HOLD-TYPE
           MOVE 0 TO WS-HOLD-CNT
                     WS-HOLD-AVG-CHARGES
                     WS-HOLD-CHARGES-PCT
                     WS-HOLD-AVG-QTY
                     WS-HOLD-QTY-PCT
           ADD WS-BASE-CHARGES WS-TIER2-CHARGES WS-TIER3-CHARGES
               GIVING WS-HOLD-CUR-CHARGES
           IF NOT ESTIMATED-BILL
               AND WS-PRORATION-FACTOR = 1
               AND WS-EST-ADJ = 0
               PERFORM 5910-SCAN-HOLD-HISTORY
               IF WS-HOLD-CNT >= WS-HOLD-MIN-HIST
                   PERFORM 5920-CHECK-CHARGES
               END-IF
               IF WS-EST-MON-CNT >= WS-HOLD-MIN-HIST
                   PERFORM 5930-CHECK-QUANTITY
               END-IF
           END-IF.

       5910-SCAN-HOLD-HISTORY.
      *    Prior periods only, oldest first, the newest six kept by
      *    shifting the window up once it is full - the same walk
      *    5750 makes for the budget installment.
           MOVE 'N' TO WS-HOLD-EOF-FLAG
           MOVE 0 TO WS-HOLD-HIST-TOT
           MOVE WS-CUST-ID TO BH-CUST-ID
           MOVE 0 TO BH-BILLING-DT
           START BILLING-HISTORY KEY IS >= BH-KEY
               INVALID KEY
                   SET HOLD-HIST-EOF TO TRUE
           END-START
           IF WS-HIST-FS NOT = '00'
               SET HOLD-HIST-EOF TO TRUE
           END-IF
           PERFORM 5912-SCAN-ONE-HOLD-PERIOD
               UNTIL HOLD-HIST-EOF
           MOVE 1 TO WS-HOLD-SUB
           PERFORM 5916-SUM-ONE-HOLD-PERIOD
               UNTIL WS-HOLD-SUB > WS-HOLD-CNT.

       5912-SCAN-ONE-HOLD-PERIOD.
           READ BILLING-HISTORY NEXT RECORD
               AT END
                   SET HOLD-HIST-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN BH-CUST-ID NOT = WS-CUST-ID
                           SET HOLD-HIST-EOF TO TRUE
                       WHEN BH-BILLING-DT >= WS-BILLING-DT-NUM
                           SET HOLD-HIST-EOF TO TRUE
                       WHEN BH-ESTIMATED-FLAG = 'E'
                           CONTINUE
                       WHEN BH-SALES-ITEM
                           CONTINUE
                       WHEN OTHER
                           PERFORM 5914-KEEP-ONE-HOLD-PERIOD
                   END-EVALUATE
           END-READ
           IF WS-HIST-FS NOT = '00' AND NOT HOLD-HIST-EOF
               SET HOLD-HIST-EOF TO TRUE
           END-IF.

       5914-KEEP-ONE-HOLD-PERIOD.
           IF WS-HOLD-CNT < 6
               ADD 1 TO WS-HOLD-CNT
           ELSE
               MOVE 1 TO WS-HOLD-SUB-2
               PERFORM 5915-SHIFT-ONE-HOLD-PERIOD
                   UNTIL WS-HOLD-SUB-2 >= 6
           END-IF
           MOVE BH-BILLING-DT TO WS-HOLD-DT (WS-HOLD-CNT)
           COMPUTE WS-HOLD-CHARGES (WS-HOLD-CNT) =
               BH-BASE-CHARGES + BH-TIER2-CHARGES
               + BH-TIER3-CHARGES.

       5915-SHIFT-ONE-HOLD-PERIOD.
           MOVE WS-HOLD-PERIOD (WS-HOLD-SUB-2 + 1)
               TO WS-HOLD-PERIOD (WS-HOLD-SUB-2)
           ADD 1 TO WS-HOLD-SUB-2.

       5916-SUM-ONE-HOLD-PERIOD.
           ADD WS-HOLD-CHARGES (WS-HOLD-SUB) TO WS-HOLD-HIST-TOT
           ADD 1 TO WS-HOLD-SUB.

       5920-CHECK-CHARGES.
      *    A history that averages to nothing gives no baseline - a
      *    customer coming back into use is not held for it.
           COMPUTE WS-HOLD-AVG-CHARGES ROUNDED =
               WS-HOLD-HIST-TOT / WS-HOLD-CNT
           IF WS-HOLD-AVG-CHARGES > 0
               COMPUTE WS-HOLD-CHARGES-PCT ROUNDED =
                   WS-HOLD-CUR-CHARGES * 100 / WS-HOLD-AVG-CHARGES
                   ON SIZE ERROR
                       MOVE 99999 TO WS-HOLD-CHARGES-PCT
               END-COMPUTE
               EVALUATE TRUE
                   WHEN WS-HOLD-CHARGES-PCT > WS-HOLD-HIGH-PCT
                       SET BILL-HELD TO TRUE
                       MOVE 'H' TO WS-HOLD-TYPE
                   WHEN WS-HOLD-CHARGES-PCT < WS-HOLD-LOW-PCT
                       SET BILL-HELD TO TRUE
                       MOVE 'L' TO WS-HOLD-TYPE
               END-EVALUATE
           END-IF.

       5930-CHECK-QUANTITY.
           MOVE 0 TO WS-EST-TOT-QTY
           MOVE 1 TO WS-EST-SUB
           PERFORM 5830-SUM-ONE-MONTH
               UNTIL WS-EST-SUB > WS-EST-MON-CNT
           COMPUTE WS-HOLD-AVG-QTY ROUNDED =
               WS-EST-TOT-QTY / WS-EST-MON-CNT
           IF WS-HOLD-AVG-QTY > 0
               COMPUTE WS-HOLD-QTY-PCT ROUNDED =
                   WS-USAGE-AMT * 100 / WS-HOLD-AVG-QTY
                   ON SIZE ERROR
                       MOVE 99999 TO WS-HOLD-QTY-PCT
               END-COMPUTE
               IF NOT BILL-HELD
                   EVALUATE TRUE
                       WHEN WS-HOLD-QTY-PCT > WS-HOLD-HIGH-PCT
                           SET BILL-HELD TO TRUE
                           MOVE 'H' TO WS-HOLD-TYPE
                       WHEN WS-HOLD-QTY-PCT < WS-HOLD-LOW-PCT
                           SET BILL-HELD TO TRUE
                           MOVE 'L' TO WS-HOLD-TYPE
                   END-EVALUATE
               END-IF
           END-IF.

       5950-HOLD-BILL.
      *    The bill is built exactly as 6000/6050/6100 would have
      *    posted it and parked under the customer and period - the
      *    BILLOUT line, the archive image, the GL components, and
      *    the invoice's print lines - so BILLREL can post it as
      *    computed once operations release it. Nothing reaches
      *    BILLOUT, INVOICE, BILLHIST, or the GL totals here. A
      *    restart or rerun that holds the same bill again replaces
      *    the earlier hold.
           INITIALIZE BILL-HOLD-REC
           MOVE WS-CUST-ID          TO HD-CUST-ID
           MOVE WS-BILLING-DT-NUM   TO HD-BILLING-DT
           MOVE WS-RUN-CYCLE        TO HD-BILL-CYCLE
           SET HD-PENDING TO TRUE
           MOVE WS-HOLD-TYPE        TO HD-EXCEPTION-TYPE
           MOVE WS-USAGE-AMT        TO HD-USAGE-QTY
           MOVE WS-HOLD-CUR-CHARGES TO HD-USAGE-CHARGES
           MOVE WS-HOLD-AVG-CHARGES TO HD-AVG-CHARGES
           MOVE WS-HOLD-CHARGES-PCT TO HD-CHARGES-PCT
           MOVE WS-HOLD-AVG-QTY     TO HD-AVG-QTY
           MOVE WS-HOLD-QTY-PCT     TO HD-QTY-PCT
           MOVE WS-HOLD-CNT         TO HD-HIST-CNT
           MOVE 1 TO WS-HOLD-SUB
           PERFORM 5952-COPY-ONE-HOLD-PERIOD
               UNTIL WS-HOLD-SUB > WS-HOLD-CNT
           MOVE WS-EST-MON-CNT      TO HD-DTL-CNT
           MOVE 1 TO WS-HOLD-SUB
           PERFORM 5954-COPY-ONE-HOLD-MONTH
               UNTIL WS-HOLD-SUB > WS-EST-MON-CNT
           MOVE WS-BASE-CHARGES     TO HD-BASE-CHARGES
           MOVE WS-TIER2-CHARGES    TO HD-TIER2-CHARGES
           MOVE WS-TIER3-CHARGES    TO HD-TIER3-CHARGES
           MOVE WS-PENALTY          TO HD-PENALTY
           MOVE WS-TAX-AMT          TO HD-TAX-AMT
           MOVE WS-NEW-CHARGES      TO HD-NEW-CHARGES
           COMPUTE HD-BUDGET-DEFER =
               WS-SUBTOTAL - WS-ACTUAL-SUBTOTAL
           MOVE WS-PREV-BAL-AMT     TO HD-PREV-BAL-AMT
           MOVE WS-CREDIT-AMT       TO HD-CREDIT-AMT
           MOVE WS-TOTAL-DUE        TO HD-TOTAL-DUE
           PERFORM 6010-BUILD-BILLOUT-LINE
           MOVE BILL-OUT-REC        TO HD-BILLOUT-LINE
           PERFORM 6060-BUILD-HISTORY-REC
           MOVE BILL-HIST-REC       TO HD-HIST-IMAGE
           MOVE 0 TO WS-HOLD-INV-SEQ
           SET INVOICE-TO-HOLD TO TRUE
           PERFORM 6100-WRITE-INVOICE
           SET INVOICE-TO-PRINT TO TRUE
           MOVE WS-HOLD-INV-SEQ     TO HD-INV-LINE-CNT
           WRITE BILL-HOLD-REC
               INVALID KEY
                   REWRITE BILL-HOLD-REC
           END-WRITE
           IF WS-HOLD-FS NOT = '00'
               MOVE 71 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON BILL HOLD FILE BILLHOLD'
                   TO WS-ABEND-MSG
               MOVE WS-HOLD-FS TO WS-ABEND-FS
               PERFORM 9900-ABEND
           END-IF
           ADD 1 TO WS-RECORDS-HELD
           PERFORM 5960-WRITE-HOLD-REPORT.

       5952-COPY-ONE-HOLD-PERIOD.
           MOVE WS-HOLD-DT (WS-HOLD-SUB)
               TO HD-HIST-DT (WS-HOLD-SUB)
           MOVE WS-HOLD-CHARGES (WS-HOLD-SUB)
               TO HD-HIST-CHARGES (WS-HOLD-SUB)
           ADD 1 TO WS-HOLD-SUB.

       5954-COPY-ONE-HOLD-MONTH.
           MOVE WS-EST-MON-YYYYMM (WS-HOLD-SUB)
               TO HD-DTL-YYYYMM (WS-HOLD-SUB)
           MOVE WS-EST-MON-QTY (WS-HOLD-SUB)
               TO HD-DTL-QTY (WS-HOLD-SUB)
           ADD 1 TO WS-HOLD-SUB.

       5960-WRITE-HOLD-REPORT.
      *    The review listing: why the bill was held, the history it
      *    was judged against, and what it would have billed.
           MOVE SPACES TO HOLD-RPT-LINE
           IF HD-HIGH-USAGE
               STRING WS-CUST-ID DELIMITED SIZE
                      '  ' DELIMITED SIZE
                      WS-CUST-NAME DELIMITED SIZE
                      '  HELD - USAGE ABOVE ' DELIMITED SIZE
                      WS-HOLD-HIGH-PCT DELIMITED SIZE
                      '% OF AVERAGE' DELIMITED SIZE
                   INTO HOLD-RPT-LINE
           ELSE
               STRING WS-CUST-ID DELIMITED SIZE
                      '  ' DELIMITED SIZE
                      WS-CUST-NAME DELIMITED SIZE
                      '  HELD - USAGE BELOW ' DELIMITED SIZE
                      WS-HOLD-LOW-PCT DELIMITED SIZE
                      '% OF AVERAGE' DELIMITED SIZE
                   INTO HOLD-RPT-LINE
           END-IF
           WRITE HOLD-RPT-LINE

           MOVE WS-USAGE-AMT TO WS-QTY-ED
           MOVE WS-HOLD-CUR-CHARGES TO WS-INV-AMOUNT-ED
           MOVE SPACES TO HOLD-RPT-LINE
           STRING '    THIS PERIOD ' DELIMITED SIZE
                  WS-BILLING-DT-NUM DELIMITED SIZE
                  '  USAGE ' DELIMITED SIZE
                  WS-QTY-ED DELIMITED SIZE
                  '  USAGE CHARGES ' DELIMITED SIZE
                  WS-INV-AMOUNT-ED DELIMITED SIZE
               INTO HOLD-RPT-LINE
           WRITE HOLD-RPT-LINE

           MOVE WS-HOLD-AVG-CHARGES TO WS-INV-AMOUNT-ED
           MOVE WS-HOLD-CHARGES-PCT TO WS-PCT-ED
           MOVE SPACES TO HOLD-RPT-LINE
           STRING '    BILLED AVERAGE (' DELIMITED SIZE
                  WS-HOLD-CNT DELIMITED SIZE
                  ' PERIODS) ' DELIMITED SIZE
                  WS-INV-AMOUNT-ED DELIMITED SIZE
                  '  THIS PERIOD ' DELIMITED SIZE
                  WS-PCT-ED DELIMITED SIZE
                  '%' DELIMITED SIZE
               INTO HOLD-RPT-LINE
           WRITE HOLD-RPT-LINE
           MOVE 1 TO WS-HOLD-SUB
           PERFORM 5962-REPORT-ONE-HOLD-PERIOD
               UNTIL WS-HOLD-SUB > WS-HOLD-CNT

           MOVE WS-HOLD-AVG-QTY TO WS-QTY-ED
           MOVE WS-HOLD-QTY-PCT TO WS-PCT-ED
           MOVE SPACES TO HOLD-RPT-LINE
           STRING '    USAGE AVERAGE (' DELIMITED SIZE
                  WS-EST-MON-CNT DELIMITED SIZE
                  ' MONTHS)  ' DELIMITED SIZE
                  WS-QTY-ED DELIMITED SIZE
                  '  THIS PERIOD ' DELIMITED SIZE
                  WS-PCT-ED DELIMITED SIZE
                  '%' DELIMITED SIZE
               INTO HOLD-RPT-LINE
           WRITE HOLD-RPT-LINE
           MOVE 1 TO WS-HOLD-SUB
           PERFORM 5964-REPORT-ONE-HOLD-MONTH
               UNTIL WS-HOLD-SUB > WS-EST-MON-CNT

           MOVE WS-NEW-CHARGES TO WS-INV-AMOUNT-ED
           MOVE SPACES TO HOLD-RPT-LINE
           STRING '    NEW CHARGES HELD ' DELIMITED SIZE
                  WS-INV-AMOUNT-ED DELIMITED SIZE
               INTO HOLD-RPT-LINE
           WRITE HOLD-RPT-LINE
           MOVE SPACES TO HOLD-RPT-LINE
           WRITE HOLD-RPT-LINE.

       5962-REPORT-ONE-HOLD-PERIOD.
           MOVE WS-HOLD-CHARGES (WS-HOLD-SUB) TO WS-INV-AMOUNT-ED
           MOVE SPACES TO HOLD-RPT-LINE
           STRING '      PERIOD ' DELIMITED SIZE
                  WS-HOLD-DT (WS-HOLD-SUB) DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-INV-AMOUNT-ED DELIMITED SIZE
               INTO HOLD-RPT-LINE
           WRITE HOLD-RPT-LINE
           ADD 1 TO WS-HOLD-SUB.

       5964-REPORT-ONE-HOLD-MONTH.
           MOVE WS-EST-MON-QTY (WS-HOLD-SUB) TO WS-QTY-ED
           MOVE SPACES TO HOLD-RPT-LINE
           STRING '      MONTH  ' DELIMITED SIZE
                  WS-EST-MON-YYYYMM (WS-HOLD-SUB) DELIMITED SIZE
                  '    ' DELIMITED SIZE
                  WS-QTY-ED DELIMITED SIZE
               INTO HOLD-RPT-LINE
           WRITE HOLD-RPT-LINE
           ADD 1 TO WS-HOLD-SUB.

       5990-WRITE-HOLD-RPT-HEADER.
           MOVE SPACES TO HOLD-RPT-LINE
           STRING 'BILL-CALC USAGE REVIEW - BILLS HELD  PERIOD '
                      DELIMITED SIZE
                  WS-BILLING-DT DELIMITED SIZE
                  '  CYCLE ' DELIMITED SIZE
                  WS-RUN-CYCLE DELIMITED SIZE
               INTO HOLD-RPT-LINE
           WRITE HOLD-RPT-LINE
           MOVE SPACES TO HOLD-RPT-LINE
           WRITE HOLD-RPT-LINE.

       4050-CALC-PRORATION.
           MOVE 'N' TO WS-NO-SERVICE-FLAG
           MOVE 1.0000 TO WS-PRORATION-FACTOR
               END-IF
           END-IF.

       4600-CALC-DUE-DATE.
      *    Due date = billing date plus the customer's terms net
      *    days. No terms code bills on the standard terms; a code
      *    missing from the terms table is logged as a warning and
      *    also bills on the standard terms, the way a missing tax
      *    jurisdiction bills untaxed.
           MOVE WS-STD-NET-DAYS TO WS-NET-DAYS
           IF WS-CUST-TERMS-CODE NOT = SPACES
               MOVE WS-CUST-TERMS-CODE TO TM-TERMS-CODE
               READ TERMS-FILE
                   INVALID KEY
                       MOVE 1008 TO WS-ERR-CODE
                       PERFORM 8050-LOOKUP-ERR-MSG
                       PERFORM 8000-LOG-ERROR
                   NOT INVALID KEY
                       MOVE TM-NET-DAYS TO WS-NET-DAYS
               END-READ
      *        23 (code not on file) was logged above; anything
      *        else is the terms table itself failing, which would
      *        silently put the whole book on standard terms.
               IF WS-TERMS-FS NOT = '00' AND WS-TERMS-FS NOT = '23'
                   MOVE 72 TO WS-ABEND-CODE
                   MOVE 'PAYMENT TERMS TABLE TERMFILE UNREADABLE'
                       TO WS-ABEND-MSG
                   MOVE WS-TERMS-FS TO WS-ABEND-FS
                   PERFORM 9900-ABEND
               END-IF
           END-IF
           COMPUTE WS-DUE-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-BILLING-DT-NUM)
               + WS-NET-DAYS
           COMPUTE WS-DUE-DT-NUM =
               FUNCTION DATE-OF-INTEGER (WS-DUE-DAY-INT).

       5000-APPLY-PENALTY.
      *    WS-DAYS-OVERDUE is OVERDUE's count of days past the due
      *    date of the customer's oldest open invoice - a customer
      *    still inside their payment terms is not late, however
      *    long ago the invoice was billed.
      *    A customer under dispute hold does not accrue a late
      *    penalty while the disputed charge is being worked, even
      *    if they are also past due.
           END-IF.

       6000-WRITE-BILLING.
           PERFORM 6010-BUILD-BILLOUT-LINE
           WRITE BILL-OUT-REC
           ADD 1 TO WS-RECORDS-BILLED
           ADD WS-BASE-CHARGES  TO WS-GL-BASE-TOTAL
           ADD WS-TIER2-CHARGES TO WS-GL-TIER2-TOTAL
           ADD WS-TIER3-CHARGES TO WS-GL-TIER3-TOTAL
           ADD WS-PENALTY       TO WS-GL-PENALTY-TOTAL
           ADD WS-TAX-AMT       TO WS-GL-TAX-TOTAL
      *    Zero for a normal customer; for a budget customer the
      *    spread between the installment billed and the actual
      *    usage charges parks in the deferral account so GL
      *    debits still equal credits.
           COMPUTE WS-GL-BUDGET-DEFER =
               WS-GL-BUDGET-DEFER + WS-SUBTOTAL
               - WS-ACTUAL-SUBTOTAL
      *    Only this cycle's new charges hit the GL - the carried
      *    balance was already debited to receivables the cycle it
      *    was billed, and booking WS-TOTAL-DUE here would double it.
           ADD WS-NEW-CHARGES   TO WS-GL-REVENUE-TOTAL
           PERFORM 6050-WRITE-HISTORY.

       6010-BUILD-BILLOUT-LINE.
      *    The BILLOUT line is also what a held bill keeps for
      *    BILLREL to post on release.
           STRING WS-CUST-ID DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-CUST-NAME DELIMITED SIZE
                  WS-TOTAL-DUE DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-BILLING-DT DELIMITED SIZE
      *           The cycle this run billed, so PAYPOST can find the
      *           period-cycle's run-control record.
                  ',' DELIMITED SIZE
                  WS-RUN-CYCLE DELIMITED SIZE
      *           Due date under the customer's payment terms, for
      *           AUTOPAY's draft date.
                  ',' DELIMITED SIZE
                  WS-DUE-DT-NUM DELIMITED SIZE
               INTO BILL-OUT-REC.

       6050-WRITE-HISTORY.
      *    Archive this bill's charge breakdown keyed by customer and
      *    being rewritten next cycle. A rerun of the same period
      *    lands on the existing key and replaces the archived bill
      *    instead of failing.
           PERFORM 6060-BUILD-HISTORY-REC
           WRITE BILL-HIST-REC
               INVALID KEY
                   PERFORM 6070-REPLACE-HISTORY-REC
           END-WRITE.

       6060-BUILD-HISTORY-REC.
      *    Also the archive image a held bill keeps for BILLREL.
           MOVE WS-CUST-ID        TO BH-CUST-ID
           MOVE WS-BILLING-DT-NUM TO BH-BILLING-DT
           MOVE WS-BASE-CHARGES   TO BH-BASE-CHARGES
           MOVE WS-PENALTY        TO BH-PENALTY
           MOVE WS-TAX-AMT        TO BH-TAX-AMT
           MOVE WS-CUST-TAX-JUR   TO BH-TAX-JUR
           MOVE WS-DUE-DT-NUM     TO BH-DUE-DT
      *    On a true-up cycle only the level installment is archived
      *    as billed - the settlement is a one-time catch-up, not
      *    billing of this month's usage. Archiving the settled
      *    represented by the earlier periods' archived records, and
      *    archiving it again would double-count it in any statement
      *    built from this file. Keeps base + tiers + penalty equal
      *    to the archived total within every record (plus any
      *    MSYBILL sales 6070 carries over on the same key).
           MOVE WS-NEW-CHARGES    TO BH-TOTAL-DUE
      *    A new period opens owing its full new charges; PAYPOST
      *    pays the open amount down invoice by invoice as payments
      *    full, consistent with the rerun replacing the archived
      *    charges.
           MOVE WS-NEW-CHARGES    TO BH-OPEN-AMT
           MOVE 0                 TO BH-SALES-AMT
           MOVE SPACE             TO BH-ITEM-TYPE.

       6070-REPLACE-HISTORY-REC.
      *    The key is already on file - a rerun of the period, or a
      *    sale MSYBILL posted on the billing date. The bill replaces
      *    the archived charges, but sales riding on the key stay
      *    with it: they are still owed, and OPENBAL already carried
      *    them into this bill's previous balance, so PAYPOST needs
      *    them among the open items to tie back to the total due.
           MOVE BILL-HIST-REC TO WS-NEW-HIST-REC
           MOVE 0 TO WS-CARRY-SALES-AMT
                     WS-CARRY-SALES-OPEN
           READ BILLING-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BH-SALES-AMT NUMERIC AND BH-SALES-AMT > 0
                       MOVE BH-SALES-AMT TO WS-CARRY-SALES-AMT
      *                A sale item's open amount is all sale; on a
      *                period, payments may have gone to either
      *                part, so no more than the sales is carried.
                       IF BH-SALES-ITEM
                           OR BH-OPEN-AMT < BH-SALES-AMT
                           MOVE BH-OPEN-AMT TO WS-CARRY-SALES-OPEN
                       ELSE
                           MOVE BH-SALES-AMT TO WS-CARRY-SALES-OPEN
                       END-IF
                   END-IF
           END-READ
           MOVE WS-NEW-HIST-REC TO BILL-HIST-REC
           ADD WS-CARRY-SALES-AMT TO BH-SALES-AMT
                                     BH-TOTAL-DUE
           ADD WS-CARRY-SALES-OPEN TO BH-OPEN-AMT
           REWRITE BILL-HIST-REC.

       6100-WRITE-INVOICE.
      *    Print-image invoice built from the same charges computed
           STRING 'INVOICE FOR: ' DELIMITED SIZE
                  WS-CUST-NAME DELIMITED SIZE
               INTO INV-LINE
           PERFORM 6190-PUT-INVOICE-LINE

           MOVE SPACES TO INV-LINE
           STRING 'CUSTOMER ID: ' DELIMITED SIZE
                  WS-CUST-ID DELIMITED SIZE
               INTO INV-LINE
           PERFORM 6190-PUT-INVOICE-LINE

           MOVE SPACES TO INV-LINE
           STRING 'ADDRESS:     ' DELIMITED SIZE
                  WS-CUST-ADDRESS DELIMITED SIZE
               INTO INV-LINE
           PERFORM 6190-PUT-INVOICE-LINE

           MOVE SPACES TO INV-LINE
           STRING 'BILLING DATE: ' DELIMITED SIZE
                  WS-BILLING-DT DELIMITED SIZE
               INTO INV-LINE
           PERFORM 6190-PUT-INVOICE-LINE

           MOVE SPACES TO INV-LINE
           STRING 'DUE DATE:     ' DELIMITED SIZE
                  WS-DUE-DT-NUM DELIMITED SIZE
               INTO INV-LINE
           PERFORM 6190-PUT-INVOICE-LINE

           IF ESTIMATED-BILL
               MOVE SPACES TO INV-LINE
                          DELIMITED SIZE
                      'RECEIVED THIS PERIOD ***' DELIMITED SIZE
                   INTO INV-LINE
               PERFORM 6190-PUT-INVOICE-LINE
           END-IF

           IF WS-EST-ADJ NOT = 0
               STRING '  PRIOR ESTIMATE TRUE-UP: ' DELIMITED SIZE
                      WS-EST-ADJ-ED DELIMITED SIZE
                   INTO INV-LINE
               PERFORM 6190-PUT-INVOICE-LINE
           END-IF

           MOVE SPACES TO INV-LINE
           PERFORM 6190-PUT-INVOICE-LINE

           MOVE WS-PREV-BAL-AMT TO WS-INV-AMOUNT-ED
           MOVE SPACES TO INV-LINE
           STRING '  PREVIOUS BALANCE:    ' DELIMITED SIZE
                  WS-INV-AMOUNT-ED DELIMITED SIZE
               INTO INV-LINE
           PERFORM 6190-PUT-INVOICE-LINE

           MOVE WS-CREDIT-AMT TO WS-INV-AMOUNT-ED
           MOVE SPACES TO INV-LINE
           STRING '  PAYMENTS/CREDITS:    ' DELIMITED SIZE
                  WS-INV-AMOUNT-ED DELIMITED SIZE
               INTO INV-LINE
           PERFORM 6190-PUT-INVOICE-LINE

           MOVE SPACES TO INV-LINE
           STRING '  NEW CHARGES:' DELIMITED SIZE
               INTO INV-LINE
           PERFORM 6190-PUT-INVOICE-LINE

           IF WS-PRORATION-FACTOR < 1
               MOVE WS-PRORATION-FACTOR TO WS-FACTOR-ED
                      WS-FACTOR-ED DELIMITED SIZE
                      ')' DELIMITED SIZE
                   INTO INV-LINE
               PERFORM 6190-PUT-INVOICE-LINE
           END-IF

           PERFORM 6150-WRITE-USAGE-DETAIL
               STRING '  BASE CHARGES:  ' DELIMITED SIZE
                      WS-INV-AMOUNT-ED DELIMITED SIZE
                   INTO INV-LINE
               PERFORM 6190-PUT-INVOICE-LINE

               MOVE WS-TIER2-CHARGES TO WS-INV-AMOUNT-ED
               MOVE SPACES TO INV-LINE
               STRING '  TIER 2 CHARGES: ' DELIMITED SIZE
                      WS-INV-AMOUNT-ED DELIMITED SIZE
                   INTO INV-LINE
               PERFORM 6190-PUT-INVOICE-LINE

               MOVE WS-TIER3-CHARGES TO WS-INV-AMOUNT-ED
               MOVE SPACES TO INV-LINE
               STRING '  TIER 3 CHARGES: ' DELIMITED SIZE
                      WS-INV-AMOUNT-ED DELIMITED SIZE
                   INTO INV-LINE
               PERFORM 6190-PUT-INVOICE-LINE
           END-IF

           MOVE WS-SUBTOTAL TO WS-INV-AMOUNT-ED
           STRING '  SUBTOTAL:      ' DELIMITED SIZE
                  WS-INV-AMOUNT-ED DELIMITED SIZE
               INTO INV-LINE
           PERFORM 6190-PUT-INVOICE-LINE

           MOVE WS-PENALTY TO WS-INV-AMOUNT-ED
           MOVE SPACES TO INV-LINE
           STRING '  LATE PENALTY:  ' DELIMITED SIZE
                  WS-INV-AMOUNT-ED DELIMITED SIZE
               INTO INV-LINE
           PERFORM 6190-PUT-INVOICE-LINE

           MOVE WS-TAX-AMT TO WS-INV-AMOUNT-ED
           MOVE SPACES TO INV-LINE
           STRING '  TAX:           ' DELIMITED SIZE
                  WS-INV-AMOUNT-ED DELIMITED SIZE
               INTO INV-LINE
           PERFORM 6190-PUT-INVOICE-LINE

           MOVE WS-TOTAL-DUE TO WS-INV-AMOUNT-ED
           MOVE SPACES TO INV-LINE
           STRING '  TOTAL DUE:     ' DELIMITED SIZE
                  WS-INV-AMOUNT-ED DELIMITED SIZE
               INTO INV-LINE
           PERFORM 6190-PUT-INVOICE-LINE

           IF WS-CREDIT-BALANCE > 0
               MOVE WS-CREDIT-BALANCE TO WS-INV-AMOUNT-ED
                      WS-INV-AMOUNT-ED DELIMITED SIZE
                      ' (NO PAYMENT DUE)' DELIMITED SIZE
                   INTO INV-LINE
               PERFORM 6190-PUT-INVOICE-LINE
           END-IF

      *    An autopay customer is told the draft is coming rather
      *    than asked to pay - AUTOPAY drafts on the due date.
           IF AUTOPAY-CUSTOMER AND WS-TOTAL-DUE > 0
               MOVE SPACES TO INV-LINE
               STRING '  AUTOPAY: TOTAL DUE WILL BE DRAFTED FROM '
                          DELIMITED SIZE
                      'YOUR BANK ACCOUNT ON ' DELIMITED SIZE
                      WS-DUE-DT-NUM DELIMITED SIZE
                   INTO INV-LINE
               PERFORM 6190-PUT-INVOICE-LINE
           END-IF

           MOVE SPACES TO INV-LINE
           PERFORM 6190-PUT-INVOICE-LINE.

       6150-WRITE-USAGE-DETAIL.
      *    Lists the captured daily readings behind this period's
                               STRING '  USAGE DETAIL:'
                                   DELIMITED SIZE
                                   INTO INV-LINE
                               PERFORM 6190-PUT-INVOICE-LINE
                               SET DTL-HDR-WRITTEN TO TRUE
                           END-IF
                           MOVE UD-QUANTITY TO WS-QTY-ED
                                  '  ' DELIMITED SIZE
                                  WS-QTY-ED DELIMITED SIZE
                               INTO INV-LINE
                           PERFORM 6190-PUT-INVOICE-LINE
                       END-IF
                   END-IF
           END-READ
           STRING '  BUDGET PLAN INSTALLMENT: ' DELIMITED SIZE
                  WS-INV-AMOUNT-ED DELIMITED SIZE
               INTO INV-LINE
           PERFORM 6190-PUT-INVOICE-LINE

           MOVE WS-ACTUAL-SUBTOTAL TO WS-INV-AMOUNT-ED
           MOVE SPACES TO INV-LINE
                  WS-INV-AMOUNT-ED DELIMITED SIZE
                  ' (FOR COMPARISON)' DELIMITED SIZE
               INTO INV-LINE
           PERFORM 6190-PUT-INVOICE-LINE

           IF TRUEUP-CYCLE
               MOVE WS-TRUEUP-ADJ TO WS-TRUEUP-ED
               STRING '  INCLUDES ANNUAL TRUE-UP: ' DELIMITED SIZE
                      WS-TRUEUP-ED DELIMITED SIZE
                   INTO INV-LINE
               PERFORM 6190-PUT-INVOICE-LINE
           END-IF.

       6190-PUT-INVOICE-LINE.
      *    Every invoice line goes out through here: to the print
      *    file for a bill that posts, or onto HOLDINV under the
      *    held bill's key for BILLREL to print on release.
           IF INVOICE-TO-HOLD
               ADD 1 TO WS-HOLD-INV-SEQ
               MOVE WS-CUST-ID        TO HI-CUST-ID
               MOVE WS-BILLING-DT-NUM TO HI-BILLING-DT
               MOVE WS-HOLD-INV-SEQ   TO HI-LINE-NO
               MOVE INV-LINE          TO HI-LINE
               WRITE HELD-INV-REC
                   INVALID KEY
                       REWRITE HELD-INV-REC
               END-WRITE
               IF WS-HOLDINV-FS NOT = '00'
                   MOVE 71 TO WS-ABEND-CODE
                   MOVE 'WRITE FAILED ON HELD INVOICE FILE HOLDINV'
                       TO WS-ABEND-MSG
                   MOVE WS-HOLDINV-FS TO WS-ABEND-FS
                   PERFORM 9900-ABEND
               END-IF
           ELSE
               WRITE INV-LINE
           END-IF.

       6300-STAGE-SUMMARY-LINE.
      *    A child account billed under a parent: its figures go to
      *    SUMWORK for the parent's summary invoice. A child re-billed
      *    after a restart replaces the line the aborted run staged.
      *    A bill held for usage review never gets here, so it stays
      *    off the summary - BILLREL prints its own invoice alone.
           MOVE WS-CUST-PARENT-ID   TO SW-PARENT-ID
           MOVE WS-CUST-ID          TO SW-CHILD-ID
           MOVE WS-CUST-NAME        TO SW-CHILD-NAME
           MOVE WS-DUE-DT-NUM       TO SW-DUE-DT
           MOVE WS-PREV-BAL-AMT     TO SW-PREV-BAL-AMT
           MOVE WS-CREDIT-AMT       TO SW-CREDIT-AMT
           MOVE WS-NEW-CHARGES      TO SW-NEW-CHARGES
           MOVE WS-TOTAL-DUE        TO SW-TOTAL-DUE
           MOVE WS-CREDIT-BALANCE   TO SW-CREDIT-BALANCE
           WRITE SUM-WORK-REC
               INVALID KEY
                   REWRITE SUM-WORK-REC
           END-WRITE
           IF WS-SUMWORK-FS NOT = '00'
               MOVE 73 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON SUMMARY WORK FILE SUMWORK'
                   TO WS-ABEND-MSG
               MOVE WS-SUMWORK-FS TO WS-ABEND-FS
               PERFORM 9900-ABEND
           END-IF.

       7000-SIMULATE-PROPOSED.
      *    The customer was just priced under current rates; price
      *    them again under the proposed rates (penalty and tax are
           CLOSE CUSTOMER-FILE
                 RATE-FILE
                 TAX-RATE-FILE
                 TERMS-FILE
                 USAGE-DETAIL-FILE
                 ERROR-LOG
                 PRIOR-BALANCE-FILE
               DISPLAY 'RECORDS ERROR:     ' WS-RECORDS-ERROR
               DISPLAY 'NO PROPOSED RATE:  ' WS-SIM-NO-PROP-RATE
           ELSE
               PERFORM 9050-WRITE-SUMMARY-INVOICES
               CLOSE BILLING-OUTPUT
                     INVOICE-FILE
                     SUSPENSE-FILE
                     BILL-HOLD-FILE
                     HELD-INVOICE-FILE
                     HOLD-REPORT
               PERFORM 9400-PURGE-HISTORY
               CLOSE BILLING-HISTORY
               PERFORM 9100-CLEAR-CHECKPOINT
               DISPLAY 'RECORDS READ:   ' WS-RECORDS-READ
               DISPLAY 'RECORDS BILLED: ' WS-RECORDS-BILLED
               DISPLAY 'RECORDS ERROR:  ' WS-RECORDS-ERROR
               DISPLAY 'RECORDS HELD:   ' WS-RECORDS-HELD
               DISPLAY 'BILLING CYCLE:  ' WS-RUN-CYCLE
               DISPLAY 'NOT DUE:        ' WS-RECORDS-NOT-DUE
               DISPLAY 'CARRY SKIPPED:  ' WS-CARRY-SKIPPED
               DISPLAY 'CREDIT SKIPPED: ' WS-CREDIT-SKIPPED
               DISPLAY 'BUDGET BILLED:  ' WS-BUDGET-BILLED-CNT
               DISPLAY 'ESTIMATED BILLS:' WS-ESTIMATED-CNT
               DISPLAY 'PARENT SUMMARIES:' WS-SUM-PRINTED
               DISPLAY 'NO PARENT ON FILE:' WS-SUM-NO-PARENT
               DISPLAY 'BALANCE STATUS: ' WS-BALANCE-STATUS
           END-IF.

       9050-WRITE-SUMMARY-INVOICES.
      *    One summary invoice per parent, printed to INVOICE after
      *    the last customer's own invoice, listing every child
      *    account staged this run with its charges and a grand
      *    total due. SUMWORK comes back in parent then child order,
      *    so each parent's children arrive together.
           CLOSE SUMMARY-WORK-FILE
           OPEN INPUT SUMMARY-WORK-FILE
                      PARENT-FILE
           IF WS-PARENT-FS NOT = '00'
               MOVE 75 TO WS-ABEND-CODE
               MOVE 'CUSTOMER MASTER CUSTFILE UNUSABLE FOR SUMMARIES'
                   TO WS-ABEND-MSG
               MOVE WS-PARENT-FS TO WS-ABEND-FS
               PERFORM 9900-ABEND
           END-IF
           MOVE 'N' TO WS-SUM-EOF-FLAG
           IF WS-SUMWORK-FS NOT = '00'
               SET SUM-WORK-EOF TO TRUE
           END-IF
           PERFORM 9060-READ-SUMMARY-WORK
           PERFORM 9070-WRITE-ONE-SUMMARY
               UNTIL SUM-WORK-EOF
           CLOSE SUMMARY-WORK-FILE
                 PARENT-FILE.

       9060-READ-SUMMARY-WORK.
           IF NOT SUM-WORK-EOF
               READ SUMMARY-WORK-FILE NEXT RECORD
                   AT END
                       SET SUM-WORK-EOF TO TRUE
               END-READ
           END-IF.

       9070-WRITE-ONE-SUMMARY.
      *    The first child read opens the parent. A first pass over
      *    its children totals them and finds the earliest due date
      *    for the heading; the file is then repositioned on the
      *    parent and the children printed. A parent no longer on
      *    the master gets no summary - each child still has its
      *    own invoice, and MDAUDIT reports the broken link.
           MOVE SW-PARENT-ID TO WS-SUM-PARENT-ID
           MOVE 0 TO WS-SUM-CHILD-CNT
                     WS-SUM-NEW-TOTAL
                     WS-SUM-DUE-TOTAL
                     WS-SUM-CREDIT-TOTAL
           MOVE SW-DUE-DT TO WS-SUM-DUE-DT
           PERFORM 9075-TOTAL-ONE-CHILD
               UNTIL SUM-WORK-EOF
                  OR SW-PARENT-ID NOT = WS-SUM-PARENT-ID
           MOVE WS-SUM-PARENT-ID TO PA-CUST-ID
           READ PARENT-FILE
               INVALID KEY
                   ADD 1 TO WS-SUM-NO-PARENT
               NOT INVALID KEY
                   PERFORM 9080-PRINT-SUMMARY
           END-READ.

       9075-TOTAL-ONE-CHILD.
           ADD 1 TO WS-SUM-CHILD-CNT
           ADD SW-NEW-CHARGES    TO WS-SUM-NEW-TOTAL
           ADD SW-TOTAL-DUE      TO WS-SUM-DUE-TOTAL
           ADD SW-CREDIT-BALANCE TO WS-SUM-CREDIT-TOTAL
           IF SW-DUE-DT < WS-SUM-DUE-DT
               MOVE SW-DUE-DT TO WS-SUM-DUE-DT
           END-IF
           PERFORM 9060-READ-SUMMARY-WORK.

       9080-PRINT-SUMMARY.
      *    Laid out like 6100's invoice, so DOCDLVR files it under
      *    the parent's own id and delivery preference. The first
      *    pass has read on to the next parent; the children are
      *    re-read from the top of this parent's key range, which
      *    leaves the file on that next parent again.
           ADD 1 TO WS-SUM-PRINTED
           MOVE SPACES TO INV-LINE
           STRING 'INVOICE FOR: ' DELIMITED SIZE
                  PA-CUST-NAME DELIMITED SIZE
               INTO INV-LINE
           WRITE INV-LINE

           MOVE SPACES TO INV-LINE
           STRING 'CUSTOMER ID: ' DELIMITED SIZE
                  PA-CUST-ID DELIMITED SIZE
               INTO INV-LINE
           WRITE INV-LINE

           MOVE SPACES TO INV-LINE
           STRING 'ADDRESS:     ' DELIMITED SIZE
                  PA-CUST-ADDRESS DELIMITED SIZE
               INTO INV-LINE
           WRITE INV-LINE

           MOVE SPACES TO INV-LINE
           STRING 'BILLING DATE: ' DELIMITED SIZE
                  WS-BILLING-DT DELIMITED SIZE
               INTO INV-LINE
           WRITE INV-LINE

           MOVE SPACES TO INV-LINE
           STRING 'DUE DATE:     ' DELIMITED SIZE
                  WS-SUM-DUE-DT DELIMITED SIZE
               INTO INV-LINE
           WRITE INV-LINE

           MOVE SPACES TO INV-LINE
           STRING '*** SUMMARY INVOICE - ACCOUNTS BILLED UNDER '
                      DELIMITED SIZE
                  'THIS PARENT ACCOUNT ***' DELIMITED SIZE
               INTO INV-LINE
           WRITE INV-LINE

           MOVE SPACES TO INV-LINE
           WRITE INV-LINE

           MOVE SPACES TO INV-LINE
           STRING '  ACCOUNT     LOCATION                      '
                      DELIMITED SIZE
                  '         NEW CHARGES           TOTAL DUE'
                      DELIMITED SIZE
               INTO INV-LINE
           WRITE INV-LINE

           MOVE 'N' TO WS-SUM-EOF-FLAG
           MOVE WS-SUM-PARENT-ID TO SW-PARENT-ID
           MOVE LOW-VALUES TO SW-CHILD-ID
           START SUMMARY-WORK-FILE KEY IS >= SW-KEY
               INVALID KEY
                   SET SUM-WORK-EOF TO TRUE
           END-START
           PERFORM 9060-READ-SUMMARY-WORK
           PERFORM 9085-PRINT-ONE-CHILD
               UNTIL SUM-WORK-EOF
                  OR SW-PARENT-ID NOT = WS-SUM-PARENT-ID

           MOVE SPACES TO INV-LINE
           WRITE INV-LINE

           MOVE WS-SUM-CHILD-CNT TO WS-SUM-CNT-ED
           MOVE SPACES TO INV-LINE
           STRING '  ACCOUNTS BILLED:    ' DELIMITED SIZE
                  WS-SUM-CNT-ED DELIMITED SIZE
               INTO INV-LINE
           WRITE INV-LINE

           MOVE WS-SUM-NEW-TOTAL TO WS-INV-AMOUNT-ED
           MOVE SPACES TO INV-LINE
           STRING '  TOTAL NEW CHARGES:  ' DELIMITED SIZE
                  WS-INV-AMOUNT-ED DELIMITED SIZE
               INTO INV-LINE
           WRITE INV-LINE

           MOVE WS-SUM-DUE-TOTAL TO WS-INV-AMOUNT-ED
           MOVE SPACES TO INV-LINE
           STRING '  GRAND TOTAL DUE:    ' DELIMITED SIZE
                  WS-INV-AMOUNT-ED DELIMITED SIZE
               INTO INV-LINE
           WRITE INV-LINE

      *    A credit on one account is not applied against another's
      *    balance here - it stays on its own account, as billed.
           IF WS-SUM-CREDIT-TOTAL > 0
               MOVE WS-SUM-CREDIT-TOTAL TO WS-INV-AMOUNT-ED
               MOVE SPACES TO INV-LINE
               STRING '  CREDITS HELD ON ACCOUNTS ABOVE:'
                          DELIMITED SIZE
                      WS-INV-AMOUNT-ED DELIMITED SIZE
                   INTO INV-LINE
               WRITE INV-LINE
           END-IF

           MOVE SPACES TO INV-LINE
           STRING '  ONE PAYMENT MAY BE MADE AGAINST CUSTOMER ID '
                      DELIMITED SIZE
                  PA-CUST-ID DELIMITED SIZE
               INTO INV-LINE
           WRITE INV-LINE

           MOVE SPACES TO INV-LINE
           STRING '  - IT IS APPLIED TO THE ACCOUNTS ABOVE, OLDEST '
                      DELIMITED SIZE
                  'CHARGES FIRST.' DELIMITED SIZE
               INTO INV-LINE
           WRITE INV-LINE

           MOVE SPACES TO INV-LINE
           WRITE INV-LINE.

       9085-PRINT-ONE-CHILD.
           MOVE SW-NEW-CHARGES TO WS-INV-AMOUNT-ED
           MOVE SW-TOTAL-DUE   TO WS-SUM-DUE-ED
           MOVE SPACES TO INV-LINE
           STRING '  ' DELIMITED SIZE
                  SW-CHILD-ID DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  SW-CHILD-NAME DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-INV-AMOUNT-ED DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-SUM-DUE-ED DELIMITED SIZE
               INTO INV-LINE
           WRITE INV-LINE
           PERFORM 9060-READ-SUMMARY-WORK.

       9900-ABEND.
           DISPLAY 'BILL-CALC ABEND ' WS-ABEND-CODE ': '
               WS-ABEND-MSG
           ACCEPT WS-RUN-STAMP-DT FROM DATE YYYYMMDD
           ACCEPT WS-RUN-STAMP-TIME FROM TIME
           MOVE WS-RUN-PERIOD     TO RC-PERIOD
           MOVE WS-RUN-CYCLE      TO RC-CYCLE
           MOVE 'COMPLETE'        TO RC-STATUS
           MOVE WS-RUN-STAMP-DT   TO RC-END-DT
           MOVE WS-RUN-STAMP-TIME TO RC-END-TIME
           CLOSE CHECKPOINT-FILE.

       9200-WRITE-BALANCE-REPORT.
      *    Every customer read must end up either billed, held for
      *    usage review, or logged as an error - if those don't add
      *    back up to the read count, a record went missing
      *    somewhere in the run.
           ADD WS-RECORDS-BILLED WS-RECORDS-ERROR WS-RECORDS-HELD
               GIVING WS-RECORDS-ACCOUNTED
           IF WS-RECORDS-ACCOUNTED = WS-RECORDS-READ
               MOVE 'IN BALANCE' TO WS-BALANCE-STATUS
               INTO BAL-RPT-REC
           WRITE BAL-RPT-REC

           MOVE SPACES TO BAL-RPT-REC
           STRING 'RECORDS HELD:      ' DELIMITED SIZE
                  WS-RECORDS-HELD DELIMITED SIZE
               INTO BAL-RPT-REC
           WRITE BAL-RPT-REC

           MOVE SPACES TO BAL-RPT-REC
           STRING 'RECORDS ACCOUNTED: ' DELIMITED SIZE
                  WS-RECORDS-ACCOUNTED DELIMITED SIZE
               INTO BAL-RPT-REC
           WRITE BAL-RPT-REC

           MOVE SPACES TO BAL-RPT-REC
           STRING 'BILLING CYCLE:     ' DELIMITED SIZE
                  WS-RUN-CYCLE DELIMITED SIZE
                  '  NOT DUE: ' DELIMITED SIZE
                  WS-RECORDS-NOT-DUE DELIMITED SIZE
               INTO BAL-RPT-REC
           WRITE BAL-RPT-REC

           MOVE SPACES TO BAL-RPT-REC
           STRING 'ESTIMATED BILLS:   ' DELIMITED SIZE
                  WS-ESTIMATED-CNT DELIMITED SIZE
