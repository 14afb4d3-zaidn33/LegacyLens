      *===============================================================*
      * PROGRAM-ID: ARROLL
      * AUTHOR:     LEGACY-SYSTEM
      * DATE:       2026-10-15
      *---------------------------------------------------------------*
      * Accounts Receivable Rollforward.
      * Explains the change in the receivable between two month-end
      * snapshots ARSNAP took, source by source, so the controller
      * can sign the balance sheet from one listing:
      *     beginning A/R         the earlier snapshot
      *   + new billing           BILLHIST items billed in the window
      *   + debit memos           ADJHIST 'D' memos posted
      *   + NSF/reversal          PAYARCH REVERSED rows - the money
      *     re-openings           each re-opened on the ledger
      *   - cash applied          PAYARCH PAID and PARTIAL rows
      *   - credit balances       PAYARCH CREDIT APPLIED rows -
      *     applied               billed credit PAYPOST absorbed
      *   - credit memos          ADJHIST 'C' memos, less the excess
      *                           that went to the customer as credit
      *   - write-offs            WOFFHIST (WRITEOFF's register copy)
      *   - deposits applied      DEPFILE deposits applied at stop
      *   = expected ending A/R, set against the later snapshot.
      * The window is the activity dated after the earlier
      * snapshot's AS-SNAP-DT and not after the later one's. Refunds
      * pay out credit balances (GL 2300), not open items, so they
      * are shown as a memo line outside the arithmetic, as the
      * statements show them.
      *
      * Every line is built customer by customer on the indexed work
      * file RFWORK; a customer whose actual ending differs from the
      * expected is listed with the difference, logged to ERRLOG
      * (2701) and sets return code 4. The usual causes are timing:
      * a payment archived under a remittance date before the
      * snapshot but posted after it, a bill released from hold
      * under its original billing date, a sale MSYBILL carried
      * onto an older item, a reversal with no period named (it
      * re-opens the OPENBAL lump, not a ledger item) or a deposit
      * applied to items the ledger does not carry.
      *
      * The periods (YYYYMM, from and to) come from the optional
      * parm ARRPARM. Without it the rollforward is of the latest
      * finished snapshot - this month's if taken, otherwise last
      * month's - from the month before it. A period with no
      * finished snapshot, or a from period not before the to
      * period, refuses the run with return code 8.
      *===============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'ARRPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
           SELECT AR-SNAPSHOT ASSIGN TO 'ARSNAP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-KEY
               FILE STATUS IS WS-SNAP-FS.
           SELECT BILLING-HISTORY ASSIGN TO 'BILLHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-FS.
           SELECT OPTIONAL PAYMENT-ARCHIVE ASSIGN TO 'PAYARCH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-KEY
               FILE STATUS IS WS-ARCH-FS.
           SELECT OPTIONAL ADJUSTMENT-HISTORY ASSIGN TO 'ADJHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-KEY
               FILE STATUS IS WS-ADJ-FS.
           SELECT OPTIONAL WRITEOFF-HISTORY ASSIGN TO 'WOFFHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WHIST-FS.
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
      *    One row per customer with every rollforward line.
           SELECT ROLL-WORK ASSIGN TO 'RFWORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RW-CUST-ID
               FILE STATUS IS WS-RWORK-FS.
           SELECT ERROR-LOG ASSIGN TO 'ERRLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERR-FS.
           SELECT ROLLFORWARD-REPORT ASSIGN TO 'ARRFRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT OPTIONAL RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD PARM-FILE.
       01  PARM-REC.
           05  PARM-FROM-PERIOD      PIC 9(6).
           05  PARM-TO-PERIOD        PIC 9(6).

       FD AR-SNAPSHOT.
       COPY AR-SNAPSHOT-RECORD.

       FD BILLING-HISTORY.
       COPY BILLING-HISTORY-RECORD.

       FD PAYMENT-ARCHIVE.
       COPY PAY-ARCHIVE-RECORD.

       FD ADJUSTMENT-HISTORY.
       COPY ADJUSTMENT-RECORD.

       FD WRITEOFF-HISTORY.
       COPY WRITEOFF-HISTORY-RECORD.

       FD DEPOSIT-FILE.
       COPY DEPOSIT-RECORD.

       FD CUSTOMER-FILE.
       COPY CUSTOMER-RECORD.

       FD ROLL-WORK.
       01  ROLL-WORK-REC.
           05  RW-CUST-ID            PIC X(10).
           05  RW-CUST-NAME          PIC X(30).
      *    Indexed like WS-SRC-LABEL: 1 beginning, 2-9 the movement
      *    lines, 10 ending, 11 the refund memo.
           05  RW-AMTS.
               10  RW-AMT            PIC 9(11)V99 OCCURS 11 TIMES.

       FD ERROR-LOG.
       01  ERR-LOG-REC               PIC X(200).

       FD ROLLFORWARD-REPORT.
       01  RPT-LINE                  PIC X(132).

       FD RUN-JOURNAL.
       COPY RUN-JOURNAL-RECORD.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-PARM-FS            PIC XX.
           05  WS-SNAP-FS            PIC XX.
           05  WS-HIST-FS            PIC XX.
           05  WS-ARCH-FS            PIC XX.
           05  WS-ADJ-FS             PIC XX.
           05  WS-WHIST-FS           PIC XX.
           05  WS-DEP-FS             PIC XX.
           05  WS-CUST-FS            PIC XX.
           05  WS-RWORK-FS           PIC XX.
           05  WS-ERR-FS             PIC XX.
           05  WS-RPT-FS             PIC XX.
           05  WS-JRNL-FS            PIC XX.

       01  WS-FLAGS.
           05  WS-SOURCE-EOF-FLAG    PIC X VALUE 'N'.
               88  SOURCE-EOF        VALUE 'Y'.
           05  WS-WORK-EOF-FLAG      PIC X VALUE 'N'.
               88  WORK-EOF          VALUE 'Y'.
           05  WS-WINDOW-FLAG        PIC X VALUE 'N'.
               88  IN-WINDOW         VALUE 'Y'.
           05  WS-SNAP-FOUND-FLAG    PIC X VALUE 'N'.
               88  SNAP-FOUND        VALUE 'Y'.

       01  WS-RUN-DT                 PIC 9(8).
       01  WS-RUN-DT-PARTS REDEFINES WS-RUN-DT.
           05  WS-RUN-PERIOD         PIC 9(6).
           05  FILLER                PIC 9(2).

      *    The two snapshots rolled between, and the activity window
      *    their snapshot dates make.
       01  WS-FROM-PERIOD            PIC 9(6).
       01  WS-FROM-PERIOD-PARTS REDEFINES WS-FROM-PERIOD.
           05  WS-FROM-YYYY          PIC 9(4).
           05  WS-FROM-MM            PIC 9(2).
       01  WS-TO-PERIOD              PIC 9(6).
       01  WS-TO-PERIOD-PARTS REDEFINES WS-TO-PERIOD.
           05  WS-TO-YYYY            PIC 9(4).
           05  WS-TO-MM              PIC 9(2).
       01  WS-FROM-SNAP-DT           PIC 9(8) VALUE 0.
       01  WS-TO-SNAP-DT             PIC 9(8) VALUE 0.

      *    Period being probed or loaded, and the date tested
      *    against the window.
       01  WS-LOAD-PERIOD            PIC 9(6).
       01  WS-LOAD-SLOT              PIC 99.
       01  WS-TEST-DT                PIC 9(8).

      *    One movement for 8100-POST-AMOUNT.
       01  WS-POST-FIELDS.
           05  WS-POST-CUST-ID       PIC X(10).
           05  WS-POST-NAME          PIC X(30).
           05  WS-POST-SLOT          PIC 99.
           05  WS-POST-AMT           PIC 9(11)V99.

       01  WS-SRC-LABELS.
           05  FILLER PIC X(34) VALUE
                   'BEGINNING A/R  (SNAPSHOT)         '.
           05  FILLER PIC X(34) VALUE
                   '  PLUS NEW BILLING       BILLHIST '.
           05  FILLER PIC X(34) VALUE
                   '  PLUS DEBIT MEMOS       ADJHIST  '.
           05  FILLER PIC X(34) VALUE
                   '  PLUS NSF/REVERSALS     PAYARCH  '.
           05  FILLER PIC X(34) VALUE
                   '  LESS CASH APPLIED      PAYARCH  '.
           05  FILLER PIC X(34) VALUE
                   '  LESS CREDITS APPLIED   PAYARCH  '.
           05  FILLER PIC X(34) VALUE
                   '  LESS CREDIT MEMOS      ADJHIST  '.
           05  FILLER PIC X(34) VALUE
                   '  LESS WRITE-OFFS        WOFFHIST '.
           05  FILLER PIC X(34) VALUE
                   '  LESS DEPOSITS APPLIED  DEPFILE  '.
           05  FILLER PIC X(34) VALUE
                   'ENDING A/R  (SNAPSHOT)            '.
           05  FILLER PIC X(34) VALUE
                   'MEMO: REFUNDS PAID       PAYARCH  '.
       01  WS-SRC-LABEL-TABLE REDEFINES WS-SRC-LABELS.
           05  WS-SRC-LABEL          PIC X(34) OCCURS 11 TIMES.

       01  WS-SRC-TOTALS.
           05  WS-SRC-TOTAL          PIC 9(11)V99 OCCURS 11 TIMES.
       01  WS-SRC-COUNTS.
           05  WS-SRC-COUNT          PIC 9(7) OCCURS 11 TIMES.
       01  WS-SRC-SUB                PIC 99.

      *    The arithmetic of one rollforward - a customer's or the
      *    whole receivable's.
       01  WS-CALC-AMTS.
           05  WS-CALC-AMT           PIC 9(11)V99 OCCURS 11 TIMES.
       01  WS-CALC-NET               PIC S9(11)V99.
       01  WS-CALC-EXPECTED          PIC S9(11)V99.
       01  WS-CALC-DIFF              PIC S9(11)V99.

       01  WS-TOTALS.
           05  WS-ROWS-READ          PIC 9(7) VALUE 0.
           05  WS-CUSTS-ROLLED       PIC 9(6) VALUE 0.
           05  WS-CUSTS-UNEXPLAINED  PIC 9(6) VALUE 0.
           05  WS-UNEXPLAINED-AMT    PIC S9(11)V99 VALUE 0.

       01  WS-AMOUNT-ED              PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SIGNED-ED              PIC $ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-CUST-AMT-ED            PIC $ZZZ,ZZZ,ZZ9.99.
       01  WS-CUST-SIGNED-ED         PIC $ZZZ,ZZZ,ZZ9.99-.
       01  WS-COUNT-ED               PIC ZZZZZZ9.

       01  WS-REFUSE-MSG             PIC X(80).

       01  WS-ERR-CODE               PIC 9(4).
       01  WS-ERR-MSG                PIC X(50).
       01  WS-ERR-SEVERITY           PIC X.

      *    Operator abend fields: a source that cannot be read in
      *    full must stop the run - a rollforward missing half a
      *    file would put the gap down to the customers.
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
           PERFORM 1200-CHECK-SNAPSHOTS
           PERFORM 2000-LOAD-SNAPSHOTS
           PERFORM 3000-SWEEP-BILLING
           PERFORM 3200-SWEEP-PAYMENTS
           PERFORM 3400-SWEEP-ADJUSTMENTS
           PERFORM 3600-SWEEP-WRITEOFFS
           PERFORM 3800-SWEEP-DEPOSITS
           PERFORM 4000-PRINT-ROLLFORWARD
           PERFORM 5000-LIST-CUSTOMERS
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
           MOVE WS-ROWS-READ         TO RJ-RECORDS-IN
           MOVE WS-CUSTS-ROLLED      TO RJ-RECORDS-OUT
           MOVE WS-CUSTS-UNEXPLAINED TO RJ-RECORDS-ERROR
           PERFORM 9700-WRITE-RUN-JOURNAL.

       9700-WRITE-RUN-JOURNAL.
      *    Appended to the shop-wide run journal so DAYRPT can
      *    reconstruct what ran overnight without digging through
      *    console logs. Opened per write so the record is on disk
      *    even if the run dies later.
           OPEN EXTEND RUN-JOURNAL
           MOVE 'ARROLL  ' TO RJ-JOB-NAME
           ACCEPT RJ-RUN-DT FROM DATE YYYYMMDD
           ACCEPT RJ-RUN-TIME FROM TIME
           WRITE RUN-JRNL-REC
           CLOSE RUN-JOURNAL.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD
           INITIALIZE WS-SRC-TOTALS
                      WS-SRC-COUNTS
           OPEN INPUT AR-SNAPSHOT
           IF WS-SNAP-FS NOT = '00'
               MOVE 30 TO WS-ABEND-CODE
               MOVE 'A/R SNAPSHOT FILE ARSNAP MISSING OR UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-SNAP-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT BILLING-HISTORY
           IF WS-HIST-FS NOT = '00'
               MOVE 31 TO WS-ABEND-CODE
               MOVE 'BILLING HISTORY BILLHIST MISSING OR UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-HIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT PAYMENT-ARCHIVE
           IF WS-ARCH-FS NOT = '00' AND WS-ARCH-FS NOT = '05'
               MOVE 32 TO WS-ABEND-CODE
               MOVE 'PAYMENT ARCHIVE PAYARCH UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-ARCH-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT ADJUSTMENT-HISTORY
           IF WS-ADJ-FS NOT = '00' AND WS-ADJ-FS NOT = '05'
               MOVE 33 TO WS-ABEND-CODE
               MOVE 'ADJUSTMENT HISTORY ADJHIST UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-ADJ-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT WRITEOFF-HISTORY
           IF WS-WHIST-FS NOT = '00' AND WS-WHIST-FS NOT = '05'
               MOVE 34 TO WS-ABEND-CODE
               MOVE 'WRITE-OFF HISTORY WOFFHIST UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-WHIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT DEPOSIT-FILE
           IF WS-DEP-FS NOT = '00' AND WS-DEP-FS NOT = '05'
               MOVE 35 TO WS-ABEND-CODE
               MOVE 'DEPOSIT FILE DEPFILE UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-DEP-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FS NOT = '00'
               MOVE 36 TO WS-ABEND-CODE
               MOVE 'CUSTOMER MASTER CUSTFILE MISSING OR UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-CUST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
      *    Created empty, then reopened I-O so each movement can be
      *    added to the customer's row.
           OPEN OUTPUT ROLL-WORK
           IF WS-RWORK-FS = '00'
               CLOSE ROLL-WORK
               OPEN I-O ROLL-WORK
           END-IF
           IF WS-RWORK-FS NOT = '00'
               MOVE 37 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN ROLLFORWARD WORK FILE RFWORK'
                   TO WS-ABEND-MSG
               MOVE WS-RWORK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT ERROR-LOG
           IF WS-ERR-FS NOT = '00'
               MOVE 38 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN ERROR LOG ERRLOG'
                   TO WS-ABEND-MSG
               MOVE WS-ERR-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT ROLLFORWARD-REPORT
           IF WS-RPT-FS NOT = '00'
               MOVE 38 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN ROLLFORWARD REPORT ARRFRPT'
                   TO WS-ABEND-MSG
               MOVE WS-RPT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           PERFORM 1100-SET-PERIODS
           MOVE SPACES TO RPT-LINE
           STRING 'ACCOUNTS RECEIVABLE ROLLFORWARD  FROM PERIOD: '
                      DELIMITED SIZE
                  WS-FROM-PERIOD DELIMITED SIZE
                  '  TO PERIOD: ' DELIMITED SIZE
                  WS-TO-PERIOD DELIMITED SIZE
                  '  RUN DATE: ' DELIMITED SIZE
                  WS-RUN-DT DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT.

       1100-SET-PERIODS.
      *    The parm names both periods; a missing or zero period
      *    takes the default - the latest finished snapshot, and
      *    the month before the to period.
           MOVE 0 TO WS-FROM-PERIOD
                     WS-TO-PERIOD
           OPEN INPUT PARM-FILE
           IF WS-PARM-FS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARM-FS = '00'
                   IF PARM-FROM-PERIOD NUMERIC
                       MOVE PARM-FROM-PERIOD TO WS-FROM-PERIOD
                   END-IF
                   IF PARM-TO-PERIOD NUMERIC
                       MOVE PARM-TO-PERIOD TO WS-TO-PERIOD
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF
           IF WS-TO-PERIOD = 0
               MOVE WS-RUN-PERIOD TO WS-TO-PERIOD
               MOVE WS-TO-PERIOD TO WS-LOAD-PERIOD
               PERFORM 1150-PROBE-SNAPSHOT
               IF NOT SNAP-FOUND
                   IF WS-TO-MM = 1
                       MOVE 12 TO WS-TO-MM
                       SUBTRACT 1 FROM WS-TO-YYYY
                   ELSE
                       SUBTRACT 1 FROM WS-TO-MM
                   END-IF
               END-IF
           END-IF
           IF WS-FROM-PERIOD = 0
               MOVE WS-TO-PERIOD TO WS-FROM-PERIOD
               IF WS-FROM-MM = 1
                   MOVE 12 TO WS-FROM-MM
                   SUBTRACT 1 FROM WS-FROM-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-FROM-MM
               END-IF
           END-IF.

       1150-PROBE-SNAPSHOT.
      *    A period's snapshot is finished when its control record
      *    is on file; its AS-SNAP-DT is left in the record area.
           MOVE 'N' TO WS-SNAP-FOUND-FLAG
           MOVE WS-LOAD-PERIOD TO AS-PERIOD
           MOVE SPACES TO AS-CUST-ID
           MOVE 0 TO AS-BILLING-DT
           READ AR-SNAPSHOT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AS-PERIOD-REC
                       SET SNAP-FOUND TO TRUE
                   END-IF
           END-READ.

      *===============================================================*
      * Both snapshots must be finished and in order, or there is
      * nothing to roll between.
      *===============================================================*
       1200-CHECK-SNAPSHOTS.
           IF WS-FROM-MM < 1 OR WS-FROM-MM > 12
               OR WS-TO-MM < 1 OR WS-TO-MM > 12
               MOVE 'ROLLFORWARD REFUSED - PERIOD IS NOT A MONTH'
                   TO WS-REFUSE-MSG
               PERFORM 1300-REFUSE-RUN
           END-IF
           IF WS-FROM-PERIOD NOT < WS-TO-PERIOD
               MOVE 'ROLLFORWARD REFUSED - FROM PERIOD NOT BEFORE TO'
                   TO WS-REFUSE-MSG
               PERFORM 1300-REFUSE-RUN
           END-IF
           MOVE WS-FROM-PERIOD TO WS-LOAD-PERIOD
           PERFORM 1150-PROBE-SNAPSHOT
           IF NOT SNAP-FOUND
               MOVE SPACES TO WS-REFUSE-MSG
               STRING 'ROLLFORWARD REFUSED - NO FINISHED SNAPSHOT '
                          DELIMITED SIZE
                      'FOR PERIOD ' DELIMITED SIZE
                      WS-FROM-PERIOD DELIMITED SIZE
                   INTO WS-REFUSE-MSG
               PERFORM 1300-REFUSE-RUN
           END-IF
           MOVE AS-SNAP-DT TO WS-FROM-SNAP-DT
           MOVE WS-TO-PERIOD TO WS-LOAD-PERIOD
           PERFORM 1150-PROBE-SNAPSHOT
           IF NOT SNAP-FOUND
               MOVE SPACES TO WS-REFUSE-MSG
               STRING 'ROLLFORWARD REFUSED - NO FINISHED SNAPSHOT '
                          DELIMITED SIZE
                      'FOR PERIOD ' DELIMITED SIZE
                      WS-TO-PERIOD DELIMITED SIZE
                   INTO WS-REFUSE-MSG
               PERFORM 1300-REFUSE-RUN
           END-IF
           MOVE AS-SNAP-DT TO WS-TO-SNAP-DT
           IF WS-FROM-SNAP-DT NOT < WS-TO-SNAP-DT
               MOVE 'ROLLFORWARD REFUSED - SNAPSHOTS TAKEN OUT OF ORDER'
                   TO WS-REFUSE-MSG
               PERFORM 1300-REFUSE-RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING 'ACTIVITY DATED AFTER ' DELIMITED SIZE
                  WS-FROM-SNAP-DT DELIMITED SIZE
                  ' THROUGH ' DELIMITED SIZE
                  WS-TO-SNAP-DT DELIMITED SIZE
                  ' (THE TWO SNAPSHOT DATES)' DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT.

       1300-REFUSE-RUN.
           MOVE SPACES TO RPT-LINE
           MOVE WS-REFUSE-MSG TO RPT-LINE
           DISPLAY 'ARROLL: ' WS-REFUSE-MSG
           PERFORM 7000-WRITE-REPORT
           CLOSE AR-SNAPSHOT
                 BILLING-HISTORY
                 PAYMENT-ARCHIVE
                 ADJUSTMENT-HISTORY
                 WRITEOFF-HISTORY
                 DEPOSIT-FILE
                 CUSTOMER-FILE
                 ROLL-WORK
                 ERROR-LOG
                 ROLLFORWARD-REPORT
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *===============================================================*
      * Beginning and ending A/R - the customer totals records of
      * the two snapshots.
      *===============================================================*
       2000-LOAD-SNAPSHOTS.
           MOVE WS-FROM-PERIOD TO WS-LOAD-PERIOD
           MOVE 1 TO WS-LOAD-SLOT
           PERFORM 2100-LOAD-ONE-SNAPSHOT
           MOVE WS-TO-PERIOD TO WS-LOAD-PERIOD
           MOVE 10 TO WS-LOAD-SLOT
           PERFORM 2100-LOAD-ONE-SNAPSHOT.

       2100-LOAD-ONE-SNAPSHOT.
           MOVE 'N' TO WS-SOURCE-EOF-FLAG
           MOVE WS-LOAD-PERIOD TO AS-PERIOD
           MOVE SPACES TO AS-CUST-ID
           MOVE 0 TO AS-BILLING-DT
           START AR-SNAPSHOT KEY IS >= AS-KEY
               INVALID KEY
                   SET SOURCE-EOF TO TRUE
           END-START
           PERFORM 2200-LOAD-SNAPSHOT-ROW
               UNTIL SOURCE-EOF.

       2200-LOAD-SNAPSHOT-ROW.
           READ AR-SNAPSHOT NEXT RECORD
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF AS-PERIOD NOT = WS-LOAD-PERIOD
                       SET SOURCE-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-ROWS-READ
                       IF AS-CUST-REC
                           MOVE AS-CUST-ID    TO WS-POST-CUST-ID
                           MOVE AS-CUST-NAME  TO WS-POST-NAME
                           MOVE WS-LOAD-SLOT  TO WS-POST-SLOT
                           MOVE AS-OPEN-AMT   TO WS-POST-AMT
                           PERFORM 8100-POST-AMOUNT
                       END-IF
                   END-IF
           END-READ
           IF WS-SNAP-FS NOT = '00' AND NOT SOURCE-EOF
               MOVE 30 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON ARSNAP'
                   TO WS-ABEND-MSG
               MOVE WS-SNAP-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

      *===============================================================*
      * Source sweeps - each file read end to end, the rows dated
      * inside the window posted to their line.
      *===============================================================*
       3000-SWEEP-BILLING.
           MOVE 'N' TO WS-SOURCE-EOF-FLAG
           MOVE LOW-VALUES TO BH-KEY
           START BILLING-HISTORY KEY IS >= BH-KEY
               INVALID KEY
                   SET SOURCE-EOF TO TRUE
           END-START
           PERFORM 3100-READ-BILLING
               UNTIL SOURCE-EOF.

       3100-READ-BILLING.
           READ BILLING-HISTORY NEXT RECORD
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   MOVE BH-BILLING-DT TO WS-TEST-DT
                   PERFORM 8300-CHECK-WINDOW
                   IF IN-WINDOW AND BH-TOTAL-DUE NUMERIC
                       MOVE BH-CUST-ID   TO WS-POST-CUST-ID
                       MOVE SPACES       TO WS-POST-NAME
                       MOVE 2            TO WS-POST-SLOT
                       MOVE BH-TOTAL-DUE TO WS-POST-AMT
                       PERFORM 8100-POST-AMOUNT
                   END-IF
           END-READ
           IF WS-HIST-FS NOT = '00' AND NOT SOURCE-EOF
               MOVE 31 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON BILLHIST'
                   TO WS-ABEND-MSG
               MOVE WS-HIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       3200-SWEEP-PAYMENTS.
           MOVE 'N' TO WS-SOURCE-EOF-FLAG
           PERFORM 3300-READ-PAYMENT
               UNTIL SOURCE-EOF.

       3300-READ-PAYMENT.
      *    Cash applied is the PAID and PARTIAL rows - OVERPAID,
      *    CREDIT and UNMATCHED money never reached an open item. A
      *    REVERSED row re-opened the amount in PA-EXTRA-AMT.
           READ PAYMENT-ARCHIVE NEXT RECORD
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   MOVE PA-PAY-DT TO WS-TEST-DT
                   PERFORM 8300-CHECK-WINDOW
                   MOVE 0 TO WS-POST-SLOT
                   IF IN-WINDOW
                       EVALUATE PA-DISPOSITION
                           WHEN 'PAID'
                           WHEN 'PARTIAL'
                               MOVE 5 TO WS-POST-SLOT
                               MOVE PA-AMOUNT TO WS-POST-AMT
                           WHEN 'CREDIT APPLIED'
                               MOVE 6 TO WS-POST-SLOT
                               MOVE PA-AMOUNT TO WS-POST-AMT
                           WHEN 'REVERSED'
                               MOVE 4 TO WS-POST-SLOT
                               MOVE PA-EXTRA-AMT TO WS-POST-AMT
                           WHEN 'REFUNDED'
                               MOVE 11 TO WS-POST-SLOT
                               MOVE PA-AMOUNT TO WS-POST-AMT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   IF WS-POST-SLOT > 0
                       MOVE PA-CUST-ID TO WS-POST-CUST-ID
                       MOVE SPACES     TO WS-POST-NAME
                       PERFORM 8100-POST-AMOUNT
                   END-IF
           END-READ
           IF WS-ARCH-FS NOT = '00' AND NOT SOURCE-EOF
               MOVE 32 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON PAYARCH'
                   TO WS-ABEND-MSG
               MOVE WS-ARCH-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       3400-SWEEP-ADJUSTMENTS.
           MOVE 'N' TO WS-SOURCE-EOF-FLAG
           PERFORM 3500-READ-ADJUSTMENT
               UNTIL SOURCE-EOF.

       3500-READ-ADJUSTMENT.
      *    A credit memo's excess over what the period had open went
      *    to the customer as a credit balance, not against A/R.
           READ ADJUSTMENT-HISTORY NEXT RECORD
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   MOVE AJ-POSTED-DT TO WS-TEST-DT
                   PERFORM 8300-CHECK-WINDOW
                   MOVE 0 TO WS-POST-SLOT
                   IF IN-WINDOW AND AJ-DEBIT-MEMO
                       MOVE 3 TO WS-POST-SLOT
                       MOVE AJ-AMOUNT TO WS-POST-AMT
                   END-IF
                   IF IN-WINDOW AND AJ-CREDIT-MEMO
                       AND AJ-AMOUNT > AJ-EXCESS-CREDIT
                       MOVE 7 TO WS-POST-SLOT
                       COMPUTE WS-POST-AMT =
                           AJ-AMOUNT - AJ-EXCESS-CREDIT
                   END-IF
                   IF WS-POST-SLOT > 0
                       MOVE AJ-CUST-ID TO WS-POST-CUST-ID
                       MOVE SPACES     TO WS-POST-NAME
                       PERFORM 8100-POST-AMOUNT
                   END-IF
           END-READ
           IF WS-ADJ-FS NOT = '00' AND NOT SOURCE-EOF
               MOVE 33 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON ADJHIST'
                   TO WS-ABEND-MSG
               MOVE WS-ADJ-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       3600-SWEEP-WRITEOFFS.
           MOVE 'N' TO WS-SOURCE-EOF-FLAG
           PERFORM 3700-READ-WRITEOFF
               UNTIL SOURCE-EOF.

       3700-READ-WRITEOFF.
           READ WRITEOFF-HISTORY
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   MOVE WH-POSTED-DT TO WS-TEST-DT
                   PERFORM 8300-CHECK-WINDOW
                   IF IN-WINDOW
                       MOVE WH-CUST-ID TO WS-POST-CUST-ID
                       MOVE SPACES     TO WS-POST-NAME
                       MOVE 8          TO WS-POST-SLOT
                       MOVE WH-AMOUNT  TO WS-POST-AMT
                       PERFORM 8100-POST-AMOUNT
                   END-IF
           END-READ
           IF WS-WHIST-FS NOT = '00' AND NOT SOURCE-EOF
               MOVE 34 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON WOFFHIST'
                   TO WS-ABEND-MSG
               MOVE WS-WHIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       3800-SWEEP-DEPOSITS.
           MOVE 'N' TO WS-SOURCE-EOF-FLAG
           PERFORM 3900-READ-DEPOSIT
               UNTIL SOURCE-EOF.

       3900-READ-DEPOSIT.
      *    Only the part of an applied deposit that went against
      *    open items - the rest went back as a refundable credit.
           READ DEPOSIT-FILE NEXT RECORD
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   MOVE DP-RELEASE-DT TO WS-TEST-DT
                   PERFORM 8300-CHECK-WINDOW
                   IF IN-WINDOW AND DP-APPLIED
                       AND DP-APPLIED-AMT > 0
                       MOVE DP-CUST-ID     TO WS-POST-CUST-ID
                       MOVE SPACES         TO WS-POST-NAME
                       MOVE 9              TO WS-POST-SLOT
                       MOVE DP-APPLIED-AMT TO WS-POST-AMT
                       PERFORM 8100-POST-AMOUNT
                   END-IF
           END-READ
           IF WS-DEP-FS NOT = '00' AND NOT SOURCE-EOF
               MOVE 35 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON DEPFILE'
                   TO WS-ABEND-MSG
               MOVE WS-DEP-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

      *===============================================================*
      * The rollforward of the whole receivable.
      *===============================================================*
       4000-PRINT-ROLLFORWARD.
           MOVE SPACES TO RPT-LINE
           MOVE 'ROLLFORWARD'  TO RPT-LINE (1:11)
           MOVE 'AMOUNT'       TO RPT-LINE (48:6)
           MOVE 'ROWS'         TO RPT-LINE (58:4)
           PERFORM 7000-WRITE-REPORT
           MOVE 1 TO WS-SRC-SUB
           PERFORM 4100-PRINT-SOURCE-LINE
           MOVE 2 TO WS-SRC-SUB
           PERFORM 4100-PRINT-SOURCE-LINE
               UNTIL WS-SRC-SUB > 9
           MOVE WS-SRC-TOTALS TO WS-CALC-AMTS
           PERFORM 6000-CALC-ROLLFORWARD
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-CALC-NET TO WS-SIGNED-ED
           MOVE SPACES TO RPT-LINE
           MOVE 'NET ACTIVITY' TO RPT-LINE (1:34)
           MOVE WS-SIGNED-ED TO RPT-LINE (36:19)
           PERFORM 7000-WRITE-REPORT
           MOVE WS-CALC-EXPECTED TO WS-SIGNED-ED
           MOVE SPACES TO RPT-LINE
           MOVE 'EXPECTED ENDING A/R' TO RPT-LINE (1:34)
           MOVE WS-SIGNED-ED TO RPT-LINE (36:19)
           PERFORM 7000-WRITE-REPORT
           MOVE 10 TO WS-SRC-SUB
           PERFORM 4100-PRINT-SOURCE-LINE
           MOVE WS-CALC-DIFF TO WS-SIGNED-ED
           MOVE SPACES TO RPT-LINE
           MOVE 'UNEXPLAINED DIFFERENCE' TO RPT-LINE (1:34)
           MOVE WS-SIGNED-ED TO RPT-LINE (36:19)
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE 11 TO WS-SRC-SUB
           PERFORM 4100-PRINT-SOURCE-LINE
           MOVE SPACES TO RPT-LINE
           MOVE '  (REFUNDS PAY OUT CREDIT BALANCES - NOT IN A/R)'
               TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT.

       4100-PRINT-SOURCE-LINE.
           MOVE WS-SRC-TOTAL (WS-SRC-SUB) TO WS-SIGNED-ED
           MOVE WS-SRC-COUNT (WS-SRC-SUB) TO WS-COUNT-ED
           MOVE SPACES TO RPT-LINE
           MOVE WS-SRC-LABEL (WS-SRC-SUB) TO RPT-LINE (1:34)
           MOVE WS-SIGNED-ED TO RPT-LINE (36:19)
           MOVE WS-COUNT-ED TO RPT-LINE (56:7)
           PERFORM 7000-WRITE-REPORT
           ADD 1 TO WS-SRC-SUB.

      *===============================================================*
      * Customers whose change the activity does not explain.
      *===============================================================*
       5000-LIST-CUSTOMERS.
           MOVE SPACES TO RPT-LINE
           MOVE 'CUSTOMERS WITH AN UNEXPLAINED DIFFERENCE'
               TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           MOVE 'CUSTOMER'   TO RPT-LINE (1:8)
           MOVE 'NAME'       TO RPT-LINE (12:4)
           MOVE 'BEGINNING'  TO RPT-LINE (39:9)
           MOVE 'NET ACTIVITY' TO RPT-LINE (53:12)
           MOVE 'EXPECTED'   TO RPT-LINE (75:8)
           MOVE 'ACTUAL'     TO RPT-LINE (95:6)
           MOVE 'DIFFERENCE' TO RPT-LINE (108:10)
           PERFORM 7000-WRITE-REPORT
           CLOSE ROLL-WORK
           OPEN INPUT ROLL-WORK
           IF WS-RWORK-FS NOT = '00'
               MOVE 37 TO WS-ABEND-CODE
               MOVE 'CANNOT REOPEN ROLLFORWARD WORK FILE RFWORK'
                   TO WS-ABEND-MSG
               MOVE WS-RWORK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           PERFORM 5100-CHECK-ONE-CUSTOMER
               UNTIL WORK-EOF
           IF WS-CUSTS-UNEXPLAINED = 0
               MOVE SPACES TO RPT-LINE
               MOVE 'NONE' TO RPT-LINE (1:4)
               PERFORM 7000-WRITE-REPORT
           END-IF.

       5100-CHECK-ONE-CUSTOMER.
           READ ROLL-WORK NEXT RECORD
               AT END
                   SET WORK-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUSTS-ROLLED
                   MOVE RW-AMTS TO WS-CALC-AMTS
                   PERFORM 6000-CALC-ROLLFORWARD
                   IF WS-CALC-DIFF NOT = 0
                       PERFORM 5200-LIST-DIFFERENCE
                   END-IF
           END-READ
           IF WS-RWORK-FS NOT = '00' AND NOT WORK-EOF
               MOVE 37 TO WS-ABEND-CODE
               MOVE 'READ FAILED ON ROLLFORWARD WORK FILE RFWORK'
                   TO WS-ABEND-MSG
               MOVE WS-RWORK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       5200-LIST-DIFFERENCE.
           ADD 1 TO WS-CUSTS-UNEXPLAINED
           ADD WS-CALC-DIFF TO WS-UNEXPLAINED-AMT
           MOVE SPACES TO RPT-LINE
           MOVE RW-CUST-ID TO RPT-LINE (1:10)
           MOVE RW-CUST-NAME (1:20) TO RPT-LINE (12:20)
           MOVE RW-AMT (1) TO WS-CUST-AMT-ED
           MOVE WS-CUST-AMT-ED TO RPT-LINE (33:15)
           MOVE WS-CALC-NET TO WS-CUST-SIGNED-ED
           MOVE WS-CUST-SIGNED-ED TO RPT-LINE (50:16)
           MOVE WS-CALC-EXPECTED TO WS-CUST-SIGNED-ED
           MOVE WS-CUST-SIGNED-ED TO RPT-LINE (68:16)
           MOVE RW-AMT (10) TO WS-CUST-AMT-ED
           MOVE WS-CUST-AMT-ED TO RPT-LINE (86:15)
           MOVE WS-CALC-DIFF TO WS-CUST-SIGNED-ED
           MOVE WS-CUST-SIGNED-ED TO RPT-LINE (102:16)
           PERFORM 7000-WRITE-REPORT
           MOVE 2701 TO WS-ERR-CODE
           PERFORM 8050-LOOKUP-ERR-MSG
           PERFORM 8000-LOG-ERROR.

      *===============================================================*
      * Beginning plus the movement lines gives the expected ending;
      * the actual ending less that is the unexplained difference.
      *===============================================================*
       6000-CALC-ROLLFORWARD.
           COMPUTE WS-CALC-NET =
                 WS-CALC-AMT (2) + WS-CALC-AMT (3) + WS-CALC-AMT (4)
               - WS-CALC-AMT (5) - WS-CALC-AMT (6) - WS-CALC-AMT (7)
               - WS-CALC-AMT (8) - WS-CALC-AMT (9)
           COMPUTE WS-CALC-EXPECTED = WS-CALC-AMT (1) + WS-CALC-NET
           COMPUTE WS-CALC-DIFF = WS-CALC-AMT (10) - WS-CALC-EXPECTED.

       7000-WRITE-REPORT.
           WRITE RPT-LINE
           IF WS-RPT-FS NOT = '00'
               MOVE 38 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON ROLLFORWARD REPORT ARRFRPT'
                   TO WS-ABEND-MSG
               MOVE WS-RPT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

      *===============================================================*
      * Shared paragraphs.
      *===============================================================*
       8000-LOG-ERROR.
           MOVE SPACES TO ERR-LOG-REC
           STRING RW-CUST-ID DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-TO-PERIOD DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-ERR-CODE DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-ERR-MSG DELIMITED SIZE
               INTO ERR-LOG-REC
           WRITE ERR-LOG-REC
           IF WS-ERR-FS NOT = '00'
               MOVE 38 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON ERROR LOG ERRLOG'
                   TO WS-ABEND-MSG
               MOVE WS-ERR-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

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

       8100-POST-AMOUNT.
      *    Adds one movement to the customer's row (created on its
      *    first movement) and to the line's totals. A customer met
      *    first in the activity takes its name from the master.
           MOVE WS-POST-CUST-ID TO RW-CUST-ID
           READ ROLL-WORK
               INVALID KEY
                   PERFORM 8150-NEW-WORK-ROW
                   ADD WS-POST-AMT TO RW-AMT (WS-POST-SLOT)
                   WRITE ROLL-WORK-REC
               NOT INVALID KEY
                   ADD WS-POST-AMT TO RW-AMT (WS-POST-SLOT)
                   REWRITE ROLL-WORK-REC
           END-READ
           IF WS-RWORK-FS NOT = '00'
               MOVE 37 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON ROLLFORWARD WORK FILE RFWORK'
                   TO WS-ABEND-MSG
               MOVE WS-RWORK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           ADD WS-POST-AMT TO WS-SRC-TOTAL (WS-POST-SLOT)
           ADD 1 TO WS-SRC-COUNT (WS-POST-SLOT).

       8150-NEW-WORK-ROW.
           INITIALIZE ROLL-WORK-REC
           MOVE WS-POST-CUST-ID TO RW-CUST-ID
           IF WS-POST-NAME NOT = SPACES
               MOVE WS-POST-NAME TO RW-CUST-NAME
           ELSE
               MOVE WS-POST-CUST-ID TO CR-CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE '(NOT ON CUSTFILE)' TO RW-CUST-NAME
                   NOT INVALID KEY
                       MOVE CR-CUST-NAME TO RW-CUST-NAME
               END-READ
           END-IF.

       8300-CHECK-WINDOW.
           IF WS-TEST-DT NUMERIC
               AND WS-TEST-DT > WS-FROM-SNAP-DT
               AND WS-TEST-DT NOT > WS-TO-SNAP-DT
               SET IN-WINDOW TO TRUE
           ELSE
               MOVE 'N' TO WS-WINDOW-FLAG
           END-IF.

       9000-FINALIZE.
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-CUSTS-ROLLED TO WS-COUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'CUSTOMERS ROLLED FORWARD:  ' DELIMITED SIZE
                  WS-COUNT-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-CUSTS-UNEXPLAINED TO WS-COUNT-ED
           MOVE WS-UNEXPLAINED-AMT TO WS-SIGNED-ED
           MOVE SPACES TO RPT-LINE
           STRING 'CUSTOMERS UNEXPLAINED:     ' DELIMITED SIZE
                  WS-COUNT-ED DELIMITED SIZE
                  '  TOTAL: ' DELIMITED SIZE
                  WS-SIGNED-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           IF WS-CUSTS-UNEXPLAINED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE AR-SNAPSHOT
                 BILLING-HISTORY
                 PAYMENT-ARCHIVE
                 ADJUSTMENT-HISTORY
                 WRITEOFF-HISTORY
                 DEPOSIT-FILE
                 CUSTOMER-FILE
                 ROLL-WORK
                 ERROR-LOG
                 ROLLFORWARD-REPORT
           DISPLAY 'ROLLFORWARD FROM:   ' WS-FROM-PERIOD
               ' TO ' WS-TO-PERIOD
           DISPLAY 'SOURCE ROWS READ:   ' WS-ROWS-READ
           DISPLAY 'CUSTOMERS ROLLED:   ' WS-CUSTS-ROLLED
           DISPLAY 'UNEXPLAINED:        ' WS-CUSTS-UNEXPLAINED.

       9999-ABEND.
           DISPLAY 'ARROLL ABEND ' WS-ABEND-CODE ': '
               WS-ABEND-MSG
           DISPLAY 'FILE STATUS: ' WS-ABEND-FS
           MOVE WS-ABEND-CODE TO RETURN-CODE
           STOP RUN.
