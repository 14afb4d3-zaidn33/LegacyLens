      *===============================================================*
      * PROGRAM-ID: AUTOPAY
      * AUTHOR:     LEGACY-SYSTEM
      * DATE:       2026-10-15
      *---------------------------------------------------------------*
      * Autopay Direct-Debit Run.
      * The customer master's bank details were only ever used to
      * push refunds out. Customers enrolled in autopay
      * (CR-CUST-AUTOPAY-FLAG 'Y') now have each bill's total due
      * drafted from that account. The run is daily and keeps every
      * draft on the autopay ledger (APLEDGR) from end to end:
      *   - each enrolled customer's bill on BILLOUT is scheduled
      *     on the ledger for its draft date - the bill's due
      *     date (or, for a BILLOUT line with no due date, the
      *     billing date plus the draft lead days);
      *   - on the draft date the debit goes out on the ACH debit
      *     file (APACHFL), under the same header/detail/trailer
      *     controls and routing-number hash SIMPBATCH's ACHFILE
      *     carries;
      *   - once the settlement days have passed, the drafted money
      *     goes to PAYPOST as a payment ('P') on a remittance batch
      *     in REMITFILE layout (APREMIT), with its own batch header
      *     and trailer, naming the bill's period;
      *   - bank returns (APRETN) of a settled draft go to PAYPOST
      *     on the same batch as an NSF item ('N'), so the payment
      *     is backed out and the NSF fee assessed the way a bounced
      *     check is; a return of a draft not yet settled only
      *     cancels the draft. Every return counts against the
      *     customer, who drops out of autopay at the return limit.
      *
      * The pass only reads the ledger and the customer master;
      * every change to them is staged on a work file (APWORK) and
      * applied after the ACH file and the batch are complete - a
      * run that dies midway is simply rerun, without drafting
      * anyone twice. The bank's return file is held in storage
      * for the pass, the way ACHRET holds its returns.
      *
      * A draft settles the night its settlement days have passed,
      * whatever cycle's BILLOUT is current: each payment names the
      * bill's period, and PAYPOST applies it to that bill's open
      * item on BILLHIST (through its ledger path for a customer
      * not on the current BILLOUT).
      * Return code 4 means the batch carries no items and there is
      * nothing for PAYPOST to post.
      *===============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOPAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Optional run parms: draft lead days for a bill with no
      *    due date (default 10), settlement days (default 2) and
      *    the return limit (default 2).
           SELECT PARM-FILE ASSIGN TO 'APPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
      *    The bank's returns of our debit entries. Optional - most
      *    nights there are none.
           SELECT OPTIONAL ACH-RETURN-FILE ASSIGN TO 'APRETN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RET-FS.
           SELECT OPTIONAL AUTOPAY-FILE ASSIGN TO 'APLEDGR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-AP-FS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-CUST-ID
               FILE STATUS IS WS-CUST-FS.
      *    A bill already paid in full by other means by its draft
      *    date (BH-OPEN-AMT zero) is not drafted.
           SELECT OPTIONAL BILLING-HISTORY ASSIGN TO 'BILLHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-FS.
           SELECT OPTIONAL BILLING-INPUT ASSIGN TO 'BILLOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILL-FS.
           SELECT ACH-FILE ASSIGN TO 'APACHFL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACH-FS.
           SELECT REMIT-FILE ASSIGN TO 'APREMIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMIT-FS.
           SELECT AUTOPAY-WORK ASSIGN TO 'APWORK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-FS.
           SELECT AUTOPAY-REGISTER ASSIGN TO 'APREG'
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
           05  PARM-DRAFT-DAYS       PIC 9(3).
           05  PARM-SETTLE-DAYS      PIC 9(2).
           05  PARM-RETURN-LIMIT     PIC 9(2).

       FD ACH-RETURN-FILE.
      *    One record per returned debit, as the bank cuts them back
      *    from our APACHFL details: the customer id and billing
      *    date the detail carried, the bank details and amount of
      *    the original entry, and the bank's reason code.
       01  ACH-RETURN-REC.
           05  AR-REC-TYPE           PIC X.
               88  AR-RETURN         VALUE 'R'.
           05  AR-CUST-ID            PIC X(10).
           05  AR-BILLING-DT         PIC 9(8).
           05  AR-ROUTING            PIC 9(9).
           05  AR-ACCOUNT            PIC X(17).
           05  AR-AMOUNT             PIC 9(9)V99.
           05  AR-REASON-CODE        PIC X(3).

       FD AUTOPAY-FILE.
       COPY AUTOPAY-RECORD.

       FD CUSTOMER-FILE.
       COPY CUSTOMER-RECORD.

       FD BILLING-HISTORY.
       COPY BILLING-HISTORY-RECORD.

       FD BILLING-INPUT.
       01  BILL-IN-REC               PIC X(200).

       FD ACH-FILE.
      *    Fixed-format ACH-style debit extract: one 'H' batch
      *    header, one 'D' entry per draft, one 'T' batch control
      *    trailer carrying the entry count, debit total, and the
      *    routing-number hash total - SIMPBATCH's ACHFILE controls.
      *    Each detail carries the customer id and billing date so
      *    the bank's returns can be matched back to the draft.
       01  ACH-REC.
           05  ACH-REC-TYPE          PIC X.
           05  ACH-BODY              PIC X(79).
       01  ACH-DETAIL-REC REDEFINES ACH-REC.
           05  FILLER                PIC X.
           05  ACH-DTL-ROUTING       PIC 9(9).
           05  ACH-DTL-ACCOUNT       PIC X(17).
           05  ACH-DTL-AMOUNT        PIC 9(9)V99.
           05  ACH-DTL-CUST-ID       PIC X(10).
           05  ACH-DTL-BILLING-DT    PIC 9(8).
           05  ACH-DTL-CUST-NAME     PIC X(20).
           05  FILLER                PIC X(4).
       01  ACH-HEADER-REC REDEFINES ACH-REC.
           05  FILLER                PIC X.
           05  ACH-HDR-COMPANY       PIC X(16).
           05  ACH-HDR-DT            PIC 9(8).
           05  ACH-HDR-ENTRY-CLASS   PIC X(6).
           05  FILLER                PIC X(49).
       01  ACH-TRAILER-REC REDEFINES ACH-REC.
           05  FILLER                PIC X.
           05  ACH-TRL-COUNT         PIC 9(6).
           05  ACH-TRL-AMOUNT        PIC 9(11)V99.
           05  ACH-TRL-RT-HASH       PIC 9(10).
           05  FILLER                PIC X(50).

       FD REMIT-FILE.
      *    PAYPOST's REMITFILE layout: 'H' batch header, detail
      *    transactions ('P' payment, 'N' NSF return) in customer
      *    sequence, 'T' batch trailer with the detail count and
      *    hash total of the amounts.
       01  REMIT-REC.
           05  RM-TRAN-TYPE          PIC X.
           05  RM-DETAIL.
               10  RM-CUST-ID        PIC X(10).
               10  RM-PAYMENT-AMT    PIC 9(9)V99.
               10  RM-PAYMENT-DT     PIC X(10).
           05  RM-HEADER REDEFINES RM-DETAIL.
               10  RM-BATCH-ID       PIC X(8).
               10  RM-BATCH-DT       PIC 9(8).
               10  FILLER            PIC X(15).
           05  RM-TRAILER REDEFINES RM-DETAIL.
               10  RM-TRL-COUNT      PIC 9(6).
               10  RM-TRL-HASH       PIC 9(11)V99.
               10  FILLER            PIC X(12).
           05  RM-PERIOD-DT          PIC X(8).

       FD AUTOPAY-WORK.
      *    One staged change per record: 'L' a ledger record image
      *    to write or replace, 'C' one more bank return against
      *    the customer named. Applied only at commit.
       01  AP-WORK-REC.
           05  AW-TYPE               PIC X.
               88  AW-LEDGER         VALUE 'L'.
               88  AW-CUST-RETURN    VALUE 'C'.
           05  AW-IMAGE              PIC X(120).
           05  AW-CUST-ID REDEFINES AW-IMAGE
                                     PIC X(10).

       FD AUTOPAY-REGISTER.
       01  REG-LINE                  PIC X(132).

       FD ERROR-LOG.
       01  ERR-LOG-REC               PIC X(200).

       FD RUN-JOURNAL.
       COPY RUN-JOURNAL-RECORD.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-PARM-FS            PIC XX.
           05  WS-RET-FS             PIC XX.
           05  WS-AP-FS              PIC XX.
           05  WS-CUST-FS            PIC XX.
           05  WS-HIST-FS            PIC XX.
           05  WS-BILL-FS            PIC XX.
           05  WS-ACH-FS             PIC XX.
           05  WS-REMIT-FS           PIC XX.
           05  WS-WORK-FS            PIC XX.
           05  WS-REG-FS             PIC XX.
           05  WS-ERR-FS             PIC XX.
           05  WS-JRNL-FS            PIC XX.

       01  WS-FLAGS.
           05  WS-RET-EOF-FLAG       PIC X VALUE 'N'.
               88  RET-EOF           VALUE 'Y'.
           05  WS-AP-EOF-FLAG        PIC X VALUE 'N'.
               88  AP-EOF            VALUE 'Y'.
           05  WS-BILL-EOF-FLAG      PIC X VALUE 'N'.
               88  BILL-EOF          VALUE 'Y'.
           05  WS-WORK-EOF-FLAG      PIC X VALUE 'N'.
               88  WORK-EOF          VALUE 'Y'.
           05  WS-MASTER-FOUND-FLAG  PIC X VALUE 'N'.
               88  MASTER-FOUND      VALUE 'Y'.
           05  WS-DRAFT-OK-FLAG      PIC X VALUE 'N'.
               88  DRAFT-OK          VALUE 'Y'.

       01  WS-PARM-VALUES.
           05  WS-DRAFT-DAYS         PIC 9(3) VALUE 10.
           05  WS-SETTLE-DAYS        PIC 9(2) VALUE 2.
           05  WS-RETURN-LIMIT       PIC 9(2) VALUE 2.

      *    The bank's whole return file held in storage for the one
      *    pass over the ledger. Five hundred entries is far past
      *    any night's returns; more than that is a mangled
      *    transmission, not a big day.
       01  WS-RETURN-TABLE.
           05  WS-RET-COUNT          PIC 9(3) VALUE 0.
           05  WS-RET-ENTRY OCCURS 500 TIMES.
               10  WS-RET-CUST-ID    PIC X(10).
               10  WS-RET-BILLING-DT PIC 9(8).
               10  WS-RET-AMOUNT     PIC 9(9)V99.
               10  WS-RET-REASON     PIC X(3).
               10  WS-RET-MATCHED    PIC X.
       01  WS-RET-SUB                PIC 9(3).
       01  WS-RET-FOUND-SUB          PIC 9(3).
       01  WS-CUST-RETURNS           PIC 9(3).

       01  WS-BILL-FIELDS.
           05  WS-BILL-CUST-ID       PIC X(10).
           05  WS-BILL-CUST-NAME     PIC X(30).
      *    BILLOUT amounts are the 11 stored digits of a 9(9)V99
      *    field STRINGed as-is (implied cents), received into an
      *    X(11) and read back through its REDEFINES, the way
      *    PAYPOST parses the line.
           05  WS-BILL-SUBTOTAL-X    PIC X(11).
           05  WS-BILL-PENALTY-X     PIC X(11).
           05  WS-BILL-TAX-X         PIC X(11).
           05  WS-BILL-PREV-BAL-X    PIC X(11).
           05  WS-BILL-CREDITS-X     PIC X(11).
           05  WS-BILL-RESID-X       PIC X(11).
           05  WS-BILL-TOTAL-DUE-X   PIC X(11).
           05  WS-BILL-TOTAL-DUE REDEFINES WS-BILL-TOTAL-DUE-X
                                     PIC 9(9)V99.
           05  WS-BILL-DT            PIC X(10).
           05  WS-BILL-CYCLE-X       PIC X(2).
           05  WS-BILL-DUE-DT-X      PIC X(8).
       01  WS-BILL-DT-NUM            PIC 9(8).
       01  WS-PREV-BILL-ID           PIC X(10) VALUE SPACES.

       01  WS-RUN-DT                 PIC 9(8).
       01  WS-RUN-TIME               PIC 9(8).
       01  WS-DAY-NUM                PIC 9(8).
       01  WS-CALC-DT                PIC 9(8).
       01  WS-REG-ACTION             PIC X(40).

       01  WS-COUNTERS.
           05  WS-BILLS-READ         PIC 9(6) VALUE 0.
           05  WS-DRAFTS-SCHEDULED   PIC 9(6) VALUE 0.
           05  WS-DRAFTS-ORIGINATED  PIC 9(6) VALUE 0.
           05  WS-DRAFTS-SETTLED     PIC 9(6) VALUE 0.
           05  WS-DRAFTS-CANCELLED   PIC 9(6) VALUE 0.
           05  WS-RETURNS-READ       PIC 9(6) VALUE 0.
           05  WS-RETURNS-APPLIED    PIC 9(6) VALUE 0.
           05  WS-RETURNS-UNMATCHED  PIC 9(6) VALUE 0.
           05  WS-CUSTS-DROPPED      PIC 9(6) VALUE 0.
           05  WS-WARNINGS           PIC 9(6) VALUE 0.

      *    ACH batch controls, as SIMPBATCH keeps them: entry count,
      *    debit total, and the hash total of routing numbers
      *    (truncated to ten digits, as the bank computes it).
       01  WS-ACH-CONTROLS.
           05  WS-ACH-COUNT          PIC 9(6) VALUE 0.
           05  WS-ACH-TOTAL          PIC 9(11)V99 VALUE 0.
           05  WS-ACH-RT-HASH        PIC 9(10) VALUE 0.

      *    Settlement batch controls, proven by PAYPOST's
      *    1300-VERIFY-BATCH against the trailer.
       01  WS-REMIT-CONTROLS.
           05  WS-REMIT-COUNT        PIC 9(6) VALUE 0.
           05  WS-REMIT-HASH         PIC 9(11)V99 VALUE 0.
           05  WS-PAY-COUNT          PIC 9(6) VALUE 0.
           05  WS-PAY-TOTAL          PIC 9(11)V99 VALUE 0.
           05  WS-NSF-COUNT          PIC 9(6) VALUE 0.
           05  WS-NSF-TOTAL          PIC 9(11)V99 VALUE 0.
       01  WS-BATCH-ID.
           05  FILLER                PIC X(4) VALUE 'APAY'.
           05  WS-BATCH-MMDD         PIC 9(4).

       01  WS-AMOUNT-ED              PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-ERR-CODE               PIC 9(4).
       01  WS-ERR-MSG                PIC X(50).
       01  WS-ERR-SEVERITY           PIC X.
       01  WS-LOG-CUST-ID            PIC X(10).

      *    Operator abend fields: this run moves customers' money -
      *    any doubt about an input is a stop before the ledger is
      *    touched.
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
           PERFORM 2000-SWEEP-LEDGER
               UNTIL AP-EOF
           PERFORM 3000-SCHEDULE-BILLS
               UNTIL BILL-EOF
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
           COMPUTE RJ-RECORDS-IN = WS-BILLS-READ + WS-RETURNS-READ
           COMPUTE RJ-RECORDS-OUT =
               WS-ACH-COUNT + WS-REMIT-COUNT
           MOVE WS-RETURNS-UNMATCHED TO RJ-RECORDS-ERROR
           PERFORM 9700-WRITE-RUN-JOURNAL.

       9700-WRITE-RUN-JOURNAL.
      *    Appended to the shop-wide run journal so DAYRPT can
      *    reconstruct what ran overnight without digging through
      *    console logs. Opened per write so the record is on disk
      *    even if the run dies later.
           OPEN EXTEND RUN-JOURNAL
           MOVE 'AUTOPAY ' TO RJ-JOB-NAME
           ACCEPT RJ-RUN-DT FROM DATE YYYYMMDD
           ACCEPT RJ-RUN-TIME FROM TIME
           WRITE RUN-JRNL-REC
           CLOSE RUN-JOURNAL.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1100-LOAD-PARM
           PERFORM 1200-LOAD-RETURN-FILE
           OPEN I-O AUTOPAY-FILE
           IF WS-AP-FS NOT = '00' AND WS-AP-FS NOT = '05'
               MOVE 31 TO WS-ABEND-CODE
               MOVE 'AUTOPAY LEDGER APLEDGR UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-AP-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN I-O CUSTOMER-FILE
           IF WS-CUST-FS NOT = '00'
               MOVE 32 TO WS-ABEND-CODE
               MOVE 'CUSTOMER MASTER CUSTFILE MISSING OR UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-CUST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT BILLING-HISTORY
           IF WS-HIST-FS NOT = '00' AND WS-HIST-FS NOT = '05'
               MOVE 33 TO WS-ABEND-CODE
               MOVE 'BILLING HISTORY BILLHIST UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-HIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT BILLING-INPUT
           IF WS-BILL-FS NOT = '00' AND WS-BILL-FS NOT = '05'
               MOVE 34 TO WS-ABEND-CODE
               MOVE 'BILLING EXTRACT BILLOUT UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-BILL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT ACH-FILE
                       REMIT-FILE
                       AUTOPAY-WORK
                       AUTOPAY-REGISTER
                       ERROR-LOG
           IF WS-ACH-FS NOT = '00' OR WS-REMIT-FS NOT = '00'
               OR WS-WORK-FS NOT = '00' OR WS-REG-FS NOT = '00'
               OR WS-ERR-FS NOT = '00'
               MOVE 35 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN AUTOPAY OUTPUT FILES'
                   TO WS-ABEND-MSG
      *        Report the status of the file that actually failed.
               EVALUATE TRUE
                   WHEN WS-ACH-FS NOT = '00'
                       MOVE WS-ACH-FS TO WS-ABEND-FS
                   WHEN WS-REMIT-FS NOT = '00'
                       MOVE WS-REMIT-FS TO WS-ABEND-FS
                   WHEN WS-WORK-FS NOT = '00'
                       MOVE WS-WORK-FS TO WS-ABEND-FS
                   WHEN WS-REG-FS NOT = '00'
                       MOVE WS-REG-FS TO WS-ABEND-FS
                   WHEN OTHER
                       MOVE WS-ERR-FS TO WS-ABEND-FS
               END-EVALUATE
               PERFORM 9999-ABEND
           END-IF
           PERFORM 1300-WRITE-HEADERS
           MOVE LOW-VALUES TO AP-KEY
           START AUTOPAY-FILE KEY IS >= AP-KEY
               INVALID KEY
                   SET AP-EOF TO TRUE
           END-START
           IF WS-AP-FS NOT = '00'
               SET AP-EOF TO TRUE
           END-IF.

       1100-LOAD-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARM-FS = '00'
                   IF PARM-DRAFT-DAYS NUMERIC
                       MOVE PARM-DRAFT-DAYS TO WS-DRAFT-DAYS
                   END-IF
                   IF PARM-SETTLE-DAYS NUMERIC
                       MOVE PARM-SETTLE-DAYS TO WS-SETTLE-DAYS
                   END-IF
                   IF PARM-RETURN-LIMIT NUMERIC
                       AND PARM-RETURN-LIMIT NOT = 0
                       MOVE PARM-RETURN-LIMIT TO WS-RETURN-LIMIT
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF
           MOVE WS-RUN-DT (5:4) TO WS-BATCH-MMDD
           DISPLAY 'AUTOPAY: DRAFT DAYS ' WS-DRAFT-DAYS
               ' SETTLE DAYS ' WS-SETTLE-DAYS
               ' RETURN LIMIT ' WS-RETURN-LIMIT.

       1200-LOAD-RETURN-FILE.
           OPEN INPUT ACH-RETURN-FILE
           IF WS-RET-FS NOT = '00' AND WS-RET-FS NOT = '05'
               MOVE 30 TO WS-ABEND-CODE
               MOVE 'ACH RETURN FILE APRETN UNREADABLE'
                   TO WS-ABEND-MSG
               MOVE WS-RET-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           PERFORM 1250-LOAD-ONE-RETURN
               UNTIL RET-EOF
           CLOSE ACH-RETURN-FILE.

       1250-LOAD-ONE-RETURN.
           READ ACH-RETURN-FILE
               AT END
                   SET RET-EOF TO TRUE
               NOT AT END
                   IF WS-RET-COUNT >= 500
                       MOVE 30 TO WS-ABEND-CODE
                       MOVE 'APRETN OVER 500 RECORDS - CHECK FEED'
                           TO WS-ABEND-MSG
                       MOVE WS-RET-FS TO WS-ABEND-FS
                       PERFORM 9999-ABEND
                   END-IF
                   ADD 1 TO WS-RETURNS-READ
                   ADD 1 TO WS-RET-COUNT
                   MOVE AR-CUST-ID
                       TO WS-RET-CUST-ID (WS-RET-COUNT)
                   MOVE AR-BILLING-DT
                       TO WS-RET-BILLING-DT (WS-RET-COUNT)
                   MOVE AR-AMOUNT
                       TO WS-RET-AMOUNT (WS-RET-COUNT)
                   MOVE AR-REASON-CODE
                       TO WS-RET-REASON (WS-RET-COUNT)
                   MOVE 'N' TO WS-RET-MATCHED (WS-RET-COUNT)
           END-READ
           IF WS-RET-FS NOT = '00' AND NOT RET-EOF
               MOVE 30 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON APRETN'
                   TO WS-ABEND-MSG
               MOVE WS-RET-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       1300-WRITE-HEADERS.
           MOVE SPACES TO ACH-REC
           MOVE 'H' TO ACH-REC-TYPE
           MOVE 'LEGACYLENS UTIL ' TO ACH-HDR-COMPANY
           MOVE WS-RUN-DT TO ACH-HDR-DT
           MOVE 'DEBIT ' TO ACH-HDR-ENTRY-CLASS
           WRITE ACH-REC
           PERFORM 7100-CHECK-ACH-WRITE
           MOVE SPACES TO REMIT-REC
           MOVE 'H' TO RM-TRAN-TYPE
           MOVE WS-BATCH-ID TO RM-BATCH-ID
           MOVE WS-RUN-DT TO RM-BATCH-DT
           WRITE REMIT-REC
           PERFORM 7200-CHECK-REMIT-WRITE
           MOVE SPACES TO REG-LINE
           STRING 'AUTOPAY DRAFT REGISTER  RUN DATE: '
                      DELIMITED SIZE
                  WS-RUN-DT DELIMITED SIZE
                  '  RUN TIME: ' DELIMITED SIZE
                  WS-RUN-TIME DELIMITED SIZE
               INTO REG-LINE
           WRITE REG-LINE
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE.

       2000-SWEEP-LEDGER.
           READ AUTOPAY-FILE NEXT RECORD
               AT END
                   SET AP-EOF TO TRUE
               NOT AT END
                   PERFORM 2100-WORK-LEDGER-ENTRY
           END-READ
           IF WS-AP-FS NOT = '00' AND NOT AP-EOF
               MOVE 31 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON APLEDGR'
                   TO WS-ABEND-MSG
               MOVE WS-AP-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       2100-WORK-LEDGER-ENTRY.
      *    A return outranks everything else the entry could be due
      *    for - a draft the bank sent back must not settle.
           PERFORM 2150-FIND-RETURN
           EVALUATE TRUE
               WHEN WS-RET-FOUND-SUB > 0
                   PERFORM 2400-APPLY-RETURN
               WHEN AP-WAITING AND AP-DRAFT-DT <= WS-RUN-DT
                   PERFORM 2200-DRAFT-SCHEDULED
               WHEN AP-ORIGINATED AND AP-SETTLE-DT <= WS-RUN-DT
                   PERFORM 2300-SETTLE-DRAFT
           END-EVALUATE.

       2150-FIND-RETURN.
           MOVE 0 TO WS-RET-FOUND-SUB
           MOVE 1 TO WS-RET-SUB
           PERFORM 2160-CHECK-ONE-RETURN
               UNTIL WS-RET-SUB > WS-RET-COUNT
                  OR WS-RET-FOUND-SUB > 0.

       2160-CHECK-ONE-RETURN.
           IF WS-RET-CUST-ID (WS-RET-SUB) = AP-CUST-ID
               AND WS-RET-BILLING-DT (WS-RET-SUB) = AP-BILLING-DT
               AND WS-RET-MATCHED (WS-RET-SUB) = 'N'
               MOVE WS-RET-SUB TO WS-RET-FOUND-SUB
           END-IF
           ADD 1 TO WS-RET-SUB.

       2200-DRAFT-SCHEDULED.
      *    The customer's standing is checked again on the draft
      *    date - enrollment, bank details, and the bill itself may
      *    all have changed since the bill was scheduled.
           MOVE AP-CUST-ID TO CR-CUST-ID
           PERFORM 2250-CHECK-DRAFT-ALLOWED
           IF DRAFT-OK
               PERFORM 2500-ORIGINATE-DRAFT
           ELSE
               SET AP-CANCELLED TO TRUE
               ADD 1 TO WS-DRAFTS-CANCELLED
               PERFORM 8000-WRITE-REG-LINE
           END-IF
           PERFORM 7000-STAGE-LEDGER.

       2250-CHECK-DRAFT-ALLOWED.
           MOVE 'N' TO WS-DRAFT-OK-FLAG
           PERFORM 2260-READ-MASTER
           PERFORM 2270-COUNT-CUST-RETURNS
           EVALUATE TRUE
               WHEN NOT MASTER-FOUND
                   MOVE 'CANCELLED - CUSTOMER NOT ON FILE'
                       TO WS-REG-ACTION
               WHEN CR-CUST-AUTOPAY-FLAG NOT = 'Y'
                   MOVE 'CANCELLED - LEFT AUTOPAY'
                       TO WS-REG-ACTION
               WHEN CR-CUST-BANK-ROUTING NOT NUMERIC
                   OR CR-CUST-BANK-ROUTING = 0
                   OR CR-CUST-BANK-ACCOUNT = SPACES
                   MOVE 'CANCELLED - NO BANK DETAILS'
                       TO WS-REG-ACTION
               WHEN CR-CUST-AUTOPAY-RETURNS + WS-CUST-RETURNS
                   >= WS-RETURN-LIMIT
                   MOVE 'CANCELLED - RETURN LIMIT REACHED'
                       TO WS-REG-ACTION
               WHEN OTHER
                   PERFORM 2280-CHECK-BILL-OPEN
           END-EVALUATE.

       2260-READ-MASTER.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO CR-CUST-NAME
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
                   IF CR-CUST-AUTOPAY-RETURNS NOT NUMERIC
                       MOVE 0 TO CR-CUST-AUTOPAY-RETURNS
                   END-IF
           END-READ.

       2270-COUNT-CUST-RETURNS.
      *    Returns on tonight's file count against the customer
      *    before the commit records them on the master, so a
      *    customer at the limit is not drafted one more time.
           MOVE 0 TO WS-CUST-RETURNS
           MOVE 1 TO WS-RET-SUB
           PERFORM 2275-COUNT-ONE-RETURN
               UNTIL WS-RET-SUB > WS-RET-COUNT.

       2275-COUNT-ONE-RETURN.
           IF WS-RET-CUST-ID (WS-RET-SUB) = CR-CUST-ID
               ADD 1 TO WS-CUST-RETURNS
           END-IF
           ADD 1 TO WS-RET-SUB.

       2280-CHECK-BILL-OPEN.
      *    A bill already paid in full by the draft date - by check,
      *    a deposit application, a credit memo - is not drafted a
      *    second time. No archive record (ledger purged) drafts.
           SET DRAFT-OK TO TRUE
           MOVE AP-CUST-ID    TO BH-CUST-ID
           MOVE AP-BILLING-DT TO BH-BILLING-DT
           READ BILLING-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BH-OPEN-AMT = 0
                       MOVE 'N' TO WS-DRAFT-OK-FLAG
                       MOVE 'CANCELLED - BILL ALREADY PAID'
                           TO WS-REG-ACTION
                   END-IF
           END-READ.

       2300-SETTLE-DRAFT.
      *    The settlement days have passed without a return: the
      *    money is ours, and PAYPOST applies it to the bill's
      *    period like any other payment - the bill need not be on
      *    the BILLOUT current tonight.
           MOVE SPACES TO REMIT-REC
           MOVE 'P' TO RM-TRAN-TYPE
           PERFORM 7300-WRITE-REMIT-DETAIL
           ADD 1 TO WS-PAY-COUNT
           ADD AP-AMOUNT TO WS-PAY-TOTAL
           SET AP-SETTLED TO TRUE
           MOVE WS-RUN-DT TO AP-POSTED-DT
           ADD 1 TO WS-DRAFTS-SETTLED
           MOVE 'SETTLED - PAYMENT TO PAYPOST' TO WS-REG-ACTION
           PERFORM 8000-WRITE-REG-LINE
           PERFORM 7000-STAGE-LEDGER.

       2400-APPLY-RETURN.
           MOVE 'Y' TO WS-RET-MATCHED (WS-RET-FOUND-SUB)
           EVALUATE TRUE
      *        Already handed to PAYPOST as a payment: it comes back
      *        out as an NSF item, fee and all.
               WHEN AP-SETTLED
                   MOVE SPACES TO REMIT-REC
                   MOVE 'N' TO RM-TRAN-TYPE
                   PERFORM 7300-WRITE-REMIT-DETAIL
                   ADD 1 TO WS-NSF-COUNT
                   ADD AP-AMOUNT TO WS-NSF-TOTAL
                   MOVE 'RETURNED - NSF ITEM TO PAYPOST'
                       TO WS-REG-ACTION
                   PERFORM 2450-RECORD-RETURN
      *        Never settled, so never posted - the draft is simply
      *        dead and the bill stays open.
               WHEN AP-ORIGINATED
                   MOVE 'RETURNED BEFORE SETTLEMENT'
                       TO WS-REG-ACTION
                   PERFORM 2450-RECORD-RETURN
               WHEN OTHER
                   MOVE AP-CUST-ID TO WS-LOG-CUST-ID
                   MOVE 2103 TO WS-ERR-CODE
                   PERFORM 8100-LOG-WARNING
                   MOVE 'RETURN IGNORED - DRAFT NOT OUTSTANDING'
                       TO WS-REG-ACTION
                   PERFORM 8000-WRITE-REG-LINE
           END-EVALUATE.

       2450-RECORD-RETURN.
           SET AP-RETURNED TO TRUE
           MOVE WS-RUN-DT TO AP-RETURN-DT
           MOVE WS-RET-REASON (WS-RET-FOUND-SUB) TO AP-RETURN-REASON
           ADD 1 TO WS-RETURNS-APPLIED
           PERFORM 8000-WRITE-REG-LINE
           PERFORM 7000-STAGE-LEDGER
           MOVE 'C' TO AW-TYPE
           MOVE SPACES TO AW-IMAGE
           MOVE AP-CUST-ID TO AW-CUST-ID
           PERFORM 7050-WRITE-WORK-REC.

       2500-ORIGINATE-DRAFT.
      *    The debit goes to the bank details on the master today,
      *    and the ledger keeps them - a return names the account
      *    that was actually debited.
           MOVE CR-CUST-BANK-ROUTING TO AP-ROUTING
           MOVE CR-CUST-BANK-ACCOUNT TO AP-ACCOUNT
           MOVE WS-RUN-DT TO AP-DRAFT-DT
           COMPUTE WS-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DT) + WS-SETTLE-DAYS
           COMPUTE AP-SETTLE-DT =
               FUNCTION DATE-OF-INTEGER (WS-DAY-NUM)
           SET AP-ORIGINATED TO TRUE
           MOVE SPACES TO ACH-REC
           MOVE 'D' TO ACH-REC-TYPE
           MOVE AP-ROUTING TO ACH-DTL-ROUTING
           MOVE AP-ACCOUNT TO ACH-DTL-ACCOUNT
           MOVE AP-AMOUNT TO ACH-DTL-AMOUNT
           MOVE AP-CUST-ID TO ACH-DTL-CUST-ID
           MOVE AP-BILLING-DT TO ACH-DTL-BILLING-DT
           MOVE CR-CUST-NAME TO ACH-DTL-CUST-NAME
           WRITE ACH-REC
      *    The batch controls only count entries that are actually
      *    on the extract.
           PERFORM 7100-CHECK-ACH-WRITE
           ADD 1 TO WS-ACH-COUNT
           ADD AP-AMOUNT TO WS-ACH-TOTAL
      *    Hash total truncates high-order overflow past ten
      *    digits, as the bank's edit does.
           ADD AP-ROUTING TO WS-ACH-RT-HASH
           ADD 1 TO WS-DRAFTS-ORIGINATED
           MOVE 'DRAFTED - DEBIT ON ACH FILE' TO WS-REG-ACTION
           PERFORM 8000-WRITE-REG-LINE.

       3000-SCHEDULE-BILLS.
           READ BILLING-INPUT
               AT END
                   SET BILL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-BILLS-READ
                   PERFORM 3050-PARSE-BILL-REC
                   IF WS-BILL-CUST-ID < WS-PREV-BILL-ID
                       DISPLAY 'AUTOPAY: BILLOUT OUT OF CUSTOMER '
                           'SEQUENCE AT ' WS-BILL-CUST-ID
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-BILL-CUST-ID TO WS-PREV-BILL-ID
                   IF WS-BILL-TOTAL-DUE NUMERIC
                       AND WS-BILL-TOTAL-DUE > 0
                       PERFORM 3100-SCHEDULE-ONE-BILL
                   END-IF
           END-READ
           IF WS-BILL-FS NOT = '00' AND NOT BILL-EOF
               MOVE 34 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON BILLOUT'
                   TO WS-ABEND-MSG
               MOVE WS-BILL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       3050-PARSE-BILL-REC.
      *    BILLOUT line: customer,name,subtotal,penalty,tax,previous
      *    balance,credits,residual credit,total due,date,cycle,
      *    due date.
           MOVE SPACES TO WS-BILL-CYCLE-X
                          WS-BILL-DUE-DT-X
           UNSTRING BILL-IN-REC DELIMITED BY ','
               INTO WS-BILL-CUST-ID
                    WS-BILL-CUST-NAME
                    WS-BILL-SUBTOTAL-X
                    WS-BILL-PENALTY-X
                    WS-BILL-TAX-X
                    WS-BILL-PREV-BAL-X
                    WS-BILL-CREDITS-X
                    WS-BILL-RESID-X
                    WS-BILL-TOTAL-DUE-X
                    WS-BILL-DT
                    WS-BILL-CYCLE-X
                    WS-BILL-DUE-DT-X
           END-UNSTRING
           MOVE WS-RUN-DT TO WS-BILL-DT-NUM
           IF WS-BILL-DT (1:8) NUMERIC
               MOVE WS-BILL-DT (1:8) TO WS-BILL-DT-NUM
           END-IF.

       3100-SCHEDULE-ONE-BILL.
      *    BILLOUT is replaced every cycle, long before most draft
      *    dates arrive - so each enrolled customer's bill is put on
      *    the ledger the first night it is seen, and drafted from
      *    there. A bill already on the ledger was seen before.
           MOVE WS-BILL-CUST-ID TO CR-CUST-ID
           PERFORM 2260-READ-MASTER
           IF MASTER-FOUND AND CR-CUST-AUTOPAY-FLAG = 'Y'
               MOVE WS-BILL-CUST-ID TO AP-CUST-ID
               MOVE WS-BILL-DT-NUM  TO AP-BILLING-DT
               READ AUTOPAY-FILE
                   INVALID KEY
                       PERFORM 3200-ADD-LEDGER-ENTRY
               END-READ
           END-IF.

       3200-ADD-LEDGER-ENTRY.
           MOVE WS-BILL-CUST-ID TO WS-LOG-CUST-ID
           EVALUATE TRUE
               WHEN CR-CUST-BANK-ROUTING NOT NUMERIC
                   OR CR-CUST-BANK-ROUTING = 0
                   OR CR-CUST-BANK-ACCOUNT = SPACES
                   MOVE 2101 TO WS-ERR-CODE
                   PERFORM 8100-LOG-WARNING
      *        A disputed bill is not drafted - the customer pays
      *        what is settled once the dispute is worked.
               WHEN CR-CUST-DISPUTE-FLAG = 'Y'
                   MOVE 2105 TO WS-ERR-CODE
                   PERFORM 8100-LOG-WARNING
               WHEN OTHER
                   MOVE SPACES TO AUTOPAY-REC
                   MOVE WS-BILL-CUST-ID TO AP-CUST-ID
                   MOVE WS-BILL-DT-NUM  TO AP-BILLING-DT
                   MOVE 0 TO AP-BILL-CYCLE
                   IF WS-BILL-CYCLE-X NUMERIC
                       MOVE WS-BILL-CYCLE-X TO AP-BILL-CYCLE
                   END-IF
                   MOVE WS-BILL-TOTAL-DUE TO AP-AMOUNT
                   MOVE 0 TO AP-ROUTING
                             AP-SETTLE-DT
                             AP-POSTED-DT
                             AP-RETURN-DT
      *            The draft goes out on the bill's due date; a
      *            line written before due dates were carried
      *            drafts the lead days after billing.
                   IF WS-BILL-DUE-DT-X NUMERIC
                       AND WS-BILL-DUE-DT-X NOT = '00000000'
                       MOVE WS-BILL-DUE-DT-X TO AP-DRAFT-DT
                   ELSE
                       COMPUTE WS-DAY-NUM =
                           FUNCTION INTEGER-OF-DATE (WS-BILL-DT-NUM)
                           + WS-DRAFT-DAYS
                       COMPUTE AP-DRAFT-DT =
                           FUNCTION DATE-OF-INTEGER (WS-DAY-NUM)
                   END-IF
                   ADD 1 TO WS-DRAFTS-SCHEDULED
                   IF AP-DRAFT-DT <= WS-RUN-DT
                       PERFORM 2250-CHECK-DRAFT-ALLOWED
                       IF DRAFT-OK
                           PERFORM 2500-ORIGINATE-DRAFT
                       ELSE
                           SET AP-CANCELLED TO TRUE
                           ADD 1 TO WS-DRAFTS-CANCELLED
                           PERFORM 8000-WRITE-REG-LINE
                       END-IF
                   ELSE
                       SET AP-WAITING TO TRUE
                       MOVE 'SCHEDULED' TO WS-REG-ACTION
                       PERFORM 8000-WRITE-REG-LINE
                   END-IF
                   PERFORM 7000-STAGE-LEDGER
           END-EVALUATE.

       7000-STAGE-LEDGER.
           MOVE 'L' TO AW-TYPE
           MOVE AUTOPAY-REC TO AW-IMAGE
           PERFORM 7050-WRITE-WORK-REC.

       7050-WRITE-WORK-REC.
           WRITE AP-WORK-REC
           IF WS-WORK-FS NOT = '00'
               MOVE 36 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON WORK FILE APWORK'
                   TO WS-ABEND-MSG
               MOVE WS-WORK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       7100-CHECK-ACH-WRITE.
           IF WS-ACH-FS NOT = '00'
               MOVE 37 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON ACH DEBIT FILE APACHFL'
                   TO WS-ABEND-MSG
               MOVE WS-ACH-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       7200-CHECK-REMIT-WRITE.
           IF WS-REMIT-FS NOT = '00'
               MOVE 38 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON SETTLEMENT BATCH APREMIT'
                   TO WS-ABEND-MSG
               MOVE WS-REMIT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       7300-WRITE-REMIT-DETAIL.
      *    The ledger is swept in key order, so the batch details
      *    come out in the customer sequence PAYPOST demands. The
      *    detail names the bill's period so PAYPOST applies (or
      *    re-opens) exactly that invoice.
           MOVE AP-CUST-ID TO RM-CUST-ID
           MOVE AP-AMOUNT TO RM-PAYMENT-AMT
           MOVE WS-RUN-DT TO RM-PAYMENT-DT
           MOVE AP-BILLING-DT TO RM-PERIOD-DT
           WRITE REMIT-REC
           PERFORM 7200-CHECK-REMIT-WRITE
           ADD 1 TO WS-REMIT-COUNT
           ADD AP-AMOUNT TO WS-REMIT-HASH.

       8000-WRITE-REG-LINE.
           MOVE AP-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO REG-LINE
           STRING AP-CUST-ID DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  CR-CUST-NAME DELIMITED SIZE
                  '  BILL ' DELIMITED SIZE
                  AP-BILLING-DT DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-REG-ACTION DELIMITED SIZE
               INTO REG-LINE
           WRITE REG-LINE.

       8100-LOG-WARNING.
           PERFORM 8050-LOOKUP-ERR-MSG
           MOVE SPACES TO ERR-LOG-REC
           STRING WS-LOG-CUST-ID DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-ERR-CODE DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-ERR-MSG DELIMITED SIZE
               INTO ERR-LOG-REC
           WRITE ERR-LOG-REC
           ADD 1 TO WS-WARNINGS.

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
           PERFORM 9050-REPORT-UNMATCHED
           MOVE SPACES TO ACH-REC
           MOVE 'T' TO ACH-REC-TYPE
           MOVE WS-ACH-COUNT TO ACH-TRL-COUNT
           MOVE WS-ACH-TOTAL TO ACH-TRL-AMOUNT
           MOVE WS-ACH-RT-HASH TO ACH-TRL-RT-HASH
           WRITE ACH-REC
           PERFORM 7100-CHECK-ACH-WRITE
           MOVE SPACES TO REMIT-REC
           MOVE 'T' TO RM-TRAN-TYPE
           MOVE WS-REMIT-COUNT TO RM-TRL-COUNT
           MOVE WS-REMIT-HASH TO RM-TRL-HASH
           WRITE REMIT-REC
           PERFORM 7200-CHECK-REMIT-WRITE
           CLOSE BILLING-INPUT
                 BILLING-HISTORY
                 ACH-FILE
                 REMIT-FILE
                 AUTOPAY-WORK
           PERFORM 9100-COMMIT-CHANGES
           CLOSE AUTOPAY-FILE
                 CUSTOMER-FILE
           PERFORM 9200-WRITE-REGISTER-TOTALS
           CLOSE AUTOPAY-REGISTER
                 ERROR-LOG
           DISPLAY 'BILLS READ:         ' WS-BILLS-READ
           DISPLAY 'DRAFTS SCHEDULED:   ' WS-DRAFTS-SCHEDULED
           DISPLAY 'DRAFTS ORIGINATED:  ' WS-DRAFTS-ORIGINATED
           DISPLAY 'DRAFTS SETTLED:     ' WS-DRAFTS-SETTLED
           DISPLAY 'DRAFTS CANCELLED:   ' WS-DRAFTS-CANCELLED
           DISPLAY 'RETURNS READ:       ' WS-RETURNS-READ
           DISPLAY 'RETURNS APPLIED:    ' WS-RETURNS-APPLIED
           DISPLAY 'RETURNS UNMATCHED:  ' WS-RETURNS-UNMATCHED
           DISPLAY 'CUSTOMERS DROPPED:  ' WS-CUSTS-DROPPED
           IF WS-REMIT-COUNT = 0
               DISPLAY 'AUTOPAY: SETTLEMENT BATCH EMPTY - '
                   'NOTHING FOR PAYPOST TO POST'
               MOVE 4 TO RETURN-CODE
           END-IF.

       9050-REPORT-UNMATCHED.
      *    A return with no draft behind it is money the bank says
      *    it took back from an entry we cannot find - treasury
      *    works those by hand, so they are listed, not dropped.
           MOVE 1 TO WS-RET-SUB
           PERFORM 9060-REPORT-ONE-UNMATCHED
               UNTIL WS-RET-SUB > WS-RET-COUNT.

       9060-REPORT-ONE-UNMATCHED.
           IF WS-RET-MATCHED (WS-RET-SUB) NOT = 'Y'
               ADD 1 TO WS-RETURNS-UNMATCHED
               MOVE WS-RET-CUST-ID (WS-RET-SUB) TO WS-LOG-CUST-ID
               MOVE 2102 TO WS-ERR-CODE
               PERFORM 8100-LOG-WARNING
               MOVE WS-RET-AMOUNT (WS-RET-SUB) TO WS-AMOUNT-ED
               MOVE SPACES TO REG-LINE
               STRING WS-RET-CUST-ID (WS-RET-SUB) DELIMITED SIZE
                      '  *** NO DRAFT ON LEDGER ***  BILL '
                          DELIMITED SIZE
                      WS-RET-BILLING-DT (WS-RET-SUB) DELIMITED SIZE
                      '  ' DELIMITED SIZE
                      WS-AMOUNT-ED DELIMITED SIZE
                      '  REASON ' DELIMITED SIZE
                      WS-RET-REASON (WS-RET-SUB) DELIMITED SIZE
                      '  WORK BY HAND' DELIMITED SIZE
                   INTO REG-LINE
               WRITE REG-LINE
           END-IF
           ADD 1 TO WS-RET-SUB.

       9100-COMMIT-CHANGES.
      *    The ACH file and the settlement batch are complete, so
      *    the staged ledger images and return counts are applied
      *    in one motion. A failure here leaves APWORK intact for
      *    the operator; the ledger writes are idempotent.
           OPEN INPUT AUTOPAY-WORK
           IF WS-WORK-FS NOT = '00'
               MOVE 36 TO WS-ABEND-CODE
               MOVE 'WORK FILE APWORK UNREADABLE FOR COMMIT'
                   TO WS-ABEND-MSG
               MOVE WS-WORK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           PERFORM 9150-APPLY-ONE-CHANGE
               UNTIL WORK-EOF
           CLOSE AUTOPAY-WORK.

       9150-APPLY-ONE-CHANGE.
           READ AUTOPAY-WORK
               AT END
                   SET WORK-EOF TO TRUE
               NOT AT END
                   IF AW-LEDGER
                       PERFORM 9160-APPLY-LEDGER-IMAGE
                   ELSE
                       PERFORM 9170-APPLY-CUST-RETURN
                   END-IF
           END-READ
           IF WS-WORK-FS NOT = '00' AND NOT WORK-EOF
               MOVE 36 TO WS-ABEND-CODE
               MOVE 'READ FAILED DURING APWORK COMMIT'
                   TO WS-ABEND-MSG
               MOVE WS-WORK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       9160-APPLY-LEDGER-IMAGE.
           MOVE AW-IMAGE TO AUTOPAY-REC
           WRITE AUTOPAY-REC
               INVALID KEY
                   REWRITE AUTOPAY-REC
           END-WRITE
           IF WS-AP-FS NOT = '00'
               MOVE 31 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON AUTOPAY LEDGER APLEDGR'
                   TO WS-ABEND-MSG
               MOVE WS-AP-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       9170-APPLY-CUST-RETURN.
      *    Each return counts against the customer; at the limit
      *    the customer is taken out of autopay and goes back to
      *    paying by hand until re-enrolled through CUSTMNT.
           MOVE AW-CUST-ID TO CR-CUST-ID
           PERFORM 2260-READ-MASTER
           IF MASTER-FOUND
               IF CR-CUST-AUTOPAY-RETURNS < 99
                   ADD 1 TO CR-CUST-AUTOPAY-RETURNS
               END-IF
               IF CR-CUST-AUTOPAY-FLAG = 'Y'
                   AND CR-CUST-AUTOPAY-RETURNS >= WS-RETURN-LIMIT
                   MOVE 'N' TO CR-CUST-AUTOPAY-FLAG
                   ADD 1 TO WS-CUSTS-DROPPED
                   MOVE CR-CUST-ID TO WS-LOG-CUST-ID
                   MOVE 2104 TO WS-ERR-CODE
                   PERFORM 8100-LOG-WARNING
                   MOVE SPACES TO REG-LINE
                   STRING CR-CUST-ID DELIMITED SIZE
                          '  ' DELIMITED SIZE
                          CR-CUST-NAME DELIMITED SIZE
                          '  DROPPED FROM AUTOPAY AFTER '
                              DELIMITED SIZE
                          CR-CUST-AUTOPAY-RETURNS DELIMITED SIZE
                          ' RETURNS' DELIMITED SIZE
                       INTO REG-LINE
                   WRITE REG-LINE
               END-IF
               REWRITE CUST-REC
               IF WS-CUST-FS NOT = '00'
                   MOVE 32 TO WS-ABEND-CODE
                   MOVE 'REWRITE FAILED ON CUSTOMER MASTER CUSTFILE'
                       TO WS-ABEND-MSG
                   MOVE WS-CUST-FS TO WS-ABEND-FS
                   PERFORM 9999-ABEND
               END-IF
           END-IF.

       9200-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE
           MOVE WS-ACH-TOTAL TO WS-AMOUNT-ED
           MOVE SPACES TO REG-LINE
           STRING 'ACH DEBITS:        ' DELIMITED SIZE
                  WS-ACH-COUNT DELIMITED SIZE
                  '  TOTAL: ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
                  '  RT HASH: ' DELIMITED SIZE
                  WS-ACH-RT-HASH DELIMITED SIZE
               INTO REG-LINE
           WRITE REG-LINE
           MOVE WS-PAY-TOTAL TO WS-AMOUNT-ED
           MOVE SPACES TO REG-LINE
           STRING 'SETTLED PAYMENTS:  ' DELIMITED SIZE
                  WS-PAY-COUNT DELIMITED SIZE
                  '  TOTAL: ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO REG-LINE
           WRITE REG-LINE
           MOVE WS-NSF-TOTAL TO WS-AMOUNT-ED
           MOVE SPACES TO REG-LINE
           STRING 'NSF RETURNS:       ' DELIMITED SIZE
                  WS-NSF-COUNT DELIMITED SIZE
                  '  TOTAL: ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO REG-LINE
           WRITE REG-LINE
           MOVE SPACES TO REG-LINE
           STRING 'SETTLEMENT BATCH ' DELIMITED SIZE
                  WS-BATCH-ID DELIMITED SIZE
                  ' ITEMS: ' DELIMITED SIZE
                  WS-REMIT-COUNT DELIMITED SIZE
                  '  CUSTOMERS DROPPED: ' DELIMITED SIZE
                  WS-CUSTS-DROPPED DELIMITED SIZE
               INTO REG-LINE
           WRITE REG-LINE
           MOVE SPACES TO REG-LINE
           MOVE 'APPROVE BEFORE TRANSMISSION TO BANK' TO REG-LINE
           WRITE REG-LINE.

       9999-ABEND.
           DISPLAY 'AUTOPAY ABEND ' WS-ABEND-CODE ': '
               WS-ABEND-MSG
           DISPLAY 'FILE STATUS: ' WS-ABEND-FS
           MOVE WS-ABEND-CODE TO RETURN-CODE
           STOP RUN.
