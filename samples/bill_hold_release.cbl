      *===============================================================*
      * PROGRAM-ID: BILLREL
      * AUTHOR:     LEGACY-SYSTEM
      * DATE:       2026-10-15
      *---------------------------------------------------------------*
      * Held Bill Release Program.
      * BILL-CALC holds back any bill whose usage falls outside the
      * high/low tolerances against the customer's own history
      * (5900-CHECK-USAGE-EXCEPTION): the bill goes to the BILLHOLD
      * review file and HOLDRPT instead of BILLOUT and INVOICE.
      * This run applies operations' decision on each held bill:
      *
      *   R  release - the bill posts exactly as BILL-CALC computed
      *      it: its line is merged into BILLOUT for PAYPOST, its
      *      period is archived on BILLHIST (opening the period on
      *      the open-item ledger), its invoice prints, and its
      *      charges go to the GL feed on the same accounts as
      *      BILL-CALC's 9300-WRITE-GL-FEED.
      *   E  re-read - the bill is cancelled and a meter re-read
      *      order goes out. The usage stays on the accumulator
      *      (PERCLOSE only resets customers billed in the period),
      *      so the corrected read bills with the next cycle; any
      *      balance or credit the held bill had carried is logged
      *      the way BILL-CALC logs a carry it could not re-bill.
      *
      * A release is refused once a later period has been billed
      * for the customer (the held bill is stale), once the
      * period-cycle is CLOSED, or when the BILLOUT on hand is not
      * the held bill's own billing date and cycle (PAYPOST would
      * post the line under another cycle's run control). Runs
      * after BILL-CALC and before PAYPOST and PERCLOSE. BILLOUT is
      * rebuilt through a work file and copied back only after a
      * clean run, the way ADJMEMO handles OPENBAL. HOLDDEC and
      * BILLOUT must be in ascending customer-id sequence - a
      * sequence break is a hard stop.
      *===============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-DECISION-FILE ASSIGN TO 'HOLDDEC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEC-FS.
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
      *    The open-item ledger: a released period is archived here
      *    so PAYPOST has an open item to apply cash against.
           SELECT OPTIONAL BILLING-HISTORY ASSIGN TO 'BILLHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-FS.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-FS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-CUST-ID
               FILE STATUS IS WS-CUST-FS.
           SELECT OPTIONAL BILLING-OUTPUT ASSIGN TO 'BILLOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILL-FS.
           SELECT BILLOUT-WORK ASSIGN TO 'RELWORK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-FS.
           SELECT INVOICE-FILE ASSIGN TO 'INVOICE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INV-FS.
           SELECT GL-FEED-FILE ASSIGN TO 'RELGLFD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-FS.
           SELECT REREAD-FILE ASSIGN TO 'REREAD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REREAD-FS.
           SELECT RELEASE-REGISTER ASSIGN TO 'RELREG'
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

       FD HOLD-DECISION-FILE.
      *    One decision per held bill: the customer and period the
      *    bill was held for, release or re-read, and the operator
      *    who made the call.
       01  HOLD-DECISION-REC.
           05  HR-CUST-ID            PIC X(10).
           05  HR-BILLING-DT         PIC 9(8).
           05  HR-DECISION           PIC X.
               88  HR-RELEASE        VALUE 'R'.
               88  HR-REREAD         VALUE 'E'.
           05  HR-OPERATOR-ID        PIC X(8).

       FD BILL-HOLD-FILE.
       COPY BILL-HOLD-RECORD.

       FD HELD-INVOICE-FILE.
       01  HELD-INV-REC.
           05  HI-KEY.
               10  HI-CUST-ID        PIC X(10).
               10  HI-BILLING-DT     PIC 9(8).
               10  HI-LINE-NO        PIC 9(3).
           05  HI-LINE               PIC X(132).

       FD BILLING-HISTORY.
       COPY BILLING-HISTORY-RECORD.

       FD RUN-CONTROL-FILE.
       COPY RUN-CONTROL-RECORD.

       FD CUSTOMER-FILE.
       COPY CUSTOMER-RECORD.

       FD BILLING-OUTPUT.
       01  BILL-OUT-REC              PIC X(200).

       FD BILLOUT-WORK.
       01  WORK-REC                  PIC X(200).

       FD INVOICE-FILE.
       01  INV-LINE                  PIC X(132).

       FD GL-FEED-FILE.
       01  GL-REC.
           05  GL-ACCOUNT-CODE       PIC X(4).
           05  FILLER                PIC X.
           05  GL-DR-CR              PIC X(2).
           05  FILLER                PIC X.
           05  GL-AMOUNT             PIC 9(9)V99.
           05  FILLER                PIC X.
           05  GL-DESCRIPTION        PIC X(30).

       FD REREAD-FILE.
       01  REREAD-REC                PIC X(200).

       FD RELEASE-REGISTER.
       01  REG-LINE                  PIC X(132).

       FD ERROR-LOG.
       01  ERR-LOG-REC               PIC X(200).

       FD RUN-JOURNAL.
       COPY RUN-JOURNAL-RECORD.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-DEC-FS             PIC XX.
           05  WS-HOLD-FS            PIC XX.
           05  WS-HOLDINV-FS         PIC XX.
           05  WS-HIST-FS            PIC XX.
           05  WS-RUNCTL-FS          PIC XX.
           05  WS-CUST-FS            PIC XX.
           05  WS-BILL-FS            PIC XX.
           05  WS-WORK-FS            PIC XX.
           05  WS-INV-FS             PIC XX.
           05  WS-GL-FS              PIC XX.
           05  WS-REREAD-FS          PIC XX.
           05  WS-REG-FS             PIC XX.
           05  WS-ERR-FS             PIC XX.
           05  WS-JRNL-FS            PIC XX.

       01  WS-FLAGS.
           05  WS-DEC-EOF-FLAG       PIC X VALUE 'N'.
               88  DEC-EOF           VALUE 'Y'.
           05  WS-BILL-EOF-FLAG      PIC X VALUE 'N'.
               88  BILL-EOF          VALUE 'Y'.
           05  WS-WORK-EOF-FLAG      PIC X VALUE 'N'.
               88  WORK-EOF          VALUE 'Y'.
           05  WS-HOLD-FOUND-FLAG    PIC X VALUE 'N'.
               88  HOLD-FOUND        VALUE 'Y'.
           05  WS-MASTER-FOUND-FLAG  PIC X VALUE 'N'.
               88  MASTER-FOUND      VALUE 'Y'.
           05  WS-LATER-BILLED-FLAG  PIC X VALUE 'N'.
               88  LATER-PERIOD-BILLED VALUE 'Y'.
           05  WS-HELD-BILLED-FLAG   PIC X VALUE 'N'.
               88  HELD-PERIOD-BILLED VALUE 'Y'.
           05  WS-PERIOD-CLOSED-FLAG PIC X VALUE 'N'.
               88  PERIOD-CLOSED     VALUE 'Y'.
           05  WS-LATER-SCAN-FLAG    PIC X VALUE 'N'.
               88  LATER-SCAN-DONE   VALUE 'Y'.
           05  WS-BILLOUT-KNOWN-FLAG PIC X VALUE 'N'.
               88  BILLOUT-CYCLE-KNOWN VALUE 'Y'.
           05  WS-CYCLE-MATCH-FLAG   PIC X VALUE 'N'.
               88  BILLOUT-CYCLE-MATCHES VALUE 'Y'.

      *    The released archive record while 4050 reads the one
      *    already on its key for the sales to carry over.
       01  WS-NEW-HIST-REC           PIC X(150).
       01  WS-CARRY-SALES-AMT        PIC 9(9)V99.
       01  WS-CARRY-SALES-OPEN       PIC 9(9)V99.

       01  WS-BILL-CUST-ID           PIC X(10) VALUE SPACES.
       01  WS-PREV-BILL-ID           PIC X(10) VALUE SPACES.
       01  WS-PREV-DEC-ID            PIC X(10) VALUE SPACES.

      *    The billing date and cycle of the BILLOUT on hand, from
      *    its first line (fields 10 and 11, as PAYPOST reads them;
      *    no cycle field is a whole-book run, cycle 00). An empty
      *    BILLOUT takes them from the first bill released into it.
       01  WS-BILLOUT-CYCLE-FIELDS.
           05  WS-BILLOUT-SKIP       PIC X(30).
           05  WS-BILLOUT-DT-X       PIC X(10).
           05  WS-BILLOUT-CYCLE-X    PIC X(2).
           05  WS-BILLOUT-DT         PIC 9(8) VALUE 0.
           05  WS-BILLOUT-CYCLE      PIC 9(2) VALUE 0.

       01  WS-RUN-DT                 PIC 9(8).
       01  WS-RUN-TIME               PIC 9(8).
       01  WS-LINE-SUB               PIC 9(3).

       01  WS-COUNTERS.
           05  WS-DECISIONS-READ     PIC 9(6) VALUE 0.
           05  WS-DECISIONS-APPLIED  PIC 9(6) VALUE 0.
           05  WS-DECISIONS-ERROR    PIC 9(6) VALUE 0.
           05  WS-BILLS-RELEASED     PIC 9(6) VALUE 0.
           05  WS-BILLS-REREAD       PIC 9(6) VALUE 0.
           05  WS-INV-LINES-PRINTED  PIC 9(6) VALUE 0.
           05  WS-BILLOUT-READ       PIC 9(6) VALUE 0.
           05  WS-BILLOUT-WRITTEN    PIC 9(6) VALUE 0.

      *    Released bills' charges, booked as BILL-CALC would have
      *    booked them had the bills not been held.
       01  WS-GL-TOTALS.
           05  WS-GL-BASE-TOTAL      PIC 9(9)V99 VALUE 0.
           05  WS-GL-TIER2-TOTAL     PIC 9(9)V99 VALUE 0.
           05  WS-GL-TIER3-TOTAL     PIC 9(9)V99 VALUE 0.
           05  WS-GL-PENALTY-TOTAL   PIC 9(9)V99 VALUE 0.
           05  WS-GL-TAX-TOTAL       PIC 9(9)V99 VALUE 0.
           05  WS-GL-REVENUE-TOTAL   PIC 9(9)V99 VALUE 0.
           05  WS-GL-BUDGET-DEFER    PIC S9(11)V99 VALUE 0.
           05  WS-GL-DEFER-ABS       PIC 9(11)V99.

       01  WS-AMOUNT-ED              PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-QTY-ED                 PIC Z,ZZZ,ZZ9.99.
       01  WS-QTY-ED-2               PIC Z,ZZZ,ZZ9.99.

       01  WS-ERR-CODE               PIC 9(4).
       01  WS-ERR-MSG                PIC X(50).
       01  WS-ERR-SEVERITY           PIC X.

      *    Operator abend fields: this run rewrites the BILLOUT that
      *    PAYPOST posts from - any doubt about an input is a stop
      *    before the copy-back.
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
           PERFORM 2000-PROCESS-DECISIONS
               UNTIL DEC-EOF
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
           MOVE WS-DECISIONS-READ    TO RJ-RECORDS-IN
           MOVE WS-DECISIONS-APPLIED TO RJ-RECORDS-OUT
           MOVE WS-DECISIONS-ERROR   TO RJ-RECORDS-ERROR
           PERFORM 9700-WRITE-RUN-JOURNAL.

       9700-WRITE-RUN-JOURNAL.
      *    Appended to the shop-wide run journal so DAYRPT can
      *    reconstruct what ran overnight without digging through
      *    console logs. Opened per write so the record is on disk
      *    even if the run dies later.
           OPEN EXTEND RUN-JOURNAL
           MOVE 'BILLREL ' TO RJ-JOB-NAME
           ACCEPT RJ-RUN-DT FROM DATE YYYYMMDD
           ACCEPT RJ-RUN-TIME FROM TIME
           WRITE RUN-JRNL-REC
           CLOSE RUN-JOURNAL.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN INPUT HOLD-DECISION-FILE
           IF WS-DEC-FS NOT = '00'
               MOVE 90 TO WS-ABEND-CODE
               MOVE 'HOLD DECISIONS HOLDDEC MISSING OR BAD'
                   TO WS-ABEND-MSG
               MOVE WS-DEC-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN I-O BILL-HOLD-FILE
           IF WS-HOLD-FS NOT = '00' AND WS-HOLD-FS NOT = '05'
               MOVE 91 TO WS-ABEND-CODE
               MOVE 'BILL HOLD FILE BILLHOLD UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-HOLD-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN I-O HELD-INVOICE-FILE
           IF WS-HOLDINV-FS NOT = '00' AND WS-HOLDINV-FS NOT = '05'
               MOVE 91 TO WS-ABEND-CODE
               MOVE 'HELD INVOICE FILE HOLDINV UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-HOLDINV-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN I-O BILLING-HISTORY
           IF WS-HIST-FS NOT = '00' AND WS-HIST-FS NOT = '05'
               MOVE 92 TO WS-ABEND-CODE
               MOVE 'BILLING HISTORY BILLHIST UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-HIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FS NOT = '00'
               MOVE 93 TO WS-ABEND-CODE
               MOVE 'CUSTOMER MASTER CUSTFILE MISSING OR UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-CUST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT BILLING-OUTPUT
           IF WS-BILL-FS NOT = '00' AND WS-BILL-FS NOT = '05'
               MOVE 94 TO WS-ABEND-CODE
               MOVE 'BILLING EXTRACT BILLOUT UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-BILL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN EXTEND INVOICE-FILE
           IF WS-INV-FS NOT = '00' AND WS-INV-FS NOT = '05'
               MOVE 95 TO WS-ABEND-CODE
               MOVE 'INVOICE PRINT FILE INVOICE UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-INV-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT BILLOUT-WORK
                       GL-FEED-FILE
                       REREAD-FILE
                       RELEASE-REGISTER
                       ERROR-LOG
           IF WS-WORK-FS NOT = '00' OR WS-GL-FS NOT = '00'
               OR WS-REREAD-FS NOT = '00' OR WS-REG-FS NOT = '00'
               OR WS-ERR-FS NOT = '00'
               MOVE 96 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN RELEASE OUTPUT FILES'
                   TO WS-ABEND-MSG
      *        Report the status of the file that actually failed.
               EVALUATE TRUE
                   WHEN WS-WORK-FS NOT = '00'
                       MOVE WS-WORK-FS TO WS-ABEND-FS
                   WHEN WS-GL-FS NOT = '00'
                       MOVE WS-GL-FS TO WS-ABEND-FS
                   WHEN WS-REREAD-FS NOT = '00'
                       MOVE WS-REREAD-FS TO WS-ABEND-FS
                   WHEN WS-REG-FS NOT = '00'
                       MOVE WS-REG-FS TO WS-ABEND-FS
                   WHEN OTHER
                       MOVE WS-ERR-FS TO WS-ABEND-FS
               END-EVALUATE
               PERFORM 9999-ABEND
           END-IF
           PERFORM 1100-WRITE-REGISTER-HEADER
           PERFORM 1200-READ-BILLOUT.

       1100-WRITE-REGISTER-HEADER.
           MOVE SPACES TO REG-LINE
           STRING 'HELD BILL RELEASE REGISTER  RUN DATE: '
                      DELIMITED SIZE
                  WS-RUN-DT DELIMITED SIZE
                  '  RUN TIME: ' DELIMITED SIZE
                  WS-RUN-TIME DELIMITED SIZE
               INTO REG-LINE
           WRITE REG-LINE
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE.

       1200-READ-BILLOUT.
           READ BILLING-OUTPUT
               AT END
                   SET BILL-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-BILL-CUST-ID
               NOT AT END
                   ADD 1 TO WS-BILLOUT-READ
                   UNSTRING BILL-OUT-REC DELIMITED BY ','
                       INTO WS-BILL-CUST-ID
                   END-UNSTRING
                   IF WS-BILL-CUST-ID < WS-PREV-BILL-ID
                       DISPLAY 'BILLREL: BILLOUT OUT OF CUSTOMER '
                           'SEQUENCE AT ' WS-BILL-CUST-ID
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-BILL-CUST-ID TO WS-PREV-BILL-ID
                   IF NOT BILLOUT-CYCLE-KNOWN
                       PERFORM 1250-TAKE-BILLOUT-CYCLE
                   END-IF
           END-READ
      *    A mid-run read failure must not be taken as end of
      *    extract - the copy-back would truncate every unread
      *    invoice out of BILLOUT.
           IF WS-BILL-FS NOT = '00' AND NOT BILL-EOF
               MOVE 94 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON BILLOUT'
                   TO WS-ABEND-MSG
               MOVE WS-BILL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       1250-TAKE-BILLOUT-CYCLE.
           MOVE SPACES TO WS-BILLOUT-DT-X
                          WS-BILLOUT-CYCLE-X
           UNSTRING BILL-OUT-REC DELIMITED BY ','
               INTO WS-BILLOUT-SKIP
                    WS-BILLOUT-SKIP
                    WS-BILLOUT-SKIP
                    WS-BILLOUT-SKIP
                    WS-BILLOUT-SKIP
                    WS-BILLOUT-SKIP
                    WS-BILLOUT-SKIP
                    WS-BILLOUT-SKIP
                    WS-BILLOUT-SKIP
                    WS-BILLOUT-DT-X
                    WS-BILLOUT-CYCLE-X
           END-UNSTRING
           IF WS-BILLOUT-DT-X (1:8) NUMERIC
               MOVE WS-BILLOUT-DT-X (1:8) TO WS-BILLOUT-DT
           END-IF
           IF WS-BILLOUT-CYCLE-X NUMERIC
               MOVE WS-BILLOUT-CYCLE-X TO WS-BILLOUT-CYCLE
           END-IF
           SET BILLOUT-CYCLE-KNOWN TO TRUE.

       2000-PROCESS-DECISIONS.
           READ HOLD-DECISION-FILE
               AT END
                   SET DEC-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DECISIONS-READ
                   IF HR-CUST-ID < WS-PREV-DEC-ID
                       PERFORM 1500-DEC-SEQUENCE-ABEND
                   END-IF
                   MOVE HR-CUST-ID TO WS-PREV-DEC-ID
                   PERFORM 3000-VALIDATE-DECISION
           END-READ
           IF WS-DEC-FS NOT = '00' AND WS-DEC-FS NOT = '10'
               MOVE 90 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON HOLDDEC'
                   TO WS-ABEND-MSG
               MOVE WS-DEC-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       1500-DEC-SEQUENCE-ABEND.
           DISPLAY 'BILLREL: HOLDDEC OUT OF CUSTOMER SEQUENCE AT '
               HR-CUST-ID
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       3000-VALIDATE-DECISION.
      *    BILLOUT rows for customers ahead of this one go straight
      *    through, so a released line lands in customer sequence.
           PERFORM 3500-PASS-THROUGH-ROW
               UNTIL BILL-EOF OR WS-BILL-CUST-ID > HR-CUST-ID
           PERFORM 3100-READ-HOLD
           PERFORM 3150-READ-MASTER
           IF HOLD-FOUND AND HR-RELEASE
               PERFORM 3200-CHECK-LATER-PERIOD
               PERFORM 3300-CHECK-PERIOD-CLOSED
               PERFORM 3400-CHECK-BILLOUT-CYCLE
           END-IF
           EVALUATE TRUE
               WHEN HR-OPERATOR-ID = SPACES
                   MOVE 1904 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-DECISION
               WHEN NOT HR-RELEASE AND NOT HR-REREAD
                   MOVE 1903 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-DECISION
               WHEN NOT HOLD-FOUND
                   MOVE 1901 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-DECISION
               WHEN NOT HD-PENDING
                   MOVE 1902 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-DECISION
      *        A later period already archived means the customer
      *        has been billed since - posting this bill now would
      *        land an old period behind the newer one's carried
      *        balance. Return it for a re-read instead.
               WHEN HR-RELEASE AND LATER-PERIOD-BILLED
                   MOVE 1905 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-DECISION
      *        A bill other than a sale already sits on the held
      *        date itself - a rerun billed the period meanwhile.
               WHEN HR-RELEASE AND HELD-PERIOD-BILLED
                   MOVE 1908 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-DECISION
               WHEN HR-RELEASE AND PERIOD-CLOSED
                   MOVE 1906 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-DECISION
      *        The line would post under another cycle's BILLOUT.
      *        The bill stays held for the run that matches it.
               WHEN HR-RELEASE AND NOT BILLOUT-CYCLE-MATCHES
                   MOVE 1907 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-DECISION
               WHEN HR-RELEASE
                   PERFORM 4000-RELEASE-BILL
               WHEN OTHER
                   PERFORM 4500-RETURN-FOR-REREAD
           END-EVALUATE.

       3100-READ-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND-FLAG
           MOVE HR-CUST-ID    TO HD-CUST-ID
           MOVE HR-BILLING-DT TO HD-BILLING-DT
           READ BILL-HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HOLD-FOUND TO TRUE
           END-READ.

       3150-READ-MASTER.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG
           MOVE HR-CUST-ID TO CR-CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO CR-CUST-NAME
                                  CR-CUST-ADDRESS
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
           END-READ.

       3200-CHECK-LATER-PERIOD.
           MOVE 'N' TO WS-LATER-BILLED-FLAG
                       WS-HELD-BILLED-FLAG
                       WS-LATER-SCAN-FLAG
           MOVE HR-CUST-ID    TO BH-CUST-ID
           MOVE HR-BILLING-DT TO BH-BILLING-DT
      *    Starts on the held key itself: only a sale may already
      *    be archived there.
           START BILLING-HISTORY KEY IS NOT < BH-KEY
               INVALID KEY
                   SET LATER-SCAN-DONE TO TRUE
           END-START
           PERFORM 3210-CHECK-ONE-LATER
               UNTIL LATER-SCAN-DONE.

       3210-CHECK-ONE-LATER.
           READ BILLING-HISTORY NEXT RECORD
               AT END
                   SET LATER-SCAN-DONE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN BH-CUST-ID NOT = HR-CUST-ID
                           SET LATER-SCAN-DONE TO TRUE
                       WHEN BH-BILLING-DT = HR-BILLING-DT
                           AND NOT BH-SALES-ITEM
                           SET HELD-PERIOD-BILLED TO TRUE
                           SET LATER-SCAN-DONE TO TRUE
      *                A sale MSYBILL posted after the held date is
      *                not a later billing period.
                       WHEN BH-SALES-ITEM
                           CONTINUE
                       WHEN OTHER
                           SET LATER-PERIOD-BILLED TO TRUE
                           SET LATER-SCAN-DONE TO TRUE
                   END-EVALUATE
           END-READ
           IF WS-HIST-FS NOT = '00' AND NOT LATER-SCAN-DONE
               SET LATER-SCAN-DONE TO TRUE
           END-IF.

       3300-CHECK-PERIOD-CLOSED.
           MOVE 'N' TO WS-PERIOD-CLOSED-FLAG
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FS = '00'
               DIVIDE HD-BILLING-DT BY 100 GIVING RC-PERIOD
               MOVE HD-BILL-CYCLE TO RC-CYCLE
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RC-CLOSED
                           SET PERIOD-CLOSED TO TRUE
                       END-IF
               END-READ
           END-IF
           CLOSE RUN-CONTROL-FILE.

       3400-CHECK-BILLOUT-CYCLE.
           MOVE 'N' TO WS-CYCLE-MATCH-FLAG
           IF NOT BILLOUT-CYCLE-KNOWN
               SET BILLOUT-CYCLE-MATCHES TO TRUE
           ELSE
               IF WS-BILLOUT-DT = HD-BILLING-DT
                   AND WS-BILLOUT-CYCLE = HD-BILL-CYCLE
                   SET BILLOUT-CYCLE-MATCHES TO TRUE
               END-IF
           END-IF.

       3500-PASS-THROUGH-ROW.
           MOVE BILL-OUT-REC TO WORK-REC
           PERFORM 5000-WRITE-WORK-ROW
           PERFORM 1200-READ-BILLOUT.

       4000-RELEASE-BILL.
      *    The bill posts exactly as BILL-CALC computed it - nothing
      *    is re-priced, so the invoice, BILLOUT line, archive, and
      *    GL all agree with what the reviewer saw on HOLDRPT.
           MOVE HD-BILLOUT-LINE TO WORK-REC
           PERFORM 5000-WRITE-WORK-ROW
           IF NOT BILLOUT-CYCLE-KNOWN
               MOVE HD-BILLING-DT TO WS-BILLOUT-DT
               MOVE HD-BILL-CYCLE TO WS-BILLOUT-CYCLE
               SET BILLOUT-CYCLE-KNOWN TO TRUE
           END-IF
           MOVE HD-HIST-IMAGE TO BILL-HIST-REC
           WRITE BILL-HIST-REC
               INVALID KEY
                   PERFORM 4050-REPLACE-HISTORY-REC
           END-WRITE
           IF WS-HIST-FS NOT = '00'
               MOVE 92 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON BILLING HISTORY BILLHIST'
                   TO WS-ABEND-MSG
               MOVE WS-HIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           MOVE 1 TO WS-LINE-SUB
           PERFORM 4100-PRINT-ONE-LINE
               UNTIL WS-LINE-SUB > HD-INV-LINE-CNT
           ADD HD-BASE-CHARGES  TO WS-GL-BASE-TOTAL
           ADD HD-TIER2-CHARGES TO WS-GL-TIER2-TOTAL
           ADD HD-TIER3-CHARGES TO WS-GL-TIER3-TOTAL
           ADD HD-PENALTY       TO WS-GL-PENALTY-TOTAL
           ADD HD-TAX-AMT       TO WS-GL-TAX-TOTAL
           ADD HD-NEW-CHARGES   TO WS-GL-REVENUE-TOTAL
           ADD HD-BUDGET-DEFER  TO WS-GL-BUDGET-DEFER
           SET HD-RELEASED TO TRUE
           PERFORM 4800-REWRITE-HOLD
           ADD 1 TO WS-BILLS-RELEASED
           PERFORM 4900-WRITE-REGISTER-ENTRY.

       4050-REPLACE-HISTORY-REC.
      *    The key is already on file - a sale MSYBILL posted on the
      *    billing date while the bill sat on hold. The released
      *    bill replaces the record but keeps the sale riding on
      *    the key, the way BILL-CALC's 6070-REPLACE-HISTORY-REC
      *    does. Anything but a sale on the key was refused by
      *    3200-CHECK-LATER-PERIOD and is never overwritten here.
           MOVE BILL-HIST-REC TO WS-NEW-HIST-REC
           MOVE 0 TO WS-CARRY-SALES-AMT
                     WS-CARRY-SALES-OPEN
           READ BILLING-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT BH-SALES-ITEM
                       MOVE 92 TO WS-ABEND-CODE
                       MOVE 'BILLHIST KEY ALREADY BILLED - NOT A SALE'
                           TO WS-ABEND-MSG
                       MOVE WS-HIST-FS TO WS-ABEND-FS
                       PERFORM 9999-ABEND
                   END-IF
                   IF BH-SALES-AMT NUMERIC AND BH-SALES-AMT > 0
                       MOVE BH-SALES-AMT TO WS-CARRY-SALES-AMT
                       MOVE BH-OPEN-AMT TO WS-CARRY-SALES-OPEN
                   END-IF
           END-READ
           MOVE WS-NEW-HIST-REC TO BILL-HIST-REC
           ADD WS-CARRY-SALES-AMT TO BH-SALES-AMT
                                     BH-TOTAL-DUE
           ADD WS-CARRY-SALES-OPEN TO BH-OPEN-AMT
           REWRITE BILL-HIST-REC.

       4100-PRINT-ONE-LINE.
      *    The held invoice's lines go to the print file in the
      *    order BILL-CALC produced them, and off HOLDINV.
           MOVE HD-CUST-ID    TO HI-CUST-ID
           MOVE HD-BILLING-DT TO HI-BILLING-DT
           MOVE WS-LINE-SUB   TO HI-LINE-NO
           READ HELD-INVOICE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HI-LINE TO INV-LINE
                   WRITE INV-LINE
                   ADD 1 TO WS-INV-LINES-PRINTED
                   DELETE HELD-INVOICE-FILE
           END-READ
           ADD 1 TO WS-LINE-SUB.

       4150-DROP-ONE-LINE.
           MOVE HD-CUST-ID    TO HI-CUST-ID
           MOVE HD-BILLING-DT TO HI-BILLING-DT
           MOVE WS-LINE-SUB   TO HI-LINE-NO
           DELETE HELD-INVOICE-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           ADD 1 TO WS-LINE-SUB.

       4500-RETURN-FOR-REREAD.
      *    The bill never posts. Its invoice lines are dropped, the
      *    field gets a re-read order showing what looked wrong, and
      *    whatever the bill had carried in from the prior cycle is
      *    logged so collections and REFUND can pick it up by hand.
           MOVE 1 TO WS-LINE-SUB
           PERFORM 4150-DROP-ONE-LINE
               UNTIL WS-LINE-SUB > HD-INV-LINE-CNT
           MOVE HD-USAGE-QTY TO WS-QTY-ED
           MOVE HD-AVG-QTY   TO WS-QTY-ED-2
           MOVE SPACES TO REREAD-REC
           STRING HD-CUST-ID DELIMITED SIZE
                  ',' DELIMITED SIZE
                  CR-CUST-NAME DELIMITED SIZE
                  ',' DELIMITED SIZE
                  CR-CUST-ADDRESS DELIMITED SIZE
                  ',' DELIMITED SIZE
                  HD-BILLING-DT DELIMITED SIZE
                  ',' DELIMITED SIZE
                  HD-EXCEPTION-TYPE DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-QTY-ED DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-QTY-ED-2 DELIMITED SIZE
               INTO REREAD-REC
           WRITE REREAD-REC
           IF HD-PREV-BAL-AMT > 0
               MOVE 1006 TO WS-ERR-CODE
               PERFORM 8100-LOG-CARRY
           END-IF
           IF HD-CREDIT-AMT > 0
               MOVE 1007 TO WS-ERR-CODE
               PERFORM 8100-LOG-CARRY
           END-IF
           SET HD-REREAD TO TRUE
           PERFORM 4800-REWRITE-HOLD
           ADD 1 TO WS-BILLS-REREAD
           PERFORM 4900-WRITE-REGISTER-ENTRY.

       4800-REWRITE-HOLD.
           MOVE WS-RUN-DT      TO HD-DECISION-DT
           MOVE HR-OPERATOR-ID TO HD-DECISION-OPER
           REWRITE BILL-HOLD-REC
           IF WS-HOLD-FS NOT = '00'
               MOVE 91 TO WS-ABEND-CODE
               MOVE 'REWRITE FAILED ON BILL HOLD FILE BILLHOLD'
                   TO WS-ABEND-MSG
               MOVE WS-HOLD-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-DECISIONS-APPLIED.

       4900-WRITE-REGISTER-ENTRY.
           MOVE HD-NEW-CHARGES TO WS-AMOUNT-ED
           MOVE SPACES TO REG-LINE
           STRING HD-CUST-ID DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  CR-CUST-NAME DELIMITED SIZE
                  '  PERIOD ' DELIMITED SIZE
                  HD-BILLING-DT DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
                  '  DECIDED BY ' DELIMITED SIZE
                  HR-OPERATOR-ID DELIMITED SIZE
               INTO REG-LINE
           WRITE REG-LINE
           MOVE SPACES TO REG-LINE
           IF HD-RELEASED
               MOVE HD-TOTAL-DUE TO WS-AMOUNT-ED
               STRING '    RELEASED - POSTED TO BILLOUT AND BILLHIST,'
                          DELIMITED SIZE
                      ' TOTAL DUE ' DELIMITED SIZE
                      WS-AMOUNT-ED DELIMITED SIZE
                   INTO REG-LINE
           ELSE
               STRING '    RETURNED FOR METER RE-READ - BILL '
                          DELIMITED SIZE
                      'CANCELLED' DELIMITED SIZE
                   INTO REG-LINE
           END-IF
           WRITE REG-LINE.

       5000-WRITE-WORK-ROW.
           WRITE WORK-REC
           IF WS-WORK-FS NOT = '00'
               MOVE 97 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON WORK FILE RELWORK'
                   TO WS-ABEND-MSG
               MOVE WS-WORK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-BILLOUT-WRITTEN.

       8100-LOG-CARRY.
      *    Same codes BILL-CALC logs for a carried balance or credit
      *    that could not ride onto a bill this cycle.
           PERFORM 8050-LOOKUP-ERR-MSG
           IF WS-ERR-CODE = 1006
               MOVE HD-PREV-BAL-AMT TO WS-AMOUNT-ED
           ELSE
               MOVE HD-CREDIT-AMT TO WS-AMOUNT-ED
           END-IF
           MOVE SPACES TO ERR-LOG-REC
           STRING HD-CUST-ID DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-ERR-CODE DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-ERR-MSG DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO ERR-LOG-REC
           WRITE ERR-LOG-REC.

       8200-REJECT-DECISION.
           PERFORM 8050-LOOKUP-ERR-MSG
           MOVE SPACES TO ERR-LOG-REC
           STRING HR-CUST-ID DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-ERR-CODE DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-ERR-MSG DELIMITED SIZE
               INTO ERR-LOG-REC
           WRITE ERR-LOG-REC
           ADD 1 TO WS-DECISIONS-ERROR
           MOVE SPACES TO REG-LINE
           STRING HR-CUST-ID DELIMITED SIZE
                  '  PERIOD ' DELIMITED SIZE
                  HR-BILLING-DT DELIMITED SIZE
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
      *    BILLOUT rows past the last decision pass straight through.
           PERFORM 3500-PASS-THROUGH-ROW
               UNTIL BILL-EOF
           PERFORM 9200-WRITE-REGISTER-TOTALS
           PERFORM 9300-WRITE-GL-FEED
           CLOSE HOLD-DECISION-FILE
                 BILL-HOLD-FILE
                 HELD-INVOICE-FILE
                 BILLING-HISTORY
                 CUSTOMER-FILE
                 BILLING-OUTPUT
                 BILLOUT-WORK
                 INVOICE-FILE
                 GL-FEED-FILE
                 REREAD-FILE
                 RELEASE-REGISTER
                 ERROR-LOG
           PERFORM 9100-COMMIT-BILLOUT
           DISPLAY 'DECISIONS READ:     ' WS-DECISIONS-READ
           DISPLAY 'DECISIONS APPLIED:  ' WS-DECISIONS-APPLIED
           DISPLAY 'DECISIONS ERROR:    ' WS-DECISIONS-ERROR
           DISPLAY 'BILLS RELEASED:     ' WS-BILLS-RELEASED
           DISPLAY 'BILLS RE-READ:      ' WS-BILLS-REREAD
           DISPLAY 'INVOICE LINES:      ' WS-INV-LINES-PRINTED
           DISPLAY 'BILLOUT READ:       ' WS-BILLOUT-READ
           DISPLAY 'BILLOUT WRITTEN:    ' WS-BILLOUT-WRITTEN.

       9100-COMMIT-BILLOUT.
      *    The merged extract only lands on BILLOUT after the whole
      *    run - ledger, invoices, GL, and register - finished
      *    cleanly, so a run that dies mid-pass leaves the real file
      *    untouched. The copy-back itself is the only window left,
      *    and it is a straight file copy an operator can redo from
      *    RELWORK.
           OPEN INPUT BILLOUT-WORK
           IF WS-WORK-FS NOT = '00'
               MOVE 97 TO WS-ABEND-CODE
               MOVE 'WORK FILE RELWORK UNREADABLE FOR COPY-BACK'
                   TO WS-ABEND-MSG
               MOVE WS-WORK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT BILLING-OUTPUT
           PERFORM 9150-COPY-ONE-ROW
               UNTIL WORK-EOF
           CLOSE BILLOUT-WORK
                 BILLING-OUTPUT.

       9150-COPY-ONE-ROW.
           READ BILLOUT-WORK
               AT END
                   SET WORK-EOF TO TRUE
               NOT AT END
                   MOVE WORK-REC TO BILL-OUT-REC
                   WRITE BILL-OUT-REC
           END-READ
           IF WS-WORK-FS NOT = '00' AND NOT WORK-EOF
               MOVE 97 TO WS-ABEND-CODE
               MOVE 'READ FAILED DURING BILLOUT COPY-BACK'
                   TO WS-ABEND-MSG
               MOVE WS-WORK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           IF WS-BILL-FS NOT = '00' AND NOT WORK-EOF
               MOVE 94 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED DURING BILLOUT COPY-BACK'
                   TO WS-ABEND-MSG
               MOVE WS-BILL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       9200-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE
           MOVE WS-GL-REVENUE-TOTAL TO WS-AMOUNT-ED
           MOVE SPACES TO REG-LINE
           STRING 'TOTAL RELEASED:         ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
                  '  (' DELIMITED SIZE
                  WS-BILLS-RELEASED DELIMITED SIZE
                  ' BILLS)' DELIMITED SIZE
               INTO REG-LINE
           WRITE REG-LINE
           MOVE SPACES TO REG-LINE
           STRING 'RETURNED FOR RE-READ:   ' DELIMITED SIZE
                  WS-BILLS-REREAD DELIMITED SIZE
                  ' BILLS' DELIMITED SIZE
               INTO REG-LINE
           WRITE REG-LINE
           MOVE SPACES TO REG-LINE
           STRING 'DECISIONS REJECTED:     ' DELIMITED SIZE
                  WS-DECISIONS-ERROR DELIMITED SIZE
               INTO REG-LINE
           WRITE REG-LINE.

       9300-WRITE-GL-FEED.
      *    One journal entry set per run, on the same accounts as
      *    BILL-CALC's billing entries: receivables debited for the
      *    released bills' new charges, each revenue and tax account
      *    credited, and any budget-billing spread parked in the
      *    deferral account.
           MOVE SPACES TO GL-REC
           MOVE '1200' TO GL-ACCOUNT-CODE
           MOVE 'DR' TO GL-DR-CR
           MOVE WS-GL-REVENUE-TOTAL TO GL-AMOUNT
           MOVE 'ACCOUNTS RECEIVABLE' TO GL-DESCRIPTION
           WRITE GL-REC

           MOVE SPACES TO GL-REC
           MOVE '4100' TO GL-ACCOUNT-CODE
           MOVE 'CR' TO GL-DR-CR
           MOVE WS-GL-BASE-TOTAL TO GL-AMOUNT
           MOVE 'BASE USAGE REVENUE' TO GL-DESCRIPTION
           WRITE GL-REC

           MOVE SPACES TO GL-REC
           MOVE '4200' TO GL-ACCOUNT-CODE
           MOVE 'CR' TO GL-DR-CR
           MOVE WS-GL-TIER2-TOTAL TO GL-AMOUNT
           MOVE 'TIER 2 USAGE REVENUE' TO GL-DESCRIPTION
           WRITE GL-REC

           MOVE SPACES TO GL-REC
           MOVE '4300' TO GL-ACCOUNT-CODE
           MOVE 'CR' TO GL-DR-CR
           MOVE WS-GL-TIER3-TOTAL TO GL-AMOUNT
           MOVE 'TIER 3 USAGE REVENUE' TO GL-DESCRIPTION
           WRITE GL-REC

           MOVE SPACES TO GL-REC
           MOVE '4900' TO GL-ACCOUNT-CODE
           MOVE 'CR' TO GL-DR-CR
           MOVE WS-GL-PENALTY-TOTAL TO GL-AMOUNT
           MOVE 'LATE FEE REVENUE' TO GL-DESCRIPTION
           WRITE GL-REC

           MOVE SPACES TO GL-REC
           MOVE '2200' TO GL-ACCOUNT-CODE
           MOVE 'CR' TO GL-DR-CR
           MOVE WS-GL-TAX-TOTAL TO GL-AMOUNT
           MOVE 'SALES TAX PAYABLE' TO GL-DESCRIPTION
           WRITE GL-REC

           IF WS-GL-BUDGET-DEFER NOT = 0
               MOVE SPACES TO GL-REC
               MOVE '2400' TO GL-ACCOUNT-CODE
               IF WS-GL-BUDGET-DEFER > 0
                   MOVE 'CR' TO GL-DR-CR
                   MOVE WS-GL-BUDGET-DEFER TO WS-GL-DEFER-ABS
               ELSE
                   MOVE 'DR' TO GL-DR-CR
                   COMPUTE WS-GL-DEFER-ABS =
                       WS-GL-BUDGET-DEFER * -1
               END-IF
               MOVE WS-GL-DEFER-ABS TO GL-AMOUNT
               MOVE 'BUDGET BILLING DEFERRAL' TO GL-DESCRIPTION
               WRITE GL-REC
           END-IF.

       9999-ABEND.
           DISPLAY 'BILLREL ABEND ' WS-ABEND-CODE ': '
               WS-ABEND-MSG
           DISPLAY 'FILE STATUS: ' WS-ABEND-FS
           MOVE WS-ABEND-CODE TO RETURN-CODE
           STOP RUN.
