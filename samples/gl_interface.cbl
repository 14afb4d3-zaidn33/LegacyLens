      *===============================================================*
      * PROGRAM-ID: GLINTF
      * AUTHOR:     LEGACY-SYSTEM
      * DATE:       2026-10-15
      *---------------------------------------------------------------*
      * General Ledger Interface.
      * Every posting program writes its own GL feed in the GL-REC
      * layout - GLFEED (BILL-CALC), MSYGLFD (MSYBILL), REFGLFD
      * (REFUND), WOFGLFD (WRITEOFF), DEPGLFD (DEPOSIT), ADJGLFD
      * (ADJMEMO), RELGLFD (BILLREL), ACRGLFD (ACCRUAL) and CHKGLFD
      * (CHKRECON) - and none of them says which run made it or
      * which period it belongs to. This run collects every feed
      * produced since the last interface into one consolidated
      * journal (GLJRNL) for the ledger upload, each feed posted as
      * its own journal: every line stamped with the journal number,
      * the source program and feed, the accounting period and the
      * date of the run that produced it.
      * The report (GLTBRPT) lists what became of each feed and a
      * trial balance by account of everything interfaced.
      *
      * A feed is produced since the last interface when its
      * program has written an end record to RUNJRNL since the run
      * GLCTL says was last interfaced; otherwise the file on hand
      * is the one already sent, and it is left alone. Each feed
      * collected must prove its debits equal its credits. A feed
      * that does not prove, that matches line for line the one
      * already interfaced (the producer's new run did not replace
      * it), that changed with no finished run behind it, or whose
      * producer started again and never finished, is rejected: it
      * stays out of the journal, a reject ('R') record goes to
      * RUNJRNL so JOBGATE stops the stream, and the run ends with
      * return code 4. A rejected feed is collected by the first
      * interface after its producer finishes a good run - except
      * one already interfaced, whose entries are on the ledger and
      * which is only reported once.
      * A program that finished more than once since the last
      * interface overwrote its earlier feed: the feed on hand is
      * interfaced, and the lost runs are journaled as a reject so
      * their entries are posted by hand before the stream goes on.
      *
      * A reversing feed (the month-end unbilled revenue accrual,
      * ACRGLFD) is journaled twice when collected: once as
      * produced, and again under the next journal number with
      * every debit and credit swapped, posted to the next period
      * and effective the first day of it, so the accrual comes
      * off the books on its own once the month it was made for
      * has closed.
      *
      * GLCTL is only updated once the journal is complete, so a
      * run that dies part-way is simply run again. The accounting
      * period is the month of the producing run, unless the
      * optional parm GLIPARM names the period to post to (late
      * runs held into a month still open for close).
      *===============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLINTF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'GLIPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
           SELECT OPTIONAL GL-CONTROL-FILE ASSIGN TO 'GLCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GC-SOURCE-JOB
               FILE STATUS IS WS-CTL-FS.
      *    One SELECT per feed, in the order of WS-FEED-VALUES. A
      *    feed whose program has never run has no file.
           SELECT OPTIONAL BILLCALC-FEED ASSIGN TO 'GLFEED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FS.
           SELECT OPTIONAL MSYBILL-FEED ASSIGN TO 'MSYGLFD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FS.
           SELECT OPTIONAL REFUND-FEED ASSIGN TO 'REFGLFD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FS.
           SELECT OPTIONAL WRITEOFF-FEED ASSIGN TO 'WOFGLFD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FS.
           SELECT OPTIONAL DEPOSIT-FEED ASSIGN TO 'DEPGLFD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FS.
           SELECT OPTIONAL ADJMEMO-FEED ASSIGN TO 'ADJGLFD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FS.
           SELECT OPTIONAL BILLREL-FEED ASSIGN TO 'RELGLFD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FS.
           SELECT OPTIONAL ACCRUAL-FEED ASSIGN TO 'ACRGLFD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FS.
           SELECT OPTIONAL CHKRECON-FEED ASSIGN TO 'CHKGLFD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FS.
           SELECT GL-JOURNAL-FILE ASSIGN TO 'GLJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJ-FS.
           SELECT TRIAL-BALANCE-REPORT ASSIGN TO 'GLTBRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT OPTIONAL RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD PARM-FILE.
       01  PARM-REC.
           05  PARM-ACCT-PERIOD      PIC 9(6).

       FD GL-CONTROL-FILE.
       COPY GL-INTERFACE-CONTROL-RECORD.

      *    The feeds are read INTO WS-GL-LINE, which carries the
      *    GL-REC field layout every feed program writes.
       FD BILLCALC-FEED.
       01  BILLCALC-FEED-REC         PIC X(50).

       FD MSYBILL-FEED.
       01  MSYBILL-FEED-REC          PIC X(50).

       FD REFUND-FEED.
       01  REFUND-FEED-REC           PIC X(50).

       FD WRITEOFF-FEED.
       01  WRITEOFF-FEED-REC         PIC X(50).

       FD DEPOSIT-FEED.
       01  DEPOSIT-FEED-REC          PIC X(50).

       FD ADJMEMO-FEED.
       01  ADJMEMO-FEED-REC          PIC X(50).

       FD BILLREL-FEED.
       01  BILLREL-FEED-REC          PIC X(50).

       FD ACCRUAL-FEED.
       01  ACCRUAL-FEED-REC          PIC X(50).

       FD CHKRECON-FEED.
       01  CHKRECON-FEED-REC         PIC X(50).

       FD GL-JOURNAL-FILE.
       COPY GL-JOURNAL-RECORD.

       FD TRIAL-BALANCE-REPORT.
       01  RPT-LINE                  PIC X(132).

       FD RUN-JOURNAL.
       COPY RUN-JOURNAL-RECORD.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-PARM-FS            PIC XX.
           05  WS-CTL-FS             PIC XX.
           05  WS-FEED-FS            PIC XX.
           05  WS-GLJ-FS             PIC XX.
           05  WS-RPT-FS             PIC XX.
           05  WS-JRNL-FS            PIC XX.

       01  WS-FLAGS.
           05  WS-JRNL-EOF-FLAG      PIC X VALUE 'N'.
               88  JRNL-EOF          VALUE 'Y'.
           05  WS-FEED-EOF-FLAG      PIC X VALUE 'N'.
               88  FEED-EOF          VALUE 'Y'.
           05  WS-CTL-NEW-FLAG       PIC X VALUE 'N'.
               88  CTL-FILE-NEW      VALUE 'Y'.

      *    The feeds this interface collects: the producing job's
      *    RUNJRNL name, the feed's logical file name, and 'Y' for
      *    a feed that reverses itself in the next period.
       01  WS-FEED-VALUES.
           05  FILLER            PIC X(17) VALUE 'BILLCALCGLFEED  N'.
           05  FILLER            PIC X(17) VALUE 'MSYBILL MSYGLFD N'.
           05  FILLER            PIC X(17) VALUE 'REFUND  REFGLFD N'.
           05  FILLER            PIC X(17) VALUE 'WRITEOFFWOFGLFD N'.
           05  FILLER            PIC X(17) VALUE 'DEPOSIT DEPGLFD N'.
           05  FILLER            PIC X(17) VALUE 'ADJMEMO ADJGLFD N'.
           05  FILLER            PIC X(17) VALUE 'BILLREL RELGLFD N'.
           05  FILLER            PIC X(17) VALUE 'ACCRUAL ACRGLFD Y'.
           05  FILLER            PIC X(17) VALUE 'CHKRECONCHKGLFD N'.
       01  WS-FEED-DEFS REDEFINES WS-FEED-VALUES.
           05  WS-FEED-DEF OCCURS 9 TIMES.
               10  WS-FEED-JOB       PIC X(8).
               10  WS-FEED-NAME      PIC X(8).
               10  WS-FEED-REVERSING PIC X.
                   88  FEED-REVERSES VALUE 'Y'.
       01  WS-FEED-COUNT             PIC 9(2) VALUE 9.
       01  WS-FEED-SUB               PIC 9(2).
       01  WS-FOUND-SUB              PIC 9(2).

      *    Per feed: the producer's latest start and end on RUNJRNL
      *    (date and time run together so they compare in order),
      *    what GLCTL says was last interfaced, and what this run
      *    decided.
       01  WS-FEED-STATE.
           05  WS-FEED-ENTRY OCCURS 9 TIMES.
               10  WS-FE-LAST-START  PIC 9(16).
               10  WS-FE-LAST-END    PIC 9(16).
               10  WS-FE-END-DT      PIC 9(8).
               10  WS-FE-END-TIME    PIC 9(8).
               10  WS-FE-NEW-RUNS    PIC 9(3).
               10  WS-FE-CTL-FOUND   PIC X.
               10  WS-FE-CTL-STAMP   PIC 9(16).
               10  WS-FE-CTL-LINES   PIC 9(6).
               10  WS-FE-CTL-DR      PIC 9(11)V99.
               10  WS-FE-CTL-CR      PIC 9(11)V99.
               10  WS-FE-CTL-JRNL-NO PIC 9(8).
               10  WS-FE-LINES       PIC 9(6).
               10  WS-FE-DR          PIC 9(11)V99.
               10  WS-FE-CR          PIC 9(11)V99.
               10  WS-FE-ACTION      PIC X.
                   88  FE-COLLECT    VALUE 'C'.
                   88  FE-NO-NEW-RUN VALUE 'N'.
                   88  FE-NO-ENTRIES VALUE 'Z'.
                   88  FE-REJECT     VALUE 'R'.
               10  WS-FE-DUPLICATE   PIC X.
                   88  FE-DUPLICATE  VALUE 'Y'.
               10  WS-FE-REASON      PIC X(40).
               10  WS-FE-JRNL-NO     PIC 9(8).
               10  WS-FE-PERIOD      PIC 9(6).
               10  WS-FE-REV-JRNL-NO PIC 9(8).
               10  WS-FE-REV-PERIOD  PIC 9(6).
               10  WS-FE-REV-DT      PIC 9(8).

      *    One GL-REC line as the feed programs write it.
       01  WS-GL-LINE.
           05  WS-GL-ACCOUNT-CODE    PIC X(4).
           05  FILLER                PIC X.
           05  WS-GL-DR-CR           PIC X(2).
           05  FILLER                PIC X.
           05  WS-GL-AMOUNT          PIC 9(9)V99.
           05  FILLER                PIC X.
           05  WS-GL-DESCRIPTION     PIC X(30).

      *    The current feed's proof pass.
       01  WS-FEED-TOTALS.
           05  WS-FEED-LINES         PIC 9(6).
           05  WS-FEED-NONZERO       PIC 9(6).
           05  WS-FEED-BAD           PIC 9(6).
           05  WS-FEED-DR            PIC 9(11)V99.
           05  WS-FEED-CR            PIC 9(11)V99.
           05  WS-JRNL-LINE-NO       PIC 9(4).

      *    The journal the current pass writes: the feed as
      *    produced, or its reversal.
       01  WS-CUR-JOURNAL.
           05  WS-CUR-JRNL-NO        PIC 9(8).
           05  WS-CUR-PERIOD         PIC 9(6).
           05  WS-CUR-EFFECTIVE-DT   PIC 9(8).
           05  WS-CUR-REVERSES       PIC 9(8).

      *    The period after the feed's, for a reversal.
       01  WS-NEXT-PERIOD            PIC 9(6).
       01  WS-NEXT-PERIOD-R REDEFINES WS-NEXT-PERIOD.
           05  WS-NEXT-YYYY          PIC 9(4).
           05  WS-NEXT-MM            PIC 9(2).

      *    Trial balance of everything interfaced this run, kept in
      *    account order.
       01  WS-TB-TABLE.
           05  WS-TB-COUNT           PIC 9(2) VALUE 0.
           05  WS-TB-ENTRY OCCURS 50 TIMES.
               10  WS-TB-ACCOUNT     PIC X(4).
               10  WS-TB-DR          PIC 9(11)V99.
               10  WS-TB-CR          PIC 9(11)V99.
       01  WS-TB-SUB                 PIC 9(2).
       01  WS-TB-NEXT-SUB            PIC 9(2).
       01  WS-TB-FOUND-SUB           PIC 9(2).
       01  WS-TB-INSERT-SUB          PIC 9(2).
       01  WS-TB-NET                 PIC S9(11)V99.

       01  WS-RUN-DT                 PIC 9(8).
       01  WS-RUN-TIME               PIC 9(8).
       01  WS-PARM-PERIOD            PIC 9(6) VALUE 0.
       01  WS-PARM-MONTH             PIC 9(2).
       01  WS-STAMP                  PIC 9(16).
       01  WS-LAST-JOURNAL-NO        PIC 9(8) VALUE 0.

       01  WS-COUNTERS.
           05  WS-LINES-READ         PIC 9(6) VALUE 0.
           05  WS-LINES-JOURNALED    PIC 9(6) VALUE 0.
           05  WS-FEEDS-COLLECTED    PIC 9(2) VALUE 0.
           05  WS-FEEDS-REJECTED     PIC 9(2) VALUE 0.
           05  WS-TOT-DR             PIC 9(11)V99 VALUE 0.
           05  WS-TOT-CR             PIC 9(11)V99 VALUE 0.

       01  WS-RUNS-LOST              PIC 9(3).
       01  WS-STATUS-TEXT            PIC X(52).
       01  WS-JRNL-NO-ED             PIC Z(7)9.
       01  WS-LINES-ED               PIC Z(5)9.
       01  WS-AMT-ED1                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-ED2                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-NET-ED                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

      *    Operator abend fields.
       01  WS-ABEND-CODE             PIC 9(2).
       01  WS-ABEND-MSG              PIC X(50).
       01  WS-ABEND-FS               PIC XX.

      *===============================================================*
       PROCEDURE DIVISION.
      *===============================================================*

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1090-JOURNAL-START
           PERFORM 1300-LOAD-CONTROL
           PERFORM 1200-SCAN-RUN-JOURNAL
           PERFORM 1400-WRITE-REPORT-HEADER
           MOVE 1 TO WS-FEED-SUB
           PERFORM 2000-PROCESS-ONE-FEED
               UNTIL WS-FEED-SUB > WS-FEED-COUNT
           PERFORM 8000-WRITE-TRIAL-BALANCE
           CLOSE GL-JOURNAL-FILE
           PERFORM 9100-COMMIT-CONTROL
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
           MOVE WS-LINES-READ      TO RJ-RECORDS-IN
           MOVE WS-LINES-JOURNALED TO RJ-RECORDS-OUT
           MOVE WS-FEEDS-REJECTED  TO RJ-RECORDS-ERROR
           PERFORM 9700-WRITE-RUN-JOURNAL.

       9700-WRITE-RUN-JOURNAL.
      *    Appended to the shop-wide run journal so DAYRPT can
      *    reconstruct what ran overnight without digging through
      *    console logs. Opened per write so the record is on disk
      *    even if the run dies later.
           OPEN EXTEND RUN-JOURNAL
           MOVE 'GLINTF  ' TO RJ-JOB-NAME
           ACCEPT RJ-RUN-DT FROM DATE YYYYMMDD
           ACCEPT RJ-RUN-TIME FROM TIME
           WRITE RUN-JRNL-REC
           CLOSE RUN-JOURNAL.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           INITIALIZE WS-FEED-STATE
           OPEN INPUT PARM-FILE
           IF WS-PARM-FS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARM-FS = '00'
                   AND PARM-ACCT-PERIOD NUMERIC
                   AND PARM-ACCT-PERIOD NOT = 0
                   MOVE PARM-ACCT-PERIOD (5:2) TO WS-PARM-MONTH
                   IF WS-PARM-MONTH < 1 OR WS-PARM-MONTH > 12
                       MOVE 50 TO WS-ABEND-CODE
                       MOVE 'GLIPARM ACCOUNTING PERIOD IS NOT YYYYMM'
                           TO WS-ABEND-MSG
                       MOVE WS-PARM-FS TO WS-ABEND-FS
                       PERFORM 9999-ABEND
                   END-IF
                   MOVE PARM-ACCT-PERIOD TO WS-PARM-PERIOD
                   DISPLAY 'GLINTF: POSTING TO PERIOD ' WS-PARM-PERIOD
               END-IF
               CLOSE PARM-FILE
           END-IF
           OPEN OUTPUT GL-JOURNAL-FILE
           IF WS-GLJ-FS NOT = '00'
               MOVE 51 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN CONSOLIDATED JOURNAL GLJRNL'
                   TO WS-ABEND-MSG
               MOVE WS-GLJ-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT TRIAL-BALANCE-REPORT
           IF WS-RPT-FS NOT = '00'
               MOVE 52 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN TRIAL BALANCE REPORT GLTBRPT'
                   TO WS-ABEND-MSG
               MOVE WS-RPT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       1200-SCAN-RUN-JOURNAL.
      *    The journal is chronological, so each feed program's last
      *    start and last end are simply the last ones read. Runs
      *    finished since the last interface are counted: each
      *    rewrote the feed, so only the last one's is on hand.
           OPEN INPUT RUN-JOURNAL
           IF WS-JRNL-FS NOT = '00'
               MOVE 53 TO WS-ABEND-CODE
               MOVE 'RUN JOURNAL RUNJRNL UNREADABLE'
                   TO WS-ABEND-MSG
               MOVE WS-JRNL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           PERFORM 1210-SCAN-ONE-ENTRY
               UNTIL JRNL-EOF
           CLOSE RUN-JOURNAL.

       1210-SCAN-ONE-ENTRY.
           READ RUN-JOURNAL
               AT END
                   SET JRNL-EOF TO TRUE
               NOT AT END
                   PERFORM 1220-NOTE-FEED-RUN
           END-READ
           IF WS-JRNL-FS NOT = '00' AND NOT JRNL-EOF
               MOVE 53 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON RUNJRNL'
                   TO WS-ABEND-MSG
               MOVE WS-JRNL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       1220-NOTE-FEED-RUN.
           MOVE 0 TO WS-FOUND-SUB
           MOVE 1 TO WS-FEED-SUB
           PERFORM 1230-CHECK-ONE-FEED-JOB
               UNTIL WS-FEED-SUB > WS-FEED-COUNT
           IF WS-FOUND-SUB > 0
               COMPUTE WS-STAMP = RJ-RUN-DT * 100000000
                                + RJ-RUN-TIME
               EVALUATE TRUE
                   WHEN RJ-START-REC
                       MOVE WS-STAMP
                           TO WS-FE-LAST-START (WS-FOUND-SUB)
                   WHEN RJ-END-REC
                       MOVE WS-STAMP
                           TO WS-FE-LAST-END (WS-FOUND-SUB)
                       MOVE RJ-RUN-DT
                           TO WS-FE-END-DT (WS-FOUND-SUB)
                       MOVE RJ-RUN-TIME
                           TO WS-FE-END-TIME (WS-FOUND-SUB)
                       IF WS-STAMP > WS-FE-CTL-STAMP (WS-FOUND-SUB)
                           ADD 1 TO WS-FE-NEW-RUNS (WS-FOUND-SUB)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       1230-CHECK-ONE-FEED-JOB.
           IF WS-FEED-JOB (WS-FEED-SUB) = RJ-JOB-NAME
               MOVE WS-FEED-SUB TO WS-FOUND-SUB
           END-IF
           ADD 1 TO WS-FEED-SUB.

       1300-LOAD-CONTROL.
      *    No GLCTL yet (05) is the first interface: nothing has
      *    been sent, and journal numbers start from 1.
           OPEN INPUT GL-CONTROL-FILE
           EVALUATE WS-CTL-FS
               WHEN '00'
                   MOVE 1 TO WS-FEED-SUB
                   PERFORM 1310-LOAD-ONE-CONTROL
                       UNTIL WS-FEED-SUB > WS-FEED-COUNT
                   MOVE 'GLINTF  ' TO GC-SOURCE-JOB
                   READ GL-CONTROL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE GC-LAST-JOURNAL-NO
                               TO WS-LAST-JOURNAL-NO
                   END-READ
                   PERFORM 1320-CHECK-CONTROL-READ
               WHEN '05'
                   SET CTL-FILE-NEW TO TRUE
               WHEN OTHER
                   MOVE 54 TO WS-ABEND-CODE
                   MOVE 'INTERFACE CONTROL FILE GLCTL UNUSABLE'
                       TO WS-ABEND-MSG
                   MOVE WS-CTL-FS TO WS-ABEND-FS
                   PERFORM 9999-ABEND
           END-EVALUATE
           CLOSE GL-CONTROL-FILE.

       1310-LOAD-ONE-CONTROL.
           MOVE WS-FEED-JOB (WS-FEED-SUB) TO GC-SOURCE-JOB
           READ GL-CONTROL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FE-CTL-FOUND (WS-FEED-SUB)
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FE-CTL-FOUND (WS-FEED-SUB)
                   COMPUTE WS-FE-CTL-STAMP (WS-FEED-SUB) =
                       GC-LAST-RUN-DT * 100000000 + GC-LAST-RUN-TIME
                   MOVE GC-LAST-LINES
                       TO WS-FE-CTL-LINES (WS-FEED-SUB)
                   MOVE GC-LAST-DR-TOTAL
                       TO WS-FE-CTL-DR (WS-FEED-SUB)
                   MOVE GC-LAST-CR-TOTAL
                       TO WS-FE-CTL-CR (WS-FEED-SUB)
                   MOVE GC-LAST-JOURNAL-NO
                       TO WS-FE-CTL-JRNL-NO (WS-FEED-SUB)
           END-READ
           PERFORM 1320-CHECK-CONTROL-READ
           ADD 1 TO WS-FEED-SUB.

       1320-CHECK-CONTROL-READ.
           IF WS-CTL-FS NOT = '00' AND WS-CTL-FS NOT = '23'
               MOVE 54 TO WS-ABEND-CODE
               MOVE 'READ FAILED ON INTERFACE CONTROL FILE GLCTL'
                   TO WS-ABEND-MSG
               MOVE WS-CTL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       1400-WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-LINE
           STRING 'GL INTERFACE - RUN ' DELIMITED SIZE
                  WS-RUN-DT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-RUN-TIME DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE 'FEEDS:' TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           STRING 'SOURCE   FEED     RUN DATE PERIOD   JOURNAL  '
                      DELIMITED SIZE
                  ' LINES            DEBITS           CREDITS  '
                      DELIMITED SIZE
                  'STATUS' DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT.

       2000-PROCESS-ONE-FEED.
           PERFORM 2100-PROVE-FEED
           PERFORM 2200-DECIDE-FEED
           EVALUATE TRUE
               WHEN FE-COLLECT (WS-FEED-SUB)
                   PERFORM 2300-INTERFACE-FEED
               WHEN FE-REJECT (WS-FEED-SUB)
                   PERFORM 2500-REJECT-FEED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2600-REPORT-FEED
           IF (FE-COLLECT (WS-FEED-SUB) OR FE-NO-ENTRIES (WS-FEED-SUB))
              AND WS-FE-NEW-RUNS (WS-FEED-SUB) > 1
               PERFORM 2550-REPORT-LOST-RUNS
           END-IF
           ADD 1 TO WS-FEED-SUB.

       2100-PROVE-FEED.
      *    First pass: count the feed and foot its two sides.
      *    Zero lines (an account with nothing this run) are part
      *    of the feed as produced but carry nothing to the ledger.
           MOVE 0 TO WS-FEED-LINES
                     WS-FEED-NONZERO
                     WS-FEED-BAD
                     WS-FEED-DR
                     WS-FEED-CR
           PERFORM 3000-OPEN-FEED
           PERFORM 2110-PROVE-ONE-LINE
               UNTIL FEED-EOF
           PERFORM 3200-CLOSE-FEED
      *    Kept per feed for the GLCTL commit after the last feed.
           MOVE WS-FEED-LINES TO WS-FE-LINES (WS-FEED-SUB)
           MOVE WS-FEED-DR TO WS-FE-DR (WS-FEED-SUB)
           MOVE WS-FEED-CR TO WS-FE-CR (WS-FEED-SUB).

       2110-PROVE-ONE-LINE.
           PERFORM 3100-READ-FEED
           IF NOT FEED-EOF
               ADD 1 TO WS-FEED-LINES
               EVALUATE TRUE
                   WHEN WS-GL-AMOUNT NOT NUMERIC
                       ADD 1 TO WS-FEED-BAD
                   WHEN WS-GL-DR-CR = 'DR'
                       ADD WS-GL-AMOUNT TO WS-FEED-DR
                   WHEN WS-GL-DR-CR = 'CR'
                       ADD WS-GL-AMOUNT TO WS-FEED-CR
                   WHEN OTHER
                       ADD 1 TO WS-FEED-BAD
               END-EVALUATE
               IF WS-GL-AMOUNT NUMERIC AND WS-GL-AMOUNT > 0
                   ADD 1 TO WS-FEED-NONZERO
               END-IF
           END-IF.

       2200-DECIDE-FEED.
           MOVE 'N' TO WS-FE-DUPLICATE (WS-FEED-SUB)
           IF WS-FEED-LINES = WS-FE-CTL-LINES (WS-FEED-SUB)
              AND WS-FEED-DR = WS-FE-CTL-DR (WS-FEED-SUB)
              AND WS-FEED-CR = WS-FE-CTL-CR (WS-FEED-SUB)
              AND WS-FE-CTL-FOUND (WS-FEED-SUB) = 'Y'
               SET FE-DUPLICATE (WS-FEED-SUB) TO TRUE
           END-IF
           EVALUATE TRUE
      *        Started again since it last finished: its feed may
      *        be half written.
               WHEN WS-FE-LAST-START (WS-FEED-SUB)
                        > WS-FE-LAST-END (WS-FEED-SUB)
                AND WS-FE-LAST-START (WS-FEED-SUB)
                        > WS-FE-CTL-STAMP (WS-FEED-SUB)
                   SET FE-REJECT (WS-FEED-SUB) TO TRUE
                   MOVE 'PRODUCER STARTED AND NEVER FINISHED'
                       TO WS-FE-REASON (WS-FEED-SUB)
      *        No finished run since the last interface: the file
      *        on hand should be the one already sent.
               WHEN WS-FE-LAST-END (WS-FEED-SUB)
                        NOT > WS-FE-CTL-STAMP (WS-FEED-SUB)
                   IF FE-DUPLICATE (WS-FEED-SUB)
                      OR WS-FEED-NONZERO = 0
                       SET FE-NO-NEW-RUN (WS-FEED-SUB) TO TRUE
                   ELSE
                       SET FE-REJECT (WS-FEED-SUB) TO TRUE
                       MOVE 'FEED CHANGED WITH NO FINISHED RUN'
                           TO WS-FE-REASON (WS-FEED-SUB)
                   END-IF
               WHEN WS-FEED-NONZERO = 0
                   SET FE-NO-ENTRIES (WS-FEED-SUB) TO TRUE
               WHEN FE-DUPLICATE (WS-FEED-SUB)
                   SET FE-REJECT (WS-FEED-SUB) TO TRUE
                   MOVE 'ALREADY INTERFACED'
                       TO WS-FE-REASON (WS-FEED-SUB)
               WHEN WS-FEED-BAD > 0
                   SET FE-REJECT (WS-FEED-SUB) TO TRUE
                   MOVE 'UNREADABLE AMOUNT OR DR/CR ON FEED'
                       TO WS-FE-REASON (WS-FEED-SUB)
               WHEN WS-FEED-DR NOT = WS-FEED-CR
                   SET FE-REJECT (WS-FEED-SUB) TO TRUE
                   MOVE 'OUT OF BALANCE - DEBITS NOT EQUAL CREDITS'
                       TO WS-FE-REASON (WS-FEED-SUB)
               WHEN OTHER
                   SET FE-COLLECT (WS-FEED-SUB) TO TRUE
           END-EVALUATE
           IF WS-PARM-PERIOD > 0
               MOVE WS-PARM-PERIOD TO WS-FE-PERIOD (WS-FEED-SUB)
           ELSE
               DIVIDE WS-FE-END-DT (WS-FEED-SUB) BY 100
                   GIVING WS-FE-PERIOD (WS-FEED-SUB)
           END-IF.

       2300-INTERFACE-FEED.
      *    Second pass: the proved feed goes to the journal under
      *    the next journal number.
           ADD 1 TO WS-LAST-JOURNAL-NO
           MOVE WS-LAST-JOURNAL-NO TO WS-FE-JRNL-NO (WS-FEED-SUB)
           MOVE WS-LAST-JOURNAL-NO TO WS-CUR-JRNL-NO
           MOVE WS-FE-PERIOD (WS-FEED-SUB) TO WS-CUR-PERIOD
           MOVE WS-FE-END-DT (WS-FEED-SUB) TO WS-CUR-EFFECTIVE-DT
           MOVE 0 TO WS-CUR-REVERSES
           MOVE 0 TO WS-JRNL-LINE-NO
           PERFORM 3000-OPEN-FEED
           PERFORM 2310-JOURNAL-ONE-LINE
               UNTIL FEED-EOF
           PERFORM 3200-CLOSE-FEED
           ADD WS-FEED-DR TO WS-TOT-DR
           ADD WS-FEED-CR TO WS-TOT-CR
           ADD 1 TO WS-FEEDS-COLLECTED
           IF FEED-REVERSES (WS-FEED-SUB)
               PERFORM 2350-REVERSE-FEED
           END-IF.

       2310-JOURNAL-ONE-LINE.
           PERFORM 3100-READ-FEED
           IF NOT FEED-EOF
               ADD 1 TO WS-LINES-READ
               IF WS-GL-AMOUNT > 0
                   PERFORM 2320-WRITE-JOURNAL-LINE
               END-IF
           END-IF.

       2320-WRITE-JOURNAL-LINE.
           ADD 1 TO WS-JRNL-LINE-NO
           MOVE SPACES TO GL-JRNL-REC
           MOVE WS-CUR-JRNL-NO TO GJ-JOURNAL-NO
           MOVE WS-JRNL-LINE-NO TO GJ-LINE-NO
           MOVE WS-FEED-JOB (WS-FEED-SUB) TO GJ-SOURCE-JOB
           MOVE WS-FEED-NAME (WS-FEED-SUB) TO GJ-FEED-NAME
           MOVE WS-CUR-PERIOD TO GJ-ACCT-PERIOD
           MOVE WS-FE-END-DT (WS-FEED-SUB) TO GJ-RUN-DT
           MOVE WS-RUN-DT TO GJ-INTF-DT
           MOVE WS-GL-ACCOUNT-CODE TO GJ-ACCOUNT-CODE
           MOVE WS-GL-DR-CR TO GJ-DR-CR
           MOVE WS-GL-AMOUNT TO GJ-AMOUNT
           MOVE WS-GL-DESCRIPTION TO GJ-DESCRIPTION
           MOVE WS-CUR-EFFECTIVE-DT TO GJ-EFFECTIVE-DT
           MOVE WS-CUR-REVERSES TO GJ-REVERSES-JRNL-NO
           WRITE GL-JRNL-REC
           IF WS-GLJ-FS NOT = '00'
               MOVE 51 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON CONSOLIDATED JOURNAL'
                   TO WS-ABEND-MSG
               MOVE WS-GLJ-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-LINES-JOURNALED
           PERFORM 2400-POST-TRIAL-BALANCE.

       2350-REVERSE-FEED.
      *    Third pass for a reversing feed: the same lines, sides
      *    swapped, under their own journal number in the period
      *    after the feed's, effective its first day.
           MOVE WS-FE-PERIOD (WS-FEED-SUB) TO WS-NEXT-PERIOD
           IF WS-NEXT-MM = 12
               MOVE 1 TO WS-NEXT-MM
               ADD 1 TO WS-NEXT-YYYY
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF
           ADD 1 TO WS-LAST-JOURNAL-NO
           MOVE WS-LAST-JOURNAL-NO TO WS-FE-REV-JRNL-NO (WS-FEED-SUB)
           MOVE WS-NEXT-PERIOD TO WS-FE-REV-PERIOD (WS-FEED-SUB)
           COMPUTE WS-FE-REV-DT (WS-FEED-SUB) = WS-NEXT-PERIOD * 100 + 1
           MOVE WS-LAST-JOURNAL-NO TO WS-CUR-JRNL-NO
           MOVE WS-NEXT-PERIOD TO WS-CUR-PERIOD
           MOVE WS-FE-REV-DT (WS-FEED-SUB) TO WS-CUR-EFFECTIVE-DT
           MOVE WS-FE-JRNL-NO (WS-FEED-SUB) TO WS-CUR-REVERSES
           MOVE 0 TO WS-JRNL-LINE-NO
           PERFORM 3000-OPEN-FEED
           PERFORM 2360-REVERSE-ONE-LINE
               UNTIL FEED-EOF
           PERFORM 3200-CLOSE-FEED
           ADD WS-FEED-CR TO WS-TOT-DR
           ADD WS-FEED-DR TO WS-TOT-CR.

       2360-REVERSE-ONE-LINE.
           PERFORM 3100-READ-FEED
           IF NOT FEED-EOF
               IF WS-GL-AMOUNT > 0
                   IF WS-GL-DR-CR = 'DR'
                       MOVE 'CR' TO WS-GL-DR-CR
                   ELSE
                       MOVE 'DR' TO WS-GL-DR-CR
                   END-IF
                   PERFORM 2320-WRITE-JOURNAL-LINE
               END-IF
           END-IF.

       2400-POST-TRIAL-BALANCE.
           MOVE 0 TO WS-TB-FOUND-SUB
           MOVE 1 TO WS-TB-SUB
           PERFORM 2410-CHECK-ONE-ACCOUNT
               UNTIL WS-TB-SUB > WS-TB-COUNT
           IF WS-TB-FOUND-SUB = 0
               PERFORM 2420-INSERT-ACCOUNT
           END-IF
           IF WS-GL-DR-CR = 'DR'
               ADD WS-GL-AMOUNT TO WS-TB-DR (WS-TB-FOUND-SUB)
           ELSE
               ADD WS-GL-AMOUNT TO WS-TB-CR (WS-TB-FOUND-SUB)
           END-IF.

       2410-CHECK-ONE-ACCOUNT.
           IF WS-TB-ACCOUNT (WS-TB-SUB) = WS-GL-ACCOUNT-CODE
               MOVE WS-TB-SUB TO WS-TB-FOUND-SUB
           END-IF
           ADD 1 TO WS-TB-SUB.

       2420-INSERT-ACCOUNT.
           IF WS-TB-COUNT >= 50
               MOVE 55 TO WS-ABEND-CODE
               MOVE 'MORE THAN 50 GL ACCOUNTS ON THE FEEDS'
                   TO WS-ABEND-MSG
               MOVE WS-FEED-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           COMPUTE WS-TB-INSERT-SUB = WS-TB-COUNT + 1
           MOVE 1 TO WS-TB-SUB
           PERFORM 2430-CHECK-INSERT-POINT
               UNTIL WS-TB-SUB > WS-TB-COUNT
           MOVE WS-TB-COUNT TO WS-TB-SUB
           PERFORM 2440-SHIFT-ONE-ACCOUNT
               UNTIL WS-TB-SUB < WS-TB-INSERT-SUB
           ADD 1 TO WS-TB-COUNT
           MOVE WS-GL-ACCOUNT-CODE TO WS-TB-ACCOUNT (WS-TB-INSERT-SUB)
           MOVE 0 TO WS-TB-DR (WS-TB-INSERT-SUB)
                     WS-TB-CR (WS-TB-INSERT-SUB)
           MOVE WS-TB-INSERT-SUB TO WS-TB-FOUND-SUB.

       2430-CHECK-INSERT-POINT.
           IF WS-TB-ACCOUNT (WS-TB-SUB) > WS-GL-ACCOUNT-CODE
              AND WS-TB-SUB < WS-TB-INSERT-SUB
               MOVE WS-TB-SUB TO WS-TB-INSERT-SUB
           END-IF
           ADD 1 TO WS-TB-SUB.

       2440-SHIFT-ONE-ACCOUNT.
           COMPUTE WS-TB-NEXT-SUB = WS-TB-SUB + 1
           MOVE WS-TB-ENTRY (WS-TB-SUB) TO WS-TB-ENTRY (WS-TB-NEXT-SUB)
           SUBTRACT 1 FROM WS-TB-SUB.

       2500-REJECT-FEED.
      *    Journaled as it happens, so the reject is on RUNJRNL for
      *    JOBGATE even if this run goes no further.
           ADD 1 TO WS-FEEDS-REJECTED
           DISPLAY 'GLINTF: ' WS-FEED-NAME (WS-FEED-SUB)
               ' FROM ' WS-FEED-JOB (WS-FEED-SUB) ' REJECTED - '
               WS-FE-REASON (WS-FEED-SUB)
           MOVE 'R' TO RJ-REC-TYPE
           MOVE WS-FEED-LINES TO RJ-RECORDS-IN
           MOVE 0 TO RJ-RECORDS-OUT
           MOVE 1 TO RJ-RECORDS-ERROR
           PERFORM 9700-WRITE-RUN-JOURNAL.

       2550-REPORT-LOST-RUNS.
      *    The producer ran more than once since the last interface
      *    and every run but the last had its feed overwritten. The
      *    last run's feed has gone through; the earlier runs'
      *    entries never reach the ledger unless someone posts them,
      *    so this is journaled as a reject to stop the stream.
           ADD 1 TO WS-FEEDS-REJECTED
           COMPUTE WS-RUNS-LOST = WS-FE-NEW-RUNS (WS-FEED-SUB) - 1
           DISPLAY 'GLINTF: ' WS-FEED-NAME (WS-FEED-SUB)
               ' OVERWRITTEN BY ' WS-FEED-JOB (WS-FEED-SUB) ' - '
               WS-RUNS-LOST ' EARLIER RUN(S) NOT INTERFACED'
           MOVE 'R' TO RJ-REC-TYPE
           MOVE WS-FEED-LINES TO RJ-RECORDS-IN
           MOVE 0 TO RJ-RECORDS-OUT
           MOVE WS-RUNS-LOST TO RJ-RECORDS-ERROR
           PERFORM 9700-WRITE-RUN-JOURNAL
           MOVE SPACES TO RPT-LINE
           STRING '         *** ' DELIMITED SIZE
                  WS-RUNS-LOST DELIMITED SIZE
                  ' EARLIER RUN(S) OF ' DELIMITED SIZE
                  WS-FEED-JOB (WS-FEED-SUB) DELIMITED SPACE
                  ' SINCE THE LAST INTERFACE - THEIR FEED WAS '
                      DELIMITED SIZE
                  'OVERWRITTEN AND MUST BE POSTED BY HAND'
                      DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT.

       2600-REPORT-FEED.
           EVALUATE TRUE
               WHEN FE-COLLECT (WS-FEED-SUB)
                   MOVE 'INTERFACED' TO WS-STATUS-TEXT
               WHEN FE-NO-NEW-RUN (WS-FEED-SUB)
                   MOVE 'NO RUN SINCE LAST INTERFACE' TO WS-STATUS-TEXT
               WHEN FE-NO-ENTRIES (WS-FEED-SUB)
                   MOVE 'NO ENTRIES' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-STATUS-TEXT
                   STRING '*** REJECTED - ' DELIMITED SIZE
                          WS-FE-REASON (WS-FEED-SUB) DELIMITED SIZE
                       INTO WS-STATUS-TEXT
           END-EVALUATE
           MOVE WS-FE-JRNL-NO (WS-FEED-SUB) TO WS-JRNL-NO-ED
           MOVE WS-FEED-LINES TO WS-LINES-ED
           MOVE WS-FEED-DR TO WS-AMT-ED1
           MOVE WS-FEED-CR TO WS-AMT-ED2
           MOVE SPACES TO RPT-LINE
           STRING WS-FEED-JOB (WS-FEED-SUB) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-FEED-NAME (WS-FEED-SUB) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-FE-END-DT (WS-FEED-SUB) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-FE-PERIOD (WS-FEED-SUB) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-JRNL-NO-ED DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-LINES-ED DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-ED1 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-ED2 DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-STATUS-TEXT DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           IF FE-COLLECT (WS-FEED-SUB) AND FEED-REVERSES (WS-FEED-SUB)
               MOVE WS-FE-REV-JRNL-NO (WS-FEED-SUB) TO WS-JRNL-NO-ED
               MOVE SPACES TO RPT-LINE
               STRING '                  ' DELIMITED SIZE
                      WS-FE-REV-DT (WS-FEED-SUB) DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-FE-REV-PERIOD (WS-FEED-SUB) DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-JRNL-NO-ED DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-LINES-ED DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-AMT-ED2 DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-AMT-ED1 DELIMITED SIZE
                      '  REVERSAL - EFFECTIVE FIRST OF NEXT PERIOD'
                          DELIMITED SIZE
                   INTO RPT-LINE
               PERFORM 7000-WRITE-REPORT
           END-IF.

       3000-OPEN-FEED.
      *    A feed whose program has never run reads as empty (05).
           MOVE 'N' TO WS-FEED-EOF-FLAG
           EVALUATE WS-FEED-SUB
               WHEN 1
                   OPEN INPUT BILLCALC-FEED
               WHEN 2
                   OPEN INPUT MSYBILL-FEED
               WHEN 3
                   OPEN INPUT REFUND-FEED
               WHEN 4
                   OPEN INPUT WRITEOFF-FEED
               WHEN 5
                   OPEN INPUT DEPOSIT-FEED
               WHEN 6
                   OPEN INPUT ADJMEMO-FEED
               WHEN 7
                   OPEN INPUT BILLREL-FEED
               WHEN 8
                   OPEN INPUT ACCRUAL-FEED
               WHEN 9
                   OPEN INPUT CHKRECON-FEED
           END-EVALUATE
           IF WS-FEED-FS NOT = '00' AND WS-FEED-FS NOT = '05'
               MOVE 56 TO WS-ABEND-CODE
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'CANNOT OPEN GL FEED ' DELIMITED SIZE
                      WS-FEED-NAME (WS-FEED-SUB) DELIMITED SIZE
                   INTO WS-ABEND-MSG
               MOVE WS-FEED-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       3100-READ-FEED.
           EVALUATE WS-FEED-SUB
               WHEN 1
                   READ BILLCALC-FEED INTO WS-GL-LINE
                       AT END
                           SET FEED-EOF TO TRUE
                   END-READ
               WHEN 2
                   READ MSYBILL-FEED INTO WS-GL-LINE
                       AT END
                           SET FEED-EOF TO TRUE
                   END-READ
               WHEN 3
                   READ REFUND-FEED INTO WS-GL-LINE
                       AT END
                           SET FEED-EOF TO TRUE
                   END-READ
               WHEN 4
                   READ WRITEOFF-FEED INTO WS-GL-LINE
                       AT END
                           SET FEED-EOF TO TRUE
                   END-READ
               WHEN 5
                   READ DEPOSIT-FEED INTO WS-GL-LINE
                       AT END
                           SET FEED-EOF TO TRUE
                   END-READ
               WHEN 6
                   READ ADJMEMO-FEED INTO WS-GL-LINE
                       AT END
                           SET FEED-EOF TO TRUE
                   END-READ
               WHEN 7
                   READ BILLREL-FEED INTO WS-GL-LINE
                       AT END
                           SET FEED-EOF TO TRUE
                   END-READ
               WHEN 8
                   READ ACCRUAL-FEED INTO WS-GL-LINE
                       AT END
                           SET FEED-EOF TO TRUE
                   END-READ
               WHEN 9
                   READ CHKRECON-FEED INTO WS-GL-LINE
                       AT END
                           SET FEED-EOF TO TRUE
                   END-READ
           END-EVALUATE
           IF WS-FEED-FS NOT = '00' AND NOT FEED-EOF
               MOVE 56 TO WS-ABEND-CODE
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'READ FAILED MID-RUN ON GL FEED ' DELIMITED SIZE
                      WS-FEED-NAME (WS-FEED-SUB) DELIMITED SIZE
                   INTO WS-ABEND-MSG
               MOVE WS-FEED-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       3200-CLOSE-FEED.
           EVALUATE WS-FEED-SUB
               WHEN 1
                   CLOSE BILLCALC-FEED
               WHEN 2
                   CLOSE MSYBILL-FEED
               WHEN 3
                   CLOSE REFUND-FEED
               WHEN 4
                   CLOSE WRITEOFF-FEED
               WHEN 5
                   CLOSE DEPOSIT-FEED
               WHEN 6
                   CLOSE ADJMEMO-FEED
               WHEN 7
                   CLOSE BILLREL-FEED
               WHEN 8
                   CLOSE ACCRUAL-FEED
               WHEN 9
                   CLOSE CHKRECON-FEED
           END-EVALUATE.

       7000-WRITE-REPORT.
           WRITE RPT-LINE
           IF WS-RPT-FS NOT = '00'
               MOVE 52 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON TRIAL BALANCE REPORT GLTBRPT'
                   TO WS-ABEND-MSG
               MOVE WS-RPT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       8000-WRITE-TRIAL-BALANCE.
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE 'TRIAL BALANCE BY ACCOUNT - JOURNALS INTERFACED:'
               TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           STRING 'ACCOUNT             DEBITS           CREDITS'
                      DELIMITED SIZE
                  '                NET' DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE 1 TO WS-TB-SUB
           PERFORM 8100-WRITE-ONE-ACCOUNT
               UNTIL WS-TB-SUB > WS-TB-COUNT
           COMPUTE WS-TB-NET = WS-TOT-DR - WS-TOT-CR
           MOVE WS-TOT-DR TO WS-AMT-ED1
           MOVE WS-TOT-CR TO WS-AMT-ED2
           MOVE WS-TB-NET TO WS-NET-ED
           MOVE SPACES TO RPT-LINE
           STRING 'TOTAL   ' DELIMITED SIZE
                  WS-AMT-ED1 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-ED2 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-NET-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           STRING 'FEEDS INTERFACED: ' DELIMITED SIZE
                  WS-FEEDS-COLLECTED DELIMITED SIZE
                  '  REJECTED: ' DELIMITED SIZE
                  WS-FEEDS-REJECTED DELIMITED SIZE
                  '  JOURNAL LINES: ' DELIMITED SIZE
                  WS-LINES-JOURNALED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           IF WS-TOT-DR = WS-TOT-CR
               MOVE 'TRIAL BALANCE: IN BALANCE' TO RPT-LINE
           ELSE
               MOVE 'TRIAL BALANCE: OUT OF BALANCE' TO RPT-LINE
           END-IF
           PERFORM 7000-WRITE-REPORT
           IF WS-FEEDS-REJECTED > 0
               MOVE SPACES TO RPT-LINE
               MOVE '*** FEEDS REJECTED - NOT ON GLJRNL - SEE RUNJRNL'
                   TO RPT-LINE
               PERFORM 7000-WRITE-REPORT
           END-IF.

       8100-WRITE-ONE-ACCOUNT.
           COMPUTE WS-TB-NET = WS-TB-DR (WS-TB-SUB)
                             - WS-TB-CR (WS-TB-SUB)
           MOVE WS-TB-DR (WS-TB-SUB) TO WS-AMT-ED1
           MOVE WS-TB-CR (WS-TB-SUB) TO WS-AMT-ED2
           MOVE WS-TB-NET TO WS-NET-ED
           MOVE SPACES TO RPT-LINE
           STRING WS-TB-ACCOUNT (WS-TB-SUB) DELIMITED SIZE
                  '    ' DELIMITED SIZE
                  WS-AMT-ED1 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-ED2 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-NET-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           ADD 1 TO WS-TB-SUB.

       9000-FINALIZE.
           CLOSE TRIAL-BALANCE-REPORT
           DISPLAY 'GL LINES READ:       ' WS-LINES-READ
           DISPLAY 'JOURNAL LINES:       ' WS-LINES-JOURNALED
           DISPLAY 'FEEDS INTERFACED:    ' WS-FEEDS-COLLECTED
           DISPLAY 'FEEDS REJECTED:      ' WS-FEEDS-REJECTED
           DISPLAY 'LAST JOURNAL NUMBER: ' WS-LAST-JOURNAL-NO
           IF WS-FEEDS-REJECTED > 0
               DISPLAY 'GLINTF: FEEDS REJECTED - STREAM MUST NOT '
                   'CONTINUE UNTIL THEY ARE RESOLVED'
               MOVE 4 TO RETURN-CODE
           END-IF.

       9100-COMMIT-CONTROL.
      *    Only now, with GLJRNL complete, is the interface
      *    remembered. A collected feed, an empty one, and one
      *    refused as already interfaced all move the stamp up to
      *    the producer's run just seen; any other reject leaves it,
      *    so the feed is looked at again after the next run.
           OPEN I-O GL-CONTROL-FILE
           IF WS-CTL-FS NOT = '00' AND WS-CTL-FS NOT = '05'
               MOVE 54 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN GLCTL TO RECORD THE INTERFACE'
                   TO WS-ABEND-MSG
               MOVE WS-CTL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           MOVE 1 TO WS-FEED-SUB
           PERFORM 9110-COMMIT-ONE-FEED
               UNTIL WS-FEED-SUB > WS-FEED-COUNT
           MOVE SPACES TO GL-CTL-REC
           MOVE 'GLINTF  ' TO GC-SOURCE-JOB
           READ GL-CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO GL-CTL-REC
                   MOVE 'GLINTF  ' TO GC-SOURCE-JOB
                   MOVE 0 TO GC-LAST-RUN-DT GC-LAST-RUN-TIME
                             GC-LAST-LINES GC-LAST-DR-TOTAL
                             GC-LAST-CR-TOTAL
           END-READ
           MOVE WS-LAST-JOURNAL-NO TO GC-LAST-JOURNAL-NO
           MOVE WS-RUN-DT TO GC-LAST-INTF-DT
           MOVE WS-RUN-TIME TO GC-LAST-INTF-TIME
           PERFORM 9120-WRITE-CONTROL
           CLOSE GL-CONTROL-FILE.

       9110-COMMIT-ONE-FEED.
           IF FE-COLLECT (WS-FEED-SUB)
              OR FE-NO-ENTRIES (WS-FEED-SUB)
              OR (FE-REJECT (WS-FEED-SUB)
                  AND FE-DUPLICATE (WS-FEED-SUB))
               MOVE WS-FEED-JOB (WS-FEED-SUB) TO GC-SOURCE-JOB
               READ GL-CONTROL-FILE
                   INVALID KEY
                       MOVE 0 TO GC-LAST-JOURNAL-NO
                                 GC-LAST-INTF-DT
                                 GC-LAST-INTF-TIME
               END-READ
               MOVE WS-FEED-JOB (WS-FEED-SUB) TO GC-SOURCE-JOB
               MOVE WS-FEED-NAME (WS-FEED-SUB) TO GC-FEED-NAME
               MOVE WS-FE-END-DT (WS-FEED-SUB) TO GC-LAST-RUN-DT
               MOVE WS-FE-END-TIME (WS-FEED-SUB) TO GC-LAST-RUN-TIME
               MOVE WS-FE-LINES (WS-FEED-SUB) TO GC-LAST-LINES
               MOVE WS-FE-DR (WS-FEED-SUB) TO GC-LAST-DR-TOTAL
               MOVE WS-FE-CR (WS-FEED-SUB) TO GC-LAST-CR-TOTAL
               IF FE-COLLECT (WS-FEED-SUB)
                   MOVE WS-FE-JRNL-NO (WS-FEED-SUB)
                       TO GC-LAST-JOURNAL-NO
                   MOVE WS-RUN-DT TO GC-LAST-INTF-DT
                   MOVE WS-RUN-TIME TO GC-LAST-INTF-TIME
               END-IF
               PERFORM 9120-WRITE-CONTROL
           END-IF
           ADD 1 TO WS-FEED-SUB.

       9120-WRITE-CONTROL.
           IF WS-CTL-FS = '00'
               REWRITE GL-CTL-REC
           ELSE
               WRITE GL-CTL-REC
           END-IF
           IF WS-CTL-FS NOT = '00'
               MOVE 54 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON INTERFACE CONTROL FILE GLCTL'
                   TO WS-ABEND-MSG
               MOVE WS-CTL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       9999-ABEND.
           DISPLAY 'GLINTF ABEND ' WS-ABEND-CODE ': ' WS-ABEND-MSG
           DISPLAY 'FILE STATUS: ' WS-ABEND-FS
           MOVE WS-ABEND-CODE TO RETURN-CODE
           STOP RUN.
