      *===============================================================*
      * PROGRAM-ID: MDAUDIT
      * AUTHOR:     LEGACY-SYSTEM
      * DATE:       2026-10-15
      *---------------------------------------------------------------*
      * Customer Master Data Integrity Audit.
      * Every program edits only what it touches at run time, so bad
      * master data turned up one failure at a time - a 1003 plan
      * not found in BILL-CALC's error log, a 1005 tax warning, a
      * budget customer with no start date, a refund bounced on a
      * routing number that was never a real ABA number. This run
      * sweeps the whole customer master (CUSTFILE) against the
      * rate file (RATEFILE), tax rates (TAXRATE), payment terms
      * (TERMFILE), arrangements (ARRFILE), dunning history
      * (DUNHIST) and billing history (BILLHIST), and lists every
      * inconsistency it finds in one report, grouped by rule.
      *
      * Each rule is a MSGMACRO code (2401-2421), so its severity
      * comes from the shared table: ERROR for data that will fail
      * or misbill a customer, WARNING for data that will only
      * draw a warning or a fallback. ARRFILE, DUNHIST and BILLHIST
      * are also swept for orphans - records for customer ids no
      * longer on CUSTFILE - and for arrangements and dunning levels
      * left on customers with nothing open. Closed accounts ('C')
      * never bill again, so the billing set-up rules skip them.
      * A child account's parent must be on the master and must not
      * itself be a child - CUSTMNT edits both when the parent is
      * keyed, but a parent deleted or made a child afterwards
      * leaves its locations pointing at nothing.
      *
      * Findings are staged on the indexed work file MDAWORK keyed
      * by rule, then listed rule by rule on MDARPT with a closing
      * summary of every rule and its count. Any ERROR finding ends
      * the run with return code 4. Run the week before billing and
      * correct the findings through CUSTMNT; the optional parm
      * MDAPARM names the billing date the plan rates must be in
      * effect on (default: the run date).
      *===============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MDAUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'MDAPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CUST-ID
               FILE STATUS IS WS-CUST-FS.
      *    The same master read at random for a child's parent, so
      *    the sweep's place in CUSTFILE is not lost.
           SELECT PARENT-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-CUST-ID
               FILE STATUS IS WS-PARENT-FS.
           SELECT RATE-FILE ASSIGN TO 'RATEFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-RATE-KEY
               FILE STATUS IS WS-RATE-FS.
           SELECT TAX-RATE-FILE ASSIGN TO 'TAXRATE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TX-JUR-CODE
               FILE STATUS IS WS-TAX-FS.
           SELECT OPTIONAL TERMS-FILE ASSIGN TO 'TERMFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TERMS-CODE
               FILE STATUS IS WS-TERMS-FS.
           SELECT OPTIONAL ARRANGE-FILE ASSIGN TO 'ARRFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AG-CUST-ID
               FILE STATUS IS WS-ARR-FS.
           SELECT OPTIONAL DUNNING-HISTORY ASSIGN TO 'DUNHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DH-CUST-ID
               FILE STATUS IS WS-DUNHIST-FS.
           SELECT OPTIONAL BILLING-HISTORY ASSIGN TO 'BILLHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-FS.
           SELECT AUDIT-WORK ASSIGN TO 'MDAWORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MW-KEY
               FILE STATUS IS WS-WORK-FS.
           SELECT AUDIT-REPORT ASSIGN TO 'MDARPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT OPTIONAL RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD PARM-FILE.
       01  PARM-REC.
           05  PARM-AS-OF-DT         PIC 9(8).

       FD CUSTOMER-FILE.
       COPY CUSTOMER-RECORD.

       FD PARENT-FILE.
       COPY CUSTOMER-RECORD REPLACING ==CUST-REC== BY ==PARENT-REC==
                                 LEADING ==CR-== BY ==PR-==.

       FD RATE-FILE.
       COPY RATE-RECORD.

       FD TAX-RATE-FILE.
       COPY TAX-RATE-RECORD.

       FD TERMS-FILE.
       COPY PAYMENT-TERMS-RECORD.

       FD ARRANGE-FILE.
       COPY ARRANGEMENT-RECORD.

       FD DUNNING-HISTORY.
       COPY DUNNING-HISTORY-RECORD.

       FD BILLING-HISTORY.
       COPY BILLING-HISTORY-RECORD.

      *    One finding: the rule it broke, then the order it was
      *    found in, so each rule lists in customer-id order.
       FD AUDIT-WORK.
       01  AUDIT-WORK-REC.
           05  MW-KEY.
               10  MW-RULE           PIC 9(4).
               10  MW-SEQ            PIC 9(6).
           05  MW-CUST-ID            PIC X(10).
           05  MW-CUST-NAME          PIC X(30).
           05  MW-DETAIL             PIC X(60).

       FD AUDIT-REPORT.
       01  RPT-LINE                  PIC X(132).

       FD RUN-JOURNAL.
       COPY RUN-JOURNAL-RECORD.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-PARM-FS            PIC XX.
           05  WS-CUST-FS            PIC XX.
           05  WS-PARENT-FS          PIC XX.
           05  WS-RATE-FS            PIC XX.
           05  WS-TAX-FS             PIC XX.
           05  WS-TERMS-FS           PIC XX.
           05  WS-ARR-FS             PIC XX.
           05  WS-DUNHIST-FS         PIC XX.
           05  WS-HIST-FS            PIC XX.
           05  WS-WORK-FS            PIC XX.
           05  WS-RPT-FS             PIC XX.
           05  WS-JRNL-FS            PIC XX.

       01  WS-FLAGS.
           05  WS-CUST-EOF-FLAG      PIC X VALUE 'N'.
               88  CUST-EOF          VALUE 'Y'.
           05  WS-ARR-EOF-FLAG       PIC X VALUE 'N'.
               88  ARR-EOF           VALUE 'Y'.
           05  WS-DUN-EOF-FLAG       PIC X VALUE 'N'.
               88  DUN-EOF           VALUE 'Y'.
           05  WS-HIST-EOF-FLAG      PIC X VALUE 'N'.
               88  HIST-EOF          VALUE 'Y'.
           05  WS-WORK-EOF-FLAG      PIC X VALUE 'N'.
               88  WORK-EOF          VALUE 'Y'.
           05  WS-SUM-DONE-FLAG      PIC X.
               88  SUM-DONE          VALUE 'Y'.
           05  WS-TERMS-OPEN-FLAG    PIC X VALUE 'N'.
               88  TERMS-OPEN        VALUE 'Y'.
           05  WS-ARR-OPEN-FLAG      PIC X VALUE 'N'.
               88  ARR-OPEN          VALUE 'Y'.
           05  WS-DUN-OPEN-FLAG      PIC X VALUE 'N'.
               88  DUN-OPEN          VALUE 'Y'.
           05  WS-HIST-OPEN-FLAG     PIC X VALUE 'N'.
               88  HIST-OPEN         VALUE 'Y'.
           05  WS-RATE-FOUND-FLAG    PIC X.
               88  RATE-FOUND        VALUE 'Y'.
           05  WS-ON-MASTER-FLAG     PIC X.
               88  ON-MASTER         VALUE 'Y'.
           05  WS-CUST-FLAGGED-FLAG  PIC X.
               88  CUST-FLAGGED      VALUE 'Y'.
           05  WS-DATE-OK-FLAG       PIC X.
               88  DATE-OK           VALUE 'Y'.
           05  WS-START-OK-FLAG      PIC X.
               88  START-DT-OK       VALUE 'Y'.
           05  WS-STOP-OK-FLAG       PIC X.
               88  STOP-DT-OK        VALUE 'Y'.
           05  WS-ABA-OK-FLAG        PIC X.
               88  ABA-OK            VALUE 'Y'.
           05  WS-ADDRESS-OK-FLAG    PIC X.
               88  ADDRESS-OK        VALUE 'Y'.

       01  WS-RUN-DT                 PIC 9(8).
       01  WS-AS-OF-DT               PIC 9(8).

       01  WS-RATE-KEY-HOLD.
           05  WS-RATE-PLAN-CODE     PIC X(5).
           05  WS-RATE-EFFECTIVE-DT  PIC 9(8).

      *    ABA routing check digit: 3, 7, 1 weights repeated across
      *    the nine digits; a real routing number sums to a
      *    multiple of ten.
       01  WS-ABA-ROUTING            PIC 9(9).
       01  WS-ABA-DIGITS REDEFINES WS-ABA-ROUTING.
           05  WS-ABA-DIGIT          PIC 9 OCCURS 9 TIMES.
       01  WS-ABA-SUM                PIC 9(4).
       01  WS-ABA-QUOT               PIC 9(4).
       01  WS-ABA-REM                PIC 9.

       01  WS-DATE-FIELDS.
           05  WS-EDIT-DT            PIC 9(8).
           05  WS-EDIT-DT-PARTS REDEFINES WS-EDIT-DT.
               10  WS-EDIT-YYYY      PIC 9(4).
               10  WS-EDIT-MM        PIC 9(2).
               10  WS-EDIT-DD        PIC 9(2).
           05  WS-MONTH-DAYS         PIC 9(2).

      *    The finding being written.
       01  WS-FIND-FIELDS.
           05  WS-FIND-RULE          PIC 9(4).
           05  WS-FIND-CUST-ID       PIC X(10).
           05  WS-FIND-NAME          PIC X(30).
           05  WS-FIND-DETAIL        PIC X(60).
           05  WS-FIND-SEQ           PIC 9(6) VALUE 0.

      *    Findings per rule, subscripted by rule code less 2400.
       01  WS-RULE-TABLE.
           05  WS-RULE-CNT           PIC 9(6) VALUE 0
                                     OCCURS 21 TIMES.
       01  WS-RULE-SUB               PIC 9(2).
       01  WS-RULE-COUNT             PIC 9(2) VALUE 21.
       01  WS-CUR-RULE               PIC 9(4).

      *    One customer's open items on BILLHIST.
       01  WS-SUM-CUST-ID            PIC X(10).
       01  WS-SUM-OPEN-AMT           PIC 9(11)V99.

      *    One orphan customer's BILLHIST records, gathered as the
      *    sweep passes them.
       01  WS-GROUP-FIELDS.
           05  WS-GROUP-CUST-ID      PIC X(10).
           05  WS-GROUP-ROWS         PIC 9(4).
           05  WS-GROUP-LAST-DT      PIC 9(8).
           05  WS-GROUP-OPEN-AMT     PIC 9(11)V99.

       01  WS-TOTALS.
           05  WS-CUSTS-READ         PIC 9(6) VALUE 0.
           05  WS-CUSTS-FLAGGED      PIC 9(6) VALUE 0.
           05  WS-ARR-READ           PIC 9(6) VALUE 0.
           05  WS-DUN-READ           PIC 9(6) VALUE 0.
           05  WS-HIST-READ          PIC 9(7) VALUE 0.
           05  WS-FINDINGS           PIC 9(6) VALUE 0.
           05  WS-ERROR-FINDINGS     PIC 9(6) VALUE 0.
           05  WS-WARN-FINDINGS      PIC 9(6) VALUE 0.

       01  WS-AMT-ED                 PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CNT-ED                 PIC ZZZ,ZZ9.
       01  WS-SEVERITY-TEXT          PIC X(7).

       01  WS-ERR-CODE               PIC 9(4).
       01  WS-ERR-MSG                PIC X(50).
       01  WS-ERR-SEVERITY           PIC X.

      *    Operator abend fields.
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
           PERFORM 2000-CHECK-ONE-CUSTOMER
               UNTIL CUST-EOF
           IF ARR-OPEN
               PERFORM 3000-CHECK-ONE-ARRANGEMENT
                   UNTIL ARR-EOF
           END-IF
           IF DUN-OPEN
               PERFORM 4000-CHECK-ONE-DUNNING
                   UNTIL DUN-EOF
           END-IF
           IF HIST-OPEN
               PERFORM 5000-SWEEP-BILLING-HISTORY
           END-IF
           PERFORM 6000-PRINT-FINDINGS
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
           MOVE WS-CUSTS-READ     TO RJ-RECORDS-IN
           MOVE WS-FINDINGS       TO RJ-RECORDS-OUT
           MOVE WS-ERROR-FINDINGS TO RJ-RECORDS-ERROR
           PERFORM 9700-WRITE-RUN-JOURNAL.

       9700-WRITE-RUN-JOURNAL.
      *    Appended to the shop-wide run journal so DAYRPT can
      *    reconstruct what ran overnight without digging through
      *    console logs. Opened per write so the record is on disk
      *    even if the run dies later.
           OPEN EXTEND RUN-JOURNAL
           MOVE 'MDAUDIT ' TO RJ-JOB-NAME
           ACCEPT RJ-RUN-DT FROM DATE YYYYMMDD
           ACCEPT RJ-RUN-TIME FROM TIME
           WRITE RUN-JRNL-REC
           CLOSE RUN-JOURNAL.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD
           MOVE WS-RUN-DT TO WS-AS-OF-DT
           OPEN INPUT PARM-FILE
           IF WS-PARM-FS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARM-FS = '00'
                   AND PARM-AS-OF-DT NUMERIC
                   AND PARM-AS-OF-DT NOT = 0
                   MOVE PARM-AS-OF-DT TO WS-AS-OF-DT
               END-IF
               CLOSE PARM-FILE
           END-IF
           DISPLAY 'MDAUDIT: RATES CHECKED AS OF ' WS-AS-OF-DT
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FS NOT = '00'
               MOVE 60 TO WS-ABEND-CODE
               MOVE 'CUSTOMER MASTER CUSTFILE MISSING OR UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-CUST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT PARENT-FILE
           IF WS-PARENT-FS NOT = '00'
               MOVE 60 TO WS-ABEND-CODE
               MOVE 'CUSTOMER MASTER CUSTFILE MISSING OR UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-PARENT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT RATE-FILE
           IF WS-RATE-FS NOT = '00'
               MOVE 61 TO WS-ABEND-CODE
               MOVE 'RATE FILE RATEFILE MISSING OR UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-RATE-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT TAX-RATE-FILE
           IF WS-TAX-FS NOT = '00'
               MOVE 62 TO WS-ABEND-CODE
               MOVE 'TAX RATE TABLE TAXRATE MISSING OR UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-TAX-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
      *    The optional files: one that is not there yet has
      *    nothing in it to check.
           OPEN INPUT TERMS-FILE
           IF WS-TERMS-FS = '00'
               SET TERMS-OPEN TO TRUE
           END-IF
           OPEN INPUT ARRANGE-FILE
           IF WS-ARR-FS = '00'
               SET ARR-OPEN TO TRUE
           END-IF
           OPEN INPUT DUNNING-HISTORY
           IF WS-DUNHIST-FS = '00'
               SET DUN-OPEN TO TRUE
           END-IF
           OPEN INPUT BILLING-HISTORY
           IF WS-HIST-FS = '00'
               SET HIST-OPEN TO TRUE
           END-IF
           OPEN OUTPUT AUDIT-WORK
           IF WS-WORK-FS NOT = '00'
               MOVE 63 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN AUDIT WORK FILE MDAWORK'
                   TO WS-ABEND-MSG
               MOVE WS-WORK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT AUDIT-REPORT
           IF WS-RPT-FS NOT = '00'
               MOVE 64 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN AUDIT REPORT MDARPT'
                   TO WS-ABEND-MSG
               MOVE WS-RPT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING 'CUSTOMER MASTER DATA INTEGRITY AUDIT  RUN DATE: '
                      DELIMITED SIZE
                  WS-RUN-DT DELIMITED SIZE
                  '  RATES AS OF: ' DELIMITED SIZE
                  WS-AS-OF-DT DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT.

      *===============================================================*
      * Customer master sweep - the rules on each customer's own
      * fields and the reference tables they name.
      *===============================================================*
       2000-CHECK-ONE-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET CUST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUSTS-READ
                   PERFORM 2100-CHECK-CUSTOMER
           END-READ
           IF WS-CUST-FS NOT = '00' AND NOT CUST-EOF
               MOVE 60 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON CUSTFILE'
                   TO WS-ABEND-MSG
               MOVE WS-CUST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       2100-CHECK-CUSTOMER.
           MOVE 'N' TO WS-CUST-FLAGGED-FLAG
           MOVE CR-CUST-ID   TO WS-FIND-CUST-ID
           MOVE CR-CUST-NAME TO WS-FIND-NAME
           IF CR-CUST-STATUS NOT = 'A' AND NOT = 'S'
               AND NOT = 'C'
               MOVE 2401 TO WS-FIND-RULE
               MOVE SPACES TO WS-FIND-DETAIL
               STRING 'STATUS: ' DELIMITED SIZE
                      CR-CUST-STATUS DELIMITED SIZE
                   INTO WS-FIND-DETAIL
               PERFORM 8100-WRITE-FINDING
           END-IF
           PERFORM 2300-CHECK-SERVICE-DATES
           PERFORM 2400-CHECK-BANK-DETAILS
           IF CR-CUST-PARENT-ID NOT = SPACES
               PERFORM 2600-CHECK-PARENT
           END-IF
           IF CR-CUST-STATUS NOT = 'C'
               PERFORM 2200-CHECK-BILLING-SETUP
           END-IF
           IF CUST-FLAGGED
               ADD 1 TO WS-CUSTS-FLAGGED
           END-IF.

       2200-CHECK-BILLING-SETUP.
      *    The plan must have a rate in effect on the billing date,
      *    found the way BILL-CALC's 1100-LOAD-RATES finds it: the
      *    newest effective date not after the date, for this plan.
           MOVE CR-CUST-PLAN-CODE TO WS-RATE-PLAN-CODE
           MOVE WS-AS-OF-DT TO WS-RATE-EFFECTIVE-DT
           MOVE 'N' TO WS-RATE-FOUND-FLAG
           MOVE WS-RATE-KEY-HOLD TO RT-RATE-KEY
           START RATE-FILE KEY IS <= RT-RATE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RATE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RT-PLAN-CODE = CR-CUST-PLAN-CODE
                               SET RATE-FOUND TO TRUE
                           END-IF
                   END-READ
           END-START
           IF NOT RATE-FOUND OR CR-CUST-PLAN-CODE = SPACES
               MOVE 2402 TO WS-FIND-RULE
               MOVE SPACES TO WS-FIND-DETAIL
               STRING 'PLAN: ' DELIMITED SIZE
                      CR-CUST-PLAN-CODE DELIMITED SIZE
                      '  NO RATE ON OR BEFORE ' DELIMITED SIZE
                      WS-AS-OF-DT DELIMITED SIZE
                   INTO WS-FIND-DETAIL
               PERFORM 8100-WRITE-FINDING
           END-IF
           IF CR-CUST-TAX-JUR NOT = SPACES
               MOVE CR-CUST-TAX-JUR TO TX-JUR-CODE
               READ TAX-RATE-FILE
                   INVALID KEY
                       MOVE 2403 TO WS-FIND-RULE
                       MOVE SPACES TO WS-FIND-DETAIL
                       STRING 'JURISDICTION: ' DELIMITED SIZE
                              CR-CUST-TAX-JUR DELIMITED SIZE
                           INTO WS-FIND-DETAIL
                       PERFORM 8100-WRITE-FINDING
               END-READ
           END-IF
           IF CR-CUST-BUDGET-FLAG = 'Y'
               MOVE 'N' TO WS-DATE-OK-FLAG
               IF CR-CUST-BUDGET-START-DT NUMERIC
                   MOVE CR-CUST-BUDGET-START-DT TO WS-EDIT-DT
                   PERFORM 8300-VALIDATE-DATE
               END-IF
               IF NOT DATE-OK
                   MOVE 2404 TO WS-FIND-RULE
                   MOVE SPACES TO WS-FIND-DETAIL
                   STRING 'BUDGET START: ' DELIMITED SIZE
                          CR-CUST-BUDGET-START-DT DELIMITED SIZE
                       INTO WS-FIND-DETAIL
                   PERFORM 8100-WRITE-FINDING
               END-IF
           END-IF
           IF CR-CUST-BILL-CYCLE NOT NUMERIC
               OR CR-CUST-BILL-CYCLE > 20
               MOVE 2407 TO WS-FIND-RULE
               MOVE SPACES TO WS-FIND-DETAIL
               STRING 'CYCLE: ' DELIMITED SIZE
                      CR-CUST-BILL-CYCLE DELIMITED SIZE
                   INTO WS-FIND-DETAIL
               PERFORM 8100-WRITE-FINDING
           END-IF
           IF CR-CUST-AUTOPAY-FLAG = 'Y'
               AND (NOT ABA-OK OR CR-CUST-BANK-ACCOUNT = SPACES)
               MOVE 2410 TO WS-FIND-RULE
               MOVE 'AUTOPAY Y - ROUTING OR ACCOUNT MISSING OR INVALID'
                   TO WS-FIND-DETAIL
               PERFORM 8100-WRITE-FINDING
           END-IF
           IF CR-CUST-TERMS-CODE NOT = SPACES
               MOVE CR-CUST-TERMS-CODE TO TM-TERMS-CODE
               IF TERMS-OPEN
                   READ TERMS-FILE
                       INVALID KEY
                           MOVE SPACES TO TM-TERMS-CODE
                   END-READ
               ELSE
                   MOVE SPACES TO TM-TERMS-CODE
               END-IF
               IF TM-TERMS-CODE = SPACES
                   MOVE 2411 TO WS-FIND-RULE
                   MOVE SPACES TO WS-FIND-DETAIL
                   STRING 'TERMS: ' DELIMITED SIZE
                          CR-CUST-TERMS-CODE DELIMITED SIZE
                       INTO WS-FIND-DETAIL
                   PERFORM 8100-WRITE-FINDING
               END-IF
           END-IF
           IF CR-EBILL-DELIVERY AND CR-CUST-EMAIL = SPACES
               MOVE 2412 TO WS-FIND-RULE
               MOVE 'DELIVERY E, E-MAIL BLANK' TO WS-FIND-DETAIL
               PERFORM 8100-WRITE-FINDING
           END-IF
           PERFORM 2500-CHECK-MAIL-ADDRESS
           IF NOT ADDRESS-OK
               MOVE 2413 TO WS-FIND-RULE
               MOVE SPACES TO WS-FIND-DETAIL
               STRING 'CITY/STATE/ZIP: ' DELIMITED SIZE
                      CR-CUST-MAIL-CITY DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      CR-CUST-MAIL-STATE DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      CR-CUST-MAIL-ZIP DELIMITED SIZE
                   INTO WS-FIND-DETAIL
               PERFORM 8100-WRITE-FINDING
           END-IF.

       2300-CHECK-SERVICE-DATES.
      *    Zero start predates the field and zero stop means no end
      *    is scheduled; anything else must be a real date, and a
      *    stop must not come before the start.
           MOVE 'Y' TO WS-START-OK-FLAG
                       WS-STOP-OK-FLAG
           IF CR-CUST-SVC-START-DT NOT NUMERIC
               MOVE 'N' TO WS-START-OK-FLAG
           ELSE
               IF CR-CUST-SVC-START-DT NOT = 0
                   MOVE CR-CUST-SVC-START-DT TO WS-EDIT-DT
                   PERFORM 8300-VALIDATE-DATE
                   MOVE WS-DATE-OK-FLAG TO WS-START-OK-FLAG
               END-IF
           END-IF
           IF CR-CUST-SVC-STOP-DT NOT NUMERIC
               MOVE 'N' TO WS-STOP-OK-FLAG
           ELSE
               IF CR-CUST-SVC-STOP-DT NOT = 0
                   MOVE CR-CUST-SVC-STOP-DT TO WS-EDIT-DT
                   PERFORM 8300-VALIDATE-DATE
                   MOVE WS-DATE-OK-FLAG TO WS-STOP-OK-FLAG
               END-IF
           END-IF
           MOVE SPACES TO WS-FIND-DETAIL
           STRING 'START: ' DELIMITED SIZE
                  CR-CUST-SVC-START-DT DELIMITED SIZE
                  '  STOP: ' DELIMITED SIZE
                  CR-CUST-SVC-STOP-DT DELIMITED SIZE
               INTO WS-FIND-DETAIL
           EVALUATE TRUE
               WHEN NOT START-DT-OK OR NOT STOP-DT-OK
                   MOVE 2405 TO WS-FIND-RULE
                   PERFORM 8100-WRITE-FINDING
               WHEN CR-CUST-SVC-STOP-DT NOT = 0
                   AND CR-CUST-SVC-STOP-DT < CR-CUST-SVC-START-DT
                   MOVE 2406 TO WS-FIND-RULE
                   PERFORM 8100-WRITE-FINDING
           END-EVALUATE.

       2400-CHECK-BANK-DETAILS.
      *    Zero routing with a blank account is simply no bank on
      *    file. A routing number that is there must pass the ABA
      *    check digit, and routing and account go together - REFUND
      *    and AUTOPAY can use neither half alone.
           MOVE 'N' TO WS-ABA-OK-FLAG
           IF CR-CUST-BANK-ROUTING NUMERIC
               AND CR-CUST-BANK-ROUTING NOT = 0
               MOVE CR-CUST-BANK-ROUTING TO WS-ABA-ROUTING
               COMPUTE WS-ABA-SUM =
                   3 * (WS-ABA-DIGIT (1) + WS-ABA-DIGIT (4)
                        + WS-ABA-DIGIT (7))
                 + 7 * (WS-ABA-DIGIT (2) + WS-ABA-DIGIT (5)
                        + WS-ABA-DIGIT (8))
                 + WS-ABA-DIGIT (3) + WS-ABA-DIGIT (6)
                 + WS-ABA-DIGIT (9)
               DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOT
                   REMAINDER WS-ABA-REM
               IF WS-ABA-REM = 0
                   SET ABA-OK TO TRUE
               END-IF
           END-IF
           IF CR-CUST-BANK-ROUTING NOT NUMERIC
               OR (CR-CUST-BANK-ROUTING NOT = 0 AND NOT ABA-OK)
               MOVE 2408 TO WS-FIND-RULE
               MOVE SPACES TO WS-FIND-DETAIL
               STRING 'ROUTING: ' DELIMITED SIZE
                      CR-CUST-BANK-ROUTING DELIMITED SIZE
                   INTO WS-FIND-DETAIL
               PERFORM 8100-WRITE-FINDING
           END-IF
           IF CR-CUST-BANK-ROUTING NUMERIC
               EVALUATE TRUE
                   WHEN CR-CUST-BANK-ROUTING NOT = 0
                       AND CR-CUST-BANK-ACCOUNT = SPACES
                       MOVE 2409 TO WS-FIND-RULE
                       MOVE 'ROUTING ON FILE, NO ACCOUNT NUMBER'
                           TO WS-FIND-DETAIL
                       PERFORM 8100-WRITE-FINDING
                   WHEN CR-CUST-BANK-ROUTING = 0
                       AND CR-CUST-BANK-ACCOUNT NOT = SPACES
                       MOVE 2409 TO WS-FIND-RULE
                       MOVE 'ACCOUNT NUMBER ON FILE, NO ROUTING'
                           TO WS-FIND-DETAIL
                       PERFORM 8100-WRITE-FINDING
               END-EVALUATE
           END-IF.

       2500-CHECK-MAIL-ADDRESS.
      *    CUSTMNT's 3300 rule: all blank (a legacy customer) or
      *    street, city, two-letter state and a five-digit ZIP,
      *    with an optional numeric plus-four.
           MOVE 'N' TO WS-ADDRESS-OK-FLAG
           EVALUATE TRUE
               WHEN CR-CUST-MAIL-ADDRESS = SPACES
                   SET ADDRESS-OK TO TRUE
               WHEN CR-CUST-MAIL-STREET = SPACES
                   OR CR-CUST-MAIL-CITY = SPACES
                   OR CR-CUST-MAIL-STATE NOT ALPHABETIC
                   OR CR-CUST-MAIL-STATE (1:1) = SPACE
                   OR CR-CUST-MAIL-STATE (2:1) = SPACE
                   OR CR-CUST-MAIL-ZIP NOT NUMERIC
                   CONTINUE
               WHEN CR-CUST-MAIL-ZIP4 = SPACES
                   OR CR-CUST-MAIL-ZIP4 NUMERIC
                   SET ADDRESS-OK TO TRUE
           END-EVALUATE.

       2600-CHECK-PARENT.
      *    A child whose parent is gone bills onto a summary
      *    invoice no one is sent; a parent that is itself a child
      *    puts the locations two levels down, which neither the
      *    summary invoice nor the payment spread follows.
           MOVE CR-CUST-PARENT-ID TO PR-CUST-ID
           READ PARENT-FILE
               INVALID KEY
                   MOVE 2420 TO WS-FIND-RULE
                   MOVE SPACES TO WS-FIND-DETAIL
                   STRING 'PARENT: ' DELIMITED SIZE
                          CR-CUST-PARENT-ID DELIMITED SIZE
                       INTO WS-FIND-DETAIL
                   PERFORM 8100-WRITE-FINDING
               NOT INVALID KEY
                   IF PR-CUST-PARENT-ID NOT = SPACES
                       MOVE 2421 TO WS-FIND-RULE
                       MOVE SPACES TO WS-FIND-DETAIL
                       STRING 'PARENT: ' DELIMITED SIZE
                              CR-CUST-PARENT-ID DELIMITED SIZE
                              '  ITS PARENT: ' DELIMITED SIZE
                              PR-CUST-PARENT-ID DELIMITED SIZE
                           INTO WS-FIND-DETAIL
                       PERFORM 8100-WRITE-FINDING
                   END-IF
           END-READ.

      *===============================================================*
      * ARRFILE and DUNHIST sweeps - orphans, and records left on a
      * customer who has nothing open to collect.
      *===============================================================*
       3000-CHECK-ONE-ARRANGEMENT.
           READ ARRANGE-FILE NEXT RECORD
               AT END
                   SET ARR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARR-READ
                   PERFORM 3100-CHECK-ARRANGEMENT
           END-READ
           IF WS-ARR-FS NOT = '00' AND NOT ARR-EOF
               MOVE 65 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON ARRFILE'
                   TO WS-ABEND-MSG
               MOVE WS-ARR-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       3100-CHECK-ARRANGEMENT.
           MOVE AG-CUST-ID TO WS-FIND-CUST-ID
           PERFORM 8400-LOOKUP-CUSTOMER
           MOVE AG-TOTAL-OWED TO WS-AMT-ED
           MOVE SPACES TO WS-FIND-DETAIL
           STRING 'STATUS ' DELIMITED SIZE
                  AG-STATUS DELIMITED SIZE
                  '  SET UP ' DELIMITED SIZE
                  AG-SETUP-DT DELIMITED SIZE
                  '  OWED ' DELIMITED SIZE
                  WS-AMT-ED DELIMITED SIZE
               INTO WS-FIND-DETAIL
           EVALUATE TRUE
               WHEN NOT ON-MASTER
                   MOVE 2414 TO WS-FIND-RULE
                   PERFORM 8100-WRITE-FINDING
               WHEN AG-ACTIVE
                   MOVE AG-CUST-ID TO WS-SUM-CUST-ID
                   PERFORM 3500-SUM-OPEN-ITEMS
                   IF WS-SUM-OPEN-AMT = 0
                       MOVE 2418 TO WS-FIND-RULE
                       PERFORM 8100-WRITE-FINDING
                   END-IF
           END-EVALUATE.

       3500-SUM-OPEN-ITEMS.
           MOVE 0 TO WS-SUM-OPEN-AMT
           IF HIST-OPEN
               MOVE 'N' TO WS-SUM-DONE-FLAG
               MOVE WS-SUM-CUST-ID TO BH-CUST-ID
               MOVE 0 TO BH-BILLING-DT
               START BILLING-HISTORY KEY IS >= BH-KEY
                   INVALID KEY
                       SET SUM-DONE TO TRUE
               END-START
               PERFORM 3550-ADD-ONE-OPEN-ITEM
                   UNTIL SUM-DONE
           END-IF.

       3550-ADD-ONE-OPEN-ITEM.
           READ BILLING-HISTORY NEXT RECORD
               AT END
                   SET SUM-DONE TO TRUE
               NOT AT END
                   IF BH-CUST-ID NOT = WS-SUM-CUST-ID
                       SET SUM-DONE TO TRUE
                   ELSE
                       ADD BH-OPEN-AMT TO WS-SUM-OPEN-AMT
                   END-IF
           END-READ
           IF WS-HIST-FS NOT = '00' AND NOT SUM-DONE
               MOVE 66 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON BILLHIST'
                   TO WS-ABEND-MSG
               MOVE WS-HIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       4000-CHECK-ONE-DUNNING.
           READ DUNNING-HISTORY NEXT RECORD
               AT END
                   SET DUN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DUN-READ
                   PERFORM 4100-CHECK-DUNNING
           END-READ
           IF WS-DUNHIST-FS NOT = '00' AND NOT DUN-EOF
               MOVE 65 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON DUNHIST'
                   TO WS-ABEND-MSG
               MOVE WS-DUNHIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       4100-CHECK-DUNNING.
      *    DUNNING retires the history of a customer who has paid
      *    up; one still standing with nothing open would have the
      *    customer's next delinquency start at the old level. An
      *    account at the agency is left alone.
           MOVE DH-CUST-ID TO WS-FIND-CUST-ID
           PERFORM 8400-LOOKUP-CUSTOMER
           MOVE SPACES TO WS-FIND-DETAIL
           STRING 'LEVEL ' DELIMITED SIZE
                  DH-LAST-LEVEL DELIMITED SIZE
                  '  LAST NOTICE ' DELIMITED SIZE
                  DH-LAST-NOTICE-DT DELIMITED SIZE
                  '  REFERRED ' DELIMITED SIZE
                  DH-REFERRED-FLAG DELIMITED SIZE
               INTO WS-FIND-DETAIL
           EVALUATE TRUE
               WHEN NOT ON-MASTER
                   MOVE 2415 TO WS-FIND-RULE
                   PERFORM 8100-WRITE-FINDING
               WHEN DH-REFERRED
                   CONTINUE
               WHEN OTHER
                   MOVE DH-CUST-ID TO WS-SUM-CUST-ID
                   PERFORM 3500-SUM-OPEN-ITEMS
                   IF WS-SUM-OPEN-AMT = 0
                       MOVE 2419 TO WS-FIND-RULE
                       PERFORM 8100-WRITE-FINDING
                   END-IF
           END-EVALUATE.

      *===============================================================*
      * BILLHIST sweep - one finding per customer id no longer on
      * CUSTFILE, with how many records it left and what is open.
      *===============================================================*
       5000-SWEEP-BILLING-HISTORY.
           MOVE LOW-VALUES TO BH-KEY
           START BILLING-HISTORY KEY IS >= BH-KEY
               INVALID KEY
                   SET HIST-EOF TO TRUE
           END-START
           MOVE SPACES TO WS-GROUP-CUST-ID
           PERFORM 5100-READ-ONE-HISTORY
               UNTIL HIST-EOF
           IF WS-GROUP-CUST-ID NOT = SPACES
               PERFORM 5200-CLOSE-HISTORY-GROUP
           END-IF.

       5100-READ-ONE-HISTORY.
           READ BILLING-HISTORY NEXT RECORD
               AT END
                   SET HIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ
                   IF BH-CUST-ID NOT = WS-GROUP-CUST-ID
                       IF WS-GROUP-CUST-ID NOT = SPACES
                           PERFORM 5200-CLOSE-HISTORY-GROUP
                       END-IF
                       MOVE BH-CUST-ID TO WS-GROUP-CUST-ID
                       MOVE 0 TO WS-GROUP-ROWS
                                 WS-GROUP-LAST-DT
                                 WS-GROUP-OPEN-AMT
                   END-IF
                   ADD 1 TO WS-GROUP-ROWS
                   MOVE BH-BILLING-DT TO WS-GROUP-LAST-DT
                   ADD BH-OPEN-AMT TO WS-GROUP-OPEN-AMT
           END-READ
           IF WS-HIST-FS NOT = '00' AND NOT HIST-EOF
               MOVE 66 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON BILLHIST'
                   TO WS-ABEND-MSG
               MOVE WS-HIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       5200-CLOSE-HISTORY-GROUP.
           MOVE WS-GROUP-CUST-ID TO WS-FIND-CUST-ID
           PERFORM 8400-LOOKUP-CUSTOMER
           IF NOT ON-MASTER
               MOVE WS-GROUP-OPEN-AMT TO WS-AMT-ED
               MOVE SPACES TO WS-FIND-DETAIL
               STRING WS-GROUP-ROWS DELIMITED SIZE
                      ' RECORDS  LAST ' DELIMITED SIZE
                      WS-GROUP-LAST-DT DELIMITED SIZE
                      '  OPEN ' DELIMITED SIZE
                      WS-AMT-ED DELIMITED SIZE
                   INTO WS-FIND-DETAIL
               IF WS-GROUP-OPEN-AMT > 0
                   MOVE 2416 TO WS-FIND-RULE
               ELSE
                   MOVE 2417 TO WS-FIND-RULE
               END-IF
               PERFORM 8100-WRITE-FINDING
           END-IF.

      *===============================================================*
      * The report - findings rule by rule, off the work file.
      *===============================================================*
       6000-PRINT-FINDINGS.
           CLOSE AUDIT-WORK
           OPEN INPUT AUDIT-WORK
           IF WS-WORK-FS NOT = '00'
               MOVE 63 TO WS-ABEND-CODE
               MOVE 'WORK FILE MDAWORK UNREADABLE FOR REPORT'
                   TO WS-ABEND-MSG
               MOVE WS-WORK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           MOVE 0 TO WS-CUR-RULE
           PERFORM 6100-PRINT-ONE-FINDING
               UNTIL WORK-EOF
           IF WS-CUR-RULE NOT = 0
               PERFORM 6300-END-RULE-GROUP
           END-IF
           CLOSE AUDIT-WORK.

       6100-PRINT-ONE-FINDING.
           READ AUDIT-WORK NEXT RECORD
               AT END
                   SET WORK-EOF TO TRUE
               NOT AT END
                   IF MW-RULE NOT = WS-CUR-RULE
                       IF WS-CUR-RULE NOT = 0
                           PERFORM 6300-END-RULE-GROUP
                       END-IF
                       MOVE MW-RULE TO WS-CUR-RULE
                       PERFORM 6200-START-RULE-GROUP
                   END-IF
                   MOVE SPACES TO RPT-LINE
                   STRING '  ' DELIMITED SIZE
                          MW-CUST-ID DELIMITED SIZE
                          '  ' DELIMITED SIZE
                          MW-CUST-NAME DELIMITED SIZE
                          '  ' DELIMITED SIZE
                          MW-DETAIL DELIMITED SIZE
                       INTO RPT-LINE
                   PERFORM 7000-WRITE-REPORT
           END-READ
           IF WS-WORK-FS NOT = '00' AND NOT WORK-EOF
               MOVE 63 TO WS-ABEND-CODE
               MOVE 'READ FAILED ON WORK FILE MDAWORK'
                   TO WS-ABEND-MSG
               MOVE WS-WORK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       6200-START-RULE-GROUP.
           MOVE WS-CUR-RULE TO WS-ERR-CODE
           PERFORM 8050-LOOKUP-ERR-MSG
           PERFORM 8060-SET-SEVERITY-TEXT
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           STRING 'RULE ' DELIMITED SIZE
                  WS-CUR-RULE DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-SEVERITY-TEXT DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-ERR-MSG DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           STRING '  CUSTOMER    NAME                          '
                      DELIMITED SIZE
                  '  DETAIL' DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT.

       6300-END-RULE-GROUP.
           COMPUTE WS-RULE-SUB = WS-CUR-RULE - 2400
           MOVE WS-RULE-CNT (WS-RULE-SUB) TO WS-CNT-ED
           MOVE SPACES TO RPT-LINE
           STRING '  FINDINGS: ' DELIMITED SIZE
                  WS-CNT-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT.

       7000-WRITE-REPORT.
           WRITE RPT-LINE
           IF WS-RPT-FS NOT = '00'
               MOVE 64 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON AUDIT REPORT MDARPT'
                   TO WS-ABEND-MSG
               MOVE WS-RPT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

      *===============================================================*
      * Shared finding, lookup and edit paragraphs.
      *===============================================================*
       8100-WRITE-FINDING.
           ADD 1 TO WS-FIND-SEQ
           ADD 1 TO WS-FINDINGS
           MOVE 'Y' TO WS-CUST-FLAGGED-FLAG
           COMPUTE WS-RULE-SUB = WS-FIND-RULE - 2400
           ADD 1 TO WS-RULE-CNT (WS-RULE-SUB)
           MOVE WS-FIND-RULE    TO MW-RULE
           MOVE WS-FIND-SEQ     TO MW-SEQ
           MOVE WS-FIND-CUST-ID TO MW-CUST-ID
           MOVE WS-FIND-NAME    TO MW-CUST-NAME
           MOVE WS-FIND-DETAIL  TO MW-DETAIL
           WRITE AUDIT-WORK-REC
           IF WS-WORK-FS NOT = '00'
               MOVE 63 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON WORK FILE MDAWORK'
                   TO WS-ABEND-MSG
               MOVE WS-WORK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       8400-LOOKUP-CUSTOMER.
      *    Is the id on WS-FIND-CUST-ID still on the master? The
      *    name goes on the finding either way.
           MOVE 'N' TO WS-ON-MASTER-FLAG
           MOVE WS-FIND-CUST-ID TO CR-CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '(NOT ON CUSTFILE)' TO WS-FIND-NAME
               NOT INVALID KEY
                   SET ON-MASTER TO TRUE
                   MOVE CR-CUST-NAME TO WS-FIND-NAME
           END-READ.

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

       8060-SET-SEVERITY-TEXT.
           IF WS-ERR-SEVERITY = 'W'
               MOVE 'WARNING' TO WS-SEVERITY-TEXT
           ELSE
               MOVE 'ERROR' TO WS-SEVERITY-TEXT
           END-IF.

       8300-VALIDATE-DATE.
      *    A real calendar date, leap years included.
           MOVE 'N' TO WS-DATE-OK-FLAG
           IF WS-EDIT-DT NUMERIC
               AND WS-EDIT-YYYY >= 1900
               AND WS-EDIT-MM >= 1 AND WS-EDIT-MM <= 12
               AND WS-EDIT-DD >= 1
               EVALUATE WS-EDIT-MM
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO WS-MONTH-DAYS
                   WHEN 2
                       IF (FUNCTION MOD(WS-EDIT-YYYY, 4) = 0
                           AND FUNCTION MOD(WS-EDIT-YYYY, 100)
                               NOT = 0)
                           OR FUNCTION MOD(WS-EDIT-YYYY, 400) = 0
                           MOVE 29 TO WS-MONTH-DAYS
                       ELSE
                           MOVE 28 TO WS-MONTH-DAYS
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO WS-MONTH-DAYS
               END-EVALUATE
               IF WS-EDIT-DD <= WS-MONTH-DAYS
                   SET DATE-OK TO TRUE
               END-IF
           END-IF.

       9000-FINALIZE.
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE 'SUMMARY BY RULE:' TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           STRING '  RULE  SEVERITY  FINDINGS  DESCRIPTION'
                      DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE 1 TO WS-RULE-SUB
           PERFORM 9100-LIST-ONE-RULE
               UNTIL WS-RULE-SUB > WS-RULE-COUNT
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-CUSTS-READ TO WS-CNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'CUSTOMERS READ:           ' DELIMITED SIZE
                  WS-CNT-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-CUSTS-FLAGGED TO WS-CNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'CUSTOMERS WITH FINDINGS:  ' DELIMITED SIZE
                  WS-CNT-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-ARR-READ TO WS-CNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'ARRFILE RECORDS READ:     ' DELIMITED SIZE
                  WS-CNT-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-DUN-READ TO WS-CNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'DUNHIST RECORDS READ:     ' DELIMITED SIZE
                  WS-CNT-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-HIST-READ TO WS-CNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'BILLHIST RECORDS READ:    ' DELIMITED SIZE
                  WS-CNT-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-ERROR-FINDINGS TO WS-CNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'ERROR FINDINGS:           ' DELIMITED SIZE
                  WS-CNT-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-WARN-FINDINGS TO WS-CNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'WARNING FINDINGS:         ' DELIMITED SIZE
                  WS-CNT-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           CLOSE CUSTOMER-FILE
                 PARENT-FILE
                 RATE-FILE
                 TAX-RATE-FILE
                 AUDIT-REPORT
           IF TERMS-OPEN
               CLOSE TERMS-FILE
           END-IF
           IF ARR-OPEN
               CLOSE ARRANGE-FILE
           END-IF
           IF DUN-OPEN
               CLOSE DUNNING-HISTORY
           END-IF
           IF HIST-OPEN
               CLOSE BILLING-HISTORY
           END-IF
           DISPLAY 'CUSTOMERS READ:     ' WS-CUSTS-READ
           DISPLAY 'CUSTOMERS FLAGGED:  ' WS-CUSTS-FLAGGED
           DISPLAY 'ERROR FINDINGS:     ' WS-ERROR-FINDINGS
           DISPLAY 'WARNING FINDINGS:   ' WS-WARN-FINDINGS
           IF WS-ERROR-FINDINGS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       9100-LIST-ONE-RULE.
           COMPUTE WS-ERR-CODE = 2400 + WS-RULE-SUB
           PERFORM 8050-LOOKUP-ERR-MSG
           PERFORM 8060-SET-SEVERITY-TEXT
           IF WS-ERR-SEVERITY = 'W'
               ADD WS-RULE-CNT (WS-RULE-SUB) TO WS-WARN-FINDINGS
           ELSE
               ADD WS-RULE-CNT (WS-RULE-SUB) TO WS-ERROR-FINDINGS
           END-IF
           MOVE WS-RULE-CNT (WS-RULE-SUB) TO WS-CNT-ED
           MOVE SPACES TO RPT-LINE
           STRING '  ' DELIMITED SIZE
                  WS-ERR-CODE DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-SEVERITY-TEXT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-CNT-ED DELIMITED SIZE
                  '   ' DELIMITED SIZE
                  WS-ERR-MSG DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           ADD 1 TO WS-RULE-SUB.

       9999-ABEND.
           DISPLAY 'MDAUDIT ABEND ' WS-ABEND-CODE ': '
               WS-ABEND-MSG
           DISPLAY 'FILE STATUS: ' WS-ABEND-FS
           MOVE WS-ABEND-CODE TO RETURN-CODE
           STOP RUN.
