      *===============================================================*
      * PROGRAM-ID: REVSTAT
      * AUTHOR:     LEGACY-SYSTEM
      * DATE:       2026-10-15
      *---------------------------------------------------------------*
      * Revenue, Usage and Customer Statistics.
      * Management's view of how each rate plan is doing, and
      * whether usage is falling, used to be built by hand from
      * BILLOUT extracts. This run summarizes the billing history
      * (BILLHIST) for the last 13 periods, grouped three ways: by
      * rate plan (the customer's CR-CUST-PLAN-CODE on the master),
      * by tax jurisdiction (the BH-TAX-JUR the bill was taxed
      * under) and for all customers together. For each group and
      * period it shows:
      *   customers billed   distinct customers with a bill dated
      *                      in the period
      *   usage billed       BH-BILLED-AMT, the usage subtotal
      *                      billed (a budget customer's level
      *                      installment)
      *   base, tier 2,      the tiered usage revenue
      *   tier 3
      *   average bill       the bills' own charges (BH-TOTAL-DUE
      *                      less sales MSYBILL carried on them)
      *                      over the bills
      *   estimated %        bills billed on estimated usage -
      *                      flag 'E', or 'T' once trued up
      *   starts, stops      service start and stop dates on the
      *                      customer master falling in the period
      * with month-over-month and year-over-year change in usage
      * billed and in tier revenue. MSYBILL sale items are not
      * bills and are left out. Twenty-five periods are read so
      * every period shown has its year-ago figure.
      *
      * The last period is the month before the run date, or the
      * optional parm REVSPARM (YYYYMM); a period that is not a
      * month, or is still to come, refuses the run with return
      * code 8. The printed report is REVSRPT; REVSCSV carries the
      * same figures comma-delimited, one line per group and
      * period under a heading line, for finance to load.
      *===============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVSTAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'REVSPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
           SELECT BILLING-HISTORY ASSIGN TO 'BILLHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-FS.
      *    Read by key for each billed customer's plan, then swept
      *    end to end for the service starts and stops.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CUST-ID
               FILE STATUS IS WS-CUST-FS.
      *    One row per group and period, in the order reported.
           SELECT STAT-WORK ASSIGN TO 'RSTWORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-SWORK-FS.
           SELECT STAT-REPORT ASSIGN TO 'REVSRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT STAT-EXTRACT ASSIGN TO 'REVSCSV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSV-FS.
           SELECT OPTIONAL RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD PARM-FILE.
       01  PARM-REC.
           05  PARM-END-PERIOD       PIC 9(6).

       FD BILLING-HISTORY.
       COPY BILLING-HISTORY-RECORD.

       FD CUSTOMER-FILE.
       COPY CUSTOMER-RECORD.

       FD STAT-WORK.
       01  STAT-WORK-REC.
           05  ST-KEY.
               10  ST-GRP-TYPE       PIC X.
                   88  ST-PLAN-GRP   VALUE '1'.
                   88  ST-JUR-GRP    VALUE '2'.
                   88  ST-ALL-GRP    VALUE '3'.
               10  ST-GRP-CODE       PIC X(5).
               10  ST-PERIOD         PIC 9(6).
           05  ST-FIGURES.
               10  ST-BILLS          PIC 9(7).
               10  ST-CUSTS          PIC 9(7).
               10  ST-USAGE-AMT      PIC 9(11)V99.
               10  ST-BASE-AMT       PIC 9(11)V99.
               10  ST-TIER2-AMT      PIC 9(11)V99.
               10  ST-TIER3-AMT      PIC 9(11)V99.
               10  ST-BILL-AMT       PIC 9(11)V99.
               10  ST-EST-BILLS      PIC 9(7).
               10  ST-STARTS         PIC 9(7).
               10  ST-STOPS          PIC 9(7).

       FD STAT-REPORT.
       01  RPT-LINE                  PIC X(132).

       FD STAT-EXTRACT.
       01  CSV-REC                   PIC X(200).

       FD RUN-JOURNAL.
       COPY RUN-JOURNAL-RECORD.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-PARM-FS            PIC XX.
           05  WS-HIST-FS            PIC XX.
           05  WS-CUST-FS            PIC XX.
           05  WS-SWORK-FS           PIC XX.
           05  WS-RPT-FS             PIC XX.
           05  WS-CSV-FS             PIC XX.
           05  WS-JRNL-FS            PIC XX.

       01  WS-FLAGS.
           05  WS-HIST-EOF-FLAG      PIC X VALUE 'N'.
               88  HIST-EOF          VALUE 'Y'.
           05  WS-CUST-EOF-FLAG      PIC X VALUE 'N'.
               88  CUST-EOF          VALUE 'Y'.
           05  WS-WORK-EOF-FLAG      PIC X VALUE 'N'.
               88  WORK-EOF          VALUE 'Y'.
      *    'Y' = the percentage is good, 'N' = nothing to compare
      *    with, 'O' = too large to print.
           05  WS-CHG-STATE          PIC X.
               88  CHG-OK            VALUE 'Y'.
               88  CHG-NONE          VALUE 'N'.
               88  CHG-OVER          VALUE 'O'.

       01  WS-RUN-DT                 PIC 9(8).
       01  WS-RUN-DT-PARTS REDEFINES WS-RUN-DT.
           05  WS-RUN-PERIOD         PIC 9(6).
           05  FILLER                PIC 9(2).

      *    The last period reported, and the twenty-five periods
      *    read - slot 1 is two years before it, slot 25 the period
      *    itself; slots 13 to 25 are reported.
       01  WS-END-PERIOD             PIC 9(6).
       01  WS-END-PERIOD-PARTS REDEFINES WS-END-PERIOD.
           05  WS-END-YYYY           PIC 9(4).
           05  WS-END-MM             PIC 9(2).
       01  WS-FIRST-MONTH-NO         PIC 9(7).
       01  WS-SLOT-PERIODS.
           05  WS-SLOT-PERIOD        PIC 9(6) OCCURS 25 TIMES.

      *    A period turned into its slot (0 = outside the window).
       01  WS-TEST-PERIOD            PIC 9(6).
       01  WS-TEST-PERIOD-PARTS REDEFINES WS-TEST-PERIOD.
           05  WS-TEST-YYYY          PIC 9(4).
           05  WS-TEST-MM            PIC 9(2).
       01  WS-MONTH-NO               PIC 9(7).
       01  WS-MONTH-REM              PIC 9(2).
       01  WS-SLOT                   PIC S9(7).
       01  WS-SLOT-SUB               PIC 99.

      *    The billed customer being swept and the periods it has
      *    already been counted in.
       01  WS-CUR-CUST-ID            PIC X(10) VALUE SPACES.
       01  WS-CUR-PLAN-CODE          PIC X(5).
       01  WS-CUST-SEEN-FLAGS.
           05  WS-CUST-SEEN          PIC X OCCURS 25 TIMES.

      *    One bill, start or stop for 8100-POST-STATS, and the
      *    group it is posted to.
       01  WS-POST-GRP-TYPE          PIC X.
       01  WS-POST-GRP-CODE          PIC X(5).
       01  WS-POST-PERIOD            PIC 9(6).
       01  WS-POST-FIGURES.
           05  WS-POST-BILLS         PIC 9(7).
           05  WS-POST-CUSTS         PIC 9(7).
           05  WS-POST-USAGE-AMT     PIC 9(11)V99.
           05  WS-POST-BASE-AMT      PIC 9(11)V99.
           05  WS-POST-TIER2-AMT     PIC 9(11)V99.
           05  WS-POST-TIER3-AMT     PIC 9(11)V99.
           05  WS-POST-BILL-AMT      PIC 9(11)V99.
           05  WS-POST-EST-BILLS     PIC 9(7).
           05  WS-POST-STARTS        PIC 9(7).
           05  WS-POST-STOPS         PIC 9(7).
       01  WS-POST-JUR-CODE          PIC X(5).

      *    The group being reported, all twenty-five periods.
       01  WS-GRP-TYPE               PIC X.
       01  WS-GRP-CODE               PIC X(5).
       01  WS-LAST-GRP-TYPE          PIC X VALUE SPACE.
       01  WS-GRP-ACTIVE             PIC 9(7).
       01  WS-GRP-TABLE.
           05  WS-GRP-PER OCCURS 25 TIMES.
               10  WS-GP-BILLS       PIC 9(7).
               10  WS-GP-CUSTS       PIC 9(7).
               10  WS-GP-USAGE-AMT   PIC 9(11)V99.
               10  WS-GP-BASE-AMT    PIC 9(11)V99.
               10  WS-GP-TIER2-AMT   PIC 9(11)V99.
               10  WS-GP-TIER3-AMT   PIC 9(11)V99.
               10  WS-GP-BILL-AMT    PIC 9(11)V99.
               10  WS-GP-EST-BILLS   PIC 9(7).
               10  WS-GP-STARTS      PIC 9(7).
               10  WS-GP-STOPS       PIC 9(7).
       01  WS-ROW-SUB                PIC 99.
       01  WS-PREV-SUB               PIC 99.
       01  WS-YEAR-SUB               PIC 99.

      *    Figures worked out for one period row.
       01  WS-ROW-FIELDS.
           05  WS-AVG-BILL           PIC 9(9)V99.
           05  WS-EST-PCT            PIC 9(3).
           05  WS-REV-AMT            PIC 9(11)V99.
           05  WS-CHG-NEW            PIC 9(11)V99.
           05  WS-CHG-OLD            PIC 9(11)V99.
           05  WS-CHG-PCT            PIC S9(4)V9.
           05  WS-USG-MOM-PCT        PIC S9(4)V9.
           05  WS-USG-MOM-STATE      PIC X.
           05  WS-USG-YOY-PCT        PIC S9(4)V9.
           05  WS-USG-YOY-STATE      PIC X.
           05  WS-REV-MOM-PCT        PIC S9(4)V9.
           05  WS-REV-MOM-STATE      PIC X.
           05  WS-REV-YOY-PCT        PIC S9(4)V9.
           05  WS-REV-YOY-STATE      PIC X.

      *    Report edits.
       01  WS-STAT-AMT-ED            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AVG-ED                 PIC Z,ZZZ,ZZ9.99.
       01  WS-CUSTS-ED               PIC ZZZZZ9.
       01  WS-SMALL-ED               PIC ZZZ9.
       01  WS-PCT-ED                 PIC ZZ9.
       01  WS-CHG-ED                 PIC -ZZZ9.9.
       01  WS-CHG-TEXT               PIC X(7).
       01  WS-COUNT-ED               PIC ZZZZZZ9.
       01  WS-GRP-LABEL              PIC X(40).

      *    Extract edits - plain digits with a decimal point and a
      *    leading sign, no currency or grouping.
       01  WS-CSV-TYPE               PIC X(12).
       01  WS-CSV-CUSTS              PIC 9(7).
       01  WS-CSV-USAGE              PIC 9(11).99.
       01  WS-CSV-BASE               PIC 9(11).99.
       01  WS-CSV-TIER2              PIC 9(11).99.
       01  WS-CSV-TIER3              PIC 9(11).99.
       01  WS-CSV-AVG                PIC 9(9).99.
       01  WS-CSV-EST-PCT            PIC 9(3).
       01  WS-CSV-STARTS             PIC 9(7).
       01  WS-CSV-STOPS              PIC 9(7).
       01  WS-CSV-CHG-ED             PIC +9(4).9.
       01  WS-CSV-USG-MOM            PIC X(7).
       01  WS-CSV-USG-YOY            PIC X(7).
       01  WS-CSV-REV-MOM            PIC X(7).
       01  WS-CSV-REV-YOY            PIC X(7).

       01  WS-TOTALS.
           05  WS-HIST-READ          PIC 9(7) VALUE 0.
           05  WS-BILLS-USED         PIC 9(7) VALUE 0.
           05  WS-CUST-READ          PIC 9(7) VALUE 0.
           05  WS-CUST-MISSING       PIC 9(7) VALUE 0.
           05  WS-GROUPS-REPORTED    PIC 9(7) VALUE 0.
           05  WS-CSV-WRITTEN        PIC 9(7) VALUE 0.

      *    Operator abend fields: statistics built from a half-read
      *    history would show a fall in usage that never happened.
       01  WS-ABEND-CODE             PIC 9(2).
       01  WS-ABEND-MSG              PIC X(50).
       01  WS-ABEND-FS               PIC XX.

      *===============================================================*
       PROCEDURE DIVISION.
      *===============================================================*

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1090-JOURNAL-START
           PERFORM 2000-SWEEP-HISTORY
               UNTIL HIST-EOF
           PERFORM 3000-SWEEP-CUSTOMERS
           PERFORM 4000-REPORT-GROUPS
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
           COMPUTE RJ-RECORDS-IN = WS-HIST-READ + WS-CUST-READ
           MOVE WS-CSV-WRITTEN  TO RJ-RECORDS-OUT
           MOVE 0               TO RJ-RECORDS-ERROR
           PERFORM 9700-WRITE-RUN-JOURNAL.

       9700-WRITE-RUN-JOURNAL.
      *    Appended to the shop-wide run journal so DAYRPT can
      *    reconstruct what ran overnight without digging through
      *    console logs. Opened per write so the record is on disk
      *    even if the run dies later.
           OPEN EXTEND RUN-JOURNAL
           MOVE 'REVSTAT ' TO RJ-JOB-NAME
           ACCEPT RJ-RUN-DT FROM DATE YYYYMMDD
           ACCEPT RJ-RUN-TIME FROM TIME
           WRITE RUN-JRNL-REC
           CLOSE RUN-JOURNAL.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD
           MOVE WS-RUN-PERIOD TO WS-END-PERIOD
           IF WS-END-MM = 1
               MOVE 12 TO WS-END-MM
               SUBTRACT 1 FROM WS-END-YYYY
           ELSE
               SUBTRACT 1 FROM WS-END-MM
           END-IF
           OPEN INPUT PARM-FILE
           IF WS-PARM-FS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARM-FS = '00'
                   AND PARM-END-PERIOD NUMERIC
                   AND PARM-END-PERIOD NOT = 0
                   MOVE PARM-END-PERIOD TO WS-END-PERIOD
               END-IF
               CLOSE PARM-FILE
           END-IF
           IF WS-END-MM < 1 OR WS-END-MM > 12
               OR WS-END-PERIOD > WS-RUN-PERIOD
               DISPLAY 'REVSTAT: PERIOD ' WS-END-PERIOD
                   ' REJECTED - NOT A PAST OR CURRENT MONTH'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-SET-SLOT-PERIODS
           OPEN INPUT BILLING-HISTORY
           IF WS-HIST-FS NOT = '00'
               MOVE 30 TO WS-ABEND-CODE
               MOVE 'BILLING HISTORY BILLHIST MISSING OR UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-HIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FS NOT = '00'
               MOVE 31 TO WS-ABEND-CODE
               MOVE 'CUSTOMER MASTER CUSTFILE MISSING OR UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-CUST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
      *    Created empty, then reopened I-O so each bill can be
      *    added to its group's period row.
           OPEN OUTPUT STAT-WORK
           IF WS-SWORK-FS = '00'
               CLOSE STAT-WORK
               OPEN I-O STAT-WORK
           END-IF
           IF WS-SWORK-FS NOT = '00'
               MOVE 32 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN STATISTICS WORK FILE RSTWORK'
                   TO WS-ABEND-MSG
               MOVE WS-SWORK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT STAT-REPORT
           IF WS-RPT-FS NOT = '00'
               MOVE 33 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN STATISTICS REPORT REVSRPT'
                   TO WS-ABEND-MSG
               MOVE WS-RPT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT STAT-EXTRACT
           IF WS-CSV-FS NOT = '00'
               MOVE 34 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN STATISTICS EXTRACT REVSCSV'
                   TO WS-ABEND-MSG
               MOVE WS-CSV-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING 'REVENUE, USAGE AND CUSTOMER STATISTICS  PERIODS '
                      DELIMITED SIZE
                  WS-SLOT-PERIOD (13) DELIMITED SIZE
                  ' - ' DELIMITED SIZE
                  WS-SLOT-PERIOD (25) DELIMITED SIZE
                  '  RUN DATE: ' DELIMITED SIZE
                  WS-RUN-DT DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           STRING 'CHANGE COLUMNS: USAGE BILLED AND TIER REVENUE, '
                      DELIMITED SIZE
                  'PERCENT ON THE PRIOR MONTH (MOM) AND THE SAME '
                      DELIMITED SIZE
                  'MONTH A YEAR EARLIER (YOY)' DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO CSV-REC
           STRING 'GROUP TYPE,GROUP,PERIOD,CUSTOMERS BILLED,'
                      DELIMITED SIZE
                  'USAGE BILLED,BASE,TIER 2,TIER 3,AVERAGE BILL,'
                      DELIMITED SIZE
                  'PCT ESTIMATED,STARTS,STOPS,USAGE MOM PCT,'
                      DELIMITED SIZE
                  'USAGE YOY PCT,REVENUE MOM PCT,REVENUE YOY PCT'
                      DELIMITED SIZE
               INTO CSV-REC
           PERFORM 7100-WRITE-EXTRACT
           MOVE LOW-VALUES TO BH-KEY
           START BILLING-HISTORY KEY IS >= BH-KEY
               INVALID KEY
                   SET HIST-EOF TO TRUE
           END-START
           IF WS-HIST-FS NOT = '00'
               SET HIST-EOF TO TRUE
           END-IF.

       1100-SET-SLOT-PERIODS.
      *    Months are counted from year zero so the window can step
      *    back across year ends by plain subtraction.
           MOVE WS-END-PERIOD TO WS-TEST-PERIOD
           COMPUTE WS-FIRST-MONTH-NO =
               WS-TEST-YYYY * 12 + WS-TEST-MM - 1 - 24
           MOVE 1 TO WS-SLOT-SUB
           PERFORM 1150-SET-ONE-SLOT
               UNTIL WS-SLOT-SUB > 25.

       1150-SET-ONE-SLOT.
           COMPUTE WS-MONTH-NO = WS-FIRST-MONTH-NO + WS-SLOT-SUB - 1
           DIVIDE WS-MONTH-NO BY 12
               GIVING WS-TEST-YYYY
               REMAINDER WS-MONTH-REM
           COMPUTE WS-TEST-MM = WS-MONTH-REM + 1
           MOVE WS-TEST-PERIOD TO WS-SLOT-PERIOD (WS-SLOT-SUB)
           ADD 1 TO WS-SLOT-SUB.

       1200-FIND-SLOT.
      *    WS-TEST-PERIOD in, WS-SLOT out - zero when the period is
      *    outside the twenty-five read.
           MOVE 0 TO WS-SLOT
           IF WS-TEST-PERIOD NUMERIC
               AND WS-TEST-MM >= 1 AND WS-TEST-MM <= 12
               COMPUTE WS-SLOT =
                   WS-TEST-YYYY * 12 + WS-TEST-MM - 1
                   - WS-FIRST-MONTH-NO + 1
               IF WS-SLOT < 1 OR WS-SLOT > 25
                   MOVE 0 TO WS-SLOT
               END-IF
           END-IF.

      *===============================================================*
      * Billing history sweep - every bill in the window posted to
      * its plan, its jurisdiction and the all-customer total.
      *===============================================================*
       2000-SWEEP-HISTORY.
           READ BILLING-HISTORY NEXT RECORD
               AT END
                   SET HIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ
                   IF NOT BH-SALES-ITEM
                       DIVIDE BH-BILLING-DT BY 100
                           GIVING WS-TEST-PERIOD
                       PERFORM 1200-FIND-SLOT
                       IF WS-SLOT > 0
                           IF BH-CUST-ID NOT = WS-CUR-CUST-ID
                               PERFORM 2100-NEW-CUSTOMER
                           END-IF
                           PERFORM 2200-POST-BILL
                       END-IF
                   END-IF
           END-READ
           IF WS-HIST-FS NOT = '00' AND NOT HIST-EOF
               MOVE 30 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON BILLHIST'
                   TO WS-ABEND-MSG
               MOVE WS-HIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       2100-NEW-CUSTOMER.
      *    A customer no longer on the master keeps its history in
      *    the totals, under a blank plan.
           MOVE BH-CUST-ID TO WS-CUR-CUST-ID
           MOVE SPACES TO WS-CUST-SEEN-FLAGS
           MOVE BH-CUST-ID TO CR-CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-CUR-PLAN-CODE
                   ADD 1 TO WS-CUST-MISSING
               NOT INVALID KEY
                   MOVE CR-CUST-PLAN-CODE TO WS-CUR-PLAN-CODE
           END-READ.

       2200-POST-BILL.
           ADD 1 TO WS-BILLS-USED
           INITIALIZE WS-POST-FIGURES
           MOVE WS-TEST-PERIOD TO WS-POST-PERIOD
           MOVE 1 TO WS-POST-BILLS
           IF WS-CUST-SEEN (WS-SLOT) NOT = 'Y'
               MOVE 'Y' TO WS-CUST-SEEN (WS-SLOT)
               MOVE 1 TO WS-POST-CUSTS
           END-IF
      *    Usage billed as TAXRPT takes it - records archived before
      *    the billed amount existed fall back to the tiers.
           IF BH-BILLED-AMT NUMERIC
               MOVE BH-BILLED-AMT TO WS-POST-USAGE-AMT
           ELSE
               COMPUTE WS-POST-USAGE-AMT =
                   BH-BASE-CHARGES + BH-TIER2-CHARGES
                   + BH-TIER3-CHARGES
           END-IF
           MOVE BH-BASE-CHARGES  TO WS-POST-BASE-AMT
           MOVE BH-TIER2-CHARGES TO WS-POST-TIER2-AMT
           MOVE BH-TIER3-CHARGES TO WS-POST-TIER3-AMT
           MOVE BH-TOTAL-DUE     TO WS-POST-BILL-AMT
           IF BH-SALES-AMT NUMERIC
               AND BH-SALES-AMT < BH-TOTAL-DUE
               SUBTRACT BH-SALES-AMT FROM WS-POST-BILL-AMT
           END-IF
           IF BH-ESTIMATED-FLAG = 'E' OR BH-ESTIMATED-FLAG = 'T'
               MOVE 1 TO WS-POST-EST-BILLS
           END-IF
           MOVE BH-TAX-JUR TO WS-POST-JUR-CODE
           PERFORM 2900-POST-ALL-GROUPS.

       2900-POST-ALL-GROUPS.
           MOVE '1' TO WS-POST-GRP-TYPE
           MOVE WS-CUR-PLAN-CODE TO WS-POST-GRP-CODE
           PERFORM 8100-POST-STATS
           MOVE '2' TO WS-POST-GRP-TYPE
           MOVE WS-POST-JUR-CODE TO WS-POST-GRP-CODE
           PERFORM 8100-POST-STATS
           MOVE '3' TO WS-POST-GRP-TYPE
           MOVE SPACES TO WS-POST-GRP-CODE
           PERFORM 8100-POST-STATS.

      *===============================================================*
      * Customer master sweep - service starts and stops, under the
      * customer's plan and jurisdiction.
      *===============================================================*
       3000-SWEEP-CUSTOMERS.
           MOVE LOW-VALUES TO CR-CUST-ID
           START CUSTOMER-FILE KEY IS >= CR-CUST-ID
               INVALID KEY
                   SET CUST-EOF TO TRUE
           END-START
           IF WS-CUST-FS NOT = '00'
               SET CUST-EOF TO TRUE
           END-IF
           PERFORM 3100-READ-CUSTOMER
               UNTIL CUST-EOF.

       3100-READ-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET CUST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUST-READ
                   MOVE CR-CUST-PLAN-CODE TO WS-CUR-PLAN-CODE
                   IF CR-CUST-SVC-START-DT NUMERIC
                       AND CR-CUST-SVC-START-DT > 0
                       DIVIDE CR-CUST-SVC-START-DT BY 100
                           GIVING WS-TEST-PERIOD
                       PERFORM 1200-FIND-SLOT
                       IF WS-SLOT > 0
                           INITIALIZE WS-POST-FIGURES
                           MOVE WS-TEST-PERIOD TO WS-POST-PERIOD
                           MOVE 1 TO WS-POST-STARTS
                           MOVE CR-CUST-TAX-JUR TO WS-POST-JUR-CODE
                           PERFORM 2900-POST-ALL-GROUPS
                       END-IF
                   END-IF
                   IF CR-CUST-SVC-STOP-DT NUMERIC
                       AND CR-CUST-SVC-STOP-DT > 0
                       DIVIDE CR-CUST-SVC-STOP-DT BY 100
                           GIVING WS-TEST-PERIOD
                       PERFORM 1200-FIND-SLOT
                       IF WS-SLOT > 0
                           INITIALIZE WS-POST-FIGURES
                           MOVE WS-TEST-PERIOD TO WS-POST-PERIOD
                           MOVE 1 TO WS-POST-STOPS
                           MOVE CR-CUST-TAX-JUR TO WS-POST-JUR-CODE
                           PERFORM 2900-POST-ALL-GROUPS
                       END-IF
                   END-IF
           END-READ
           IF WS-CUST-FS NOT = '00' AND NOT CUST-EOF
               MOVE 31 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON CUSTFILE'
                   TO WS-ABEND-MSG
               MOVE WS-CUST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

      *===============================================================*
      * Report and extract - the work file comes back group by
      * group, plans first, then jurisdictions, then the total.
      *===============================================================*
       4000-REPORT-GROUPS.
           CLOSE STAT-WORK
           OPEN INPUT STAT-WORK
           IF WS-SWORK-FS NOT = '00'
               MOVE 32 TO WS-ABEND-CODE
               MOVE 'CANNOT REOPEN STATISTICS WORK FILE RSTWORK'
                   TO WS-ABEND-MSG
               MOVE WS-SWORK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           PERFORM 4100-READ-WORK
           PERFORM 4200-REPORT-ONE-GROUP
               UNTIL WORK-EOF.

       4100-READ-WORK.
           READ STAT-WORK NEXT RECORD
               AT END
                   SET WORK-EOF TO TRUE
           END-READ
           IF WS-SWORK-FS NOT = '00' AND NOT WORK-EOF
               MOVE 32 TO WS-ABEND-CODE
               MOVE 'READ FAILED ON STATISTICS WORK FILE RSTWORK'
                   TO WS-ABEND-MSG
               MOVE WS-SWORK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       4200-REPORT-ONE-GROUP.
           MOVE ST-GRP-TYPE TO WS-GRP-TYPE
           MOVE ST-GRP-CODE TO WS-GRP-CODE
           INITIALIZE WS-GRP-TABLE
           MOVE 0 TO WS-GRP-ACTIVE
           PERFORM 4300-HOLD-PERIOD
               UNTIL WORK-EOF
                  OR ST-GRP-TYPE NOT = WS-GRP-TYPE
                  OR ST-GRP-CODE NOT = WS-GRP-CODE
      *    A group whose activity is all older than the periods
      *    shown (a plan retired over a year ago) is left out.
           IF WS-GRP-ACTIVE > 0
               IF WS-GRP-TYPE NOT = WS-LAST-GRP-TYPE
                   PERFORM 4250-WRITE-SECTION-HEADING
               END-IF
               PERFORM 4400-WRITE-GROUP-HEADING
               MOVE 13 TO WS-ROW-SUB
               PERFORM 4500-REPORT-PERIOD
                   UNTIL WS-ROW-SUB > 25
               ADD 1 TO WS-GROUPS-REPORTED
           END-IF.

       4250-WRITE-SECTION-HEADING.
           MOVE WS-GRP-TYPE TO WS-LAST-GRP-TYPE
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           EVALUATE WS-GRP-TYPE
               WHEN '1'
                   MOVE 'BY RATE PLAN (PLAN ON THE CUSTOMER MASTER)'
                       TO RPT-LINE
               WHEN '2'
                   MOVE 'BY TAX JURISDICTION (JURISDICTION BILLED)'
                       TO RPT-LINE
               WHEN OTHER
                   MOVE 'ALL CUSTOMERS' TO RPT-LINE
           END-EVALUATE
           PERFORM 7000-WRITE-REPORT.

       4300-HOLD-PERIOD.
           MOVE ST-PERIOD TO WS-TEST-PERIOD
           PERFORM 1200-FIND-SLOT
           IF WS-SLOT > 0
               MOVE ST-FIGURES TO WS-GRP-PER (WS-SLOT)
               IF WS-SLOT >= 13
                   ADD ST-BILLS ST-STARTS ST-STOPS TO WS-GRP-ACTIVE
               END-IF
           END-IF
           PERFORM 4100-READ-WORK.

       4400-WRITE-GROUP-HEADING.
           MOVE SPACES TO WS-GRP-LABEL
           EVALUATE WS-GRP-TYPE
               WHEN '1'
                   IF WS-GRP-CODE = SPACES
                       MOVE 'PLAN: (NONE - NOT ON CUSTFILE OR BLANK)'
                           TO WS-GRP-LABEL
                   ELSE
                       STRING 'PLAN: ' DELIMITED SIZE
                              WS-GRP-CODE DELIMITED SIZE
                           INTO WS-GRP-LABEL
                   END-IF
               WHEN '2'
                   IF WS-GRP-CODE = SPACES
                       MOVE 'JURISDICTION: (NONE - UNTAXED)'
                           TO WS-GRP-LABEL
                   ELSE
                       STRING 'JURISDICTION: ' DELIMITED SIZE
                              WS-GRP-CODE DELIMITED SIZE
                           INTO WS-GRP-LABEL
                   END-IF
               WHEN OTHER
                   MOVE 'ALL CUSTOMERS' TO WS-GRP-LABEL
           END-EVALUATE
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           MOVE WS-GRP-LABEL TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           MOVE 'CUSTS'        TO RPT-LINE (9:5)
           MOVE 'USAGE'        TO RPT-LINE (24:5)
           MOVE 'AVERAGE'      TO RPT-LINE (80:7)
           MOVE 'EST'          TO RPT-LINE (88:3)
           MOVE '---- USAGE ----' TO RPT-LINE (102:15)
           MOVE '--- REVENUE ---' TO RPT-LINE (118:15)
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           MOVE 'PERIOD'       TO RPT-LINE (1:6)
           MOVE 'BILLED'       TO RPT-LINE (8:6)
           MOVE 'BILLED'       TO RPT-LINE (23:6)
           MOVE 'BASE'         TO RPT-LINE (40:4)
           MOVE 'TIER 2'       TO RPT-LINE (53:6)
           MOVE 'TIER 3'       TO RPT-LINE (68:6)
           MOVE 'BILL'         TO RPT-LINE (83:4)
           MOVE '%'            TO RPT-LINE (90:1)
           MOVE 'STRT'         TO RPT-LINE (92:4)
           MOVE 'STOP'         TO RPT-LINE (97:4)
           MOVE 'MOM %'        TO RPT-LINE (104:5)
           MOVE 'YOY %'        TO RPT-LINE (112:5)
           MOVE 'MOM %'        TO RPT-LINE (120:5)
           MOVE 'YOY %'        TO RPT-LINE (128:5)
           PERFORM 7000-WRITE-REPORT.

       4500-REPORT-PERIOD.
           COMPUTE WS-PREV-SUB = WS-ROW-SUB - 1
           COMPUTE WS-YEAR-SUB = WS-ROW-SUB - 12
           MOVE 0 TO WS-AVG-BILL
                     WS-EST-PCT
           IF WS-GP-BILLS (WS-ROW-SUB) > 0
               COMPUTE WS-AVG-BILL ROUNDED =
                   WS-GP-BILL-AMT (WS-ROW-SUB)
                   / WS-GP-BILLS (WS-ROW-SUB)
               COMPUTE WS-EST-PCT ROUNDED =
                   WS-GP-EST-BILLS (WS-ROW-SUB) * 100
                   / WS-GP-BILLS (WS-ROW-SUB)
           END-IF
      *    Usage changes.
           MOVE WS-GP-USAGE-AMT (WS-ROW-SUB) TO WS-CHG-NEW
           MOVE WS-GP-USAGE-AMT (WS-PREV-SUB) TO WS-CHG-OLD
           PERFORM 6000-CALC-CHANGE
           MOVE WS-CHG-PCT TO WS-USG-MOM-PCT
           MOVE WS-CHG-STATE TO WS-USG-MOM-STATE
           MOVE WS-GP-USAGE-AMT (WS-YEAR-SUB) TO WS-CHG-OLD
           PERFORM 6000-CALC-CHANGE
           MOVE WS-CHG-PCT TO WS-USG-YOY-PCT
           MOVE WS-CHG-STATE TO WS-USG-YOY-STATE
      *    Tier revenue changes.
           COMPUTE WS-CHG-NEW =
               WS-GP-BASE-AMT (WS-ROW-SUB)
               + WS-GP-TIER2-AMT (WS-ROW-SUB)
               + WS-GP-TIER3-AMT (WS-ROW-SUB)
           COMPUTE WS-CHG-OLD =
               WS-GP-BASE-AMT (WS-PREV-SUB)
               + WS-GP-TIER2-AMT (WS-PREV-SUB)
               + WS-GP-TIER3-AMT (WS-PREV-SUB)
           PERFORM 6000-CALC-CHANGE
           MOVE WS-CHG-PCT TO WS-REV-MOM-PCT
           MOVE WS-CHG-STATE TO WS-REV-MOM-STATE
           COMPUTE WS-CHG-OLD =
               WS-GP-BASE-AMT (WS-YEAR-SUB)
               + WS-GP-TIER2-AMT (WS-YEAR-SUB)
               + WS-GP-TIER3-AMT (WS-YEAR-SUB)
           PERFORM 6000-CALC-CHANGE
           MOVE WS-CHG-PCT TO WS-REV-YOY-PCT
           MOVE WS-CHG-STATE TO WS-REV-YOY-STATE
           PERFORM 4600-WRITE-PERIOD-LINE
           PERFORM 4700-WRITE-EXTRACT-LINE
           ADD 1 TO WS-ROW-SUB.

       4600-WRITE-PERIOD-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE WS-SLOT-PERIOD (WS-ROW-SUB) TO RPT-LINE (1:6)
           MOVE WS-GP-CUSTS (WS-ROW-SUB) TO WS-CUSTS-ED
           MOVE WS-CUSTS-ED TO RPT-LINE (8:6)
           MOVE WS-GP-USAGE-AMT (WS-ROW-SUB) TO WS-STAT-AMT-ED
           MOVE WS-STAT-AMT-ED TO RPT-LINE (15:14)
           MOVE WS-GP-BASE-AMT (WS-ROW-SUB) TO WS-STAT-AMT-ED
           MOVE WS-STAT-AMT-ED TO RPT-LINE (30:14)
           MOVE WS-GP-TIER2-AMT (WS-ROW-SUB) TO WS-STAT-AMT-ED
           MOVE WS-STAT-AMT-ED TO RPT-LINE (45:14)
           MOVE WS-GP-TIER3-AMT (WS-ROW-SUB) TO WS-STAT-AMT-ED
           MOVE WS-STAT-AMT-ED TO RPT-LINE (60:14)
           MOVE WS-AVG-BILL TO WS-AVG-ED
           MOVE WS-AVG-ED TO RPT-LINE (75:12)
           MOVE WS-EST-PCT TO WS-PCT-ED
           MOVE WS-PCT-ED TO RPT-LINE (88:3)
           MOVE WS-GP-STARTS (WS-ROW-SUB) TO WS-SMALL-ED
           MOVE WS-SMALL-ED TO RPT-LINE (92:4)
           MOVE WS-GP-STOPS (WS-ROW-SUB) TO WS-SMALL-ED
           MOVE WS-SMALL-ED TO RPT-LINE (97:4)
           MOVE WS-USG-MOM-PCT TO WS-CHG-PCT
           MOVE WS-USG-MOM-STATE TO WS-CHG-STATE
           PERFORM 6100-EDIT-CHANGE
           MOVE WS-CHG-TEXT TO RPT-LINE (102:7)
           MOVE WS-USG-YOY-PCT TO WS-CHG-PCT
           MOVE WS-USG-YOY-STATE TO WS-CHG-STATE
           PERFORM 6100-EDIT-CHANGE
           MOVE WS-CHG-TEXT TO RPT-LINE (110:7)
           MOVE WS-REV-MOM-PCT TO WS-CHG-PCT
           MOVE WS-REV-MOM-STATE TO WS-CHG-STATE
           PERFORM 6100-EDIT-CHANGE
           MOVE WS-CHG-TEXT TO RPT-LINE (118:7)
           MOVE WS-REV-YOY-PCT TO WS-CHG-PCT
           MOVE WS-REV-YOY-STATE TO WS-CHG-STATE
           PERFORM 6100-EDIT-CHANGE
           MOVE WS-CHG-TEXT TO RPT-LINE (126:7)
           PERFORM 7000-WRITE-REPORT.

       4700-WRITE-EXTRACT-LINE.
      *    A change with nothing to compare with is an empty field,
      *    not a zero, so a load cannot mistake it for no change.
           EVALUATE WS-GRP-TYPE
               WHEN '1'
                   MOVE 'PLAN' TO WS-CSV-TYPE
               WHEN '2'
                   MOVE 'JURISDICTION' TO WS-CSV-TYPE
               WHEN OTHER
                   MOVE 'ALL' TO WS-CSV-TYPE
           END-EVALUATE
           MOVE WS-GP-CUSTS (WS-ROW-SUB)     TO WS-CSV-CUSTS
           MOVE WS-GP-USAGE-AMT (WS-ROW-SUB) TO WS-CSV-USAGE
           MOVE WS-GP-BASE-AMT (WS-ROW-SUB)  TO WS-CSV-BASE
           MOVE WS-GP-TIER2-AMT (WS-ROW-SUB) TO WS-CSV-TIER2
           MOVE WS-GP-TIER3-AMT (WS-ROW-SUB) TO WS-CSV-TIER3
           MOVE WS-AVG-BILL                  TO WS-CSV-AVG
           MOVE WS-EST-PCT                   TO WS-CSV-EST-PCT
           MOVE WS-GP-STARTS (WS-ROW-SUB)    TO WS-CSV-STARTS
           MOVE WS-GP-STOPS (WS-ROW-SUB)     TO WS-CSV-STOPS
           MOVE WS-USG-MOM-PCT TO WS-CHG-PCT
           MOVE WS-USG-MOM-STATE TO WS-CHG-STATE
           PERFORM 6200-EDIT-CSV-CHANGE
           MOVE WS-CHG-TEXT TO WS-CSV-USG-MOM
           MOVE WS-USG-YOY-PCT TO WS-CHG-PCT
           MOVE WS-USG-YOY-STATE TO WS-CHG-STATE
           PERFORM 6200-EDIT-CSV-CHANGE
           MOVE WS-CHG-TEXT TO WS-CSV-USG-YOY
           MOVE WS-REV-MOM-PCT TO WS-CHG-PCT
           MOVE WS-REV-MOM-STATE TO WS-CHG-STATE
           PERFORM 6200-EDIT-CSV-CHANGE
           MOVE WS-CHG-TEXT TO WS-CSV-REV-MOM
           MOVE WS-REV-YOY-PCT TO WS-CHG-PCT
           MOVE WS-REV-YOY-STATE TO WS-CHG-STATE
           PERFORM 6200-EDIT-CSV-CHANGE
           MOVE WS-CHG-TEXT TO WS-CSV-REV-YOY
           MOVE SPACES TO CSV-REC
           STRING WS-CSV-TYPE DELIMITED SPACE
                  ',' DELIMITED SIZE
                  WS-GRP-CODE DELIMITED SPACE
                  ',' DELIMITED SIZE
                  WS-SLOT-PERIOD (WS-ROW-SUB) DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-CSV-CUSTS DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-CSV-USAGE DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-CSV-BASE DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-CSV-TIER2 DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-CSV-TIER3 DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-CSV-AVG DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-CSV-EST-PCT DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-CSV-STARTS DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-CSV-STOPS DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-CSV-USG-MOM DELIMITED SPACE
                  ',' DELIMITED SIZE
                  WS-CSV-USG-YOY DELIMITED SPACE
                  ',' DELIMITED SIZE
                  WS-CSV-REV-MOM DELIMITED SPACE
                  ',' DELIMITED SIZE
                  WS-CSV-REV-YOY DELIMITED SPACE
               INTO CSV-REC
           PERFORM 7100-WRITE-EXTRACT.

      *===============================================================*
      * Percentage change of WS-CHG-NEW on WS-CHG-OLD, and its two
      * edits - the report's and the extract's.
      *===============================================================*
       6000-CALC-CHANGE.
           MOVE 0 TO WS-CHG-PCT
           IF WS-CHG-OLD = 0
               SET CHG-NONE TO TRUE
           ELSE
               SET CHG-OK TO TRUE
               COMPUTE WS-CHG-PCT ROUNDED =
                   (WS-CHG-NEW - WS-CHG-OLD) * 100 / WS-CHG-OLD
                   ON SIZE ERROR
                       SET CHG-OVER TO TRUE
               END-COMPUTE
           END-IF.

       6100-EDIT-CHANGE.
           EVALUATE TRUE
               WHEN CHG-OK
                   MOVE WS-CHG-PCT TO WS-CHG-ED
                   MOVE WS-CHG-ED TO WS-CHG-TEXT
               WHEN CHG-OVER
                   MOVE '  >9999' TO WS-CHG-TEXT
               WHEN OTHER
                   MOVE '    N/A' TO WS-CHG-TEXT
           END-EVALUATE.

       6200-EDIT-CSV-CHANGE.
           IF CHG-OK
               MOVE WS-CHG-PCT TO WS-CSV-CHG-ED
               MOVE WS-CSV-CHG-ED TO WS-CHG-TEXT
           ELSE
               MOVE SPACES TO WS-CHG-TEXT
           END-IF.

       7000-WRITE-REPORT.
           WRITE RPT-LINE
           IF WS-RPT-FS NOT = '00'
               MOVE 33 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON STATISTICS REPORT REVSRPT'
                   TO WS-ABEND-MSG
               MOVE WS-RPT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       7100-WRITE-EXTRACT.
           WRITE CSV-REC
           IF WS-CSV-FS NOT = '00'
               MOVE 34 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON STATISTICS EXTRACT REVSCSV'
                   TO WS-ABEND-MSG
               MOVE WS-CSV-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-CSV-WRITTEN.

       8100-POST-STATS.
      *    Adds one bill, start or stop to its group's period row,
      *    created on the first.
           MOVE WS-POST-GRP-TYPE TO ST-GRP-TYPE
           MOVE WS-POST-GRP-CODE TO ST-GRP-CODE
           MOVE WS-POST-PERIOD   TO ST-PERIOD
           READ STAT-WORK
               INVALID KEY
                   INITIALIZE ST-FIGURES
                   PERFORM 8150-ADD-FIGURES
                   WRITE STAT-WORK-REC
               NOT INVALID KEY
                   PERFORM 8150-ADD-FIGURES
                   REWRITE STAT-WORK-REC
           END-READ
           IF WS-SWORK-FS NOT = '00'
               MOVE 32 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON STATISTICS WORK FILE RSTWORK'
                   TO WS-ABEND-MSG
               MOVE WS-SWORK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       8150-ADD-FIGURES.
           ADD WS-POST-BILLS     TO ST-BILLS
           ADD WS-POST-CUSTS     TO ST-CUSTS
           ADD WS-POST-USAGE-AMT TO ST-USAGE-AMT
           ADD WS-POST-BASE-AMT  TO ST-BASE-AMT
           ADD WS-POST-TIER2-AMT TO ST-TIER2-AMT
           ADD WS-POST-TIER3-AMT TO ST-TIER3-AMT
           ADD WS-POST-BILL-AMT  TO ST-BILL-AMT
           ADD WS-POST-EST-BILLS TO ST-EST-BILLS
           ADD WS-POST-STARTS    TO ST-STARTS
           ADD WS-POST-STOPS     TO ST-STOPS.

       9000-FINALIZE.
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-BILLS-USED TO WS-COUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'BILLS SUMMARIZED (25 PERIODS): ' DELIMITED SIZE
                  WS-COUNT-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-CUST-MISSING TO WS-COUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'BILLED CUSTOMERS NOT ON CUSTFILE: ' DELIMITED SIZE
                  WS-COUNT-ED DELIMITED SIZE
                  '  (REPORTED UNDER NO PLAN)' DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-GROUPS-REPORTED TO WS-COUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'GROUPS REPORTED:                 ' DELIMITED SIZE
                  WS-COUNT-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           CLOSE BILLING-HISTORY
                 CUSTOMER-FILE
                 STAT-WORK
                 STAT-REPORT
                 STAT-EXTRACT
           DISPLAY 'PERIODS:            ' WS-SLOT-PERIOD (13)
               ' - ' WS-SLOT-PERIOD (25)
           DISPLAY 'BILLHIST READ:      ' WS-HIST-READ
           DISPLAY 'CUSTFILE READ:      ' WS-CUST-READ
           DISPLAY 'GROUPS REPORTED:    ' WS-GROUPS-REPORTED
           DISPLAY 'EXTRACT LINES:      ' WS-CSV-WRITTEN.

       9999-ABEND.
           DISPLAY 'REVSTAT ABEND ' WS-ABEND-CODE ': '
               WS-ABEND-MSG
           DISPLAY 'FILE STATUS: ' WS-ABEND-FS
           MOVE WS-ABEND-CODE TO RETURN-CODE
           STOP RUN.
