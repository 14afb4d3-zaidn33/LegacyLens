      *===============================================================*
      * PROGRAM-ID: ACCRUAL
      * AUTHOR:     LEGACY-SYSTEM
      * DATE:       2026-10-15
      *---------------------------------------------------------------*
      * Month-End Unbilled Revenue Accrual.
      * USAGECAP captures usage into USAGEDTL every day, but the
      * revenue is only booked when BILL-CALC bills the period, so
      * whatever a customer used between the last billing date and
      * month end is missing from the month's books. This run
      * walks the customer master and, for each account not
      * closed, totals the USAGEDTL quantity dated after the
      * customer's last BILLHIST billing period (sale items are not
      * billing periods) up to the accrual date. That quantity is
      * priced at the plan's RATE-RECORD tiers in effect on the
      * accrual date - base, tier 2 and tier 3 exactly as BILL-CALC
      * 4100-4300 price a period, with no proration, penalty or
      * tax, none of which is revenue earned by the usage.
      *
      * The accrual goes to the GL feed ACRGLFD: unbilled
      * receivables (1250) debited, base, tier 2 and tier 3 usage
      * revenue (4100/4200/4300) credited. GLINTF journals the feed
      * to the month of this run and, the feed being a reversing
      * one, journals its reversal to the next period dated the
      * first day of that period - so next month's billing books
      * the revenue without doubling it. The report (ACRRPT) ties
      * the accrual to the USAGEDTL rows and quantity behind it by
      * plan code. A customer whose plan has no rate in effect is
      * listed and left out of the accrual, and the run ends with
      * return code 4 so the gap is seen.
      *
      * STREAM POSITION: the last night of the month, after the
      * day's USAGECAP and before GLINTF. The accrual date is the
      * run date unless the optional parm ACRPARM names another;
      * a run made after the month has turned needs GLIPARM to
      * name the month as well, as any late run does.
      *===============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRUAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'ACRPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-CUST-ID
               FILE STATUS IS WS-CUST-FS.
           SELECT RATE-FILE ASSIGN TO 'RATEFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-RATE-KEY
               FILE STATUS IS WS-RATE-FS.
      *    No BILLHIST yet means nobody has been billed: all the
      *    captured usage is unbilled.
           SELECT OPTIONAL BILLING-HISTORY ASSIGN TO 'BILLHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-FS.
      *    No USAGEDTL means no daily usage is captured, and there
      *    is nothing to accrue.
           SELECT OPTIONAL USAGE-DETAIL-FILE ASSIGN TO 'USAGEDTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UD-KEY
               FILE STATUS IS WS-USAGE-DTL-FS.
           SELECT GL-FEED-FILE ASSIGN TO 'ACRGLFD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-FS.
           SELECT ACCRUAL-REPORT ASSIGN TO 'ACRRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT OPTIONAL RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD PARM-FILE.
       01  PARM-REC.
           05  PARM-ACCRUAL-DT       PIC 9(8).

       FD CUSTOMER-FILE.
       COPY CUSTOMER-RECORD.

       FD RATE-FILE.
       COPY RATE-RECORD.

       FD BILLING-HISTORY.
       COPY BILLING-HISTORY-RECORD.

       FD USAGE-DETAIL-FILE.
       COPY USAGE-DETAIL-RECORD.

       FD GL-FEED-FILE.
       01  GL-REC.
           05  GL-ACCOUNT-CODE       PIC X(4).
           05  FILLER                PIC X.
           05  GL-DR-CR              PIC X(2).
           05  FILLER                PIC X.
           05  GL-AMOUNT             PIC 9(9)V99.
           05  FILLER                PIC X.
           05  GL-DESCRIPTION        PIC X(30).

       FD ACCRUAL-REPORT.
       01  RPT-LINE                  PIC X(132).

       FD RUN-JOURNAL.
       COPY RUN-JOURNAL-RECORD.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-PARM-FS            PIC XX.
           05  WS-CUST-FS            PIC XX.
           05  WS-RATE-FS            PIC XX.
           05  WS-HIST-FS            PIC XX.
           05  WS-USAGE-DTL-FS       PIC XX.
           05  WS-GL-FS              PIC XX.
           05  WS-RPT-FS             PIC XX.
           05  WS-JRNL-FS            PIC XX.

       01  WS-FLAGS.
           05  WS-CUST-EOF-FLAG      PIC X VALUE 'N'.
               88  CUST-EOF          VALUE 'Y'.
           05  WS-HIST-ON-FILE-FLAG  PIC X VALUE 'Y'.
               88  HIST-ON-FILE      VALUE 'Y'.
           05  WS-USAGE-ON-FILE-FLAG PIC X VALUE 'Y'.
               88  USAGE-ON-FILE     VALUE 'Y'.
           05  WS-HIST-SCAN-FLAG     PIC X VALUE 'N'.
               88  HIST-SCAN-DONE    VALUE 'Y'.
           05  WS-USAGE-SCAN-FLAG    PIC X VALUE 'N'.
               88  USAGE-SCAN-DONE   VALUE 'Y'.
           05  WS-UNPRICED-HDR-FLAG  PIC X VALUE 'N'.
               88  UNPRICED-HDR-DONE VALUE 'Y'.

       01  WS-RUN-DT                 PIC 9(8).
       01  WS-RUN-TIME               PIC 9(8).

      *    The accrual date, its accounting period, and the first
      *    day of the next period, when GLINTF's reversal takes
      *    effect.
       01  WS-ACCRUAL-DT             PIC 9(8).
       01  WS-ACCRUAL-DT-R REDEFINES WS-ACCRUAL-DT.
           05  WS-ACCRUAL-YYYY       PIC 9(4).
           05  WS-ACCRUAL-MM         PIC 9(2).
           05  WS-ACCRUAL-DD         PIC 9(2).
       01  WS-REVERSAL-DT            PIC 9(8).
       01  WS-REVERSAL-DT-R REDEFINES WS-REVERSAL-DT.
           05  WS-REVERSAL-YYYY      PIC 9(4).
           05  WS-REVERSAL-MM        PIC 9(2).
           05  WS-REVERSAL-DD        PIC 9(2).

      *    The current customer's unbilled usage and its pricing.
       01  WS-CUST-ACCRUAL.
           05  WS-LAST-BILLED-DT     PIC 9(8).
           05  WS-CUST-ROWS          PIC 9(5).
           05  WS-CUST-QTY           PIC 9(9)V99.
           05  WS-BASE-CHARGES       PIC 9(9)V99.
           05  WS-TIER2-CHARGES      PIC 9(9)V99.
           05  WS-TIER3-CHARGES      PIC 9(9)V99.

      *    Plans seen this run, kept in plan-code order: the rate in
      *    effect on the accrual date (resolved the first time the
      *    plan appears, as BILL-CALC caches it) and what was
      *    accrued under it.
       01  WS-PLAN-TABLE.
           05  WS-PL-COUNT           PIC 9(2) VALUE 0.
           05  WS-PL-ENTRY OCCURS 50 TIMES.
               10  WS-PL-PLAN-CODE   PIC X(5).
               10  WS-PL-RATE-FOUND  PIC X.
                   88  PL-RATE-FOUND VALUE 'Y'.
               10  WS-PL-EFFECTIVE-DT PIC 9(8).
               10  WS-PL-BASE-RATE   PIC 9(3)V9(4).
               10  WS-PL-TIER2-THRESHOLD PIC 9(7)V99.
               10  WS-PL-TIER2-RATE  PIC 9(3)V9(4).
               10  WS-PL-TIER3-THRESHOLD PIC 9(7)V99.
               10  WS-PL-TIER3-RATE  PIC 9(3)V9(4).
               10  WS-PL-CUSTS       PIC 9(6).
               10  WS-PL-ROWS        PIC 9(7).
               10  WS-PL-QTY         PIC 9(9)V99.
               10  WS-PL-BASE        PIC 9(11)V99.
               10  WS-PL-TIER2       PIC 9(11)V99.
               10  WS-PL-TIER3       PIC 9(11)V99.
       01  WS-PL-SUB                 PIC 9(2).
       01  WS-PL-NEXT-SUB            PIC 9(2).
       01  WS-PL-FOUND-SUB           PIC 9(2).
       01  WS-PL-INSERT-SUB          PIC 9(2).
       01  WS-PL-ACCRUED             PIC 9(11)V99.

       01  WS-COUNTERS.
           05  WS-CUSTS-READ         PIC 9(7) VALUE 0.
           05  WS-CUSTS-ACCRUED      PIC 9(7) VALUE 0.
           05  WS-CUSTS-UNPRICED     PIC 9(7) VALUE 0.
           05  WS-ROWS-SELECTED      PIC 9(7) VALUE 0.
           05  WS-QTY-SELECTED       PIC 9(9)V99 VALUE 0.
           05  WS-ROWS-ACCRUED       PIC 9(7) VALUE 0.
           05  WS-QTY-ACCRUED        PIC 9(9)V99 VALUE 0.
           05  WS-ROWS-UNPRICED      PIC 9(7) VALUE 0.
           05  WS-QTY-UNPRICED       PIC 9(9)V99 VALUE 0.

       01  WS-GL-TOTALS.
           05  WS-GL-BASE-TOTAL      PIC 9(9)V99 VALUE 0.
           05  WS-GL-TIER2-TOTAL     PIC 9(9)V99 VALUE 0.
           05  WS-GL-TIER3-TOTAL     PIC 9(9)V99 VALUE 0.
           05  WS-GL-ACCRUAL-TOTAL   PIC 9(9)V99 VALUE 0.

       01  WS-EFF-TEXT               PIC X(8).
       01  WS-CUSTS-ED               PIC Z(5)9.
       01  WS-ROWS-ED                PIC Z(6)9.
       01  WS-QTY-ED                 PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-ED1                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-ED2                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-ED3                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-ED4                PIC ZZ,ZZZ,ZZZ,ZZ9.99.

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
           PERFORM 1100-WRITE-REPORT-HEADER
           PERFORM 2000-PROCESS-ONE-CUSTOMER
               UNTIL CUST-EOF
           PERFORM 8000-WRITE-PLAN-DETAIL
           PERFORM 8500-WRITE-GL-FEED
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
           MOVE WS-CUSTS-ACCRUED  TO RJ-RECORDS-OUT
           MOVE WS-CUSTS-UNPRICED TO RJ-RECORDS-ERROR
           PERFORM 9700-WRITE-RUN-JOURNAL.

       9700-WRITE-RUN-JOURNAL.
      *    Appended to the shop-wide run journal so DAYRPT can
      *    reconstruct what ran overnight without digging through
      *    console logs. Opened per write so the record is on disk
      *    even if the run dies later.
           OPEN EXTEND RUN-JOURNAL
           MOVE 'ACCRUAL ' TO RJ-JOB-NAME
           ACCEPT RJ-RUN-DT FROM DATE YYYYMMDD
           ACCEPT RJ-RUN-TIME FROM TIME
           WRITE RUN-JRNL-REC
           CLOSE RUN-JOURNAL.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DT TO WS-ACCRUAL-DT
           OPEN INPUT PARM-FILE
           IF WS-PARM-FS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARM-FS = '00'
                   AND PARM-ACCRUAL-DT NUMERIC
                   AND PARM-ACCRUAL-DT NOT = 0
                   MOVE PARM-ACCRUAL-DT TO WS-ACCRUAL-DT
                   IF WS-ACCRUAL-MM < 1 OR WS-ACCRUAL-MM > 12
                      OR WS-ACCRUAL-DD < 1 OR WS-ACCRUAL-DD > 31
                       MOVE 60 TO WS-ABEND-CODE
                       MOVE 'ACRPARM ACCRUAL DATE IS NOT YYYYMMDD'
                           TO WS-ABEND-MSG
                       MOVE WS-PARM-FS TO WS-ABEND-FS
                       PERFORM 9999-ABEND
                   END-IF
                   DISPLAY 'ACCRUAL: ACCRUING THROUGH ' WS-ACCRUAL-DT
               END-IF
               CLOSE PARM-FILE
           END-IF
           MOVE WS-ACCRUAL-DT TO WS-REVERSAL-DT
           MOVE 1 TO WS-REVERSAL-DD
           IF WS-REVERSAL-MM = 12
               MOVE 1 TO WS-REVERSAL-MM
               ADD 1 TO WS-REVERSAL-YYYY
           ELSE
               ADD 1 TO WS-REVERSAL-MM
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FS NOT = '00'
               MOVE 61 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN CUSTOMER MASTER CUSTFILE'
                   TO WS-ABEND-MSG
               MOVE WS-CUST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT RATE-FILE
           IF WS-RATE-FS NOT = '00'
               MOVE 62 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN RATE FILE RATEFILE'
                   TO WS-ABEND-MSG
               MOVE WS-RATE-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT BILLING-HISTORY
           EVALUATE WS-HIST-FS
               WHEN '00'
                   CONTINUE
               WHEN '05'
                   MOVE 'N' TO WS-HIST-ON-FILE-FLAG
               WHEN OTHER
                   MOVE 63 TO WS-ABEND-CODE
                   MOVE 'CANNOT OPEN BILLING HISTORY BILLHIST'
                       TO WS-ABEND-MSG
                   MOVE WS-HIST-FS TO WS-ABEND-FS
                   PERFORM 9999-ABEND
           END-EVALUATE
           OPEN INPUT USAGE-DETAIL-FILE
           EVALUATE WS-USAGE-DTL-FS
               WHEN '00'
                   CONTINUE
               WHEN '05'
                   MOVE 'N' TO WS-USAGE-ON-FILE-FLAG
               WHEN OTHER
                   MOVE 64 TO WS-ABEND-CODE
                   MOVE 'CANNOT OPEN USAGE DETAIL USAGEDTL'
                       TO WS-ABEND-MSG
                   MOVE WS-USAGE-DTL-FS TO WS-ABEND-FS
                   PERFORM 9999-ABEND
           END-EVALUATE
           OPEN OUTPUT GL-FEED-FILE
           IF WS-GL-FS NOT = '00'
               MOVE 65 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN GL FEED ACRGLFD'
                   TO WS-ABEND-MSG
               MOVE WS-GL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT ACCRUAL-REPORT
           IF WS-RPT-FS NOT = '00'
               MOVE 66 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN ACCRUAL REPORT ACRRPT'
                   TO WS-ABEND-MSG
               MOVE WS-RPT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       1100-WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-LINE
           STRING 'UNBILLED REVENUE ACCRUAL - USAGE THROUGH '
                      DELIMITED SIZE
                  WS-ACCRUAL-DT DELIMITED SIZE
                  '  RUN ' DELIMITED SIZE
                  WS-RUN-DT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-RUN-TIME DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           STRING 'USAGEDTL DATED AFTER EACH CUSTOMER''S LAST BILLHIST '
                      DELIMITED SIZE
                  'BILLING PERIOD, PRICED AT THE RATES IN EFFECT ON '
                      DELIMITED SIZE
                  WS-ACCRUAL-DT DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT.

       2000-PROCESS-ONE-CUSTOMER.
           READ CUSTOMER-FILE
               AT END
                   SET CUST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUSTS-READ
      *            A closed account's usage ended with its final
      *            bill.
                   IF CR-CUST-STATUS NOT = 'C'
                       PERFORM 2050-ACCRUE-CUSTOMER
                   END-IF
           END-READ
           IF WS-CUST-FS NOT = '00' AND NOT CUST-EOF
               MOVE 61 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON CUSTFILE'
                   TO WS-ABEND-MSG
               MOVE WS-CUST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       2050-ACCRUE-CUSTOMER.
           PERFORM 2100-FIND-LAST-BILLED
           PERFORM 2200-SUM-UNBILLED-USAGE
           IF WS-CUST-ROWS > 0
               PERFORM 2300-FIND-PLAN
               ADD 1 TO WS-PL-CUSTS (WS-PL-FOUND-SUB)
               ADD WS-CUST-ROWS TO WS-PL-ROWS (WS-PL-FOUND-SUB)
                                   WS-ROWS-SELECTED
               ADD WS-CUST-QTY TO WS-PL-QTY (WS-PL-FOUND-SUB)
                                  WS-QTY-SELECTED
               IF PL-RATE-FOUND (WS-PL-FOUND-SUB)
                   PERFORM 2400-PRICE-USAGE
               ELSE
                   PERFORM 2500-REPORT-UNPRICED
               END-IF
           END-IF.

       2100-FIND-LAST-BILLED.
      *    The customer's billing periods on BILLHIST are in date
      *    order; the last one not after the accrual date is the
      *    last billing. Never billed, everything captured is
      *    unbilled.
           MOVE 0 TO WS-LAST-BILLED-DT
           IF HIST-ON-FILE
               MOVE 'N' TO WS-HIST-SCAN-FLAG
               MOVE CR-CUST-ID TO BH-CUST-ID
               MOVE 0 TO BH-BILLING-DT
               START BILLING-HISTORY KEY IS >= BH-KEY
                   INVALID KEY
                       SET HIST-SCAN-DONE TO TRUE
               END-START
               PERFORM 2110-CHECK-ONE-PERIOD
                   UNTIL HIST-SCAN-DONE
           END-IF.

       2110-CHECK-ONE-PERIOD.
           READ BILLING-HISTORY NEXT RECORD
               AT END
                   SET HIST-SCAN-DONE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN BH-CUST-ID NOT = CR-CUST-ID
                           SET HIST-SCAN-DONE TO TRUE
                       WHEN BH-BILLING-DT > WS-ACCRUAL-DT
                           SET HIST-SCAN-DONE TO TRUE
                       WHEN BH-SALES-ITEM
                           CONTINUE
                       WHEN OTHER
                           MOVE BH-BILLING-DT TO WS-LAST-BILLED-DT
                   END-EVALUATE
           END-READ
           IF WS-HIST-FS NOT = '00' AND NOT HIST-SCAN-DONE
               MOVE 63 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON BILLHIST'
                   TO WS-ABEND-MSG
               MOVE WS-HIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       2200-SUM-UNBILLED-USAGE.
      *    Positioned past the last sequence number of the last
      *    billing date, so the first row read is the first day
      *    after it.
           MOVE 0 TO WS-CUST-ROWS
                     WS-CUST-QTY
           IF USAGE-ON-FILE
               MOVE 'N' TO WS-USAGE-SCAN-FLAG
               MOVE CR-CUST-ID TO UD-CUST-ID
               MOVE WS-LAST-BILLED-DT TO UD-USAGE-DT
               MOVE 9999 TO UD-SEQ-NO
               START USAGE-DETAIL-FILE KEY IS > UD-KEY
                   INVALID KEY
                       SET USAGE-SCAN-DONE TO TRUE
               END-START
               PERFORM 2210-SUM-ONE-USAGE-ROW
                   UNTIL USAGE-SCAN-DONE
           END-IF.

       2210-SUM-ONE-USAGE-ROW.
           READ USAGE-DETAIL-FILE NEXT RECORD
               AT END
                   SET USAGE-SCAN-DONE TO TRUE
               NOT AT END
                   IF UD-CUST-ID NOT = CR-CUST-ID
                      OR UD-USAGE-DT > WS-ACCRUAL-DT
                       SET USAGE-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-CUST-ROWS
                       ADD UD-QUANTITY TO WS-CUST-QTY
                   END-IF
           END-READ
           IF WS-USAGE-DTL-FS NOT = '00' AND NOT USAGE-SCAN-DONE
               MOVE 64 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON USAGEDTL'
                   TO WS-ABEND-MSG
               MOVE WS-USAGE-DTL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       2300-FIND-PLAN.
           MOVE 0 TO WS-PL-FOUND-SUB
           MOVE 1 TO WS-PL-SUB
           PERFORM 2310-CHECK-ONE-PLAN
               UNTIL WS-PL-SUB > WS-PL-COUNT
           IF WS-PL-FOUND-SUB = 0
               PERFORM 2320-INSERT-PLAN
               PERFORM 2350-RESOLVE-RATE
           END-IF.

       2310-CHECK-ONE-PLAN.
           IF WS-PL-PLAN-CODE (WS-PL-SUB) = CR-CUST-PLAN-CODE
               MOVE WS-PL-SUB TO WS-PL-FOUND-SUB
           END-IF
           ADD 1 TO WS-PL-SUB.

       2320-INSERT-PLAN.
           IF WS-PL-COUNT >= 50
               MOVE 67 TO WS-ABEND-CODE
               MOVE 'MORE THAN 50 PLAN CODES WITH UNBILLED USAGE'
                   TO WS-ABEND-MSG
               MOVE WS-CUST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           COMPUTE WS-PL-INSERT-SUB = WS-PL-COUNT + 1
           MOVE 1 TO WS-PL-SUB
           PERFORM 2330-CHECK-INSERT-POINT
               UNTIL WS-PL-SUB > WS-PL-COUNT
           MOVE WS-PL-COUNT TO WS-PL-SUB
           PERFORM 2340-SHIFT-ONE-PLAN
               UNTIL WS-PL-SUB < WS-PL-INSERT-SUB
           ADD 1 TO WS-PL-COUNT
           INITIALIZE WS-PL-ENTRY (WS-PL-INSERT-SUB)
           MOVE CR-CUST-PLAN-CODE TO WS-PL-PLAN-CODE (WS-PL-INSERT-SUB)
           MOVE 'N' TO WS-PL-RATE-FOUND (WS-PL-INSERT-SUB)
           MOVE WS-PL-INSERT-SUB TO WS-PL-FOUND-SUB.

       2330-CHECK-INSERT-POINT.
           IF WS-PL-PLAN-CODE (WS-PL-SUB) > CR-CUST-PLAN-CODE
              AND WS-PL-SUB < WS-PL-INSERT-SUB
               MOVE WS-PL-SUB TO WS-PL-INSERT-SUB
           END-IF
           ADD 1 TO WS-PL-SUB.

       2340-SHIFT-ONE-PLAN.
           COMPUTE WS-PL-NEXT-SUB = WS-PL-SUB + 1
           MOVE WS-PL-ENTRY (WS-PL-SUB) TO WS-PL-ENTRY (WS-PL-NEXT-SUB)
           SUBTRACT 1 FROM WS-PL-SUB.

       2350-RESOLVE-RATE.
      *    As BILL-CALC 1120-RESOLVE-RATE-FROM-FILE: the newest
      *    RT-EFFECTIVE-DT not after the accrual date, provided the
      *    record START lands on is still this plan's.
           MOVE CR-CUST-PLAN-CODE TO RT-PLAN-CODE
           MOVE WS-ACCRUAL-DT TO RT-EFFECTIVE-DT
           START RATE-FILE KEY IS <= RT-RATE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RATE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RT-PLAN-CODE = CR-CUST-PLAN-CODE
                               PERFORM 2360-KEEP-PLAN-RATE
                           END-IF
                   END-READ
           END-START.

       2360-KEEP-PLAN-RATE.
           MOVE 'Y' TO WS-PL-RATE-FOUND (WS-PL-FOUND-SUB)
           MOVE RT-EFFECTIVE-DT
               TO WS-PL-EFFECTIVE-DT (WS-PL-FOUND-SUB)
           MOVE RT-BASE-RATE TO WS-PL-BASE-RATE (WS-PL-FOUND-SUB)
           MOVE RT-TIER2-THRESHOLD
               TO WS-PL-TIER2-THRESHOLD (WS-PL-FOUND-SUB)
           MOVE RT-TIER2-RATE TO WS-PL-TIER2-RATE (WS-PL-FOUND-SUB)
           MOVE RT-TIER3-THRESHOLD
               TO WS-PL-TIER3-THRESHOLD (WS-PL-FOUND-SUB)
           MOVE RT-TIER3-RATE TO WS-PL-TIER3-RATE (WS-PL-FOUND-SUB).

       2400-PRICE-USAGE.
      *    The unbilled quantity is priced as a period's usage:
      *    base up to the tier 2 threshold, tier 2 up to the tier 3
      *    threshold, tier 3 above it.
           MOVE 0 TO WS-BASE-CHARGES
                     WS-TIER2-CHARGES
                     WS-TIER3-CHARGES
           IF WS-CUST-QTY <= WS-PL-TIER2-THRESHOLD (WS-PL-FOUND-SUB)
               COMPUTE WS-BASE-CHARGES ROUNDED =
                   WS-CUST-QTY * WS-PL-BASE-RATE (WS-PL-FOUND-SUB)
           ELSE
               COMPUTE WS-BASE-CHARGES ROUNDED =
                   WS-PL-TIER2-THRESHOLD (WS-PL-FOUND-SUB)
                   * WS-PL-BASE-RATE (WS-PL-FOUND-SUB)
           END-IF
           IF WS-CUST-QTY > WS-PL-TIER2-THRESHOLD (WS-PL-FOUND-SUB)
               IF WS-CUST-QTY <= WS-PL-TIER3-THRESHOLD (WS-PL-FOUND-SUB)
                   COMPUTE WS-TIER2-CHARGES ROUNDED =
                       (WS-CUST-QTY
                        - WS-PL-TIER2-THRESHOLD (WS-PL-FOUND-SUB))
                       * WS-PL-TIER2-RATE (WS-PL-FOUND-SUB)
               ELSE
                   COMPUTE WS-TIER2-CHARGES ROUNDED =
                       (WS-PL-TIER3-THRESHOLD (WS-PL-FOUND-SUB)
                        - WS-PL-TIER2-THRESHOLD (WS-PL-FOUND-SUB))
                       * WS-PL-TIER2-RATE (WS-PL-FOUND-SUB)
               END-IF
           END-IF
           IF WS-CUST-QTY > WS-PL-TIER3-THRESHOLD (WS-PL-FOUND-SUB)
               COMPUTE WS-TIER3-CHARGES ROUNDED =
                   (WS-CUST-QTY
                    - WS-PL-TIER3-THRESHOLD (WS-PL-FOUND-SUB))
                   * WS-PL-TIER3-RATE (WS-PL-FOUND-SUB)
           END-IF
           ADD WS-BASE-CHARGES TO WS-PL-BASE (WS-PL-FOUND-SUB)
                                  WS-GL-BASE-TOTAL
           ADD WS-TIER2-CHARGES TO WS-PL-TIER2 (WS-PL-FOUND-SUB)
                                   WS-GL-TIER2-TOTAL
           ADD WS-TIER3-CHARGES TO WS-PL-TIER3 (WS-PL-FOUND-SUB)
                                   WS-GL-TIER3-TOTAL
           ADD 1 TO WS-CUSTS-ACCRUED
           ADD WS-CUST-ROWS TO WS-ROWS-ACCRUED
           ADD WS-CUST-QTY TO WS-QTY-ACCRUED.

       2500-REPORT-UNPRICED.
           ADD 1 TO WS-CUSTS-UNPRICED
           ADD WS-CUST-ROWS TO WS-ROWS-UNPRICED
           ADD WS-CUST-QTY TO WS-QTY-UNPRICED
           IF NOT UNPRICED-HDR-DONE
               MOVE 'CUSTOMERS NOT ACCRUED - NO RATE IN EFFECT:'
                   TO RPT-LINE
               PERFORM 7000-WRITE-REPORT
               SET UNPRICED-HDR-DONE TO TRUE
           END-IF
           MOVE WS-CUST-ROWS TO WS-ROWS-ED
           MOVE WS-CUST-QTY TO WS-QTY-ED
           MOVE SPACES TO RPT-LINE
           STRING '*** ' DELIMITED SIZE
                  CR-CUST-ID DELIMITED SIZE
                  ' PLAN ' DELIMITED SIZE
                  CR-CUST-PLAN-CODE DELIMITED SIZE
                  '  ROWS ' DELIMITED SIZE
                  WS-ROWS-ED DELIMITED SIZE
                  '  QUANTITY ' DELIMITED SIZE
                  WS-QTY-ED DELIMITED SIZE
                  '  SINCE ' DELIMITED SIZE
                  WS-LAST-BILLED-DT DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT.

       7000-WRITE-REPORT.
           WRITE RPT-LINE
           IF WS-RPT-FS NOT = '00'
               MOVE 66 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON ACCRUAL REPORT ACRRPT'
                   TO WS-ABEND-MSG
               MOVE WS-RPT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       8000-WRITE-PLAN-DETAIL.
           IF UNPRICED-HDR-DONE
               MOVE SPACES TO RPT-LINE
               PERFORM 7000-WRITE-REPORT
           END-IF
           MOVE 'ACCRUAL BY PLAN CODE:' TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           STRING 'PLAN  RATE EFF   CUSTS    ROWS         QUANTITY'
                      DELIMITED SIZE
                  '        BASE REVENUE    TIER 2 REVENUE'
                      DELIMITED SIZE
                  '    TIER 3 REVENUE     TOTAL ACCRUED'
                      DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE 1 TO WS-PL-SUB
           PERFORM 8100-WRITE-ONE-PLAN
               UNTIL WS-PL-SUB > WS-PL-COUNT

           ADD WS-CUSTS-ACCRUED WS-CUSTS-UNPRICED GIVING WS-CUSTS-ED
           MOVE WS-ROWS-SELECTED TO WS-ROWS-ED
           MOVE WS-QTY-SELECTED TO WS-QTY-ED
           MOVE WS-GL-BASE-TOTAL TO WS-AMT-ED1
           MOVE WS-GL-TIER2-TOTAL TO WS-AMT-ED2
           MOVE WS-GL-TIER3-TOTAL TO WS-AMT-ED3
           ADD WS-GL-BASE-TOTAL WS-GL-TIER2-TOTAL WS-GL-TIER3-TOTAL
               GIVING WS-GL-ACCRUAL-TOTAL
           MOVE WS-GL-ACCRUAL-TOTAL TO WS-AMT-ED4
           MOVE SPACES TO RPT-LINE
           STRING 'TOTAL          ' DELIMITED SIZE
                  WS-CUSTS-ED DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-ROWS-ED DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-QTY-ED DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-ED1 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-ED2 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-ED3 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-ED4 DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT

      *    The tie-out: every USAGEDTL row selected is either in the
      *    accrual or listed above as not priced, and the GL entry
      *    is the priced rows' revenue.
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-ROWS-SELECTED TO WS-ROWS-ED
           MOVE WS-QTY-SELECTED TO WS-QTY-ED
           MOVE SPACES TO RPT-LINE
           STRING 'USAGEDTL ROWS AFTER LAST BILLING:  ' DELIMITED SIZE
                  WS-ROWS-ED DELIMITED SIZE
                  '  QUANTITY ' DELIMITED SIZE
                  WS-QTY-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-ROWS-ACCRUED TO WS-ROWS-ED
           MOVE WS-QTY-ACCRUED TO WS-QTY-ED
           MOVE SPACES TO RPT-LINE
           STRING '  PRICED AND ACCRUED:              ' DELIMITED SIZE
                  WS-ROWS-ED DELIMITED SIZE
                  '  QUANTITY ' DELIMITED SIZE
                  WS-QTY-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-ROWS-UNPRICED TO WS-ROWS-ED
           MOVE WS-QTY-UNPRICED TO WS-QTY-ED
           MOVE SPACES TO RPT-LINE
           STRING '  NOT ACCRUED - NO RATE:           ' DELIMITED SIZE
                  WS-ROWS-ED DELIMITED SIZE
                  '  QUANTITY ' DELIMITED SIZE
                  WS-QTY-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           STRING 'GL ENTRY ACRGLFD - DR 1250 UNBILLED RECEIVABLES '
                      DELIMITED SIZE
                  WS-AMT-ED4 DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           STRING '                   CR 4100 BASE USAGE REVENUE   '
                      DELIMITED SIZE
                  WS-AMT-ED1 DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           STRING '                   CR 4200 TIER 2 USAGE REVENUE '
                      DELIMITED SIZE
                  WS-AMT-ED2 DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           STRING '                   CR 4300 TIER 3 USAGE REVENUE '
                      DELIMITED SIZE
                  WS-AMT-ED3 DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           STRING 'ACCRUED FOR PERIOD ' DELIMITED SIZE
                  WS-ACCRUAL-DT (1:6) DELIMITED SIZE
                  ' - GLINTF REVERSES IT EFFECTIVE ' DELIMITED SIZE
                  WS-REVERSAL-DT DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           IF WS-CUSTS-UNPRICED > 0
               MOVE SPACES TO RPT-LINE
               MOVE '*** ACCRUAL UNDERSTATED - PLANS WITH NO RATE ABOVE'
                   TO RPT-LINE
               PERFORM 7000-WRITE-REPORT
           END-IF.

       8100-WRITE-ONE-PLAN.
           IF PL-RATE-FOUND (WS-PL-SUB)
               MOVE WS-PL-EFFECTIVE-DT (WS-PL-SUB) TO WS-EFF-TEXT
           ELSE
               MOVE 'NO RATE ' TO WS-EFF-TEXT
           END-IF
           ADD WS-PL-BASE (WS-PL-SUB) WS-PL-TIER2 (WS-PL-SUB)
               WS-PL-TIER3 (WS-PL-SUB) GIVING WS-PL-ACCRUED
           MOVE WS-PL-CUSTS (WS-PL-SUB) TO WS-CUSTS-ED
           MOVE WS-PL-ROWS (WS-PL-SUB) TO WS-ROWS-ED
           MOVE WS-PL-QTY (WS-PL-SUB) TO WS-QTY-ED
           MOVE WS-PL-BASE (WS-PL-SUB) TO WS-AMT-ED1
           MOVE WS-PL-TIER2 (WS-PL-SUB) TO WS-AMT-ED2
           MOVE WS-PL-TIER3 (WS-PL-SUB) TO WS-AMT-ED3
           MOVE WS-PL-ACCRUED TO WS-AMT-ED4
           MOVE SPACES TO RPT-LINE
           STRING WS-PL-PLAN-CODE (WS-PL-SUB) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-EFF-TEXT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-CUSTS-ED DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-ROWS-ED DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-QTY-ED DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-ED1 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-ED2 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-ED3 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-ED4 DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           ADD 1 TO WS-PL-SUB.

       8500-WRITE-GL-FEED.
      *    One accrual entry per run: unbilled receivables debited
      *    for the revenue earned and not yet billed, balanced by
      *    the revenue accounts BILL-CALC will credit when it bills.
           MOVE SPACES TO GL-REC
           MOVE '1250' TO GL-ACCOUNT-CODE
           MOVE 'DR' TO GL-DR-CR
           MOVE WS-GL-ACCRUAL-TOTAL TO GL-AMOUNT
           MOVE 'UNBILLED RECEIVABLES' TO GL-DESCRIPTION
           PERFORM 8510-WRITE-GL-LINE

           MOVE SPACES TO GL-REC
           MOVE '4100' TO GL-ACCOUNT-CODE
           MOVE 'CR' TO GL-DR-CR
           MOVE WS-GL-BASE-TOTAL TO GL-AMOUNT
           MOVE 'UNBILLED BASE USAGE REVENUE' TO GL-DESCRIPTION
           PERFORM 8510-WRITE-GL-LINE

           MOVE SPACES TO GL-REC
           MOVE '4200' TO GL-ACCOUNT-CODE
           MOVE 'CR' TO GL-DR-CR
           MOVE WS-GL-TIER2-TOTAL TO GL-AMOUNT
           MOVE 'UNBILLED TIER 2 USAGE REVENUE' TO GL-DESCRIPTION
           PERFORM 8510-WRITE-GL-LINE

           MOVE SPACES TO GL-REC
           MOVE '4300' TO GL-ACCOUNT-CODE
           MOVE 'CR' TO GL-DR-CR
           MOVE WS-GL-TIER3-TOTAL TO GL-AMOUNT
           MOVE 'UNBILLED TIER 3 USAGE REVENUE' TO GL-DESCRIPTION
           PERFORM 8510-WRITE-GL-LINE.

       8510-WRITE-GL-LINE.
           WRITE GL-REC
           IF WS-GL-FS NOT = '00'
               MOVE 65 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON GL FEED ACRGLFD'
                   TO WS-ABEND-MSG
               MOVE WS-GL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       9000-FINALIZE.
           CLOSE CUSTOMER-FILE
                 RATE-FILE
                 GL-FEED-FILE
                 ACCRUAL-REPORT
           IF HIST-ON-FILE
               CLOSE BILLING-HISTORY
           END-IF
           IF USAGE-ON-FILE
               CLOSE USAGE-DETAIL-FILE
           END-IF
           DISPLAY 'CUSTOMERS READ:      ' WS-CUSTS-READ
           DISPLAY 'CUSTOMERS ACCRUED:   ' WS-CUSTS-ACCRUED
           DISPLAY 'CUSTOMERS NO RATE:   ' WS-CUSTS-UNPRICED
           DISPLAY 'USAGE ROWS ACCRUED:  ' WS-ROWS-ACCRUED
           DISPLAY 'ACCRUAL TOTAL:       ' WS-GL-ACCRUAL-TOTAL
           IF WS-CUSTS-UNPRICED > 0
               DISPLAY 'ACCRUAL: PLANS WITH NO RATE IN EFFECT - '
                   'ACCRUAL UNDERSTATED, SEE ACRRPT'
               MOVE 4 TO RETURN-CODE
           END-IF.

       9999-ABEND.
           DISPLAY 'ACCRUAL ABEND ' WS-ABEND-CODE ': ' WS-ABEND-MSG
           DISPLAY 'FILE STATUS: ' WS-ABEND-FS
           MOVE WS-ABEND-CODE TO RETURN-CODE
           STOP RUN.
