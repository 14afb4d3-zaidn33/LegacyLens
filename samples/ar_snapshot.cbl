      *===============================================================*
      * PROGRAM-ID: ARSNAP
      * AUTHOR:     LEGACY-SYSTEM
      * DATE:       2026-10-15
      *---------------------------------------------------------------*
      * Month-End Receivables Snapshot.
      * OPENBAL only ever holds the latest posting cycle and BILLHIST
      * only holds what is open today, so once a month has closed
      * nobody could say what the receivable was at its end. This
      * step, run on the last night of the month after the final
      * posting runs, copies every open item on the open-item ledger
      * (BILLHIST, BH-OPEN-AMT above zero - billing periods and
      * MSYBILL sale items alike) to the permanent snapshot file
      * ARSNAP under the period, with a totals record for each
      * customer (items, open, past due) and a control record for
      * the period. ARROLL then explains the change between any two
      * periods' snapshots.
      *
      * The period is the month of the run date, or the optional
      * parm ARSPARM (YYYYMM) for a month-end run late. A snapshot
      * is permanent: a period that already has its control record
      * is refused with return code 8. The control record is written
      * last, so the items of a run that died part way are purged
      * and taken again on the rerun. The control listing ARSNPRPT
      * shows each customer's totals and the period totals.
      *===============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARSNAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'ARSPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
           SELECT BILLING-HISTORY ASSIGN TO 'BILLHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-FS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-CUST-ID
               FILE STATUS IS WS-CUST-FS.
      *    The permanent snapshot - OPTIONAL so the first month-end
      *    creates it.
           SELECT OPTIONAL AR-SNAPSHOT ASSIGN TO 'ARSNAP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-KEY
               FILE STATUS IS WS-SNAP-FS.
           SELECT SNAPSHOT-REPORT ASSIGN TO 'ARSNPRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT OPTIONAL RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD PARM-FILE.
       01  PARM-REC.
           05  PARM-PERIOD           PIC 9(6).

       FD BILLING-HISTORY.
       COPY BILLING-HISTORY-RECORD.

       FD CUSTOMER-FILE.
       COPY CUSTOMER-RECORD.

       FD AR-SNAPSHOT.
       COPY AR-SNAPSHOT-RECORD.

       FD SNAPSHOT-REPORT.
       01  RPT-LINE                  PIC X(132).

       FD RUN-JOURNAL.
       COPY RUN-JOURNAL-RECORD.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-PARM-FS            PIC XX.
           05  WS-HIST-FS            PIC XX.
           05  WS-CUST-FS            PIC XX.
           05  WS-SNAP-FS            PIC XX.
           05  WS-RPT-FS             PIC XX.
           05  WS-JRNL-FS            PIC XX.

       01  WS-FLAGS.
           05  WS-HIST-EOF-FLAG      PIC X VALUE 'N'.
               88  HIST-EOF          VALUE 'Y'.
           05  WS-PURGE-DONE-FLAG    PIC X VALUE 'N'.
               88  PURGE-DONE        VALUE 'Y'.

       01  WS-RUN-DT                 PIC 9(8).
       01  WS-RUN-DT-PARTS REDEFINES WS-RUN-DT.
           05  WS-RUN-PERIOD         PIC 9(6).
           05  FILLER                PIC 9(2).

       01  WS-SNAP-PERIOD            PIC 9(6).
       01  WS-SNAP-PERIOD-PARTS REDEFINES WS-SNAP-PERIOD.
           05  WS-SNAP-YYYY          PIC 9(4).
           05  WS-SNAP-MM            PIC 9(2).

      *    The item being copied: due date (the billing date when
      *    the ledger carries none) and whether it is past due.
       01  WS-ITEM-DUE-DT            PIC 9(8).
       01  WS-ITEM-PAST-DUE          PIC 9(11)V99.

      *    The customer whose items are being copied.
       01  WS-CUST-FIELDS.
           05  WS-CUR-CUST-ID        PIC X(10) VALUE SPACES.
           05  WS-CUR-CUST-NAME      PIC X(30).
           05  WS-CUR-ITEMS          PIC 9(6).
           05  WS-CUR-OPEN           PIC 9(11)V99.
           05  WS-CUR-PAST-DUE       PIC 9(11)V99.

       01  WS-TOTALS.
           05  WS-HIST-READ          PIC 9(7) VALUE 0.
           05  WS-ROWS-PURGED        PIC 9(7) VALUE 0.
           05  WS-TOT-CUSTS          PIC 9(6) VALUE 0.
           05  WS-TOT-ITEMS          PIC 9(6) VALUE 0.
           05  WS-TOT-OPEN           PIC 9(11)V99 VALUE 0.
           05  WS-TOT-PAST-DUE       PIC 9(11)V99 VALUE 0.

       01  WS-AMOUNT-ED              PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PAST-DUE-ED            PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-ED               PIC ZZZZZ9.

      *    Operator abend fields: a snapshot that cannot be read or
      *    written completely must stop the run - half a month-end
      *    picture would be taken for the whole receivable.
       01  WS-ABEND-CODE             PIC 9(2).
       01  WS-ABEND-MSG              PIC X(50).
       01  WS-ABEND-FS               PIC XX.

      *===============================================================*
       PROCEDURE DIVISION.
      *===============================================================*

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1090-JOURNAL-START
           PERFORM 1200-CHECK-PERIOD
           PERFORM 2000-COPY-ONE-ITEM
               UNTIL HIST-EOF
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
           MOVE WS-HIST-READ TO RJ-RECORDS-IN
           MOVE WS-TOT-ITEMS TO RJ-RECORDS-OUT
           MOVE 0            TO RJ-RECORDS-ERROR
           PERFORM 9700-WRITE-RUN-JOURNAL.

       9700-WRITE-RUN-JOURNAL.
      *    Appended to the shop-wide run journal so DAYRPT can
      *    reconstruct what ran overnight without digging through
      *    console logs. Opened per write so the record is on disk
      *    even if the run dies later.
           OPEN EXTEND RUN-JOURNAL
           MOVE 'ARSNAP  ' TO RJ-JOB-NAME
           ACCEPT RJ-RUN-DT FROM DATE YYYYMMDD
           ACCEPT RJ-RUN-TIME FROM TIME
           WRITE RUN-JRNL-REC
           CLOSE RUN-JOURNAL.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD
           MOVE WS-RUN-PERIOD TO WS-SNAP-PERIOD
           OPEN INPUT PARM-FILE
           IF WS-PARM-FS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARM-FS = '00'
                   AND PARM-PERIOD NUMERIC
                   AND PARM-PERIOD NOT = 0
                   MOVE PARM-PERIOD TO WS-SNAP-PERIOD
               END-IF
               CLOSE PARM-FILE
           END-IF
      *    A month that has not begun cannot be closed, and a period
      *    that is not a real month would never be found again.
           IF WS-SNAP-MM < 1 OR WS-SNAP-MM > 12
               OR WS-SNAP-PERIOD > WS-RUN-PERIOD
               DISPLAY 'ARSNAP: SNAPSHOT PERIOD ' WS-SNAP-PERIOD
                   ' REJECTED - NOT A CLOSED OR CURRENT MONTH'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BILLING-HISTORY
           IF WS-HIST-FS NOT = '00'
               MOVE 46 TO WS-ABEND-CODE
               MOVE 'BILLING HISTORY BILLHIST MISSING OR UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-HIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FS NOT = '00'
               MOVE 47 TO WS-ABEND-CODE
               MOVE 'CUSTOMER MASTER CUSTFILE MISSING OR UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-CUST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN I-O AR-SNAPSHOT
           IF WS-SNAP-FS NOT = '00' AND WS-SNAP-FS NOT = '05'
               MOVE 48 TO WS-ABEND-CODE
               MOVE 'A/R SNAPSHOT FILE ARSNAP UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-SNAP-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT SNAPSHOT-REPORT
           IF WS-RPT-FS NOT = '00'
               MOVE 49 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN SNAPSHOT LISTING ARSNPRPT'
                   TO WS-ABEND-MSG
               MOVE WS-RPT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING 'MONTH-END RECEIVABLES SNAPSHOT  PERIOD: '
                      DELIMITED SIZE
                  WS-SNAP-PERIOD DELIMITED SIZE
                  '  TAKEN: ' DELIMITED SIZE
                  WS-RUN-DT DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT.

      *===============================================================*
      * The period - refused when already taken, cleared of a dead
      * run's leftovers when not.
      *===============================================================*
       1200-CHECK-PERIOD.
           MOVE WS-SNAP-PERIOD TO AS-PERIOD
           MOVE SPACES TO AS-CUST-ID
           MOVE 0 TO AS-BILLING-DT
           READ AR-SNAPSHOT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AS-PERIOD-REC
                       PERFORM 1300-REJECT-PERIOD
                   END-IF
           END-READ
           MOVE WS-SNAP-PERIOD TO AS-PERIOD
           MOVE SPACES TO AS-CUST-ID
           MOVE 0 TO AS-BILLING-DT
           START AR-SNAPSHOT KEY IS >= AS-KEY
               INVALID KEY
                   SET PURGE-DONE TO TRUE
           END-START
           IF WS-SNAP-FS NOT = '00'
               SET PURGE-DONE TO TRUE
           END-IF
           PERFORM 1250-PURGE-ONE-ROW
               UNTIL PURGE-DONE
           IF WS-ROWS-PURGED > 0
               MOVE WS-ROWS-PURGED TO WS-COUNT-ED
               MOVE SPACES TO RPT-LINE
               STRING 'INCOMPLETE EARLIER SNAPSHOT PURGED - ROWS: '
                          DELIMITED SIZE
                      WS-COUNT-ED DELIMITED SIZE
                   INTO RPT-LINE
               PERFORM 7000-WRITE-REPORT
           END-IF
           MOVE LOW-VALUES TO BH-KEY
           START BILLING-HISTORY KEY IS >= BH-KEY
               INVALID KEY
                   SET HIST-EOF TO TRUE
           END-START
           IF WS-HIST-FS NOT = '00'
               SET HIST-EOF TO TRUE
           END-IF
           PERFORM 2900-WRITE-COLUMN-HEADING.

       1250-PURGE-ONE-ROW.
           READ AR-SNAPSHOT NEXT RECORD
               AT END
                   SET PURGE-DONE TO TRUE
               NOT AT END
                   IF AS-PERIOD NOT = WS-SNAP-PERIOD
                       SET PURGE-DONE TO TRUE
                   ELSE
                       DELETE AR-SNAPSHOT RECORD
                       IF WS-SNAP-FS NOT = '00'
                           MOVE 48 TO WS-ABEND-CODE
                           MOVE 'DELETE FAILED ON A/R SNAPSHOT ARSNAP'
                               TO WS-ABEND-MSG
                           MOVE WS-SNAP-FS TO WS-ABEND-FS
                           PERFORM 9999-ABEND
                       END-IF
                       ADD 1 TO WS-ROWS-PURGED
                   END-IF
           END-READ
           IF WS-SNAP-FS NOT = '00' AND NOT PURGE-DONE
               MOVE 48 TO WS-ABEND-CODE
               MOVE 'READ FAILED ON A/R SNAPSHOT ARSNAP'
                   TO WS-ABEND-MSG
               MOVE WS-SNAP-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       1300-REJECT-PERIOD.
      *    A month-end picture is never retaken - the ledger has
      *    moved on since, and the rollforwards already run against
      *    it would no longer tie.
           MOVE SPACES TO RPT-LINE
           STRING 'SNAPSHOT REJECTED - PERIOD ALREADY TAKEN ON '
                      DELIMITED SIZE
                  AS-SNAP-DT DELIMITED SIZE
               INTO RPT-LINE
           DISPLAY 'ARSNAP: ' RPT-LINE
           PERFORM 7000-WRITE-REPORT
           CLOSE BILLING-HISTORY
                 CUSTOMER-FILE
                 AR-SNAPSHOT
                 SNAPSHOT-REPORT
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *===============================================================*
      * Ledger sweep - every open item, customer by customer.
      *===============================================================*
       2000-COPY-ONE-ITEM.
           READ BILLING-HISTORY NEXT RECORD
               AT END
                   SET HIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ
                   IF BH-OPEN-AMT NUMERIC AND BH-OPEN-AMT > 0
                       IF BH-CUST-ID NOT = WS-CUR-CUST-ID
                           PERFORM 2200-CLOSE-CUSTOMER
                           PERFORM 2100-OPEN-CUSTOMER
                       END-IF
                       PERFORM 2300-WRITE-ITEM
                   END-IF
           END-READ
           IF WS-HIST-FS NOT = '00' AND NOT HIST-EOF
               MOVE 46 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON BILLHIST'
                   TO WS-ABEND-MSG
               MOVE WS-HIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       2100-OPEN-CUSTOMER.
           MOVE BH-CUST-ID TO WS-CUR-CUST-ID
           MOVE 0 TO WS-CUR-ITEMS
                     WS-CUR-OPEN
                     WS-CUR-PAST-DUE
           MOVE BH-CUST-ID TO CR-CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '(NOT ON CUSTFILE)' TO WS-CUR-CUST-NAME
               NOT INVALID KEY
                   MOVE CR-CUST-NAME TO WS-CUR-CUST-NAME
           END-READ.

       2200-CLOSE-CUSTOMER.
      *    The customer's totals record, then its listing line.
           IF WS-CUR-CUST-ID NOT = SPACES
               INITIALIZE AR-SNAP-REC
               MOVE WS-SNAP-PERIOD   TO AS-PERIOD
               MOVE WS-CUR-CUST-ID   TO AS-CUST-ID
               MOVE 0                TO AS-BILLING-DT
               SET AS-CUST-REC       TO TRUE
               MOVE WS-RUN-DT        TO AS-SNAP-DT
               MOVE WS-CUR-OPEN      TO AS-OPEN-AMT
               MOVE WS-CUR-PAST-DUE  TO AS-PAST-DUE-AMT
               MOVE WS-CUR-ITEMS     TO AS-ITEM-COUNT
               MOVE WS-CUR-CUST-NAME TO AS-CUST-NAME
               PERFORM 8000-WRITE-SNAPSHOT
               ADD 1 TO WS-TOT-CUSTS
               MOVE WS-CUR-ITEMS TO WS-COUNT-ED
               MOVE WS-CUR-OPEN TO WS-AMOUNT-ED
               MOVE WS-CUR-PAST-DUE TO WS-PAST-DUE-ED
               MOVE SPACES TO RPT-LINE
               MOVE WS-CUR-CUST-ID   TO RPT-LINE (1:10)
               MOVE WS-CUR-CUST-NAME TO RPT-LINE (13:30)
               MOVE WS-COUNT-ED      TO RPT-LINE (45:6)
               MOVE WS-AMOUNT-ED     TO RPT-LINE (53:18)
               MOVE WS-PAST-DUE-ED   TO RPT-LINE (73:18)
               PERFORM 7000-WRITE-REPORT
           END-IF.

       2300-WRITE-ITEM.
           IF BH-DUE-DT NUMERIC AND BH-DUE-DT > 0
               MOVE BH-DUE-DT TO WS-ITEM-DUE-DT
           ELSE
               MOVE BH-BILLING-DT TO WS-ITEM-DUE-DT
           END-IF
           IF WS-ITEM-DUE-DT < WS-RUN-DT
               MOVE BH-OPEN-AMT TO WS-ITEM-PAST-DUE
           ELSE
               MOVE 0 TO WS-ITEM-PAST-DUE
           END-IF
           INITIALIZE AR-SNAP-REC
           MOVE WS-SNAP-PERIOD   TO AS-PERIOD
           MOVE BH-CUST-ID       TO AS-CUST-ID
           MOVE BH-BILLING-DT    TO AS-BILLING-DT
           SET AS-ITEM-REC       TO TRUE
           MOVE WS-RUN-DT        TO AS-SNAP-DT
           MOVE BH-OPEN-AMT      TO AS-OPEN-AMT
           MOVE WS-ITEM-PAST-DUE TO AS-PAST-DUE-AMT
           MOVE 1                TO AS-ITEM-COUNT
           MOVE WS-ITEM-DUE-DT   TO AS-DUE-DT
           MOVE BH-ITEM-TYPE     TO AS-ITEM-TYPE
           PERFORM 8000-WRITE-SNAPSHOT
           ADD 1 TO WS-CUR-ITEMS
                    WS-TOT-ITEMS
           ADD BH-OPEN-AMT TO WS-CUR-OPEN
                              WS-TOT-OPEN
           ADD WS-ITEM-PAST-DUE TO WS-CUR-PAST-DUE
                                   WS-TOT-PAST-DUE.

       2900-WRITE-COLUMN-HEADING.
           MOVE SPACES TO RPT-LINE
           MOVE 'CUSTOMER'  TO RPT-LINE (1:8)
           MOVE 'NAME'      TO RPT-LINE (13:4)
           MOVE 'ITEMS'     TO RPT-LINE (46:5)
           MOVE 'OPEN'      TO RPT-LINE (67:4)
           MOVE 'PAST DUE'  TO RPT-LINE (83:8)
           PERFORM 7000-WRITE-REPORT.

       7000-WRITE-REPORT.
           WRITE RPT-LINE
           IF WS-RPT-FS NOT = '00'
               MOVE 49 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON SNAPSHOT LISTING ARSNPRPT'
                   TO WS-ABEND-MSG
               MOVE WS-RPT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       8000-WRITE-SNAPSHOT.
           WRITE AR-SNAP-REC
           IF WS-SNAP-FS NOT = '00'
               MOVE 48 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON A/R SNAPSHOT ARSNAP'
                   TO WS-ABEND-MSG
               MOVE WS-SNAP-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       9000-FINALIZE.
           PERFORM 2200-CLOSE-CUSTOMER
      *    The period's control record goes on last - it is what
      *    marks the snapshot complete.
           INITIALIZE AR-SNAP-REC
           MOVE WS-SNAP-PERIOD  TO AS-PERIOD
           MOVE SPACES          TO AS-CUST-ID
           MOVE 0               TO AS-BILLING-DT
           SET AS-PERIOD-REC    TO TRUE
           MOVE WS-RUN-DT       TO AS-SNAP-DT
           MOVE WS-TOT-OPEN     TO AS-OPEN-AMT
           MOVE WS-TOT-PAST-DUE TO AS-PAST-DUE-AMT
           MOVE WS-TOT-ITEMS    TO AS-ITEM-COUNT
           MOVE WS-TOT-CUSTS    TO AS-CUST-COUNT
           PERFORM 8000-WRITE-SNAPSHOT
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-TOT-CUSTS TO WS-COUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'CUSTOMERS WITH ITEMS OPEN: ' DELIMITED SIZE
                  WS-COUNT-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-TOT-ITEMS TO WS-COUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'OPEN ITEMS:                ' DELIMITED SIZE
                  WS-COUNT-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-TOT-OPEN TO WS-AMOUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'TOTAL RECEIVABLE OPEN:     ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-TOT-PAST-DUE TO WS-AMOUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'OF WHICH PAST DUE:         ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           CLOSE BILLING-HISTORY
                 CUSTOMER-FILE
                 AR-SNAPSHOT
                 SNAPSHOT-REPORT
           DISPLAY 'SNAPSHOT PERIOD:    ' WS-SNAP-PERIOD
           DISPLAY 'BILLHIST READ:      ' WS-HIST-READ
           DISPLAY 'CUSTOMERS OPEN:     ' WS-TOT-CUSTS
           DISPLAY 'ITEMS SNAPPED:      ' WS-TOT-ITEMS.

       9999-ABEND.
           DISPLAY 'ARSNAP ABEND ' WS-ABEND-CODE ': '
               WS-ABEND-MSG
           DISPLAY 'FILE STATUS: ' WS-ABEND-FS
           MOVE WS-ABEND-CODE TO RETURN-CODE
           STOP RUN.
