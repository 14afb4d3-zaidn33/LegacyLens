       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSYBILL.
      * This program processes billing with lots of dead code
      * Priced sales post to the customers' receivables (BILLHIST and
      * OPENBAL), so the nightly stream runs MSYBILL after PAYPOST
      * has rebuilt OPENBAL and before the next BILL-CALC, which
      * carries the sales in the previous balance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMM-FS.
      *    Same GLFEED record format BILL-CALC writes, under its own
      *    logical name; GLINTF collects it into the consolidated
      *    ledger journal as its own journal.
           SELECT GL-FEED-FILE ASSIGN TO 'MSYGLFD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLF-FS.
           SELECT OPTIONAL RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FS.
      *    Every sale is owed by a customer on the master - validated
      *    the way USAGECAP validates usage - and falls due under
      *    that customer's payment terms.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-CUST-ID
               FILE STATUS IS WS-CUST-FS.
           SELECT OPTIONAL TERMS-FILE ASSIGN TO 'TERMFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TERMS-CODE
               FILE STATUS IS WS-TERMS-FS.
      *    BILL-CALC's run parm. Only the standard payment terms are
      *    taken from it here, so a sale and an invoice on the same
      *    night fall due on the same terms.
           SELECT PARM-FILE ASSIGN TO 'PARMFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
      *    Priced sales staged by customer and transaction date: a
      *    customer's sales for one day become one receivable item,
      *    and the keyed file hands them to the posting pass in the
      *    customer order OPENBAL is kept in, whatever order
      *    TRANSFILE arrived in.
           SELECT SALES-WORK ASSIGN TO 'MSYWORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-KEY
               FILE STATUS IS WS-SWORK-FS.
      *    The customer receivable: each sale opens an item on the
      *    open-item ledger beside BILL-CALC's periods, and a row on
      *    the open-balance extract so aging, dunning and the next
      *    bill's carry-forward see it. The extract is rebuilt in
      *    MSYOBWK and copied back once everything else is done,
      *    the way ADJMEMO and WRITEOFF keep it.
           SELECT OPTIONAL BILLING-HISTORY ASSIGN TO 'BILLHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-FS.
           SELECT OPTIONAL OPEN-BALANCE-FILE ASSIGN TO 'OPENBAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPENBAL-FS.
           SELECT OPENBAL-WORK ASSIGN TO 'MSYOBWK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OBWORK-FS.

       DATA DIVISION.
       FILE SECTION.

       FD TRANS-FILE.
       01  TRANS-REC.
           05  TR-CUST-ID      PIC X(10).
           05  TR-CUST-TYP     PIC X(3).
           05  TR-AMT          PIC S9(5)V99.
           05  TR-DT           PIC 9(8).
      *    multiplier applied (1.0000 = no discount), exactly as
      *    DISCOUNT-TABLE carries it.
       01  PRICED-REC.
           05  PO-CUST-ID      PIC X(10).
           05  PO-CUST-TYP     PIC X(3).
           05  PO-ORIG-AMT     PIC S9(5)V99.
           05  PO-DISC-PCT     PIC 9V9(4).
       FD RUN-JOURNAL.
       COPY RUN-JOURNAL-RECORD.

       FD CUSTOMER-FILE.
       COPY CUSTOMER-RECORD.

       FD TERMS-FILE.
       COPY PAYMENT-TERMS-RECORD.

       FD PARM-FILE.
       COPY BILLING-PARM-RECORD.

       FD SALES-WORK.
       01  SALES-WORK-REC.
           05  SW-KEY.
               10  SW-CUST-ID  PIC X(10).
               10  SW-TRAN-DT  PIC 9(8).
           05  SW-CUST-NAME    PIC X(30).
           05  SW-AMT          PIC 9(9)V99.
           05  SW-DUE-DT       PIC 9(8).
           05  SW-TRANS-CNT    PIC 9(5).

       FD BILLING-HISTORY.
       COPY BILLING-HISTORY-RECORD.

       FD OPEN-BALANCE-FILE.
       01  OPEN-BAL-REC        PIC X(200).

       FD OPENBAL-WORK.
       01  OBWORK-REC          PIC X(200).

       WORKING-STORAGE SECTION.
       COPY MSGMACRO.
       01  WS-TRANS-FS     PIC XX.
       01  WS-SUMM-FS      PIC XX.
       01  WS-GLF-FS       PIC XX.
       01  WS-JRNL-FS      PIC XX.
       01  WS-CUST-FS      PIC XX.
       01  WS-TERMS-FS     PIC XX.
       01  WS-PARM-FS      PIC XX.
       01  WS-SWORK-FS     PIC XX.
       01  WS-HIST-FS      PIC XX.
       01  WS-OPENBAL-FS   PIC XX.
       01  WS-OBWORK-FS    PIC XX.

      *    Discount utilization accumulated by customer type for the
      *    end-of-run summary: transaction count, gross amount,
           05  WS-TRANS-REJECTED   PIC 9(6) VALUE 0.

       01  WS-IN-VARS.
           05  IN-CUST-ID      PIC X(10).
           05  IN-AMT          PIC S9(5)V99.
           05  IN-CUST-TYP     PIC X(3).
           05  IN-DT           PIC 9(8).
       01  WS-ERR-CODE         PIC 9(4).
       01  WS-ERR-MSG          PIC X(50).

      *    Receivable posting. The transaction date is the item's
      *    date on the ledger, so it has to be a real calendar date;
      *    the item falls due the customer's terms net days after
      *    it. A customer with no terms code (or one missing from
      *    TERMFILE) is on the shop's standard terms - the same
      *    net days BILL-CALC uses, including any PARMFILE override.
       01  WS-TERMS-FLAG       PIC X VALUE 'N'.
           88  TERMS-USABLE    VALUE 'Y'.
       01  WS-MASTER-FLAG      PIC X VALUE 'N'.
           88  MASTER-FOUND    VALUE 'Y'.
       COPY STANDARD-TERMS.
       01  WS-NET-DAYS         PIC 9(3).
       01  WS-TRAN-DAY-INT     PIC 9(7).
       01  WS-DUE-DAY-INT      PIC 9(7).

       01  WS-SALES-TOTALS.
           05  WS-SALES-STAGED     PIC 9(6) VALUE 0.
           05  WS-SALES-STAGED-AMT PIC S9(11)V99 VALUE 0.
           05  WS-ITEMS-OPENED     PIC 9(6) VALUE 0.
           05  WS-ITEMS-ADDED-TO   PIC 9(6) VALUE 0.
           05  WS-ITEMS-POSTED-AMT PIC 9(11)V99 VALUE 0.
           05  WS-BALANCES-READ    PIC 9(6) VALUE 0.
           05  WS-BALANCES-WRITTEN PIC 9(6) VALUE 0.

       01  WS-POST-FLAGS.
           05  WS-SWORK-EOF-FLAG   PIC X VALUE 'N'.
               88  SWORK-EOF       VALUE 'Y'.
           05  WS-OB-EOF-FLAG      PIC X VALUE 'N'.
               88  OB-EOF          VALUE 'Y'.
           05  WS-OBWORK-EOF-FLAG  PIC X VALUE 'N'.
               88  OBWORK-EOF      VALUE 'Y'.

       01  WS-OPENBAL-HOLD.
           05  WS-OB-CUST-ID       PIC X(10) VALUE SPACES.
           05  WS-OB-NAME          PIC X(30).
      *    Extract amounts are the stored digits of a 9(9)V99 field
      *    (implied cents, no decimal point), so they are received
      *    into the X(11) and read back through the REDEFINES.
           05  WS-OB-AMT-X         PIC X(11).
           05  WS-OB-AMT REDEFINES WS-OB-AMT-X
                                   PIC 9(9)V99.
           05  WS-OB-DT            PIC X(10).
           05  WS-OB-DUE-DT        PIC X(10).
       01  WS-PREV-OB-CUST-ID      PIC X(10) VALUE LOW-VALUES.
       01  WS-CUR-CUST-ID          PIC X(10).

      *    One customer's open extract rows while their sales are
      *    posted, kept in item-date order. A customer buying daily
      *    runs to far more open items than a billed-only account.
       01  WS-ITEM-FIELDS.
           05  WS-ITEM-COUNT       PIC 9(3) VALUE 0.
           05  WS-ITEM-SUB         PIC 9(3).
           05  WS-NEXT-SUB         PIC 9(3).
           05  WS-FOUND-SUB        PIC 9(3).
           05  WS-INSERT-SUB       PIC 9(3).
           05  WS-ITEM-DUE-NUM     PIC 9(8).

       01  WS-ITEM-TABLE.
           05  WS-ITEM OCCURS 99 TIMES.
               10  WS-ITEM-AMT     PIC 9(9)V99.
               10  WS-ITEM-NAME    PIC X(30).
               10  WS-ITEM-DT      PIC X(10).
               10  WS-ITEM-DT-NUM  PIC 9(8).
               10  WS-ITEM-DUE-DT  PIC X(10).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-JOURNAL-START
               END-EVALUATE
               PERFORM 998-ABEND
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FS NOT = '00'
               MOVE 40 TO WS-ABEND-CODE
               MOVE 'CUSTOMER MASTER CUSTFILE MISSING OR UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-CUST-FS TO WS-ABEND-FS
               PERFORM 998-ABEND
           END-IF
      *    No terms table (05) puts every sale on the standard
      *    terms, as BILL-CALC does for a customer with no code.
           OPEN INPUT TERMS-FILE
           EVALUATE WS-TERMS-FS
               WHEN '00'
                   SET TERMS-USABLE TO TRUE
               WHEN '05'
                   CONTINUE
               WHEN OTHER
                   MOVE 41 TO WS-ABEND-CODE
                   MOVE 'PAYMENT TERMS TABLE TERMFILE UNUSABLE'
                       TO WS-ABEND-MSG
                   MOVE WS-TERMS-FS TO WS-ABEND-FS
                   PERFORM 998-ABEND
           END-EVALUATE
           PERFORM 060-LOAD-PARM
      *    Created empty, then reopened I-O so a second sale for the
      *    same customer and day can be added to the staged item.
           OPEN OUTPUT SALES-WORK
           IF WS-SWORK-FS = '00'
               CLOSE SALES-WORK
               OPEN I-O SALES-WORK
           END-IF
           IF WS-SWORK-FS NOT = '00'
               MOVE 42 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN SALES WORK FILE MSYWORK'
                   TO WS-ABEND-MSG
               MOVE WS-SWORK-FS TO WS-ABEND-FS
               PERFORM 998-ABEND
           END-IF

           PERFORM 075-READ-TRANS

           PERFORM UNTIL TRANS-EOF
               ADD 1 TO WS-TRANS-READ
               MOVE TR-CUST-ID  TO IN-CUST-ID
               MOVE TR-CUST-TYP TO IN-CUST-TYP
               MOVE TR-AMT      TO IN-AMT
               MOVE TR-DT       TO IN-DT
           PERFORM 880-WRITE-GL-FEED
           CLOSE TRANS-FILE DISCOUNT-TABLE REJECT-FILE
                 PRICED-FILE DISCOUNT-SUMMARY GL-FEED-FILE
                 CUSTOMER-FILE TERMS-FILE
           IF WS-SALES-STAGED > 0
               PERFORM 700-POST-RECEIVABLES
           ELSE
               CLOSE SALES-WORK
           END-IF
           PERFORM 950-FINAL-SUMMARY
           PERFORM 960-JOURNAL-END
           STOP RUN.
                     RJ-RECORDS-ERROR
           PERFORM 970-WRITE-RUN-JOURNAL.

       060-LOAD-PARM.
      *    Absent or empty PARMFILE keeps the standard terms. The
      *    terms field only exists on full-length parm records, so a
      *    short (04) read is ignored, as BILL-CALC ignores it.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARM-FS = '00'
                   AND PARM-STD-NET-DAYS NUMERIC
                   AND PARM-STD-NET-DAYS NOT = 0
                   MOVE PARM-STD-NET-DAYS TO WS-STD-NET-DAYS
               END-IF
               CLOSE PARM-FILE
           END-IF.

       960-JOURNAL-END.
           MOVE 'E' TO RJ-REC-TYPE
           MOVE WS-TRANS-READ      TO RJ-RECORDS-IN
       100-INIT.
           MOVE 0 TO OUT-TOT.
           MOVE 'N' TO OUT-FLG.
           PERFORM 110-VALIDATE-TRANS
           IF WS-ERR-CODE NOT = 0
               MOVE 'E' TO OUT-FLG
               PERFORM 150-WRITE-REJECT
           ELSE
               PERFORM 200-CALC
               PERFORM 400-WRITE-PRICED
               PERFORM 500-ACCUM-UTILIZATION
               PERFORM 600-STAGE-SALE
               PERFORM 900-WRAP
               ADD 1 TO WS-TRANS-PROCESSED
           END-IF.

       110-VALIDATE-TRANS.
      *    Leaves WS-ERR-CODE zero for a transaction that can be
      *    priced and posted to its customer's receivable, or the
      *    MSGMACRO code it is rejected under. The master record
      *    stays in CUST-REC for 600-STAGE-SALE.
           MOVE 0 TO WS-ERR-CODE
           MOVE 0 TO WS-TRAN-DAY-INT
           IF IN-DT NUMERIC AND IN-DT >= 16010101
               COMPUTE WS-TRAN-DAY-INT =
                   FUNCTION INTEGER-OF-DATE (IN-DT)
           END-IF
           EVALUATE TRUE
               WHEN IN-AMT < 0
                   MOVE 3001 TO WS-ERR-CODE
               WHEN WS-TRAN-DAY-INT = 0
                   MOVE 3004 TO WS-ERR-CODE
               WHEN OTHER
                   PERFORM 120-READ-MASTER
                   IF NOT MASTER-FOUND
                       MOVE 3002 TO WS-ERR-CODE
                   ELSE
      *                ACCTCLOS closed the account after its final
      *                bill - nothing posted to it now would ever be
      *                billed, aged or chased.
                       IF CR-CUST-STATUS = 'C'
                           MOVE 3003 TO WS-ERR-CODE
                       END-IF
                   END-IF
           END-EVALUATE.

       120-READ-MASTER.
           MOVE 'N' TO WS-MASTER-FLAG
           MOVE IN-CUST-ID TO CR-CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
           END-READ
           IF WS-CUST-FS NOT = '00' AND WS-CUST-FS NOT = '23'
               MOVE 40 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON CUSTFILE'
                   TO WS-ABEND-MSG
               MOVE WS-CUST-FS TO WS-ABEND-FS
               PERFORM 998-ABEND
           END-IF.

       400-WRITE-PRICED.
           MOVE IN-CUST-ID      TO PO-CUST-ID
           MOVE IN-CUST-TYP     TO PO-CUST-TYP
           MOVE IN-AMT          TO PO-ORIG-AMT
           MOVE WS-DISCOUNT-PCT TO PO-DISC-PCT
           ADD WS-DISC-GIVEN TO WS-UTIL-DISC (WS-UTIL-IDX)
           ADD OUT-TOT TO WS-UTIL-NET (WS-UTIL-IDX).

       600-STAGE-SALE.
      *    Each priced sale is owed by its customer. Sales are staged
      *    by customer and transaction date - a customer's purchases
      *    on one day become one receivable item - and posted once
      *    the whole batch is priced (700-POST-RECEIVABLES). A sale
      *    discounted to nothing leaves nothing owed.
           IF OUT-TOT > 0
               MOVE IN-CUST-ID TO SW-CUST-ID
               MOVE IN-DT TO SW-TRAN-DT
               READ SALES-WORK
                   INVALID KEY
                       PERFORM 610-NEW-STAGED-SALE
                   NOT INVALID KEY
                       ADD OUT-TOT TO SW-AMT
                       ADD 1 TO SW-TRANS-CNT
                       REWRITE SALES-WORK-REC
               END-READ
               IF WS-SWORK-FS NOT = '00'
                   MOVE 42 TO WS-ABEND-CODE
                   MOVE 'WRITE FAILED ON SALES WORK FILE MSYWORK'
                       TO WS-ABEND-MSG
                   MOVE WS-SWORK-FS TO WS-ABEND-FS
                   PERFORM 998-ABEND
               END-IF
               ADD 1 TO WS-SALES-STAGED
               ADD OUT-TOT TO WS-SALES-STAGED-AMT
           END-IF.

       610-NEW-STAGED-SALE.
           MOVE IN-CUST-ID TO SW-CUST-ID
           MOVE IN-DT TO SW-TRAN-DT
           MOVE CR-CUST-NAME TO SW-CUST-NAME
           MOVE OUT-TOT TO SW-AMT
           MOVE 1 TO SW-TRANS-CNT
           PERFORM 620-CALC-DUE-DATE
           WRITE SALES-WORK-REC.

       620-CALC-DUE-DATE.
      *    The sale falls due on the customer's payment terms, the
      *    way BILL-CALC dates an invoice: the terms' net days after
      *    the transaction date, or the standard terms for a
      *    customer with no code or a code not on TERMFILE.
           MOVE WS-STD-NET-DAYS TO WS-NET-DAYS
           IF CR-CUST-TERMS-CODE NOT = SPACES AND TERMS-USABLE
               MOVE CR-CUST-TERMS-CODE TO TM-TERMS-CODE
               READ TERMS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TM-NET-DAYS TO WS-NET-DAYS
               END-READ
               IF WS-TERMS-FS NOT = '00' AND WS-TERMS-FS NOT = '23'
                   MOVE 41 TO WS-ABEND-CODE
                   MOVE 'READ FAILED MID-RUN ON TERMFILE'
                       TO WS-ABEND-MSG
                   MOVE WS-TERMS-FS TO WS-ABEND-FS
                   PERFORM 998-ABEND
               END-IF
           END-IF
           COMPUTE WS-DUE-DAY-INT = WS-TRAN-DAY-INT + WS-NET-DAYS
           COMPUTE SW-DUE-DT =
               FUNCTION DATE-OF-INTEGER (WS-DUE-DAY-INT).

       700-POST-RECEIVABLES.
      *    The staged sales go on the customers' accounts where the
      *    rest of the receivable lives: each becomes an open item
      *    on billing history (BILLHIST) keyed by customer and
      *    transaction date, and a row on the open balance extract
      *    (OPENBAL) so dunning, aging and statements see it at once
      *    and payments can be applied to it. The next BILL-CALC
      *    carries it in the customer's previous balance. OPENBAL is
      *    rebuilt into MSYOBWK and only copied back once every sale
      *    has posted, as ADJMEMO does.
           CLOSE SALES-WORK
           OPEN INPUT SALES-WORK
           IF WS-SWORK-FS NOT = '00'
               MOVE 42 TO WS-ABEND-CODE
               MOVE 'WORK FILE MSYWORK UNREADABLE FOR POSTING'
                   TO WS-ABEND-MSG
               MOVE WS-SWORK-FS TO WS-ABEND-FS
               PERFORM 998-ABEND
           END-IF
           OPEN I-O BILLING-HISTORY
           IF WS-HIST-FS NOT = '00' AND WS-HIST-FS NOT = '05'
               MOVE 43 TO WS-ABEND-CODE
               MOVE 'BILLING HISTORY BILLHIST UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-HIST-FS TO WS-ABEND-FS
               PERFORM 998-ABEND
           END-IF
      *    No extract yet (05) reads as empty: every sale opens a
      *    new row.
           OPEN INPUT OPEN-BALANCE-FILE
           IF WS-OPENBAL-FS NOT = '00' AND WS-OPENBAL-FS NOT = '05'
               MOVE 44 TO WS-ABEND-CODE
               MOVE 'OPEN BALANCE EXTRACT OPENBAL UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-OPENBAL-FS TO WS-ABEND-FS
               PERFORM 998-ABEND
           END-IF
           OPEN OUTPUT OPENBAL-WORK
           IF WS-OBWORK-FS NOT = '00'
               MOVE 45 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN OPENBAL WORK FILE MSYOBWK'
                   TO WS-ABEND-MSG
               MOVE WS-OBWORK-FS TO WS-ABEND-FS
               PERFORM 998-ABEND
           END-IF
           PERFORM 705-READ-OPENBAL
           PERFORM 710-READ-SALES-WORK
           PERFORM 715-MERGE-NEXT
               UNTIL SWORK-EOF AND OB-EOF
           CLOSE SALES-WORK
                 BILLING-HISTORY
                 OPEN-BALANCE-FILE
                 OPENBAL-WORK
           PERFORM 780-COMMIT-OPENBAL.

       705-READ-OPENBAL.
           READ OPEN-BALANCE-FILE
               AT END
                   SET OB-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-OB-CUST-ID
               NOT AT END
                   ADD 1 TO WS-BALANCES-READ
                   MOVE SPACES TO WS-OB-DT WS-OB-DUE-DT
                   UNSTRING OPEN-BAL-REC DELIMITED BY ','
                       INTO WS-OB-CUST-ID WS-OB-NAME WS-OB-AMT-X
                            WS-OB-DT WS-OB-DUE-DT
                   END-UNSTRING
           END-READ
           IF WS-OPENBAL-FS NOT = '00' AND NOT OB-EOF
               MOVE 44 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON OPENBAL'
                   TO WS-ABEND-MSG
               MOVE WS-OPENBAL-FS TO WS-ABEND-FS
               PERFORM 998-ABEND
           END-IF
      *    The merge below relies on PAYPOST's customer order.
           IF WS-OB-CUST-ID < WS-PREV-OB-CUST-ID
               MOVE 44 TO WS-ABEND-CODE
               MOVE 'OPENBAL OUT OF CUSTOMER SEQUENCE'
                   TO WS-ABEND-MSG
               MOVE WS-OPENBAL-FS TO WS-ABEND-FS
               PERFORM 998-ABEND
           END-IF
           MOVE WS-OB-CUST-ID TO WS-PREV-OB-CUST-ID.

       710-READ-SALES-WORK.
           READ SALES-WORK NEXT RECORD
               AT END
                   SET SWORK-EOF TO TRUE
           END-READ
           IF WS-SWORK-FS NOT = '00' AND NOT SWORK-EOF
               MOVE 42 TO WS-ABEND-CODE
               MOVE 'READ FAILED ON SALES WORK FILE MSYWORK'
                   TO WS-ABEND-MSG
               MOVE WS-SWORK-FS TO WS-ABEND-FS
               PERFORM 998-ABEND
           END-IF.

       715-MERGE-NEXT.
      *    Both files run in customer order. A customer with no
      *    sales passes through untouched; one with sales has their
      *    rows gathered, the sales posted among them, and the rows
      *    written back in date order. End of extract holds
      *    HIGH-VALUES, so the remaining sales all post.
           IF NOT SWORK-EOF AND SW-CUST-ID NOT > WS-OB-CUST-ID
               PERFORM 720-POST-CUSTOMER
           ELSE
               MOVE OPEN-BAL-REC TO OBWORK-REC
               PERFORM 775-WRITE-WORK-ROW
               PERFORM 705-READ-OPENBAL
           END-IF.

       720-POST-CUSTOMER.
           MOVE SW-CUST-ID TO WS-CUR-CUST-ID
           MOVE 0 TO WS-ITEM-COUNT
           PERFORM 725-GATHER-ONE-ROW
               UNTIL OB-EOF OR WS-OB-CUST-ID NOT = WS-CUR-CUST-ID
           PERFORM 730-POST-ONE-SALE
               UNTIL SWORK-EOF OR SW-CUST-ID NOT = WS-CUR-CUST-ID
           MOVE 1 TO WS-ITEM-SUB
           PERFORM 770-WRITE-ONE-ROW
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.

       725-GATHER-ONE-ROW.
           IF WS-ITEM-COUNT >= 99
               MOVE 46 TO WS-ABEND-CODE
               MOVE 'MORE THAN 99 OPEN ROWS FOR ONE CUSTOMER'
                   TO WS-ABEND-MSG
               MOVE WS-OPENBAL-FS TO WS-ABEND-FS
               PERFORM 998-ABEND
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-OB-AMT    TO WS-ITEM-AMT (WS-ITEM-COUNT)
           MOVE WS-OB-NAME   TO WS-ITEM-NAME (WS-ITEM-COUNT)
           MOVE WS-OB-DT     TO WS-ITEM-DT (WS-ITEM-COUNT)
           MOVE WS-OB-DUE-DT TO WS-ITEM-DUE-DT (WS-ITEM-COUNT)
           MOVE 0 TO WS-ITEM-DT-NUM (WS-ITEM-COUNT)
           IF WS-OB-DT (1:8) NUMERIC
               MOVE WS-OB-DT (1:8) TO WS-ITEM-DT-NUM (WS-ITEM-COUNT)
           END-IF
           PERFORM 705-READ-OPENBAL.

       730-POST-ONE-SALE.
           MOVE SW-CUST-ID TO BH-CUST-ID
           MOVE SW-TRAN-DT TO BH-BILLING-DT
           READ BILLING-HISTORY
               INVALID KEY
                   PERFORM 735-OPEN-SALES-ITEM
               NOT INVALID KEY
                   PERFORM 740-ADD-TO-ITEM
           END-READ
           IF WS-HIST-FS NOT = '00'
               MOVE 43 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON BILLING HISTORY BILLHIST'
                   TO WS-ABEND-MSG
               MOVE WS-HIST-FS TO WS-ABEND-FS
               PERFORM 998-ABEND
           END-IF
           PERFORM 745-RAISE-OPEN-ROW
           ADD SW-AMT TO WS-ITEMS-POSTED-AMT
           PERFORM 710-READ-SALES-WORK.

       735-OPEN-SALES-ITEM.
      *    A sale item carries no usage charges: it is owed in full
      *    (total due = open = sales amount) from its due date.
           MOVE SW-CUST-ID TO BH-CUST-ID
           MOVE SW-TRAN-DT TO BH-BILLING-DT
           MOVE 0 TO BH-BASE-CHARGES BH-TIER2-CHARGES
                     BH-TIER3-CHARGES BH-PENALTY BH-TAX-AMT
                     BH-BILLED-AMT
           MOVE SPACES TO BH-TAX-JUR
           MOVE 'N' TO BH-ESTIMATED-FLAG
           MOVE SW-DUE-DT TO BH-DUE-DT
           MOVE SW-AMT TO BH-TOTAL-DUE BH-OPEN-AMT BH-SALES-AMT
           SET BH-SALES-ITEM TO TRUE
           WRITE BILL-HIST-REC
           MOVE SW-DUE-DT TO WS-ITEM-DUE-NUM
           ADD 1 TO WS-ITEMS-OPENED.

       740-ADD-TO-ITEM.
      *    The day already has an item - a sale item from an earlier
      *    run, or a billing period. The sale rides on it under
      *    BH-SALES-AMT and falls due with it.
           IF BH-SALES-AMT NOT NUMERIC
               MOVE 0 TO BH-SALES-AMT
           END-IF
           ADD SW-AMT TO BH-SALES-AMT BH-TOTAL-DUE BH-OPEN-AMT
           IF BH-DUE-DT NUMERIC AND BH-DUE-DT > 0
               MOVE BH-DUE-DT TO WS-ITEM-DUE-NUM
           ELSE
               MOVE BH-BILLING-DT TO WS-ITEM-DUE-NUM
           END-IF
           REWRITE BILL-HIST-REC
           ADD 1 TO WS-ITEMS-ADDED-TO.

       745-RAISE-OPEN-ROW.
      *    The day's row takes the sale if the extract has one;
      *    otherwise a row goes in at its place in date order - the
      *    customer's first open item, or an item already paid off
      *    that the sale re-opens.
           MOVE 0 TO WS-FOUND-SUB
           MOVE 1 TO WS-ITEM-SUB
           PERFORM 750-CHECK-ONE-ROW
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           IF WS-FOUND-SUB > 0
               ADD SW-AMT TO WS-ITEM-AMT (WS-FOUND-SUB)
           ELSE
               PERFORM 755-INSERT-ROW
           END-IF.

       750-CHECK-ONE-ROW.
           IF WS-ITEM-DT-NUM (WS-ITEM-SUB) = SW-TRAN-DT
               MOVE WS-ITEM-SUB TO WS-FOUND-SUB
           END-IF
           ADD 1 TO WS-ITEM-SUB.

       755-INSERT-ROW.
           IF WS-ITEM-COUNT >= 99
               MOVE 46 TO WS-ABEND-CODE
               MOVE 'MORE THAN 99 OPEN ROWS FOR ONE CUSTOMER'
                   TO WS-ABEND-MSG
               MOVE WS-OPENBAL-FS TO WS-ABEND-FS
               PERFORM 998-ABEND
           END-IF
           COMPUTE WS-INSERT-SUB = WS-ITEM-COUNT + 1
           MOVE 1 TO WS-ITEM-SUB
           PERFORM 760-CHECK-INSERT-POINT
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           MOVE WS-ITEM-COUNT TO WS-ITEM-SUB
           PERFORM 765-SHIFT-ONE-ROW
               UNTIL WS-ITEM-SUB < WS-INSERT-SUB
           ADD 1 TO WS-ITEM-COUNT
           MOVE SW-AMT          TO WS-ITEM-AMT (WS-INSERT-SUB)
           MOVE SW-CUST-NAME    TO WS-ITEM-NAME (WS-INSERT-SUB)
           MOVE SW-TRAN-DT      TO WS-ITEM-DT (WS-INSERT-SUB)
           MOVE SW-TRAN-DT      TO WS-ITEM-DT-NUM (WS-INSERT-SUB)
           MOVE WS-ITEM-DUE-NUM TO WS-ITEM-DUE-DT (WS-INSERT-SUB).

       760-CHECK-INSERT-POINT.
           IF WS-ITEM-DT-NUM (WS-ITEM-SUB) > SW-TRAN-DT
              AND WS-ITEM-SUB < WS-INSERT-SUB
               MOVE WS-ITEM-SUB TO WS-INSERT-SUB
           END-IF
           ADD 1 TO WS-ITEM-SUB.

       765-SHIFT-ONE-ROW.
           COMPUTE WS-NEXT-SUB = WS-ITEM-SUB + 1
           MOVE WS-ITEM (WS-ITEM-SUB) TO WS-ITEM (WS-NEXT-SUB)
           SUBTRACT 1 FROM WS-ITEM-SUB.

       770-WRITE-ONE-ROW.
           IF WS-ITEM-AMT (WS-ITEM-SUB) > 0
               MOVE SPACES TO OBWORK-REC
               STRING WS-CUR-CUST-ID DELIMITED SIZE
                      ',' DELIMITED SIZE
                      WS-ITEM-NAME (WS-ITEM-SUB) DELIMITED SIZE
                      ',' DELIMITED SIZE
                      WS-ITEM-AMT (WS-ITEM-SUB) DELIMITED SIZE
                      ',' DELIMITED SIZE
                      WS-ITEM-DT (WS-ITEM-SUB) DELIMITED SPACE
                      ',' DELIMITED SIZE
                      WS-ITEM-DUE-DT (WS-ITEM-SUB) DELIMITED SPACE
                   INTO OBWORK-REC
               END-STRING
               PERFORM 775-WRITE-WORK-ROW
           END-IF
           ADD 1 TO WS-ITEM-SUB.

       775-WRITE-WORK-ROW.
           WRITE OBWORK-REC
           IF WS-OBWORK-FS NOT = '00'
               MOVE 45 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON OPENBAL WORK FILE MSYOBWK'
                   TO WS-ABEND-MSG
               MOVE WS-OBWORK-FS TO WS-ABEND-FS
               PERFORM 998-ABEND
           END-IF
           ADD 1 TO WS-BALANCES-WRITTEN.

       780-COMMIT-OPENBAL.
      *    The rebuilt extract only lands on OPENBAL once every sale
      *    has posted, so a run that dies mid-pass leaves the real
      *    file untouched. The copy-back is a straight file copy an
      *    operator can redo from MSYOBWK.
           OPEN INPUT OPENBAL-WORK
           IF WS-OBWORK-FS NOT = '00'
               MOVE 45 TO WS-ABEND-CODE
               MOVE 'WORK FILE MSYOBWK UNREADABLE FOR COPY-BACK'
                   TO WS-ABEND-MSG
               MOVE WS-OBWORK-FS TO WS-ABEND-FS
               PERFORM 998-ABEND
           END-IF
           OPEN OUTPUT OPEN-BALANCE-FILE
           PERFORM 785-COPY-ONE-ROW
               UNTIL OBWORK-EOF
           CLOSE OPENBAL-WORK
                 OPEN-BALANCE-FILE.

       785-COPY-ONE-ROW.
           READ OPENBAL-WORK
               AT END
                   SET OBWORK-EOF TO TRUE
               NOT AT END
                   MOVE OBWORK-REC TO OPEN-BAL-REC
                   WRITE OPEN-BAL-REC
           END-READ
           IF WS-OBWORK-FS NOT = '00' AND NOT OBWORK-EOF
               MOVE 45 TO WS-ABEND-CODE
               MOVE 'READ FAILED DURING OPENBAL COPY-BACK'
                   TO WS-ABEND-MSG
               MOVE WS-OBWORK-FS TO WS-ABEND-FS
               PERFORM 998-ABEND
           END-IF
           IF WS-OPENBAL-FS NOT = '00' AND NOT OBWORK-EOF
               MOVE 44 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED DURING OPENBAL COPY-BACK'
                   TO WS-ABEND-MSG
               MOVE WS-OPENBAL-FS TO WS-ABEND-FS
               PERFORM 998-ABEND
           END-IF.

       850-WRITE-DISCOUNT-SUMMARY.
           MOVE SPACES TO SUMM-LINE
           MOVE 'DISCOUNT UTILIZATION BY CUSTOMER TYPE'
                      DELIMITED SIZE
                  WS-SUMM-AMT-ED DELIMITED SIZE
               INTO SUMM-LINE
           PERFORM 870-WRITE-SUMM-LINE
      *    ...and the same net is what the customers now owe: every
      *    priced sale was staged for its customer's receivable, so
      *    this line must agree with the one above.
           MOVE WS-SALES-STAGED-AMT TO WS-SUMM-AMT-ED
           MOVE SPACES TO SUMM-LINE
           STRING 'CONTROL TOTAL - NET TO RECEIVABLES: '
                      DELIMITED SIZE
                  WS-SUMM-AMT-ED DELIMITED SIZE
               INTO SUMM-LINE
           PERFORM 870-WRITE-SUMM-LINE.

       860-WRITE-ONE-TYPE.
           END-IF.

       150-WRITE-REJECT.
      *    Negative amounts, unusable dates, and customers not on
      *    the master (or closed) fall out to a reject/suspense file
      *    under the code 110-VALIDATE-TRANS set, instead of
      *    stopping the whole batch - same idea as BILL-CALC's error
      *    log letting bad records fall out.
           PERFORM 160-LOOKUP-ERR-MSG
           MOVE SPACES TO REJECT-REC
           STRING IN-CUST-ID DELIMITED SIZE
                  ',' DELIMITED SIZE
                  IN-CUST-TYP DELIMITED SIZE
                  ',' DELIMITED SIZE
                  IN-AMT DELIMITED SIZE
                  ',' DELIMITED SIZE
       950-FINAL-SUMMARY.
           DISPLAY 'TRANSACTIONS READ:      ' WS-TRANS-READ
           DISPLAY 'TRANSACTIONS PROCESSED: ' WS-TRANS-PROCESSED
           DISPLAY 'TRANSACTIONS REJECTED:  ' WS-TRANS-REJECTED
           DISPLAY 'SALES ITEMS OPENED:     ' WS-ITEMS-OPENED
           DISPLAY 'SALES ADDED TO ITEMS:   ' WS-ITEMS-ADDED-TO
           DISPLAY 'BALANCES READ:          ' WS-BALANCES-READ
           DISPLAY 'BALANCES WRITTEN:       ' WS-BALANCES-WRITTEN.
