      * separately and stitch the story together. Driven by a parm
      * file of customer ids, this program prints one consolidated
      * picture per customer: the master record with status, plan,
      * and dispute flag; any future-dated changes CUSTMNT is
      * holding on PENDCHG, with the date each takes effect and the
      * fields it changes; the last few archived billing periods
      * with their charge breakdown and what is still open, each
      * followed by any debit or credit memos ADJMEMO posted
      * against it; recent
      * payments with their dispositions; the current dunning level,
      * last notice date, and agency-referral state; the security
      * deposit held, with its interest and release; and the most
      * recent usage-detail days. STMTPRNT is the view built for
      * handing to the customer - this is the internal one with the
      * collection and dispute side included.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-FS.
           SELECT OPTIONAL ADJUSTMENT-HISTORY ASSIGN TO 'ADJHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-KEY
               FILE STATUS IS WS-ADJ-FS.
           SELECT OPTIONAL PAYMENT-ARCHIVE ASSIGN TO 'PAYARCH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS RANDOM
               RECORD KEY IS DH-CUST-ID
               FILE STATUS IS WS-DUNHIST-FS.
           SELECT OPTIONAL DEPOSIT-FILE ASSIGN TO 'DEPFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-CUST-ID
               FILE STATUS IS WS-DEP-FS.
           SELECT OPTIONAL USAGE-DETAIL-FILE ASSIGN TO 'USAGEDTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UD-KEY
               FILE STATUS IS WS-DTL-FS.
           SELECT OPTIONAL PENDING-CHANGE-FILE ASSIGN TO 'PENDCHG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PEND-FS.
           SELECT INQUIRY-REPORT ASSIGN TO 'C360RPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
       FD BILLING-HISTORY.
       COPY BILLING-HISTORY-RECORD.

       FD ADJUSTMENT-HISTORY.
       COPY ADJUSTMENT-RECORD.

       FD PAYMENT-ARCHIVE.
       COPY PAY-ARCHIVE-RECORD.

       FD DUNNING-HISTORY.
       COPY DUNNING-HISTORY-RECORD.

       FD DEPOSIT-FILE.
       COPY DEPOSIT-RECORD.

       FD USAGE-DETAIL-FILE.
       COPY USAGE-DETAIL-RECORD.

       FD PENDING-CHANGE-FILE.
       COPY PENDING-CHANGE-RECORD.

       FD INQUIRY-REPORT.
       01  RPT-LINE                  PIC X(132).

           05  WS-PARM-FS            PIC XX.
           05  WS-CUST-FS            PIC XX.
           05  WS-HIST-FS            PIC XX.
           05  WS-ADJ-FS             PIC XX.
           05  WS-ARCH-FS            PIC XX.
           05  WS-DUNHIST-FS         PIC XX.
           05  WS-DEP-FS             PIC XX.
           05  WS-DTL-FS             PIC XX.
           05  WS-PEND-FS            PIC XX.
           05  WS-RPT-FS             PIC XX.

       01  WS-FLAGS.
               88  SCAN-EOF          VALUE 'Y'.
           05  WS-HIST-OK-FLAG       PIC X VALUE 'N'.
               88  HIST-USABLE       VALUE 'Y'.
           05  WS-ADJ-OK-FLAG        PIC X VALUE 'N'.
               88  ADJ-USABLE        VALUE 'Y'.
           05  WS-MEMO-SCAN-FLAG     PIC X.
               88  MEMO-SCAN-DONE    VALUE 'Y'.
           05  WS-ARCH-OK-FLAG       PIC X VALUE 'N'.
               88  ARCH-USABLE       VALUE 'Y'.
           05  WS-DUN-OK-FLAG        PIC X VALUE 'N'.
               88  DUN-USABLE        VALUE 'Y'.
           05  WS-DEP-OK-FLAG        PIC X VALUE 'N'.
               88  DEP-USABLE        VALUE 'Y'.
           05  WS-DTL-OK-FLAG        PIC X VALUE 'N'.
               88  DTL-USABLE        VALUE 'Y'.
           05  WS-PEND-OK-FLAG       PIC X VALUE 'N'.
               88  PEND-USABLE       VALUE 'Y'.

      *    Rolling last-N holds: each stream is read forward in key
      *    order and the newest N records kept by shifting - cheap
               10  WS-BH-TAX         PIC 9(9)V99.
               10  WS-BH-TOTAL       PIC 9(9)V99.
               10  WS-BH-OPEN        PIC 9(9)V99.
               10  WS-BH-SALES       PIC 9(9)V99.
               10  WS-BH-ITEM-TYPE   PIC X.

       01  WS-PAY-HOLDS.
           05  WS-PAY-CNT            PIC 9(2) VALUE 0.
               10  WS-DH-QTY         PIC 9(7)V99.
               10  WS-DH-SOURCE      PIC X(4).

       01  WS-MEMO-LABEL             PIC X(12).
       01  WS-PEND-CNT               PIC 9(3).

       01  WS-SUB                    PIC 9(2).
       01  WS-SUB-2                  PIC 9(2).

           IF WS-HIST-FS = '00' OR WS-HIST-FS = '05'
               SET HIST-USABLE TO TRUE
           END-IF
           OPEN INPUT ADJUSTMENT-HISTORY
           IF WS-ADJ-FS = '00' OR WS-ADJ-FS = '05'
               SET ADJ-USABLE TO TRUE
           END-IF
           OPEN INPUT PAYMENT-ARCHIVE
           IF WS-ARCH-FS = '00' OR WS-ARCH-FS = '05'
               SET ARCH-USABLE TO TRUE
           IF WS-DUNHIST-FS = '00' OR WS-DUNHIST-FS = '05'
               SET DUN-USABLE TO TRUE
           END-IF
           OPEN INPUT DEPOSIT-FILE
           IF WS-DEP-FS = '00' OR WS-DEP-FS = '05'
               SET DEP-USABLE TO TRUE
           END-IF
           OPEN INPUT USAGE-DETAIL-FILE
           IF WS-DTL-FS = '00' OR WS-DTL-FS = '05'
               SET DTL-USABLE TO TRUE
           END-IF
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PEND-FS = '00' OR WS-PEND-FS = '05'
               SET PEND-USABLE TO TRUE
           END-IF
           OPEN OUTPUT INQUIRY-REPORT
           IF WS-RPT-FS NOT = '00'
               MOVE 72 TO WS-ABEND-CODE
           ELSE
               ADD 1 TO WS-CUSTOMERS-PRINTED
               PERFORM 3200-PRINT-MASTER
               PERFORM 3300-PRINT-PENDING
               PERFORM 4000-PRINT-BILLING
               PERFORM 5000-PRINT-PAYMENTS
               PERFORM 6000-PRINT-DUNNING
               PERFORM 6500-PRINT-DEPOSIT
               PERFORM 7000-PRINT-USAGE
           END-IF
           MOVE SPACES TO RPT-LINE
                  CR-CUST-ADDRESS DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE
           IF CR-CUST-MAIL-STREET NOT = SPACES
               MOVE SPACES TO RPT-LINE
               STRING '  MAIL TO: ' DELIMITED SIZE
                      CR-CUST-MAIL-STREET DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      CR-CUST-MAIL-STREET2 DELIMITED SIZE
                   INTO RPT-LINE
               PERFORM 8000-WRITE-RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING '           ' DELIMITED SIZE
                      CR-CUST-MAIL-CITY DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      CR-CUST-MAIL-STATE DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      CR-CUST-MAIL-ZIP DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      CR-CUST-MAIL-ZIP4 DELIMITED SIZE
                   INTO RPT-LINE
               PERFORM 8000-WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           IF CR-EBILL-DELIVERY
               STRING '  DELIVERY: E-BILL TO ' DELIMITED SIZE
                      CR-CUST-EMAIL DELIMITED SIZE
                   INTO RPT-LINE
           ELSE
               MOVE '  DELIVERY: PAPER' TO RPT-LINE
           END-IF
           PERFORM 8000-WRITE-RPT-LINE
      *    A location billed under a head office says so - its
      *    invoices roll up to the parent's summary and its notices
      *    go there.
           IF CR-CUST-PARENT-ID NOT = SPACES
               MOVE SPACES TO RPT-LINE
               STRING '  BILLED UNDER PARENT ACCOUNT: ' DELIMITED SIZE
                      CR-CUST-PARENT-ID DELIMITED SIZE
                   INTO RPT-LINE
               PERFORM 8000-WRITE-RPT-LINE
           END-IF
           MOVE CR-CUST-USAGE-AMT TO WS-QTY-ED
           MOVE SPACES TO RPT-LINE
           STRING '  DAYS OVERDUE: ' DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE.

       3300-PRINT-PENDING.
      *    Changes keyed ahead of their effective date are not on
      *    the master yet - the rep needs to see them before telling
      *    the customer what plan or address is on file.
           MOVE SPACES TO RPT-LINE
           MOVE '  PENDING CHANGES:' TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE
           MOVE 0 TO WS-PEND-CNT
           IF PEND-USABLE
               PERFORM 3310-SCAN-PENDING
           ELSE
               MOVE '    (PENDING CHANGE FILE UNAVAILABLE)' TO RPT-LINE
               PERFORM 8000-WRITE-RPT-LINE
           END-IF
           IF WS-PEND-CNT = 0 AND PEND-USABLE
               MOVE '    (NO PENDING CHANGES)' TO RPT-LINE
               PERFORM 8000-WRITE-RPT-LINE
           END-IF.

       3310-SCAN-PENDING.
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           MOVE IP-CUST-ID TO PC-CUST-ID
           MOVE 0 TO PC-EFFECTIVE-DT
           START PENDING-CHANGE-FILE KEY IS >= PC-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START
           IF WS-PEND-FS NOT = '00'
               SET SCAN-EOF TO TRUE
           END-IF
           PERFORM 3320-PRINT-ONE-PENDING
               UNTIL SCAN-EOF.

       3320-PRINT-ONE-PENDING.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
               NOT AT END
                   IF PC-CUST-ID NOT = IP-CUST-ID
                       SET SCAN-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-PEND-CNT
                       PERFORM 3330-WRITE-PENDING-LINES
                   END-IF
           END-READ
           IF WS-PEND-FS NOT = '00' AND NOT SCAN-EOF
               SET SCAN-EOF TO TRUE
           END-IF.

       3330-WRITE-PENDING-LINES.
           MOVE SPACES TO RPT-LINE
           STRING '    EFFECTIVE ' DELIMITED SIZE
                  PC-EFFECTIVE-DT DELIMITED SIZE
                  '  KEYED ' DELIMITED SIZE
                  PC-KEYED-DT DELIMITED SIZE
                  '  BY ' DELIMITED SIZE
                  PC-OPERATOR-ID DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '      CHANGES: ' DELIMITED SIZE
                  PC-CHANGE-SUMMARY DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE.

       4000-PRINT-BILLING.
           MOVE SPACES TO RPT-LINE
           MOVE '  RECENT BILLING PERIODS AND SALES:' TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE
           MOVE 0 TO WS-BILL-CNT
           IF HIST-USABLE
           MOVE BH-PENALTY TO WS-BH-PENALTY (WS-BILL-CNT)
           MOVE BH-TAX-AMT TO WS-BH-TAX (WS-BILL-CNT)
           MOVE BH-TOTAL-DUE TO WS-BH-TOTAL (WS-BILL-CNT)
           MOVE BH-OPEN-AMT TO WS-BH-OPEN (WS-BILL-CNT)
           MOVE 0 TO WS-BH-SALES (WS-BILL-CNT)
           IF BH-SALES-AMT NUMERIC
               MOVE BH-SALES-AMT TO WS-BH-SALES (WS-BILL-CNT)
           END-IF
           MOVE BH-ITEM-TYPE TO WS-BH-ITEM-TYPE (WS-BILL-CNT).

       4260-SHIFT-ONE-BILL.
           MOVE WS-BILL-HOLD (WS-SUB-2 + 1)
           ADD 1 TO WS-SUB-2.

       4300-PRINT-ONE-BILL.
      *    MSYBILL sales are open items on the same archive: a sale
      *    item has no usage to show, and a sale on a billing date
      *    is part of that period's total.
           MOVE WS-BH-TOTAL (WS-SUB) TO WS-AMOUNT-ED
           MOVE WS-BH-OPEN (WS-SUB) TO WS-AMOUNT-ED-2
           MOVE SPACES TO RPT-LINE
                  WS-AMOUNT-ED-2 DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE
           IF WS-BH-ITEM-TYPE (WS-SUB) NOT = 'S'
               MOVE WS-BH-SUBTOT (WS-SUB) TO WS-AMOUNT-ED
               MOVE WS-BH-PENALTY (WS-SUB) TO WS-AMOUNT-ED-2
               MOVE SPACES TO RPT-LINE
               STRING '      USAGE CHARGES: ' DELIMITED SIZE
                      WS-AMOUNT-ED DELIMITED SIZE
                      '  PENALTY: ' DELIMITED SIZE
                      WS-AMOUNT-ED-2 DELIMITED SIZE
                   INTO RPT-LINE
               PERFORM 8000-WRITE-RPT-LINE
           END-IF
           IF WS-BH-SALES (WS-SUB) > 0
               MOVE WS-BH-SALES (WS-SUB) TO WS-AMOUNT-ED
               MOVE SPACES TO RPT-LINE
               STRING '      DIRECT SALES:  ' DELIMITED SIZE
                      WS-AMOUNT-ED DELIMITED SIZE
                   INTO RPT-LINE
               PERFORM 8000-WRITE-RPT-LINE
           END-IF
           IF ADJ-USABLE
               PERFORM 4400-PRINT-PERIOD-MEMOS
           END-IF
           ADD 1 TO WS-SUB.

       4400-PRINT-PERIOD-MEMOS.
      *    Memos are keyed under the period they corrected, so they
      *    print beneath that period whenever they were posted.
           MOVE 'N' TO WS-MEMO-SCAN-FLAG
           MOVE IP-CUST-ID TO AJ-CUST-ID
           MOVE WS-BH-DT (WS-SUB) TO AJ-BILLING-DT
           MOVE 0 TO AJ-SEQ-NO
           START ADJUSTMENT-HISTORY KEY IS >= AJ-KEY
               INVALID KEY
                   SET MEMO-SCAN-DONE TO TRUE
           END-START
           IF WS-ADJ-FS NOT = '00'
               SET MEMO-SCAN-DONE TO TRUE
           END-IF
           PERFORM 4450-PRINT-ONE-MEMO
               UNTIL MEMO-SCAN-DONE.

       4450-PRINT-ONE-MEMO.
           READ ADJUSTMENT-HISTORY NEXT RECORD
               AT END
                   SET MEMO-SCAN-DONE TO TRUE
               NOT AT END
                   IF AJ-CUST-ID NOT = IP-CUST-ID
                      OR AJ-BILLING-DT NOT = WS-BH-DT (WS-SUB)
                       SET MEMO-SCAN-DONE TO TRUE
                   ELSE
                       PERFORM 4460-WRITE-MEMO-LINE
                   END-IF
           END-READ
           IF WS-ADJ-FS NOT = '00' AND NOT MEMO-SCAN-DONE
               SET MEMO-SCAN-DONE TO TRUE
           END-IF.

       4460-WRITE-MEMO-LINE.
           EVALUATE AJ-COMPONENT
               WHEN 'BA'
                   MOVE 'BASE USAGE' TO WS-MEMO-LABEL
               WHEN 'T2'
                   MOVE 'TIER 2 USAGE' TO WS-MEMO-LABEL
               WHEN 'T3'
                   MOVE 'TIER 3 USAGE' TO WS-MEMO-LABEL
               WHEN 'PN'
                   MOVE 'LATE PENALTY' TO WS-MEMO-LABEL
               WHEN OTHER
                   MOVE 'SALES TAX' TO WS-MEMO-LABEL
           END-EVALUATE
           MOVE AJ-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO RPT-LINE
           IF AJ-DEBIT-MEMO
               STRING '      DEBIT MEMO   ' DELIMITED SIZE
                      WS-MEMO-LABEL DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-AMOUNT-ED DELIMITED SIZE
                      '  REASON ' DELIMITED SIZE
                      AJ-REASON-CODE DELIMITED SIZE
                      '  POSTED ' DELIMITED SIZE
                      AJ-POSTED-DT DELIMITED SIZE
                      '  BY ' DELIMITED SIZE
                      AJ-APPROVER-ID DELIMITED SIZE
                   INTO RPT-LINE
           ELSE
               STRING '      CREDIT MEMO  ' DELIMITED SIZE
                      WS-MEMO-LABEL DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-AMOUNT-ED DELIMITED SIZE
                      '  REASON ' DELIMITED SIZE
                      AJ-REASON-CODE DELIMITED SIZE
                      '  POSTED ' DELIMITED SIZE
                      AJ-POSTED-DT DELIMITED SIZE
                      '  BY ' DELIMITED SIZE
                      AJ-APPROVER-ID DELIMITED SIZE
                   INTO RPT-LINE
           END-IF
           PERFORM 8000-WRITE-RPT-LINE.

       5000-PRINT-PAYMENTS.
           MOVE SPACES TO RPT-LINE
           MOVE '  RECENT PAYMENT ACTIVITY:' TO RPT-LINE
               PERFORM 8000-WRITE-RPT-LINE
           END-IF.

       6500-PRINT-DEPOSIT.
           MOVE SPACES TO RPT-LINE
           MOVE '  SECURITY DEPOSIT:' TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE
           IF NOT DEP-USABLE
               MOVE '    (DEPOSIT LEDGER UNAVAILABLE)' TO RPT-LINE
               PERFORM 8000-WRITE-RPT-LINE
           ELSE
               MOVE IP-CUST-ID TO DP-CUST-ID
               READ DEPOSIT-FILE
                   INVALID KEY
                       MOVE '    NO DEPOSIT ON FILE' TO RPT-LINE
                       PERFORM 8000-WRITE-RPT-LINE
                   NOT INVALID KEY
                       PERFORM 6600-PRINT-DEP-DETAIL
               END-READ
           END-IF.

       6600-PRINT-DEP-DETAIL.
           MOVE DP-AMOUNT-HELD TO WS-AMOUNT-ED
           MOVE DP-ACCRUED-INT TO WS-AMOUNT-ED-2
           MOVE SPACES TO RPT-LINE
           STRING '    AMOUNT: ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
                  '  RECEIVED: ' DELIMITED SIZE
                  DP-RECEIVED-DT DELIMITED SIZE
                  '  RATE: ' DELIMITED SIZE
                  DP-INT-RATE DELIMITED SIZE
                  '  INTEREST: ' DELIMITED SIZE
                  WS-AMOUNT-ED-2 DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE
           MOVE SPACES TO RPT-LINE
           EVALUATE TRUE
               WHEN DP-HELD
                   STRING '    HELD - INTEREST ACCRUED THROUGH '
                              DELIMITED SIZE
                          DP-LAST-ACCRUAL-DT DELIMITED SIZE
                       INTO RPT-LINE
               WHEN DP-REFUNDED
                   STRING '    REFUNDED TO CUSTOMER ON '
                              DELIMITED SIZE
                          DP-RELEASE-DT DELIMITED SIZE
                       INTO RPT-LINE
               WHEN DP-APPLIED
                   MOVE DP-APPLIED-AMT TO WS-AMOUNT-ED
                   STRING '    APPLIED AT SERVICE STOP ON '
                              DELIMITED SIZE
                          DP-RELEASE-DT DELIMITED SIZE
                          ' - ' DELIMITED SIZE
                          WS-AMOUNT-ED DELIMITED SIZE
                          ' TO OPEN ITEMS' DELIMITED SIZE
                       INTO RPT-LINE
               WHEN OTHER
                   STRING '    STATUS ' DELIMITED SIZE
                          DP-STATUS DELIMITED SIZE
                       INTO RPT-LINE
           END-EVALUATE
           PERFORM 8000-WRITE-RPT-LINE.

       7000-PRINT-USAGE.
           MOVE SPACES TO RPT-LINE
           MOVE '  RECENT USAGE DETAIL:' TO RPT-LINE
           IF HIST-USABLE
               CLOSE BILLING-HISTORY
           END-IF
           IF ADJ-USABLE
               CLOSE ADJUSTMENT-HISTORY
           END-IF
           IF ARCH-USABLE
               CLOSE PAYMENT-ARCHIVE
           END-IF
           IF DUN-USABLE
               CLOSE DUNNING-HISTORY
           END-IF
           IF DEP-USABLE
               CLOSE DEPOSIT-FILE
           END-IF
           IF DTL-USABLE
               CLOSE USAGE-DETAIL-FILE
           END-IF
           IF PEND-USABLE
               CLOSE PENDING-CHANGE-FILE
           END-IF
           DISPLAY 'INQUIRIES READ:     ' WS-PARMS-READ
           DISPLAY 'CUSTOMERS PRINTED:  ' WS-CUSTOMERS-PRINTED
           DISPLAY 'NO MASTER RECORD:   ' WS-NO-MASTER.
