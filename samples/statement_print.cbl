      * STMTPARM selects one customer (or spaces for the whole book)
      * and an optional from/thru period window; activity before the
      * window is rolled into the PREVIOUS BALANCE line.
      *
      * Debit and credit memos ADJMEMO posted against a period
      * (ADJHIST) print as their own lines under that invoice and
      * count with the period's charges, so the balance agrees
      * with the open items after a correction.
      *
      * Sales MSYBILL posted to the customer's receivable are on
      * the archive too: a sale item prints as a SALE line of its
      * own, and a sale on an invoice's date is noted under it.
      *===============================================================*

       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-KEY
               FILE STATUS IS WS-PAYARCH-FS.
           SELECT OPTIONAL ADJUSTMENT-HISTORY ASSIGN TO 'ADJHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-KEY
               FILE STATUS IS WS-ADJ-FS.
           SELECT STATEMENT-PARM ASSIGN TO 'STMTPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
       FD PAYMENT-ARCHIVE.
       COPY PAY-ARCHIVE-RECORD.

       FD ADJUSTMENT-HISTORY.
       COPY ADJUSTMENT-RECORD.

       FD STATEMENT-PARM.
       01  STMT-PARM-REC.
           05  SP-CUST-ID            PIC X(10).
       01  WS-FILE-STATUS.
           05  WS-HIST-FS            PIC XX.
           05  WS-PAYARCH-FS         PIC XX.
           05  WS-ADJ-FS             PIC XX.
           05  WS-PARM-FS            PIC XX.
           05  WS-STMT-FS            PIC XX.

               88  HIST-EOF          VALUE 'Y'.
           05  WS-PAY-EOF-FLAG       PIC X VALUE 'N'.
               88  PAY-EOF           VALUE 'Y'.
      *    No ADJHIST (no memo ever posted) just means no memo
      *    lines.
           05  WS-ADJ-USABLE-FLAG    PIC X VALUE 'N'.
               88  ADJ-USABLE        VALUE 'Y'.
           05  WS-MEMO-SCAN-FLAG     PIC X VALUE 'N'.
               88  MEMO-SCAN-DONE    VALUE 'Y'.
      *    Where the period being listed falls against the window -
      *    its memos are counted and printed the same way.
           05  WS-PERIOD-WINDOW-FLAG PIC X VALUE 'N'.
               88  PERIOD-BEFORE-WINDOW
                                     VALUE 'P'.
               88  PERIOD-IN-WINDOW  VALUE 'N'.
               88  PERIOD-AFTER-WINDOW
                                     VALUE 'A'.

       01  WS-SELECTION.
           05  WS-SEL-CUST-ID        PIC X(10) VALUE SPACES.
           05  WS-HIST-TIER3         PIC 9(9)V99.
           05  WS-HIST-PENALTY       PIC 9(9)V99.
           05  WS-HIST-TOTAL         PIC 9(9)V99.
      *    MSYBILL sales on the item, and 'S' for a sale item with
      *    no invoice behind it.
           05  WS-HIST-SALES         PIC 9(9)V99.
           05  WS-HIST-ITEM-TYPE     PIC X.
               88  HIST-SALES-ITEM   VALUE 'S'.

       01  WS-PAY-HOLD.
           05  WS-PAY-CUST-ID        PIC X(10).

       01  WS-STMT-CUST-ID           PIC X(10).

       01  WS-MEMO-LABEL             PIC X(12).

      *    Payment totals are signed: a REVERSED row (PAYPOST backing
      *    out a bounced or reversed payment) subtracts, and can
      *    leave net payments negative for the window.
           05  WS-STATEMENTS-WRITTEN PIC 9(6) VALUE 0.
           05  WS-BILLS-LISTED       PIC 9(6) VALUE 0.
           05  WS-PAYMENTS-LISTED    PIC 9(6) VALUE 0.
           05  WS-MEMOS-LISTED       PIC 9(6) VALUE 0.

      *    Operator abend fields: unreadable inputs must stop the
      *    run - parked at EOF they produce zero statements with a
               MOVE WS-PAYARCH-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
      *    No ADJHIST yet (05) is simply no memos; anything else
      *    would print statements silently short of their memos.
           OPEN INPUT ADJUSTMENT-HISTORY
           EVALUATE WS-ADJ-FS
               WHEN '00'
                   SET ADJ-USABLE TO TRUE
               WHEN '05'
                   CONTINUE
               WHEN OTHER
                   MOVE 67 TO WS-ABEND-CODE
                   MOVE 'ADJUSTMENT HISTORY ADJHIST UNUSABLE'
                       TO WS-ABEND-MSG
                   MOVE WS-ADJ-FS TO WS-ABEND-FS
                   PERFORM 9999-ABEND
           END-EVALUATE
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STMT-FS NOT = '00'
               MOVE 66 TO WS-ABEND-CODE
                       MOVE BH-TIER3-CHARGES TO WS-HIST-TIER3
                       MOVE BH-PENALTY       TO WS-HIST-PENALTY
                       MOVE BH-TOTAL-DUE     TO WS-HIST-TOTAL
                       MOVE 0                TO WS-HIST-SALES
                       IF BH-SALES-AMT NUMERIC
                           MOVE BH-SALES-AMT TO WS-HIST-SALES
                       END-IF
                       MOVE BH-ITEM-TYPE     TO WS-HIST-ITEM-TYPE
                       IF WS-SEL-CUST-ID NOT = SPACES
                           AND WS-HIST-CUST-ID NOT = WS-SEL-CUST-ID
      *                    Past the requested customer's last archived
       2200-LIST-BILLS.
           EVALUATE TRUE
               WHEN WS-HIST-BILLING-DT < WS-FROM-DT
                   SET PERIOD-BEFORE-WINDOW TO TRUE
                   ADD WS-HIST-TOTAL TO WS-PREV-CHARGES
               WHEN WS-HIST-BILLING-DT > WS-THRU-DT
                   SET PERIOD-AFTER-WINDOW TO TRUE
               WHEN OTHER
                   SET PERIOD-IN-WINDOW TO TRUE
                   ADD WS-HIST-TOTAL TO WS-NEW-CHARGES
                   PERFORM 2250-WRITE-BILL-LINE
                   ADD 1 TO WS-BILLS-LISTED
           END-EVALUATE
           IF ADJ-USABLE AND NOT PERIOD-AFTER-WINDOW
               PERFORM 2270-LIST-PERIOD-MEMOS
           END-IF
           PERFORM 1300-READ-HISTORY.

       2250-WRITE-BILL-LINE.
      *    A sale MSYBILL posted on a day with no invoice is its own
      *    line; one posted on an invoice's date is part of that
      *    invoice's total and is called out beneath it.
           MOVE WS-HIST-TOTAL TO WS-AMOUNT-ED
           MOVE SPACES TO STMT-LINE
           IF HIST-SALES-ITEM
               STRING '  SALE     ' DELIMITED SIZE
                      WS-HIST-BILLING-DT DELIMITED SIZE
                      '  TOTAL: ' DELIMITED SIZE
                      WS-AMOUNT-ED DELIMITED SIZE
                   INTO STMT-LINE
           ELSE
               STRING '  INVOICE  ' DELIMITED SIZE
                      WS-HIST-BILLING-DT DELIMITED SIZE
                      '  TOTAL: ' DELIMITED SIZE
                      WS-AMOUNT-ED DELIMITED SIZE
                   INTO STMT-LINE
           END-IF
           WRITE STMT-LINE

           MOVE WS-HIST-SALES TO WS-AMOUNT-ED
           MOVE SPACES TO STMT-LINE
           STRING '           (INCLUDES DIRECT SALES ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
                  ')' DELIMITED SIZE
               INTO STMT-LINE
           IF WS-HIST-SALES > 0 AND NOT HIST-SALES-ITEM
               WRITE STMT-LINE
           END-IF

           MOVE WS-HIST-PENALTY TO WS-AMOUNT-ED
           MOVE SPACES TO STMT-LINE
               WRITE STMT-LINE
           END-IF.

       2270-LIST-PERIOD-MEMOS.
      *    A memo belongs to the period it corrected, not the day it
      *    was posted, so it lands in the same bucket as its
      *    invoice.
           MOVE 'N' TO WS-MEMO-SCAN-FLAG
           MOVE WS-HIST-CUST-ID TO AJ-CUST-ID
           MOVE WS-HIST-BILLING-DT TO AJ-BILLING-DT
           MOVE 0 TO AJ-SEQ-NO
           START ADJUSTMENT-HISTORY KEY IS >= AJ-KEY
               INVALID KEY
                   SET MEMO-SCAN-DONE TO TRUE
           END-START
           PERFORM 2275-LIST-ONE-MEMO
               UNTIL MEMO-SCAN-DONE.

       2275-LIST-ONE-MEMO.
           READ ADJUSTMENT-HISTORY NEXT RECORD
               AT END
                   SET MEMO-SCAN-DONE TO TRUE
               NOT AT END
                   IF AJ-CUST-ID NOT = WS-HIST-CUST-ID
                      OR AJ-BILLING-DT NOT = WS-HIST-BILLING-DT
                       SET MEMO-SCAN-DONE TO TRUE
                   ELSE
                       PERFORM 2280-APPLY-MEMO
                   END-IF
           END-READ
           IF WS-ADJ-FS NOT = '00' AND WS-ADJ-FS NOT = '10'
               MOVE 67 TO WS-ABEND-CODE
               MOVE 'READ FAILED ON ADJUSTMENT HISTORY ADJHIST'
                   TO WS-ABEND-MSG
               MOVE WS-ADJ-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       2280-APPLY-MEMO.
           IF PERIOD-BEFORE-WINDOW
               IF AJ-DEBIT-MEMO
                   ADD AJ-AMOUNT TO WS-PREV-CHARGES
               ELSE
                   SUBTRACT AJ-AMOUNT FROM WS-PREV-CHARGES
               END-IF
           ELSE
               IF AJ-DEBIT-MEMO
                   ADD AJ-AMOUNT TO WS-NEW-CHARGES
               ELSE
                   SUBTRACT AJ-AMOUNT FROM WS-NEW-CHARGES
               END-IF
               PERFORM 2290-WRITE-MEMO-LINE
               ADD 1 TO WS-MEMOS-LISTED
           END-IF.

       2290-WRITE-MEMO-LINE.
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
           MOVE SPACES TO STMT-LINE
           IF AJ-DEBIT-MEMO
               STRING '           DEBIT MEMO   ' DELIMITED SIZE
                      WS-MEMO-LABEL DELIMITED SIZE
                      '  AMOUNT: ' DELIMITED SIZE
                      WS-AMOUNT-ED DELIMITED SIZE
                      '  POSTED ' DELIMITED SIZE
                      AJ-POSTED-DT DELIMITED SIZE
                   INTO STMT-LINE
           ELSE
               STRING '           CREDIT MEMO  ' DELIMITED SIZE
                      WS-MEMO-LABEL DELIMITED SIZE
                      '  AMOUNT: ' DELIMITED SIZE
                      WS-AMOUNT-ED DELIMITED SIZE
                      '  POSTED ' DELIMITED SIZE
                      AJ-POSTED-DT DELIMITED SIZE
                   INTO STMT-LINE
           END-IF
           WRITE STMT-LINE.

       2300-LIST-PAYMENTS.
           EVALUATE TRUE
      *        A refund shows on the statement so the customer can
           CLOSE BILLING-HISTORY
                 PAYMENT-ARCHIVE
                 STATEMENT-FILE
           IF ADJ-USABLE
               CLOSE ADJUSTMENT-HISTORY
           END-IF
           DISPLAY 'STATEMENTS WRITTEN: ' WS-STATEMENTS-WRITTEN
           DISPLAY 'BILLS LISTED:       ' WS-BILLS-LISTED
           DISPLAY 'PAYMENTS LISTED:    ' WS-PAYMENTS-LISTED
           DISPLAY 'MEMOS LISTED:       ' WS-MEMOS-LISTED.
