      * oldest first, the bad-debt journal entries go to the GL feed
      * the way BILL-CALC's 9300-WRITE-GL-FEED books revenue, and a
      * register is printed that auditors can tie line by line to
      * the approvals. The approver must be on the operator security
      * file (OPERFILE), active, permitted write-offs, and approving
      * no more than their dollar approval limit. The surviving
      * extract is built in a work file and copied back over OPENBAL
      * only after the run finishes cleanly, so aging and dunning
      * stop chasing the balance the moment the run commits.
      *
      * Every amount taken off a ledger invoice is also appended to
      * the write-off history (WOFFHIST), the permanent copy of the
      * register the month-end A/R rollforward reads - WOFFREG
      * itself is rewritten by the next run.
      *
      * Both OPENBAL and WOFFTRAN must be presented in ascending
      * customer-id sequence - the merge silently mis-applies on
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-FS.
           SELECT OPERATOR-FILE ASSIGN TO 'OPERFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OS-OPERATOR-ID
               FILE STATUS IS WS-OPER-FS.
           SELECT GL-FEED-FILE ASSIGN TO 'WOFGLFD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-FS.
           SELECT WRITEOFF-REGISTER ASSIGN TO 'WOFFREG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-FS.
      *    Permanent register history - appended, never
      *    truncated. OPTIONAL so the first run creates it.
           SELECT OPTIONAL WRITEOFF-HISTORY ASSIGN TO 'WOFFHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WHIST-FS.
           SELECT ERROR-LOG ASSIGN TO 'ERRLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERR-FS.
       FD BILLING-HISTORY.
       COPY BILLING-HISTORY-RECORD.

       FD OPERATOR-FILE.
       COPY OPERATOR-SECURITY-RECORD.

       FD GL-FEED-FILE.
       01  GL-REC.
           05  GL-ACCOUNT-CODE       PIC X(4).
       FD WRITEOFF-REGISTER.
       01  REG-LINE                  PIC X(132).

       FD WRITEOFF-HISTORY.
       COPY WRITEOFF-HISTORY-RECORD.

       FD ERROR-LOG.
       01  ERR-LOG-REC               PIC X(200).

           05  WS-WORK-FS            PIC XX.
           05  WS-CUST-FS            PIC XX.
           05  WS-HIST-FS            PIC XX.
           05  WS-OPER-FS            PIC XX.
           05  WS-GL-FS              PIC XX.
           05  WS-REG-FS             PIC XX.
           05  WS-WHIST-FS           PIC XX.
           05  WS-ERR-FS             PIC XX.
           05  WS-JRNL-FS            PIC XX.

           05  WS-OB-AMT REDEFINES WS-OB-AMT-X
                                     PIC 9(9)V99.
           05  WS-OB-DT              PIC X(10).
      *    Invoice due date - spaces on a row written before the
      *    extract carried one.
           05  WS-OB-DUE-DT          PIC X(10).

       01  WS-PREV-TRAN-ID           PIC X(10) VALUE SPACES.

           05  WS-ITEM-TOTAL         PIC 9(11)V99.
           05  WS-REMAIN-AMT         PIC 9(9)V99.
           05  WS-APPLY-AMT          PIC 9(9)V99.
      *    What the application actually took off the ledger
      *    invoice - less than the applied amount only when the
      *    ledger already held less open than the extract.
           05  WS-LEDGER-AMT         PIC 9(9)V99.

       01  WS-ITEM-TABLE.
           05  WS-ITEM OCCURS 24 TIMES.
               10  WS-ITEM-NAME      PIC X(30).
               10  WS-ITEM-DT        PIC X(10).
               10  WS-ITEM-DT-NUM    PIC 9(8).
               10  WS-ITEM-DUE-DT    PIC X(10).

       01  WS-RUN-DT                 PIC 9(8).
       01  WS-RUN-TIME               PIC 9(8).

       01  WS-AMOUNT-ED              PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

      *    Result of checking the approver against OPERFILE: zero
      *    when the approver may key the transaction, otherwise the
      *    message code it is rejected with.
       01  WS-AUTH-ERR-CODE          PIC 9(4).

       01  WS-ERR-CODE               PIC 9(4).
       01  WS-ERR-MSG                PIC X(50).
       01  WS-ERR-SEVERITY           PIC X.
               MOVE WS-HIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-FS NOT = '00'
               MOVE 89 TO WS-ABEND-CODE
               MOVE 'OPERATOR SECURITY FILE OPERFILE MISSING'
                   TO WS-ABEND-MSG
               MOVE WS-OPER-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN EXTEND WRITEOFF-HISTORY
           IF WS-WHIST-FS NOT = '00' AND WS-WHIST-FS NOT = '05'
               MOVE 88 TO WS-ABEND-CODE
               MOVE 'WRITE-OFF HISTORY WOFFHIST UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-WHIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT OPENBAL-WORK
                       GL-FEED-FILE
                       WRITEOFF-REGISTER
                   MOVE HIGH-VALUES TO WS-OB-CUST-ID
               NOT AT END
                   MOVE SPACES TO WS-OB-DT
                                  WS-OB-DUE-DT
                   UNSTRING OPEN-BAL-REC DELIMITED BY ','
                       INTO WS-OB-CUST-ID
                            WS-OB-NAME
                            WS-OB-AMT-X
                            WS-OB-DT
                            WS-OB-DUE-DT
                   END-UNSTRING
                   ADD 1 TO WS-BALANCES-READ
           END-READ
               UNTIL OB-EOF OR WS-OB-CUST-ID >= WO-CUST-ID
           PERFORM 3100-READ-MASTER
           PERFORM 3200-DRAIN-CUSTOMER-ROWS
           PERFORM 3050-CHECK-APPROVER
           EVALUATE TRUE
               WHEN NOT MASTER-FOUND
                   MOVE 1401 TO WS-ERR-CODE
               WHEN WO-APPROVER-ID = SPACES
                   MOVE 1404 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN WS-AUTH-ERR-CODE NOT = 0
                   MOVE WS-AUTH-ERR-CODE TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN WO-AMOUNT > WS-ITEM-TOTAL
      *            The approval was signed against a balance the
      *            books no longer show - writing off more than is
      *    on a reject) goes to the work file in original order.
           PERFORM 3600-WRITE-SURVIVORS.

       3050-CHECK-APPROVER.
      *    The approver must be entitled to approve write-offs, and
      *    only up to their own dollar limit.
           MOVE 0 TO WS-AUTH-ERR-CODE
           MOVE WO-APPROVER-ID TO OS-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE 2301 TO WS-AUTH-ERR-CODE
           END-READ
           EVALUATE TRUE
               WHEN WS-AUTH-ERR-CODE NOT = 0
                   CONTINUE
               WHEN NOT OS-ACTIVE
                   MOVE 2302 TO WS-AUTH-ERR-CODE
               WHEN NOT OS-CAN-WRITEOFF
                   MOVE 2303 TO WS-AUTH-ERR-CODE
               WHEN WO-AMOUNT NUMERIC
                   AND WO-AMOUNT > OS-APPROVAL-LIMIT
                   MOVE 2304 TO WS-AUTH-ERR-CODE
           END-EVALUATE.

       3100-READ-MASTER.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG
           MOVE WO-CUST-ID TO CR-CUST-ID
           MOVE WS-OB-AMT  TO WS-ITEM-AMT (WS-ITEM-COUNT)
           MOVE WS-OB-NAME TO WS-ITEM-NAME (WS-ITEM-COUNT)
           MOVE WS-OB-DT   TO WS-ITEM-DT (WS-ITEM-COUNT)
           MOVE WS-OB-DUE-DT TO WS-ITEM-DUE-DT (WS-ITEM-COUNT)
           MOVE 0 TO WS-ITEM-DT-NUM (WS-ITEM-COUNT)
           IF WS-OB-DT (1:8) NUMERIC
               MOVE WS-OB-DT (1:8)
                      WS-ITEM-AMT (WS-ITEM-SUB) DELIMITED SIZE
                      ',' DELIMITED SIZE
                      WS-ITEM-DT (WS-ITEM-SUB) DELIMITED SIZE
                      ',' DELIMITED SIZE
                      WS-ITEM-DUE-DT (WS-ITEM-SUB) DELIMITED SPACE
                   INTO WORK-REC
               PERFORM 5000-WRITE-WORK-ROW
           END-IF
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-APPLY-AMT < BH-OPEN-AMT
                           MOVE WS-APPLY-AMT TO WS-LEDGER-AMT
                           SUBTRACT WS-APPLY-AMT FROM BH-OPEN-AMT
                       ELSE
                           MOVE BH-OPEN-AMT TO WS-LEDGER-AMT
                           MOVE 0 TO BH-OPEN-AMT
                       END-IF
                       REWRITE BILL-HIST-REC
                       IF WS-LEDGER-AMT > 0
                           PERFORM 4250-WRITE-HISTORY
                       END-IF
               END-READ
           END-IF.

       4250-WRITE-HISTORY.
           MOVE WO-CUST-ID     TO WH-CUST-ID
           MOVE WS-RUN-DT      TO WH-POSTED-DT
           MOVE BH-BILLING-DT  TO WH-BILLING-DT
           MOVE WS-LEDGER-AMT  TO WH-AMOUNT
           MOVE WO-APPROVER-ID TO WH-APPROVER-ID
           MOVE WO-APPROVAL-DT TO WH-APPROVAL-DT
           WRITE WRITEOFF-HIST-REC
           IF WS-WHIST-FS NOT = '00'
               MOVE 88 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON WRITE-OFF HISTORY WOFFHIST'
                   TO WS-ABEND-MSG
               MOVE WS-WHIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       4300-WRITE-REGISTER-ENTRY.
           MOVE WO-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO REG-LINE
                 OPEN-BALANCE-FILE
                 OPENBAL-WORK
                 CUSTOMER-FILE
                 OPERATOR-FILE
                 BILLING-HISTORY
                 GL-FEED-FILE
                 WRITEOFF-REGISTER
                 WRITEOFF-HISTORY
                 ERROR-LOG
           PERFORM 9100-COMMIT-OPENBAL
           DISPLAY 'WRITE-OFFS READ:    ' WS-TRANS-READ
