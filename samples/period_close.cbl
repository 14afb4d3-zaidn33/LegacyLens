      * in RUNCTL, so the close can neither run twice nor run before
      * billing finished. BILL-CALC and PAYPOST both refuse a CLOSED
      * period, so the close is also the final seal on the cycle -
      * it belongs after posting in the stream. Where the book bills
      * in cycles, each period-cycle closes on its own: only the
      * cycle's customers are reset and only its run-control record
      * is marked CLOSED.
      *===============================================================*

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-FS.
           SELECT BILLING-HISTORY ASSIGN TO 'BILLHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-CUST-ID
               FILE STATUS IS WS-CUST-FS.
      *    Optional period and cycle override; absent or zero closes
      *    the period the run date falls in, as a whole-book run.
           SELECT PARM-FILE ASSIGN TO 'PCLSPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
       FD PARM-FILE.
       01  PARM-REC.
           05  PARM-CLOSE-PERIOD     PIC 9(6).
      *    Billing cycle to close (01-20); zero or spaces is a
      *    whole-book run. Any other value refuses the close.
           05  PARM-CLOSE-CYCLE      PIC 9(2).
           05  PARM-CLOSE-CYCLE-X REDEFINES PARM-CLOSE-CYCLE
                                     PIC X(2).

       FD RUN-JOURNAL.
       COPY RUN-JOURNAL-RECORD.
       01  WS-FLAGS.
           05  WS-HIST-EOF-FLAG      PIC X VALUE 'N'.
               88  HIST-EOF          VALUE 'Y'.
           05  WS-RCMIX-EOF-FLAG     PIC X VALUE 'N'.
               88  RCMIX-EOF         VALUE 'Y'.
           05  WS-CYCLE-MIX-FLAG     PIC X VALUE 'N'.
               88  CYCLE-MIXED       VALUE 'Y'.

       01  WS-CLOSE-FIELDS.
           05  WS-CLOSE-PERIOD       PIC 9(6).
           05  WS-CLOSE-CYCLE        PIC 9(2) VALUE 0.
           05  WS-CUST-CYCLE         PIC 9(2).
           05  WS-BH-PERIOD          PIC 9(6).
           05  WS-RUN-DT             PIC 9(8).
           05  WS-RUN-TIME           PIC 9(8).
           05  WS-MASTERS-RESET      PIC 9(6) VALUE 0.
           05  WS-NO-MASTER          PIC 9(6) VALUE 0.
           05  WS-ALREADY-ZERO       PIC 9(6) VALUE 0.
           05  WS-OTHER-CYCLE        PIC 9(6) VALUE 0.

      *    Operator abend fields: the close rewrites the live
      *    customer master, so any file it cannot trust is a stop,
       01  WS-ABEND-MSG              PIC X(50).
       01  WS-ABEND-FS               PIC XX.

       01  WS-ERR-CODE               PIC 9(4).
       01  WS-ERR-MSG                PIC X(50).
       01  WS-ERR-SEVERITY           PIC X.

       COPY MSGMACRO.

      *===============================================================*
       PROCEDURE DIVISION.
      *===============================================================*
                   DISPLAY 'PERCLOSE: CLOSING PERIOD '
                       WS-CLOSE-PERIOD ' FROM PARM'
               END-IF
               IF WS-PARM-FS = '00'
                   AND PARM-CLOSE-CYCLE-X NOT = SPACES
                   IF PARM-CLOSE-CYCLE NUMERIC
                       AND PARM-CLOSE-CYCLE NOT > 20
                       MOVE PARM-CLOSE-CYCLE TO WS-CLOSE-CYCLE
                       DISPLAY 'PERCLOSE: CLOSING CYCLE '
                           WS-CLOSE-CYCLE ' FROM PARM'
                   ELSE
                       CLOSE PARM-FILE
                       PERFORM 1150-REFUSE-CYCLE-PARM
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF.

       1150-REFUSE-CYCLE-PARM.
      *    A mistyped cycle must not fall back to a whole-book close
      *    - that would reset every cycle's accumulators.
           MOVE 1011 TO WS-ERR-CODE
           PERFORM 8050-LOOKUP-ERR-MSG
           DISPLAY 'PERCLOSE: ' WS-ERR-CODE ' ' WS-ERR-MSG
           DISPLAY 'PERCLOSE: PARM CYCLE ' PARM-CLOSE-CYCLE-X
               ' - RUN REFUSED'
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       1200-CHECK-RUN-CONTROL.
      *    The close only runs against a period BILL-CALC marked
      *    COMPLETE: a missing or IN-PROGRESS period means billing
               MOVE WS-RUNCTL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           PERFORM 1210-CHECK-CYCLE-MIX
           MOVE WS-CLOSE-PERIOD TO RC-PERIOD
           MOVE WS-CLOSE-CYCLE  TO RC-CYCLE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO RC-STATUS
           EVALUATE TRUE
               WHEN RC-CLOSED
                   DISPLAY 'PERCLOSE: PERIOD ' WS-CLOSE-PERIOD
                       ' CYCLE ' WS-CLOSE-CYCLE
                       ' ALREADY CLOSED - RUN REFUSED'
                   CLOSE RUN-CONTROL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN NOT RC-COMPLETE
                   DISPLAY 'PERCLOSE: PERIOD ' WS-CLOSE-PERIOD
                       ' CYCLE ' WS-CLOSE-CYCLE
                       ' NOT MARKED COMPLETE - RUN REFUSED'
                   CLOSE RUN-CONTROL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1210-CHECK-CYCLE-MIX.
      *    A period billed both as a whole book and in cycles has
      *    customers billed twice and two records claiming the
      *    period - closing either half would reset accumulators
      *    the other still counts on. Same refusal BILL-CALC makes.
           MOVE 'N' TO WS-RCMIX-EOF-FLAG
                       WS-CYCLE-MIX-FLAG
           MOVE WS-CLOSE-PERIOD TO RC-PERIOD
           MOVE 0 TO RC-CYCLE
           START RUN-CONTROL-FILE KEY IS >= RC-KEY
               INVALID KEY
                   SET RCMIX-EOF TO TRUE
           END-START
           IF WS-RUNCTL-FS NOT = '00'
               SET RCMIX-EOF TO TRUE
           END-IF
           PERFORM 1215-CHECK-ONE-RUN-CONTROL
               UNTIL RCMIX-EOF
           IF CYCLE-MIXED
               IF WS-CLOSE-CYCLE = 0
                   MOVE 1010 TO WS-ERR-CODE
               ELSE
                   MOVE 1009 TO WS-ERR-CODE
               END-IF
               PERFORM 8050-LOOKUP-ERR-MSG
               DISPLAY 'PERCLOSE: ' WS-ERR-CODE ' ' WS-ERR-MSG
               DISPLAY 'PERCLOSE: PERIOD ' WS-CLOSE-PERIOD
                   ' CYCLE ' WS-CLOSE-CYCLE ' - RUN REFUSED'
               CLOSE RUN-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1215-CHECK-ONE-RUN-CONTROL.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET RCMIX-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RC-PERIOD NOT = WS-CLOSE-PERIOD
                           SET RCMIX-EOF TO TRUE
                       WHEN WS-CLOSE-CYCLE = 0 AND RC-CYCLE NOT = 0
                       WHEN WS-CLOSE-CYCLE NOT = 0 AND RC-CYCLE = 0
                           SET CYCLE-MIXED TO TRUE
                           SET RCMIX-EOF TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           IF WS-RUNCTL-FS NOT = '00' AND NOT RCMIX-EOF
               MOVE 87 TO WS-ABEND-CODE
               MOVE 'READ FAILED ON RUNCTL'
                   TO WS-ABEND-MSG
               MOVE WS-RUNCTL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       2000-SWEEP-HISTORY.
      *    Every billing-history record dated in the closing period
      *    is a customer the period actually billed - exactly the
      *    set whose accumulators must reset, and nobody else's. On
      *    a cycle close the customer's own cycle narrows that set
      *    to the cycle being closed (3000-RESET-ONE-CUSTOMER).
           READ BILLING-HISTORY NEXT RECORD
               AT END
                   SET HIST-EOF TO TRUE
                   ADD 1 TO WS-HIST-READ
                   DIVIDE BH-BILLING-DT BY 100
                       GIVING WS-BH-PERIOD
      *            A sale item MSYBILL posted is not a billed
      *            period - its customer's usage was not billed.
                   IF WS-BH-PERIOD = WS-CLOSE-PERIOD
                       AND NOT BH-SALES-ITEM
                       PERFORM 3000-RESET-ONE-CUSTOMER
                   END-IF
           END-READ
           END-IF.

       3000-RESET-ONE-CUSTOMER.
      *    A customer already reset by another cycle's close (or
      *    still waiting for its own) is counted and left alone. A
      *    bill with no master left cannot be placed in a cycle, so
      *    it counts against whichever close finds it.
           MOVE BH-CUST-ID TO CR-CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   ADD 1 TO WS-PERIOD-BILLS
                   ADD 1 TO WS-NO-MASTER
               NOT INVALID KEY
                   PERFORM 3050-SET-CUST-CYCLE
                   IF WS-CLOSE-CYCLE > 0
                       AND WS-CUST-CYCLE NOT = WS-CLOSE-CYCLE
                       ADD 1 TO WS-OTHER-CYCLE
                   ELSE
                       ADD 1 TO WS-PERIOD-BILLS
                       PERFORM 3100-RESET-ACCUMULATOR
                   END-IF
           END-READ.

       3050-SET-CUST-CYCLE.
      *    Same rule BILL-CALC bills by: no cycle on the master
      *    means cycle 01.
           IF CR-CUST-BILL-CYCLE NUMERIC
               AND CR-CUST-BILL-CYCLE > 0
               MOVE CR-CUST-BILL-CYCLE TO WS-CUST-CYCLE
           ELSE
               MOVE 1 TO WS-CUST-CYCLE
           END-IF.

       3100-RESET-ACCUMULATOR.
           IF CR-CUST-USAGE-AMT = 0
               ADD 1 TO WS-ALREADY-ZERO
           ELSE
               MOVE 0 TO CR-CUST-USAGE-AMT
               REWRITE CUST-REC
               IF WS-CUST-FS NOT = '00'
                   MOVE 86 TO WS-ABEND-CODE
                   MOVE 'REWRITE FAILED ON CUSTFILE'
                       TO WS-ABEND-MSG
                   MOVE WS-CUST-FS TO WS-ABEND-FS
                   PERFORM 9999-ABEND
               END-IF
               ADD 1 TO WS-MASTERS-RESET
           END-IF.

       9000-FINALIZE.
      *    A COMPLETE period (or cycle) with no billing-history
      *    records is an operations problem (wrong archive
      *    generation, or history purged before the close ran) -
      *    closing it would leave
      *    every accumulator carrying into next cycle under a
      *    clean-looking end-of-job.
           IF WS-PERIOD-BILLS = 0
           DISPLAY 'ACCUMULATORS RESET:   ' WS-MASTERS-RESET
           DISPLAY 'ALREADY ZERO:         ' WS-ALREADY-ZERO
           DISPLAY 'NO MASTER RECORD:     ' WS-NO-MASTER
           DISPLAY 'OTHER CYCLES SKIPPED: ' WS-OTHER-CYCLE
           DISPLAY 'PERIOD ' WS-CLOSE-PERIOD ' CYCLE ' WS-CLOSE-CYCLE
               ' MARKED CLOSED'.

       9100-MARK-PERIOD-CLOSED.
      *    The period only reaches CLOSED through this paragraph,
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-CLOSE-PERIOD TO RC-PERIOD
           MOVE WS-CLOSE-CYCLE  TO RC-CYCLE
           MOVE 'CLOSED'        TO RC-STATUS
           MOVE WS-RUN-DT       TO RC-END-DT
           MOVE WS-RUN-TIME     TO RC-END-TIME
           END-IF
           CLOSE RUN-CONTROL-FILE.

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

       9999-ABEND.
           DISPLAY 'PERCLOSE ABEND ' WS-ABEND-CODE ': '
               WS-ABEND-MSG
