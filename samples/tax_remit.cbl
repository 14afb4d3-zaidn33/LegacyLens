           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-FS.
           SELECT OPTIONAL RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS SEQUENTIAL
               88  RUNCTL-EOF        VALUE 'Y'.
      *    'Y' = the report period is the newest billed period, so
      *    GLFEED covers it and the cross-foot is meaningful;
      *    'N' = a back period; 'U' = RUNCTL unreadable, can't tell;
      *    'C' = the period billed in more than one cycle, so GLFEED
      *    holds only the last cycle's share of it.
           05  WS-GL-PERIOD-FLAG     PIC X VALUE 'U'.
               88  GL-PERIOD-MATCHES VALUE 'Y'.
               88  GL-PERIOD-STALE   VALUE 'N'.
               88  GL-PERIOD-UNKNOWN VALUE 'U'.
               88  GL-PERIOD-SPLIT   VALUE 'C'.

       01  WS-PERIOD-FIELDS.
           05  WS-RPT-PERIOD         PIC 9(6).
           05  WS-BH-PERIOD          PIC 9(6).
           05  WS-NEWEST-PERIOD      PIC 9(6) VALUE 0.
           05  WS-NEWEST-RUNS        PIC 9(3) VALUE 0.
           05  WS-RUN-DT             PIC 9(8).

      *    Per-jurisdiction accumulation. Fifty jurisdictions is
                   ADD 1 TO WS-HIST-READ
                   DIVIDE BH-BILLING-DT BY 100
                       GIVING WS-BH-PERIOD
      *            MSYBILL's sale items carry no billed usage or
      *            tax - they are not bills for this return.
                   IF WS-BH-PERIOD = WS-RPT-PERIOD
                       AND NOT BH-SALES-ITEM
                       ADD 1 TO WS-PERIOD-BILLS
                       PERFORM 2100-ACCUM-JURISDICTION
                   END-IF
      *    - that is the cycle GLFEED belongs to. A report for any
      *    older period can still break the history out, but its
      *    ledger proof is NOT PROVEN rather than a false verdict
      *    against the wrong cycle's tax credit. The same holds for
      *    a period billed in several cycles: each cycle run
      *    rewrites GLFEED, so it carries only the last cycle's tax.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FS = '00'
               MOVE LOW-VALUES TO RC-KEY
               START RUN-CONTROL-FILE KEY IS >= RC-KEY
                   INVALID KEY
                       SET RUNCTL-EOF TO TRUE
               END-START
                   UNTIL RUNCTL-EOF
               CLOSE RUN-CONTROL-FILE
               IF WS-NEWEST-PERIOD > 0
                   EVALUATE TRUE
                       WHEN WS-NEWEST-PERIOD NOT = WS-RPT-PERIOD
                           MOVE 'N' TO WS-GL-PERIOD-FLAG
                       WHEN WS-NEWEST-RUNS > 1
                           MOVE 'C' TO WS-GL-PERIOD-FLAG
                       WHEN OTHER
                           MOVE 'Y' TO WS-GL-PERIOD-FLAG
                   END-EVALUATE
               END-IF
           END-IF.

               AT END
                   SET RUNCTL-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RC-PERIOD > WS-NEWEST-PERIOD
                           MOVE RC-PERIOD TO WS-NEWEST-PERIOD
                           MOVE 1 TO WS-NEWEST-RUNS
                       WHEN RC-PERIOD = WS-NEWEST-PERIOD
                           ADD 1 TO WS-NEWEST-RUNS
                   END-EVALUATE
           END-READ
           IF WS-RUNCTL-FS NOT = '00' AND NOT RUNCTL-EOF
               SET RUNCTL-EOF TO TRUE
                              DELIMITED SIZE
                          'CYCLE PERIOD UNKNOWN' DELIMITED SIZE
                       INTO RPT-LINE
               WHEN GL-PERIOD-SPLIT
                   STRING 'GL CROSS-FOOT: NOT PROVEN - PERIOD '
                              DELIMITED SIZE
                          'BILLED IN ' DELIMITED SIZE
                          WS-NEWEST-RUNS DELIMITED SIZE
                          ' CYCLES, GLFEED HOLDS THE LAST'
                              DELIMITED SIZE
                       INTO RPT-LINE
               WHEN WS-GL-TAX-TOTAL = WS-TOTAL-TAX
                   MOVE WS-GL-TAX-TOTAL TO WS-AMOUNT-ED
                   STRING 'GL CROSS-FOOT: IN BALANCE - '
