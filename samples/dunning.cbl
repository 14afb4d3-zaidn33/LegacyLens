      * Works PAYPOST's open-balance extract (OPENBAL) instead of
      * collections eyeballing it in a text editor: each customer's
      * open balance is aggregated, the customer master supplies
      * CR-CUST-DAYS-OVERDUE (days past the due date, as OVERDUE
      * derives it from the payment terms), and an escalation level
      * is assigned - reminder at 30 days past due, demand at 60,
      * final notice at 90. The print-image notice for the level is
      * written to DUNNOTC, and DUNNING-HISTORY records the level
      * sent so the next run escalates from there rather than
      * restarting the customer at a friendly reminder. Accounts
      * under dispute hold are kept out of dunning entirely, the
      * same way BILL-CALC's 5000-APPLY-PENALTY holds their late
      * penalty. A closed account ACCTCLOS marked on DUNHIST as
      * final-billed with a balance still owing goes straight to
      * the final notice - there is no next bill to carry it, so
      * waiting out the reminder and demand levels only lets it age.
      * A location billed under a parent account (CR-CUST-PARENT-ID)
      * is still dunned on its own balance and level, and DUNHIST
      * keeps each location's level under its own key, but the head
      * office pays the locations' bills - so the night's dunnable
      * locations are held until the extract is done and each
      * family gets one notice, addressed to the parent, with a
      * line per location (its balance and level) and the highest
      * location level as the notice's level.
      *
      * OPENBAL must be presented in ascending customer-id sequence,
      * as PAYPOST writes it.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-CUST-ID
               FILE STATUS IS WS-CUST-FS.
      *    The same master read again for a location's parent, so
      *    the location's own record stays in CUST-REC.
           SELECT PARENT-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-CUST-ID
               FILE STATUS IS WS-PARENT-FS.
           SELECT OPTIONAL DUNNING-HISTORY ASSIGN TO 'DUNHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD CUSTOMER-FILE.
       COPY CUSTOMER-RECORD.

       FD PARENT-FILE.
       COPY CUSTOMER-RECORD REPLACING ==CUST-REC== BY ==PARENT-REC==
                                 LEADING ==CR-== BY ==PR-==.

       FD DUNNING-HISTORY.
       COPY DUNNING-HISTORY-RECORD.

       01  WS-FILE-STATUS.
           05  WS-OPENBAL-FS         PIC XX.
           05  WS-CUST-FS            PIC XX.
           05  WS-PARENT-FS          PIC XX.
           05  WS-DUNHIST-FS         PIC XX.
           05  WS-NOTICE-FS          PIC XX.
           05  WS-ARRFILE-FS         PIC XX.
       01  WS-CUSTOMER-HOLD.
           05  WS-DUN-CUST-ID        PIC X(10).
           05  WS-DUN-CUST-NAME      PIC X(30).
      *    Who the notice is addressed to: the customer itself, or
      *    the parent account a location is billed under.
           05  WS-NOTICE-TO-ID       PIC X(10).
           05  WS-NOTICE-TO-NAME     PIC X(30).
           05  WS-TO-PARENT-FLAG     PIC X.
               88  NOTICE-TO-PARENT  VALUE 'Y'.
           05  WS-DUN-BALANCE        PIC 9(9)V99.
           05  WS-DUN-DAYS-OVERDUE   PIC 9(4).
           05  WS-DUN-LEVEL          PIC 9.
           05  WS-PRIOR-LEVEL        PIC 9.
           05  WS-REFERRED-FLAG      PIC X.
               88  ACCOUNT-REFERRED  VALUE 'Y'.
           05  WS-FINAL-BILL-FLAG    PIC X.
               88  FINAL-BILL-OWING  VALUE 'Y'.
      *    'C' = arrangement current (hold escalation); 'B' =
      *    broken, now or previously (escalate, with the
      *    arrangement's history on the notice); 'N' = none.
               10  WS-RUN-MM         PIC 9(2).
               10  WS-RUN-DD         PIC 9(2).

      *    The night's dunnable locations billed under a parent,
      *    held for the family notices written after the extract
      *    is worked. A full table writes the families held so far
      *    and starts again.
       01  WS-FAMILY-TABLE.
           05  WS-FAM-COUNT          PIC 9(3) VALUE 0.
           05  WS-FAM-ENTRY OCCURS 500 TIMES.
               10  WS-FAM-PARENT-ID  PIC X(10).
               10  WS-FAM-PARENT-NAME
                                     PIC X(30).
               10  WS-FAM-LOC-ID     PIC X(10).
               10  WS-FAM-LOC-NAME   PIC X(30).
               10  WS-FAM-BALANCE    PIC 9(9)V99.
               10  WS-FAM-DAYS       PIC 9(4).
               10  WS-FAM-LEVEL      PIC 9.
               10  WS-FAM-FINAL-BILL-DT
                                     PIC 9(8).
               10  WS-FAM-ARR-STATE  PIC X.
               10  WS-FAM-ARR-PAID-CNT
                                     PIC 9(2).
               10  WS-FAM-ARR-NUM-CNT
                                     PIC 9(2).
               10  WS-FAM-WRITTEN    PIC X.
       01  WS-FAM-SUB                PIC 9(3).
       01  WS-FAM-SCAN-SUB           PIC 9(3).
       01  WS-FAMILY-HOLD.
           05  WS-FAMILY-PARENT-ID   PIC X(10).
           05  WS-FAMILY-LEVEL       PIC 9.
           05  WS-FAMILY-BALANCE     PIC 9(9)V99.

       01  WS-RUN-DT                 PIC 9(8).
       01  WS-AMOUNT-ED              PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

           05  WS-ALREADY-NOTICED    PIC 9(6) VALUE 0.
           05  WS-NO-MASTER          PIC 9(6) VALUE 0.
           05  WS-AT-AGENCY          PIC 9(6) VALUE 0.
           05  WS-FINAL-BILL-ACCEL   PIC 9(6) VALUE 0.
           05  WS-TO-PARENT-SENT     PIC 9(6) VALUE 0.
           05  WS-FAMILY-LOCATIONS   PIC 9(6) VALUE 0.
           05  WS-ARRANGED-HELD      PIC 9(6) VALUE 0.
           05  WS-ARR-BROKEN-NOW     PIC 9(6) VALUE 0.
           05  WS-HISTORIES-RETIRED  PIC 9(6) VALUE 0.
           PERFORM 1090-JOURNAL-START
           PERFORM 2000-PROCESS-CUSTOMER
               UNTIL OB-EOF
           PERFORM 4500-WRITE-FAMILY-NOTICES
           PERFORM 9000-FINALIZE
           PERFORM 9600-JOURNAL-END
           STOP RUN.
               MOVE WS-CUST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT PARENT-FILE
           IF WS-PARENT-FS NOT = '00'
               MOVE 42 TO WS-ABEND-CODE
               MOVE 'CUSTOMER MASTER CUSTFILE MISSING OR UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-PARENT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
      *    05 = optional file created on first use, which is fine;
      *    anything else silently reads every prior level as zero
      *    and re-notices the whole delinquent book from scratch.
                       IF WS-DUN-LEVEL <= WS-PRIOR-LEVEL
                           ADD 1 TO WS-ALREADY-NOTICED
                       ELSE
                           IF NOTICE-TO-PARENT
                               PERFORM 4100-HOLD-FAMILY-LOCATION
                           ELSE
                               PERFORM 4000-WRITE-NOTICE
                               PERFORM 5000-UPDATE-DUN-HISTORY
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       3100-READ-MASTER.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG
                       WS-TO-PARENT-FLAG
           MOVE WS-DUN-CUST-ID TO CR-CUST-ID
                                  WS-NOTICE-TO-ID
           MOVE WS-DUN-CUST-NAME TO WS-NOTICE-TO-NAME
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
                   MOVE CR-CUST-DAYS-OVERDUE TO WS-DUN-DAYS-OVERDUE
           END-READ
           IF MASTER-FOUND AND CR-CUST-PARENT-ID NOT = SPACES
               PERFORM 3150-READ-PARENT
           END-IF.

       3150-READ-PARENT.
      *    A parent gone from the master (MDAUDIT reports it) leaves
      *    the notice going to the location, as it always did.
           MOVE CR-CUST-PARENT-ID TO PR-CUST-ID
           READ PARENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET NOTICE-TO-PARENT TO TRUE
                   MOVE PR-CUST-ID   TO WS-NOTICE-TO-ID
                   MOVE PR-CUST-NAME TO WS-NOTICE-TO-NAME
           END-READ.

       3200-ASSIGN-LEVEL.
           EVALUATE TRUE
               WHEN FINAL-BILL-OWING
                   MOVE 3 TO WS-DUN-LEVEL
                   IF WS-PRIOR-LEVEL < 3
                       ADD 1 TO WS-FINAL-BILL-ACCEL
                   END-IF
               WHEN WS-DUN-DAYS-OVERDUE >= 90
                   MOVE 3 TO WS-DUN-LEVEL
               WHEN WS-DUN-DAYS-OVERDUE >= 60
           MOVE 'N' TO WS-HIST-FOUND-FLAG
           MOVE 0 TO WS-PRIOR-LEVEL
           MOVE 'N' TO WS-REFERRED-FLAG
           MOVE 'N' TO WS-FINAL-BILL-FLAG
           MOVE WS-DUN-CUST-ID TO DH-CUST-ID
           READ DUNNING-HISTORY
               INVALID KEY
                   IF DH-REFERRED
                       SET ACCOUNT-REFERRED TO TRUE
                   END-IF
                   IF DH-FINAL-BILL
                       SET FINAL-BILL-OWING TO TRUE
                   END-IF
           END-READ.

       3400-CHECK-ARRANGEMENT.
           END-IF.

       4000-WRITE-NOTICE.
           PERFORM 4050-WRITE-NOTICE-HEAD

           MOVE WS-DUN-BALANCE TO WS-AMOUNT-ED
           MOVE SPACES TO NOTICE-LINE
           STRING 'AMOUNT PAST DUE: ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
                  '   DAYS PAST DUE: ' DELIMITED SIZE
                  WS-DUN-DAYS-OVERDUE DELIMITED SIZE
               INTO NOTICE-LINE
           WRITE NOTICE-LINE
           PERFORM 4060-WRITE-LEVEL-DEMAND

      *    A closed account's final notice says why it came
      *    without the usual reminders first.
           IF FINAL-BILL-OWING
               MOVE SPACES TO NOTICE-LINE
               STRING '  THIS ACCOUNT IS CLOSED - FINAL BILL '
                          DELIMITED SIZE
                      'ISSUED ' DELIMITED SIZE
                      DH-FINAL-BILL-DT DELIMITED SIZE
                      '.' DELIMITED SIZE
                   INTO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF

      *    A customer whose payment plan fell through sees its
      *    history on the notice, so the escalation reads as the
      *    consequence of the missed installment, not a mistake.
           IF ARRANGEMENT-BROKEN
               MOVE SPACES TO NOTICE-LINE
               STRING '  PAYMENT ARRANGEMENT BROKEN - '
                          DELIMITED SIZE
                      WS-ARR-PAID-CNT DELIMITED SIZE
                      ' OF ' DELIMITED SIZE
                      WS-ARR-NUM-CNT DELIMITED SIZE
                      ' AGREED INSTALLMENTS PAID.' DELIMITED SIZE
                   INTO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF

           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE.

       4050-WRITE-NOTICE-HEAD.
           MOVE SPACES TO NOTICE-LINE
           STRING '*** ' DELIMITED SIZE
                  WS-RUN-DT DELIMITED SIZE
           END-EVALUATE
           WRITE NOTICE-LINE

      *    DOCDLVR delivers the notice to the customer on this
      *    line - the parent, for a family of locations.
           MOVE SPACES TO NOTICE-LINE
           STRING 'CUSTOMER: ' DELIMITED SIZE
                  WS-NOTICE-TO-ID DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-NOTICE-TO-NAME DELIMITED SIZE
               INTO NOTICE-LINE
           WRITE NOTICE-LINE.

       4060-WRITE-LEVEL-DEMAND.
           MOVE SPACES TO NOTICE-LINE
           EVALUATE WS-DUN-LEVEL
               WHEN 1
                  '  ACCOUNT WILL BE REFERRED TO COLLECTION.'
                       TO NOTICE-LINE
           END-EVALUATE
           WRITE NOTICE-LINE.

       4100-HOLD-FAMILY-LOCATION.
      *    Everything the family notice and the location's own
      *    history update need, since the master, DUNHIST and
      *    arrangement records will have moved on by then.
           ADD 1 TO WS-FAM-COUNT
           MOVE WS-NOTICE-TO-ID   TO WS-FAM-PARENT-ID (WS-FAM-COUNT)
           MOVE WS-NOTICE-TO-NAME
               TO WS-FAM-PARENT-NAME (WS-FAM-COUNT)
           MOVE WS-DUN-CUST-ID    TO WS-FAM-LOC-ID (WS-FAM-COUNT)
           MOVE WS-DUN-CUST-NAME  TO WS-FAM-LOC-NAME (WS-FAM-COUNT)
           MOVE WS-DUN-BALANCE    TO WS-FAM-BALANCE (WS-FAM-COUNT)
           MOVE WS-DUN-DAYS-OVERDUE
               TO WS-FAM-DAYS (WS-FAM-COUNT)
           MOVE WS-DUN-LEVEL      TO WS-FAM-LEVEL (WS-FAM-COUNT)
           MOVE 0 TO WS-FAM-FINAL-BILL-DT (WS-FAM-COUNT)
           IF FINAL-BILL-OWING
               MOVE DH-FINAL-BILL-DT
                   TO WS-FAM-FINAL-BILL-DT (WS-FAM-COUNT)
           END-IF
           MOVE WS-ARR-STATE      TO WS-FAM-ARR-STATE (WS-FAM-COUNT)
           MOVE WS-ARR-PAID-CNT
               TO WS-FAM-ARR-PAID-CNT (WS-FAM-COUNT)
           MOVE WS-ARR-NUM-CNT
               TO WS-FAM-ARR-NUM-CNT (WS-FAM-COUNT)
           MOVE 'N' TO WS-FAM-WRITTEN (WS-FAM-COUNT)
           IF WS-FAM-COUNT >= 500
               PERFORM 4500-WRITE-FAMILY-NOTICES
           END-IF.

       4500-WRITE-FAMILY-NOTICES.
      *    One notice per parent, in the order the families were
      *    first met; each entry is marked as its family's notice
      *    takes it.
           MOVE 1 TO WS-FAM-SUB
           PERFORM 4510-WRITE-ONE-FAMILY
               UNTIL WS-FAM-SUB > WS-FAM-COUNT
           MOVE 0 TO WS-FAM-COUNT.

       4510-WRITE-ONE-FAMILY.
           IF WS-FAM-WRITTEN (WS-FAM-SUB) = 'N'
               PERFORM 4520-WRITE-FAMILY-NOTICE
           END-IF
           ADD 1 TO WS-FAM-SUB.

       4520-WRITE-FAMILY-NOTICE.
           MOVE WS-FAM-PARENT-ID (WS-FAM-SUB) TO WS-FAMILY-PARENT-ID
                                                 WS-NOTICE-TO-ID
           MOVE WS-FAM-PARENT-NAME (WS-FAM-SUB) TO WS-NOTICE-TO-NAME
           MOVE 0 TO WS-FAMILY-LEVEL
                     WS-FAMILY-BALANCE
           MOVE WS-FAM-SUB TO WS-FAM-SCAN-SUB
           PERFORM 4530-SUM-ONE-LOCATION
               UNTIL WS-FAM-SCAN-SUB > WS-FAM-COUNT
           MOVE WS-FAMILY-LEVEL TO WS-DUN-LEVEL
           PERFORM 4050-WRITE-NOTICE-HEAD
           MOVE WS-FAM-SUB TO WS-FAM-SCAN-SUB
           PERFORM 4540-WRITE-ONE-LOCATION
               UNTIL WS-FAM-SCAN-SUB > WS-FAM-COUNT
           MOVE WS-FAMILY-BALANCE TO WS-AMOUNT-ED
           MOVE SPACES TO NOTICE-LINE
           STRING 'AMOUNT PAST DUE: ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
                  '   ALL LOCATIONS ABOVE' DELIMITED SIZE
               INTO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE WS-FAMILY-LEVEL TO WS-DUN-LEVEL
           PERFORM 4060-WRITE-LEVEL-DEMAND
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           ADD 1 TO WS-TO-PARENT-SENT.

       4530-SUM-ONE-LOCATION.
           IF WS-FAM-PARENT-ID (WS-FAM-SCAN-SUB) = WS-FAMILY-PARENT-ID
               ADD WS-FAM-BALANCE (WS-FAM-SCAN-SUB)
                   TO WS-FAMILY-BALANCE
               IF WS-FAM-LEVEL (WS-FAM-SCAN-SUB) > WS-FAMILY-LEVEL
                   MOVE WS-FAM-LEVEL (WS-FAM-SCAN-SUB)
                       TO WS-FAMILY-LEVEL
               END-IF
           END-IF
           ADD 1 TO WS-FAM-SCAN-SUB.

       4540-WRITE-ONE-LOCATION.
           IF WS-FAM-PARENT-ID (WS-FAM-SCAN-SUB) = WS-FAMILY-PARENT-ID
               PERFORM 4550-WRITE-LOCATION-LINES
               MOVE WS-FAM-LOC-ID (WS-FAM-SCAN-SUB) TO WS-DUN-CUST-ID
               MOVE WS-FAM-LEVEL (WS-FAM-SCAN-SUB) TO WS-DUN-LEVEL
               PERFORM 3300-READ-DUN-HISTORY
               PERFORM 5000-UPDATE-DUN-HISTORY
               MOVE 'Y' TO WS-FAM-WRITTEN (WS-FAM-SCAN-SUB)
               ADD 1 TO WS-FAMILY-LOCATIONS
           END-IF
           ADD 1 TO WS-FAM-SCAN-SUB.

       4550-WRITE-LOCATION-LINES.
           MOVE WS-FAM-BALANCE (WS-FAM-SCAN-SUB) TO WS-AMOUNT-ED
           MOVE SPACES TO NOTICE-LINE
           STRING 'LOCATION: ' DELIMITED SIZE
                  WS-FAM-LOC-ID (WS-FAM-SCAN-SUB) DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-FAM-LOC-NAME (WS-FAM-SCAN-SUB) DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
                  '  LEVEL ' DELIMITED SIZE
                  WS-FAM-LEVEL (WS-FAM-SCAN-SUB) DELIMITED SIZE
                  '  DAYS PAST DUE: ' DELIMITED SIZE
                  WS-FAM-DAYS (WS-FAM-SCAN-SUB) DELIMITED SIZE
               INTO NOTICE-LINE
           WRITE NOTICE-LINE
           IF WS-FAM-FINAL-BILL-DT (WS-FAM-SCAN-SUB) > 0
               MOVE SPACES TO NOTICE-LINE
               STRING '    LOCATION CLOSED - FINAL BILL ISSUED '
                          DELIMITED SIZE
                      WS-FAM-FINAL-BILL-DT (WS-FAM-SCAN-SUB)
                          DELIMITED SIZE
                      '.' DELIMITED SIZE
                   INTO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF
           IF WS-FAM-ARR-STATE (WS-FAM-SCAN-SUB) = 'B'
               MOVE SPACES TO NOTICE-LINE
               STRING '    PAYMENT ARRANGEMENT BROKEN - '
                          DELIMITED SIZE
                      WS-FAM-ARR-PAID-CNT (WS-FAM-SCAN-SUB)
                          DELIMITED SIZE
                      ' OF ' DELIMITED SIZE
                      WS-FAM-ARR-NUM-CNT (WS-FAM-SCAN-SUB)
                          DELIMITED SIZE
                      ' AGREED INSTALLMENTS PAID.' DELIMITED SIZE
                   INTO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF.

       5000-UPDATE-DUN-HISTORY.
           MOVE WS-DUN-CUST-ID TO DH-CUST-ID
           IF NOT HIST-FOUND
               MOVE 'N' TO DH-REFERRED-FLAG
               MOVE 0 TO DH-REFERRED-DT
               MOVE 'N' TO DH-FINAL-BILL-FLAG
               MOVE 0 TO DH-FINAL-BILL-DT
           END-IF
           IF HIST-FOUND
               REWRITE DUN-HIST-REC
           PERFORM 9100-RESET-CLEARED-ACCOUNTS
           CLOSE OPEN-BALANCE-FILE
                 CUSTOMER-FILE
                 PARENT-FILE
                 DUNNING-HISTORY
                 ARRANGE-FILE
                 NOTICE-FILE
           DISPLAY 'ALREADY NOTICED:   ' WS-ALREADY-NOTICED
           DISPLAY 'NO MASTER RECORD:  ' WS-NO-MASTER
           DISPLAY 'AT AGENCY:         ' WS-AT-AGENCY
           DISPLAY 'FINAL-BILL FINALS: ' WS-FINAL-BILL-ACCEL
           DISPLAY 'FAMILY NOTICES:    ' WS-TO-PARENT-SENT
           DISPLAY 'LOCATIONS ON THEM: ' WS-FAMILY-LOCATIONS
           DISPLAY 'ARRANGEMENT HOLDS: ' WS-ARRANGED-HELD
           DISPLAY 'ARRANGEMENTS BROKE:' WS-ARR-BROKEN-NOW
           DISPLAY 'HISTORIES RETIRED: ' WS-HISTORIES-RETIRED.
