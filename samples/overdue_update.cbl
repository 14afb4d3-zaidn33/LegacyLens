      * someone last keyed through CUSTMNT - nothing ever computed
      * it, so an untouched customer aged at zero forever and never
      * drew a penalty or a notice. This run derives each customer's
      * true days past due from the due dates on their open extract
      * rows (PAYPOST writes one row per open invoice, carrying that
      * invoice's billing date and the due date its payment terms
      * set) and rewrites the master, so a customer is not overdue
      * until the oldest open invoice's due date has passed, and
      * BILL-CALC's penalty, DUNNING's escalation, and
      * RECVAGE's buckets all work from the files instead of hand
      * maintenance. A customer with nothing open is reset to zero.
      *
           05  WS-OB-NAME            PIC X(30).
           05  WS-OB-AMT-X           PIC X(11).
           05  WS-OB-DT              PIC X(10).
           05  WS-OB-DUE-DT          PIC X(10).
           05  WS-OB-DT-NUM          PIC 9(8).
           05  WS-OB-DT-PARTS REDEFINES WS-OB-DT-NUM.
               10  WS-OB-YYYY        PIC 9(4).
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
      *    Both files are in ascending customer-id sequence, so
      *    extract rows below this master key belong to customers no
      *    longer on file - counted, not aged - and this customer's
      *    rows are drained for their earliest open due date.
           PERFORM 3100-SKIP-ORPHAN-ROW
               UNTIL OB-EOF OR WS-OB-CUST-ID >= CR-CUST-ID
           MOVE 99999999 TO WS-OLDEST-DT
           PERFORM 1100-READ-OPENBAL.

       3200-TAKE-OLDEST-DATE.
      *    Aging counts from the row's due date; a row written
      *    before the extract carried one falls due on its billing
      *    date, as every invoice used to. A row whose date won't
      *    parse still owes money but can't be aged from - counted
      *    so operations can see the feed is dirty, and the customer
      *    ages from their other rows (or stays where they are if
      *    that was the only one).
           MOVE 0 TO WS-OB-DT-NUM
           IF WS-OB-DUE-DT (1:8) NUMERIC
               AND WS-OB-DUE-DT (1:8) NOT = '00000000'
               MOVE WS-OB-DUE-DT (1:8) TO WS-OB-DT-NUM
           ELSE
               IF WS-OB-DT (1:8) NUMERIC
                   MOVE WS-OB-DT (1:8) TO WS-OB-DT-NUM
               END-IF
           END-IF
           IF WS-OB-MM >= 1 AND WS-OB-MM <= 12
               AND WS-OB-DD >= 1 AND WS-OB-DD <= 31
           PERFORM 1100-READ-OPENBAL.

       3300-CALC-DAYS-OVERDUE.
      *    Days past the earliest due date; an invoice not yet due
      *    counts as zero.
           COMPUTE WS-INV-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-OLDEST-DT)
           COMPUTE WS-DAYS-DIFF =
