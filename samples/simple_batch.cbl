      * each one, calculates a table-driven service bonus, and writes
      * an output report. Bad records fall out to ERROR-LOG instead
      * of being billed.
      *
      * Each bonus is supplemental pay: every taxing authority on
      * the withholding table (WHTAXTBL, maintained through TBLMNT)
      * withholds its flat rate, and the employee is paid the net.
      * The gross, the withholding by authority, and the net paid
      * are added to the employee's year-to-date record on YTDEARN
      * for the year-end tax forms (YTDSUMM lists them). The
      * postings are staged on YTDWORK and applied only after the
      * whole run finishes, so a rerun after an abend does not add
      * the same bonus twice.
      *
      * A bonus paid by check is numbered from the check register
      * (CHKREG) - the next number after the highest on file - and
      * the check is added to the register by the same end-of-run
      * commit, from CHKLIST's numbered lines staged on SBCKWK.
      *===============================================================*

       IDENTIFICATION DIVISION.
           SELECT CHECK-LIST ASSIGN TO 'CHKLIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHK-FS.
           SELECT OPTIONAL CHECK-REGISTER ASSIGN TO 'CHKREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CHECK-NO
               FILE STATUS IS WS-CKREG-FS.
           SELECT CHECK-REG-WORK ASSIGN TO 'SBCKWK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKWRK-FS.
           SELECT WITHHOLD-RATE-FILE ASSIGN TO 'WHTAXTBL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WH-AUTH-CODE
               FILE STATUS IS WS-WHT-FS.
           SELECT YTD-WORK ASSIGN TO 'YTDWORK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YWRK-FS.
      *    Optional so the first bonus run of the system builds it.
           SELECT OPTIONAL YTD-EARNINGS-FILE ASSIGN TO 'YTDEARN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YE-KEY
               FILE STATUS IS WS-YTD-FS.
           SELECT OPTIONAL RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FS.
           05  RPT-MONTHS-IN-YEAR  PIC 9(2).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RPT-PRORATION-PCT   PIC 9V9(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RPT-WITHHELD-AMT    PIC 9(6)V99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RPT-NET-AMT         PIC 9(6)V99.

       01  RPT-TRAILER-REC.
           05  TRL-REC-TYPE        PIC X VALUE 'T'.
           05  TRL-TOTAL-BONUS     PIC 9(9)V99.
           05  FILLER              PIC X VALUE SPACE.
           05  TRL-TOTAL-COMP      PIC 9(10)V99.
           05  FILLER              PIC X VALUE SPACE.
           05  TRL-TOTAL-WITHHELD  PIC 9(9)V99.
           05  FILLER              PIC X VALUE SPACE.
           05  TRL-TOTAL-NET       PIC 9(9)V99.

       FD BONUS-TABLE-FILE.
       01  BONUS-TABLE-REC.
       FD CHECK-LIST.
       01  CHK-LINE                PIC X(132).

       FD CHECK-REGISTER.
       COPY CHECK-REGISTER-RECORD.

       FD CHECK-REG-WORK.
       01  CKR-WORK-REC            PIC X(148).

       FD WITHHOLD-RATE-FILE.
       COPY WITHHOLDING-RATE-RECORD.

       FD YTD-WORK.
      *    One staged posting per paid employee: the amounts to add
      *    to the year-to-date record, withholding in the order of
      *    the in-storage withholding table.
       01  YTD-WORK-REC.
           05  YW-EMP-ID           PIC X(5).
           05  YW-EMP-NAME         PIC X(20).
           05  YW-GROSS-AMT        PIC 9(6)V99.
           05  YW-WH-AMT OCCURS 5 TIMES
                                   PIC 9(6)V99.
           05  YW-NET-AMT          PIC 9(6)V99.
           05  YW-PAY-METHOD       PIC X.
               88  YW-PAID-BY-ACH  VALUE 'A'.

       FD YTD-EARNINGS-FILE.
       COPY YTD-EARNINGS-RECORD.

       FD RUN-JOURNAL.
       COPY RUN-JOURNAL-RECORD.

       01  WS-REG-FS               PIC XX.
       01  WS-CHK-FS               PIC XX.
       01  WS-JRNL-FS              PIC XX.
       01  WS-WHT-FS               PIC XX.
       01  WS-YWRK-FS              PIC XX.
       01  WS-YTD-FS               PIC XX.
       01  WS-CKREG-FS             PIC XX.
       01  WS-CKWRK-FS             PIC XX.

      *    Operator abend fields: a distinct code per failure so the
      *    scheduler sees which file broke, with a plain-language
           05  WS-BONUS            PIC 9(6)V99 VALUE 0.
           05  WS-TOTAL            PIC 9(7)V99 VALUE 0.
           05  WS-BONUS-PCT        PIC 9V9(4) VALUE 0.
           05  WS-WITHHELD         PIC 9(6)V99 VALUE 0.
           05  WS-NET              PIC 9(6)V99 VALUE 0.

      *    The withholding table, loaded whole from WHTAXTBL: each
      *    authority's supplemental rate, this employee's amount,
      *    and the run's liability to the authority. Five
      *    authorities is room for federal, state, and local with
      *    some to spare; the rates together must leave a net to
      *    pay.
       01  WS-WITHHOLD-TABLE.
           05  WS-WHT-COUNT        PIC 9 VALUE 0.
           05  WS-WHT-ENTRY OCCURS 5 TIMES.
               10  WS-WHT-AUTH-CODE PIC X(4).
               10  WS-WHT-AUTH-NAME PIC X(20).
               10  WS-WHT-RATE     PIC 9V9(4).
               10  WS-WHT-AMT      PIC 9(6)V99.
               10  WS-WHT-TOTAL    PIC 9(9)V99.
       01  WS-WHT-SUB              PIC 9.
       01  WS-WHT-RATE-TOTAL       PIC 9V9(4) VALUE 0.
       01  WS-WHT-EOF-FLAG         PIC X VALUE 'N'.
           88  WHT-EOF             VALUE 'Y'.

      *    Year-to-date commit: the staged postings applied to
      *    YTDEARN at end of run.
       01  WS-YWRK-EOF-FLAG        PIC X VALUE 'N'.
           88  YWRK-EOF            VALUE 'Y'.
       01  WS-YTD-FOUND-FLAG       PIC X.
           88  YTD-FOUND           VALUE 'Y'.
       01  WS-YE-SUB               PIC 9.
       01  WS-YE-SLOT              PIC 9.
       01  WS-YTD-POSTED           PIC 9(6) VALUE 0.

      *    Check numbering: the next number to print, and the staged
      *    checks added to CHKREG at end of run.
       01  WS-NEXT-CHECK-NO        PIC 9(8).
       01  WS-LAST-CHECK-NO        PIC 9(8).
       01  WS-CKWRK-EOF-FLAG       PIC X VALUE 'N'.
           88  CKWRK-EOF           VALUE 'Y'.

      *    Bonus proration: months worked in the bonus year over
      *    twelve. An employee hired before the year (or with no
       01  WS-CONTROL-TOTALS.
           05  WS-TOTAL-BONUS      PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-COMP       PIC 9(10)V99 VALUE 0.
           05  WS-TOTAL-WITHHELD   PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-NET        PIC 9(9)V99 VALUE 0.

      *    ACH batch controls: entry count, credit total, and the
      *    hash total of routing numbers (truncated to ten digits,
           05  WS-CHECK-COUNT      PIC 9(6) VALUE 0.
           05  WS-CHECK-TOTAL      PIC 9(11)V99 VALUE 0.

      *    Register proof of the bonuses actually paid: gross equals
      *    the withholding by authority plus the net sent by ACH
      *    and check.
       01  WS-PAID-TOTALS.
           05  WS-PAID-GROSS       PIC 9(11)V99 VALUE 0.
           05  WS-PAID-WITHHELD    PIC 9(11)V99 VALUE 0.
           05  WS-PAID-NET         PIC 9(11)V99 VALUE 0.

       01  WS-HAS-BANK-FLAG        PIC X.
           88  HAS-BANK-DETAILS    VALUE 'Y'.
       01  WS-REG-AMOUNT-ED        PIC $ZZZ,ZZZ,ZZ9.99.
       01  WS-REG-WH-ED            PIC $ZZZ,ZZZ,ZZ9.99.
       01  WS-REG-NET-ED           PIC $ZZZ,ZZZ,ZZ9.99.

       01  WS-ERR-CODE             PIC 9(4).
       01  WS-ERR-MSG              PIC X(50).
           DIVIDE WS-RUN-DT BY 10000 GIVING WS-BONUS-YEAR
           PERFORM 0050-JOURNAL-START
           PERFORM 0100-LOAD-BONUS-TABLE
           PERFORM 0150-LOAD-WITHHOLD-TABLE

           OPEN INPUT EMP-FILE
           IF WS-EMP-FS NOT = '00'
               END-EVALUATE
               PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT YTD-WORK
           IF WS-YWRK-FS NOT = '00'
               MOVE 30 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN YTD WORK FILE YTDWORK'
                   TO WS-ABEND-MSG
               MOVE WS-YWRK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT CHECK-REG-WORK
           IF WS-CKWRK-FS NOT = '00'
               MOVE 33 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN CHECK WORK FILE SBCKWK'
                   TO WS-ABEND-MSG
               MOVE WS-CKWRK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           PERFORM 0170-FIND-NEXT-CHECK-NO
           PERFORM 5000-WRITE-ACH-HEADER
           PERFORM 5100-WRITE-REGISTER-HEADER


           CLOSE EMP-FILE RPT-FILE ERROR-LOG
                 ACH-FILE PAYMENT-REGISTER CHECK-LIST
                 YTD-WORK CHECK-REG-WORK
           PERFORM 9800-COMMIT-CHECK-REGISTER
           PERFORM 9300-COMMIT-YTD
           PERFORM 9500-JOURNAL-END
           STOP RUN.

               PERFORM 9999-ABEND
           END-IF.

       0150-LOAD-WITHHOLD-TABLE.
      *    Paying the gross because the rate table went missing is
      *    exactly the clawback this table exists to end - a
      *    missing, empty, or overfull table stops the run.
           OPEN INPUT WITHHOLD-RATE-FILE
           IF WS-WHT-FS NOT = '00'
               MOVE 29 TO WS-ABEND-CODE
               MOVE 'WITHHOLDING TABLE WHTAXTBL MISSING OR BAD'
                   TO WS-ABEND-MSG
               MOVE WS-WHT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           PERFORM 0160-LOAD-ONE-WITHHOLD-ROW
               UNTIL WHT-EOF
           CLOSE WITHHOLD-RATE-FILE
           IF WS-WHT-COUNT = 0
               MOVE 29 TO WS-ABEND-CODE
               MOVE 'WITHHOLDING TABLE WHTAXTBL IS EMPTY'
                   TO WS-ABEND-MSG
               MOVE WS-WHT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
      *    Rates that together take the whole bonus leave nothing
      *    to pay - a table error, not a payroll result.
           IF WS-WHT-RATE-TOTAL >= 1
               MOVE 29 TO WS-ABEND-CODE
               MOVE 'WHTAXTBL RATES TOTAL 100 PERCENT OR MORE'
                   TO WS-ABEND-MSG
               MOVE WS-WHT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       0160-LOAD-ONE-WITHHOLD-ROW.
           READ WITHHOLD-RATE-FILE
               AT END
                   SET WHT-EOF TO TRUE
               NOT AT END
                   IF WS-WHT-COUNT >= 5
                       MOVE 29 TO WS-ABEND-CODE
                       MOVE 'WHTAXTBL OVER 5 TAXING AUTHORITIES'
                           TO WS-ABEND-MSG
                       MOVE WS-WHT-FS TO WS-ABEND-FS
                       PERFORM 9999-ABEND
                   END-IF
                   ADD 1 TO WS-WHT-COUNT
                   MOVE WH-AUTH-CODE
                       TO WS-WHT-AUTH-CODE (WS-WHT-COUNT)
                   MOVE WH-AUTH-NAME
                       TO WS-WHT-AUTH-NAME (WS-WHT-COUNT)
                   MOVE WH-RATE TO WS-WHT-RATE (WS-WHT-COUNT)
                   MOVE 0 TO WS-WHT-AMT (WS-WHT-COUNT)
                             WS-WHT-TOTAL (WS-WHT-COUNT)
                   ADD WH-RATE TO WS-WHT-RATE-TOTAL
                       ON SIZE ERROR
                           MOVE 1 TO WS-WHT-RATE-TOTAL
                   END-ADD
           END-READ
           IF WS-WHT-FS NOT = '00' AND NOT WHT-EOF
               MOVE 29 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON WHTAXTBL'
                   TO WS-ABEND-MSG
               MOVE WS-WHT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       0170-FIND-NEXT-CHECK-NO.
      *    Numbers run on from the highest check on the register; an
      *    empty or missing register starts at 1. The register stays
      *    open, unchanged, until the commit.
           MOVE 1 TO WS-NEXT-CHECK-NO
           OPEN INPUT CHECK-REGISTER
           IF WS-CKREG-FS NOT = '00' AND WS-CKREG-FS NOT = '05'
               MOVE 32 TO WS-ABEND-CODE
               MOVE 'CHECK REGISTER CHKREG UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-CKREG-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           IF WS-CKREG-FS = '00'
               MOVE 99999999 TO CK-CHECK-NO
               START CHECK-REGISTER KEY IS <= CK-CHECK-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CHECK-REGISTER NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               COMPUTE WS-NEXT-CHECK-NO =
                                   CK-CHECK-NO + 1
                       END-READ
               END-START
           END-IF.

       0200-LOOKUP-BONUS-PCT.
           MOVE 0 TO WS-BONUS-PCT
           SET WS-BT-IDX TO 1
               EMP-BASE-SALARY * WS-BONUS-PCT
               * WS-PRORATION-FACTOR
           COMPUTE WS-TOTAL = EMP-BASE-SALARY + WS-BONUS
           PERFORM 4100-CALC-WITHHOLDING

           MOVE 'D' TO RPT-REC-TYPE
           MOVE EMP-ID TO RPT-EMP-ID
           MOVE WS-MONTHS-WORKED TO RPT-MONTHS-WORKED
           MOVE 12 TO RPT-MONTHS-IN-YEAR
           MOVE WS-PRORATION-FACTOR TO RPT-PRORATION-PCT
           MOVE WS-WITHHELD TO RPT-WITHHELD-AMT
           MOVE WS-NET TO RPT-NET-AMT
           WRITE RPT-REC
           PERFORM 6000-WRITE-PAYMENT
           IF WS-RPT-FS NOT = '00'
           END-IF
           ADD 1 TO WS-RECORDS-BILLED
           ADD WS-BONUS TO WS-TOTAL-BONUS
           ADD WS-TOTAL TO WS-TOTAL-COMP
           ADD WS-WITHHELD TO WS-TOTAL-WITHHELD
           ADD WS-NET TO WS-TOTAL-NET.

       4100-CALC-WITHHOLDING.
      *    Each authority's flat supplemental rate on the gross
      *    bonus, rounded to the cent per authority (the amount the
      *    deposit to that authority is built from); the employee
      *    is paid what is left.
           MOVE 0 TO WS-WITHHELD
           MOVE 1 TO WS-WHT-SUB
           PERFORM 4150-WITHHOLD-ONE-AUTHORITY
               UNTIL WS-WHT-SUB > WS-WHT-COUNT
           COMPUTE WS-NET = WS-BONUS - WS-WITHHELD.

       4150-WITHHOLD-ONE-AUTHORITY.
           COMPUTE WS-WHT-AMT (WS-WHT-SUB) ROUNDED =
               WS-BONUS * WS-WHT-RATE (WS-WHT-SUB)
           ADD WS-WHT-AMT (WS-WHT-SUB) TO WS-WITHHELD
           ADD 1 TO WS-WHT-SUB.

       5000-WRITE-ACH-HEADER.
           MOVE SPACES TO ACH-REC
           MOVE SPACES TO REG-LINE
           STRING 'EMP ID  NAME                  '
                      DELIMITED SIZE
                  'METHOD            GROSS        WITHHELD'
                      DELIMITED SIZE
                  '        NET PAID' DELIMITED SIZE
               INTO REG-LINE
           WRITE REG-LINE
           PERFORM 7300-CHECK-REG-WRITE.
       6000-WRITE-PAYMENT.
      *    Zero bonuses are reported on RPT-FILE but create no
      *    payment - the bank rejects zero-amount entries and
      *    payroll doesn't cut zero checks. The payment is the net
      *    after withholding; only a paid bonus reaches the
      *    year-to-date record.
           IF WS-NET > 0
               MOVE 'N' TO WS-HAS-BANK-FLAG
               IF EMP-BANK-ROUTING NUMERIC
                   AND EMP-BANK-ROUTING NOT = 0
                   PERFORM 6200-WRITE-CHECK-LINE
               END-IF
               PERFORM 6300-WRITE-REGISTER-LINE
               PERFORM 6400-STAGE-YTD-POSTING
               MOVE 1 TO WS-WHT-SUB
               PERFORM 6450-ADD-AUTHORITY-TOTAL
                   UNTIL WS-WHT-SUB > WS-WHT-COUNT
           END-IF.

       6100-WRITE-ACH-DETAIL.
           MOVE 'D' TO ACH-REC-TYPE
           MOVE EMP-BANK-ROUTING TO ACH-DTL-ROUTING
           MOVE EMP-BANK-ACCOUNT TO ACH-DTL-ACCOUNT
           MOVE WS-NET TO ACH-DTL-AMOUNT
           MOVE EMP-ID TO ACH-DTL-EMP-ID
           MOVE EMP-NAME TO ACH-DTL-EMP-NAME
           WRITE ACH-REC
      *    hand the bank an internally inconsistent file.
           PERFORM 7100-CHECK-ACH-WRITE
           ADD 1 TO WS-ACH-COUNT
           ADD WS-NET TO WS-ACH-TOTAL
      *    Hash total truncates high-order overflow past ten
      *    digits, as the bank's edit does.
           ADD EMP-BANK-ROUTING TO WS-ACH-RT-HASH.

       6200-WRITE-CHECK-LINE.
           MOVE WS-NET TO WS-REG-AMOUNT-ED
           MOVE SPACES TO CHK-LINE
           STRING 'CHECK NO ' DELIMITED SIZE
                  WS-NEXT-CHECK-NO DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  EMP-ID DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  EMP-NAME DELIMITED SIZE
                  '  CHECK FOR ' DELIMITED SIZE
               INTO CHK-LINE
           WRITE CHK-LINE
           PERFORM 7200-CHECK-CHK-WRITE
           PERFORM 6250-STAGE-CHECK-REGISTER
           ADD 1 TO WS-CHECK-COUNT
           ADD WS-NET TO WS-CHECK-TOTAL.

       6250-STAGE-CHECK-REGISTER.
      *    Outstanding until the bank pays it or it is voided.
           MOVE WS-NEXT-CHECK-NO TO CK-CHECK-NO
           MOVE 'SIMPBTCH' TO CK-SOURCE-JOB
           MOVE 'E' TO CK-PAYEE-TYPE
           MOVE EMP-ID TO CK-PAYEE-ID
           MOVE EMP-NAME TO CK-PAYEE-NAME
           MOVE WS-NET TO CK-AMOUNT
           MOVE WS-RUN-DT TO CK-ISSUE-DT
           MOVE 'O' TO CK-STATUS
           MOVE 0 TO CK-PAID-DT
                     CK-PAID-AMT
                     CK-VOID-DT
                     CK-POSPAY-ISSUE-DT
                     CK-POSPAY-VOID-DT
           MOVE SPACES TO CK-VOID-REASON
                          CK-VOID-BY
           WRITE CKR-WORK-REC FROM CHECK-REG-REC
           IF WS-CKWRK-FS NOT = '00'
               MOVE 33 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON CHECK WORK FILE SBCKWK'
                   TO WS-ABEND-MSG
               MOVE WS-CKWRK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           MOVE WS-NEXT-CHECK-NO TO WS-LAST-CHECK-NO
           ADD 1 TO WS-NEXT-CHECK-NO.

       6300-WRITE-REGISTER-LINE.
           MOVE WS-BONUS TO WS-REG-AMOUNT-ED
           MOVE WS-WITHHELD TO WS-REG-WH-ED
           MOVE WS-NET TO WS-REG-NET-ED
           MOVE SPACES TO REG-LINE
           STRING EMP-ID DELIMITED SIZE
                  '   ' DELIMITED SIZE
           IF HAS-BANK-DETAILS
               STRING 'ACH     ' DELIMITED SIZE
                      WS-REG-AMOUNT-ED DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-REG-WH-ED DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-REG-NET-ED DELIMITED SIZE
                   INTO REG-LINE (31:)
           ELSE
               STRING 'CHECK   ' DELIMITED SIZE
                      WS-REG-AMOUNT-ED DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-REG-WH-ED DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-REG-NET-ED DELIMITED SIZE
                      '  NO ' DELIMITED SIZE
                      WS-LAST-CHECK-NO DELIMITED SIZE
                   INTO REG-LINE (31:)
           END-IF
           WRITE REG-LINE
           PERFORM 7300-CHECK-REG-WRITE.

       6400-STAGE-YTD-POSTING.
           MOVE SPACES TO YTD-WORK-REC
           MOVE EMP-ID TO YW-EMP-ID
           MOVE EMP-NAME TO YW-EMP-NAME
           MOVE WS-BONUS TO YW-GROSS-AMT
           MOVE WS-NET TO YW-NET-AMT
           MOVE 1 TO WS-WHT-SUB
           PERFORM 6410-STAGE-ONE-AMOUNT
               UNTIL WS-WHT-SUB > 5
           IF HAS-BANK-DETAILS
               MOVE 'A' TO YW-PAY-METHOD
           ELSE
               MOVE 'C' TO YW-PAY-METHOD
           END-IF
           WRITE YTD-WORK-REC
           IF WS-YWRK-FS NOT = '00'
               MOVE 30 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON YTD WORK FILE YTDWORK'
                   TO WS-ABEND-MSG
               MOVE WS-YWRK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       6410-STAGE-ONE-AMOUNT.
           IF WS-WHT-SUB > WS-WHT-COUNT
               MOVE 0 TO YW-WH-AMT (WS-WHT-SUB)
           ELSE
               MOVE WS-WHT-AMT (WS-WHT-SUB) TO YW-WH-AMT (WS-WHT-SUB)
           END-IF
           ADD 1 TO WS-WHT-SUB.

       6450-ADD-AUTHORITY-TOTAL.
           ADD WS-WHT-AMT (WS-WHT-SUB) TO WS-WHT-TOTAL (WS-WHT-SUB)
           ADD 1 TO WS-WHT-SUB.

       7100-CHECK-ACH-WRITE.
           IF WS-ACH-FS NOT = '00'
               MOVE 67 TO WS-ABEND-CODE
               INTO REG-LINE
           WRITE REG-LINE
           PERFORM 7300-CHECK-REG-WRITE
      *    Withholding liability by authority - the figures the
      *    payroll tax deposits for this run are made from. The
      *    gross paid ties to the withholding plus the net above.
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE
           PERFORM 7300-CHECK-REG-WRITE
           MOVE 0 TO WS-PAID-WITHHELD
           MOVE 1 TO WS-WHT-SUB
           PERFORM 9250-WRITE-AUTHORITY-TOTAL
               UNTIL WS-WHT-SUB > WS-WHT-COUNT
           COMPUTE WS-PAID-NET = WS-ACH-TOTAL + WS-CHECK-TOTAL
           COMPUTE WS-PAID-GROSS = WS-PAID-WITHHELD + WS-PAID-NET
           MOVE WS-PAID-GROSS TO WS-REG-AMOUNT-ED
           MOVE WS-PAID-WITHHELD TO WS-REG-WH-ED
           MOVE WS-PAID-NET TO WS-REG-NET-ED
           MOVE SPACES TO REG-LINE
           STRING 'GROSS PAID: ' DELIMITED SIZE
                  WS-REG-AMOUNT-ED DELIMITED SIZE
                  '  = WITHHELD ' DELIMITED SIZE
                  WS-REG-WH-ED DELIMITED SIZE
                  '  + NET ' DELIMITED SIZE
                  WS-REG-NET-ED DELIMITED SIZE
               INTO REG-LINE
           WRITE REG-LINE
           PERFORM 7300-CHECK-REG-WRITE
           MOVE SPACES TO REG-LINE
           MOVE 'APPROVE BEFORE TRANSMISSION TO BANK' TO REG-LINE
           WRITE REG-LINE
           PERFORM 7300-CHECK-REG-WRITE.

       9250-WRITE-AUTHORITY-TOTAL.
           MOVE WS-WHT-TOTAL (WS-WHT-SUB) TO WS-REG-WH-ED
           MOVE SPACES TO REG-LINE
           STRING 'WITHHELD FOR ' DELIMITED SIZE
                  WS-WHT-AUTH-CODE (WS-WHT-SUB) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-WHT-AUTH-NAME (WS-WHT-SUB) DELIMITED SIZE
                  ': ' DELIMITED SIZE
                  WS-REG-WH-ED DELIMITED SIZE
               INTO REG-LINE
           WRITE REG-LINE
           PERFORM 7300-CHECK-REG-WRITE
           ADD WS-WHT-TOTAL (WS-WHT-SUB) TO WS-PAID-WITHHELD
           ADD 1 TO WS-WHT-SUB.

       9300-COMMIT-YTD.
      *    The run finished cleanly, so the staged postings are
      *    added to the year-to-date records in one motion - the
      *    same work-file commit ACHRET gives its reissued checks.
           OPEN INPUT YTD-WORK
           IF WS-YWRK-FS NOT = '00'
               MOVE 30 TO WS-ABEND-CODE
               MOVE 'WORK FILE YTDWORK UNREADABLE FOR COMMIT'
                   TO WS-ABEND-MSG
               MOVE WS-YWRK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN I-O YTD-EARNINGS-FILE
           IF WS-YTD-FS NOT = '00' AND WS-YTD-FS NOT = '05'
               MOVE 31 TO WS-ABEND-CODE
               MOVE 'YTD EARNINGS FILE YTDEARN UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-YTD-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           PERFORM 9350-POST-ONE-YTD
               UNTIL YWRK-EOF
           CLOSE YTD-WORK
                 YTD-EARNINGS-FILE
           DISPLAY 'YTD RECORDS POSTED: ' WS-YTD-POSTED.

       9800-COMMIT-CHECK-REGISTER.
      *    The checks staged on SBCKWK are added to the register in
      *    one motion. A number already on file means another check
      *    run took it since this run started - a stop, not
      *    something to renumber around.
           CLOSE CHECK-REGISTER
           OPEN INPUT CHECK-REG-WORK
           IF WS-CKWRK-FS NOT = '00'
               MOVE 33 TO WS-ABEND-CODE
               MOVE 'WORK FILE SBCKWK UNREADABLE FOR COMMIT'
                   TO WS-ABEND-MSG
               MOVE WS-CKWRK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN I-O CHECK-REGISTER
           IF WS-CKREG-FS NOT = '00' AND WS-CKREG-FS NOT = '05'
               MOVE 32 TO WS-ABEND-CODE
               MOVE 'CHECK REGISTER CHKREG UNUSABLE FOR COMMIT'
                   TO WS-ABEND-MSG
               MOVE WS-CKREG-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           PERFORM 9850-ADD-ONE-CHECK
               UNTIL CKWRK-EOF
           CLOSE CHECK-REG-WORK
                 CHECK-REGISTER.

       9850-ADD-ONE-CHECK.
           READ CHECK-REG-WORK INTO CHECK-REG-REC
               AT END
                   SET CKWRK-EOF TO TRUE
               NOT AT END
                   WRITE CHECK-REG-REC
                   IF WS-CKREG-FS NOT = '00'
                       MOVE 32 TO WS-ABEND-CODE
                       MOVE 'CHECK NUMBER ALREADY ON REGISTER CHKREG'
                           TO WS-ABEND-MSG
                       MOVE WS-CKREG-FS TO WS-ABEND-FS
                       PERFORM 9999-ABEND
                   END-IF
           END-READ
           IF WS-CKWRK-FS NOT = '00' AND NOT CKWRK-EOF
               MOVE 33 TO WS-ABEND-CODE
               MOVE 'READ FAILED DURING CHECK REGISTER COMMIT'
                   TO WS-ABEND-MSG
               MOVE WS-CKWRK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       9350-POST-ONE-YTD.
           READ YTD-WORK
               AT END
                   SET YWRK-EOF TO TRUE
               NOT AT END
                   PERFORM 9400-APPLY-YTD-POSTING
           END-READ
           IF WS-YWRK-FS NOT = '00' AND NOT YWRK-EOF
               MOVE 30 TO WS-ABEND-CODE
               MOVE 'READ FAILED DURING YTD COMMIT'
                   TO WS-ABEND-MSG
               MOVE WS-YWRK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       9400-APPLY-YTD-POSTING.
           MOVE YW-EMP-ID TO YE-EMP-ID
           MOVE WS-BONUS-YEAR TO YE-TAX-YEAR
           MOVE 'Y' TO WS-YTD-FOUND-FLAG
           READ YTD-EARNINGS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-YTD-FOUND-FLAG
           END-READ
           IF NOT YTD-FOUND
      *        First bonus of the year for the employee.
               MOVE SPACES TO YTD-EARNINGS-REC
               MOVE YW-EMP-ID TO YE-EMP-ID
               MOVE WS-BONUS-YEAR TO YE-TAX-YEAR
               MOVE 0 TO YE-GROSS-AMT
                         YE-NET-AMT
                         YE-NET-ACH-AMT
                         YE-NET-CHECK-AMT
                         YE-RETURNED-AMT
                         YE-PAY-COUNT
               MOVE 1 TO WS-YE-SUB
               PERFORM 9410-CLEAR-ONE-SLOT
                   UNTIL WS-YE-SUB > 5
           END-IF
           MOVE YW-EMP-NAME TO YE-EMP-NAME
           ADD YW-GROSS-AMT TO YE-GROSS-AMT
           ADD YW-NET-AMT TO YE-NET-AMT
           IF YW-PAID-BY-ACH
               ADD YW-NET-AMT TO YE-NET-ACH-AMT
           ELSE
               ADD YW-NET-AMT TO YE-NET-CHECK-AMT
           END-IF
           ADD 1 TO YE-PAY-COUNT
           MOVE WS-RUN-DT TO YE-LAST-PAY-DT
           MOVE 1 TO WS-WHT-SUB
           PERFORM 9420-POST-ONE-AUTHORITY
               UNTIL WS-WHT-SUB > WS-WHT-COUNT
           IF YTD-FOUND
               REWRITE YTD-EARNINGS-REC
           ELSE
               WRITE YTD-EARNINGS-REC
           END-IF
           IF WS-YTD-FS NOT = '00'
               MOVE 31 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON YTD EARNINGS FILE YTDEARN'
                   TO WS-ABEND-MSG
               MOVE WS-YTD-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-YTD-POSTED.

       9410-CLEAR-ONE-SLOT.
           MOVE SPACES TO YE-WH-AUTH-CODE (WS-YE-SUB)
           MOVE 0 TO YE-WH-AMT (WS-YE-SUB)
           ADD 1 TO WS-YE-SUB.

       9420-POST-ONE-AUTHORITY.
      *    The authority's slot on the record, or the first unused
      *    one. Five authorities in one year is the table's limit
      *    too, so a record with no room means the table was
      *    changed mid-year past what the record can carry.
           MOVE 0 TO WS-YE-SLOT
           MOVE 1 TO WS-YE-SUB
           PERFORM 9430-CHECK-ONE-SLOT
               UNTIL WS-YE-SUB > 5 OR WS-YE-SLOT NOT = 0
           IF WS-YE-SLOT = 0
               MOVE 1 TO WS-YE-SUB
               PERFORM 9440-FIND-FREE-SLOT
                   UNTIL WS-YE-SUB > 5 OR WS-YE-SLOT NOT = 0
           END-IF
           IF WS-YE-SLOT = 0
               MOVE 31 TO WS-ABEND-CODE
               MOVE 'YTDEARN RECORD HAS NO ROOM FOR AUTHORITY'
                   TO WS-ABEND-MSG
               MOVE WS-YTD-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           MOVE WS-WHT-AUTH-CODE (WS-WHT-SUB)
               TO YE-WH-AUTH-CODE (WS-YE-SLOT)
           ADD YW-WH-AMT (WS-WHT-SUB) TO YE-WH-AMT (WS-YE-SLOT)
           ADD 1 TO WS-WHT-SUB.

       9430-CHECK-ONE-SLOT.
           IF YE-WH-AUTH-CODE (WS-YE-SUB)
                   = WS-WHT-AUTH-CODE (WS-WHT-SUB)
               MOVE WS-YE-SUB TO WS-YE-SLOT
           END-IF
           ADD 1 TO WS-YE-SUB.

       9440-FIND-FREE-SLOT.
           IF YE-WH-AUTH-CODE (WS-YE-SUB) = SPACES
               MOVE WS-YE-SUB TO WS-YE-SLOT
           END-IF
           ADD 1 TO WS-YE-SUB.

       9000-WRITE-TRAILER.
      *    Control-total trailer so payroll can balance the run
      *    against the GL feed without hand-adding every detail line.
           MOVE WS-RECORDS-BILLED TO TRL-HEADCOUNT
           MOVE WS-TOTAL-BONUS TO TRL-TOTAL-BONUS
           MOVE WS-TOTAL-COMP TO TRL-TOTAL-COMP
           MOVE WS-TOTAL-WITHHELD TO TRL-TOTAL-WITHHELD
           MOVE WS-TOTAL-NET TO TRL-TOTAL-NET
           WRITE RPT-TRAILER-REC
           IF WS-RPT-FS NOT = '00'
               MOVE 24 TO WS-ABEND-CODE
