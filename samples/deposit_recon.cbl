      *===============================================================*
      * PROGRAM-ID: DEPRECON
      * AUTHOR:     LEGACY-SYSTEM
      * DATE:       2026-10-15
      *---------------------------------------------------------------*
      * Bank Deposit Reconciliation.
      * PAYPOST proves each remittance batch against its own
      * trailer; this run proves the money reached the bank. Every
      * batch PAYPOST commits is recorded on LBXBATCH with the
      * deposit it should produce - the batch's payments less its
      * 'R' reversals and 'N' NSF returns. The bank's prior-day
      * deposit report (BANKDEP) is read and each credit or debit
      * on it is applied to the batch it names (batch id and batch
      * date from the lockbox header); a deposit with no batch
      * reference is held under the day it was deposited.
      *
      * Each open item is then matched: bank and book agree and it
      * closes; the bank credited less or more than the batch
      * posted (short, over); the bank deposited money no batch
      * has posted (unmatched); or a batch posted and no deposit
      * has arrived. A batch is given the grace days on the
      * optional parm DRCPARM (default 2) before a missing deposit
      * is an exception - until then it is in transit. Items that
      * do not agree stay open on LBXBATCH and are carried forward
      * day to day, aged from the day they were first seen, until a
      * later deposit, bank correction or posting makes them agree.
      * Treasury clears by hand what never will (a bank fee, a
      * deposit written off) through DEPCLR, keyed by an operator
      * on the security file (OPERFILE) who is active, permitted
      * adjustments and approving no more than their dollar limit;
      * rejected clearances go to ERRLOG.
      *
      * The report (DEPRRPT) lists the bank lines applied, the
      * clearances, then matched, short, over and unmatched
      * deposits, batches not deposited and batches in transit,
      * with the open items aged. Each exception is also written
      * to ERRLOG and the run ends with return code 4. The bank
      * report is proven against its own trailer first and refused
      * whole (return code 8) when out of balance, or when it is
      * not later than the last report applied, so running the
      * same report twice changes nothing. With no report, the run
      * ages and lists what is open. Runs each morning once the
      * bank's report arrives.
      *===============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPRECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'DRCPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
           SELECT OPTIONAL BANK-DEPOSIT-FILE ASSIGN TO 'BANKDEP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEP-FS.
           SELECT OPTIONAL CLEAR-TRANS-FILE ASSIGN TO 'DEPCLR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLR-FS.
           SELECT OPTIONAL LOCKBOX-BATCH ASSIGN TO 'LBXBATCH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-KEY
               FILE STATUS IS WS-LBX-FS.
           SELECT OPERATOR-FILE ASSIGN TO 'OPERFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OS-OPERATOR-ID
               FILE STATUS IS WS-OPER-FS.
           SELECT ERROR-LOG ASSIGN TO 'ERRLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERR-FS.
           SELECT RECON-REPORT ASSIGN TO 'DEPRRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT OPTIONAL RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD PARM-FILE.
       01  PARM-REC.
           05  PARM-GRACE-DAYS       PIC 9(3).

       FD BANK-DEPOSIT-FILE.
      *    The bank's prior-day deposit report: 'H' header with the
      *    report date, one 'D' line per credit or debit to the
      *    account, 'T' trailer with the line count and the credit
      *    and debit totals. A debit is money the bank took back
      *    against a deposit - a returned item charged back.
       01  BANK-DEP-REC.
           05  BD-REC-TYPE           PIC X.
               88  BD-HEADER-REC     VALUE 'H'.
               88  BD-TRAILER-REC    VALUE 'T'.
           05  BD-DETAIL.
               10  BD-DEPOSIT-DT     PIC 9(8).
      *        The lockbox batch reference the bank carries from
      *        the batch header; spaces when the bank has none.
               10  BD-BATCH-ID       PIC X(8).
               10  BD-BATCH-DT       PIC 9(8).
               10  BD-AMOUNT         PIC 9(9)V99.
               10  BD-DR-CR          PIC X.
                   88  BD-CREDIT     VALUE 'C'.
                   88  BD-DEBIT      VALUE 'D'.
                   88  BD-VALID-TYPE VALUES 'C' 'D'.
               10  FILLER            PIC X(13).
           05  BD-HEADER REDEFINES BD-DETAIL.
               10  BD-REPORT-DT      PIC 9(8).
               10  BD-ACCOUNT-NO     PIC X(17).
               10  FILLER            PIC X(24).
           05  BD-TRAILER REDEFINES BD-DETAIL.
               10  BD-TRL-COUNT      PIC 9(6).
               10  BD-TRL-CREDITS    PIC 9(11)V99.
               10  BD-TRL-DEBITS     PIC 9(11)V99.
               10  FILLER            PIC X(17).

       FD CLEAR-TRANS-FILE.
       01  CLEAR-TRANS-REC.
           05  DC-BATCH-ID           PIC X(8).
           05  DC-BATCH-DT           PIC 9(8).
           05  DC-REASON             PIC X(20).
           05  DC-OPERATOR-ID        PIC X(8).

       FD LOCKBOX-BATCH.
       COPY LOCKBOX-BATCH-RECORD.

       FD OPERATOR-FILE.
       COPY OPERATOR-SECURITY-RECORD.

       FD ERROR-LOG.
       01  ERR-LOG-REC               PIC X(200).

       FD RECON-REPORT.
       01  RPT-LINE                  PIC X(132).

       FD RUN-JOURNAL.
       COPY RUN-JOURNAL-RECORD.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-PARM-FS            PIC XX.
           05  WS-DEP-FS             PIC XX.
           05  WS-CLR-FS             PIC XX.
           05  WS-LBX-FS             PIC XX.
           05  WS-OPER-FS            PIC XX.
           05  WS-ERR-FS             PIC XX.
           05  WS-RPT-FS             PIC XX.
           05  WS-JRNL-FS            PIC XX.

       01  WS-FLAGS.
           05  WS-DEP-EOF-FLAG       PIC X VALUE 'N'.
               88  DEP-EOF           VALUE 'Y'.
           05  WS-VER-EOF-FLAG       PIC X VALUE 'N'.
               88  VER-EOF           VALUE 'Y'.
           05  WS-CLR-EOF-FLAG       PIC X VALUE 'N'.
               88  CLR-EOF           VALUE 'Y'.
           05  WS-LBX-EOF-FLAG       PIC X VALUE 'N'.
               88  LBX-EOF           VALUE 'Y'.
           05  WS-ITEM-FOUND-FLAG    PIC X.
               88  ITEM-FOUND        VALUE 'Y'.
           05  WS-LINE-VALID-FLAG    PIC X.
               88  LINE-VALID        VALUE 'Y'.
           05  WS-HDR-SEEN-FLAG      PIC X VALUE 'N'.
               88  HEADER-SEEN       VALUE 'Y'.
           05  WS-TRL-SEEN-FLAG      PIC X VALUE 'N'.
               88  TRAILER-SEEN      VALUE 'Y'.
           05  WS-APPLIED-FLAG       PIC X VALUE 'N'.
               88  ALREADY-APPLIED   VALUE 'Y'.

       01  WS-RUN-DT                 PIC 9(8).
       01  WS-RUN-DAY-INT            PIC 9(8).
       01  WS-OPEN-DAY-INT           PIC 9(8).
       01  WS-ITEM-AGE               PIC 9(5).
       01  WS-GRACE-DAYS             PIC 9(3) VALUE 2.
       01  WS-REPORT-DT              PIC 9(8) VALUE 0.

      *    Bank report control totals, proven before anything is
      *    applied.
       01  WS-CONTROL-FIELDS.
           05  WS-EXP-COUNT          PIC 9(6) VALUE 0.
           05  WS-EXP-CREDITS        PIC 9(11)V99 VALUE 0.
           05  WS-EXP-DEBITS         PIC 9(11)V99 VALUE 0.
           05  WS-ACT-COUNT          PIC 9(6) VALUE 0.
           05  WS-ACT-CREDITS        PIC 9(11)V99 VALUE 0.
           05  WS-ACT-DEBITS         PIC 9(11)V99 VALUE 0.

      *    How an item stands once bank and book are compared:
      *    M matched, S short, V over, U unmatched deposit,
      *    N not deposited within the grace days, T in transit.
       01  WS-ITEM-CLASS             PIC X.
           88  CLASS-MATCHED         VALUE 'M'.
           88  CLASS-SHORT           VALUE 'S'.
           88  CLASS-OVER            VALUE 'V'.
           88  CLASS-UNMATCHED       VALUE 'U'.
           88  CLASS-NOT-DEPOSITED   VALUE 'N'.
           88  CLASS-IN-TRANSIT      VALUE 'T'.
           88  CLASS-EXCEPTION       VALUES 'S' 'V' 'U' 'N'.
      *    Bank net less book net: negative is short, positive over.
       01  WS-DIFF-AMT               PIC S9(11)V99.
       01  WS-ABS-DIFF-AMT           PIC 9(11)V99.

      *    The class the listing pass is printing, and its heading.
       01  WS-LIST-CLASS             PIC X.
       01  WS-LIST-TITLE             PIC X(50).
       01  WS-LIST-COUNT             PIC 9(6).
       01  WS-LIST-DIFF              PIC S9(11)V99.

      *    Result of checking the clearing operator against
      *    OPERFILE: zero, or the MSGMACRO code the clearance is
      *    rejected with.
       01  WS-AUTH-ERR-CODE          PIC 9(4).

       01  WS-COUNTERS.
           05  WS-LINES-READ         PIC 9(6) VALUE 0.
           05  WS-LINES-APPLIED      PIC 9(6) VALUE 0.
           05  WS-LINES-INVALID      PIC 9(6) VALUE 0.
           05  WS-CREDIT-AMT         PIC 9(11)V99 VALUE 0.
           05  WS-DEBIT-AMT          PIC 9(11)V99 VALUE 0.
           05  WS-CLEARS-READ        PIC 9(6) VALUE 0.
           05  WS-CLEARS-APPLIED     PIC 9(6) VALUE 0.
           05  WS-CLEARS-REJECTED    PIC 9(6) VALUE 0.
           05  WS-CLEARED-DIFF       PIC S9(11)V99 VALUE 0.
           05  WS-MATCHED-COUNT      PIC 9(6) VALUE 0.
           05  WS-EXCEPTIONS         PIC 9(6) VALUE 0.

      *    Open items by class and by age, after matching.
       01  WS-CLASS-TOTALS.
           05  WS-CLASS-TOTAL OCCURS 6 TIMES.
               10  WS-CT-COUNT       PIC 9(6).
               10  WS-CT-DIFF        PIC S9(11)V99.
       01  WS-CLASS-SUB              PIC 9.

       01  WS-AGE-TOTALS.
           05  WS-AGE-TOTAL OCCURS 4 TIMES.
               10  WS-AT-COUNT       PIC 9(6).
               10  WS-AT-DIFF        PIC S9(11)V99.
       01  WS-AGE-SUB                PIC 9.
       01  WS-AGE-LABELS.
           05  FILLER PIC X(16) VALUE '   0 - 7 DAYS:  '.
           05  FILLER PIC X(16) VALUE '   8 - 30 DAYS: '.
           05  FILLER PIC X(16) VALUE '  31 - 60 DAYS: '.
           05  FILLER PIC X(16) VALUE '  OVER 60 DAYS: '.
       01  WS-AGE-LABEL-TABLE REDEFINES WS-AGE-LABELS.
           05  WS-AGE-LABEL          PIC X(16) OCCURS 4 TIMES.

       01  WS-AMOUNT-ED              PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SIGNED-ED              PIC $ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-AGE-ED                 PIC ZZZZ9.
       01  WS-COUNT-ED               PIC ZZZZZ9.

       01  WS-ERR-CODE               PIC 9(4).
       01  WS-ERR-MSG                PIC X(50).
       01  WS-ERR-SEVERITY           PIC X.

      *    Operator abend fields: a batch file that cannot be read
      *    or updated must stop the run before half a bank report
      *    is applied.
       01  WS-ABEND-CODE             PIC 9(2).
       01  WS-ABEND-MSG              PIC X(50).
       01  WS-ABEND-FS               PIC XX.

       COPY MSGMACRO.

      *===============================================================*
       PROCEDURE DIVISION.
      *===============================================================*

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1090-JOURNAL-START
           PERFORM 1300-VERIFY-BANK-REPORT
           PERFORM 2000-APPLY-ONE-DEPOSIT
               UNTIL DEP-EOF
           PERFORM 3000-SECTION-HEADING
           PERFORM 3100-APPLY-ONE-CLEAR
               UNTIL CLR-EOF
           PERFORM 4000-RECONCILE-ITEMS
           PERFORM 5000-LIST-RECONCILIATION
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
           COMPUTE RJ-RECORDS-IN = WS-LINES-READ + WS-CLEARS-READ
           COMPUTE RJ-RECORDS-OUT =
               WS-LINES-APPLIED + WS-CLEARS-APPLIED
           COMPUTE RJ-RECORDS-ERROR =
               WS-EXCEPTIONS + WS-CLEARS-REJECTED
           PERFORM 9700-WRITE-RUN-JOURNAL.

       9700-WRITE-RUN-JOURNAL.
      *    Appended to the shop-wide run journal so DAYRPT can
      *    reconstruct what ran overnight without digging through
      *    console logs. Opened per write so the record is on disk
      *    even if the run dies later.
           OPEN EXTEND RUN-JOURNAL
           MOVE 'DEPRECON' TO RJ-JOB-NAME
           ACCEPT RJ-RUN-DT FROM DATE YYYYMMDD
           ACCEPT RJ-RUN-TIME FROM TIME
           WRITE RUN-JRNL-REC
           CLOSE RUN-JOURNAL.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DT)
           INITIALIZE WS-CLASS-TOTALS
                      WS-AGE-TOTALS
           OPEN INPUT PARM-FILE
           IF WS-PARM-FS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARM-FS = '00'
                   AND PARM-GRACE-DAYS NUMERIC
                   MOVE PARM-GRACE-DAYS TO WS-GRACE-DAYS
               END-IF
               CLOSE PARM-FILE
           END-IF
           OPEN INPUT CLEAR-TRANS-FILE
           IF WS-CLR-FS NOT = '00' AND WS-CLR-FS NOT = '05'
               MOVE 41 TO WS-ABEND-CODE
               MOVE 'CLEARANCE TRANSACTIONS DEPCLR UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-CLR-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN I-O LOCKBOX-BATCH
           IF WS-LBX-FS NOT = '00' AND WS-LBX-FS NOT = '05'
               MOVE 42 TO WS-ABEND-CODE
               MOVE 'LOCKBOX BATCH FILE LBXBATCH UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-LBX-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-FS NOT = '00'
               MOVE 43 TO WS-ABEND-CODE
               MOVE 'OPERATOR SECURITY FILE OPERFILE MISSING'
                   TO WS-ABEND-MSG
               MOVE WS-OPER-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT ERROR-LOG
                       RECON-REPORT
           IF WS-ERR-FS NOT = '00' OR WS-RPT-FS NOT = '00'
               MOVE 45 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN RECONCILIATION OUTPUT FILES'
                   TO WS-ABEND-MSG
      *        Report the status of the file that actually failed.
               IF WS-ERR-FS NOT = '00'
                   MOVE WS-ERR-FS TO WS-ABEND-FS
               ELSE
                   MOVE WS-RPT-FS TO WS-ABEND-FS
               END-IF
               PERFORM 9999-ABEND
           END-IF.

      *===============================================================*
      * Bank report - proven against its trailer before any line is
      * applied.
      *===============================================================*
       1300-VERIFY-BANK-REPORT.
           OPEN INPUT BANK-DEPOSIT-FILE
           IF WS-DEP-FS NOT = '00' AND WS-DEP-FS NOT = '05'
               MOVE 40 TO WS-ABEND-CODE
               MOVE 'BANK DEPOSIT REPORT BANKDEP UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-DEP-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           PERFORM 1350-VERIFY-ONE-LINE
               UNTIL VER-EOF
           CLOSE BANK-DEPOSIT-FILE
           PERFORM 1380-WRITE-HEADING
      *    No report at all (the bank sent nothing, or the file is
      *    empty) is a day with nothing to apply; open items are
      *    still aged and listed.
           IF NOT HEADER-SEEN AND NOT TRAILER-SEEN
               AND WS-ACT-COUNT = 0
               MOVE 'NO BANK DEPOSIT REPORT TO APPLY'
                   TO RPT-LINE
               PERFORM 7000-WRITE-REPORT
           ELSE
               IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
                   OR WS-REPORT-DT = 0
                   OR WS-ACT-COUNT NOT = WS-EXP-COUNT
                   OR WS-ACT-CREDITS NOT = WS-EXP-CREDITS
                   OR WS-ACT-DEBITS NOT = WS-EXP-DEBITS
                   OR ALREADY-APPLIED
                   PERFORM 1400-REJECT-BANK-REPORT
               END-IF
               MOVE 'DEPOSITS ON THE BANK REPORT:' TO RPT-LINE
               PERFORM 7000-WRITE-REPORT
               PERFORM 7150-WRITE-DEPOSIT-HEADING
           END-IF
           OPEN INPUT BANK-DEPOSIT-FILE.

       1350-VERIFY-ONE-LINE.
           READ BANK-DEPOSIT-FILE
               AT END
                   SET VER-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN BD-HEADER-REC
                           SET HEADER-SEEN TO TRUE
                           IF BD-REPORT-DT NUMERIC
                               MOVE BD-REPORT-DT TO WS-REPORT-DT
                           END-IF
                       WHEN BD-TRAILER-REC
                           SET TRAILER-SEEN TO TRUE
                           IF BD-TRL-COUNT NUMERIC
                               AND BD-TRL-CREDITS NUMERIC
                               AND BD-TRL-DEBITS NUMERIC
                               MOVE BD-TRL-COUNT TO WS-EXP-COUNT
                               MOVE BD-TRL-CREDITS TO WS-EXP-CREDITS
                               MOVE BD-TRL-DEBITS TO WS-EXP-DEBITS
                           END-IF
                       WHEN OTHER
                           PERFORM 1360-VERIFY-DETAIL
                   END-EVALUATE
           END-READ
           IF WS-DEP-FS NOT = '00' AND NOT VER-EOF
               MOVE 40 TO WS-ABEND-CODE
               MOVE 'READ FAILED ON BANKDEP' TO WS-ABEND-MSG
               MOVE WS-DEP-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       1360-VERIFY-DETAIL.
      *    A line whose batch already carries this report date (or
      *    a later one) means the report has been applied before.
           ADD 1 TO WS-ACT-COUNT
           IF BD-AMOUNT NUMERIC
               IF BD-DEBIT
                   ADD BD-AMOUNT TO WS-ACT-DEBITS
               ELSE
                   ADD BD-AMOUNT TO WS-ACT-CREDITS
               END-IF
           END-IF
           PERFORM 2050-VALIDATE-LINE
           IF LINE-VALID
               PERFORM 2060-SET-ITEM-KEY
               READ LOCKBOX-BATCH
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LB-LAST-REPORT-DT >= WS-REPORT-DT
                           SET ALREADY-APPLIED TO TRUE
                       END-IF
               END-READ
           END-IF.

       1380-WRITE-HEADING.
           MOVE SPACES TO RPT-LINE
           STRING 'BANK DEPOSIT RECONCILIATION  RUN DATE: '
                      DELIMITED SIZE
                  WS-RUN-DT DELIMITED SIZE
                  '  BANK REPORT DATE: ' DELIMITED SIZE
                  WS-REPORT-DT DELIMITED SIZE
                  '  GRACE ' DELIMITED SIZE
                  WS-GRACE-DAYS DELIMITED SIZE
                  ' DAYS' DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT.

       1400-REJECT-BANK-REPORT.
      *    Nothing has been applied - the whole report is refused,
      *    with the reason on the console and the report and a
      *    non-zero return code so the scheduler sees the failure.
           MOVE SPACES TO RPT-LINE
           EVALUATE TRUE
               WHEN NOT HEADER-SEEN
                   MOVE 'BANK REPORT REJECTED - NO HEADER RECORD'
                       TO RPT-LINE
               WHEN NOT TRAILER-SEEN
                   MOVE 'BANK REPORT REJECTED - NO TRAILER RECORD'
                       TO RPT-LINE
               WHEN WS-REPORT-DT = 0
                   MOVE 'BANK REPORT REJECTED - NO REPORT DATE'
                       TO RPT-LINE
               WHEN WS-ACT-COUNT NOT = WS-EXP-COUNT
                   MOVE 'BANK REPORT REJECTED - COUNT OUT OF BALANCE'
                       TO RPT-LINE
               WHEN WS-ACT-CREDITS NOT = WS-EXP-CREDITS
                   OR WS-ACT-DEBITS NOT = WS-EXP-DEBITS
                   MOVE 'BANK REPORT REJECTED - TOTALS OUT OF BALANCE'
                       TO RPT-LINE
               WHEN OTHER
                   MOVE 'BANK REPORT REJECTED - ALREADY APPLIED'
                       TO RPT-LINE
           END-EVALUATE
           DISPLAY 'DEPRECON: ' RPT-LINE
           PERFORM 7000-WRITE-REPORT
           CLOSE CLEAR-TRANS-FILE
                 LOCKBOX-BATCH
                 OPERATOR-FILE
                 ERROR-LOG
                 RECON-REPORT
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *===============================================================*
      * Bank lines - each credit or debit onto the batch it names.
      *===============================================================*
       2000-APPLY-ONE-DEPOSIT.
           READ BANK-DEPOSIT-FILE
               AT END
                   SET DEP-EOF TO TRUE
               NOT AT END
                   IF NOT BD-HEADER-REC AND NOT BD-TRAILER-REC
                       ADD 1 TO WS-LINES-READ
                       PERFORM 2100-APPLY-DEPOSIT
                   END-IF
           END-READ
           IF WS-DEP-FS NOT = '00' AND NOT DEP-EOF
               MOVE 40 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON BANKDEP'
                   TO WS-ABEND-MSG
               MOVE WS-DEP-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       2050-VALIDATE-LINE.
           MOVE 'N' TO WS-LINE-VALID-FLAG
           IF BD-AMOUNT NUMERIC
               AND BD-VALID-TYPE
               AND BD-DEPOSIT-DT NUMERIC
               AND BD-DEPOSIT-DT > 0
               IF BD-BATCH-ID = SPACES
                   SET LINE-VALID TO TRUE
               ELSE
                   IF BD-BATCH-DT NUMERIC AND BD-BATCH-DT > 0
                       SET LINE-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       2060-SET-ITEM-KEY.
      *    A deposit the bank could not tie to a batch is held
      *    under a blank batch id and the day it was deposited.
           IF BD-BATCH-ID = SPACES
               MOVE SPACES TO LB-BATCH-ID
               MOVE BD-DEPOSIT-DT TO LB-BATCH-DT
           ELSE
               MOVE BD-BATCH-ID TO LB-BATCH-ID
               MOVE BD-BATCH-DT TO LB-BATCH-DT
           END-IF.

       2100-APPLY-DEPOSIT.
           PERFORM 2050-VALIDATE-LINE
           IF NOT LINE-VALID
               PERFORM 2900-REPORT-INVALID-LINE
           ELSE
               PERFORM 2200-POST-TO-ITEM
           END-IF.

       2200-POST-TO-ITEM.
           MOVE SPACES TO RPT-LINE
           PERFORM 2060-SET-ITEM-KEY
           MOVE 'N' TO WS-ITEM-FOUND-FLAG
           READ LOCKBOX-BATCH
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ITEM-FOUND TO TRUE
           END-READ
           IF NOT ITEM-FOUND
               INITIALIZE LOCKBOX-BATCH-REC
               PERFORM 2060-SET-ITEM-KEY
               MOVE 'O' TO LB-STATUS
               MOVE WS-RUN-DT TO LB-OPENED-DT
               MOVE 'NO BATCH POSTED' TO RPT-LINE (74:)
           ELSE
               IF LB-CLOSED
      *            Money moving on a closed item puts it back in
      *            question until it agrees again.
                   MOVE 'O' TO LB-STATUS
                   MOVE 0 TO LB-CLOSED-DT
                   MOVE SPACES TO LB-CLEAR-REASON
                                  LB-CLEAR-BY
                   MOVE 'ITEM REOPENED' TO RPT-LINE (74:)
               END-IF
           END-IF
           IF BD-DEBIT
               ADD BD-AMOUNT TO LB-BANK-DEBITS
               ADD BD-AMOUNT TO WS-DEBIT-AMT
           ELSE
               ADD BD-AMOUNT TO LB-BANK-CREDITS
               ADD BD-AMOUNT TO WS-CREDIT-AMT
           END-IF
           COMPUTE LB-BANK-NET = LB-BANK-CREDITS - LB-BANK-DEBITS
           ADD 1 TO LB-BANK-COUNT
           IF LB-FIRST-DEP-DT = 0
               MOVE BD-DEPOSIT-DT TO LB-FIRST-DEP-DT
           END-IF
           MOVE BD-DEPOSIT-DT TO LB-LAST-DEP-DT
           MOVE WS-REPORT-DT TO LB-LAST-REPORT-DT
           IF ITEM-FOUND
               REWRITE LOCKBOX-BATCH-REC
           ELSE
               WRITE LOCKBOX-BATCH-REC
           END-IF
           IF WS-LBX-FS NOT = '00'
               MOVE 42 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON LBXBATCH' TO WS-ABEND-MSG
               MOVE WS-LBX-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-LINES-APPLIED
           PERFORM 7250-WRITE-DEPOSIT-LINE.

       2900-REPORT-INVALID-LINE.
           ADD 1 TO WS-LINES-INVALID
           ADD 1 TO WS-EXCEPTIONS
           MOVE 2609 TO WS-ERR-CODE
           PERFORM 8050-LOOKUP-ERR-MSG
           MOVE SPACES TO RPT-LINE
           STRING '*** EXCEPTION ' DELIMITED SIZE
                  WS-ERR-CODE DELIMITED SIZE
               INTO RPT-LINE (74:)
           PERFORM 7250-WRITE-DEPOSIT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-ERR-MSG TO RPT-LINE (10:)
           PERFORM 7000-WRITE-REPORT
           MOVE BD-BATCH-ID TO LB-BATCH-ID
           MOVE 0 TO LB-BATCH-DT
           IF BD-BATCH-DT NUMERIC
               MOVE BD-BATCH-DT TO LB-BATCH-DT
           END-IF
           PERFORM 8000-LOG-ERROR.

      *===============================================================*
      * Manual clearances.
      *===============================================================*
       3000-SECTION-HEADING.
           CLOSE BANK-DEPOSIT-FILE
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE 'ITEMS CLEARED BY TREASURY:' TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           PERFORM 7100-WRITE-COLUMN-HEADING.

       3100-APPLY-ONE-CLEAR.
           READ CLEAR-TRANS-FILE
               AT END
                   SET CLR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CLEARS-READ
                   PERFORM 3200-VALIDATE-CLEAR
           END-READ
           IF WS-CLR-FS NOT = '00' AND NOT CLR-EOF
               MOVE 41 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON DEPCLR'
                   TO WS-ABEND-MSG
               MOVE WS-CLR-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       3200-VALIDATE-CLEAR.
           MOVE 'N' TO WS-ITEM-FOUND-FLAG
           MOVE DC-BATCH-ID TO LB-BATCH-ID
           IF DC-BATCH-DT NUMERIC
               MOVE DC-BATCH-DT TO LB-BATCH-DT
               READ LOCKBOX-BATCH
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ITEM-FOUND TO TRUE
               END-READ
           END-IF
           IF ITEM-FOUND
               PERFORM 4100-CLASSIFY-ITEM
           END-IF
           PERFORM 3050-CHECK-OPERATOR
           EVALUATE TRUE
               WHEN NOT ITEM-FOUND
                   MOVE 2601 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN DC-REASON = SPACES
                   MOVE 2603 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN WS-AUTH-ERR-CODE NOT = 0
                   MOVE WS-AUTH-ERR-CODE TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN LB-CLOSED
                   MOVE 2602 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN CLASS-MATCHED
                   MOVE 2604 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN OTHER
                   PERFORM 3300-APPLY-CLEAR
           END-EVALUATE.

       3050-CHECK-OPERATOR.
      *    The operator must be entitled to key adjustments, and
      *    only up to their own dollar limit - measured against the
      *    difference being cleared.
           MOVE 0 TO WS-AUTH-ERR-CODE
           MOVE DC-OPERATOR-ID TO OS-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE 2301 TO WS-AUTH-ERR-CODE
           END-READ
           EVALUATE TRUE
               WHEN WS-AUTH-ERR-CODE NOT = 0
                   CONTINUE
               WHEN NOT OS-ACTIVE
                   MOVE 2302 TO WS-AUTH-ERR-CODE
               WHEN NOT OS-CAN-ADJUST
                   MOVE 2303 TO WS-AUTH-ERR-CODE
               WHEN ITEM-FOUND
                   AND WS-ABS-DIFF-AMT > OS-APPROVAL-LIMIT
                   MOVE 2304 TO WS-AUTH-ERR-CODE
           END-EVALUATE.

       3300-APPLY-CLEAR.
           MOVE 'C' TO LB-STATUS
           MOVE WS-RUN-DT TO LB-CLOSED-DT
           MOVE DC-REASON TO LB-CLEAR-REASON
           MOVE DC-OPERATOR-ID TO LB-CLEAR-BY
           REWRITE LOCKBOX-BATCH-REC
           IF WS-LBX-FS NOT = '00'
               MOVE 42 TO WS-ABEND-CODE
               MOVE 'REWRITE FAILED ON LBXBATCH' TO WS-ABEND-MSG
               MOVE WS-LBX-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-CLEARS-APPLIED
           ADD WS-DIFF-AMT TO WS-CLEARED-DIFF
           PERFORM 7200-WRITE-ITEM-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'CLEARED: ' DELIMITED SIZE
                  DC-REASON DELIMITED SIZE
                  '  BY ' DELIMITED SIZE
                  DC-OPERATOR-ID DELIMITED SIZE
               INTO RPT-LINE (10:)
           PERFORM 7000-WRITE-REPORT.

      *===============================================================*
      * Matching - every open item compared, bank against book.
      *===============================================================*
       4000-RECONCILE-ITEMS.
           PERFORM 4050-START-ITEMS
           PERFORM 4200-MATCH-ONE-ITEM
               UNTIL LBX-EOF.

       4050-START-ITEMS.
           MOVE 'N' TO WS-LBX-EOF-FLAG
           MOVE LOW-VALUES TO LB-KEY
           START LOCKBOX-BATCH KEY IS >= LB-KEY
               INVALID KEY
                   SET LBX-EOF TO TRUE
           END-START.

       4100-CLASSIFY-ITEM.
           COMPUTE WS-DIFF-AMT = LB-BANK-NET - LB-BOOK-NET
           IF WS-DIFF-AMT < 0
               COMPUTE WS-ABS-DIFF-AMT = 0 - WS-DIFF-AMT
           ELSE
               MOVE WS-DIFF-AMT TO WS-ABS-DIFF-AMT
           END-IF
           MOVE 0 TO WS-ITEM-AGE
           IF LB-OPENED-DT > 0
               COMPUTE WS-OPEN-DAY-INT =
                   FUNCTION INTEGER-OF-DATE (LB-OPENED-DT)
               IF WS-OPEN-DAY-INT < WS-RUN-DAY-INT
                   COMPUTE WS-ITEM-AGE =
                       WS-RUN-DAY-INT - WS-OPEN-DAY-INT
               END-IF
           END-IF
      *    A batch whose reversals cancel its payments has nothing
      *    to deposit and matches with no bank line at all.
           EVALUATE TRUE
               WHEN LB-POSTED-DT = 0
                   MOVE 'U' TO WS-ITEM-CLASS
               WHEN WS-DIFF-AMT = 0
                   MOVE 'M' TO WS-ITEM-CLASS
               WHEN LB-BANK-COUNT = 0
                   AND WS-ITEM-AGE > WS-GRACE-DAYS
                   MOVE 'N' TO WS-ITEM-CLASS
               WHEN LB-BANK-COUNT = 0
                   MOVE 'T' TO WS-ITEM-CLASS
               WHEN WS-DIFF-AMT < 0
                   MOVE 'S' TO WS-ITEM-CLASS
               WHEN OTHER
                   MOVE 'V' TO WS-ITEM-CLASS
           END-EVALUATE.

       4200-MATCH-ONE-ITEM.
           READ LOCKBOX-BATCH NEXT RECORD
               AT END
                   SET LBX-EOF TO TRUE
               NOT AT END
                   IF LB-OPEN
                       PERFORM 4100-CLASSIFY-ITEM
                       IF CLASS-MATCHED
                           PERFORM 4300-CLOSE-MATCHED-ITEM
                       ELSE
                           PERFORM 4400-TALLY-OPEN-ITEM
                       END-IF
                   END-IF
           END-READ
           IF WS-LBX-FS NOT = '00' AND NOT LBX-EOF
               MOVE 42 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON LBXBATCH'
                   TO WS-ABEND-MSG
               MOVE WS-LBX-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       4300-CLOSE-MATCHED-ITEM.
           MOVE 'M' TO LB-STATUS
           MOVE WS-RUN-DT TO LB-CLOSED-DT
           REWRITE LOCKBOX-BATCH-REC
           IF WS-LBX-FS NOT = '00'
               MOVE 42 TO WS-ABEND-CODE
               MOVE 'REWRITE FAILED ON LBXBATCH' TO WS-ABEND-MSG
               MOVE WS-LBX-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-MATCHED-COUNT.

       4400-TALLY-OPEN-ITEM.
      *    Carried forward: counted by class and by age, and each
      *    exception logged again every day it stays open.
           EVALUATE TRUE
               WHEN CLASS-SHORT
                   MOVE 1 TO WS-CLASS-SUB
                   MOVE 2605 TO WS-ERR-CODE
               WHEN CLASS-OVER
                   MOVE 2 TO WS-CLASS-SUB
                   MOVE 2606 TO WS-ERR-CODE
               WHEN CLASS-UNMATCHED
                   MOVE 3 TO WS-CLASS-SUB
                   MOVE 2607 TO WS-ERR-CODE
               WHEN CLASS-NOT-DEPOSITED
                   MOVE 4 TO WS-CLASS-SUB
                   MOVE 2608 TO WS-ERR-CODE
               WHEN OTHER
                   MOVE 5 TO WS-CLASS-SUB
           END-EVALUATE
           ADD 1 TO WS-CT-COUNT (WS-CLASS-SUB)
           ADD WS-DIFF-AMT TO WS-CT-DIFF (WS-CLASS-SUB)
           EVALUATE TRUE
               WHEN WS-ITEM-AGE <= 7
                   MOVE 1 TO WS-AGE-SUB
               WHEN WS-ITEM-AGE <= 30
                   MOVE 2 TO WS-AGE-SUB
               WHEN WS-ITEM-AGE <= 60
                   MOVE 3 TO WS-AGE-SUB
               WHEN OTHER
                   MOVE 4 TO WS-AGE-SUB
           END-EVALUATE
           ADD 1 TO WS-AT-COUNT (WS-AGE-SUB)
           ADD WS-DIFF-AMT TO WS-AT-DIFF (WS-AGE-SUB)
           IF CLASS-EXCEPTION
               ADD 1 TO WS-EXCEPTIONS
               PERFORM 8050-LOOKUP-ERR-MSG
               PERFORM 8000-LOG-ERROR
           END-IF.

      *===============================================================*
      * Reconciliation listing - one pass of LBXBATCH per class.
      *===============================================================*
       5000-LIST-RECONCILIATION.
           MOVE 'M' TO WS-LIST-CLASS
           MOVE 'DEPOSITS MATCHED TODAY:' TO WS-LIST-TITLE
           PERFORM 5050-LIST-ONE-CLASS
           MOVE 'S' TO WS-LIST-CLASS
           MOVE 'SHORT DEPOSITS - BANK CREDITED LESS THAN POSTED:'
               TO WS-LIST-TITLE
           PERFORM 5050-LIST-ONE-CLASS
           MOVE 'V' TO WS-LIST-CLASS
           MOVE 'OVER DEPOSITS - BANK CREDITED MORE THAN POSTED:'
               TO WS-LIST-TITLE
           PERFORM 5050-LIST-ONE-CLASS
           MOVE 'U' TO WS-LIST-CLASS
           MOVE 'UNMATCHED DEPOSITS - NO BATCH POSTED:'
               TO WS-LIST-TITLE
           PERFORM 5050-LIST-ONE-CLASS
           MOVE 'N' TO WS-LIST-CLASS
           MOVE 'POSTED BATCHES NOT DEPOSITED:' TO WS-LIST-TITLE
           PERFORM 5050-LIST-ONE-CLASS
           MOVE 'T' TO WS-LIST-CLASS
           MOVE 'POSTED BATCHES IN TRANSIT:' TO WS-LIST-TITLE
           PERFORM 5050-LIST-ONE-CLASS.

       5050-LIST-ONE-CLASS.
           MOVE 0 TO WS-LIST-COUNT
                     WS-LIST-DIFF
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-LIST-TITLE TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           PERFORM 7100-WRITE-COLUMN-HEADING
           PERFORM 4050-START-ITEMS
           PERFORM 5100-LIST-ONE-ITEM
               UNTIL LBX-EOF
           MOVE WS-LIST-COUNT TO WS-COUNT-ED
           MOVE WS-LIST-DIFF TO WS-SIGNED-ED
           MOVE SPACES TO RPT-LINE
           STRING 'ITEMS: ' DELIMITED SIZE
                  WS-COUNT-ED DELIMITED SIZE
               INTO RPT-LINE
           IF WS-LIST-CLASS NOT = 'M'
               MOVE 'TOTAL DIFFERENCE' TO RPT-LINE (88:)
               MOVE WS-SIGNED-ED TO RPT-LINE (106:19)
           END-IF
           PERFORM 7000-WRITE-REPORT.

       5100-LIST-ONE-ITEM.
      *    Open items, and the ones that matched on this run.
           READ LOCKBOX-BATCH NEXT RECORD
               AT END
                   SET LBX-EOF TO TRUE
               NOT AT END
                   IF LB-OPEN
                       OR (LB-MATCHED AND LB-CLOSED-DT = WS-RUN-DT)
                       PERFORM 4100-CLASSIFY-ITEM
                       IF WS-ITEM-CLASS = WS-LIST-CLASS
                           ADD 1 TO WS-LIST-COUNT
                           ADD WS-DIFF-AMT TO WS-LIST-DIFF
                           PERFORM 7200-WRITE-ITEM-LINE
                       END-IF
                   END-IF
           END-READ
           IF WS-LBX-FS NOT = '00' AND NOT LBX-EOF
               MOVE 42 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON LBXBATCH'
                   TO WS-ABEND-MSG
               MOVE WS-LBX-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

      *===============================================================*
      * Report lines.
      *===============================================================*
       7000-WRITE-REPORT.
           WRITE RPT-LINE
           IF WS-RPT-FS NOT = '00'
               MOVE 45 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON RECONCILIATION REPORT DEPRRPT'
                   TO WS-ABEND-MSG
               MOVE WS-RPT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       7100-WRITE-COLUMN-HEADING.
           MOVE SPACES TO RPT-LINE
           MOVE 'BATCH ID'     TO RPT-LINE (1:)
           MOVE 'BATCH DT'     TO RPT-LINE (10:)
           MOVE 'POSTED'       TO RPT-LINE (19:)
           MOVE 'PAYMENTS'     TO RPT-LINE (38:)
           MOVE 'REVERSED/NSF' TO RPT-LINE (53:)
           MOVE 'BOOK NET'     TO RPT-LINE (76:)
           MOVE 'BANK NET'     TO RPT-LINE (96:)
           MOVE 'DIFFERENCE'   TO RPT-LINE (114:)
           MOVE 'AGE'          TO RPT-LINE (128:)
           PERFORM 7000-WRITE-REPORT.

       7150-WRITE-DEPOSIT-HEADING.
           MOVE SPACES TO RPT-LINE
           MOVE 'BATCH ID'     TO RPT-LINE (1:)
           MOVE 'BATCH DT'     TO RPT-LINE (10:)
           MOVE 'DEPOSITED'    TO RPT-LINE (19:)
           MOVE 'TYPE'         TO RPT-LINE (29:)
           MOVE 'AMOUNT'       TO RPT-LINE (54:)
           MOVE 'NOTE'         TO RPT-LINE (74:)
           PERFORM 7000-WRITE-REPORT.

       7200-WRITE-ITEM-LINE.
      *    Backed out is the batch's reversals and NSF returns;
      *    an unmatched deposit has no book columns.
           MOVE SPACES TO RPT-LINE
           IF LB-BATCH-ID = SPACES
               MOVE '(NO REF)' TO RPT-LINE (1:8)
           ELSE
               MOVE LB-BATCH-ID TO RPT-LINE (1:8)
           END-IF
           MOVE LB-BATCH-DT TO RPT-LINE (10:8)
           IF LB-POSTED-DT > 0
               MOVE LB-POSTED-DT TO RPT-LINE (19:8)
               MOVE LB-PAY-AMT TO WS-AMOUNT-ED
               MOVE WS-AMOUNT-ED TO RPT-LINE (28:18)
               COMPUTE WS-AMOUNT-ED = LB-REV-AMT + LB-NSF-AMT
               MOVE WS-AMOUNT-ED TO RPT-LINE (47:18)
               MOVE LB-BOOK-NET TO WS-SIGNED-ED
               MOVE WS-SIGNED-ED TO RPT-LINE (66:19)
           END-IF
           MOVE LB-BANK-NET TO WS-SIGNED-ED
           MOVE WS-SIGNED-ED TO RPT-LINE (86:19)
           MOVE WS-DIFF-AMT TO WS-SIGNED-ED
           MOVE WS-SIGNED-ED TO RPT-LINE (106:19)
           MOVE WS-ITEM-AGE TO WS-AGE-ED
           MOVE WS-AGE-ED TO RPT-LINE (126:5)
           PERFORM 7000-WRITE-REPORT.

       7250-WRITE-DEPOSIT-LINE.
      *    The note, if any, is already in RPT-LINE from column 74;
      *    the bank line's own columns go in ahead of it.
           IF BD-BATCH-ID = SPACES
               MOVE '(NO REF)' TO RPT-LINE (1:8)
           ELSE
               MOVE BD-BATCH-ID TO RPT-LINE (1:8)
               MOVE BD-BATCH-DT TO RPT-LINE (10:8)
           END-IF
           MOVE BD-DEPOSIT-DT TO RPT-LINE (19:8)
           EVALUATE TRUE
               WHEN BD-CREDIT
                   MOVE 'CREDIT' TO RPT-LINE (29:6)
               WHEN BD-DEBIT
                   MOVE 'DEBIT' TO RPT-LINE (29:6)
               WHEN OTHER
                   MOVE BD-DR-CR TO RPT-LINE (29:1)
           END-EVALUATE
           IF BD-AMOUNT NUMERIC
               MOVE BD-AMOUNT TO WS-AMOUNT-ED
               MOVE WS-AMOUNT-ED TO RPT-LINE (42:18)
           END-IF
           PERFORM 7000-WRITE-REPORT.

      *===============================================================*
      * Shared error paragraphs.
      *===============================================================*
       8000-LOG-ERROR.
           MOVE SPACES TO ERR-LOG-REC
           STRING LB-BATCH-ID DELIMITED SIZE
                  ',' DELIMITED SIZE
                  LB-BATCH-DT DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-ERR-CODE DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-ERR-MSG DELIMITED SIZE
               INTO ERR-LOG-REC
           WRITE ERR-LOG-REC.

       8200-REJECT-TRANS.
           ADD 1 TO WS-CLEARS-REJECTED
           PERFORM 8050-LOOKUP-ERR-MSG
           MOVE DC-BATCH-ID TO LB-BATCH-ID
           MOVE 0 TO LB-BATCH-DT
           IF DC-BATCH-DT NUMERIC
               MOVE DC-BATCH-DT TO LB-BATCH-DT
           END-IF
           PERFORM 8000-LOG-ERROR
           MOVE SPACES TO RPT-LINE
           STRING DC-BATCH-ID DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  DC-BATCH-DT DELIMITED SIZE
                  '  CLEARANCE REJECTED ' DELIMITED SIZE
                  WS-ERR-CODE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-ERR-MSG DELIMITED SIZE
                  '  BY ' DELIMITED SIZE
                  DC-OPERATOR-ID DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT.

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

       9000-FINALIZE.
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-CREDIT-AMT TO WS-AMOUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'BANK LINES READ:      ' DELIMITED SIZE
                  WS-LINES-READ DELIMITED SIZE
                  '  APPLIED: ' DELIMITED SIZE
                  WS-LINES-APPLIED DELIMITED SIZE
                  '  INVALID: ' DELIMITED SIZE
                  WS-LINES-INVALID DELIMITED SIZE
                  '  CREDITS: ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO RPT-LINE
           MOVE WS-DEBIT-AMT TO WS-AMOUNT-ED
           STRING '  DEBITS: ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO RPT-LINE (99:)
           PERFORM 7000-WRITE-REPORT
           MOVE WS-CLEARED-DIFF TO WS-SIGNED-ED
           MOVE SPACES TO RPT-LINE
           STRING 'CLEARANCES READ:      ' DELIMITED SIZE
                  WS-CLEARS-READ DELIMITED SIZE
                  '  APPLIED: ' DELIMITED SIZE
                  WS-CLEARS-APPLIED DELIMITED SIZE
                  '  REJECTED: ' DELIMITED SIZE
                  WS-CLEARS-REJECTED DELIMITED SIZE
                  '  DIFFERENCE CLEARED: ' DELIMITED SIZE
                  WS-SIGNED-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           STRING 'MATCHED TODAY:        ' DELIMITED SIZE
                  WS-MATCHED-COUNT DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE 'OPEN RECONCILING ITEMS CARRIED FORWARD:'
               TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE 1 TO WS-CLASS-SUB
           MOVE 'SHORT DEPOSITS:       ' TO WS-LIST-TITLE
           PERFORM 9100-WRITE-CLASS-TOTAL
           MOVE 2 TO WS-CLASS-SUB
           MOVE 'OVER DEPOSITS:        ' TO WS-LIST-TITLE
           PERFORM 9100-WRITE-CLASS-TOTAL
           MOVE 3 TO WS-CLASS-SUB
           MOVE 'UNMATCHED DEPOSITS:   ' TO WS-LIST-TITLE
           PERFORM 9100-WRITE-CLASS-TOTAL
           MOVE 4 TO WS-CLASS-SUB
           MOVE 'NOT DEPOSITED:        ' TO WS-LIST-TITLE
           PERFORM 9100-WRITE-CLASS-TOTAL
           MOVE 5 TO WS-CLASS-SUB
           MOVE 'IN TRANSIT:           ' TO WS-LIST-TITLE
           PERFORM 9100-WRITE-CLASS-TOTAL
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE 'OPEN ITEMS BY AGE:' TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE 1 TO WS-AGE-SUB
           PERFORM 9200-WRITE-AGE-TOTAL
               UNTIL WS-AGE-SUB > 4
           CLOSE CLEAR-TRANS-FILE
                 LOCKBOX-BATCH
                 OPERATOR-FILE
                 ERROR-LOG
                 RECON-REPORT
           DISPLAY 'BANK LINES READ:     ' WS-LINES-READ
           DISPLAY 'BANK LINES APPLIED:  ' WS-LINES-APPLIED
           DISPLAY 'BANK LINES INVALID:  ' WS-LINES-INVALID
           DISPLAY 'CLEARANCES APPLIED:  ' WS-CLEARS-APPLIED
           DISPLAY 'CLEARANCES REJECTED: ' WS-CLEARS-REJECTED
           DISPLAY 'ITEMS MATCHED:       ' WS-MATCHED-COUNT
           DISPLAY 'EXCEPTIONS:          ' WS-EXCEPTIONS
           IF WS-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       9100-WRITE-CLASS-TOTAL.
           MOVE WS-CT-DIFF (WS-CLASS-SUB) TO WS-SIGNED-ED
           MOVE SPACES TO RPT-LINE
           STRING WS-LIST-TITLE (1:22) DELIMITED SIZE
                  WS-CT-COUNT (WS-CLASS-SUB) DELIMITED SIZE
                  '  DIFFERENCE: ' DELIMITED SIZE
                  WS-SIGNED-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT.

       9200-WRITE-AGE-TOTAL.
           MOVE WS-AT-DIFF (WS-AGE-SUB) TO WS-SIGNED-ED
           MOVE SPACES TO RPT-LINE
           STRING WS-AGE-LABEL (WS-AGE-SUB) DELIMITED SIZE
                  '      ' DELIMITED SIZE
                  WS-AT-COUNT (WS-AGE-SUB) DELIMITED SIZE
                  '  DIFFERENCE: ' DELIMITED SIZE
                  WS-SIGNED-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           ADD 1 TO WS-AGE-SUB.

       9999-ABEND.
           DISPLAY 'DEPRECON ABEND ' WS-ABEND-CODE ': '
               WS-ABEND-MSG
           DISPLAY 'FILE STATUS: ' WS-ABEND-FS
           MOVE WS-ABEND-CODE TO RETURN-CODE
           STOP RUN.
