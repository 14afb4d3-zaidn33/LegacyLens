      *===============================================================*
      * PROGRAM-ID: CHKRECON
      * AUTHOR:     LEGACY-SYSTEM
      * DATE:       2026-10-15
      *---------------------------------------------------------------*
      * Outstanding Check Reconciliation.
      * The check register (CHKREG) says which checks REFUND,
      * SIMPBATCH and ACHRET wrote; this run keeps it in step with
      * the bank and the operators. It reads the bank's paid-check
      * file (BANKPAID) and clears each check it reports paid,
      * recording the date and the amount the bank paid. A paid
      * check the register does not have, one paid for a different
      * amount, one paid after it was voided, or one paid twice is
      * listed as an exception for treasury to take up with the
      * bank, and the run ends with return code 4.
      *
      * Voids are keyed on CHKVOID by check number with a reason.
      * Only a check still outstanding can be voided, and only by an
      * operator on the security file (OPERFILE) who is active,
      * permitted adjustments and approving no more than their
      * dollar approval limit. A voided refund check puts the money
      * back on the customer's account: a PAYHIST CREDIT row in the
      * shape PAYPOST writes, which the next billing carries forward
      * and REFUND can pay out again, and the GL feed (CHKGLFD) puts
      * the cash back and the credit balance back on the books. A
      * voided bonus check is listed for payroll, who reissue it or
      * correct the year-to-date record. Rejected voids go to ERRLOG.
      *
      * The report (CHKRRPT) then lists every check still
      * outstanding with its age, flagging as stale-dated any
      * older than the stale days on the optional parm CKRPARM
      * (default 180). Paid checks are applied before voids, so a
      * void keyed for a check the bank has already paid is refused.
      * Runs each day the bank's paid file arrives, before POSPAY,
      * so the day's voids go to the bank the same night; the GL
      * feed is collected by GLINTF. Running the same paid file
      * again finds its checks already cleared and changes nothing.
      *===============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKRECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'CKRPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
           SELECT OPTIONAL PAID-CHECK-FILE ASSIGN TO 'BANKPAID'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAID-FS.
           SELECT OPTIONAL VOID-TRANS-FILE ASSIGN TO 'CHKVOID'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VOID-FS.
           SELECT OPTIONAL CHECK-REGISTER ASSIGN TO 'CHKREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CHECK-NO
               FILE STATUS IS WS-CKREG-FS.
           SELECT OPERATOR-FILE ASSIGN TO 'OPERFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OS-OPERATOR-ID
               FILE STATUS IS WS-OPER-FS.
           SELECT OPTIONAL PAYMENT-HISTORY ASSIGN TO 'PAYHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-FS.
           SELECT GL-FEED-FILE ASSIGN TO 'CHKGLFD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-FS.
           SELECT ERROR-LOG ASSIGN TO 'ERRLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERR-FS.
           SELECT RECON-REPORT ASSIGN TO 'CHKRRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT OPTIONAL RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD PARM-FILE.
       01  PARM-REC.
           05  PARM-STALE-DAYS       PIC 9(3).

       FD PAID-CHECK-FILE.
      *    One record per check the bank paid on the prior day.
       01  PAID-CHECK-REC.
           05  BP-CHECK-NO           PIC 9(8).
           05  BP-PAID-AMT           PIC 9(9)V99.
           05  BP-PAID-DT            PIC 9(8).
           05  FILLER                PIC X(53).

       FD VOID-TRANS-FILE.
       01  VOID-TRANS-REC.
           05  VD-CHECK-NO           PIC 9(8).
           05  VD-REASON             PIC X(20).
           05  VD-OPERATOR-ID        PIC X(8).

       FD CHECK-REGISTER.
       COPY CHECK-REGISTER-RECORD.

       FD OPERATOR-FILE.
       COPY OPERATOR-SECURITY-RECORD.

       FD PAYMENT-HISTORY.
       01  PAY-HIST-REC              PIC X(200).

       FD GL-FEED-FILE.
       01  GL-REC.
           05  GL-ACCOUNT-CODE       PIC X(4).
           05  FILLER                PIC X.
           05  GL-DR-CR              PIC X(2).
           05  FILLER                PIC X.
           05  GL-AMOUNT             PIC 9(9)V99.
           05  FILLER                PIC X.
           05  GL-DESCRIPTION        PIC X(30).

       FD ERROR-LOG.
       01  ERR-LOG-REC               PIC X(200).

       FD RECON-REPORT.
       01  RPT-LINE                  PIC X(132).

       FD RUN-JOURNAL.
       COPY RUN-JOURNAL-RECORD.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-PARM-FS            PIC XX.
           05  WS-PAID-FS            PIC XX.
           05  WS-VOID-FS            PIC XX.
           05  WS-CKREG-FS           PIC XX.
           05  WS-OPER-FS            PIC XX.
           05  WS-PAYHIST-FS         PIC XX.
           05  WS-GL-FS              PIC XX.
           05  WS-ERR-FS             PIC XX.
           05  WS-RPT-FS             PIC XX.
           05  WS-JRNL-FS            PIC XX.

       01  WS-FLAGS.
           05  WS-PAID-EOF-FLAG      PIC X VALUE 'N'.
               88  PAID-EOF          VALUE 'Y'.
           05  WS-VOID-EOF-FLAG      PIC X VALUE 'N'.
               88  VOID-EOF          VALUE 'Y'.
           05  WS-CKREG-EOF-FLAG     PIC X VALUE 'N'.
               88  CKREG-EOF         VALUE 'Y'.
           05  WS-CHECK-FOUND-FLAG   PIC X.
               88  CHECK-FOUND       VALUE 'Y'.

       01  WS-RUN-DT                 PIC 9(8).
       01  WS-RUN-DAY-INT            PIC 9(8).
       01  WS-ISSUE-DAY-INT          PIC 9(8).
       01  WS-CHECK-AGE              PIC 9(5).
       01  WS-STALE-DAYS             PIC 9(3) VALUE 180.

      *    Result of checking the voiding operator against OPERFILE:
      *    zero, or the MSGMACRO code the void is rejected with.
       01  WS-AUTH-ERR-CODE          PIC 9(4).

      *    The void amount as the 11 stored digits PAYHIST carries
      *    (implied cents, no decimal point).
       01  WS-CREDIT-AMT             PIC 9(9)V99.

       01  WS-COUNTERS.
           05  WS-PAID-READ          PIC 9(6) VALUE 0.
           05  WS-CLEARED-COUNT      PIC 9(6) VALUE 0.
           05  WS-CLEARED-AMT        PIC 9(11)V99 VALUE 0.
           05  WS-ALREADY-CLEARED    PIC 9(6) VALUE 0.
           05  WS-EXCEPTIONS         PIC 9(6) VALUE 0.
           05  WS-VOIDS-READ         PIC 9(6) VALUE 0.
           05  WS-VOIDS-APPLIED      PIC 9(6) VALUE 0.
           05  WS-VOIDS-REJECTED     PIC 9(6) VALUE 0.
           05  WS-VOID-AMT           PIC 9(11)V99 VALUE 0.
           05  WS-CREDITS-RESTORED   PIC 9(6) VALUE 0.
           05  WS-GL-VOID-TOTAL      PIC 9(9)V99 VALUE 0.
           05  WS-OUTSTANDING-COUNT  PIC 9(6) VALUE 0.
           05  WS-OUTSTANDING-AMT    PIC 9(11)V99 VALUE 0.
           05  WS-STALE-COUNT        PIC 9(6) VALUE 0.
           05  WS-STALE-AMT          PIC 9(11)V99 VALUE 0.

       01  WS-AMOUNT-ED              PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PAID-AMT-ED            PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AGE-ED                 PIC ZZZZ9.

       01  WS-ERR-CODE               PIC 9(4).
       01  WS-ERR-MSG                PIC X(50).
       01  WS-ERR-SEVERITY           PIC X.

      *    Operator abend fields: a register that cannot be read or
      *    updated must stop the run before anything is cleared or
      *    voided on half the story.
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
           PERFORM 2000-MATCH-ONE-PAID
               UNTIL PAID-EOF
           PERFORM 3000-SECTION-HEADING
           PERFORM 3100-APPLY-ONE-VOID
               UNTIL VOID-EOF
           PERFORM 5000-LIST-OUTSTANDING
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
           COMPUTE RJ-RECORDS-IN = WS-PAID-READ + WS-VOIDS-READ
           COMPUTE RJ-RECORDS-OUT =
               WS-CLEARED-COUNT + WS-VOIDS-APPLIED
           COMPUTE RJ-RECORDS-ERROR =
               WS-EXCEPTIONS + WS-VOIDS-REJECTED
           PERFORM 9700-WRITE-RUN-JOURNAL.

       9700-WRITE-RUN-JOURNAL.
      *    Appended to the shop-wide run journal so DAYRPT can
      *    reconstruct what ran overnight without digging through
      *    console logs. Opened per write so the record is on disk
      *    even if the run dies later.
           OPEN EXTEND RUN-JOURNAL
           MOVE 'CHKRECON' TO RJ-JOB-NAME
           ACCEPT RJ-RUN-DT FROM DATE YYYYMMDD
           ACCEPT RJ-RUN-TIME FROM TIME
           WRITE RUN-JRNL-REC
           CLOSE RUN-JOURNAL.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DT)
           OPEN INPUT PARM-FILE
           IF WS-PARM-FS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARM-FS = '00'
                   AND PARM-STALE-DAYS NUMERIC
                   AND PARM-STALE-DAYS > 0
                   MOVE PARM-STALE-DAYS TO WS-STALE-DAYS
               END-IF
               CLOSE PARM-FILE
           END-IF
           OPEN INPUT PAID-CHECK-FILE
           IF WS-PAID-FS NOT = '00' AND WS-PAID-FS NOT = '05'
               MOVE 40 TO WS-ABEND-CODE
               MOVE 'BANK PAID-CHECK FILE BANKPAID UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-PAID-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT VOID-TRANS-FILE
           IF WS-VOID-FS NOT = '00' AND WS-VOID-FS NOT = '05'
               MOVE 41 TO WS-ABEND-CODE
               MOVE 'VOID TRANSACTIONS CHKVOID UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-VOID-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN I-O CHECK-REGISTER
           IF WS-CKREG-FS NOT = '00' AND WS-CKREG-FS NOT = '05'
               MOVE 42 TO WS-ABEND-CODE
               MOVE 'CHECK REGISTER CHKREG UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-CKREG-FS TO WS-ABEND-FS
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
           OPEN EXTEND PAYMENT-HISTORY
           IF WS-PAYHIST-FS NOT = '00' AND WS-PAYHIST-FS NOT = '05'
               MOVE 44 TO WS-ABEND-CODE
               MOVE 'PAYMENT HISTORY PAYHIST UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-PAYHIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT GL-FEED-FILE
                       ERROR-LOG
                       RECON-REPORT
           IF WS-GL-FS NOT = '00' OR WS-ERR-FS NOT = '00'
               OR WS-RPT-FS NOT = '00'
               MOVE 45 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN RECONCILIATION OUTPUT FILES'
                   TO WS-ABEND-MSG
      *        Report the status of the file that actually failed.
               EVALUATE TRUE
                   WHEN WS-GL-FS NOT = '00'
                       MOVE WS-GL-FS TO WS-ABEND-FS
                   WHEN WS-ERR-FS NOT = '00'
                       MOVE WS-ERR-FS TO WS-ABEND-FS
                   WHEN OTHER
                       MOVE WS-RPT-FS TO WS-ABEND-FS
               END-EVALUATE
               PERFORM 9999-ABEND
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING 'CHECK RECONCILIATION  RUN DATE: ' DELIMITED SIZE
                  WS-RUN-DT DELIMITED SIZE
                  '  STALE AFTER ' DELIMITED SIZE
                  WS-STALE-DAYS DELIMITED SIZE
                  ' DAYS' DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE 'CHECKS PAID BY THE BANK:' TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           PERFORM 7100-WRITE-COLUMN-HEADING.

      *===============================================================*
      * Paid checks - clear each one the bank paid.
      *===============================================================*
       2000-MATCH-ONE-PAID.
           READ PAID-CHECK-FILE
               AT END
                   SET PAID-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PAID-READ
                   PERFORM 2100-MATCH-PAID-CHECK
           END-READ
           IF WS-PAID-FS NOT = '00' AND NOT PAID-EOF
               MOVE 40 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON BANKPAID'
                   TO WS-ABEND-MSG
               MOVE WS-PAID-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       2100-MATCH-PAID-CHECK.
           MOVE 'N' TO WS-CHECK-FOUND-FLAG
           IF BP-CHECK-NO NUMERIC AND BP-PAID-AMT NUMERIC
               MOVE BP-CHECK-NO TO CK-CHECK-NO
               READ CHECK-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CHECK-FOUND TO TRUE
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN NOT CHECK-FOUND
                   MOVE 2505 TO WS-ERR-CODE
                   PERFORM 2900-REPORT-EXCEPTION
               WHEN CK-OUTSTANDING
                   PERFORM 2200-CLEAR-CHECK
               WHEN CK-VOIDED
                   MOVE 2507 TO WS-ERR-CODE
                   PERFORM 2900-REPORT-EXCEPTION
      *        The same paid record seen again (a rerun, or the bank
      *        repeating a day) is already reconciled.
               WHEN CK-PAID-DT = BP-PAID-DT
                   AND CK-PAID-AMT = BP-PAID-AMT
                   ADD 1 TO WS-ALREADY-CLEARED
                   MOVE SPACES TO RPT-LINE
                   MOVE 'ALREADY CLEARED' TO RPT-LINE (98:)
                   PERFORM 7200-WRITE-CHECK-LINE
               WHEN OTHER
                   MOVE 2508 TO WS-ERR-CODE
                   PERFORM 2900-REPORT-EXCEPTION
           END-EVALUATE.

       2200-CLEAR-CHECK.
      *    Cleared at what the bank paid. A different amount still
      *    left the account, so the check is cleared and the
      *    difference reported.
           MOVE 'C' TO CK-STATUS
           MOVE BP-PAID-DT TO CK-PAID-DT
           MOVE BP-PAID-AMT TO CK-PAID-AMT
           REWRITE CHECK-REG-REC
           IF WS-CKREG-FS NOT = '00'
               MOVE 42 TO WS-ABEND-CODE
               MOVE 'REWRITE FAILED ON CHKREG'
                   TO WS-ABEND-MSG
               MOVE WS-CKREG-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-CLEARED-COUNT
           ADD BP-PAID-AMT TO WS-CLEARED-AMT
           IF BP-PAID-AMT NOT = CK-AMOUNT
               MOVE 2506 TO WS-ERR-CODE
               PERFORM 2900-REPORT-EXCEPTION
           ELSE
               MOVE SPACES TO RPT-LINE
               MOVE 'CLEARED' TO RPT-LINE (98:)
               PERFORM 7200-WRITE-CHECK-LINE
           END-IF.

       2900-REPORT-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS
           PERFORM 8050-LOOKUP-ERR-MSG
           MOVE SPACES TO RPT-LINE
           IF NOT CHECK-FOUND
               MOVE BP-CHECK-NO TO RPT-LINE (1:8)
               MOVE '(NOT ON REGISTER)' TO RPT-LINE (39:17)
           ELSE
               PERFORM 7300-FORMAT-CHECK
           END-IF
           MOVE BP-PAID-AMT TO WS-PAID-AMT-ED
           MOVE WS-PAID-AMT-ED TO RPT-LINE (79:18)
           STRING '*** EXCEPTION ' DELIMITED SIZE
                  WS-ERR-CODE DELIMITED SIZE
               INTO RPT-LINE (98:)
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           MOVE WS-ERR-MSG TO RPT-LINE (10:)
           PERFORM 7000-WRITE-REPORT
           MOVE BP-CHECK-NO TO CK-CHECK-NO
           PERFORM 8000-LOG-ERROR.

      *===============================================================*
      * Voids.
      *===============================================================*
       3000-SECTION-HEADING.
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE 'CHECKS VOIDED:' TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           PERFORM 7100-WRITE-COLUMN-HEADING.

       3100-APPLY-ONE-VOID.
           READ VOID-TRANS-FILE
               AT END
                   SET VOID-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-VOIDS-READ
                   PERFORM 3200-VALIDATE-VOID
           END-READ
           IF WS-VOID-FS NOT = '00' AND NOT VOID-EOF
               MOVE 41 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON CHKVOID'
                   TO WS-ABEND-MSG
               MOVE WS-VOID-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       3200-VALIDATE-VOID.
           MOVE 'N' TO WS-CHECK-FOUND-FLAG
           IF VD-CHECK-NO NUMERIC
               MOVE VD-CHECK-NO TO CK-CHECK-NO
               READ CHECK-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CHECK-FOUND TO TRUE
               END-READ
           END-IF
           PERFORM 3050-CHECK-OPERATOR
           EVALUATE TRUE
               WHEN NOT CHECK-FOUND
                   MOVE 2501 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN VD-REASON = SPACES
                   MOVE 2504 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN WS-AUTH-ERR-CODE NOT = 0
                   MOVE WS-AUTH-ERR-CODE TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN CK-CLEARED
                   MOVE 2502 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN CK-VOIDED
                   MOVE 2503 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN OTHER
                   PERFORM 4000-APPLY-VOID
           END-EVALUATE.

       3050-CHECK-OPERATOR.
      *    The operator must be entitled to key adjustments, and
      *    only up to their own dollar limit.
           MOVE 0 TO WS-AUTH-ERR-CODE
           MOVE VD-OPERATOR-ID TO OS-OPERATOR-ID
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
               WHEN CHECK-FOUND
                   AND CK-AMOUNT > OS-APPROVAL-LIMIT
                   MOVE 2304 TO WS-AUTH-ERR-CODE
           END-EVALUATE.

       4000-APPLY-VOID.
           MOVE 'V' TO CK-STATUS
           MOVE WS-RUN-DT TO CK-VOID-DT
           MOVE VD-REASON TO CK-VOID-REASON
           MOVE VD-OPERATOR-ID TO CK-VOID-BY
           REWRITE CHECK-REG-REC
           IF WS-CKREG-FS NOT = '00'
               MOVE 42 TO WS-ABEND-CODE
               MOVE 'REWRITE FAILED ON CHKREG'
                   TO WS-ABEND-MSG
               MOVE WS-CKREG-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-VOIDS-APPLIED
           ADD CK-AMOUNT TO WS-VOID-AMT
           MOVE SPACES TO RPT-LINE
           STRING 'VOIDED: ' DELIMITED SIZE
                  VD-REASON DELIMITED SIZE
               INTO RPT-LINE (98:)
           PERFORM 7200-WRITE-CHECK-LINE
           MOVE SPACES TO RPT-LINE
           IF CK-CUSTOMER-PAYEE
               PERFORM 4100-RESTORE-CREDIT
               MOVE 'CREDIT RESTORED TO ACCOUNT' TO RPT-LINE (98:)
           ELSE
               MOVE 'PAYROLL TO REISSUE OR ADJUST YTD'
                   TO RPT-LINE (98:)
           END-IF
           PERFORM 7000-WRITE-REPORT.

       4100-RESTORE-CREDIT.
      *    Same shape as PAYPOST's residual CREDIT row (no new cash,
      *    credit in the trailing field), so the next BILL-CALC
      *    carries it forward and REFUND can disburse it again.
           MOVE CK-AMOUNT TO WS-CREDIT-AMT
           MOVE SPACES TO PAY-HIST-REC
           STRING CK-PAYEE-ID      DELIMITED SIZE
                  ',00000000000,'  DELIMITED SIZE
                  WS-RUN-DT        DELIMITED SIZE
                  ',CREDIT,'       DELIMITED SIZE
                  WS-CREDIT-AMT    DELIMITED SIZE
               INTO PAY-HIST-REC
           WRITE PAY-HIST-REC
           IF WS-PAYHIST-FS NOT = '00'
               MOVE 44 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON PAYMENT HISTORY PAYHIST'
                   TO WS-ABEND-MSG
               MOVE WS-PAYHIST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-CREDITS-RESTORED
           ADD CK-AMOUNT TO WS-GL-VOID-TOTAL.

      *===============================================================*
      * Outstanding checks, oldest number first.
      *===============================================================*
       5000-LIST-OUTSTANDING.
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE 'CHECKS OUTSTANDING:' TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           PERFORM 7100-WRITE-COLUMN-HEADING
           MOVE 0 TO CK-CHECK-NO
           START CHECK-REGISTER KEY IS >= CK-CHECK-NO
               INVALID KEY
                   SET CKREG-EOF TO TRUE
           END-START
           PERFORM 5100-CHECK-ONE-OUTSTANDING
               UNTIL CKREG-EOF.

       5100-CHECK-ONE-OUTSTANDING.
           READ CHECK-REGISTER NEXT RECORD
               AT END
                   SET CKREG-EOF TO TRUE
               NOT AT END
                   IF CK-OUTSTANDING
                       PERFORM 5200-LIST-OUTSTANDING-CHECK
                   END-IF
           END-READ
           IF WS-CKREG-FS NOT = '00' AND NOT CKREG-EOF
               MOVE 42 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON CHKREG'
                   TO WS-ABEND-MSG
               MOVE WS-CKREG-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       5200-LIST-OUTSTANDING-CHECK.
           COMPUTE WS-ISSUE-DAY-INT =
               FUNCTION INTEGER-OF-DATE (CK-ISSUE-DT)
           IF WS-ISSUE-DAY-INT < WS-RUN-DAY-INT
               COMPUTE WS-CHECK-AGE =
                   WS-RUN-DAY-INT - WS-ISSUE-DAY-INT
           ELSE
               MOVE 0 TO WS-CHECK-AGE
           END-IF
           ADD 1 TO WS-OUTSTANDING-COUNT
           ADD CK-AMOUNT TO WS-OUTSTANDING-AMT
           MOVE WS-CHECK-AGE TO WS-AGE-ED
           MOVE SPACES TO RPT-LINE
           IF WS-CHECK-AGE > WS-STALE-DAYS
               ADD 1 TO WS-STALE-COUNT
               ADD CK-AMOUNT TO WS-STALE-AMT
               STRING WS-AGE-ED DELIMITED SIZE
                      ' DAYS  ** STALE-DATED' DELIMITED SIZE
                   INTO RPT-LINE (98:)
           ELSE
               STRING WS-AGE-ED DELIMITED SIZE
                      ' DAYS' DELIMITED SIZE
                   INTO RPT-LINE (98:)
           END-IF
           PERFORM 7200-WRITE-CHECK-LINE.

      *===============================================================*
      * Report lines.
      *===============================================================*
       7000-WRITE-REPORT.
           WRITE RPT-LINE
           IF WS-RPT-FS NOT = '00'
               MOVE 45 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON RECONCILIATION REPORT CHKRRPT'
                   TO WS-ABEND-MSG
               MOVE WS-RPT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       7100-WRITE-COLUMN-HEADING.
           MOVE SPACES TO RPT-LINE
           MOVE 'CHECK NO' TO RPT-LINE (1:)
           MOVE 'ISSUED'   TO RPT-LINE (10:)
           MOVE 'SOURCE'   TO RPT-LINE (19:)
           MOVE 'PAYEE'    TO RPT-LINE (28:)
           MOVE 'NAME'     TO RPT-LINE (39:)
           MOVE 'AMOUNT'   TO RPT-LINE (72:)
           MOVE 'PAID'     TO RPT-LINE (93:)
           MOVE 'DISPOSITION' TO RPT-LINE (98:)
           PERFORM 7000-WRITE-REPORT.

       7200-WRITE-CHECK-LINE.
      *    The disposition is already in RPT-LINE from column 98;
      *    the check's own columns go in ahead of it.
           PERFORM 7300-FORMAT-CHECK
           IF CK-CLEARED
               MOVE CK-PAID-AMT TO WS-PAID-AMT-ED
               MOVE WS-PAID-AMT-ED TO RPT-LINE (79:18)
           END-IF
           PERFORM 7000-WRITE-REPORT.

       7300-FORMAT-CHECK.
           MOVE CK-AMOUNT TO WS-AMOUNT-ED
           MOVE CK-CHECK-NO   TO RPT-LINE (1:8)
           MOVE CK-ISSUE-DT   TO RPT-LINE (10:8)
           MOVE CK-SOURCE-JOB TO RPT-LINE (19:8)
           MOVE CK-PAYEE-ID   TO RPT-LINE (28:10)
           MOVE CK-PAYEE-NAME TO RPT-LINE (39:20)
           MOVE WS-AMOUNT-ED  TO RPT-LINE (60:18).

      *===============================================================*
      * Shared error paragraphs.
      *===============================================================*
       8000-LOG-ERROR.
           MOVE SPACES TO ERR-LOG-REC
           STRING CK-CHECK-NO DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-ERR-CODE DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-ERR-MSG DELIMITED SIZE
               INTO ERR-LOG-REC
           WRITE ERR-LOG-REC.

       8200-REJECT-TRANS.
           ADD 1 TO WS-VOIDS-REJECTED
           PERFORM 8050-LOOKUP-ERR-MSG
           MOVE VD-CHECK-NO TO CK-CHECK-NO
           PERFORM 8000-LOG-ERROR
           MOVE SPACES TO RPT-LINE
           STRING VD-CHECK-NO DELIMITED SIZE
                  '  VOID REJECTED ' DELIMITED SIZE
                  WS-ERR-CODE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-ERR-MSG DELIMITED SIZE
                  '  BY ' DELIMITED SIZE
                  VD-OPERATOR-ID DELIMITED SIZE
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
           PERFORM 9400-WRITE-GL-FEED
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-CLEARED-AMT TO WS-AMOUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'PAID RECORDS READ:    ' DELIMITED SIZE
                  WS-PAID-READ DELIMITED SIZE
                  '  CLEARED: ' DELIMITED SIZE
                  WS-CLEARED-COUNT DELIMITED SIZE
                  '  TOTAL: ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
                  '  ALREADY CLEARED: ' DELIMITED SIZE
                  WS-ALREADY-CLEARED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           STRING 'PAID EXCEPTIONS:      ' DELIMITED SIZE
                  WS-EXCEPTIONS DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-VOID-AMT TO WS-AMOUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'VOIDS READ:           ' DELIMITED SIZE
                  WS-VOIDS-READ DELIMITED SIZE
                  '  APPLIED: ' DELIMITED SIZE
                  WS-VOIDS-APPLIED DELIMITED SIZE
                  '  TOTAL: ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
                  '  REJECTED: ' DELIMITED SIZE
                  WS-VOIDS-REJECTED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-GL-VOID-TOTAL TO WS-AMOUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'REFUND CREDITS RESTORED: ' DELIMITED SIZE
                  WS-CREDITS-RESTORED DELIMITED SIZE
                  '  TOTAL: ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
                  '  (DR 1000 / CR 2300)' DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-OUTSTANDING-AMT TO WS-AMOUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'CHECKS OUTSTANDING:   ' DELIMITED SIZE
                  WS-OUTSTANDING-COUNT DELIMITED SIZE
                  '  TOTAL: ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-STALE-AMT TO WS-AMOUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'OF WHICH STALE-DATED: ' DELIMITED SIZE
                  WS-STALE-COUNT DELIMITED SIZE
                  '  TOTAL: ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           CLOSE PAID-CHECK-FILE
                 VOID-TRANS-FILE
                 CHECK-REGISTER
                 OPERATOR-FILE
                 PAYMENT-HISTORY
                 GL-FEED-FILE
                 ERROR-LOG
                 RECON-REPORT
           DISPLAY 'PAID RECORDS READ:   ' WS-PAID-READ
           DISPLAY 'CHECKS CLEARED:      ' WS-CLEARED-COUNT
           DISPLAY 'PAID EXCEPTIONS:     ' WS-EXCEPTIONS
           DISPLAY 'VOIDS APPLIED:       ' WS-VOIDS-APPLIED
           DISPLAY 'VOIDS REJECTED:      ' WS-VOIDS-REJECTED
           DISPLAY 'CHECKS OUTSTANDING:  ' WS-OUTSTANDING-COUNT
           DISPLAY 'STALE-DATED:         ' WS-STALE-COUNT
           IF WS-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       9400-WRITE-GL-FEED.
      *    One journal entry set per run: the voided refund checks'
      *    cash is back in the bank and the customers' credit
      *    balances are back on the books - REFUND's entry, reversed.
           MOVE SPACES TO GL-REC
           MOVE '1000' TO GL-ACCOUNT-CODE
           MOVE 'DR' TO GL-DR-CR
           MOVE WS-GL-VOID-TOTAL TO GL-AMOUNT
           MOVE 'CASH - VOIDED REFUND CHECKS' TO GL-DESCRIPTION
           WRITE GL-REC

           MOVE SPACES TO GL-REC
           MOVE '2300' TO GL-ACCOUNT-CODE
           MOVE 'CR' TO GL-DR-CR
           MOVE WS-GL-VOID-TOTAL TO GL-AMOUNT
           MOVE 'CUSTOMER CREDIT BALANCES' TO GL-DESCRIPTION
           WRITE GL-REC.

       9999-ABEND.
           DISPLAY 'CHKRECON ABEND ' WS-ABEND-CODE ': '
               WS-ABEND-MSG
           DISPLAY 'FILE STATUS: ' WS-ABEND-FS
           MOVE WS-ABEND-CODE TO RETURN-CODE
           STOP RUN.
