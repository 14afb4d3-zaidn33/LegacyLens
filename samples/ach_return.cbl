      * to CHKLIST after the whole pass finishes cleanly - an abend
      * mid-run followed by a rerun must not cut duplicate checks
      * for the returns already processed (the EMPFILE updates
      * themselves are harmless to reapply). Each reissue is
      * numbered from the check register (CHKREG) - the next number
      * after the highest on file - and added to the register by
      * the same commit, from the checks staged on ACHCKWK.
      *
      * The bonus run adds every net payment to the employee's
      * year-to-date record (YTDEARN) as paid by ACH. A reissued
      * return was paid by check in the end, so once the check list
      * is committed the returned amount moves from the record's
      * ACH column to its check column; gross, withholding and net
      * do not change.
      *===============================================================*

       IDENTIFICATION DIVISION.
           SELECT CHECK-WORK ASSIGN TO 'ACHRWORK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CWRK-FS.
           SELECT OPTIONAL CHECK-REGISTER ASSIGN TO 'CHKREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CHECK-NO
               FILE STATUS IS WS-CKREG-FS.
           SELECT CHECK-REG-WORK ASSIGN TO 'ACHCKWK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKWRK-FS.
           SELECT RETURN-REPORT ASSIGN TO 'ACHRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT OPTIONAL YTD-EARNINGS-FILE ASSIGN TO 'YTDEARN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YE-KEY
               FILE STATUS IS WS-YTD-FS.
           SELECT OPTIONAL RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FS.
       FD CHECK-WORK.
       01  CHK-WORK-LINE             PIC X(132).

       FD CHECK-REGISTER.
       COPY CHECK-REGISTER-RECORD.

       FD CHECK-REG-WORK.
       01  CKR-WORK-REC              PIC X(148).

       FD RETURN-REPORT.
       01  RPT-LINE                  PIC X(132).

       FD YTD-EARNINGS-FILE.
       COPY YTD-EARNINGS-RECORD.

       FD RUN-JOURNAL.
       COPY RUN-JOURNAL-RECORD.

           05  WS-EMP-FS             PIC XX.
           05  WS-CHK-FS             PIC XX.
           05  WS-CWRK-FS            PIC XX.
           05  WS-CKREG-FS           PIC XX.
           05  WS-CKWRK-FS           PIC XX.
           05  WS-RPT-FS             PIC XX.
           05  WS-YTD-FS             PIC XX.
           05  WS-JRNL-FS            PIC XX.

       01  WS-FLAGS.
               88  EMP-CHANGED       VALUE 'Y'.
           05  WS-CWRK-EOF-FLAG      PIC X VALUE 'N'.
               88  CWRK-EOF          VALUE 'Y'.
           05  WS-YTD-FOUND-FLAG     PIC X.
               88  YTD-FOUND         VALUE 'Y'.
           05  WS-CKWRK-EOF-FLAG     PIC X VALUE 'N'.
               88  CKWRK-EOF         VALUE 'Y'.

      *    The bank's whole return file held in storage for the one
      *    pass over EMPFILE. Five hundred entries is far past any
       01  WS-RET-SUB                PIC 9(3).

       01  WS-RUN-DT                 PIC 9(8).
       01  WS-RUN-YEAR               PIC 9(4).
       01  WS-NEXT-CHECK-NO          PIC 9(8).
       01  WS-AMOUNT-ED              PIC $ZZZ,ZZZ,ZZ9.99.

       01  WS-COUNTERS.
           05  WS-NOCS-APPLIED       PIC 9(6) VALUE 0.
           05  WS-CHECKS-REISSUED    PIC 9(6) VALUE 0.
           05  WS-UNMATCHED          PIC 9(6) VALUE 0.
           05  WS-YTD-ADJUSTED       PIC 9(6) VALUE 0.
           05  WS-YTD-NOT-ADJUSTED   PIC 9(6) VALUE 0.

      *    Operator abend fields: a return file half-processed
      *    leaves employees looking paid who weren't - any doubt

       1000-INITIALIZE.
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD
           DIVIDE WS-RUN-DT BY 10000 GIVING WS-RUN-YEAR
           PERFORM 1100-LOAD-RETURN-FILE
           OPEN I-O EMP-FILE
           IF WS-EMP-FS NOT = '00'
               MOVE WS-CWRK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT CHECK-REG-WORK
           IF WS-CKWRK-FS NOT = '00'
               MOVE 66 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN CHECK WORK FILE ACHCKWK'
                   TO WS-ABEND-MSG
               MOVE WS-CKWRK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           PERFORM 1400-FIND-NEXT-CHECK-NO
           OPEN OUTPUT RETURN-REPORT
           IF WS-RPT-FS NOT = '00'
               MOVE 64 TO WS-ABEND-CODE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       1400-FIND-NEXT-CHECK-NO.
      *    Numbers run on from the highest check on the register -
      *    after the bonus run's own checks; an empty or missing
      *    register starts at 1. The register stays open, unchanged,
      *    until the commit.
           MOVE 1 TO WS-NEXT-CHECK-NO
           OPEN INPUT CHECK-REGISTER
           IF WS-CKREG-FS NOT = '00' AND WS-CKREG-FS NOT = '05'
               MOVE 65 TO WS-ABEND-CODE
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

       2000-SWEEP-EMPLOYEES.
           READ EMP-FILE
               AT END
      *    instead of doubling the checks already staged.
           MOVE WS-RET-AMOUNT (WS-RET-SUB) TO WS-AMOUNT-ED
           MOVE SPACES TO CHK-WORK-LINE
           STRING 'CHECK NO ' DELIMITED SIZE
                  WS-NEXT-CHECK-NO DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  EMP-ID DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  EMP-NAME DELIMITED SIZE
                  '  CHECK FOR ' DELIMITED SIZE
               MOVE WS-CWRK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           PERFORM 4150-STAGE-CHECK-REGISTER
           ADD 1 TO WS-CHECKS-REISSUED.

       4150-STAGE-CHECK-REGISTER.
      *    Outstanding until the bank pays it or it is voided.
           MOVE WS-NEXT-CHECK-NO TO CK-CHECK-NO
           MOVE 'ACHRET  ' TO CK-SOURCE-JOB
           MOVE 'E' TO CK-PAYEE-TYPE
           MOVE EMP-ID TO CK-PAYEE-ID
           MOVE EMP-NAME TO CK-PAYEE-NAME
           MOVE WS-RET-AMOUNT (WS-RET-SUB) TO CK-AMOUNT
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
               MOVE 66 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON CHECK WORK FILE ACHCKWK'
                   TO WS-ABEND-MSG
               MOVE WS-CKWRK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-NEXT-CHECK-NO.

       5000-APPLY-NOC.
      *    Notification of change: the money arrived but the bank
      *    corrected the details - the master takes the corrected
           PERFORM 9100-REPORT-UNMATCHED
           CLOSE EMP-FILE
                 CHECK-WORK
                 CHECK-REG-WORK
           PERFORM 9200-COMMIT-CHECK-LIST
           PERFORM 9800-COMMIT-CHECK-REGISTER
           PERFORM 9300-ADJUST-YTD-EARNINGS
           CLOSE RETURN-REPORT
           DISPLAY 'RETURN RECORDS READ: ' WS-RETURNS-READ
           DISPLAY 'EMPLOYEES READ:      ' WS-EMPS-READ
           DISPLAY 'RETURNS APPLIED:     ' WS-RETURNS-APPLIED
           DISPLAY 'NOCS APPLIED:        ' WS-NOCS-APPLIED
           DISPLAY 'CHECKS REISSUED:     ' WS-CHECKS-REISSUED
           DISPLAY 'UNMATCHED RECORDS:   ' WS-UNMATCHED
           DISPLAY 'YTD RECORDS ADJUSTED:' WS-YTD-ADJUSTED
           DISPLAY 'YTD NOT ADJUSTED:    ' WS-YTD-NOT-ADJUSTED.

       9200-COMMIT-CHECK-LIST.
      *    The pass finished cleanly, so the staged reissues append
               PERFORM 9999-ABEND
           END-IF.

       9800-COMMIT-CHECK-REGISTER.
      *    The reissues staged on ACHCKWK are added to the register
      *    right behind the check list commit. A number already on
      *    file means another check run took it since this run
      *    started - a stop, not something to renumber around.
           CLOSE CHECK-REGISTER
           OPEN INPUT CHECK-REG-WORK
           IF WS-CKWRK-FS NOT = '00'
               MOVE 66 TO WS-ABEND-CODE
               MOVE 'WORK FILE ACHCKWK UNREADABLE FOR COMMIT'
                   TO WS-ABEND-MSG
               MOVE WS-CKWRK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN I-O CHECK-REGISTER
           IF WS-CKREG-FS NOT = '00' AND WS-CKREG-FS NOT = '05'
               MOVE 65 TO WS-ABEND-CODE
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
                       MOVE 65 TO WS-ABEND-CODE
                       MOVE 'CHECK NUMBER ALREADY ON REGISTER CHKREG'
                           TO WS-ABEND-MSG
                       MOVE WS-CKREG-FS TO WS-ABEND-FS
                       PERFORM 9999-ABEND
                   END-IF
           END-READ
           IF WS-CKWRK-FS NOT = '00' AND NOT CKWRK-EOF
               MOVE 66 TO WS-ABEND-CODE
               MOVE 'READ FAILED DURING CHECK REGISTER COMMIT'
                   TO WS-ABEND-MSG
               MOVE WS-CKWRK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       9300-ADJUST-YTD-EARNINGS.
      *    Run after the check list commit, from the return table
      *    still in storage: only returns that were matched to an
      *    employee were reissued, so only those move. An abend
      *    before this point leaves YTDEARN untouched for the
      *    rerun.
           OPEN I-O YTD-EARNINGS-FILE
           IF WS-YTD-FS NOT = '00' AND WS-YTD-FS NOT = '05'
               MOVE 69 TO WS-ABEND-CODE
               MOVE 'YTD EARNINGS FILE YTDEARN UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-YTD-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           MOVE 1 TO WS-RET-SUB
           PERFORM 9350-ADJUST-ONE-RETURN
               UNTIL WS-RET-SUB > WS-RET-COUNT
           CLOSE YTD-EARNINGS-FILE.

       9350-ADJUST-ONE-RETURN.
           IF WS-RET-TYPE (WS-RET-SUB) = 'R'
               AND WS-RET-MATCHED (WS-RET-SUB) = 'Y'
               PERFORM 9360-READ-YTD-RECORD
               MOVE WS-RET-AMOUNT (WS-RET-SUB) TO WS-AMOUNT-ED
               MOVE SPACES TO RPT-LINE
               EVALUATE TRUE
                   WHEN NOT YTD-FOUND
                       ADD 1 TO WS-YTD-NOT-ADJUSTED
                       STRING WS-RET-EMP-ID (WS-RET-SUB)
                                  DELIMITED SIZE
                              '  *** NO YTD EARNINGS RECORD ***  '
                                  DELIMITED SIZE
                              WS-AMOUNT-ED DELIMITED SIZE
                              '  ADJUST BY HAND' DELIMITED SIZE
                           INTO RPT-LINE
      *            More returned than the year shows paid by ACH
      *            means the record and the bank disagree - moving
      *            it anyway would leave a negative column.
                   WHEN WS-RET-AMOUNT (WS-RET-SUB) > YE-NET-ACH-AMT
                       ADD 1 TO WS-YTD-NOT-ADJUSTED
                       STRING WS-RET-EMP-ID (WS-RET-SUB)
                                  DELIMITED SIZE
                              '  *** RETURN EXCEEDS YTD ACH PAID ***  '
                                  DELIMITED SIZE
                              WS-AMOUNT-ED DELIMITED SIZE
                              '  ADJUST BY HAND' DELIMITED SIZE
                           INTO RPT-LINE
                   WHEN OTHER
                       SUBTRACT WS-RET-AMOUNT (WS-RET-SUB)
                           FROM YE-NET-ACH-AMT
                       ADD WS-RET-AMOUNT (WS-RET-SUB)
                           TO YE-NET-CHECK-AMT
                              YE-RETURNED-AMT
                       REWRITE YTD-EARNINGS-REC
                       IF WS-YTD-FS NOT = '00'
                           MOVE 69 TO WS-ABEND-CODE
                           MOVE 'REWRITE FAILED ON YTDEARN'
                               TO WS-ABEND-MSG
                           MOVE WS-YTD-FS TO WS-ABEND-FS
                           PERFORM 9999-ABEND
                       END-IF
                       ADD 1 TO WS-YTD-ADJUSTED
                       STRING WS-RET-EMP-ID (WS-RET-SUB)
                                  DELIMITED SIZE
                              '  YTD ' DELIMITED SIZE
                              YE-TAX-YEAR DELIMITED SIZE
                              '  ' DELIMITED SIZE
                              WS-AMOUNT-ED DELIMITED SIZE
                              '  MOVED FROM ACH TO CHECK PAID'
                                  DELIMITED SIZE
                           INTO RPT-LINE
               END-EVALUATE
               WRITE RPT-LINE
           END-IF
           ADD 1 TO WS-RET-SUB.

       9360-READ-YTD-RECORD.
      *    This year's record; a return of a bonus paid late in
      *    December can arrive in the new year, so last year's
      *    record is tried next.
           MOVE 'Y' TO WS-YTD-FOUND-FLAG
           MOVE WS-RET-EMP-ID (WS-RET-SUB) TO YE-EMP-ID
           MOVE WS-RUN-YEAR TO YE-TAX-YEAR
           READ YTD-EARNINGS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-YTD-FOUND-FLAG
           END-READ
           IF NOT YTD-FOUND
               MOVE 'Y' TO WS-YTD-FOUND-FLAG
               MOVE WS-RET-EMP-ID (WS-RET-SUB) TO YE-EMP-ID
               COMPUTE YE-TAX-YEAR = WS-RUN-YEAR - 1
               READ YTD-EARNINGS-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-YTD-FOUND-FLAG
               END-READ
           END-IF.

       9100-REPORT-UNMATCHED.
      *    A return for an employee no longer on EMPFILE is money
      *    the bank handed back with nowhere to go - payroll has to
