      *===============================================================*
      * PROGRAM-ID: POSPAY
      * AUTHOR:     LEGACY-SYSTEM
      * DATE:       2026-10-15
      *---------------------------------------------------------------*
      * Positive Pay Issue File.
      * REFUND, SIMPBATCH and ACHRET print numbered checks and add
      * each one to the check register (CHKREG), but the bank only
      * ever saw the checks when they were presented - an altered
      * amount or a check we never wrote paid like any other. This
      * daily run sends the bank every check issued since the last
      * file ('I': number, amount, issue date, payee) and every
      * check voided since ('V'), so the bank pays only what is on
      * file, for the amount on file, and refuses a void.
      *
      * POSPAYF is a fixed-format file with one 'H' header, a 'D'
      * detail per check and a 'T' trailer carrying the issue and
      * void counts and totals, the same header/trailer discipline
      * the ACH extracts use. The register is stamped with the date
      * each issue and void went out only after the whole file is
      * written, so a run that dies part-way is simply run again
      * and sends the same checks. POSPRPT lists what was sent.
      * Runs each day after the check runs and CHKRECON's voids.
      *===============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSPAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHECK-REGISTER ASSIGN TO 'CHKREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CHECK-NO
               FILE STATUS IS WS-CKREG-FS.
           SELECT POSITIVE-PAY-FILE ASSIGN TO 'POSPAYF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PP-FS.
           SELECT POSPAY-REPORT ASSIGN TO 'POSPRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT OPTIONAL RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD CHECK-REGISTER.
       COPY CHECK-REGISTER-RECORD.

       FD POSITIVE-PAY-FILE.
       01  PP-REC.
           05  PP-REC-TYPE           PIC X.
           05  PP-BODY               PIC X(79).
       01  PP-HEADER-REC REDEFINES PP-REC.
           05  FILLER                PIC X.
           05  PP-HDR-COMPANY        PIC X(16).
           05  PP-HDR-DT             PIC 9(8).
           05  FILLER                PIC X(55).
       01  PP-DETAIL-REC REDEFINES PP-REC.
           05  FILLER                PIC X.
           05  PP-DTL-ACTION         PIC X.
           05  PP-DTL-CHECK-NO       PIC 9(8).
           05  PP-DTL-AMOUNT         PIC 9(9)V99.
           05  PP-DTL-ISSUE-DT       PIC 9(8).
           05  PP-DTL-PAYEE          PIC X(30).
           05  FILLER                PIC X(21).
       01  PP-TRAILER-REC REDEFINES PP-REC.
           05  FILLER                PIC X.
           05  PP-TRL-ISSUE-COUNT    PIC 9(6).
           05  PP-TRL-ISSUE-AMT      PIC 9(11)V99.
           05  PP-TRL-VOID-COUNT     PIC 9(6).
           05  PP-TRL-VOID-AMT       PIC 9(11)V99.
           05  FILLER                PIC X(41).

       FD POSPAY-REPORT.
       01  RPT-LINE                  PIC X(132).

       FD RUN-JOURNAL.
       COPY RUN-JOURNAL-RECORD.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-CKREG-FS           PIC XX.
           05  WS-PP-FS              PIC XX.
           05  WS-RPT-FS             PIC XX.
           05  WS-JRNL-FS            PIC XX.

       01  WS-FLAGS.
           05  WS-CKREG-EOF-FLAG     PIC X VALUE 'N'.
               88  CKREG-EOF         VALUE 'Y'.
           05  WS-CKREG-OPEN-FLAG    PIC X VALUE 'N'.
               88  CKREG-OPEN        VALUE 'Y'.

      *    What this check needs sent: 'I' its issue, 'V' its void,
      *    space nothing.
       01  WS-SEND-ACTION            PIC X.
           88  SEND-ISSUE            VALUE 'I'.
           88  SEND-VOID             VALUE 'V'.
           88  SEND-NOTHING          VALUE SPACE.

       01  WS-RUN-DT                 PIC 9(8).

       01  WS-COUNTERS.
           05  WS-CHECKS-READ        PIC 9(7) VALUE 0.
           05  WS-ISSUE-COUNT        PIC 9(6) VALUE 0.
           05  WS-ISSUE-AMT          PIC 9(11)V99 VALUE 0.
           05  WS-VOID-COUNT         PIC 9(6) VALUE 0.
           05  WS-VOID-AMT           PIC 9(11)V99 VALUE 0.
           05  WS-STAMPED            PIC 9(6) VALUE 0.

       01  WS-AMOUNT-ED              PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

      *    Operator abend fields.
       01  WS-ABEND-CODE             PIC 9(2).
       01  WS-ABEND-MSG              PIC X(50).
       01  WS-ABEND-FS               PIC XX.

      *===============================================================*
       PROCEDURE DIVISION.
      *===============================================================*

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1090-JOURNAL-START
           IF CKREG-OPEN
               PERFORM 2000-SEND-ONE-CHECK
                   UNTIL CKREG-EOF
           END-IF
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
           MOVE WS-CHECKS-READ TO RJ-RECORDS-IN
           COMPUTE RJ-RECORDS-OUT = WS-ISSUE-COUNT + WS-VOID-COUNT
           MOVE 0 TO RJ-RECORDS-ERROR
           PERFORM 9700-WRITE-RUN-JOURNAL.

       9700-WRITE-RUN-JOURNAL.
      *    Appended to the shop-wide run journal so DAYRPT can
      *    reconstruct what ran overnight without digging through
      *    console logs. Opened per write so the record is on disk
      *    even if the run dies later.
           OPEN EXTEND RUN-JOURNAL
           MOVE 'POSPAY  ' TO RJ-JOB-NAME
           ACCEPT RJ-RUN-DT FROM DATE YYYYMMDD
           ACCEPT RJ-RUN-TIME FROM TIME
           WRITE RUN-JRNL-REC
           CLOSE RUN-JOURNAL.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD
      *    No register yet means no check has ever been written; the
      *    bank still gets its daily file, empty.
           OPEN INPUT CHECK-REGISTER
           EVALUATE WS-CKREG-FS
               WHEN '00'
                   SET CKREG-OPEN TO TRUE
               WHEN '05'
                   CLOSE CHECK-REGISTER
               WHEN OTHER
                   MOVE 40 TO WS-ABEND-CODE
                   MOVE 'CHECK REGISTER CHKREG UNUSABLE'
                       TO WS-ABEND-MSG
                   MOVE WS-CKREG-FS TO WS-ABEND-FS
                   PERFORM 9999-ABEND
           END-EVALUATE
           OPEN OUTPUT POSITIVE-PAY-FILE
           IF WS-PP-FS NOT = '00'
               MOVE 41 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN POSITIVE PAY FILE POSPAYF'
                   TO WS-ABEND-MSG
               MOVE WS-PP-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT POSPAY-REPORT
           IF WS-RPT-FS NOT = '00'
               MOVE 42 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN POSITIVE PAY REPORT POSPRPT'
                   TO WS-ABEND-MSG
               MOVE WS-RPT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           MOVE SPACES TO PP-REC
           MOVE 'H' TO PP-REC-TYPE
           MOVE 'LEGACYLENS CHECK' TO PP-HDR-COMPANY
           MOVE WS-RUN-DT TO PP-HDR-DT
           PERFORM 7100-WRITE-POSPAY
           MOVE SPACES TO RPT-LINE
           STRING 'POSITIVE PAY ISSUE FILE  RUN DATE: '
                      DELIMITED SIZE
                  WS-RUN-DT DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           STRING 'ACTION  CHECK NO  ISSUED    SOURCE    '
                      DELIMITED SIZE
                  'PAYEE                                   '
                      DELIMITED SIZE
                  '            AMOUNT' DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT.

       2000-SEND-ONE-CHECK.
           READ CHECK-REGISTER NEXT RECORD
               AT END
                   SET CKREG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CHECKS-READ
                   PERFORM 2100-SELECT-ACTION
                   IF NOT SEND-NOTHING
                       PERFORM 2200-WRITE-DETAIL
                   END-IF
           END-READ
           IF WS-CKREG-FS NOT = '00' AND NOT CKREG-EOF
               MOVE 40 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON CHKREG'
                   TO WS-ABEND-MSG
               MOVE WS-CKREG-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       2100-SELECT-ACTION.
      *    A void not yet sent goes as a void - even for a check the
      *    bank never had as issued, so a stolen blank still bounces.
      *    Otherwise an issue not yet sent goes as an issue.
           EVALUATE TRUE
               WHEN CK-VOIDED AND CK-POSPAY-VOID-DT = 0
                   SET SEND-VOID TO TRUE
               WHEN CK-POSPAY-ISSUE-DT = 0
                   SET SEND-ISSUE TO TRUE
               WHEN OTHER
                   SET SEND-NOTHING TO TRUE
           END-EVALUATE.

       2200-WRITE-DETAIL.
           MOVE SPACES TO PP-REC
           MOVE 'D' TO PP-REC-TYPE
           MOVE WS-SEND-ACTION TO PP-DTL-ACTION
           MOVE CK-CHECK-NO TO PP-DTL-CHECK-NO
           MOVE CK-AMOUNT TO PP-DTL-AMOUNT
           MOVE CK-ISSUE-DT TO PP-DTL-ISSUE-DT
           MOVE CK-PAYEE-NAME TO PP-DTL-PAYEE
           PERFORM 7100-WRITE-POSPAY
           IF SEND-VOID
               ADD 1 TO WS-VOID-COUNT
               ADD CK-AMOUNT TO WS-VOID-AMT
           ELSE
               ADD 1 TO WS-ISSUE-COUNT
               ADD CK-AMOUNT TO WS-ISSUE-AMT
           END-IF
           MOVE CK-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING WS-SEND-ACTION DELIMITED SIZE
                  '       ' DELIMITED SIZE
                  CK-CHECK-NO DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  CK-ISSUE-DT DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  CK-SOURCE-JOB DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  CK-PAYEE-ID DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CK-PAYEE-NAME DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT.

       7000-WRITE-REPORT.
           WRITE RPT-LINE
           IF WS-RPT-FS NOT = '00'
               MOVE 42 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON POSITIVE PAY REPORT POSPRPT'
                   TO WS-ABEND-MSG
               MOVE WS-RPT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       7100-WRITE-POSPAY.
           WRITE PP-REC
           IF WS-PP-FS NOT = '00'
               MOVE 41 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON POSITIVE PAY FILE POSPAYF'
                   TO WS-ABEND-MSG
               MOVE WS-PP-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       9000-FINALIZE.
           MOVE SPACES TO PP-REC
           MOVE 'T' TO PP-REC-TYPE
           MOVE WS-ISSUE-COUNT TO PP-TRL-ISSUE-COUNT
           MOVE WS-ISSUE-AMT TO PP-TRL-ISSUE-AMT
           MOVE WS-VOID-COUNT TO PP-TRL-VOID-COUNT
           MOVE WS-VOID-AMT TO PP-TRL-VOID-AMT
           PERFORM 7100-WRITE-POSPAY
           CLOSE POSITIVE-PAY-FILE
           IF CKREG-OPEN
               CLOSE CHECK-REGISTER
               PERFORM 9100-STAMP-REGISTER
           END-IF
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-ISSUE-AMT TO WS-AMOUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'CHECKS ISSUED:  ' DELIMITED SIZE
                  WS-ISSUE-COUNT DELIMITED SIZE
                  '  TOTAL: ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-VOID-AMT TO WS-AMOUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'CHECKS VOIDED:  ' DELIMITED SIZE
                  WS-VOID-COUNT DELIMITED SIZE
                  '  TOTAL: ' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           MOVE 'TRANSMIT POSPAYF TO THE BANK BEFORE THE CUTOFF'
               TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           CLOSE POSPAY-REPORT
           DISPLAY 'REGISTER CHECKS READ: ' WS-CHECKS-READ
           DISPLAY 'ISSUES SENT:          ' WS-ISSUE-COUNT
           DISPLAY 'VOIDS SENT:           ' WS-VOID-COUNT
           DISPLAY 'REGISTER STAMPED:     ' WS-STAMPED.

       9100-STAMP-REGISTER.
      *    The file is complete, so each check just sent is marked
      *    sent - the same selection as the pass, applied in a second
      *    pass over the register.
           OPEN I-O CHECK-REGISTER
           IF WS-CKREG-FS NOT = '00'
               MOVE 43 TO WS-ABEND-CODE
               MOVE 'CHECK REGISTER CHKREG UNUSABLE FOR UPDATE'
                   TO WS-ABEND-MSG
               MOVE WS-CKREG-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           MOVE 'N' TO WS-CKREG-EOF-FLAG
           PERFORM 9150-STAMP-ONE-CHECK
               UNTIL CKREG-EOF
           CLOSE CHECK-REGISTER.

       9150-STAMP-ONE-CHECK.
           READ CHECK-REGISTER NEXT RECORD
               AT END
                   SET CKREG-EOF TO TRUE
               NOT AT END
                   PERFORM 2100-SELECT-ACTION
                   IF NOT SEND-NOTHING
                       IF CK-POSPAY-ISSUE-DT = 0
                           MOVE WS-RUN-DT TO CK-POSPAY-ISSUE-DT
                       END-IF
                       IF SEND-VOID
                           MOVE WS-RUN-DT TO CK-POSPAY-VOID-DT
                       END-IF
                       REWRITE CHECK-REG-REC
                       IF WS-CKREG-FS NOT = '00'
                           MOVE 43 TO WS-ABEND-CODE
                           MOVE 'REWRITE FAILED ON CHKREG'
                               TO WS-ABEND-MSG
                           MOVE WS-CKREG-FS TO WS-ABEND-FS
                           PERFORM 9999-ABEND
                       END-IF
                       ADD 1 TO WS-STAMPED
                   END-IF
           END-READ
           IF WS-CKREG-FS NOT = '00' AND NOT CKREG-EOF
               MOVE 43 TO WS-ABEND-CODE
               MOVE 'READ FAILED DURING CHKREG UPDATE'
                   TO WS-ABEND-MSG
               MOVE WS-CKREG-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       9999-ABEND.
           DISPLAY 'POSPAY ABEND ' WS-ABEND-CODE ': '
               WS-ABEND-MSG
           DISPLAY 'FILE STATUS: ' WS-ABEND-FS
           MOVE WS-ABEND-CODE TO RETURN-CODE
           STOP RUN.
