      *===============================================================*
      * PROGRAM-ID: YTDSUMM
      * AUTHOR:     LEGACY-SYSTEM
      * DATE:       2026-10-15
      *---------------------------------------------------------------*
      * Year-End Bonus Earnings Summary.
      * Lists every employee's year-to-date bonus record from
      * YTDEARN for one tax year - gross, withholding, net paid, and
      * how the net went out (ACH, check, ACH returned and reissued
      * as a check) - then the year's withholding liability by
      * taxing authority, so the bonus runs tie to the payroll tax
      * deposits and the year-end tax forms can be built from one
      * listing.
      *
      * Every record is proved as it is listed: gross must equal
      * the withholding plus the net, and the net must equal ACH
      * plus check. A record that does not prove is flagged, and
      * the run ends 'OUT OF BALANCE' with return code 4.
      *
      * The tax year comes from the optional parm YTDPARM; without
      * one the current year is listed.
      *===============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. YTDSUMM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'YTDPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
           SELECT YTD-EARNINGS-FILE ASSIGN TO 'YTDEARN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YE-KEY
               FILE STATUS IS WS-YTD-FS.
      *    Only read for the authority names on the liability lines.
           SELECT OPTIONAL WITHHOLD-RATE-FILE ASSIGN TO 'WHTAXTBL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WH-AUTH-CODE
               FILE STATUS IS WS-WHT-FS.
           SELECT SUMMARY-REPORT ASSIGN TO 'YTDRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT OPTIONAL RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD PARM-FILE.
       01  PARM-REC.
           05  PARM-TAX-YEAR         PIC 9(4).

       FD YTD-EARNINGS-FILE.
       COPY YTD-EARNINGS-RECORD.

       FD WITHHOLD-RATE-FILE.
       COPY WITHHOLDING-RATE-RECORD.

       FD SUMMARY-REPORT.
       01  RPT-LINE                  PIC X(132).

       FD RUN-JOURNAL.
       COPY RUN-JOURNAL-RECORD.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-PARM-FS            PIC XX.
           05  WS-YTD-FS             PIC XX.
           05  WS-WHT-FS             PIC XX.
           05  WS-RPT-FS             PIC XX.
           05  WS-JRNL-FS            PIC XX.

       01  WS-FLAGS.
           05  WS-YTD-EOF-FLAG       PIC X VALUE 'N'.
               88  YTD-EOF           VALUE 'Y'.
           05  WS-BALANCE-FLAG       PIC X VALUE 'Y'.
               88  SUMMARY-IN-BALANCE VALUE 'Y'.
           05  WS-WHT-OPEN-FLAG      PIC X VALUE 'N'.
               88  WHT-OPEN          VALUE 'Y'.

       01  WS-RUN-DT                 PIC 9(8).
       01  WS-TAX-YEAR               PIC 9(4).

      *    The year's liability by authority, gathered from every
      *    employee's withholding slots. Ten codes allows for an
      *    authority added or retired partway through the year.
       01  WS-AUTH-TABLE.
           05  WS-AUTH-COUNT         PIC 9(2) VALUE 0.
           05  WS-AUTH-ENTRY OCCURS 10 TIMES.
               10  WS-AUTH-CODE      PIC X(4).
               10  WS-AUTH-TOTAL     PIC 9(11)V99.
       01  WS-AUTH-SUB               PIC 9(2).
       01  WS-AUTH-FOUND-SUB         PIC 9(2).
       01  WS-YE-SUB                 PIC 9.

       01  WS-EMP-FIELDS.
           05  WS-EMP-WITHHELD       PIC 9(9)V99.
           05  WS-EMP-PROOF-FLAG     PIC X.
               88  EMP-PROVES        VALUE 'Y'.

       01  WS-TOTALS.
           05  WS-EMPS-READ          PIC 9(6) VALUE 0.
           05  WS-EMPS-LISTED        PIC 9(6) VALUE 0.
           05  WS-EMPS-OUT           PIC 9(6) VALUE 0.
           05  WS-TOT-GROSS          PIC 9(11)V99 VALUE 0.
           05  WS-TOT-WITHHELD       PIC 9(11)V99 VALUE 0.
           05  WS-TOT-NET            PIC 9(11)V99 VALUE 0.
           05  WS-TOT-ACH            PIC 9(11)V99 VALUE 0.
           05  WS-TOT-CHECK          PIC 9(11)V99 VALUE 0.
           05  WS-TOT-RETURNED       PIC 9(11)V99 VALUE 0.
           05  WS-TOT-AUTH           PIC 9(11)V99 VALUE 0.

       01  WS-AMT-ED1                PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-ED2                PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-ED3                PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-ED4                PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-ED5                PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-ED6                PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOT-ED                 PIC Z,ZZZ,ZZZ,ZZ9.99.

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
           PERFORM 2000-LIST-ONE-RECORD
               UNTIL YTD-EOF
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
           MOVE WS-EMPS-READ   TO RJ-RECORDS-IN
           MOVE WS-EMPS-LISTED TO RJ-RECORDS-OUT
           MOVE WS-EMPS-OUT    TO RJ-RECORDS-ERROR
           PERFORM 9700-WRITE-RUN-JOURNAL.

       9700-WRITE-RUN-JOURNAL.
      *    Appended to the shop-wide run journal so DAYRPT can
      *    reconstruct what ran overnight without digging through
      *    console logs. Opened per write so the record is on disk
      *    even if the run dies later.
           OPEN EXTEND RUN-JOURNAL
           MOVE 'YTDSUMM ' TO RJ-JOB-NAME
           ACCEPT RJ-RUN-DT FROM DATE YYYYMMDD
           ACCEPT RJ-RUN-TIME FROM TIME
           WRITE RUN-JRNL-REC
           CLOSE RUN-JOURNAL.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD
           DIVIDE WS-RUN-DT BY 10000 GIVING WS-TAX-YEAR
           OPEN INPUT PARM-FILE
           IF WS-PARM-FS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARM-FS = '00'
                   AND PARM-TAX-YEAR NUMERIC
                   AND PARM-TAX-YEAR NOT = 0
                   MOVE PARM-TAX-YEAR TO WS-TAX-YEAR
               END-IF
               CLOSE PARM-FILE
           END-IF
           DISPLAY 'YTDSUMM: TAX YEAR ' WS-TAX-YEAR
           OPEN INPUT YTD-EARNINGS-FILE
           IF WS-YTD-FS NOT = '00'
               MOVE 70 TO WS-ABEND-CODE
               MOVE 'YTD EARNINGS FILE YTDEARN MISSING OR UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-YTD-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT WITHHOLD-RATE-FILE
           IF WS-WHT-FS = '00'
               SET WHT-OPEN TO TRUE
           END-IF
           OPEN OUTPUT SUMMARY-REPORT
           IF WS-RPT-FS NOT = '00'
               MOVE 71 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN SUMMARY REPORT YTDRPT'
                   TO WS-ABEND-MSG
               MOVE WS-RPT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING 'YEAR-END BONUS EARNINGS SUMMARY  TAX YEAR: '
                      DELIMITED SIZE
                  WS-TAX-YEAR DELIMITED SIZE
                  '  RUN DATE: ' DELIMITED SIZE
                  WS-RUN-DT DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           STRING 'EMP ID NAME                          GROSS'
                      DELIMITED SIZE
                  '       WITHHELD            NET' DELIMITED SIZE
                  '            ACH          CHECK' DELIMITED SIZE
                  '  RET/REISSUED' DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT.

       2000-LIST-ONE-RECORD.
           READ YTD-EARNINGS-FILE NEXT RECORD
               AT END
                   SET YTD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-EMPS-READ
                   IF YE-TAX-YEAR = WS-TAX-YEAR
                       PERFORM 3000-LIST-EMPLOYEE
                   END-IF
           END-READ
           IF WS-YTD-FS NOT = '00' AND NOT YTD-EOF
               MOVE 70 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON YTDEARN'
                   TO WS-ABEND-MSG
               MOVE WS-YTD-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       3000-LIST-EMPLOYEE.
           ADD 1 TO WS-EMPS-LISTED
           MOVE 0 TO WS-EMP-WITHHELD
           MOVE 1 TO WS-YE-SUB
           PERFORM 3100-ADD-ONE-SLOT
               UNTIL WS-YE-SUB > 5
           MOVE 'Y' TO WS-EMP-PROOF-FLAG
           IF YE-GROSS-AMT NOT = WS-EMP-WITHHELD + YE-NET-AMT
               OR YE-NET-AMT NOT = YE-NET-ACH-AMT + YE-NET-CHECK-AMT
               MOVE 'N' TO WS-EMP-PROOF-FLAG
               MOVE 'N' TO WS-BALANCE-FLAG
               ADD 1 TO WS-EMPS-OUT
           END-IF
           ADD YE-GROSS-AMT     TO WS-TOT-GROSS
           ADD WS-EMP-WITHHELD  TO WS-TOT-WITHHELD
           ADD YE-NET-AMT       TO WS-TOT-NET
           ADD YE-NET-ACH-AMT   TO WS-TOT-ACH
           ADD YE-NET-CHECK-AMT TO WS-TOT-CHECK
           ADD YE-RETURNED-AMT  TO WS-TOT-RETURNED
           MOVE YE-GROSS-AMT     TO WS-AMT-ED1
           MOVE WS-EMP-WITHHELD  TO WS-AMT-ED2
           MOVE YE-NET-AMT       TO WS-AMT-ED3
           MOVE YE-NET-ACH-AMT   TO WS-AMT-ED4
           MOVE YE-NET-CHECK-AMT TO WS-AMT-ED5
           MOVE YE-RETURNED-AMT  TO WS-AMT-ED6
           MOVE SPACES TO RPT-LINE
           STRING YE-EMP-ID DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  YE-EMP-NAME DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-ED1 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-ED2 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-ED3 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-ED4 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-ED5 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-ED6 DELIMITED SIZE
               INTO RPT-LINE
           IF NOT EMP-PROVES
               MOVE '** NO PROOF' TO RPT-LINE (122:11)
           END-IF
           PERFORM 7000-WRITE-REPORT.

       3100-ADD-ONE-SLOT.
           IF YE-WH-AUTH-CODE (WS-YE-SUB) NOT = SPACES
               ADD YE-WH-AMT (WS-YE-SUB) TO WS-EMP-WITHHELD
               PERFORM 3200-ADD-TO-AUTHORITY
           END-IF
           ADD 1 TO WS-YE-SUB.

       3200-ADD-TO-AUTHORITY.
           MOVE 0 TO WS-AUTH-FOUND-SUB
           MOVE 1 TO WS-AUTH-SUB
           PERFORM 3250-CHECK-ONE-AUTHORITY
               UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
                  OR WS-AUTH-FOUND-SUB NOT = 0
           IF WS-AUTH-FOUND-SUB = 0
               IF WS-AUTH-COUNT >= 10
                   MOVE 72 TO WS-ABEND-CODE
                   MOVE 'YTDEARN CARRIES OVER 10 TAXING AUTHORITIES'
                       TO WS-ABEND-MSG
                   MOVE WS-YTD-FS TO WS-ABEND-FS
                   PERFORM 9999-ABEND
               END-IF
               ADD 1 TO WS-AUTH-COUNT
               MOVE WS-AUTH-COUNT TO WS-AUTH-FOUND-SUB
               MOVE YE-WH-AUTH-CODE (WS-YE-SUB)
                   TO WS-AUTH-CODE (WS-AUTH-FOUND-SUB)
               MOVE 0 TO WS-AUTH-TOTAL (WS-AUTH-FOUND-SUB)
           END-IF
           ADD YE-WH-AMT (WS-YE-SUB)
               TO WS-AUTH-TOTAL (WS-AUTH-FOUND-SUB).

       3250-CHECK-ONE-AUTHORITY.
           IF WS-AUTH-CODE (WS-AUTH-SUB) = YE-WH-AUTH-CODE (WS-YE-SUB)
               MOVE WS-AUTH-SUB TO WS-AUTH-FOUND-SUB
           END-IF
           ADD 1 TO WS-AUTH-SUB.

       7000-WRITE-REPORT.
           WRITE RPT-LINE
           IF WS-RPT-FS NOT = '00'
               MOVE 71 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON SUMMARY REPORT YTDRPT'
                   TO WS-ABEND-MSG
               MOVE WS-RPT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       9000-FINALIZE.
           MOVE WS-TOT-GROSS    TO WS-AMT-ED1
           MOVE WS-TOT-WITHHELD TO WS-AMT-ED2
           MOVE WS-TOT-NET      TO WS-AMT-ED3
           MOVE WS-TOT-ACH      TO WS-AMT-ED4
           MOVE WS-TOT-CHECK    TO WS-AMT-ED5
           MOVE WS-TOT-RETURNED TO WS-AMT-ED6
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           STRING 'TOTAL                       ' DELIMITED SIZE
                  WS-AMT-ED1 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-ED2 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-ED3 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-ED4 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-ED5 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-ED6 DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           STRING 'EMPLOYEES LISTED: ' DELIMITED SIZE
                  WS-EMPS-LISTED DELIMITED SIZE
                  '  NOT PROVING: ' DELIMITED SIZE
                  WS-EMPS-OUT DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE 'WITHHOLDING LIABILITY BY TAXING AUTHORITY:'
               TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE 0 TO WS-TOT-AUTH
           MOVE 1 TO WS-AUTH-SUB
           PERFORM 9100-LIST-ONE-AUTHORITY
               UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
      *    The authority lines must add back to the withholding
      *    column - the deposits are made from the lines.
           IF WS-TOT-AUTH NOT = WS-TOT-WITHHELD
               MOVE 'N' TO WS-BALANCE-FLAG
           END-IF
           MOVE WS-TOT-AUTH TO WS-TOT-ED
           MOVE SPACES TO RPT-LINE
           STRING '  TOTAL WITHHELD                ' DELIMITED SIZE
                  WS-TOT-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           IF SUMMARY-IN-BALANCE
               MOVE 'VERDICT: IN BALANCE' TO RPT-LINE
           ELSE
               MOVE 'VERDICT: OUT OF BALANCE - SEE ** NO PROOF LINES'
                   TO RPT-LINE
           END-IF
           PERFORM 7000-WRITE-REPORT
           CLOSE YTD-EARNINGS-FILE
                 SUMMARY-REPORT
           IF WHT-OPEN
               CLOSE WITHHOLD-RATE-FILE
           END-IF
           DISPLAY 'YTD RECORDS READ:   ' WS-EMPS-READ
           DISPLAY 'EMPLOYEES LISTED:   ' WS-EMPS-LISTED
           DISPLAY 'NOT PROVING:        ' WS-EMPS-OUT
           IF SUMMARY-IN-BALANCE
               DISPLAY 'YTDSUMM VERDICT: IN BALANCE'
           ELSE
               DISPLAY 'YTDSUMM VERDICT: OUT OF BALANCE'
               MOVE 4 TO RETURN-CODE
           END-IF.

       9100-LIST-ONE-AUTHORITY.
           MOVE SPACES TO WH-AUTH-NAME
           IF WHT-OPEN
               MOVE WS-AUTH-CODE (WS-AUTH-SUB) TO WH-AUTH-CODE
               READ WITHHOLD-RATE-FILE
                   INVALID KEY
                       MOVE 'NO LONGER ON WHTAXTBL' TO WH-AUTH-NAME
               END-READ
           END-IF
           ADD WS-AUTH-TOTAL (WS-AUTH-SUB) TO WS-TOT-AUTH
           MOVE WS-AUTH-TOTAL (WS-AUTH-SUB) TO WS-TOT-ED
           MOVE SPACES TO RPT-LINE
           STRING '  ' DELIMITED SIZE
                  WS-AUTH-CODE (WS-AUTH-SUB) DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WH-AUTH-NAME DELIMITED SIZE
                  '    ' DELIMITED SIZE
                  WS-TOT-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           ADD 1 TO WS-AUTH-SUB.

       9999-ABEND.
           DISPLAY 'YTDSUMM ABEND ' WS-ABEND-CODE ': '
               WS-ABEND-MSG
           DISPLAY 'FILE STATUS: ' WS-ABEND-FS
           MOVE WS-ABEND-CODE TO RETURN-CODE
           STOP RUN.
