      *===============================================================*
      * PROGRAM-ID: OPERACC
      * AUTHOR:     LEGACY-SYSTEM
      * DATE:       2026-10-15
      *---------------------------------------------------------------*
      * Operator Access Review Report.
      * Lists every operator on the operator security file OPERFILE
      * - active or not, which maintenance functions the operator
      * may key (customer maintenance, table maintenance,
      * arrangements, write-offs, adjustments, security
      * administration), the dollar approval limit, and who last
      * changed the record and when - so the auditors' periodic
      * access review is one listing instead of a walk through
      * OPERFILE by hand.
      *
      * Two kinds of record are flagged for the reviewer: an
      * inactive operator who still holds functions (rights that
      * come back the day someone reactivates the id), and a
      * security administrator who also holds business functions
      * (the person granting rights should not also use them).
      * The listing ends with the operators on file, the active
      * operators, and how many active operators hold each
      * function. Any flagged record ends the run with return
      * code 4.
      *===============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERACC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO 'OPERFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OS-OPERATOR-ID
               FILE STATUS IS WS-OPER-FS.
           SELECT ACCESS-REPORT ASSIGN TO 'ACCSRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT OPTIONAL RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD OPERATOR-FILE.
       COPY OPERATOR-SECURITY-RECORD.

       FD ACCESS-REPORT.
       01  RPT-LINE                  PIC X(132).

       FD RUN-JOURNAL.
       COPY RUN-JOURNAL-RECORD.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-OPER-FS            PIC XX.
           05  WS-RPT-FS             PIC XX.
           05  WS-JRNL-FS            PIC XX.

       01  WS-FLAGS.
           05  WS-OPER-EOF-FLAG      PIC X VALUE 'N'.
               88  OPER-EOF          VALUE 'Y'.
           05  WS-BUSINESS-FLAG      PIC X.
               88  HOLDS-BUSINESS-FN VALUE 'Y'.
           05  WS-ANY-FN-FLAG        PIC X.
               88  HOLDS-ANY-FN      VALUE 'Y'.

       01  WS-RUN-DT                 PIC 9(8).

      *    The operator's function flags in OS-FUNCTIONS order, so
      *    the columns and the totals can be worked by subscript.
      *    Entry 6 is security administration; 1-5 are the business
      *    functions.
       01  WS-FN-FLAGS.
           05  WS-FN-FLAG            PIC X OCCURS 6 TIMES.
       01  WS-FN-SUB                 PIC 9.
       01  WS-FN-COL                 PIC 9(3).

       01  WS-FN-NAME-VALUES.
           05  FILLER PIC X(24) VALUE 'CUSTOMER MAINTENANCE'.
           05  FILLER PIC X(24) VALUE 'TABLE MAINTENANCE'.
           05  FILLER PIC X(24) VALUE 'ARRANGEMENTS'.
           05  FILLER PIC X(24) VALUE 'WRITE-OFFS'.
           05  FILLER PIC X(24) VALUE 'ADJUSTMENTS'.
           05  FILLER PIC X(24) VALUE 'SECURITY ADMINISTRATION'.
       01  WS-FN-NAME-TABLE REDEFINES WS-FN-NAME-VALUES.
           05  WS-FN-NAME            PIC X(24) OCCURS 6 TIMES.

       01  WS-TOTALS.
           05  WS-OPERS-READ         PIC 9(6) VALUE 0.
           05  WS-OPERS-ACTIVE       PIC 9(6) VALUE 0.
           05  WS-OPERS-FLAGGED      PIC 9(6) VALUE 0.
           05  WS-FN-ACTIVE-CNT      PIC 9(6) VALUE 0
                                     OCCURS 6 TIMES.

       01  WS-LIMIT-ED               PIC Z,ZZZ,ZZ9.99.
       01  WS-CNT-ED                 PIC ZZZ,ZZ9.

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
           PERFORM 2000-LIST-ONE-OPERATOR
               UNTIL OPER-EOF
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
           MOVE WS-OPERS-READ    TO RJ-RECORDS-IN
           MOVE WS-OPERS-READ    TO RJ-RECORDS-OUT
           MOVE WS-OPERS-FLAGGED TO RJ-RECORDS-ERROR
           PERFORM 9700-WRITE-RUN-JOURNAL.

       9700-WRITE-RUN-JOURNAL.
      *    Appended to the shop-wide run journal so DAYRPT can
      *    reconstruct what ran overnight without digging through
      *    console logs. Opened per write so the record is on disk
      *    even if the run dies later.
           OPEN EXTEND RUN-JOURNAL
           MOVE 'OPERACC ' TO RJ-JOB-NAME
           ACCEPT RJ-RUN-DT FROM DATE YYYYMMDD
           ACCEPT RJ-RUN-TIME FROM TIME
           WRITE RUN-JRNL-REC
           CLOSE RUN-JOURNAL.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-FS NOT = '00'
               MOVE 60 TO WS-ABEND-CODE
               MOVE 'OPERATOR SECURITY FILE OPERFILE MISSING'
                   TO WS-ABEND-MSG
               MOVE WS-OPER-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT ACCESS-REPORT
           IF WS-RPT-FS NOT = '00'
               MOVE 61 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN ACCESS REPORT ACCSRPT'
                   TO WS-ABEND-MSG
               MOVE WS-RPT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING 'OPERATOR ACCESS REVIEW  RUN DATE: ' DELIMITED SIZE
                  WS-RUN-DT DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           STRING 'OPERATOR NAME                     ACT '
                      DELIMITED SIZE
                  ' CUST  TBL  ARR WOFF  ADJ  SEC' DELIMITED SIZE
                  '  APPROVAL LIMIT  CHANGED  BY' DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT.

       2000-LIST-ONE-OPERATOR.
           READ OPERATOR-FILE NEXT RECORD
               AT END
                   SET OPER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-OPERS-READ
                   PERFORM 3000-LIST-OPERATOR
           END-READ
           IF WS-OPER-FS NOT = '00' AND NOT OPER-EOF
               MOVE 60 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON OPERFILE'
                   TO WS-ABEND-MSG
               MOVE WS-OPER-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       3000-LIST-OPERATOR.
           MOVE OS-FUNCTIONS TO WS-FN-FLAGS
           MOVE 'N' TO WS-BUSINESS-FLAG
                       WS-ANY-FN-FLAG
           IF OS-ACTIVE
               ADD 1 TO WS-OPERS-ACTIVE
           END-IF
           MOVE OS-APPROVAL-LIMIT TO WS-LIMIT-ED
           MOVE SPACES TO RPT-LINE
           STRING OS-OPERATOR-ID DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  OS-OPERATOR-NAME DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  OS-ACTIVE-FLAG DELIMITED SIZE
               INTO RPT-LINE
           MOVE 41 TO WS-FN-COL
           MOVE 1 TO WS-FN-SUB
           PERFORM 3100-LIST-ONE-FUNCTION
               UNTIL WS-FN-SUB > 6
           MOVE WS-LIMIT-ED TO RPT-LINE (73:12)
           MOVE OS-LAST-MAINT-DT TO RPT-LINE (87:8)
           MOVE OS-LAST-MAINT-BY TO RPT-LINE (96:8)
      *    A record can only carry one flag on the line; an inactive
      *    operator's rights are the more urgent of the two.
           EVALUATE TRUE
               WHEN NOT OS-ACTIVE AND HOLDS-ANY-FN
                   MOVE '** INACTIVE WITH RIGHTS' TO RPT-LINE (106:27)
                   ADD 1 TO WS-OPERS-FLAGGED
               WHEN OS-CAN-SECURITY AND HOLDS-BUSINESS-FN
                   MOVE '** SECURITY + BUSINESS' TO RPT-LINE (106:27)
                   ADD 1 TO WS-OPERS-FLAGGED
           END-EVALUATE
           PERFORM 7000-WRITE-REPORT.

       3100-LIST-ONE-FUNCTION.
           IF WS-FN-FLAG (WS-FN-SUB) = 'Y'
               MOVE 'Y' TO RPT-LINE (WS-FN-COL:1)
               SET HOLDS-ANY-FN TO TRUE
               IF WS-FN-SUB < 6
                   SET HOLDS-BUSINESS-FN TO TRUE
               END-IF
               IF OS-ACTIVE
                   ADD 1 TO WS-FN-ACTIVE-CNT (WS-FN-SUB)
               END-IF
           ELSE
               MOVE '.' TO RPT-LINE (WS-FN-COL:1)
           END-IF
           ADD 5 TO WS-FN-COL
           ADD 1 TO WS-FN-SUB.

       7000-WRITE-REPORT.
           WRITE RPT-LINE
           IF WS-RPT-FS NOT = '00'
               MOVE 61 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON ACCESS REPORT ACCSRPT'
                   TO WS-ABEND-MSG
               MOVE WS-RPT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       9000-FINALIZE.
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-OPERS-READ TO WS-CNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'OPERATORS ON FILE:        ' DELIMITED SIZE
                  WS-CNT-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-OPERS-ACTIVE TO WS-CNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'ACTIVE OPERATORS:         ' DELIMITED SIZE
                  WS-CNT-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE WS-OPERS-FLAGGED TO WS-CNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'RECORDS FLAGGED **:       ' DELIMITED SIZE
                  WS-CNT-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE 'ACTIVE OPERATORS BY FUNCTION:' TO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           MOVE 1 TO WS-FN-SUB
           PERFORM 9100-LIST-ONE-FUNCTION-TOTAL
               UNTIL WS-FN-SUB > 6
           CLOSE OPERATOR-FILE
                 ACCESS-REPORT
           DISPLAY 'OPERATORS READ:     ' WS-OPERS-READ
           DISPLAY 'OPERATORS ACTIVE:   ' WS-OPERS-ACTIVE
           DISPLAY 'RECORDS FLAGGED:    ' WS-OPERS-FLAGGED
           IF WS-OPERS-FLAGGED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       9100-LIST-ONE-FUNCTION-TOTAL.
           MOVE WS-FN-ACTIVE-CNT (WS-FN-SUB) TO WS-CNT-ED
           MOVE SPACES TO RPT-LINE
           STRING '  ' DELIMITED SIZE
                  WS-FN-NAME (WS-FN-SUB) DELIMITED SIZE
                  WS-CNT-ED DELIMITED SIZE
               INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT
           ADD 1 TO WS-FN-SUB.

       9999-ABEND.
           DISPLAY 'OPERACC ABEND ' WS-ABEND-CODE ': '
               WS-ABEND-MSG
           DISPLAY 'FILE STATUS: ' WS-ABEND-FS
           MOVE WS-ABEND-CODE TO RETURN-CODE
           STOP RUN.
