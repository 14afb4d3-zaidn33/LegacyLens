      *===============================================================*
      * PROGRAM-ID: DOCDLVR
      * AUTHOR:     LEGACY-SYSTEM
      * DATE:       2026-10-15
      *---------------------------------------------------------------*
      * Document Delivery Run.
      * BILL-CALC's invoices (INVOICE, with BILLREL's released
      * invoices appended), STMTPRNT's statements (STMTFILE),
      * DUNNING's notices (DUNNOTC) and ACCTCLS's final bills
      * (FINLBILL) used to go to the printer as they came, in
      * customer-id order. This run collects the night's
      * documents from all four print files and sends each one
      * down exactly one of two paths:
      *   - the print vendor file (PRTVEND): a document header
      *     with the customer's structured mailing address, then
      *     the print lines numbered by page, presorted by ZIP for
      *     the postage discount. A customer with no structured
      *     address yet (or a document for a customer no longer on
      *     the master) mails after the presorted pieces, to the
      *     free-form address;
      *   - the e-delivery extract (EBILLEXT) for customers who
      *     chose e-bills (CR-CUST-DELIVERY-PREF 'E'), with the
      *     e-mail address in place of the mailing address. An
      *     e-bill customer with no e-mail address on file gets
      *     paper.
      * Both files carry a header and a trailer with the document
      * counts by type and the page count. The control report
      * (DLVRPT) proves that every document read from the print
      * files was written to one file or the other; return code
      * 4 means it was not, and neither file should be released.
      *
      * A document is recognized by the first line its program
      * prints - 'INVOICE FOR:', 'STATEMENT OF ACCOUNT', the
      * '*** date ***' line that opens a dunning notice, and the
      * '*** FINAL BILL' banner - and the customer it belongs to
      * by the id those programs print at the top. The documents
      * are ordered through a keyed work file (DLVWORK) on route,
      * ZIP and customer, so one customer's invoice, statement,
      * notice and final bill travel together. Run after DUNNING
      * and ACCTCLS and before the print files are released to
      * the vendor.
      *===============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCDLVR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Optional run parm: print lines per page (default 60),
      *    for the vendor's page counts.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'DLVPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
      *    Each print file is optional - most nights there are no
      *    statements, and not every night dunns.
           SELECT OPTIONAL INVOICE-FILE ASSIGN TO 'INVOICE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INV-FS.
           SELECT OPTIONAL STATEMENT-FILE ASSIGN TO 'STMTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STMT-FS.
           SELECT OPTIONAL NOTICE-FILE ASSIGN TO 'DUNNOTC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FS.
           SELECT OPTIONAL FINAL-BILL-FILE ASSIGN TO 'FINLBILL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FINAL-FS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-CUST-ID
               FILE STATUS IS WS-CUST-FS.
           SELECT DELIVERY-WORK ASSIGN TO 'DLVWORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DW-KEY
               FILE STATUS IS WS-WORK-FS.
           SELECT PRINT-VENDOR-FILE ASSIGN TO 'PRTVEND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VEND-FS.
           SELECT EDELIVERY-FILE ASSIGN TO 'EBILLEXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDLV-FS.
           SELECT DELIVERY-REPORT ASSIGN TO 'DLVRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT ERROR-LOG ASSIGN TO 'ERRLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERR-FS.
           SELECT OPTIONAL RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD PARM-FILE.
       01  PARM-REC.
           05  PARM-PAGE-LINES       PIC 9(3).

       FD INVOICE-FILE.
       01  INV-LINE                  PIC X(132).

       FD STATEMENT-FILE.
       01  STMT-LINE                 PIC X(132).

       FD NOTICE-FILE.
       01  NOTICE-LINE               PIC X(132).

       FD FINAL-BILL-FILE.
       01  FINAL-BILL-LINE           PIC X(132).

       FD CUSTOMER-FILE.
       COPY CUSTOMER-RECORD.

       FD DELIVERY-WORK.
      *    One record per print line (line number 1 up) plus one
      *    document record (line number zero) that sorts ahead of
      *    its lines, carrying where the document goes. Keyed on
      *    route ('E' e-delivery, 'P' paper), then the ZIP the
      *    paper presorts on (high-values for unsorted mail,
      *    spaces for e-delivery), then the customer.
       01  DLV-WORK-REC.
           05  DW-KEY.
               10  DW-ROUTE          PIC X.
                   88  DW-EDELIVERY  VALUE 'E'.
                   88  DW-PAPER      VALUE 'P'.
               10  DW-SORT-ZIP       PIC X(9).
               10  DW-CUST-ID        PIC X(10).
               10  DW-DOC-TYPE       PIC X.
               10  DW-DOC-SEQ        PIC 9(6).
               10  DW-LINE-NO        PIC 9(5).
           05  DW-DATA               PIC X(200).
           05  DW-DOC-DATA REDEFINES DW-DATA.
               10  DW-NAME           PIC X(30).
               10  DW-STREET         PIC X(30).
               10  DW-STREET2        PIC X(30).
               10  DW-CITY           PIC X(20).
               10  DW-STATE          PIC X(2).
               10  DW-ZIP            PIC X(5).
               10  DW-ZIP4           PIC X(4).
               10  DW-EMAIL          PIC X(50).
               10  DW-LINE-CNT       PIC 9(5).
               10  DW-PAGE-CNT       PIC 9(3).
               10  DW-PRESORT-FLAG   PIC X.
               10  FILLER            PIC X(20).
           05  DW-LINE-DATA REDEFINES DW-DATA.
               10  DW-PRINT-LINE     PIC X(132).
               10  FILLER            PIC X(68).

       FD PRINT-VENDOR-FILE.
      *    Fixed-format vendor file: one 'H' file header, then per
      *    document a 'D' record (document type I invoice, S
      *    statement, N dunning notice, F final bill; the mailing
      *    address; the presort flag; page and line counts)
      *    followed by its 'L' print lines, and one 'T' trailer
      *    with the document counts by type, the page count, and
      *    the record count including header and trailer. The
      *    final-bill count follows the record count, so the
      *    earlier trailer fields keep their positions.
       01  VEND-REC.
           05  VR-REC-TYPE           PIC X.
           05  VR-BODY               PIC X(219).
       01  VEND-HEADER-REC REDEFINES VEND-REC.
           05  FILLER                PIC X.
           05  VH-COMPANY            PIC X(16).
           05  VH-RUN-DT             PIC 9(8).
           05  VH-FILE-ID            PIC X(8).
           05  FILLER                PIC X(187).
       01  VEND-DOC-REC REDEFINES VEND-REC.
           05  FILLER                PIC X.
           05  VD-DOC-TYPE           PIC X.
           05  VD-CUST-ID            PIC X(10).
           05  VD-NAME               PIC X(30).
           05  VD-STREET             PIC X(30).
           05  VD-STREET2            PIC X(30).
           05  VD-CITY               PIC X(20).
           05  VD-STATE              PIC X(2).
           05  VD-ZIP                PIC X(5).
           05  VD-ZIP4               PIC X(4).
           05  VD-PRESORT-FLAG       PIC X.
           05  VD-PAGE-CNT           PIC 9(3).
           05  VD-LINE-CNT           PIC 9(5).
           05  FILLER                PIC X(78).
       01  VEND-LINE-REC REDEFINES VEND-REC.
           05  FILLER                PIC X.
           05  VL-PAGE-NO            PIC 9(3).
           05  VL-LINE-NO            PIC 9(5).
           05  VL-PRINT-LINE         PIC X(132).
           05  FILLER                PIC X(79).
       01  VEND-TRAILER-REC REDEFINES VEND-REC.
           05  FILLER                PIC X.
           05  VT-INVOICE-CNT        PIC 9(7).
           05  VT-STATEMENT-CNT      PIC 9(7).
           05  VT-NOTICE-CNT         PIC 9(7).
           05  VT-DOC-CNT            PIC 9(7).
           05  VT-PAGE-CNT           PIC 9(9).
           05  VT-RECORD-CNT         PIC 9(9).
           05  VT-FINAL-BILL-CNT     PIC 9(7).
           05  FILLER                PIC X(166).

       FD EDELIVERY-FILE.
      *    Same shape as the vendor file, with the e-mail address
      *    on the 'D' record in place of the mailing address.
       01  EDLV-REC.
           05  ER-REC-TYPE           PIC X.
           05  ER-BODY               PIC X(219).
       01  EDLV-HEADER-REC REDEFINES EDLV-REC.
           05  FILLER                PIC X.
           05  EH-COMPANY            PIC X(16).
           05  EH-RUN-DT             PIC 9(8).
           05  EH-FILE-ID            PIC X(8).
           05  FILLER                PIC X(187).
       01  EDLV-DOC-REC REDEFINES EDLV-REC.
           05  FILLER                PIC X.
           05  ED-DOC-TYPE           PIC X.
           05  ED-CUST-ID            PIC X(10).
           05  ED-NAME               PIC X(30).
           05  ED-EMAIL              PIC X(50).
           05  ED-PAGE-CNT           PIC 9(3).
           05  ED-LINE-CNT           PIC 9(5).
           05  FILLER                PIC X(120).
       01  EDLV-LINE-REC REDEFINES EDLV-REC.
           05  FILLER                PIC X.
           05  EL-PAGE-NO            PIC 9(3).
           05  EL-LINE-NO            PIC 9(5).
           05  EL-PRINT-LINE         PIC X(132).
           05  FILLER                PIC X(79).
       01  EDLV-TRAILER-REC REDEFINES EDLV-REC.
           05  FILLER                PIC X.
           05  ET-INVOICE-CNT        PIC 9(7).
           05  ET-STATEMENT-CNT      PIC 9(7).
           05  ET-NOTICE-CNT         PIC 9(7).
           05  ET-DOC-CNT            PIC 9(7).
           05  ET-PAGE-CNT           PIC 9(9).
           05  ET-RECORD-CNT         PIC 9(9).
           05  ET-FINAL-BILL-CNT     PIC 9(7).
           05  FILLER                PIC X(166).

       FD DELIVERY-REPORT.
       01  RPT-LINE                  PIC X(132).

       FD ERROR-LOG.
       01  ERR-LOG-REC               PIC X(200).

       FD RUN-JOURNAL.
       COPY RUN-JOURNAL-RECORD.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-PARM-FS            PIC XX.
           05  WS-INV-FS             PIC XX.
           05  WS-STMT-FS            PIC XX.
           05  WS-NOTICE-FS          PIC XX.
           05  WS-FINAL-FS           PIC XX.
           05  WS-CUST-FS            PIC XX.
           05  WS-WORK-FS            PIC XX.
           05  WS-VEND-FS            PIC XX.
           05  WS-EDLV-FS            PIC XX.
           05  WS-RPT-FS             PIC XX.
           05  WS-ERR-FS             PIC XX.
           05  WS-JRNL-FS            PIC XX.

       01  WS-FLAGS.
           05  WS-PRINT-EOF-FLAG     PIC X VALUE 'N'.
               88  PRINT-EOF         VALUE 'Y'.
           05  WS-WORK-EOF-FLAG      PIC X VALUE 'N'.
               88  WORK-EOF          VALUE 'Y'.
           05  WS-DOC-OPEN-FLAG      PIC X VALUE 'N'.
               88  DOC-OPEN          VALUE 'Y'.
           05  WS-DOC-ROUTED-FLAG    PIC X VALUE 'N'.
               88  DOC-ROUTED        VALUE 'Y'.
           05  WS-DOC-START-FLAG     PIC X VALUE 'N'.
               88  DOC-START-LINE    VALUE 'Y'.
           05  WS-BALANCE-FLAG       PIC X VALUE 'Y'.
               88  DELIVERY-IN-BALANCE VALUE 'Y'.

       01  WS-PAGE-LINES             PIC 9(3) VALUE 60.

      *    The print file being worked: its document type ('I'
      *    invoice, 'S' statement, 'N' dunning notice, 'F' final
      *    bill), the subscript of its totals below, and the line
      *    just read.
       01  WS-CUR-TYPE               PIC X.
       01  WS-CUR-SUB                PIC 9.
       01  WS-CUR-LINE               PIC X(132).

      *    The document being collected. Its first lines are held
      *    here until the line naming the customer has been read,
      *    since the customer decides where the document goes.
       01  WS-DOC-FIELDS.
           05  WS-DOC-SEQ            PIC 9(6) VALUE 0.
           05  WS-DOC-CUST-ID        PIC X(10).
           05  WS-DOC-NAME           PIC X(30).
           05  WS-DOC-LINE-CNT       PIC 9(5).
           05  WS-DOC-PAGE-CNT       PIC 9(3).
           05  WS-HELD-CNT           PIC 9 VALUE 0.
           05  WS-HELD-LINE OCCURS 5 TIMES
                                     PIC X(132).
       01  WS-HELD-SUB               PIC 9.

      *    Where the document goes, settled once per document.
       01  WS-ROUTE-FIELDS.
           05  WS-RT-ROUTE           PIC X.
           05  WS-RT-SORT-ZIP        PIC X(9).
           05  WS-RT-NAME            PIC X(30).
           05  WS-RT-STREET          PIC X(30).
           05  WS-RT-STREET2         PIC X(30).
           05  WS-RT-CITY            PIC X(20).
           05  WS-RT-STATE           PIC X(2).
           05  WS-RT-ZIP             PIC X(5).
           05  WS-RT-ZIP4            PIC X(4).
           05  WS-RT-EMAIL           PIC X(50).
           05  WS-RT-PRESORT-FLAG    PIC X.

      *    Per document type (1 invoices, 2 statements, 3 dunning
      *    notices, 4 final bills): what pass one read and routed,
      *    and what pass two actually wrote to each file - the
      *    control report proves the two agree.
       01  WS-TYPE-TOTALS.
           05  WS-TYPE-ENTRY OCCURS 4 TIMES.
               10  WS-TT-READ        PIC 9(7).
               10  WS-TT-ROUTED-P    PIC 9(7).
               10  WS-TT-ROUTED-E    PIC 9(7).
               10  WS-TT-WRITTEN-P   PIC 9(7).
               10  WS-TT-WRITTEN-E   PIC 9(7).
               10  WS-TT-PAGES-P     PIC 9(9).
               10  WS-TT-PAGES-E     PIC 9(9).
               10  WS-TT-UNSORTED    PIC 9(7).
               10  WS-TT-NO-MASTER   PIC 9(7).
               10  WS-TT-NO-EMAIL    PIC 9(7).
       01  WS-TYPE-SUB               PIC 9.
       01  WS-TYPE-NAMES.
           05  FILLER                PIC X(16) VALUE 'INVOICES'.
           05  FILLER                PIC X(16) VALUE 'STATEMENTS'.
           05  FILLER                PIC X(16) VALUE 'DUNNING NOTICES'.
           05  FILLER                PIC X(16) VALUE 'FINAL BILLS'.
       01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
           05  WS-TYPE-NAME OCCURS 4 TIMES
                                     PIC X(16).

       01  WS-FILE-TOTALS.
           05  WS-VEND-DOCS          PIC 9(7) VALUE 0.
           05  WS-VEND-PAGES         PIC 9(9) VALUE 0.
           05  WS-VEND-RECORDS       PIC 9(9) VALUE 0.
           05  WS-EDLV-DOCS          PIC 9(7) VALUE 0.
           05  WS-EDLV-PAGES         PIC 9(9) VALUE 0.
           05  WS-EDLV-RECORDS       PIC 9(9) VALUE 0.
           05  WS-LINES-READ         PIC 9(9) VALUE 0.
           05  WS-STRAY-LINES        PIC 9(7) VALUE 0.
           05  WS-WARNINGS           PIC 9(6) VALUE 0.

      *    Page number of the line being written in pass two.
       01  WS-PAGE-NO                PIC 9(3).

       01  WS-ALL-TOTALS.
           05  WS-ALL-READ           PIC 9(7).
           05  WS-ALL-WRITTEN-P      PIC 9(7).
           05  WS-ALL-WRITTEN-E      PIC 9(7).
           05  WS-ALL-PAGES-P        PIC 9(9).

      *    The exception counts, all document types together.
       01  WS-EXCEPTION-TOTALS.
           05  WS-EXC-UNSORTED       PIC 9(7).
           05  WS-EXC-NO-MASTER      PIC 9(7).
           05  WS-EXC-NO-EMAIL       PIC 9(7).

       01  WS-RUN-DT                 PIC 9(8).
       01  WS-RUN-TIME               PIC 9(8).
       01  WS-CNT-ED                 PIC Z,ZZZ,ZZ9.
       01  WS-CNT-ED2                PIC Z,ZZZ,ZZ9.
       01  WS-CNT-ED3                PIC Z,ZZZ,ZZ9.
       01  WS-CNT-ED4                PIC ZZZ,ZZZ,ZZ9.

       01  WS-ERR-CODE               PIC 9(4).
       01  WS-ERR-MSG                PIC X(50).
       01  WS-ERR-SEVERITY           PIC X.
       01  WS-LOG-CUST-ID            PIC X(10).

      *    Operator abend fields: a print file that cannot be read
      *    to the end must stop the run - a partial night handed to
      *    the vendor is mail that silently never goes out.
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
           PERFORM 2000-COLLECT-INVOICES
           PERFORM 2010-COLLECT-STATEMENTS
           PERFORM 2020-COLLECT-NOTICES
           PERFORM 2030-COLLECT-FINAL-BILLS
           PERFORM 3000-WRITE-DELIVERY-FILES
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
           MOVE WS-ALL-READ TO RJ-RECORDS-IN
           COMPUTE RJ-RECORDS-OUT =
               WS-VEND-DOCS + WS-EDLV-DOCS
           MOVE WS-WARNINGS TO RJ-RECORDS-ERROR
           PERFORM 9700-WRITE-RUN-JOURNAL.

       9700-WRITE-RUN-JOURNAL.
      *    Appended to the shop-wide run journal so DAYRPT can
      *    reconstruct what ran overnight without digging through
      *    console logs. Opened per write so the record is on disk
      *    even if the run dies later.
           OPEN EXTEND RUN-JOURNAL
           MOVE 'DOCDLVR ' TO RJ-JOB-NAME
           ACCEPT RJ-RUN-DT FROM DATE YYYYMMDD
           ACCEPT RJ-RUN-TIME FROM TIME
           WRITE RUN-JRNL-REC
           CLOSE RUN-JOURNAL.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           INITIALIZE WS-TYPE-TOTALS
           PERFORM 1100-LOAD-PARM
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FS NOT = '00'
               MOVE 61 TO WS-ABEND-CODE
               MOVE 'CUSTOMER MASTER CUSTFILE MISSING OR UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-CUST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT DELIVERY-WORK
           IF WS-WORK-FS NOT = '00'
               MOVE 62 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN DELIVERY WORK FILE DLVWORK'
                   TO WS-ABEND-MSG
               MOVE WS-WORK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT PRINT-VENDOR-FILE
                       EDELIVERY-FILE
                       DELIVERY-REPORT
                       ERROR-LOG
           IF WS-VEND-FS NOT = '00' OR WS-EDLV-FS NOT = '00'
               OR WS-RPT-FS NOT = '00' OR WS-ERR-FS NOT = '00'
               MOVE 63 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN DELIVERY OUTPUT FILES'
                   TO WS-ABEND-MSG
      *        Report the status of the file that actually failed.
               EVALUATE TRUE
                   WHEN WS-VEND-FS NOT = '00'
                       MOVE WS-VEND-FS TO WS-ABEND-FS
                   WHEN WS-EDLV-FS NOT = '00'
                       MOVE WS-EDLV-FS TO WS-ABEND-FS
                   WHEN WS-RPT-FS NOT = '00'
                       MOVE WS-RPT-FS TO WS-ABEND-FS
                   WHEN OTHER
                       MOVE WS-ERR-FS TO WS-ABEND-FS
               END-EVALUATE
               PERFORM 9999-ABEND
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING 'DOCUMENT DELIVERY CONTROL REPORT  RUN DATE: '
                      DELIMITED SIZE
                  WS-RUN-DT DELIMITED SIZE
                  '  RUN TIME: ' DELIMITED SIZE
                  WS-RUN-TIME DELIMITED SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       1100-LOAD-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARM-FS = '00'
                   AND PARM-PAGE-LINES NUMERIC
                   AND PARM-PAGE-LINES NOT = 0
                   MOVE PARM-PAGE-LINES TO WS-PAGE-LINES
               END-IF
               CLOSE PARM-FILE
           END-IF
           DISPLAY 'DOCDLVR: LINES PER PAGE ' WS-PAGE-LINES.

      *---------------------------------------------------------------*
      * Pass one: each print file in turn, split into documents and
      * filed on the work file under its route and sort key.
      *---------------------------------------------------------------*
       2000-COLLECT-INVOICES.
           MOVE 'I' TO WS-CUR-TYPE
           MOVE 1 TO WS-CUR-SUB
           OPEN INPUT INVOICE-FILE
           IF WS-INV-FS NOT = '00' AND WS-INV-FS NOT = '05'
               MOVE 64 TO WS-ABEND-CODE
               MOVE 'INVOICE PRINT FILE INVOICE UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-INV-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           MOVE 'N' TO WS-PRINT-EOF-FLAG
           PERFORM 2100-READ-PRINT-LINE
           PERFORM 2200-COLLECT-ONE-LINE
               UNTIL PRINT-EOF
           PERFORM 2400-END-DOCUMENT
           CLOSE INVOICE-FILE.

       2010-COLLECT-STATEMENTS.
           MOVE 'S' TO WS-CUR-TYPE
           MOVE 2 TO WS-CUR-SUB
           OPEN INPUT STATEMENT-FILE
           IF WS-STMT-FS NOT = '00' AND WS-STMT-FS NOT = '05'
               MOVE 64 TO WS-ABEND-CODE
               MOVE 'STATEMENT PRINT FILE STMTFILE UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-STMT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           MOVE 'N' TO WS-PRINT-EOF-FLAG
           PERFORM 2100-READ-PRINT-LINE
           PERFORM 2200-COLLECT-ONE-LINE
               UNTIL PRINT-EOF
           PERFORM 2400-END-DOCUMENT
           CLOSE STATEMENT-FILE.

       2020-COLLECT-NOTICES.
           MOVE 'N' TO WS-CUR-TYPE
           MOVE 3 TO WS-CUR-SUB
           OPEN INPUT NOTICE-FILE
           IF WS-NOTICE-FS NOT = '00' AND WS-NOTICE-FS NOT = '05'
               MOVE 64 TO WS-ABEND-CODE
               MOVE 'DUNNING NOTICE FILE DUNNOTC UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-NOTICE-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           MOVE 'N' TO WS-PRINT-EOF-FLAG
           PERFORM 2100-READ-PRINT-LINE
           PERFORM 2200-COLLECT-ONE-LINE
               UNTIL PRINT-EOF
           PERFORM 2400-END-DOCUMENT
           CLOSE NOTICE-FILE.

       2030-COLLECT-FINAL-BILLS.
           MOVE 'F' TO WS-CUR-TYPE
           MOVE 4 TO WS-CUR-SUB
           OPEN INPUT FINAL-BILL-FILE
           IF WS-FINAL-FS NOT = '00' AND WS-FINAL-FS NOT = '05'
               MOVE 64 TO WS-ABEND-CODE
               MOVE 'FINAL BILL PRINT FILE FINLBILL UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-FINAL-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           MOVE 'N' TO WS-PRINT-EOF-FLAG
           PERFORM 2100-READ-PRINT-LINE
           PERFORM 2200-COLLECT-ONE-LINE
               UNTIL PRINT-EOF
           PERFORM 2400-END-DOCUMENT
           CLOSE FINAL-BILL-FILE.

       2100-READ-PRINT-LINE.
      *    One read paragraph for all four print files, so the
      *    document logic below never needs to know which it is.
           EVALUATE WS-CUR-TYPE
               WHEN 'I'
                   READ INVOICE-FILE INTO WS-CUR-LINE
                       AT END
                           SET PRINT-EOF TO TRUE
                   END-READ
                   MOVE WS-INV-FS TO WS-ABEND-FS
               WHEN 'S'
                   READ STATEMENT-FILE INTO WS-CUR-LINE
                       AT END
                           SET PRINT-EOF TO TRUE
                   END-READ
                   MOVE WS-STMT-FS TO WS-ABEND-FS
               WHEN 'N'
                   READ NOTICE-FILE INTO WS-CUR-LINE
                       AT END
                           SET PRINT-EOF TO TRUE
                   END-READ
                   MOVE WS-NOTICE-FS TO WS-ABEND-FS
               WHEN OTHER
                   READ FINAL-BILL-FILE INTO WS-CUR-LINE
                       AT END
                           SET PRINT-EOF TO TRUE
                   END-READ
                   MOVE WS-FINAL-FS TO WS-ABEND-FS
           END-EVALUATE
           IF WS-ABEND-FS NOT = '00' AND NOT PRINT-EOF
               MOVE 65 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON A PRINT FILE'
                   TO WS-ABEND-MSG
               PERFORM 9999-ABEND
           END-IF
           IF NOT PRINT-EOF
               ADD 1 TO WS-LINES-READ
           END-IF.

       2200-COLLECT-ONE-LINE.
           PERFORM 2210-TEST-DOC-START
           IF DOC-START-LINE
               PERFORM 2400-END-DOCUMENT
               PERFORM 2300-START-DOCUMENT
           END-IF
           IF DOC-OPEN
               PERFORM 2500-ADD-DOC-LINE
           ELSE
      *        Print lines ahead of the first document are not part
      *        of anything that can be mailed - counted, and they
      *        put the control report out of balance.
               ADD 1 TO WS-STRAY-LINES
           END-IF
           PERFORM 2100-READ-PRINT-LINE.

       2210-TEST-DOC-START.
      *    The first line each program prints for a document.
           MOVE 'N' TO WS-DOC-START-FLAG
           EVALUATE TRUE
               WHEN WS-CUR-TYPE = 'I'
                   AND WS-CUR-LINE (1:13) = 'INVOICE FOR: '
                   SET DOC-START-LINE TO TRUE
               WHEN WS-CUR-TYPE = 'S'
                   AND WS-CUR-LINE (1:21) = 'STATEMENT OF ACCOUNT '
                   SET DOC-START-LINE TO TRUE
               WHEN WS-CUR-TYPE = 'N'
                   AND WS-CUR-LINE (1:4) = '*** '
                   SET DOC-START-LINE TO TRUE
               WHEN WS-CUR-TYPE = 'F'
                   AND WS-CUR-LINE (1:15) = '*** FINAL BILL '
                   SET DOC-START-LINE TO TRUE
           END-EVALUATE.

       2300-START-DOCUMENT.
           ADD 1 TO WS-DOC-SEQ
           ADD 1 TO WS-TT-READ (WS-CUR-SUB)
           SET DOC-OPEN TO TRUE
           MOVE 'N' TO WS-DOC-ROUTED-FLAG
           MOVE SPACES TO WS-DOC-CUST-ID
                          WS-DOC-NAME
           MOVE 0 TO WS-DOC-LINE-CNT
                     WS-HELD-CNT.

       2400-END-DOCUMENT.
      *    Closes the document being collected, if any: a document
      *    that ended before naming its customer is routed as one
      *    not on the master, then its document record is filed
      *    ahead of its lines with the line and page counts.
           IF DOC-OPEN
               IF NOT DOC-ROUTED
                   PERFORM 2600-ROUTE-DOCUMENT
               END-IF
               DIVIDE WS-DOC-LINE-CNT BY WS-PAGE-LINES
                   GIVING WS-DOC-PAGE-CNT
               IF WS-DOC-LINE-CNT >
                   WS-DOC-PAGE-CNT * WS-PAGE-LINES
                   ADD 1 TO WS-DOC-PAGE-CNT
               END-IF
               PERFORM 2700-SET-WORK-KEY
               MOVE 0 TO DW-LINE-NO
               MOVE SPACES TO DW-DATA
               MOVE WS-RT-NAME         TO DW-NAME
               MOVE WS-RT-STREET       TO DW-STREET
               MOVE WS-RT-STREET2      TO DW-STREET2
               MOVE WS-RT-CITY         TO DW-CITY
               MOVE WS-RT-STATE        TO DW-STATE
               MOVE WS-RT-ZIP          TO DW-ZIP
               MOVE WS-RT-ZIP4         TO DW-ZIP4
               MOVE WS-RT-EMAIL        TO DW-EMAIL
               MOVE WS-DOC-LINE-CNT    TO DW-LINE-CNT
               MOVE WS-DOC-PAGE-CNT    TO DW-PAGE-CNT
               MOVE WS-RT-PRESORT-FLAG TO DW-PRESORT-FLAG
               PERFORM 2800-WRITE-WORK
               IF WS-RT-ROUTE = 'E'
                   ADD 1 TO WS-TT-ROUTED-E (WS-CUR-SUB)
               ELSE
                   ADD 1 TO WS-TT-ROUTED-P (WS-CUR-SUB)
               END-IF
               MOVE 'N' TO WS-DOC-OPEN-FLAG
           END-IF.

       2500-ADD-DOC-LINE.
           ADD 1 TO WS-DOC-LINE-CNT
           IF DOC-ROUTED
               PERFORM 2550-FILE-CUR-LINE
           ELSE
      *        Not yet known where this document goes: hold the
      *        line, and route once the customer's id line is in.
      *        Every program prints the id within the first few
      *        lines; a document that hasn't by the fifth is
      *        routed as unknown rather than held any longer.
               ADD 1 TO WS-HELD-CNT
               MOVE WS-CUR-LINE TO WS-HELD-LINE (WS-HELD-CNT)
               PERFORM 2510-FIND-CUST-ID
               IF WS-DOC-CUST-ID NOT = SPACES
                   OR WS-HELD-CNT >= 5
                   PERFORM 2600-ROUTE-DOCUMENT
               END-IF
           END-IF.

       2510-FIND-CUST-ID.
      *    Where each program prints the customer: BILL-CALC's
      *    'CUSTOMER ID:' line (the name is on the line before),
      *    laid out the same on ACCTCLS's final bill, the
      *    statement's opening line, and the notice's 'CUSTOMER:'
      *    line with the name after the id.
           EVALUATE TRUE
               WHEN (WS-CUR-TYPE = 'I' OR 'F')
                   AND WS-CUR-LINE (1:13) = 'INVOICE FOR: '
                   MOVE WS-CUR-LINE (14:30) TO WS-DOC-NAME
               WHEN (WS-CUR-TYPE = 'I' OR 'F')
                   AND WS-CUR-LINE (1:13) = 'CUSTOMER ID: '
                   MOVE WS-CUR-LINE (14:10) TO WS-DOC-CUST-ID
               WHEN WS-CUR-TYPE = 'S'
                   AND WS-CUR-LINE (1:34) =
                       'STATEMENT OF ACCOUNT    CUSTOMER: '
                   MOVE WS-CUR-LINE (35:10) TO WS-DOC-CUST-ID
               WHEN WS-CUR-TYPE = 'N'
                   AND WS-CUR-LINE (1:10) = 'CUSTOMER: '
                   MOVE WS-CUR-LINE (11:10) TO WS-DOC-CUST-ID
                   MOVE WS-CUR-LINE (23:30) TO WS-DOC-NAME
           END-EVALUATE.

       2550-FILE-CUR-LINE.
           PERFORM 2700-SET-WORK-KEY
           MOVE WS-DOC-LINE-CNT TO DW-LINE-NO
           MOVE SPACES TO DW-DATA
           MOVE WS-CUR-LINE TO DW-PRINT-LINE
           PERFORM 2800-WRITE-WORK.

       2600-ROUTE-DOCUMENT.
      *    Decides where the document goes from the customer
      *    master, then files the lines held so far.
           MOVE SPACES TO WS-ROUTE-FIELDS
           MOVE 'P' TO WS-RT-ROUTE
           MOVE 'N' TO WS-RT-PRESORT-FLAG
           MOVE HIGH-VALUES TO WS-RT-SORT-ZIP
           MOVE WS-DOC-NAME TO WS-RT-NAME
           MOVE WS-DOC-CUST-ID TO WS-LOG-CUST-ID
           MOVE WS-DOC-CUST-ID TO CR-CUST-ID
           IF WS-DOC-CUST-ID = SPACES
               MOVE '23' TO WS-CUST-FS
           ELSE
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN WS-CUST-FS = '23'
                   ADD 1 TO WS-TT-NO-MASTER (WS-CUR-SUB)
                   MOVE 2201 TO WS-ERR-CODE
                   PERFORM 8100-LOG-WARNING
               WHEN WS-CUST-FS NOT = '00'
                   MOVE 61 TO WS-ABEND-CODE
                   MOVE 'READ FAILED ON CUSTOMER MASTER CUSTFILE'
                       TO WS-ABEND-MSG
                   MOVE WS-CUST-FS TO WS-ABEND-FS
                   PERFORM 9999-ABEND
               WHEN CR-EBILL-DELIVERY
                   AND CR-CUST-EMAIL NOT = SPACES
                   MOVE 'E' TO WS-RT-ROUTE
                   MOVE SPACES TO WS-RT-SORT-ZIP
                   MOVE CR-CUST-NAME TO WS-RT-NAME
                   MOVE CR-CUST-EMAIL TO WS-RT-EMAIL
               WHEN OTHER
                   IF CR-EBILL-DELIVERY
                       ADD 1 TO WS-TT-NO-EMAIL (WS-CUR-SUB)
                       MOVE 2203 TO WS-ERR-CODE
                       PERFORM 8100-LOG-WARNING
                   END-IF
                   PERFORM 2650-SET-MAILING-ADDRESS
           END-EVALUATE
           IF WS-RT-ROUTE = 'P' AND WS-RT-PRESORT-FLAG = 'N'
               ADD 1 TO WS-TT-UNSORTED (WS-CUR-SUB)
           END-IF
           SET DOC-ROUTED TO TRUE
      *    File the held lines under the route now settled; the
      *    line counter is stepped back and re-counted so each
      *    keeps its own line number.
           SUBTRACT WS-HELD-CNT FROM WS-DOC-LINE-CNT
           MOVE 1 TO WS-HELD-SUB
           PERFORM 2610-FILE-ONE-HELD
               UNTIL WS-HELD-SUB > WS-HELD-CNT
           MOVE 0 TO WS-HELD-CNT.

       2610-FILE-ONE-HELD.
           ADD 1 TO WS-DOC-LINE-CNT
           PERFORM 2700-SET-WORK-KEY
           MOVE WS-DOC-LINE-CNT TO DW-LINE-NO
           MOVE SPACES TO DW-DATA
           MOVE WS-HELD-LINE (WS-HELD-SUB) TO DW-PRINT-LINE
           PERFORM 2800-WRITE-WORK
           ADD 1 TO WS-HELD-SUB.

       2650-SET-MAILING-ADDRESS.
      *    A structured address presorts on its ZIP; a customer
      *    keyed before the fields existed mails unsorted to the
      *    free-form address, split across the two street lines.
           MOVE CR-CUST-NAME TO WS-RT-NAME
           IF CR-CUST-MAIL-STREET NOT = SPACES
               MOVE 'Y' TO WS-RT-PRESORT-FLAG
               MOVE CR-CUST-MAIL-STREET  TO WS-RT-STREET
               MOVE CR-CUST-MAIL-STREET2 TO WS-RT-STREET2
               MOVE CR-CUST-MAIL-CITY    TO WS-RT-CITY
               MOVE CR-CUST-MAIL-STATE   TO WS-RT-STATE
               MOVE CR-CUST-MAIL-ZIP     TO WS-RT-ZIP
               MOVE CR-CUST-MAIL-ZIP4    TO WS-RT-ZIP4
               MOVE CR-CUST-MAIL-ZIP     TO WS-RT-SORT-ZIP (1:5)
               MOVE CR-CUST-MAIL-ZIP4    TO WS-RT-SORT-ZIP (6:4)
           ELSE
               MOVE CR-CUST-ADDRESS (1:30)  TO WS-RT-STREET
               MOVE CR-CUST-ADDRESS (31:10) TO WS-RT-STREET2
               MOVE 2202 TO WS-ERR-CODE
               PERFORM 8100-LOG-WARNING
           END-IF.

       2700-SET-WORK-KEY.
           MOVE WS-RT-ROUTE     TO DW-ROUTE
           MOVE WS-RT-SORT-ZIP  TO DW-SORT-ZIP
           MOVE WS-DOC-CUST-ID  TO DW-CUST-ID
           MOVE WS-CUR-TYPE     TO DW-DOC-TYPE
           MOVE WS-DOC-SEQ      TO DW-DOC-SEQ.

       2800-WRITE-WORK.
           WRITE DLV-WORK-REC
               INVALID KEY
                   MOVE 62 TO WS-ABEND-CODE
                   MOVE 'DUPLICATE KEY ON DELIVERY WORK FILE DLVWORK'
                       TO WS-ABEND-MSG
                   MOVE WS-WORK-FS TO WS-ABEND-FS
                   PERFORM 9999-ABEND
           END-WRITE
           IF WS-WORK-FS NOT = '00'
               MOVE 62 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON DELIVERY WORK FILE DLVWORK'
                   TO WS-ABEND-MSG
               MOVE WS-WORK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

      *---------------------------------------------------------------*
      * Pass two: the work file in key order - e-delivery first,
      * then paper by ZIP - copied to the two delivery files.
      *---------------------------------------------------------------*
       3000-WRITE-DELIVERY-FILES.
           CLOSE DELIVERY-WORK
           OPEN INPUT DELIVERY-WORK
           IF WS-WORK-FS NOT = '00'
               MOVE 62 TO WS-ABEND-CODE
               MOVE 'WORK FILE DLVWORK UNREADABLE FOR PASS TWO'
                   TO WS-ABEND-MSG
               MOVE WS-WORK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           MOVE SPACES TO VEND-REC
           MOVE 'H' TO VR-REC-TYPE
           MOVE 'LEGACYLENS UTIL ' TO VH-COMPANY
           MOVE WS-RUN-DT TO VH-RUN-DT
           MOVE 'PRTVEND ' TO VH-FILE-ID
           PERFORM 7100-WRITE-VEND
           MOVE SPACES TO EDLV-REC
           MOVE 'H' TO ER-REC-TYPE
           MOVE 'LEGACYLENS UTIL ' TO EH-COMPANY
           MOVE WS-RUN-DT TO EH-RUN-DT
           MOVE 'EBILLEXT' TO EH-FILE-ID
           PERFORM 7200-WRITE-EDLV
           PERFORM 3100-COPY-ONE-WORK-REC
               UNTIL WORK-EOF
           CLOSE DELIVERY-WORK.

       3100-COPY-ONE-WORK-REC.
           READ DELIVERY-WORK NEXT RECORD
               AT END
                   SET WORK-EOF TO TRUE
               NOT AT END
                   EVALUATE DW-DOC-TYPE
                       WHEN 'I'
                           MOVE 1 TO WS-TYPE-SUB
                       WHEN 'S'
                           MOVE 2 TO WS-TYPE-SUB
                       WHEN 'N'
                           MOVE 3 TO WS-TYPE-SUB
                       WHEN OTHER
                           MOVE 4 TO WS-TYPE-SUB
                   END-EVALUATE
                   IF DW-LINE-NO = 0
                       PERFORM 3200-WRITE-DOC-REC
                   ELSE
                       PERFORM 3300-WRITE-LINE-REC
                   END-IF
           END-READ
           IF WS-WORK-FS NOT = '00' AND NOT WORK-EOF
               MOVE 62 TO WS-ABEND-CODE
               MOVE 'READ FAILED MID-RUN ON DLVWORK'
                   TO WS-ABEND-MSG
               MOVE WS-WORK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       3200-WRITE-DOC-REC.
           IF DW-EDELIVERY
               MOVE SPACES TO EDLV-REC
               MOVE 'D' TO ER-REC-TYPE
               MOVE DW-DOC-TYPE TO ED-DOC-TYPE
               MOVE DW-CUST-ID  TO ED-CUST-ID
               MOVE DW-NAME     TO ED-NAME
               MOVE DW-EMAIL    TO ED-EMAIL
               MOVE DW-PAGE-CNT TO ED-PAGE-CNT
               MOVE DW-LINE-CNT TO ED-LINE-CNT
               PERFORM 7200-WRITE-EDLV
               ADD 1 TO WS-EDLV-DOCS
               ADD 1 TO WS-TT-WRITTEN-E (WS-TYPE-SUB)
               ADD DW-PAGE-CNT TO WS-EDLV-PAGES
                                  WS-TT-PAGES-E (WS-TYPE-SUB)
           ELSE
               MOVE SPACES TO VEND-REC
               MOVE 'D' TO VR-REC-TYPE
               MOVE DW-DOC-TYPE     TO VD-DOC-TYPE
               MOVE DW-CUST-ID      TO VD-CUST-ID
               MOVE DW-NAME         TO VD-NAME
               MOVE DW-STREET       TO VD-STREET
               MOVE DW-STREET2      TO VD-STREET2
               MOVE DW-CITY         TO VD-CITY
               MOVE DW-STATE        TO VD-STATE
               MOVE DW-ZIP          TO VD-ZIP
               MOVE DW-ZIP4         TO VD-ZIP4
               MOVE DW-PRESORT-FLAG TO VD-PRESORT-FLAG
               MOVE DW-PAGE-CNT     TO VD-PAGE-CNT
               MOVE DW-LINE-CNT     TO VD-LINE-CNT
               PERFORM 7100-WRITE-VEND
               ADD 1 TO WS-VEND-DOCS
               ADD 1 TO WS-TT-WRITTEN-P (WS-TYPE-SUB)
               ADD DW-PAGE-CNT TO WS-VEND-PAGES
                                  WS-TT-PAGES-P (WS-TYPE-SUB)
           END-IF.

       3300-WRITE-LINE-REC.
           COMPUTE WS-PAGE-NO =
               (DW-LINE-NO - 1) / WS-PAGE-LINES + 1
           IF DW-EDELIVERY
               MOVE SPACES TO EDLV-REC
               MOVE 'L' TO ER-REC-TYPE
               MOVE WS-PAGE-NO    TO EL-PAGE-NO
               MOVE DW-LINE-NO    TO EL-LINE-NO
               MOVE DW-PRINT-LINE TO EL-PRINT-LINE
               PERFORM 7200-WRITE-EDLV
           ELSE
               MOVE SPACES TO VEND-REC
               MOVE 'L' TO VR-REC-TYPE
               MOVE WS-PAGE-NO    TO VL-PAGE-NO
               MOVE DW-LINE-NO    TO VL-LINE-NO
               MOVE DW-PRINT-LINE TO VL-PRINT-LINE
               PERFORM 7100-WRITE-VEND
           END-IF.

       7100-WRITE-VEND.
           WRITE VEND-REC
           IF WS-VEND-FS NOT = '00'
               MOVE 66 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON PRINT VENDOR FILE PRTVEND'
                   TO WS-ABEND-MSG
               MOVE WS-VEND-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-VEND-RECORDS.

       7200-WRITE-EDLV.
           WRITE EDLV-REC
           IF WS-EDLV-FS NOT = '00'
               MOVE 67 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON E-DELIVERY EXTRACT EBILLEXT'
                   TO WS-ABEND-MSG
               MOVE WS-EDLV-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-EDLV-RECORDS.

       8100-LOG-WARNING.
           PERFORM 8050-LOOKUP-ERR-MSG
           MOVE SPACES TO ERR-LOG-REC
           STRING WS-LOG-CUST-ID DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-ERR-CODE DELIMITED SIZE
                  ',' DELIMITED SIZE
                  WS-ERR-MSG DELIMITED SIZE
               INTO ERR-LOG-REC
           WRITE ERR-LOG-REC
           ADD 1 TO WS-WARNINGS.

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
      *    Trailers carry what was actually written to each file;
      *    the control report then proves every document read went
      *    down one path or the other.
           MOVE SPACES TO VEND-REC
           MOVE 'T' TO VR-REC-TYPE
           MOVE WS-TT-WRITTEN-P (1) TO VT-INVOICE-CNT
           MOVE WS-TT-WRITTEN-P (2) TO VT-STATEMENT-CNT
           MOVE WS-TT-WRITTEN-P (3) TO VT-NOTICE-CNT
           MOVE WS-TT-WRITTEN-P (4) TO VT-FINAL-BILL-CNT
           MOVE WS-VEND-DOCS TO VT-DOC-CNT
           MOVE WS-VEND-PAGES TO VT-PAGE-CNT
           COMPUTE VT-RECORD-CNT = WS-VEND-RECORDS + 1
           PERFORM 7100-WRITE-VEND
           MOVE SPACES TO EDLV-REC
           MOVE 'T' TO ER-REC-TYPE
           MOVE WS-TT-WRITTEN-E (1) TO ET-INVOICE-CNT
           MOVE WS-TT-WRITTEN-E (2) TO ET-STATEMENT-CNT
           MOVE WS-TT-WRITTEN-E (3) TO ET-NOTICE-CNT
           MOVE WS-TT-WRITTEN-E (4) TO ET-FINAL-BILL-CNT
           MOVE WS-EDLV-DOCS TO ET-DOC-CNT
           MOVE WS-EDLV-PAGES TO ET-PAGE-CNT
           COMPUTE ET-RECORD-CNT = WS-EDLV-RECORDS + 1
           PERFORM 7200-WRITE-EDLV
           PERFORM 9100-WRITE-CONTROL-REPORT
           CLOSE CUSTOMER-FILE
                 PRINT-VENDOR-FILE
                 EDELIVERY-FILE
                 DELIVERY-REPORT
                 ERROR-LOG
           DISPLAY 'PRINT LINES READ:   ' WS-LINES-READ
           DISPLAY 'DOCUMENTS READ:     ' WS-ALL-READ
           DISPLAY 'TO PRINT VENDOR:    ' WS-VEND-DOCS
           DISPLAY 'TO E-DELIVERY:      ' WS-EDLV-DOCS
           DISPLAY 'PAGES TO VENDOR:    ' WS-VEND-PAGES
           DISPLAY 'WARNINGS LOGGED:    ' WS-WARNINGS
           IF DELIVERY-IN-BALANCE
               DISPLAY 'DOCDLVR VERDICT: ALL DOCUMENTS DELIVERED'
           ELSE
               DISPLAY 'DOCDLVR VERDICT: OUT OF BALANCE'
               MOVE 4 TO RETURN-CODE
           END-IF.

       9100-WRITE-CONTROL-REPORT.
           MOVE 0 TO WS-ALL-READ
                     WS-ALL-WRITTEN-P
                     WS-ALL-WRITTEN-E
                     WS-ALL-PAGES-P
           MOVE SPACES TO RPT-LINE
           MOVE 'DOCUMENT TYPE         PRODUCED  PRINT VENDOR    E-DEL
      -        'IVERY  PAGES PRINTED' TO RPT-LINE
           WRITE RPT-LINE
           MOVE 1 TO WS-TYPE-SUB
           PERFORM 9150-REPORT-ONE-TYPE
               UNTIL WS-TYPE-SUB > 4
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ALL-READ TO WS-CNT-ED
           MOVE WS-ALL-WRITTEN-P TO WS-CNT-ED2
           MOVE WS-ALL-WRITTEN-E TO WS-CNT-ED3
           MOVE WS-ALL-PAGES-P TO WS-CNT-ED4
           STRING 'TOTAL               ' DELIMITED SIZE
                  WS-CNT-ED DELIMITED SIZE
                  '     ' DELIMITED SIZE
                  WS-CNT-ED2 DELIMITED SIZE
                  '     ' DELIMITED SIZE
                  WS-CNT-ED3 DELIMITED SIZE
                  '    ' DELIMITED SIZE
                  WS-CNT-ED4 DELIMITED SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'EXCEPTIONS (INCLUDED IN THE COUNTS ABOVE):'
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE 0 TO WS-EXC-UNSORTED
                     WS-EXC-NO-MASTER
                     WS-EXC-NO-EMAIL
           MOVE 1 TO WS-TYPE-SUB
           PERFORM 9160-SUM-EXCEPTIONS
               UNTIL WS-TYPE-SUB > 4
           MOVE WS-EXC-UNSORTED TO WS-CNT-ED
           MOVE SPACES TO RPT-LINE
           STRING '  MAILED UNSORTED - NO ADDRESS FOR PRESORT: '
                      DELIMITED SIZE
                  WS-CNT-ED DELIMITED SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-EXC-NO-MASTER TO WS-CNT-ED
           MOVE SPACES TO RPT-LINE
           STRING '    OF WHICH CUSTOMER NOT ON MASTER:        '
                      DELIMITED SIZE
                  WS-CNT-ED DELIMITED SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-EXC-NO-EMAIL TO WS-CNT-ED
           MOVE SPACES TO RPT-LINE
           STRING '  E-BILL WITH NO E-MAIL - MAILED ON PAPER:  '
                      DELIMITED SIZE
                  WS-CNT-ED DELIMITED SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-STRAY-LINES TO WS-CNT-ED
           MOVE SPACES TO RPT-LINE
           STRING '  PRINT LINES OUTSIDE ANY DOCUMENT:         '
                      DELIMITED SIZE
                  WS-CNT-ED DELIMITED SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'PRINT VENDOR FILE: ' DELIMITED SIZE
                  WS-VEND-DOCS DELIMITED SIZE
                  ' DOCUMENTS  ' DELIMITED SIZE
                  WS-VEND-PAGES DELIMITED SIZE
                  ' PAGES  ' DELIMITED SIZE
                  WS-VEND-RECORDS DELIMITED SIZE
                  ' RECORDS' DELIMITED SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'E-DELIVERY FILE:   ' DELIMITED SIZE
                  WS-EDLV-DOCS DELIMITED SIZE
                  ' DOCUMENTS  ' DELIMITED SIZE
                  WS-EDLV-PAGES DELIMITED SIZE
                  ' PAGES  ' DELIMITED SIZE
                  WS-EDLV-RECORDS DELIMITED SIZE
                  ' RECORDS' DELIMITED SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-STRAY-LINES NOT = 0
               MOVE 'N' TO WS-BALANCE-FLAG
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF DELIVERY-IN-BALANCE
               MOVE 'VERDICT: EVERY DOCUMENT WENT TO PRINT OR E-DELIVE
      -            'RY' TO RPT-LINE
           ELSE
               MOVE 'VERDICT: OUT OF BALANCE - DO NOT RELEASE TO THE V
      -            'ENDOR' TO RPT-LINE
           END-IF
           WRITE RPT-LINE.

       9150-REPORT-ONE-TYPE.
      *    Produced must equal print plus e-delivery as written in
      *    pass two, and pass two must have written exactly what
      *    pass one routed to each file.
           IF WS-TT-READ (WS-TYPE-SUB) NOT =
                  WS-TT-WRITTEN-P (WS-TYPE-SUB)
                  + WS-TT-WRITTEN-E (WS-TYPE-SUB)
               OR WS-TT-WRITTEN-P (WS-TYPE-SUB)
                  NOT = WS-TT-ROUTED-P (WS-TYPE-SUB)
               OR WS-TT-WRITTEN-E (WS-TYPE-SUB)
                  NOT = WS-TT-ROUTED-E (WS-TYPE-SUB)
               MOVE 'N' TO WS-BALANCE-FLAG
           END-IF
           ADD WS-TT-READ (WS-TYPE-SUB) TO WS-ALL-READ
           ADD WS-TT-WRITTEN-P (WS-TYPE-SUB) TO WS-ALL-WRITTEN-P
           ADD WS-TT-WRITTEN-E (WS-TYPE-SUB) TO WS-ALL-WRITTEN-E
           ADD WS-TT-PAGES-P (WS-TYPE-SUB) TO WS-ALL-PAGES-P
           MOVE WS-TT-READ (WS-TYPE-SUB) TO WS-CNT-ED
           MOVE WS-TT-WRITTEN-P (WS-TYPE-SUB) TO WS-CNT-ED2
           MOVE WS-TT-WRITTEN-E (WS-TYPE-SUB) TO WS-CNT-ED3
           MOVE WS-TT-PAGES-P (WS-TYPE-SUB) TO WS-CNT-ED4
           MOVE SPACES TO RPT-LINE
           STRING WS-TYPE-NAME (WS-TYPE-SUB) DELIMITED SIZE
                  '    ' DELIMITED SIZE
                  WS-CNT-ED DELIMITED SIZE
                  '     ' DELIMITED SIZE
                  WS-CNT-ED2 DELIMITED SIZE
                  '     ' DELIMITED SIZE
                  WS-CNT-ED3 DELIMITED SIZE
                  '    ' DELIMITED SIZE
                  WS-CNT-ED4 DELIMITED SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-TYPE-SUB.

       9160-SUM-EXCEPTIONS.
           ADD WS-TT-UNSORTED (WS-TYPE-SUB) TO WS-EXC-UNSORTED
           ADD WS-TT-NO-MASTER (WS-TYPE-SUB) TO WS-EXC-NO-MASTER
           ADD WS-TT-NO-EMAIL (WS-TYPE-SUB) TO WS-EXC-NO-EMAIL
           ADD 1 TO WS-TYPE-SUB.

       9999-ABEND.
           DISPLAY 'DOCDLVR ABEND ' WS-ABEND-CODE ': '
               WS-ABEND-MSG
           DISPLAY 'FILE STATUS: ' WS-ABEND-FS
           MOVE WS-ABEND-CODE TO RETURN-CODE
           STOP RUN.
