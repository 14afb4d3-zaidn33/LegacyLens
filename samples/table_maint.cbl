      * with no validation and no trail - and a bad tier threshold
      * in RATE-REC misprices the entire book silently. This
      * program applies add/change/delete transactions to RATEFILE,
      * TAXRATE, DISCTBL, BONUSTBL, TERMFILE, WHTAXTBL and OPERFILE
      * with field validation (tier thresholds ascending, percents
      * in range, effective dates real dates, promo windows that end
      * after they start, terms net days within reason, operator
      * flags Y or N) and
      * writes before/after audit images with the operator id, the
      * way CUSTMNT's 5000-WRITE-AUDIT-ENTRY does.
      *
      * MIN-YEARS first (SIMPBATCH's lookup depends on that order),
      * so it is loaded whole, maintained in storage, and rewritten
      * in order at end of run when anything changed.
      *
      * Every transaction is checked against the operator security
      * file OPERFILE first: the keying operator must be on file,
      * active, and permitted table maintenance - or, for OPERFILE
      * itself (table 'O'), security administration. Nobody may
      * maintain their own security record, so an administrator
      * cannot widen their own rights. While OPERFILE holds no
      * active security administrator (the first run), an operator
      * may add their own record if it makes them one; that is how
      * the first administrator is enrolled.
      *===============================================================*

       IDENTIFICATION DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS DC-CUST-TYP
               FILE STATUS IS WS-DISC-FS.
           SELECT OPTIONAL TERMS-FILE ASSIGN TO 'TERMFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TERMS-CODE
               FILE STATUS IS WS-TERMS-FS.
           SELECT OPTIONAL WITHHOLD-RATE-FILE ASSIGN TO 'WHTAXTBL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WH-AUTH-CODE
               FILE STATUS IS WS-WHT-FS.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO 'OPERFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OS-OPERATOR-ID
               FILE STATUS IS WS-OPER-FS.
           SELECT BONUS-TABLE-FILE ASSIGN TO 'BONUSTBL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BT-FS.
               88  TBL-TAX-TABLE     VALUE 'T'.
               88  TBL-DISC-TABLE    VALUE 'D'.
               88  TBL-BONUS-TABLE   VALUE 'B'.
               88  TBL-TERMS-TABLE   VALUE 'P'.
               88  TBL-WITHHOLD-TABLE VALUE 'W'.
               88  TBL-OPERATOR-TABLE VALUE 'O'.
               88  TBL-TABLE-VALID   VALUES 'R' 'T' 'D' 'B' 'P'
                                            'W' 'O'.
           05  TBL-ACTION            PIC X.
               88  TBL-ADD           VALUE 'A'.
               88  TBL-CHANGE        VALUE 'C'.
               10  TBB-MIN-YEARS     PIC 9(2).
               10  TBB-BONUS-PCT     PIC 9V9(4).
               10  FILLER            PIC X(45).
           05  TBL-TERMS-DATA REDEFINES TBL-DATA.
               10  TBP-TERMS-CODE    PIC X(4).
               10  TBP-NET-DAYS      PIC 9(3).
               10  TBP-DESCRIPTION   PIC X(20).
               10  FILLER            PIC X(25).
           05  TBL-WITHHOLD-DATA REDEFINES TBL-DATA.
               10  TBW-AUTH-CODE     PIC X(4).
               10  TBW-AUTH-NAME     PIC X(20).
               10  TBW-RATE          PIC 9V9(4).
               10  FILLER            PIC X(23).
      *    Function flags are 'Y' or 'N'; a blank flag is stored 'N'.
           05  TBL-OPERATOR-DATA REDEFINES TBL-DATA.
               10  TBO-OPERATOR-ID   PIC X(8).
               10  TBO-NAME          PIC X(24).
               10  TBO-ACTIVE        PIC X.
                   88  TBO-ACTIVE-VALID  VALUES 'Y' 'N'.
               10  TBO-FN-CUSTOMER   PIC X.
                   88  TBO-CUSTOMER-VALID VALUES 'Y' 'N' ' '.
               10  TBO-FN-TABLE      PIC X.
                   88  TBO-TABLE-VALID   VALUES 'Y' 'N' ' '.
               10  TBO-FN-ARRANGE    PIC X.
                   88  TBO-ARRANGE-VALID VALUES 'Y' 'N' ' '.
               10  TBO-FN-WRITEOFF   PIC X.
                   88  TBO-WRITEOFF-VALID VALUES 'Y' 'N' ' '.
               10  TBO-FN-ADJUST     PIC X.
                   88  TBO-ADJUST-VALID  VALUES 'Y' 'N' ' '.
               10  TBO-FN-SECURITY   PIC X.
                   88  TBO-SECURITY-VALID VALUES 'Y' 'N' ' '.
               10  TBO-APPROVAL-LIMIT PIC 9(7)V99.
               10  FILLER            PIC X(4).

       FD RATE-FILE.
       COPY RATE-RECORD.
       FD DISCOUNT-TABLE.
       COPY DISCOUNT-RECORD.

       FD TERMS-FILE.
       COPY PAYMENT-TERMS-RECORD.

       FD WITHHOLD-RATE-FILE.
       COPY WITHHOLDING-RATE-RECORD.

       FD OPERATOR-FILE.
       COPY OPERATOR-SECURITY-RECORD.

       FD BONUS-TABLE-FILE.
       01  BONUS-TABLE-REC.
           05  BT-MIN-YEARS          PIC 9(2).
           05  WS-RATE-FS            PIC XX.
           05  WS-TAX-FS             PIC XX.
           05  WS-DISC-FS            PIC XX.
           05  WS-TERMS-FS           PIC XX.
           05  WS-WHT-FS             PIC XX.
           05  WS-OPER-FS            PIC XX.
           05  WS-BT-FS              PIC XX.
           05  WS-AUDIT-FS           PIC XX.
           05  WS-ERR-FS             PIC XX.
               88  DATE-OK           VALUE 'Y'.
           05  WS-BONUS-CHANGED-FLAG PIC X VALUE 'N'.
               88  BONUS-CHANGED     VALUE 'Y'.
           05  WS-OPER-EOF-FLAG      PIC X VALUE 'N'.
               88  OPER-EOF          VALUE 'Y'.
           05  WS-ADMIN-FLAG         PIC X VALUE 'N'.
               88  SEC-ADMIN-ON-FILE VALUE 'Y'.

      *    Saved images of the table record as it stood before and
      *    after the transaction, for the audit lines. Sized to the
      *    widest table record (OPER-SEC-REC).
       01  WS-BEFORE-IMAGE           PIC X(64).
       01  WS-AFTER-IMAGE            PIC X(64).

      *    Result of checking the keying operator against OPERFILE:
      *    zero when the operator may key the transaction, otherwise
      *    the message code it is rejected with.
       01  WS-AUTH-ERR-CODE          PIC 9(4).

      *    Print image of one bonus tier, built as a group so the
      *    stored digits land in the audit line byte for byte.
               MOVE WS-DISC-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
      *    TERMFILE is optional so the first terms transactions can
      *    build it; every other table must already exist.
           OPEN I-O TERMS-FILE
           IF WS-TERMS-FS NOT = '00' AND WS-TERMS-FS NOT = '05'
               MOVE 56 TO WS-ABEND-CODE
               MOVE 'PAYMENT TERMS TABLE TERMFILE UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-TERMS-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
      *    WHTAXTBL likewise, for the first withholding rates.
           OPEN I-O WITHHOLD-RATE-FILE
           IF WS-WHT-FS NOT = '00' AND WS-WHT-FS NOT = '05'
               MOVE 57 TO WS-ABEND-CODE
               MOVE 'WITHHOLDING RATE TABLE WHTAXTBL UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-WHT-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
      *    OPERFILE is optional so the first administrator can be
      *    enrolled through this program.
           OPEN I-O OPERATOR-FILE
           IF WS-OPER-FS NOT = '00' AND WS-OPER-FS NOT = '05'
               MOVE 58 TO WS-ABEND-CODE
               MOVE 'OPERATOR SECURITY FILE OPERFILE UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-OPER-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           PERFORM 1300-FIND-SECURITY-ADMIN
           PERFORM 1200-LOAD-BONUS-TABLE
           OPEN OUTPUT AUDIT-REPORT
                       ERROR-LOG
               PERFORM 9999-ABEND
           END-IF.

       1300-FIND-SECURITY-ADMIN.
      *    Looks for an active security administrator on OPERFILE.
      *    Until there is one, the only OPERFILE transaction taken
      *    is an operator enrolling themself as the first.
           MOVE LOW-VALUES TO OS-OPERATOR-ID
           START OPERATOR-FILE KEY NOT LESS THAN OS-OPERATOR-ID
               INVALID KEY
                   SET OPER-EOF TO TRUE
           END-START
           PERFORM 1350-CHECK-ONE-OPERATOR
               UNTIL OPER-EOF OR SEC-ADMIN-ON-FILE.

       1350-CHECK-ONE-OPERATOR.
           READ OPERATOR-FILE NEXT RECORD
               AT END
                   SET OPER-EOF TO TRUE
               NOT AT END
                   IF OS-ACTIVE AND OS-CAN-SECURITY
                       SET SEC-ADMIN-ON-FILE TO TRUE
                   END-IF
           END-READ
           IF WS-OPER-FS NOT = '00' AND NOT OPER-EOF
               MOVE 58 TO WS-ABEND-CODE
               MOVE 'READ FAILED SCANNING OPERFILE'
                   TO WS-ABEND-MSG
               MOVE WS-OPER-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       2000-PROCESS-TRANS.
           READ TABLE-TRANS-FILE
               AT END
           END-IF.

       3000-ROUTE-TRANS.
           PERFORM 3050-CHECK-OPERATOR
           EVALUATE TRUE
               WHEN NOT TBL-TABLE-VALID
                   MOVE 1501 TO WS-ERR-CODE
               WHEN NOT TBL-ACTION-VALID
                   MOVE 1101 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN WS-AUTH-ERR-CODE NOT = 0
                   MOVE WS-AUTH-ERR-CODE TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN TBL-RATE-TABLE
                   PERFORM 4000-MAINTAIN-RATE
               WHEN TBL-TAX-TABLE
                   PERFORM 6000-MAINTAIN-DISCOUNT
               WHEN TBL-BONUS-TABLE
                   PERFORM 7000-MAINTAIN-BONUS
               WHEN TBL-TERMS-TABLE
                   PERFORM 7600-MAINTAIN-TERMS
               WHEN TBL-WITHHOLD-TABLE
                   PERFORM 7900-MAINTAIN-WITHHOLDING
               WHEN TBL-OPERATOR-TABLE
                   PERFORM 7990-MAINTAIN-OPERATOR
           END-EVALUATE.

       3050-CHECK-OPERATOR.
      *    OPERFILE maintenance needs security administration; every
      *    other table needs table maintenance. The one exception is
      *    the first administrator adding their own record while no
      *    active administrator is on file.
           MOVE 0 TO WS-AUTH-ERR-CODE
           IF TBL-OPERATOR-TABLE AND TBL-ADD
               AND NOT SEC-ADMIN-ON-FILE
               AND TBO-OPERATOR-ID = TBL-OPERATOR-ID
               AND TBO-ACTIVE = 'Y'
               AND TBO-FN-SECURITY = 'Y'
               CONTINUE
           ELSE
               MOVE TBL-OPERATOR-ID TO OS-OPERATOR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       MOVE 2301 TO WS-AUTH-ERR-CODE
               END-READ
               EVALUATE TRUE
                   WHEN WS-AUTH-ERR-CODE NOT = 0
                       CONTINUE
                   WHEN NOT OS-ACTIVE
                       MOVE 2302 TO WS-AUTH-ERR-CODE
                   WHEN TBL-OPERATOR-TABLE AND NOT OS-CAN-SECURITY
                       MOVE 2303 TO WS-AUTH-ERR-CODE
                   WHEN NOT TBL-OPERATOR-TABLE AND NOT OS-CAN-TABLE
                       MOVE 2303 TO WS-AUTH-ERR-CODE
                   WHEN TBL-OPERATOR-TABLE
                       AND TBO-OPERATOR-ID = TBL-OPERATOR-ID
                       MOVE 2305 TO WS-AUTH-ERR-CODE
               END-EVALUATE
           END-IF.

      *===============================================================*
      * RATEFILE maintenance - keyed plan code + effective date.
      *===============================================================*
           MOVE WS-BONUS-IMAGE TO WS-AFTER-IMAGE
           PERFORM 8100-WRITE-AUDIT-ENTRY.

      *===============================================================*
      * TERMFILE maintenance - keyed payment terms code.
      *===============================================================*
       7600-MAINTAIN-TERMS.
           MOVE 'N' TO WS-KEY-FOUND-FLAG
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE TBP-TERMS-CODE TO TM-TERMS-CODE
           READ TERMS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET KEY-FOUND TO TRUE
                   MOVE TERMS-REC TO WS-BEFORE-IMAGE
           END-READ
           EVALUATE TRUE
               WHEN TBP-TERMS-CODE = SPACES
                   MOVE 1510 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN TBL-ADD AND KEY-FOUND
                   MOVE 1503 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN TBL-CHANGE AND NOT KEY-FOUND
                   MOVE 1504 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN TBL-DELETE AND NOT KEY-FOUND
                   MOVE 1505 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN TBL-DELETE
                   PERFORM 7800-APPLY-TERMS-DELETE
      *        Net days past half a year is a keying slip, not a
      *        commercial term; zero (due on receipt) is allowed.
               WHEN TBP-NET-DAYS NOT NUMERIC
               WHEN TBP-NET-DAYS > 180
                   MOVE 1507 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN OTHER
                   PERFORM 7700-APPLY-TERMS-UPSERT
           END-EVALUATE.

       7700-APPLY-TERMS-UPSERT.
           MOVE TBP-TERMS-CODE  TO TM-TERMS-CODE
           MOVE TBP-NET-DAYS    TO TM-NET-DAYS
           MOVE TBP-DESCRIPTION TO TM-DESCRIPTION
           IF TBL-ADD
               WRITE TERMS-REC
                   INVALID KEY
                       MOVE 1503 TO WS-ERR-CODE
                       PERFORM 8200-REJECT-TRANS
                   NOT INVALID KEY
                       MOVE TERMS-REC TO WS-AFTER-IMAGE
                       PERFORM 8100-WRITE-AUDIT-ENTRY
               END-WRITE
           ELSE
               REWRITE TERMS-REC
                   INVALID KEY
                       MOVE 1504 TO WS-ERR-CODE
                       PERFORM 8200-REJECT-TRANS
                   NOT INVALID KEY
                       MOVE TERMS-REC TO WS-AFTER-IMAGE
                       PERFORM 8100-WRITE-AUDIT-ENTRY
               END-REWRITE
           END-IF.

       7800-APPLY-TERMS-DELETE.
           DELETE TERMS-FILE
               INVALID KEY
                   MOVE 1505 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               NOT INVALID KEY
                   MOVE SPACES TO WS-AFTER-IMAGE
                   PERFORM 8100-WRITE-AUDIT-ENTRY
           END-DELETE.

      *===============================================================*
      * WHTAXTBL maintenance - keyed taxing authority code.
      *===============================================================*
       7900-MAINTAIN-WITHHOLDING.
           MOVE 'N' TO WS-KEY-FOUND-FLAG
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE TBW-AUTH-CODE TO WH-AUTH-CODE
           READ WITHHOLD-RATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET KEY-FOUND TO TRUE
                   MOVE WITHHOLD-RATE-REC TO WS-BEFORE-IMAGE
           END-READ
           EVALUATE TRUE
               WHEN TBW-AUTH-CODE = SPACES
                   MOVE 1510 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN TBL-ADD AND KEY-FOUND
                   MOVE 1503 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN TBL-CHANGE AND NOT KEY-FOUND
                   MOVE 1504 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN TBL-DELETE AND NOT KEY-FOUND
                   MOVE 1505 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN TBL-DELETE
                   PERFORM 7980-APPLY-WITHHOLD-DELETE
      *        A supplemental rate at or past half the bonus is a
      *        keying slip (22.0000 for 0.2200), not a tax rate.
               WHEN TBW-RATE NOT NUMERIC
               WHEN TBW-RATE >= .5
                   MOVE 1507 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN OTHER
                   PERFORM 7950-APPLY-WITHHOLD-UPSERT
           END-EVALUATE.

       7950-APPLY-WITHHOLD-UPSERT.
           MOVE TBW-AUTH-CODE TO WH-AUTH-CODE
           MOVE TBW-AUTH-NAME TO WH-AUTH-NAME
           MOVE TBW-RATE      TO WH-RATE
           IF TBL-ADD
               WRITE WITHHOLD-RATE-REC
                   INVALID KEY
                       MOVE 1503 TO WS-ERR-CODE
                       PERFORM 8200-REJECT-TRANS
                   NOT INVALID KEY
                       MOVE WITHHOLD-RATE-REC TO WS-AFTER-IMAGE
                       PERFORM 8100-WRITE-AUDIT-ENTRY
               END-WRITE
           ELSE
               REWRITE WITHHOLD-RATE-REC
                   INVALID KEY
                       MOVE 1504 TO WS-ERR-CODE
                       PERFORM 8200-REJECT-TRANS
                   NOT INVALID KEY
                       MOVE WITHHOLD-RATE-REC TO WS-AFTER-IMAGE
                       PERFORM 8100-WRITE-AUDIT-ENTRY
               END-REWRITE
           END-IF.

       7980-APPLY-WITHHOLD-DELETE.
           DELETE WITHHOLD-RATE-FILE
               INVALID KEY
                   MOVE 1505 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               NOT INVALID KEY
                   MOVE SPACES TO WS-AFTER-IMAGE
                   PERFORM 8100-WRITE-AUDIT-ENTRY
           END-DELETE.

      *===============================================================*
      * OPERFILE maintenance - keyed operator id.
      *===============================================================*
       7990-MAINTAIN-OPERATOR.
           MOVE 'N' TO WS-KEY-FOUND-FLAG
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE TBO-OPERATOR-ID TO OS-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET KEY-FOUND TO TRUE
                   MOVE OPER-SEC-REC TO WS-BEFORE-IMAGE
           END-READ
           EVALUATE TRUE
               WHEN TBO-OPERATOR-ID = SPACES
                   MOVE 1510 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN TBL-ADD AND KEY-FOUND
                   MOVE 1503 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN TBL-CHANGE AND NOT KEY-FOUND
                   MOVE 1504 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN TBL-DELETE AND NOT KEY-FOUND
                   MOVE 1505 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN TBL-DELETE
                   PERFORM 7998-APPLY-OPERATOR-DELETE
               WHEN NOT TBO-ACTIVE-VALID
               WHEN NOT TBO-CUSTOMER-VALID
               WHEN NOT TBO-TABLE-VALID
               WHEN NOT TBO-ARRANGE-VALID
               WHEN NOT TBO-WRITEOFF-VALID
               WHEN NOT TBO-ADJUST-VALID
               WHEN NOT TBO-SECURITY-VALID
               WHEN TBO-APPROVAL-LIMIT NOT NUMERIC
                   MOVE 2306 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN OTHER
                   PERFORM 7995-APPLY-OPERATOR-UPSERT
           END-EVALUATE.

       7995-APPLY-OPERATOR-UPSERT.
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE TBO-OPERATOR-ID    TO OS-OPERATOR-ID
           MOVE TBO-NAME           TO OS-OPERATOR-NAME
           MOVE TBO-ACTIVE         TO OS-ACTIVE-FLAG
           MOVE 'N' TO OS-FN-CUSTOMER
                       OS-FN-TABLE
                       OS-FN-ARRANGE
                       OS-FN-WRITEOFF
                       OS-FN-ADJUST
                       OS-FN-SECURITY
           IF TBO-FN-CUSTOMER = 'Y'
               MOVE 'Y' TO OS-FN-CUSTOMER
           END-IF
           IF TBO-FN-TABLE = 'Y'
               MOVE 'Y' TO OS-FN-TABLE
           END-IF
           IF TBO-FN-ARRANGE = 'Y'
               MOVE 'Y' TO OS-FN-ARRANGE
           END-IF
           IF TBO-FN-WRITEOFF = 'Y'
               MOVE 'Y' TO OS-FN-WRITEOFF
           END-IF
           IF TBO-FN-ADJUST = 'Y'
               MOVE 'Y' TO OS-FN-ADJUST
           END-IF
           IF TBO-FN-SECURITY = 'Y'
               MOVE 'Y' TO OS-FN-SECURITY
           END-IF
           MOVE TBO-APPROVAL-LIMIT TO OS-APPROVAL-LIMIT
           MOVE WS-RUN-DT          TO OS-LAST-MAINT-DT
           MOVE TBL-OPERATOR-ID    TO OS-LAST-MAINT-BY
           IF TBL-ADD
               WRITE OPER-SEC-REC
                   INVALID KEY
                       MOVE 1503 TO WS-ERR-CODE
                       PERFORM 8200-REJECT-TRANS
                   NOT INVALID KEY
                       MOVE OPER-SEC-REC TO WS-AFTER-IMAGE
                       PERFORM 8100-WRITE-AUDIT-ENTRY
               END-WRITE
           ELSE
               REWRITE OPER-SEC-REC
                   INVALID KEY
                       MOVE 1504 TO WS-ERR-CODE
                       PERFORM 8200-REJECT-TRANS
                   NOT INVALID KEY
                       MOVE OPER-SEC-REC TO WS-AFTER-IMAGE
                       PERFORM 8100-WRITE-AUDIT-ENTRY
               END-REWRITE
           END-IF
      *    Once an administrator is on file the self-enrolment
      *    route closes for the rest of the run.
           IF WS-AFTER-IMAGE NOT = SPACES
               AND OS-ACTIVE AND OS-CAN-SECURITY
               SET SEC-ADMIN-ON-FILE TO TRUE
           END-IF.

       7998-APPLY-OPERATOR-DELETE.
           DELETE OPERATOR-FILE
               INVALID KEY
                   MOVE 1505 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               NOT INVALID KEY
                   MOVE SPACES TO WS-AFTER-IMAGE
                   PERFORM 8100-WRITE-AUDIT-ENTRY
           END-DELETE.

      *===============================================================*
      * Shared audit, reject, and edit paragraphs.
      *===============================================================*
                 RATE-FILE
                 TAX-RATE-FILE
                 DISCOUNT-TABLE
                 TERMS-FILE
                 WITHHOLD-RATE-FILE
                 OPERATOR-FILE
                 AUDIT-REPORT
                 ERROR-LOG
           DISPLAY 'TABLE TRANS READ:    ' WS-TRANS-READ
