      * MAIN-ROUTINE read, so the master is maintained inside the
      * system instead of being edited by hand. Each transaction is
      * validated (key present or absent as the action requires,
      * status code, plan code against RATE-FILE, payment terms
      * code against TERMS-FILE, mailing address, document
      * delivery preference, and any parent account the customer
      * is billed under against the master) before it is applied;
      * rejects fall out to ERROR-LOG and every accepted
      * transaction is written to the audit report with its before
      * and after record images so auditors can see who changed
      * what and when.
      *
      * A change can carry an effective date. One dated after the
      * run date is validated as usual (the plan against the rate
      * in effect on that date) but is held on PENDING-CHANGE-FILE
      * (PENDCHG) instead of being applied, and is audited as held.
      * Every run - the nightly run with an empty CUSTTRAN before
      * BILL-CALC included - first applies the pending changes that
      * have come due, through the same validation and with the
      * same before/after audit images as a keyed change; only the
      * fields the change touched are taken, so anything that
      * changed on the master meanwhile is kept. Action 'X' with
      * the customer and effective date cancels a pending change
      * before it takes effect.
      *
      * The operator who keyed a transaction must be on the operator
      * security file (OPERFILE), active, and permitted customer
      * maintenance, or the transaction is rejected. A due pending
      * change was checked when it was keyed and is not checked
      * again.
      *===============================================================*

       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-RATE-KEY
               FILE STATUS IS WS-RATE-FS.
           SELECT OPTIONAL TERMS-FILE ASSIGN TO 'TERMFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TERMS-CODE
               FILE STATUS IS WS-TERMS-FS.
           SELECT OPTIONAL PENDING-CHANGE-FILE ASSIGN TO 'PENDCHG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PEND-FS.
           SELECT OPERATOR-FILE ASSIGN TO 'OPERFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OS-OPERATOR-ID
               FILE STATUS IS WS-OPER-FS.
           SELECT MAINT-TRANS-FILE ASSIGN TO 'CUSTTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-FS.
       FD RATE-FILE.
       COPY RATE-RECORD.

       FD TERMS-FILE.
       COPY PAYMENT-TERMS-RECORD.

       FD PENDING-CHANGE-FILE.
       COPY PENDING-CHANGE-RECORD.

       FD OPERATOR-FILE.
       COPY OPERATOR-SECURITY-RECORD.

       FD MAINT-TRANS-FILE.
      *    One maintenance request per record: the action, the
      *    operator who keyed it (for the audit trail), and a full
      *    customer-record image. A change replaces the whole master
      *    record with the transaction image; a delete only needs
      *    TRN-CUST-ID filled. A cancel needs TRN-CUST-ID and the
      *    effective date of the pending change it cancels.
       01  MAINT-TRANS-REC.
           05  TRN-ACTION            PIC X.
               88  TRN-ADD           VALUE 'A'.
               88  TRN-CHANGE        VALUE 'C'.
               88  TRN-DELETE        VALUE 'D'.
               88  TRN-CANCEL        VALUE 'X'.
           05  TRN-OPERATOR-ID       PIC X(8).
           05  TRN-CUSTOMER.
               10  TRN-CUST-ID           PIC X(10).
               10  TRN-CUST-BUDGET-FLAG  PIC X.
                   88  TRN-BUDGET-VALID  VALUES 'Y' 'N' ' '.
               10  TRN-CUST-BUDGET-START PIC 9(8).
               10  TRN-CUST-BILL-CYCLE   PIC 9(2).
                   88  TRN-CYCLE-VALID   VALUES 0 THRU 20.
               10  TRN-CUST-AUTOPAY-FLAG PIC X.
                   88  TRN-AUTOPAY-VALID VALUES 'Y' 'N' ' '.
               10  TRN-CUST-TERMS-CODE   PIC X(4).
               10  TRN-CUST-MAIL-STREET  PIC X(30).
               10  TRN-CUST-MAIL-STREET2 PIC X(30).
               10  TRN-CUST-MAIL-CITY    PIC X(20).
               10  TRN-CUST-MAIL-STATE   PIC X(2).
               10  TRN-CUST-MAIL-ZIP     PIC X(5).
               10  TRN-CUST-MAIL-ZIP4    PIC X(4).
               10  TRN-CUST-DELIVERY-PREF PIC X.
                   88  TRN-DELIVERY-VALID VALUES 'P' 'E' ' '.
               10  TRN-CUST-EMAIL        PIC X(50).
      *    Date a change takes effect. Spaces or zero (a legacy
      *    transaction) or a date not after the run date applies
      *    now; a later date holds the change on PENDCHG.
           05  TRN-EFFECTIVE-DT      PIC 9(8).
      *    Parent account the customer is billed under - spaces for
      *    a customer billed on its own. Carried after the effective
      *    date so transactions cut before it existed still read.
           05  TRN-CUST-PARENT-ID    PIC X(10).

       FD AUDIT-REPORT.
       01  AUDIT-LINE                PIC X(132).
       01  WS-FILE-STATUS.
           05  WS-CUST-FS            PIC XX.
           05  WS-RATE-FS            PIC XX.
           05  WS-TERMS-FS           PIC XX.
           05  WS-TRAN-FS            PIC XX.
           05  WS-AUDIT-FS           PIC XX.
           05  WS-ERR-FS             PIC XX.
           05  WS-PEND-FS            PIC XX.
           05  WS-OPER-FS            PIC XX.

       01  WS-FLAGS.
           05  WS-EOF-FLAG           PIC X VALUE 'N'.
               88  MASTER-FOUND      VALUE 'Y'.
           05  WS-RATE-FOUND-FLAG    PIC X VALUE 'N'.
               88  RATE-FOUND        VALUE 'Y'.
           05  WS-TERMS-FOUND-FLAG   PIC X VALUE 'N'.
               88  TERMS-FOUND       VALUE 'Y'.
           05  WS-ADDRESS-OK-FLAG    PIC X VALUE 'N'.
               88  ADDRESS-OK        VALUE 'Y'.
           05  WS-EFF-DATE-OK-FLAG   PIC X VALUE 'Y'.
               88  EFF-DATE-OK       VALUE 'Y'.
           05  WS-FUTURE-FLAG        PIC X VALUE 'N'.
               88  FUTURE-DATED      VALUE 'Y'.
           05  WS-PEND-EOF-FLAG      PIC X VALUE 'N'.
               88  PEND-EOF          VALUE 'Y'.

      *    Saved image of the master record as it stood before the
      *    transaction, for the BEFORE audit line and so a rejected
      *    transaction leaves something to report against.
       01  WS-BEFORE-IMAGE           PIC X(320).
       01  WS-AFTER-IMAGE            PIC X(320).

      *    What happened to the transaction, for the audit entry's
      *    first line, and an optional second line (the fields a
      *    pending change touches).
       01  WS-AUDIT-RESULT           PIC X(40).
       01  WS-AUDIT-NOTE             PIC X(120).

      *    A pending change's two images field by field: the master
      *    as it stood when the change was keyed, and as the change
      *    leaves it. A field is the change's only where they differ.
       COPY CUSTOMER-RECORD REPLACING ==CUST-REC== BY ==WS-PEND-BEFORE==
                                 LEADING ==CR-== BY ==PB-==.
       COPY CUSTOMER-RECORD REPLACING ==CUST-REC== BY ==WS-PEND-AFTER==
                                 LEADING ==CR-== BY ==PA-==.

       01  WS-PEND-HOLD-KEY.
           05  WS-PEND-HOLD-CUST-ID  PIC X(10).
           05  WS-PEND-HOLD-EFF-DT   PIC 9(8).
       01  WS-SUMMARY-PTR            PIC 9(3).
       01  WS-SUMMARY-NAME           PIC X(12).

       01  WS-RATE-KEY-HOLD.
           05  WS-RATE-PLAN-CODE     PIC X(5).

       01  WS-RUN-DT                 PIC 9(8).
       01  WS-RUN-TIME               PIC 9(8).
      *    Date the plan code must have a rate on - the run date, or
      *    a future change's effective date.
       01  WS-RATE-AS-OF-DT          PIC 9(8).

       01  WS-COUNTERS.
           05  WS-TRANS-READ         PIC 9(6) VALUE 0.
           05  WS-ADDS-APPLIED       PIC 9(6) VALUE 0.
           05  WS-CHANGES-APPLIED    PIC 9(6) VALUE 0.
           05  WS-DELETES-APPLIED    PIC 9(6) VALUE 0.
           05  WS-PENDING-DUE        PIC 9(6) VALUE 0.
           05  WS-PENDING-HELD       PIC 9(6) VALUE 0.
           05  WS-PENDING-CANCELLED  PIC 9(6) VALUE 0.

      *    Result of checking the keying operator against OPERFILE:
      *    zero when the operator may key the transaction, otherwise
      *    the message code it is rejected with.
       01  WS-AUTH-ERR-CODE          PIC 9(4).
       01  WS-PARENT-ERR-CODE        PIC 9(4).

       01  WS-ERR-CODE               PIC 9(4).
       01  WS-ERR-MSG                PIC X(50).

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-APPLY-DUE-CHANGES
           PERFORM 2000-PROCESS-TRANS
               UNTIL END-OF-FILE
           PERFORM 9000-FINALIZE
               MOVE WS-RATE-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
      *    No TERMFILE yet just means no terms codes are defined -
      *    every customer bills on standard terms.
           OPEN INPUT TERMS-FILE
           IF WS-TERMS-FS NOT = '00' AND WS-TERMS-FS NOT = '05'
               MOVE 54 TO WS-ABEND-CODE
               MOVE 'PAYMENT TERMS TABLE TERMFILE UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-TERMS-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
      *    No PENDCHG yet just means nothing has ever been held -
      *    opening it I-O creates it.
           OPEN I-O   PENDING-CHANGE-FILE
           IF WS-PEND-FS NOT = '00' AND WS-PEND-FS NOT = '05'
               MOVE 55 TO WS-ABEND-CODE
               MOVE 'PENDING CHANGE FILE PENDCHG UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-PEND-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-FS NOT = '00'
               MOVE 56 TO WS-ABEND-CODE
               MOVE 'OPERATOR SECURITY FILE OPERFILE MISSING'
                   TO WS-ABEND-MSG
               MOVE WS-OPER-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT MAINT-TRANS-FILE
           IF WS-TRAN-FS NOT = '00'
               MOVE 50 TO WS-ABEND-CODE
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE.

       1500-APPLY-DUE-CHANGES.
      *    Pending changes whose effective date has arrived go onto
      *    the master before anything keyed tonight, in key order -
      *    so two changes due for one customer apply oldest first.
           MOVE LOW-VALUES TO PC-KEY
           START PENDING-CHANGE-FILE KEY IS >= PC-KEY
               INVALID KEY
                   SET PEND-EOF TO TRUE
           END-START
           PERFORM 1510-READ-NEXT-PENDING
               UNTIL PEND-EOF.

       1510-READ-NEXT-PENDING.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END
                   SET PEND-EOF TO TRUE
               NOT AT END
                   IF PC-EFFECTIVE-DT NOT > WS-RUN-DT
                       PERFORM 1520-APPLY-ONE-DUE
                   END-IF
           END-READ
           IF WS-PEND-FS NOT = '00' AND WS-PEND-FS NOT = '10'
               MOVE 55 TO WS-ABEND-CODE
               MOVE 'READ FAILED ON PENDCHG'
                   TO WS-ABEND-MSG
               MOVE WS-PEND-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       1520-APPLY-ONE-DUE.
      *    The due change is rebuilt as a change transaction: the
      *    master as it stands now, with the fields the change
      *    touched taken from its after image. It then goes through
      *    3000-VALIDATE-TRANS like one keyed tonight, so the master
      *    is re-edited as it will be written and the audit entry
      *    shows the master before and after. The pending record is
      *    removed whether it applied or was rejected - a rejected
      *    one is on ERRLOG to be keyed again.
           ADD 1 TO WS-TRANS-READ
           ADD 1 TO WS-PENDING-DUE
           MOVE PC-KEY TO WS-PEND-HOLD-KEY
           MOVE PC-BEFORE-IMAGE TO WS-PEND-BEFORE
           MOVE PC-AFTER-IMAGE TO WS-PEND-AFTER
           MOVE SPACES TO MAINT-TRANS-REC
           SET TRN-CHANGE TO TRUE
           MOVE PC-OPERATOR-ID TO TRN-OPERATOR-ID
           MOVE PC-CUST-ID TO TRN-CUST-ID
           MOVE PC-EFFECTIVE-DT TO TRN-EFFECTIVE-DT
           MOVE 0 TO WS-AUTH-ERR-CODE
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING '  APPLIED - CHANGE DUE ' DELIMITED SIZE
                  PC-EFFECTIVE-DT DELIMITED SIZE
               INTO WS-AUDIT-RESULT
           MOVE SPACES TO WS-AUDIT-NOTE
           STRING '  FIELDS: ' DELIMITED SIZE
                  PC-CHANGE-SUMMARY DELIMITED SIZE
               INTO WS-AUDIT-NOTE
           PERFORM 3100-READ-MASTER
           IF MASTER-FOUND
               PERFORM 4700-MERGE-PENDING-CHANGE
               PERFORM 4600-MOVE-MASTER-TO-TRANS
               PERFORM 3000-VALIDATE-TRANS
           ELSE
               MOVE 1103 TO WS-ERR-CODE
               PERFORM 8200-REJECT-TRANS
           END-IF
           MOVE WS-PEND-HOLD-KEY TO PC-KEY
           DELETE PENDING-CHANGE-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF WS-PEND-FS NOT = '00'
               MOVE 55 TO WS-ABEND-CODE
               MOVE 'DELETE FAILED ON PENDCHG'
                   TO WS-ABEND-MSG
               MOVE WS-PEND-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       2000-PROCESS-TRANS.
           READ MAINT-TRANS-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
                   MOVE '  APPLIED' TO WS-AUDIT-RESULT
                   MOVE SPACES TO WS-AUDIT-NOTE
                   PERFORM 3020-CHECK-OPERATOR
                   PERFORM 3000-VALIDATE-TRANS
           END-READ
           IF WS-TRAN-FS NOT = '00' AND WS-TRAN-FS NOT = '10'
           END-IF.

       3000-VALIDATE-TRANS.
      *    The parent is read first - 3100 must leave the customer's
      *    own master in the record area for the change to build on.
           PERFORM 3150-CHECK-PARENT
           PERFORM 3100-READ-MASTER
           PERFORM 3050-CHECK-EFFECTIVE-DATE
           MOVE 'N' TO WS-DATE-OK-FLAG
           IF TRN-CUST-BUDGET-START NUMERIC
               MOVE TRN-CUST-BUDGET-START TO WS-EDIT-DT
               PERFORM 8300-VALIDATE-DATE
           END-IF
           PERFORM 3250-CHECK-TERMS-CODE
           PERFORM 3300-CHECK-MAIL-ADDRESS
           EVALUATE TRUE
               WHEN TRN-CUST-ID = SPACES
                   MOVE 1001 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN NOT (TRN-ADD OR TRN-CHANGE OR TRN-DELETE
                         OR TRN-CANCEL)
                   MOVE 1101 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN WS-AUTH-ERR-CODE NOT = 0
                   MOVE WS-AUTH-ERR-CODE TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN NOT EFF-DATE-OK
                   MOVE 1116 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
      *        Anything due by tonight was applied in 1500 before the
      *        transactions were read, so only a future-dated change
      *        can still be pending.
               WHEN TRN-CANCEL AND NOT FUTURE-DATED
                   MOVE 1118 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN TRN-CANCEL
                   PERFORM 4800-CANCEL-PENDING-CHANGE
      *        Only a change is held: an add or delete dated ahead
      *        would leave BILL-CALC billing a customer that isn't
      *        there yet, or not billing one that still is.
               WHEN FUTURE-DATED AND NOT TRN-CHANGE
                   MOVE 1117 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN TRN-ADD AND MASTER-FOUND
                   MOVE 1102 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN TRN-CUST-BUDGET-FLAG = 'Y' AND NOT DATE-OK
                   MOVE 1108 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
      *        Spaces (a legacy transaction) are carried as cycle
      *        zero below; anything else must be a cycle the
      *        schedule actually runs, or the customer never bills.
               WHEN TRN-CUST-BILL-CYCLE NOT = SPACES
                   AND (TRN-CUST-BILL-CYCLE NOT NUMERIC
                        OR NOT TRN-CYCLE-VALID)
                   MOVE 1109 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN NOT TRN-AUTOPAY-VALID
                   MOVE 1110 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
      *        AUTOPAY drafts from the bank details on the master -
      *        enrolling a customer with none would only schedule
      *        drafts that can never go out.
               WHEN TRN-CUST-AUTOPAY-FLAG = 'Y'
                   AND (TRN-CUST-BANK-ROUTING NOT NUMERIC
                        OR TRN-CUST-BANK-ROUTING = 0
                        OR TRN-CUST-BANK-ACCOUNT = SPACES)
                   MOVE 1111 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
      *        Spaces bill on standard terms; a code BILL-CALC can't
      *        find would only fall back to them with a warning
      *        every cycle.
               WHEN TRN-CUST-TERMS-CODE NOT = SPACES
                   AND NOT TERMS-FOUND
                   MOVE 1112 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN NOT TRN-DELIVERY-VALID
                   MOVE 1113 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
      *        DOCDLVR would only fall the customer back to paper
      *        every night - with no address to send the e-bill to.
               WHEN TRN-CUST-DELIVERY-PREF = 'E'
                   AND TRN-CUST-EMAIL = SPACES
                   MOVE 1114 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN NOT ADDRESS-OK
                   MOVE 1115 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN WS-PARENT-ERR-CODE NOT = 0
                   MOVE WS-PARENT-ERR-CODE TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN OTHER
                   PERFORM 3200-CHECK-PLAN-CODE
                   IF RATE-FOUND
                       EVALUATE TRUE
                           WHEN TRN-ADD
                               PERFORM 4100-APPLY-ADD
                           WHEN FUTURE-DATED
                               PERFORM 4400-HOLD-PENDING-CHANGE
                           WHEN OTHER
                               PERFORM 4200-APPLY-CHANGE
                       END-EVALUATE
                   ELSE
                       MOVE 1003 TO WS-ERR-CODE
                       PERFORM 8200-REJECT-TRANS
                   END-IF
           END-EVALUATE.

       3020-CHECK-OPERATOR.
           MOVE 0 TO WS-AUTH-ERR-CODE
           MOVE TRN-OPERATOR-ID TO OS-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE 2301 TO WS-AUTH-ERR-CODE
           END-READ
           EVALUATE TRUE
               WHEN WS-AUTH-ERR-CODE NOT = 0
                   CONTINUE
               WHEN NOT OS-ACTIVE
                   MOVE 2302 TO WS-AUTH-ERR-CODE
               WHEN NOT OS-CAN-CUSTOMER
                   MOVE 2303 TO WS-AUTH-ERR-CODE
           END-EVALUATE.

       3050-CHECK-EFFECTIVE-DATE.
      *    Spaces or zero is a change for now. A date must be a real
      *    calendar date; one after the run date makes the change a
      *    future one, and its plan must have a rate on that date.
           MOVE 'Y' TO WS-EFF-DATE-OK-FLAG
           MOVE 'N' TO WS-FUTURE-FLAG
           MOVE WS-RUN-DT TO WS-RATE-AS-OF-DT
           EVALUATE TRUE
               WHEN TRN-EFFECTIVE-DT = SPACES
                   CONTINUE
               WHEN TRN-EFFECTIVE-DT NOT NUMERIC
                   MOVE 'N' TO WS-EFF-DATE-OK-FLAG
               WHEN TRN-EFFECTIVE-DT = 0
                   CONTINUE
               WHEN OTHER
                   MOVE TRN-EFFECTIVE-DT TO WS-EDIT-DT
                   PERFORM 8300-VALIDATE-DATE
                   IF NOT DATE-OK
                       MOVE 'N' TO WS-EFF-DATE-OK-FLAG
                   ELSE
                       IF TRN-EFFECTIVE-DT > WS-RUN-DT
                           SET FUTURE-DATED TO TRUE
                           MOVE TRN-EFFECTIVE-DT TO WS-RATE-AS-OF-DT
                       END-IF
                   END-IF
           END-EVALUATE.

       3100-READ-MASTER.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG
           MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE CUST-REC TO WS-BEFORE-IMAGE
           END-READ.

       3150-CHECK-PARENT.
      *    A child account bills onto its parent's summary invoice,
      *    so the parent must be a live account of its own - and
      *    only one level deep: a parent that is itself a child
      *    would leave its locations' charges on a summary nobody
      *    is sent.
           MOVE 0 TO WS-PARENT-ERR-CODE
           IF TRN-CUST-PARENT-ID NOT = SPACES
               MOVE TRN-CUST-PARENT-ID TO CR-CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE 1121 TO WS-PARENT-ERR-CODE
               END-READ
               EVALUATE TRUE
                   WHEN TRN-CUST-PARENT-ID = TRN-CUST-ID
                       MOVE 1120 TO WS-PARENT-ERR-CODE
                   WHEN WS-PARENT-ERR-CODE NOT = 0
                       CONTINUE
                   WHEN CR-CUST-PARENT-ID NOT = SPACES
                       MOVE 1122 TO WS-PARENT-ERR-CODE
                   WHEN CR-CUST-STATUS = 'C'
                       MOVE 1123 TO WS-PARENT-ERR-CODE
               END-EVALUATE
           END-IF.

       3200-CHECK-PLAN-CODE.
      *    Same newest-effective-date positioning BILL-CALC's
      *    1100-LOAD-RATES uses: START on plan code plus the run
      *    date (a future change's effective date), then confirm
      *    the record landed on is still for this plan (START can
      *    land on the prior plan's last rate when this plan has no
      *    rate effective yet).
           MOVE 'N' TO WS-RATE-FOUND-FLAG
           MOVE TRN-CUST-PLAN-CODE TO WS-RATE-PLAN-CODE
           MOVE WS-RATE-AS-OF-DT TO WS-RATE-EFFECTIVE-DT
           MOVE WS-RATE-KEY-HOLD TO RT-RATE-KEY
           START RATE-FILE KEY IS <= RT-RATE-KEY
               INVALID KEY
                   END-READ
           END-START.

       3250-CHECK-TERMS-CODE.
           MOVE 'N' TO WS-TERMS-FOUND-FLAG
           IF TRN-CUST-TERMS-CODE NOT = SPACES
               MOVE TRN-CUST-TERMS-CODE TO TM-TERMS-CODE
               READ TERMS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TERMS-FOUND TO TRUE
               END-READ
           END-IF.

       3300-CHECK-MAIL-ADDRESS.
      *    The mailing address is all or nothing: a blank one (a
      *    legacy transaction) mails unsorted to the free-form
      *    address, but a partial one would reach the print vendor
      *    as an address the post office can't deliver. The ZIP
      *    must be five digits to presort; the plus-four is
      *    optional.
           MOVE 'N' TO WS-ADDRESS-OK-FLAG
           EVALUATE TRUE
               WHEN TRN-CUST-MAIL-STREET = SPACES
                   AND TRN-CUST-MAIL-STREET2 = SPACES
                   AND TRN-CUST-MAIL-CITY = SPACES
                   AND TRN-CUST-MAIL-STATE = SPACES
                   AND TRN-CUST-MAIL-ZIP = SPACES
                   AND TRN-CUST-MAIL-ZIP4 = SPACES
                   SET ADDRESS-OK TO TRUE
               WHEN TRN-CUST-MAIL-STREET = SPACES
                   OR TRN-CUST-MAIL-CITY = SPACES
                   OR TRN-CUST-MAIL-STATE NOT ALPHABETIC
                   OR TRN-CUST-MAIL-STATE (1:1) = SPACE
                   OR TRN-CUST-MAIL-STATE (2:1) = SPACE
                   OR TRN-CUST-MAIL-ZIP NOT NUMERIC
                   CONTINUE
               WHEN TRN-CUST-MAIL-ZIP4 = SPACES
                   OR TRN-CUST-MAIL-ZIP4 NUMERIC
                   SET ADDRESS-OK TO TRUE
           END-EVALUATE.

       4100-APPLY-ADD.
           PERFORM 4500-MOVE-TRANS-TO-MASTER
           WRITE CUST-REC
                   PERFORM 5000-WRITE-AUDIT-ENTRY
           END-DELETE.

       4400-HOLD-PENDING-CHANGE.
      *    The change is built on the master exactly as 4200 would
      *    build it, but the result goes to PENDCHG with the master
      *    as it stands, not back to CUSTFILE. A second change keyed
      *    for the same customer and day replaces the first.
           MOVE WS-BEFORE-IMAGE TO WS-PEND-BEFORE
           PERFORM 4500-MOVE-TRANS-TO-MASTER
           MOVE CUST-REC TO WS-PEND-AFTER
                            WS-AFTER-IMAGE
           MOVE SPACES TO PEND-CHG-REC
           MOVE TRN-CUST-ID TO PC-CUST-ID
           MOVE TRN-EFFECTIVE-DT TO PC-EFFECTIVE-DT
           MOVE TRN-OPERATOR-ID TO PC-OPERATOR-ID
           MOVE WS-RUN-DT TO PC-KEYED-DT
           MOVE WS-RUN-TIME TO PC-KEYED-TIME
           MOVE WS-PEND-BEFORE TO PC-BEFORE-IMAGE
           MOVE WS-PEND-AFTER TO PC-AFTER-IMAGE
           PERFORM 4450-SUMMARIZE-CHANGE
           IF PC-CHANGE-SUMMARY = SPACES
               MOVE 1119 TO WS-ERR-CODE
               PERFORM 8200-REJECT-TRANS
           ELSE
               MOVE SPACES TO WS-AUDIT-RESULT
               WRITE PEND-CHG-REC
                   INVALID KEY
                       REWRITE PEND-CHG-REC
                       STRING '  HELD UNTIL ' DELIMITED SIZE
                              PC-EFFECTIVE-DT DELIMITED SIZE
                              ' - REPLACES PRIOR' DELIMITED SIZE
                           INTO WS-AUDIT-RESULT
                   NOT INVALID KEY
                       STRING '  HELD UNTIL ' DELIMITED SIZE
                              PC-EFFECTIVE-DT DELIMITED SIZE
                           INTO WS-AUDIT-RESULT
               END-WRITE
               IF WS-PEND-FS NOT = '00'
                   MOVE 55 TO WS-ABEND-CODE
                   MOVE 'WRITE FAILED ON PENDCHG'
                       TO WS-ABEND-MSG
                   MOVE WS-PEND-FS TO WS-ABEND-FS
                   PERFORM 9999-ABEND
               END-IF
               ADD 1 TO WS-PENDING-HELD
               MOVE SPACES TO WS-AUDIT-NOTE
               STRING '  FIELDS: ' DELIMITED SIZE
                      PC-CHANGE-SUMMARY DELIMITED SIZE
                   INTO WS-AUDIT-NOTE
               PERFORM 5000-WRITE-AUDIT-ENTRY
           END-IF.

       4450-SUMMARIZE-CHANGE.
      *    Names the fields the change touches. Usage, days overdue
      *    and the autopay return count belong to the batch runs
      *    that maintain them and are never taken from a pending
      *    change, so they are not named.
           MOVE SPACES TO PC-CHANGE-SUMMARY
           MOVE 1 TO WS-SUMMARY-PTR
           IF PA-CUST-NAME NOT = PB-CUST-NAME
               MOVE 'NAME' TO WS-SUMMARY-NAME
               PERFORM 4460-ADD-SUMMARY-NAME
           END-IF
           IF PA-CUST-STATUS NOT = PB-CUST-STATUS
               MOVE 'STATUS' TO WS-SUMMARY-NAME
               PERFORM 4460-ADD-SUMMARY-NAME
           END-IF
           IF PA-CUST-LATE-FEE-PCT NOT = PB-CUST-LATE-FEE-PCT
               MOVE 'LATE-FEE' TO WS-SUMMARY-NAME
               PERFORM 4460-ADD-SUMMARY-NAME
           END-IF
           IF PA-CUST-PLAN-CODE NOT = PB-CUST-PLAN-CODE
               MOVE 'PLAN' TO WS-SUMMARY-NAME
               PERFORM 4460-ADD-SUMMARY-NAME
           END-IF
           IF PA-CUST-DISPUTE-FLAG NOT = PB-CUST-DISPUTE-FLAG
               MOVE 'DISPUTE' TO WS-SUMMARY-NAME
               PERFORM 4460-ADD-SUMMARY-NAME
           END-IF
           IF PA-CUST-ADDRESS NOT = PB-CUST-ADDRESS
               MOVE 'ADDRESS' TO WS-SUMMARY-NAME
               PERFORM 4460-ADD-SUMMARY-NAME
           END-IF
           IF PA-CUST-TAX-JUR NOT = PB-CUST-TAX-JUR
               MOVE 'TAX-JUR' TO WS-SUMMARY-NAME
               PERFORM 4460-ADD-SUMMARY-NAME
           END-IF
           IF PA-CUST-SVC-START-DT NOT = PB-CUST-SVC-START-DT
               MOVE 'SVC-START' TO WS-SUMMARY-NAME
               PERFORM 4460-ADD-SUMMARY-NAME
           END-IF
           IF PA-CUST-SVC-STOP-DT NOT = PB-CUST-SVC-STOP-DT
               MOVE 'SVC-STOP' TO WS-SUMMARY-NAME
               PERFORM 4460-ADD-SUMMARY-NAME
           END-IF
           IF PA-CUST-BANK-ROUTING NOT = PB-CUST-BANK-ROUTING
               OR PA-CUST-BANK-ACCOUNT NOT = PB-CUST-BANK-ACCOUNT
               MOVE 'BANK' TO WS-SUMMARY-NAME
               PERFORM 4460-ADD-SUMMARY-NAME
           END-IF
           IF PA-CUST-BUDGET-FLAG NOT = PB-CUST-BUDGET-FLAG
               MOVE 'BUDGET' TO WS-SUMMARY-NAME
               PERFORM 4460-ADD-SUMMARY-NAME
           END-IF
           IF PA-CUST-BUDGET-START-DT NOT = PB-CUST-BUDGET-START-DT
               MOVE 'BUDGET-START' TO WS-SUMMARY-NAME
               PERFORM 4460-ADD-SUMMARY-NAME
           END-IF
           IF PA-CUST-BILL-CYCLE NOT = PB-CUST-BILL-CYCLE
               MOVE 'CYCLE' TO WS-SUMMARY-NAME
               PERFORM 4460-ADD-SUMMARY-NAME
           END-IF
           IF PA-CUST-AUTOPAY-FLAG NOT = PB-CUST-AUTOPAY-FLAG
               MOVE 'AUTOPAY' TO WS-SUMMARY-NAME
               PERFORM 4460-ADD-SUMMARY-NAME
           END-IF
           IF PA-CUST-TERMS-CODE NOT = PB-CUST-TERMS-CODE
               MOVE 'TERMS' TO WS-SUMMARY-NAME
               PERFORM 4460-ADD-SUMMARY-NAME
           END-IF
           IF PA-CUST-MAIL-ADDRESS NOT = PB-CUST-MAIL-ADDRESS
               MOVE 'MAIL-ADDR' TO WS-SUMMARY-NAME
               PERFORM 4460-ADD-SUMMARY-NAME
           END-IF
           IF PA-CUST-DELIVERY-PREF NOT = PB-CUST-DELIVERY-PREF
               MOVE 'DELIVERY' TO WS-SUMMARY-NAME
               PERFORM 4460-ADD-SUMMARY-NAME
           END-IF
           IF PA-CUST-EMAIL NOT = PB-CUST-EMAIL
               MOVE 'EMAIL' TO WS-SUMMARY-NAME
               PERFORM 4460-ADD-SUMMARY-NAME
           END-IF
           IF PA-CUST-PARENT-ID NOT = PB-CUST-PARENT-ID
               MOVE 'PARENT' TO WS-SUMMARY-NAME
               PERFORM 4460-ADD-SUMMARY-NAME
           END-IF.

       4460-ADD-SUMMARY-NAME.
           STRING WS-SUMMARY-NAME DELIMITED SPACE
                  ' '             DELIMITED SIZE
               INTO PC-CHANGE-SUMMARY
               WITH POINTER WS-SUMMARY-PTR
               ON OVERFLOW
                   CONTINUE
           END-STRING.

       4500-MOVE-TRANS-TO-MASTER.
           MOVE TRN-CUST-ID           TO CR-CUST-ID
           MOVE TRN-CUST-NAME         TO CR-CUST-NAME
                   TO CR-CUST-BUDGET-START-DT
           ELSE
               MOVE 0 TO CR-CUST-BUDGET-START-DT
           END-IF
      *    A billing cycle keyed as spaces (legacy transactions) is
      *    carried as zero, which BILL-CALC bills with cycle 01.
           IF TRN-CUST-BILL-CYCLE NUMERIC
               MOVE TRN-CUST-BILL-CYCLE TO CR-CUST-BILL-CYCLE
           ELSE
               MOVE 0 TO CR-CUST-BILL-CYCLE
           END-IF
      *    An autopay flag keyed as spaces (legacy transactions) is
      *    carried as not enrolled. The return count is AUTOPAY's,
      *    not the operator's: a change keeps the master's count,
      *    and only a new enrollment (or a new customer) starts it
      *    over - the record area still holds the master image read
      *    in 3100 for a change.
           IF TRN-ADD
               OR (TRN-CUST-AUTOPAY-FLAG = 'Y'
                   AND CR-CUST-AUTOPAY-FLAG NOT = 'Y')
               MOVE 0 TO CR-CUST-AUTOPAY-RETURNS
           END-IF
           IF CR-CUST-AUTOPAY-RETURNS NOT NUMERIC
               MOVE 0 TO CR-CUST-AUTOPAY-RETURNS
           END-IF
           IF TRN-CUST-AUTOPAY-FLAG = 'Y'
               MOVE 'Y' TO CR-CUST-AUTOPAY-FLAG
           ELSE
               MOVE 'N' TO CR-CUST-AUTOPAY-FLAG
           END-IF
           MOVE TRN-CUST-TERMS-CODE   TO CR-CUST-TERMS-CODE
           MOVE TRN-CUST-MAIL-STREET  TO CR-CUST-MAIL-STREET
           MOVE TRN-CUST-MAIL-STREET2 TO CR-CUST-MAIL-STREET2
           MOVE TRN-CUST-MAIL-CITY    TO CR-CUST-MAIL-CITY
           MOVE TRN-CUST-MAIL-STATE   TO CR-CUST-MAIL-STATE
           MOVE TRN-CUST-MAIL-ZIP     TO CR-CUST-MAIL-ZIP
           MOVE TRN-CUST-MAIL-ZIP4    TO CR-CUST-MAIL-ZIP4
      *    A delivery preference keyed as spaces (legacy
      *    transactions) is carried as paper.
           IF TRN-CUST-DELIVERY-PREF = 'E'
               MOVE 'E' TO CR-CUST-DELIVERY-PREF
           ELSE
               MOVE 'P' TO CR-CUST-DELIVERY-PREF
           END-IF
           MOVE TRN-CUST-EMAIL        TO CR-CUST-EMAIL
           MOVE TRN-CUST-PARENT-ID    TO CR-CUST-PARENT-ID.

       4600-MOVE-MASTER-TO-TRANS.
      *    The reverse of 4500, for a due pending change: the merged
      *    master becomes the transaction image 3000 edits.
           MOVE CR-CUST-ID            TO TRN-CUST-ID
           MOVE CR-CUST-NAME          TO TRN-CUST-NAME
           MOVE CR-CUST-STATUS        TO TRN-CUST-STATUS
           MOVE CR-CUST-USAGE-AMT     TO TRN-CUST-USAGE-AMT
           MOVE CR-CUST-DAYS-OVERDUE  TO TRN-CUST-DAYS-OVERDUE
           MOVE CR-CUST-LATE-FEE-PCT  TO TRN-CUST-LATE-FEE-PCT
           MOVE CR-CUST-PLAN-CODE     TO TRN-CUST-PLAN-CODE
           MOVE CR-CUST-DISPUTE-FLAG  TO TRN-CUST-DISPUTE-FLAG
           MOVE CR-CUST-ADDRESS       TO TRN-CUST-ADDRESS
           MOVE CR-CUST-TAX-JUR       TO TRN-CUST-TAX-JUR
           MOVE CR-CUST-SVC-START-DT  TO TRN-CUST-SVC-START-DT
           MOVE CR-CUST-SVC-STOP-DT   TO TRN-CUST-SVC-STOP-DT
           MOVE CR-CUST-BANK-ROUTING  TO TRN-CUST-BANK-ROUTING
           MOVE CR-CUST-BANK-ACCOUNT  TO TRN-CUST-BANK-ACCOUNT
           MOVE CR-CUST-BUDGET-FLAG   TO TRN-CUST-BUDGET-FLAG
           MOVE CR-CUST-BUDGET-START-DT
                                      TO TRN-CUST-BUDGET-START
           MOVE CR-CUST-BILL-CYCLE    TO TRN-CUST-BILL-CYCLE
           MOVE CR-CUST-AUTOPAY-FLAG  TO TRN-CUST-AUTOPAY-FLAG
           MOVE CR-CUST-TERMS-CODE    TO TRN-CUST-TERMS-CODE
           MOVE CR-CUST-MAIL-STREET   TO TRN-CUST-MAIL-STREET
           MOVE CR-CUST-MAIL-STREET2  TO TRN-CUST-MAIL-STREET2
           MOVE CR-CUST-MAIL-CITY     TO TRN-CUST-MAIL-CITY
           MOVE CR-CUST-MAIL-STATE    TO TRN-CUST-MAIL-STATE
           MOVE CR-CUST-MAIL-ZIP      TO TRN-CUST-MAIL-ZIP
           MOVE CR-CUST-MAIL-ZIP4     TO TRN-CUST-MAIL-ZIP4
           MOVE CR-CUST-DELIVERY-PREF TO TRN-CUST-DELIVERY-PREF
           MOVE CR-CUST-EMAIL         TO TRN-CUST-EMAIL
           MOVE CR-CUST-PARENT-ID     TO TRN-CUST-PARENT-ID.

       4700-MERGE-PENDING-CHANGE.
      *    Takes onto the master (read in 3100) only the fields the
      *    pending change touched - the same fields 4450 names.
           IF PA-CUST-NAME NOT = PB-CUST-NAME
               MOVE PA-CUST-NAME TO CR-CUST-NAME
           END-IF
           IF PA-CUST-STATUS NOT = PB-CUST-STATUS
               MOVE PA-CUST-STATUS TO CR-CUST-STATUS
           END-IF
           IF PA-CUST-LATE-FEE-PCT NOT = PB-CUST-LATE-FEE-PCT
               MOVE PA-CUST-LATE-FEE-PCT TO CR-CUST-LATE-FEE-PCT
           END-IF
           IF PA-CUST-PLAN-CODE NOT = PB-CUST-PLAN-CODE
               MOVE PA-CUST-PLAN-CODE TO CR-CUST-PLAN-CODE
           END-IF
           IF PA-CUST-DISPUTE-FLAG NOT = PB-CUST-DISPUTE-FLAG
               MOVE PA-CUST-DISPUTE-FLAG TO CR-CUST-DISPUTE-FLAG
           END-IF
           IF PA-CUST-ADDRESS NOT = PB-CUST-ADDRESS
               MOVE PA-CUST-ADDRESS TO CR-CUST-ADDRESS
           END-IF
           IF PA-CUST-TAX-JUR NOT = PB-CUST-TAX-JUR
               MOVE PA-CUST-TAX-JUR TO CR-CUST-TAX-JUR
           END-IF
           IF PA-CUST-SVC-START-DT NOT = PB-CUST-SVC-START-DT
               MOVE PA-CUST-SVC-START-DT TO CR-CUST-SVC-START-DT
           END-IF
           IF PA-CUST-SVC-STOP-DT NOT = PB-CUST-SVC-STOP-DT
               MOVE PA-CUST-SVC-STOP-DT TO CR-CUST-SVC-STOP-DT
           END-IF
           IF PA-CUST-BANK-ROUTING NOT = PB-CUST-BANK-ROUTING
               OR PA-CUST-BANK-ACCOUNT NOT = PB-CUST-BANK-ACCOUNT
               MOVE PA-CUST-BANK-ROUTING TO CR-CUST-BANK-ROUTING
               MOVE PA-CUST-BANK-ACCOUNT TO CR-CUST-BANK-ACCOUNT
           END-IF
           IF PA-CUST-BUDGET-FLAG NOT = PB-CUST-BUDGET-FLAG
               MOVE PA-CUST-BUDGET-FLAG TO CR-CUST-BUDGET-FLAG
           END-IF
           IF PA-CUST-BUDGET-START-DT NOT = PB-CUST-BUDGET-START-DT
               MOVE PA-CUST-BUDGET-START-DT
                   TO CR-CUST-BUDGET-START-DT
           END-IF
           IF PA-CUST-BILL-CYCLE NOT = PB-CUST-BILL-CYCLE
               MOVE PA-CUST-BILL-CYCLE TO CR-CUST-BILL-CYCLE
           END-IF
           IF PA-CUST-AUTOPAY-FLAG NOT = PB-CUST-AUTOPAY-FLAG
               MOVE PA-CUST-AUTOPAY-FLAG TO CR-CUST-AUTOPAY-FLAG
           END-IF
           IF PA-CUST-TERMS-CODE NOT = PB-CUST-TERMS-CODE
               MOVE PA-CUST-TERMS-CODE TO CR-CUST-TERMS-CODE
           END-IF
           IF PA-CUST-MAIL-ADDRESS NOT = PB-CUST-MAIL-ADDRESS
               MOVE PA-CUST-MAIL-ADDRESS TO CR-CUST-MAIL-ADDRESS
           END-IF
           IF PA-CUST-DELIVERY-PREF NOT = PB-CUST-DELIVERY-PREF
               MOVE PA-CUST-DELIVERY-PREF TO CR-CUST-DELIVERY-PREF
           END-IF
           IF PA-CUST-EMAIL NOT = PB-CUST-EMAIL
               MOVE PA-CUST-EMAIL TO CR-CUST-EMAIL
           END-IF
           IF PA-CUST-PARENT-ID NOT = PB-CUST-PARENT-ID
               MOVE PA-CUST-PARENT-ID TO CR-CUST-PARENT-ID
           END-IF.

       4800-CANCEL-PENDING-CHANGE.
      *    The audit entry shows the cancelled change's own images -
      *    the master when it was keyed and as it would have left it.
           MOVE TRN-CUST-ID TO PC-CUST-ID
           MOVE TRN-EFFECTIVE-DT TO PC-EFFECTIVE-DT
           READ PENDING-CHANGE-FILE
               INVALID KEY
                   MOVE 1118 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               NOT INVALID KEY
                   DELETE PENDING-CHANGE-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF WS-PEND-FS NOT = '00'
                       MOVE 55 TO WS-ABEND-CODE
                       MOVE 'DELETE FAILED ON PENDCHG'
                           TO WS-ABEND-MSG
                       MOVE WS-PEND-FS TO WS-ABEND-FS
                       PERFORM 9999-ABEND
                   END-IF
                   ADD 1 TO WS-PENDING-CANCELLED
                   MOVE PC-BEFORE-IMAGE TO WS-BEFORE-IMAGE
                   MOVE PC-AFTER-IMAGE TO WS-AFTER-IMAGE
                   MOVE SPACES TO WS-AUDIT-RESULT
                   STRING '  CANCELLED CHANGE DUE ' DELIMITED SIZE
                          PC-EFFECTIVE-DT DELIMITED SIZE
                       INTO WS-AUDIT-RESULT
                   MOVE SPACES TO WS-AUDIT-NOTE
                   STRING '  FIELDS: ' DELIMITED SIZE
                          PC-CHANGE-SUMMARY DELIMITED SIZE
                          ' KEYED BY ' DELIMITED SIZE
                          PC-OPERATOR-ID DELIMITED SIZE
                       INTO WS-AUDIT-NOTE
                   PERFORM 5000-WRITE-AUDIT-ENTRY
           END-READ.

       5000-WRITE-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-LINE
           STRING 'ACTION: '     DELIMITED SIZE
                  TRN-CUST-ID    DELIMITED SIZE
                  '  OPERATOR: ' DELIMITED SIZE
                  TRN-OPERATOR-ID DELIMITED SIZE
                  WS-AUDIT-RESULT DELIMITED SIZE
               INTO AUDIT-LINE
           WRITE AUDIT-LINE

      *    The record image plus its caption is wider than the
      *    132-byte print line, so each image is split across
      *    three lines - truncating the tail would corrupt the very
      *    before/after evidence this report exists to provide.
           MOVE SPACES TO AUDIT-LINE
           STRING '  BEFORE: ' DELIMITED SIZE
                  WS-BEFORE-IMAGE (1:120) DELIMITED SIZE
               INTO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           STRING '          ' DELIMITED SIZE
                  WS-BEFORE-IMAGE (121:120) DELIMITED SIZE
               INTO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           STRING '          ' DELIMITED SIZE
                  WS-BEFORE-IMAGE (241:80) DELIMITED SIZE
               INTO AUDIT-LINE
           WRITE AUDIT-LINE

           MOVE SPACES TO AUDIT-LINE
           STRING '  AFTER:  ' DELIMITED SIZE
                  WS-AFTER-IMAGE (1:120) DELIMITED SIZE
               INTO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           STRING '          ' DELIMITED SIZE
                  WS-AFTER-IMAGE (121:120) DELIMITED SIZE
               INTO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           STRING '          ' DELIMITED SIZE
                  WS-AFTER-IMAGE (241:80) DELIMITED SIZE
               INTO AUDIT-LINE
           WRITE AUDIT-LINE

           IF WS-AUDIT-NOTE NOT = SPACES
               MOVE WS-AUDIT-NOTE TO AUDIT-LINE
               WRITE AUDIT-LINE
           END-IF
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE.

                  WS-ERR-MSG     DELIMITED SIZE
               INTO AUDIT-LINE
           WRITE AUDIT-LINE
           IF WS-AUDIT-NOTE NOT = SPACES
               MOVE WS-AUDIT-NOTE TO AUDIT-LINE
               WRITE AUDIT-LINE
           END-IF
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE.


       8300-VALIDATE-DATE.
      *    A real calendar date, leap years included - the same
      *    edit TBLMNT gives effective dates. The caller moves a
      *    transaction date into WS-EDIT-DT only once it has checked
      *    the field is numeric, so the redefined parts mean
      *    something.
           MOVE 'N' TO WS-DATE-OK-FLAG
           IF WS-EDIT-YYYY >= 1900
               AND WS-EDIT-MM >= 1 AND WS-EDIT-MM <= 12
               AND WS-EDIT-DD >= 1
               EVALUATE WS-EDIT-MM
       9000-FINALIZE.
           CLOSE CUSTOMER-FILE
                 RATE-FILE
                 TERMS-FILE
                 PENDING-CHANGE-FILE
                 OPERATOR-FILE
                 MAINT-TRANS-FILE
                 AUDIT-REPORT
                 ERROR-LOG
           DISPLAY '  ADDS:              ' WS-ADDS-APPLIED
           DISPLAY '  CHANGES:           ' WS-CHANGES-APPLIED
           DISPLAY '  DELETES:           ' WS-DELETES-APPLIED
           DISPLAY 'MAINT TRANS ERROR:   ' WS-TRANS-ERROR
      *    Read counts the due pending changes applied from PENDCHG
      *    as well as CUSTTRAN; a held or cancelled change is neither
      *    applied nor an error.
           DISPLAY 'PENDING CHANGES DUE: ' WS-PENDING-DUE
           DISPLAY 'CHANGES HELD:        ' WS-PENDING-HELD
           DISPLAY 'PENDING CANCELLED:   ' WS-PENDING-CANCELLED.
