      *===============================================================*
      * COPYBOOK:   OPERATOR-SECURITY-RECORD
      * Shared operator security layout for OPERATOR-FILE (OPERFILE),
      * keyed by operator id. One record per person allowed to key
      * maintenance transactions: whether the operator is active,
      * which maintenance functions the operator may key ('Y' per
      * function), and the largest dollar amount the operator may
      * approve on a write-off or billing adjustment. CUSTMNT,
      * TBLMNT, ARRMNT, WRITEOFF and ADJMEMO reject transactions from
      * operators who are not on file, not active or not permitted
      * the function. Maintained through TBLMNT by a security
      * administrator (OS-FN-SECURITY); OPERACC lists it for the
      * access review.
      *===============================================================*
       01  OPER-SEC-REC.
           05  OS-OPERATOR-ID        PIC X(8).
           05  OS-OPERATOR-NAME      PIC X(24).
           05  OS-ACTIVE-FLAG        PIC X.
               88  OS-ACTIVE         VALUE 'Y'.
           05  OS-FUNCTIONS.
               10  OS-FN-CUSTOMER    PIC X.
                   88  OS-CAN-CUSTOMER   VALUE 'Y'.
               10  OS-FN-TABLE       PIC X.
                   88  OS-CAN-TABLE      VALUE 'Y'.
               10  OS-FN-ARRANGE     PIC X.
                   88  OS-CAN-ARRANGE    VALUE 'Y'.
               10  OS-FN-WRITEOFF    PIC X.
                   88  OS-CAN-WRITEOFF   VALUE 'Y'.
               10  OS-FN-ADJUST      PIC X.
                   88  OS-CAN-ADJUST     VALUE 'Y'.
               10  OS-FN-SECURITY    PIC X.
                   88  OS-CAN-SECURITY   VALUE 'Y'.
           05  OS-APPROVAL-LIMIT     PIC 9(7)V99.
           05  OS-LAST-MAINT-DT      PIC 9(8).
           05  OS-LAST-MAINT-BY      PIC X(8).
