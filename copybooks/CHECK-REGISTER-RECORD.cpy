      *===============================================================*
      * COPYBOOK:   CHECK-REGISTER-RECORD
      * Shared layout for CHECK-REGISTER (CHKREG), one record per
      * check ever written, keyed by check number. REFUND (REFCHK),
      * SIMPBATCH (CHKLIST) and ACHRET (reissues onto CHKLIST) take
      * the next number after the highest on file, print it on the
      * check line and add the check here when their run commits;
      * a number is never reused, and a voided check stays on file.
      * POSPAY sends each issued and voided check to the bank as
      * positive pay and stamps the date it went. CHKRECON clears
      * the checks the bank reports paid, applies voids and lists
      * what is still outstanding.
      *===============================================================*
       01  CHECK-REG-REC.
           05  CK-CHECK-NO           PIC 9(8).
      *    The RUNJRNL name of the run that wrote the check.
           05  CK-SOURCE-JOB         PIC X(8).
           05  CK-PAYEE-TYPE         PIC X.
               88  CK-CUSTOMER-PAYEE VALUE 'C'.
               88  CK-EMPLOYEE-PAYEE VALUE 'E'.
      *    Customer id for a refund, employee id for a bonus.
           05  CK-PAYEE-ID           PIC X(10).
           05  CK-PAYEE-NAME         PIC X(30).
           05  CK-AMOUNT             PIC 9(9)V99.
           05  CK-ISSUE-DT           PIC 9(8).
           05  CK-STATUS             PIC X.
               88  CK-OUTSTANDING    VALUE 'O'.
               88  CK-CLEARED        VALUE 'C'.
               88  CK-VOIDED         VALUE 'V'.
      *    What the bank paid and when, once cleared.
           05  CK-PAID-DT            PIC 9(8).
           05  CK-PAID-AMT           PIC 9(9)V99.
           05  CK-VOID-DT            PIC 9(8).
           05  CK-VOID-REASON        PIC X(20).
           05  CK-VOID-BY            PIC X(8).
      *    Positive pay: the dates the issue and the void went to
      *    the bank; zero until sent.
           05  CK-POSPAY-ISSUE-DT    PIC 9(8).
           05  CK-POSPAY-VOID-DT     PIC 9(8).
