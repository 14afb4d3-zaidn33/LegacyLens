      * once its final notice has gone unanswered past the grace
      * period; a referred account gets no further notices and shows
      * as AT AGENCY on the receivables aging.
      * ACCTCLOS marks a closed account whose final bill left a
      * balance owing; DUNNING takes a marked account straight to
      * the final notice instead of waiting out 30/60/90 days on a
      * customer who will never be billed again.
      *===============================================================*
       01  DUN-HIST-REC.
           05  DH-CUST-ID            PIC X(10).
           05  DH-REFERRED-FLAG      PIC X.
               88  DH-REFERRED       VALUE 'Y'.
           05  DH-REFERRED-DT        PIC 9(8).
           05  DH-FINAL-BILL-FLAG    PIC X.
               88  DH-FINAL-BILL     VALUE 'Y'.
           05  DH-FINAL-BILL-DT      PIC 9(8).
