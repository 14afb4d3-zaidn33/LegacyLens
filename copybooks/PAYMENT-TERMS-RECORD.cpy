      *===============================================================*
      * COPYBOOK:   PAYMENT-TERMS-RECORD
      * Shared payment-terms layout for TERMS-FILE (TERMFILE), keyed
      * by terms code, the way TAX-RATE-FILE holds tax rates. Each
      * customer names a terms code on the master; BILL-CALC adds
      * the code's net days to the billing date to get the invoice
      * due date. Maintained through TBLMNT.
      *===============================================================*
       01  TERMS-REC.
           05  TM-TERMS-CODE         PIC X(4).
           05  TM-NET-DAYS           PIC 9(3).
           05  TM-DESCRIPTION        PIC X(20).
