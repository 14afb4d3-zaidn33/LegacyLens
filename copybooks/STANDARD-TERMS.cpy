      *===============================================================*
      * COPYBOOK:   STANDARD-TERMS
      * The shop's standard payment terms: net days to the due date
      * for a customer with no terms code, or one not on TERMFILE.
      * BILL-CALC dates invoices and MSYBILL dates sales with it;
      * PARM-STD-NET-DAYS on PARMFILE (BILLING-PARM-RECORD)
      * overrides it for both.
      *===============================================================*
       01  WS-STD-NET-DAYS           PIC 9(3) VALUE 21.
