      *===============================================================*
      * COPYBOOK:   BILLING-PARM-RECORD
      * Run parm record for BILL-CALC's PARM-FILE (PARMFILE). MSYBILL
      * reads the same record for the standard payment terms, so a
      * sale falls due on the terms the night's invoices were dated
      * with. Every field is optional: zero, or a record written
      * before the field existed, keeps the default.
      *===============================================================*
       01  PARM-REC.
           05  PARM-BILLING-DT       PIC 9(8).
      *    How many months of billing history to retain (zero or
      *    non-numeric means never purge). Periods older than this
      *    many months before the billing date are swept from
      *    BILLING-HISTORY at end of run (9400-PURGE-HISTORY).
           05  PARM-RETENTION-MONTHS PIC 9(3).
      *    'Y' runs the whole book as a rate what-if: customers are
      *    priced under current AND proposed rates (PROPRATE) and
      *    only the impact report is written - no BILLOUT, INVOICE,
      *    GL feed, billing history, or checkpoint. Anything else
      *    is a normal posting run.
           05  PARM-SIM-FLAG         PIC X.
      *    'Y' overrides the run-control COMPLETE check so a period
      *    can be deliberately re-billed (with PARM-BILLING-DT set
      *    to that period).
           05  PARM-RERUN-FLAG       PIC X.
      *    Billing cycle to run (01-20): only customers whose
      *    CR-CUST-BILL-CYCLE is due are billed, and RUNCTL tracks
      *    the period and cycle together. Zero, or a parm record
      *    written before the field existed, bills the whole book
      *    as cycle 00. Any other value outside 00-20 refuses the
      *    run.
           05  PARM-BILL-CYCLE       PIC 9(2).
           05  PARM-BILL-CYCLE-X REDEFINES PARM-BILL-CYCLE
                                     PIC X(2).
      *    Usage review tolerances, as a percentage of the customer's
      *    trailing average: a bill above the high or below the low
      *    percentage is held for review instead of invoiced. Zero,
      *    or a parm record written before the fields existed, keeps
      *    the shop defaults (300 and 25).
           05  PARM-HOLD-HIGH-PCT    PIC 9(3).
           05  PARM-HOLD-LOW-PCT     PIC 9(3).
      *    Standard payment terms: net days to the due date for a
      *    customer with no terms code (or one not on TERMFILE).
      *    Zero, or a parm record written before the field existed,
      *    keeps the shop default of 21 days.
           05  PARM-STD-NET-DAYS     PIC 9(3).
