      *===============================================================*
      * COPYBOOK:   BILL-HOLD-RECORD
      * Shared layout for BILL-HOLD-FILE (BILLHOLD), the bill-hold
      * review file: one record per bill BILL-CALC computed but held
      * back because the period's usage fell outside the high/low
      * tolerances against the customer's own history. Keyed by
      * customer id plus billing date, like BILLHIST.
      *
      * The record carries the history the bill was judged against
      * (the trailing BILLHIST periods and the USAGEDTL months) so
      * the reviewer sees why it was held, and the bill exactly as
      * it would have posted - the BILLOUT line, the BILLHIST
      * archive image, and the GL components - so BILLREL can post
      * a released bill without re-pricing it. The held invoice's
      * print lines wait on HOLDINV under the same key.
      *===============================================================*
       01  BILL-HOLD-REC.
           05  HD-KEY.
               10  HD-CUST-ID        PIC X(10).
               10  HD-BILLING-DT     PIC 9(8).
           05  HD-BILL-CYCLE         PIC 9(2).
           05  HD-STATUS             PIC X.
               88  HD-PENDING        VALUE 'H'.
               88  HD-RELEASED       VALUE 'R'.
               88  HD-REREAD         VALUE 'E'.
      *    Which tolerance tripped: 'H' usage above the high limit,
      *    'L' below the low limit.
           05  HD-EXCEPTION-TYPE     PIC X.
               88  HD-HIGH-USAGE     VALUE 'H'.
               88  HD-LOW-USAGE      VALUE 'L'.
      *    This period against the trailing history: usage charges
      *    (base plus tiers) against the average of the archived
      *    periods, and the usage quantity against the average of
      *    the reporting months, each as a percentage of average
      *    (zero where there was too little history to judge).
           05  HD-USAGE-QTY          PIC 9(7)V99.
           05  HD-USAGE-CHARGES      PIC 9(9)V99.
           05  HD-AVG-CHARGES        PIC 9(9)V99.
           05  HD-CHARGES-PCT        PIC 9(5).
           05  HD-AVG-QTY            PIC 9(11)V99.
           05  HD-QTY-PCT            PIC 9(5).
           05  HD-HIST-CNT           PIC 9(2).
           05  HD-HIST-PERIOD OCCURS 6 TIMES.
               10  HD-HIST-DT        PIC 9(8).
               10  HD-HIST-CHARGES   PIC 9(9)V99.
           05  HD-DTL-CNT            PIC 9(2).
           05  HD-DTL-MONTH OCCURS 3 TIMES.
               10  HD-DTL-YYYYMM     PIC 9(6).
               10  HD-DTL-QTY        PIC 9(11)V99.
      *    The bill as computed, for the GL entries a release books
      *    (same accounts as BILL-CALC's 9300-WRITE-GL-FEED).
           05  HD-BASE-CHARGES       PIC 9(9)V99.
           05  HD-TIER2-CHARGES      PIC 9(9)V99.
           05  HD-TIER3-CHARGES      PIC 9(9)V99.
           05  HD-PENALTY            PIC 9(9)V99.
           05  HD-TAX-AMT            PIC 9(9)V99.
           05  HD-NEW-CHARGES        PIC 9(9)V99.
           05  HD-BUDGET-DEFER       PIC S9(9)V99.
           05  HD-PREV-BAL-AMT       PIC 9(9)V99.
           05  HD-CREDIT-AMT         PIC 9(9)V99.
           05  HD-TOTAL-DUE          PIC 9(9)V99.
           05  HD-INV-LINE-CNT       PIC 9(3).
           05  HD-BILLOUT-LINE       PIC X(200).
      *    BILL-HIST-REC byte for byte, with room for the archive
      *    record to grow.
           05  HD-HIST-IMAGE         PIC X(150).
      *    Who decided the hold and when (zero/spaces while pending).
           05  HD-DECISION-DT        PIC 9(8).
           05  HD-DECISION-OPER      PIC X(8).
