      *===============================================================*
      * COPYBOOK:   AR-SNAPSHOT-RECORD
      * Shared layout for AR-SNAPSHOT (ARSNAP), the permanent
      * month-end picture of the receivable ARSNAP takes from the
      * open-item ledger (BILLHIST). Keyed by accounting period
      * (YYYYMM), customer id and billing date, three kinds of
      * record per period:
      *   'P' period control - customer id spaces, billing date
      *       zero, so it sorts first in its period. Written last,
      *       when the snapshot is complete; a period without one
      *       was never finished.
      *   'C' customer totals - billing date zero, ahead of that
      *       customer's items.
      *   'I' one open item - the invoice or sale item still owed
      *       at BH-BILLING-DT.
      * AS-SNAP-DT is the day the snapshot was taken, on every
      * record: ARROLL explains the movement between two snapshots
      * from the activity dated after the first and not after the
      * second. Past due is open money whose due date (the billing
      * date when the item carries none) is before AS-SNAP-DT.
      *===============================================================*
       01  AR-SNAP-REC.
           05  AS-KEY.
               10  AS-PERIOD         PIC 9(6).
               10  AS-CUST-ID        PIC X(10).
               10  AS-BILLING-DT     PIC 9(8).
           05  AS-REC-TYPE           PIC X.
               88  AS-PERIOD-REC     VALUE 'P'.
               88  AS-CUST-REC       VALUE 'C'.
               88  AS-ITEM-REC       VALUE 'I'.
           05  AS-SNAP-DT            PIC 9(8).
      *    Open and past-due amounts - the item's own, or the total
      *    of the customer's or the whole period's items.
           05  AS-OPEN-AMT           PIC 9(11)V99.
           05  AS-PAST-DUE-AMT       PIC 9(11)V99.
      *    Open items counted (1 on an item record).
           05  AS-ITEM-COUNT         PIC 9(6).
      *    Customers with money open - period record only.
           05  AS-CUST-COUNT         PIC 9(6).
      *    Customer record only.
           05  AS-CUST-NAME          PIC X(30).
      *    Item record only - due date and BH-ITEM-TYPE.
           05  AS-DUE-DT             PIC 9(8).
           05  AS-ITEM-TYPE          PIC X.
