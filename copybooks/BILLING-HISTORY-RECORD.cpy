      * period at its full new charges; PAYPOST pays open periods
      * down invoice by invoice as remittances post, so collections
      * can say exactly which month a payment settled.
      *
      * MSYBILL's priced sales open items here too. A sale dated on a
      * day the customer has no record of its own becomes a sale item
      * (BH-ITEM-TYPE 'S', no usage charges, the sale in BH-SALES-AMT
      * and BH-TOTAL-DUE); a sale landing on a billing period's key
      * (or a period billed onto a sale item's key) is carried in
      * that record's BH-SALES-AMT. Either way BH-TOTAL-DUE is the
      * period's own charges plus BH-SALES-AMT. Anything that looks
      * for billing periods - usage averages, the final bill, period
      * close, tax - skips sale items.
      *===============================================================*
       01  BILL-HIST-REC.
           05  BH-KEY.
      *    feed arrived); 'T' = a later cycle trued the estimate up
      *    against actual reads; anything else billed on actuals.
           05  BH-ESTIMATED-FLAG     PIC X.
      *    Date the invoice falls due (billing date plus the
      *    customer's payment-terms net days). Overdue aging, the
      *    late penalty and dunning all count from it. Zero on a
      *    period archived before the field existed - those age from
      *    the billing date, as they always did.
           05  BH-DUE-DT             PIC 9(8).
      *    Direct sales MSYBILL posted to this item (included in
      *    BH-TOTAL-DUE).
           05  BH-SALES-AMT          PIC 9(9)V99.
      *    ' ' = billing period; 'S' = sale item with no billing
      *    period behind it.
           05  BH-ITEM-TYPE          PIC X.
               88  BH-SALES-ITEM     VALUE 'S'.
