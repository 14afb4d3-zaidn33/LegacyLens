      * MAIN-ROUTINE's AGERPT segments usage totals by customer
      * status; this report ages what customers actually owe. Each
      * customer's open balances from PAYPOST's extract (OPENBAL)
      * are aggregated and placed in a days-past-due bucket from the
      * customer master (OVERDUE counts from each invoice's due
      * date, not its billing date, so an invoice still inside its
      * payment terms is current) - current, 1-30, 31-60, 61-90,
      * over 90 - with a customer detail section and bucket totals
      * that cross-foot to the total receivable. Accounts AGYREFER has
      * referred to the collection agency report in their own AT
      * AGENCY bucket instead of blending into over-90, so the
      * in-house receivable is visible apart from what the agency
