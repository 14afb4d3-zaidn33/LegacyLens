      *    else bills the tiered charges as usual.
           05  CR-CUST-BUDGET-FLAG   PIC X.
           05  CR-CUST-BUDGET-START-DT PIC 9(8).
      *    Billing cycle (01-20): the day-of-month group the customer
      *    bills with, so the book is spread across the month instead
      *    of billing in one night. BILL-CALC bills only the cycle
      *    named in its parm; zero (a customer that predates the
      *    field) bills with cycle 01.
           05  CR-CUST-BILL-CYCLE    PIC 9(2).
      *    Autopay: 'Y' drafts each bill's total due from the bank
      *    account above on its draft date (AUTOPAY). AUTOPAY counts
      *    the bank's returns of those drafts and sets the flag back
      *    to 'N' once they reach the return limit; enrolling again
      *    through CUSTMNT starts the count over.
           05  CR-CUST-AUTOPAY-FLAG  PIC X.
           05  CR-CUST-AUTOPAY-RETURNS PIC 9(2).
      *    Payment terms (TERMFILE, see PAYMENT-TERMS-RECORD): the
      *    invoice falls due the terms' net days after billing.
      *    Spaces bills on the shop's standard terms (BILL-CALC
      *    parm).
           05  CR-CUST-TERMS-CODE    PIC X(4).
      *    Structured mailing address for the print/mail vendor
      *    (DOCDLVR), which presorts the mail by ZIP. A blank street
      *    line is a customer keyed before the fields existed: the
      *    vendor gets the free-form CR-CUST-ADDRESS above instead,
      *    and the piece mails unsorted.
           05  CR-CUST-MAIL-ADDRESS.
               10  CR-CUST-MAIL-STREET  PIC X(30).
               10  CR-CUST-MAIL-STREET2 PIC X(30).
               10  CR-CUST-MAIL-CITY    PIC X(20).
               10  CR-CUST-MAIL-STATE   PIC X(2).
               10  CR-CUST-MAIL-ZIP     PIC X(5).
               10  CR-CUST-MAIL-ZIP4    PIC X(4).
      *    Document delivery: 'E' sends invoices, statements and
      *    dunning notices to the e-mail address below instead of
      *    the print vendor; 'P' (or a blank, a customer keyed
      *    before the field) mails paper.
           05  CR-CUST-DELIVERY-PREF PIC X.
               88  CR-EBILL-DELIVERY VALUE 'E'.
           05  CR-CUST-EMAIL         PIC X(50).
      *    Parent account for a location billed under a head office:
      *    BILL-CALC still bills the location, and adds it to one
      *    summary invoice for the parent; PAYPOST spreads a payment
      *    made against the parent across its locations' open items;
      *    DUNNING addresses the location's notice to the parent.
      *    Spaces = not a child account. One level only - a parent
      *    is never itself a child.
           05  CR-CUST-PARENT-ID     PIC X(10).
