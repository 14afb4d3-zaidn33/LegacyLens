      *===============================================================*
      * COPYBOOK:   ADJUSTMENT-RECORD
      * Shared layout for ADJUSTMENT-HISTORY (ADJHIST), the debit
      * and credit memos ADJMEMO has posted against archived billing
      * periods. Keyed by customer id, the BILLHIST period the memo
      * corrected, and a sequence number within that period, so
      * STMTPRNT and CUST360 can list a period's memos directly
      * under the invoice they corrected.
      * AJ-COMPONENT names the charge corrected and with it the GL
      * account the memo was booked to: 'BA' base usage, 'T2' tier
      * 2, 'T3' tier 3, 'PN' late penalty, 'TX' sales tax.
      *===============================================================*
       01  ADJ-HIST-REC.
           05  AJ-KEY.
               10  AJ-CUST-ID        PIC X(10).
               10  AJ-BILLING-DT     PIC 9(8).
               10  AJ-SEQ-NO         PIC 9(3).
           05  AJ-MEMO-TYPE          PIC X.
               88  AJ-DEBIT-MEMO     VALUE 'D'.
               88  AJ-CREDIT-MEMO    VALUE 'C'.
           05  AJ-COMPONENT          PIC X(2).
               88  AJ-COMP-VALID     VALUE 'BA' 'T2' 'T3' 'PN' 'TX'.
           05  AJ-AMOUNT             PIC 9(9)V99.
           05  AJ-REASON-CODE        PIC X(4).
               88  AJ-REASON-VALID   VALUE 'PLAN' 'READ' 'TJUR'
                                           'RATE' 'OTHR'.
           05  AJ-APPROVER-ID        PIC X(8).
           05  AJ-APPROVAL-DT        PIC 9(8).
           05  AJ-POSTED-DT          PIC 9(8).
      *    The part of a credit memo larger than the period still
      *    had open - it went to the customer as a PAYHIST CREDIT
      *    row for the next carry-forward or REFUND.
           05  AJ-EXCESS-CREDIT      PIC 9(9)V99.
