      *===============================================================*
      * COPYBOOK:   WRITEOFF-HISTORY-RECORD
      * Shared layout for WRITEOFF-HISTORY (WOFFHIST), the permanent
      * machine-readable copy of WRITEOFF's register. WOFFREG is a
      * print image rewritten by every run; this file is appended,
      * one record per open invoice a write-off reduced on the
      * open-item ledger (BILLHIST), so the A/R rollforward can take
      * the write-offs of any month back out of the receivable.
      * WH-AMOUNT is what actually came off BH-OPEN-AMT for the
      * invoice at WH-BILLING-DT, posted on WH-POSTED-DT (the run
      * date), under the approval the register shows.
      *===============================================================*
       01  WRITEOFF-HIST-REC.
           05  WH-CUST-ID            PIC X(10).
           05  WH-POSTED-DT          PIC 9(8).
           05  WH-BILLING-DT         PIC 9(8).
           05  WH-AMOUNT             PIC 9(9)V99.
           05  WH-APPROVER-ID        PIC X(8).
           05  WH-APPROVAL-DT        PIC 9(8).
