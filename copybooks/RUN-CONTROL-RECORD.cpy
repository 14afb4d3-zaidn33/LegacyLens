      *===============================================================*
      * COPYBOOK:   RUN-CONTROL-RECORD
      * Shared run-control layout for RUN-CONTROL-FILE (RUNCTL),
      * keyed by billing period (YYYYMM) plus billing cycle, so each
      * cycle of a period bills, posts and closes on its own. Cycle
      * 00 is a whole-book run (no cycle named in the parm), the way
      * every period ran before the book was split into cycles.
      * BILL-CALC marks the period-cycle IN-PROGRESS at start of run
      * and COMPLETE in its finalize; one already COMPLETE refuses
      * to bill again without an explicit rerun override, and
      * PAYPOST refuses to post a cycle whose billing run never
      * reached COMPLETE. PERCLOSE marks a COMPLETE period-cycle
      * CLOSED once its usage accumulators are reset; a CLOSED
      * period-cycle neither bills nor posts again. PAYPOST stamps
      * RC-POSTED-DT when it first posts the cycle's BILLOUT, so a
      * later posting run against the same BILLOUT applies its cash
      * to the ledger instead of posting the bills again; BILL-CALC
      * clears it when it bills the period-cycle.
      *===============================================================*
       01  RUN-CTL-REC.
           05  RC-KEY.
               10  RC-PERIOD         PIC 9(6).
               10  RC-CYCLE          PIC 9(2).
           05  RC-STATUS             PIC X(12).
               88  RC-IN-PROGRESS    VALUE 'IN-PROGRESS'.
               88  RC-COMPLETE       VALUE 'COMPLETE'.
           05  RC-START-TIME         PIC 9(8).
           05  RC-END-DT             PIC 9(8).
           05  RC-END-TIME           PIC 9(8).
           05  RC-POSTED-DT          PIC 9(8).
