      *===============================================================*
      * COPYBOOK:   GL-INTERFACE-CONTROL-RECORD
      * Shared layout for GL-INTERFACE-CONTROL (GLCTL), the GL
      * interface's memory of what it has already sent to the
      * ledger: one record per GL feed, keyed by the job that
      * produces the feed, naming the producing run last interfaced
      * (its RUNJRNL end record) and the feed's line count and
      * debit/credit totals as they were interfaced. GLINTF only
      * collects a feed whose producer has finished a run since,
      * and refuses one that matches what it already interfaced.
      *
      * The record keyed 'GLINTF' holds the last journal number
      * issued and when the interface last ran.
      *===============================================================*
       01  GL-CTL-REC.
           05  GC-SOURCE-JOB         PIC X(8).
           05  GC-FEED-NAME          PIC X(8).
           05  GC-LAST-RUN-DT        PIC 9(8).
           05  GC-LAST-RUN-TIME      PIC 9(8).
           05  GC-LAST-LINES         PIC 9(6).
           05  GC-LAST-DR-TOTAL      PIC 9(11)V99.
           05  GC-LAST-CR-TOTAL      PIC 9(11)V99.
           05  GC-LAST-JOURNAL-NO    PIC 9(8).
           05  GC-LAST-INTF-DT       PIC 9(8).
           05  GC-LAST-INTF-TIME     PIC 9(8).
