      *===============================================================*
      * COPYBOOK:   GL-JOURNAL-RECORD
      * Shared layout for the consolidated GL journal (GLJRNL) that
      * GLINTF builds for the ledger upload: every line of every GL
      * feed it collected, in the feeds' own GL-REC account, side,
      * amount and description, stamped with the journal number
      * the feed was posted under, the program and feed it came
      * from, the accounting period, and the dates of the run that
      * produced it and of the interface. Space-separated like
      * GL-REC so the file reads on a listing.
      *
      * GJ-EFFECTIVE-DT is the date the entry takes effect - the
      * producing run's date, or for the automatic reversal of a
      * reversing feed (the month-end accrual) the first day of the
      * next period. A reversal names the journal it reverses in
      * GJ-REVERSES-JRNL-NO; zero on every other line.
      *===============================================================*
       01  GL-JRNL-REC.
           05  GJ-JOURNAL-NO         PIC 9(8).
           05  FILLER                PIC X.
           05  GJ-LINE-NO            PIC 9(4).
           05  FILLER                PIC X.
           05  GJ-SOURCE-JOB         PIC X(8).
           05  FILLER                PIC X.
           05  GJ-FEED-NAME          PIC X(8).
           05  FILLER                PIC X.
           05  GJ-ACCT-PERIOD        PIC 9(6).
           05  FILLER                PIC X.
           05  GJ-RUN-DT             PIC 9(8).
           05  FILLER                PIC X.
           05  GJ-INTF-DT            PIC 9(8).
           05  FILLER                PIC X.
           05  GJ-ACCOUNT-CODE       PIC X(4).
           05  FILLER                PIC X.
           05  GJ-DR-CR              PIC X(2).
           05  FILLER                PIC X.
           05  GJ-AMOUNT             PIC 9(9)V99.
           05  FILLER                PIC X.
           05  GJ-DESCRIPTION        PIC X(30).
           05  FILLER                PIC X.
           05  GJ-EFFECTIVE-DT       PIC 9(8).
           05  FILLER                PIC X.
           05  GJ-REVERSES-JRNL-NO   PIC 9(8).
