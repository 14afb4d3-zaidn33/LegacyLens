      *===============================================================*
      * COPYBOOK:   YTD-EARNINGS-RECORD
      * Shared layout for YTD-EARNINGS-FILE (YTDEARN): one record
      * per employee per tax year, keyed by EMP-ID plus the year,
      * carrying the bonus pay the year-end tax forms are built
      * from. SIMPBATCH adds each bonus run's gross, withholding by
      * taxing authority, and net paid; ACHRET moves a returned
      * direct deposit from the ACH column to the check column when
      * it reissues the money as a check. Gross always equals the
      * withholding plus net; net always equals ACH plus check.
      * YTDSUMM lists the year and the liability by authority.
      *===============================================================*
       01  YTD-EARNINGS-REC.
           05  YE-KEY.
               10  YE-EMP-ID         PIC X(5).
               10  YE-TAX-YEAR       PIC 9(4).
           05  YE-EMP-NAME           PIC X(20).
           05  YE-GROSS-AMT          PIC 9(9)V99.
      *    Withholding by authority, in the order the authorities
      *    were first withheld for the employee this year. A blank
      *    code is an unused slot.
           05  YE-WH-ENTRY OCCURS 5 TIMES.
               10  YE-WH-AUTH-CODE   PIC X(4).
               10  YE-WH-AMT         PIC 9(9)V99.
           05  YE-NET-AMT            PIC 9(9)V99.
           05  YE-NET-ACH-AMT        PIC 9(9)V99.
           05  YE-NET-CHECK-AMT      PIC 9(9)V99.
      *    Direct deposits the bank returned and ACHRET reissued as
      *    checks - already moved from ACH to check above; carried
      *    so the year-end listing can show why.
           05  YE-RETURNED-AMT       PIC 9(9)V99.
           05  YE-PAY-COUNT          PIC 9(3).
           05  YE-LAST-PAY-DT        PIC 9(8).
