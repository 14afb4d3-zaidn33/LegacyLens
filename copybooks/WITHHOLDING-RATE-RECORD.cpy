      *===============================================================*
      * COPYBOOK:   WITHHOLDING-RATE-RECORD
      * Shared supplemental withholding layout for WITHHOLD-RATE-FILE
      * (WHTAXTBL), keyed by taxing authority code, the way
      * TAX-RATE-FILE holds sales tax rates. One record per
      * authority (federal, state, ...); SIMPBATCH withholds every
      * authority's flat supplemental rate from each bonus and pays
      * the net. Maintained through TBLMNT.
      *===============================================================*
       01  WITHHOLD-RATE-REC.
           05  WH-AUTH-CODE          PIC X(4).
           05  WH-AUTH-NAME          PIC X(20).
           05  WH-RATE               PIC 9V9(4).
