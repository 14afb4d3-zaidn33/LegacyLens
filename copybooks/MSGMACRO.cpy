      * To add a code: append a FILLER entry below (padded
      * automatically with spaces) and bump WS-MSG-TABLE-COUNT.
      *===============================================================*
       01  WS-MSG-TABLE-COUNT        PIC 9(3) VALUE 134.

       01  WS-MSG-TABLE-VALUES.
           05  FILLER PIC X(55) VALUE '1001FEMPTY CUSTOMER ID'.
                   '1605FCHANGE REJECTED - ARRANGEMENT NOT ON FILE'.
           05  FILLER PIC X(55) VALUE
                   '1606FDELETE REJECTED - ARRANGEMENT NOT ON FILE'.
           05  FILLER PIC X(55) VALUE
                   '1109FINVALID BILLING CYCLE CODE'.
           05  FILLER PIC X(55) VALUE
                   '1701FDEPOSIT CUSTOMER NOT ON FILE'.
           05  FILLER PIC X(55) VALUE
                   '1702FINVALID DEPOSIT AMOUNT'.
           05  FILLER PIC X(55) VALUE
                   '1703FDEPOSIT ALREADY HELD FOR CUSTOMER'.
           05  FILLER PIC X(55) VALUE
                   '1704FDEPOSIT RECEIVED DATE OR RATE INVALID'.
           05  FILLER PIC X(55) VALUE
                   '1204FUSAGE REJECTED - ACCOUNT CLOSED'.
           05  FILLER PIC X(55) VALUE
                   '1801FMEMO REJECTED - CUSTOMER NOT ON FILE'.
           05  FILLER PIC X(55) VALUE
                   '1802FMEMO REJECTED - PERIOD NOT ON BILLHIST'.
           05  FILLER PIC X(55) VALUE
                   '1803FINVALID MEMO TYPE'.
           05  FILLER PIC X(55) VALUE
                   '1804FINVALID CHARGE COMPONENT'.
           05  FILLER PIC X(55) VALUE
                   '1805FINVALID MEMO AMOUNT'.
           05  FILLER PIC X(55) VALUE
                   '1806FMEMO REJECTED - NO APPROVER'.
           05  FILLER PIC X(55) VALUE
                   '1807FINVALID ADJUSTMENT REASON CODE'.
           05  FILLER PIC X(55) VALUE
                   '1808FCREDIT MEMO EXCEEDS COMPONENT BILLED'.
           05  FILLER PIC X(55) VALUE
                   '1901FHOLD DECISION - NO HELD BILL ON FILE'.
           05  FILLER PIC X(55) VALUE
                   '1902FHOLD DECISION - BILL ALREADY DECIDED'.
           05  FILLER PIC X(55) VALUE
                   '1903FINVALID HOLD DECISION CODE'.
           05  FILLER PIC X(55) VALUE
                   '1904FHOLD DECISION REJECTED - NO OPERATOR ID'.
           05  FILLER PIC X(55) VALUE
                   '1905FRELEASE REJECTED - LATER PERIOD BILLED'.
           05  FILLER PIC X(55) VALUE
                   '1906FRELEASE REJECTED - BILLING PERIOD CLOSED'.
           05  FILLER PIC X(55) VALUE
                   '1110FINVALID AUTOPAY FLAG'.
           05  FILLER PIC X(55) VALUE
                   '1111FAUTOPAY REJECTED - NO BANK DETAILS ON FILE'.
           05  FILLER PIC X(55) VALUE
                   '2101WAUTOPAY SKIPPED - NO BANK DETAILS ON FILE'.
           05  FILLER PIC X(55) VALUE
                   '2102WAUTOPAY RETURN - NO MATCHING DRAFT ON FILE'.
           05  FILLER PIC X(55) VALUE
                   '2103WAUTOPAY RETURN - DRAFT NOT OUTSTANDING'.
           05  FILLER PIC X(55) VALUE
                   '2104WDROPPED FROM AUTOPAY - REPEATED RETURNS'.
           05  FILLER PIC X(55) VALUE
                   '2105WAUTOPAY SKIPPED - BILL IN DISPUTE'.
           05  FILLER PIC X(55) VALUE
                   '1008WTERMS CODE NOT ON FILE - STANDARD TERMS USED'.
           05  FILLER PIC X(55) VALUE
                   '1112FPAYMENT TERMS CODE NOT ON TERMS TABLE'.
           05  FILLER PIC X(55) VALUE
                   '1113FINVALID DOCUMENT DELIVERY PREFERENCE'.
           05  FILLER PIC X(55) VALUE
                   '1114FE-BILL DELIVERY REJECTED - NO EMAIL ADDRESS'.
           05  FILLER PIC X(55) VALUE
                   '1115FMAILING ADDRESS INCOMPLETE OR ZIP NOT NUMERIC'.
           05  FILLER PIC X(55) VALUE
                   '2201WDOCUMENT CUSTOMER NOT ON MASTER - UNSORTED'.
           05  FILLER PIC X(55) VALUE
                   '2202WNO STRUCTURED ADDRESS - MAILED UNSORTED'.
           05  FILLER PIC X(55) VALUE
                   '2203WE-BILL HAS NO EMAIL ADDRESS - MAILED ON PAPER'.
           05  FILLER PIC X(55) VALUE
                   '3002FSALE REJECTED - CUSTOMER NOT ON MASTER'.
           05  FILLER PIC X(55) VALUE
                   '3003FSALE REJECTED - ACCOUNT CLOSED'.
           05  FILLER PIC X(55) VALUE
                   '3004FSALE REJECTED - TRANSACTION DATE NOT VALID'.
           05  FILLER PIC X(55) VALUE
                   '1116FEFFECTIVE DATE NOT A VALID DATE'.
           05  FILLER PIC X(55) VALUE
                   '1117FFUTURE EFFECTIVE DATE ALLOWED ON CHANGES ONLY'.
           05  FILLER PIC X(55) VALUE
                   '1118FNO PENDING CHANGE FOR CUSTOMER AND DATE'.
           05  FILLER PIC X(55) VALUE
                   '1119FFUTURE CHANGE LEAVES THE MASTER UNCHANGED'.
           05  FILLER PIC X(55) VALUE
                   '1120FPARENT ACCOUNT IS THE CUSTOMER ITSELF'.
           05  FILLER PIC X(55) VALUE
                   '1121FPARENT ACCOUNT NOT ON FILE'.
           05  FILLER PIC X(55) VALUE
                   '1122FPARENT ACCOUNT IS ITSELF A CHILD ACCOUNT'.
           05  FILLER PIC X(55) VALUE
                   '1123FPARENT ACCOUNT IS CLOSED'.
           05  FILLER PIC X(55) VALUE
                   '2301FOPERATOR NOT ON SECURITY FILE'.
           05  FILLER PIC X(55) VALUE
                   '2302FOPERATOR NOT ACTIVE'.
           05  FILLER PIC X(55) VALUE
                   '2303FOPERATOR NOT AUTHORIZED FOR THIS FUNCTION'.
           05  FILLER PIC X(55) VALUE
                   '2304FAMOUNT OVER OPERATOR APPROVAL LIMIT'.
           05  FILLER PIC X(55) VALUE
                   '2305FOPERATOR MAY NOT MAINTAIN OWN SECURITY RECORD'.
           05  FILLER PIC X(55) VALUE
                   '2306FINVALID OPERATOR FLAG OR APPROVAL LIMIT'.
           05  FILLER PIC X(55) VALUE
                   '2401FCUSTOMER STATUS CODE NOT A, S OR C'.
           05  FILLER PIC X(55) VALUE
                   '2402FPLAN CODE HAS NO RATE IN EFFECT'.
           05  FILLER PIC X(55) VALUE
                   '2403WTAX JURISDICTION NOT ON TAXRATE'.
           05  FILLER PIC X(55) VALUE
                   '2404FBUDGET CUSTOMER WITHOUT A VALID START DATE'.
           05  FILLER PIC X(55) VALUE
                   '2405FSERVICE START OR STOP DATE NOT A VALID DATE'.
           05  FILLER PIC X(55) VALUE
                   '2406FSERVICE STOP DATE BEFORE START DATE'.
           05  FILLER PIC X(55) VALUE
                   '2407FBILLING CYCLE NOT 00 THRU 20'.
           05  FILLER PIC X(55) VALUE
                   '2408WBANK ROUTING NUMBER FAILS ABA CHECK DIGIT'.
           05  FILLER PIC X(55) VALUE
                   '2409WBANK ROUTING AND ACCOUNT NOT BOTH ON FILE'.
           05  FILLER PIC X(55) VALUE
                   '2410FAUTOPAY CUSTOMER WITHOUT VALID BANK DETAILS'.
           05  FILLER PIC X(55) VALUE
                   '2411WTERMS CODE NOT ON TERMFILE'.
           05  FILLER PIC X(55) VALUE
                   '2412WE-BILL CUSTOMER WITH NO E-MAIL ADDRESS'.
           05  FILLER PIC X(55) VALUE
                   '2413WMAILING ADDRESS INCOMPLETE OR ZIP NOT NUMERIC'.
           05  FILLER PIC X(55) VALUE
                   '2414FARRANGEMENT FOR CUSTOMER NOT ON CUSTFILE'.
           05  FILLER PIC X(55) VALUE
                   '2415WDUNNING HISTORY FOR CUSTOMER NOT ON CUSTFILE'.
           05  FILLER PIC X(55) VALUE
                   '2416FOPEN BILLING ITEMS - CUSTOMER NOT ON CUSTFILE'.
           05  FILLER PIC X(55) VALUE
                   '2417WBILLING HISTORY - CUSTOMER NOT ON CUSTFILE'.
           05  FILLER PIC X(55) VALUE
                   '2418WACTIVE ARRANGEMENT WITH NOTHING OPEN'.
           05  FILLER PIC X(55) VALUE
                   '2419WDUNNING LEVEL ON CUSTOMER WITH NOTHING OPEN'.
           05  FILLER PIC X(55) VALUE
                   '2420WPARENT ACCOUNT NOT ON CUSTFILE'.
           05  FILLER PIC X(55) VALUE
                   '2421WPARENT ACCOUNT IS ITSELF A CHILD ACCOUNT'.
           05  FILLER PIC X(55) VALUE
                   '2501FCHECK NUMBER NOT ON CHECK REGISTER'.
           05  FILLER PIC X(55) VALUE
                   '2502FCHECK ALREADY PAID BY THE BANK - CANNOT VOID'.
           05  FILLER PIC X(55) VALUE
                   '2503FCHECK ALREADY VOIDED'.
           05  FILLER PIC X(55) VALUE
                   '2504FVOID REASON NOT GIVEN'.
           05  FILLER PIC X(55) VALUE
                   '2505WPAID CHECK NOT ON CHECK REGISTER'.
           05  FILLER PIC X(55) VALUE
                   '2506WPAID AMOUNT DIFFERS FROM AMOUNT ISSUED'.
           05  FILLER PIC X(55) VALUE
                   '2507WCHECK PAID AFTER IT WAS VOIDED'.
           05  FILLER PIC X(55) VALUE
                   '2508WCHECK PAID MORE THAN ONCE'.
           05  FILLER PIC X(55) VALUE
                   '2601FITEM NOT ON LOCKBOX BATCH FILE'.
           05  FILLER PIC X(55) VALUE
                   '2602FRECONCILING ITEM ALREADY CLOSED'.
           05  FILLER PIC X(55) VALUE
                   '2603FCLEARANCE REASON NOT GIVEN'.
           05  FILLER PIC X(55) VALUE
                   '2604FBANK AND BOOK AGREE - NOTHING TO CLEAR'.
           05  FILLER PIC X(55) VALUE
                   '2605WDEPOSIT SHORT OF BATCH POSTED'.
           05  FILLER PIC X(55) VALUE
                   '2606WDEPOSIT OVER BATCH POSTED'.
           05  FILLER PIC X(55) VALUE
                   '2607WDEPOSIT MATCHES NO POSTED BATCH'.
           05  FILLER PIC X(55) VALUE
                   '2608WPOSTED BATCH NOT DEPOSITED WITHIN GRACE DAYS'.
           05  FILLER PIC X(55) VALUE
                   '2609WBANK DEPOSIT LINE INVALID - NOT APPLIED'.
           05  FILLER PIC X(55) VALUE
                   '2701WA/R CHANGE NOT EXPLAINED BY POSTED ACTIVITY'.
           05  FILLER PIC X(55) VALUE
                   '1009FCYCLE RUN REFUSED - PERIOD RAN AS WHOLE BOOK'.
           05  FILLER PIC X(55) VALUE
                   '1010FWHOLE-BOOK RUN REFUSED - PERIOD RAN IN CYCLES'.
           05  FILLER PIC X(55) VALUE
                   '1011FBILLING CYCLE PARM NOT 00-20'.
           05  FILLER PIC X(55) VALUE
                   '1907FRELEASE REJECTED - NOT THE CURRENT BILLOUT'.
           05  FILLER PIC X(55) VALUE
                   '1908FRELEASE REJECTED - PERIOD ALREADY BILLED'.

       01  WS-MSG-TABLE REDEFINES WS-MSG-TABLE-VALUES.
           05  WS-MSG-ENTRY OCCURS 134 TIMES INDEXED BY WS-MSG-IDX.
               10  WS-MSG-CODE       PIC 9(4).
               10  WS-MSG-SEVERITY   PIC X.
                   88  MSG-FATAL     VALUE 'F'.
