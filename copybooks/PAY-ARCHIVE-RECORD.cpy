      * payments, or one payment split across open invoices) keep
      * distinct records. PA-PERIOD-DT is the billed period the row
      * settled (zero when the row predates open-item posting or
      * carries no period). A CREDIT APPLIED row is archive-only:
      * billed credit PAYPOST absorbed into the invoice at
      * PA-PERIOD-DT, dated the day it posted, with the invoice's
      * remaining open amount in PA-EXTRA-AMT.
      *===============================================================*
       01  PAY-ARCH-REC.
           05  PA-KEY.
