      ******************************************************************
      *  INVREC  --  one chargeback invoice record, written by CHGBACK
      *              per source system per billing month for finance
      *              to load: the invoice number (CB, the billing
      *              month and the source system), the success and
      *              non-success invocation counts with the rate and
      *              amount for each, and the total due.
      ******************************************************************
       01  INV-RECORD.
           05  INV-INVOICE-NO       PIC  X(016).
           05  INV-BILL-YYYYMM      PIC  9(006).
           05  INV-SOURCE-SYS       PIC  X(008).
           05  INV-SUCC-COUNT       PIC  9(009).
           05  INV-SUCC-RATE        PIC  9(003)V9(004).
           05  INV-SUCC-AMOUNT      PIC  9(009)V99.
           05  INV-OTHER-COUNT      PIC  9(009).
           05  INV-OTHER-RATE       PIC  9(003)V9(004).
           05  INV-OTHER-AMOUNT     PIC  9(009)V99.
           05  INV-TOTAL-AMOUNT     PIC  9(009)V99.
