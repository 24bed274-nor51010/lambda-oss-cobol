      ******************************************************************
      *  RATEREC  --  one BILLRATE chargeback rate record: the source
      *               system billed and its price per invocation, one
      *               rate for invocations answered with the
      *               configured success statusCode and one for every
      *               other code. Maintained by RATEMNT and read by
      *               CHGBACK.
      ******************************************************************
       01  RATE-RECORD.
           05  RATE-SOURCE-SYS      PIC  X(008).
           05  RATE-SUCCESS-RATE    PIC  9(003)V9(004).
           05  RATE-OTHER-RATE      PIC  9(003)V9(004).
