      ******************************************************************
      *  SPLITCTL  --  one control record describing a feed TRNSPLIT
      *                has cut into partitions: the split's ID, the
      *                original header's feed date and source system,
      *                the feed's detail count, how many partitions it
      *                was cut into and how many details went to each.
      *                TRNMERGE reads it to know which partitions to
      *                combine and to prove that every detail the
      *                sender sent came back through one of them.
      ******************************************************************
       01  SPLIT-CTL-RECORD.
           05  SPC-SPLIT-ID         PIC  X(020).
           05  SPC-FEED-DATE        PIC  9(008).
           05  SPC-SOURCE-SYS       PIC  X(008).
           05  SPC-DETAIL-COUNT     PIC  9(009).
           05  SPC-PART-COUNT       PIC  9(001).
           05  SPC-PART-DETAILS     PIC  9(009)    OCCURS 9 TIMES.
