      *  be answered from data instead of by    *
      *  digging through archived print.  A     *
      *  run writes one "M" record with its     *
      *  overall counts (held lines included),  *
      *  one "R" record per                     *
      *  reject reason with a count, and one    *
      *  "O" record per operator with a         *
      *  reject count; CIRCLE-TOTALS adds one   *
               10 RS-RECORDS-COMPUTED  PIC 9(07).
               10 RS-RECORDS-REJECTED  PIC 9(07).
               10 RS-STEP-RETURN-CODE  PIC 9(02).
               10 RS-RECORDS-HELD      PIC 9(07).
           05 RS-REASON-DATA REDEFINES RS-STATS-DATA.
               10 RS-REASON-CODE       PIC 9(02).
               10 RS-REASON-COUNT      PIC 9(07).
