      *  ordering pass, so the overnight run    *
      *  computes rush work first instead of    *
      *  strictly first-in first-out.           *
      *  The inner measurement is the cut-out   *
      *  hole of a ring or washer blank, keyed  *
      *  in the same mode and unit as the       *
      *  outer measurement; zero (or spaces on  *
      *  a transaction queued before the field  *
      *  existed) is a solid disc.              *
      ******************************************
       01 PART-REC.
           05 PF-PART-NUMBER           PIC X(06).
           05 PF-PRIORITY-CODE         PIC 9(01).
               88 PF-PRIORITY-RUSH          VALUE 1.
               88 PF-PRIORITY-ROUTINE       VALUE 9.
           05 PF-INNER-MEASUREMENT     PIC S9(05)V999.
