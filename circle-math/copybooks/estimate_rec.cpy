      *  the date and time.  Estimates are     *
      *  quotes only -- they never touch the   *
      *  part queue, the results, history,     *
      *  the extract, or inventory.  The inner *
      *  radius is the hole of a ring or       *
      *  washer quote -- zero for a solid      *
      *  disc.                                 *
      ******************************************
       01 ESTIMATE-REC.
           05 ES-ESTIMATE-DATE         PIC 9(08).
           05 ES-COST                  PIC 9(07)V99.
           05 ES-ORDER-QUANTITY        PIC 9(05).
           05 ES-EXTENDED-COST         PIC 9(09)V99.
           05 ES-INNER-RADIUS          PIC 9(05)V999.
