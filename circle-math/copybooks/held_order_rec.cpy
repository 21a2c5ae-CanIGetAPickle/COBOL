      ******************************************
      *  HELD-ORDER-REC                         *
      *  A PART-FILE transaction CIRCLE-MATH    *
      *  held back because its customer was on  *
      *  credit hold -- field for field the     *
      *  PART-REC layout, plus the run date and *
      *  number it was held in, so CIRCLE-      *
      *  TOTALS can count the run's held lines  *
      *  into the batch balance.  Nothing was   *
      *  computed, billed, or drawn from stock  *
      *  for it.  The file is a standing queue: *
      *  every run extends it, and HELD-RELEASE *
      *  requeues a line onto PART-FILE once    *
      *  accounts receivable clears the         *
      *  customer's hold, carrying the rest     *
      *  forward.                               *
      ******************************************
       01 HELD-ORDER-REC.
           05 HO-PART-NUMBER           PIC X(06).
           05 HO-USE-PART-MASTER       PIC X(01).
           05 HO-INPUT-MODE            PIC X(01).
           05 HO-UNIT-CODE             PIC X(01).
           05 HO-MEASUREMENT           PIC S9(05)V999.
           05 HO-MATERIAL-CODE         PIC X(04).
           05 HO-THICKNESS             PIC 9(03)V999.
           05 HO-DENSITY               PIC 9(03)V99999.
           05 HO-COST-PER-POUND        PIC 9(05)V99.
           05 HO-ORDER-QUANTITY        PIC 9(05).
           05 HO-ATTEMPT-COUNT         PIC 9(01).
           05 HO-OPERATOR-ID           PIC X(10).
           05 HO-CUSTOMER-NUMBER       PIC X(06).
           05 HO-CUSTOMER-ORDER        PIC X(10).
           05 HO-ENTRY-DATE            PIC 9(08).
           05 HO-REQUIRED-DATE         PIC 9(08).
           05 HO-PRIORITY-CODE         PIC 9(01).
           05 HO-INNER-MEASUREMENT     PIC S9(05)V999.
           05 HO-HOLD-RUN-DATE         PIC 9(08).
           05 HO-HOLD-RUN-NUMBER       PIC 9(05).
