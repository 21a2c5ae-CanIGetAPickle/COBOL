      *  number and customer order reference    *
      *  ride the record so the billing step    *
      *  can roll the night up by customer.     *
      *  The inner radius is the cut-out hole   *
      *  of a ring or washer blank (zero for a  *
      *  solid disc); the area, weight, and     *
      *  cost are net of the hole.  The         *
      *  required-by date and priority code     *
      *  ride through from the queued           *
      *  transaction so the cut tickets show    *
      *  the floor what is due first.           *
      ******************************************
       01 CIRCLE-REC.
           05 CR-PART-NUMBER           PIC X(06).
           05 CR-EXTENDED-COST         PIC 9(09)V99.
           05 CR-CUSTOMER-NUMBER       PIC X(06).
           05 CR-CUSTOMER-ORDER        PIC X(10).
           05 CR-INNER-RADIUS          PIC 9(05)V999.
           05 CR-REQUIRED-DATE         PIC 9(08).
           05 CR-PRIORITY-CODE         PIC 9(01).
