      *  month-end trend reporting can look     *
      *  back after the working files are       *
      *  cleared.  Maintained as an indexed     *
      *  (VSAM KSDS) file.  The customer,       *
      *  customer order, run number, and        *
      *  required-by date let the SAMPLE-MENU   *
      *  order status inquiry say when a        *
      *  customer's line computed and whether   *
      *  it was late; a record written before   *
      *  they existed carries spaces there.     *
      ******************************************
       01 HISTORY-REC.
           05 HI-HISTORY-KEY.
           05 HI-ORDER-QUANTITY        PIC 9(05).
           05 HI-EXTENDED-WEIGHT       PIC 9(09)V999.
           05 HI-EXTENDED-COST         PIC 9(09)V99.
           05 HI-INNER-RADIUS          PIC 9(05)V999.
           05 HI-CUSTOMER-NUMBER       PIC X(06).
           05 HI-CUSTOMER-ORDER        PIC X(10).
           05 HI-RUN-NUMBER            PIC 9(05).
           05 HI-REQUIRED-DATE         PIC 9(08).
