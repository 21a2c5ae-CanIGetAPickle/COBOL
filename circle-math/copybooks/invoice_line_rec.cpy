      *  customer order reference.  The run     *
      *  date and run number say which run      *
      *  produced the line so billing can tie   *
      *  the extract to the night.  The line    *
      *  is priced off the customer's pricing   *
      *  schedule: the sell price is the        *
      *  marked-up cost plus the setup charge,  *
      *  raised to the minimum charge when it   *
      *  falls short, and the margin is sell    *
      *  less cost.                             *
      ******************************************
       01 INVOICE-LINE-REC.
           05 IV-CUSTOMER-NUMBER       PIC X(06).
           05 IV-EXTENDED-COST         PIC 9(11)V99.
           05 IV-RUN-DATE              PIC 9(08).
           05 IV-RUN-NUMBER            PIC 9(05).
           05 IV-SETUP-CHARGE          PIC 9(05)V99.
           05 IV-MINIMUM-ADJUST        PIC 9(07)V99.
           05 IV-SELL-PRICE            PIC 9(11)V99.
           05 IV-MARGIN                PIC S9(11)V99.
           05 IV-MARGIN-PCT            PIC S9(03)V9.
