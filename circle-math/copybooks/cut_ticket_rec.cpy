      ******************************************
      *  CUT-TICKET-REC                         *
      *  One shear ticket per order line,       *
      *  written by CIRCLE-YIELD with what it   *
      *  projected: slug and remnant blanks,    *
      *  the sheet size and nest pattern        *
      *  chosen, the sheets to pull, and the    *
      *  leftover area the last sheet was       *
      *  credited to the remnant file.  A line  *
      *  whose blank fits no sheet size is      *
      *  ticketed with nest pattern X           *
      *  (oversize) and nothing to pull -- it   *
      *  is cut from special stock.  Keyed by   *
      *  run date, run number, and a ticket     *
      *  number within the run.  The trailing   *
      *  completion fields are zero on an open  *
      *  ticket and are filled in by the day-   *
      *  shift CUT-COMPLETE entry: good blanks, *
      *  scrapped blanks, sheets actually used, *
      *  and who keyed it when.  CUT-RECONCILE  *
      *  works from the completed tickets.      *
      ******************************************
       01 CUT-TICKET-REC.
           05 CT-TICKET-KEY.
               10 CT-RUN-DATE          PIC 9(08).
               10 CT-RUN-NUMBER        PIC 9(05).
               10 CT-TICKET-NUMBER     PIC 9(05).
           05 CT-PART-NUMBER           PIC X(06).
           05 CT-CUSTOMER-NUMBER       PIC X(06).
           05 CT-CUSTOMER-ORDER        PIC X(10).
           05 CT-MATERIAL-CODE         PIC X(04).
           05 CT-THICKNESS             PIC 9(03)V999.
           05 CT-DENSITY               PIC 9(03)V99999.
           05 CT-COST-PER-POUND        PIC 9(05)V99.
           05 CT-RADIUS                PIC 9(05)V999.
           05 CT-INNER-RADIUS          PIC 9(05)V999.
           05 CT-ORDER-QUANTITY        PIC 9(05).
           05 CT-REQUIRED-DATE         PIC 9(08).
           05 CT-PRIORITY-CODE         PIC 9(01).
           05 CT-SLUG-BLANKS           PIC 9(05).
           05 CT-REMNANT-BLANKS        PIC 9(05).
           05 CT-SHEETS-PROJECTED      PIC 9(07).
           05 CT-BLANKS-PER-SHEET      PIC 9(07).
           05 CT-STOCK-FORM            PIC X(01).
               88 CT-FORM-COIL              VALUE "C".
           05 CT-SHEET-WIDTH           PIC 9(03)V99.
           05 CT-SHEET-LENGTH          PIC 9(03)V99.
           05 CT-NEST-PATTERN          PIC X(01).
               88 CT-NEST-GRID              VALUE "G".
               88 CT-NEST-STAGGER           VALUE "S".
               88 CT-NEST-OVERSIZE          VALUE "X".
           05 CT-BLANK-CELL            PIC 9(09)V999.
           05 CT-PROJECTED-REMNANT     PIC 9(07)V999.
           05 CT-COMPLETION.
               10 CT-GOOD-BLANKS       PIC 9(05).
               10 CT-SCRAP-BLANKS      PIC 9(05).
               10 CT-SHEETS-USED       PIC 9(07).
               10 CT-COMPLETE-DATE     PIC 9(08).
               10 CT-COMPLETE-OPERATOR PIC X(10).
