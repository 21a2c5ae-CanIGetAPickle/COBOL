      *                 priority-then-due-date   *
      *                 order instead of         *
      *                 first-in first-out.      *
      * 2026-10-15  DS  Estimates net a ring or  *
      *                 washer's center hole out *
      *                 of area, weight, and     *
      *                 cost -- the part         *
      *                 master's inner radius,   *
      *                 or a manual inner size   *
      *                 keyed after the outer.   *
      *                 Queued parts carry a     *
      *                 zero inner size so the   *
      *                 run takes it from the    *
      *                 part master.             *
      * 2026-10-15  DS  New order status inquiry *
      *                 for a customer on the    *
      *                 phone: every line for    *
      *                 the customer (or one     *
      *                 customer order) still    *
      *                 queued on PARTFILE,      *
      *                 rejected on REJTRANS     *
      *                 with reason and attempt  *
      *                 count, or computed into  *
      *                 history with its run --  *
      *                 shown as billed once the *
      *                 run's invoice line is on *
      *                 the billing extract --   *
      *                 with the required-by     *
      *                 date and a late flag.    *
      * 2026-10-15  DS  Warns the operator at    *
      *                 the customer prompt when *
      *                 the customer is on       *
      *                 credit hold -- the line  *
      *                 will queue but the       *
      *                 overnight run holds it   *
      *                 until accounts           *
      *                 receivable releases the  *
      *                 customer -- or when the  *
      *                 order, valued at the     *
      *                 part master's cost,      *
      *                 would carry the open     *
      *                 balance past the credit  *
      *                 limit.  The order status *
      *                 inquiry shows lines      *
      *                 waiting on HELDFILE as   *
      *                 HELD.                    *
      ******************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT PART-FILE ASSIGN TO PARTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-FILE-STATUS.

           SELECT ESTIMATE-FILE ASSIGN TO ESTFILE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJECT-TRANS-FILE ASSIGN TO REJTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-TRANS-STATUS.

           SELECT HISTORY-FILE ASSIGN TO HISTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HI-HISTORY-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT HELD-ORDER-FILE ASSIGN TO HELDFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

           SELECT BILLING-FILE ASSIGN TO BILFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PART-MASTER-FILE.
       FD  ESTIMATE-FILE.
       COPY "estimate_rec".

       FD  REJECT-TRANS-FILE.
       COPY "reject_trans_rec".

       FD  HISTORY-FILE.
       COPY "history_rec".

       FD  HELD-ORDER-FILE.
       COPY "held_order_rec".

       FD  BILLING-FILE.
       COPY "invoice_line_rec".

       WORKING-STORAGE SECTION.
        01 WS-MENU-CONTROL.
           05 WS-MENU-CHOICE           PIC X(01) VALUE SPACE.
               88 WS-CHOICE-BROWSE          VALUE "2".
               88 WS-CHOICE-SEARCH          VALUE "3".
               88 WS-CHOICE-ESTIMATE        VALUE "4".
               88 WS-CHOICE-STATUS          VALUE "5".
               88 WS-CHOICE-EXIT            VALUE "X" "x".
           05 WS-SESSION-DONE-SWITCH   PIC X(01) VALUE "N".
               88 WS-SESSION-DONE           VALUE "Y".
           05 WS-CUSTOMER-DONE-SWITCH  PIC X(01) VALUE "N".
               88 WS-CUSTOMER-ACCEPTED      VALUE "Y".
               88 WS-CUSTOMER-CANCELED      VALUE "C".
        01 WS-CREDIT-FIELDS.
           05 WS-CREDIT-BALANCE        PIC 9(09)V99 VALUE ZEROES.
           05 WS-CREDIT-EXPOSURE       PIC 9(11)V99 VALUE ZEROES.
           05 WS-CREDIT-DISPLAY-LIMIT  PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-CREDIT-DISPLAY-BAL    PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-CREDIT-DISPLAY-ORDER  PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-CREDIT-DISPLAY-TOTAL  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        01 WS-QUEUE-DATE               PIC 9(08) VALUE ZEROES.
        01 WS-SCHEDULING-FIELDS.
           05 WS-MENU-REQ-DATE-IN      PIC X(08) VALUE SPACES.
               88 WS-EST-UNIT-INCHES        VALUE "I" "i".
               88 WS-EST-UNIT-MM            VALUE "M" "m".
           05 WS-EST-RADIUS            PIC 9(05)V999 VALUE ZEROES.
           05 WS-EST-INNER-RADIUS      PIC 9(05)V999 VALUE ZEROES.
           05 WS-EST-THICKNESS         PIC 9(03)V999 VALUE ZEROES.
           05 WS-EST-CONVERTED         PIC 9(05)V999 VALUE ZEROES.
        01 WS-ESTIMATE-WORK.
               88 WS-EST-SCAN-DONE          VALUE "Y".
        01 WS-ESTIMATE-DISPLAYS.
           05 WS-EST-DISPLAY-AREA      PIC Z(4)9.999.
           05 WS-EST-DISPLAY-INNER     PIC Z(4)9.999.
           05 WS-EST-DISPLAY-WEIGHT    PIC Z(6)9.999.
           05 WS-EST-DISPLAY-COST      PIC Z(6)9.99.
           05 WS-EST-DISPLAY-EXT-COST  PIC Z(8)9.99.
        01 WS-INQUIRY-FIELDS.
           05 WS-INQ-CUSTOMER          PIC X(06) VALUE SPACES.
           05 WS-INQ-CUST-ORDER        PIC X(10) VALUE SPACES.
           05 WS-INQ-TODAY             PIC 9(08) VALUE ZEROES.
           05 WS-INQ-LINE-COUNT        PIC 9(05) VALUE ZEROES COMP.
           05 WS-INQ-EOF-SWITCH        PIC X(01) VALUE "N".
               88 WS-INQ-EOF                VALUE "Y".
           05 WS-INQ-BILLED-SWITCH     PIC X(01) VALUE "N".
               88 WS-INQ-BILLED             VALUE "Y".
        01 WS-INQUIRY-LINE.
           05 WS-INQ-STATUS-TEXT       PIC X(08) VALUE SPACES.
           05 WS-INQ-ORDER-REF         PIC X(10) VALUE SPACES.
           05 WS-INQ-PART              PIC X(06) VALUE SPACES.
           05 WS-INQ-QUANTITY          PIC 9(05) VALUE ZEROES.
           05 WS-INQ-REQ-DATE          PIC 9(08) VALUE ZEROES.
           05 WS-INQ-DONE-DATE         PIC 9(08) VALUE ZEROES.
           05 WS-INQ-DUE-DISPLAY       PIC X(08) VALUE SPACES.
           05 WS-INQ-LATE-TEXT         PIC X(04) VALUE SPACES.
           05 WS-INQ-DETAIL            PIC X(50) VALUE SPACES.
        01 WS-REASON-TEXT              PIC X(25) VALUE SPACES.
        01 WS-BILLED-TABLE.
           05 WS-BILLED-COUNT          PIC 9(04) VALUE ZEROES COMP.
           05 WS-BILLED-MAX            PIC 9(04) VALUE 500 COMP.
           05 WS-BILLED-SUB            PIC 9(04) VALUE ZEROES COMP.
           05 WS-BILLED-ENTRY OCCURS 500 TIMES.
               10 WS-BILLED-ORDER      PIC X(10).
               10 WS-BILLED-RUN-DATE   PIC 9(08).
               10 WS-BILLED-RUN-NUMBER PIC 9(05).
        01 WS-PART-FILE-STATUS         PIC X(02) VALUE SPACES.
           88 WS-PART-FILE-OK               VALUE "00".
        01 WS-REJECT-TRANS-STATUS      PIC X(02) VALUE SPACES.
           88 WS-REJECT-TRANS-OK            VALUE "00".
        01 WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
           88 WS-HISTORY-OK                 VALUE "00".
        01 WS-HELD-STATUS              PIC X(02) VALUE SPACES.
           88 WS-HELD-OK                    VALUE "00".
        01 WS-BILLING-STATUS           PIC X(02) VALUE SPACES.
           88 WS-BILLING-OK                 VALUE "00".
        01 WS-MATERIAL-STATUS          PIC X(02) VALUE SPACES.
           88 WS-MATERIAL-MASTER-OK         VALUE "00".
        01 WS-PRICE-STATUS             PIC X(02) VALUE SPACES.
           DISPLAY "  2 = browse from a partial part number"
           DISPLAY "  3 = search descriptions for a word"
           DISPLAY "  4 = estimate a price (quote only)"
           DISPLAY "  5 = customer order status"
           DISPLAY "  X = exit"
           DISPLAY "----------------------------------------"
           DISPLAY "Choice: " WITH NO ADVANCING
                       IF WS-CHOICE-ESTIMATE
                           PERFORM 7000-ESTIMATE-SESSION
                       ELSE
                           IF WS-CHOICE-STATUS
                               PERFORM 8000-ORDER-STATUS-INQUIRY
                           ELSE
                               IF WS-CHOICE-EXIT
                                   SET WS-SESSION-DONE TO TRUE
                               ELSE
                                   DISPLAY "Choice not understood."
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   NOT INVALID KEY
                       DISPLAY "Customer: " CU-CUSTOMER-NAME
                       SET WS-CUSTOMER-ACCEPTED TO TRUE
                       PERFORM 1620-CHECK-CUSTOMER-CREDIT
               END-READ
           END-IF.

       1620-CHECK-CUSTOMER-CREDIT.

      *    A WARNING ONLY -- THE LINE STILL QUEUES.  ACCOUNTS
      *    RECEIVABLE OWNS THE HOLD AND THE LIMIT; THE OVERNIGHT
      *    RUN HOLDS THE LINE IF THE CUSTOMER IS STILL ON HOLD.
           IF CU-ON-HOLD
               DISPLAY "*** WARNING: CUSTOMER " CU-CUSTOMER-NUMBER
                   " IS ON CREDIT HOLD ***"
               DISPLAY "    The line will queue, but the overnight "
                   "run holds it until"
               DISPLAY "    accounts receivable releases the "
                   "customer."
           ELSE
      *        A ZERO LIMIT (OR SPACES, ON A RECORD WRITTEN BEFORE
      *        THE LIMIT EXISTED) MEANS NONE IS SET.
               IF CU-CREDIT-LIMIT IS NUMERIC
                   AND CU-CREDIT-LIMIT > ZERO
                   PERFORM 1630-CHECK-CREDIT-LIMIT
               END-IF
           END-IF.

       1630-CHECK-CREDIT-LIMIT.

      *    THE ORDER IS VALUED THE WAY A QUOTE IS -- THE PART
      *    MASTER'S SIZE AND MATERIAL AT TODAY'S IN-EFFECT COST
      *    PER POUND, TIMES THE QUANTITY JUST KEYED.
           MOVE PM-STANDARD-RADIUS TO WS-EST-RADIUS
           MOVE PM-MATERIAL-CODE   TO WS-EST-MATERIAL-CODE
           MOVE PM-THICKNESS       TO WS-EST-THICKNESS
           IF PM-STANDARD-INNER-RADIUS NUMERIC
               MOVE PM-STANDARD-INNER-RADIUS TO WS-EST-INNER-RADIUS
           ELSE
               MOVE ZEROES TO WS-EST-INNER-RADIUS
           END-IF
           SET WS-EST-GOOD TO TRUE
           PERFORM 7300-LOOKUP-MATERIAL-PRICE

           IF NOT WS-EST-GOOD
               DISPLAY "Order could not be valued -- credit limit "
                   "not checked."
           ELSE
               PERFORM 7410-COMPUTE-ESTIMATE
               IF CU-OPEN-BALANCE IS NUMERIC
                   MOVE CU-OPEN-BALANCE TO WS-CREDIT-BALANCE
               ELSE
                   MOVE ZEROES TO WS-CREDIT-BALANCE
               END-IF
               COMPUTE WS-CREDIT-EXPOSURE =
                   WS-CREDIT-BALANCE + WS-EST-EXTENDED-COST
               IF WS-CREDIT-EXPOSURE > CU-CREDIT-LIMIT
                   MOVE CU-CREDIT-LIMIT TO WS-CREDIT-DISPLAY-LIMIT
                   MOVE WS-CREDIT-BALANCE TO WS-CREDIT-DISPLAY-BAL
                   MOVE WS-EST-EXTENDED-COST
                       TO WS-CREDIT-DISPLAY-ORDER
                   MOVE WS-CREDIT-EXPOSURE TO WS-CREDIT-DISPLAY-TOTAL
                   DISPLAY "*** WARNING: ORDER PUTS CUSTOMER "
                       CU-CUSTOMER-NUMBER " OVER CREDIT LIMIT ***"
                   DISPLAY "    Credit limit:    "
                       WS-CREDIT-DISPLAY-LIMIT
                   DISPLAY "    Open balance:    "
                       WS-CREDIT-DISPLAY-BAL
                   DISPLAY "    This order:      "
                       WS-CREDIT-DISPLAY-ORDER
                   DISPLAY "    New balance:     "
                       WS-CREDIT-DISPLAY-TOTAL
                   DISPLAY "    Check with accounts receivable before "
                       "promising the order."
               END-IF
           END-IF.

       1700-ACCEPT-SCHEDULING.

      *    A BLANK DATE MEANS NO COMMITMENT -- IT IS QUEUED AS
           MOVE WS-QUEUE-DATE    TO PF-ENTRY-DATE
           MOVE WS-MENU-REQ-DATE TO PF-REQUIRED-DATE
           MOVE WS-MENU-PRIORITY TO PF-PRIORITY-CODE
           MOVE ZEROES           TO PF-INNER-MEASUREMENT

           OPEN EXTEND PART-FILE
           WRITE PART-REC
      *    THE OVERNIGHT RUN WOULD USE, BUT NOTHING IS QUEUED,
      *    COMPUTED INTO RESULTS, OR POSTED ANYWHERE.
           MOVE "N" TO WS-EST-GOOD-SWITCH
           MOVE ZEROES TO WS-EST-INNER-RADIUS

           DISPLAY "Part number (blank for manual entry): "
               WITH NO ADVANCING
                   MOVE PM-STANDARD-RADIUS TO WS-EST-RADIUS
                   MOVE PM-MATERIAL-CODE   TO WS-EST-MATERIAL-CODE
                   MOVE PM-THICKNESS       TO WS-EST-THICKNESS
      *            A PART WRITTEN BEFORE THE INNER RADIUS EXISTED
      *            CARRIES SPACES THERE -- IT IS A SOLID DISC.
                   IF PM-STANDARD-INNER-RADIUS NUMERIC
                       MOVE PM-STANDARD-INNER-RADIUS
                           TO WS-EST-INNER-RADIUS
                   END-IF
                   SET WS-EST-GOOD TO TRUE
           END-READ.

               ELSE
                   MOVE WS-EST-CONVERTED TO WS-EST-RADIUS
               END-IF
               PERFORM 7225-ACCEPT-INNER-MEASUREMENT
           END-IF.

       7225-ACCEPT-INNER-MEASUREMENT.

      *    A RING OR WASHER'S CENTER HOLE IS KEYED THE SAME WAY
      *    AS THE OUTER SIZE -- SAME MODE, SAME UNIT.  BLANK OR
      *    ZERO IS A SOLID DISC.
           DISPLAY "Key inner (hole) size the same way, blank "
               "for a solid disc: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-EST-FIELD-IN
           ACCEPT WS-EST-FIELD-IN

           IF WS-EST-FIELD-IN = SPACES
               PERFORM 7230-ACCEPT-THICKNESS
           ELSE
               IF WS-EST-FIELD-IN NOT NUMERIC
                   DISPLAY "Not an 8-digit figure -- "
                       "estimate dropped."
               ELSE
                   IF WS-EST-UNIT-MM
                       COMPUTE WS-EST-CONVERTED ROUNDED =
                           WS-EST-MEASUREMENT-IN / WS-MM-PER-INCH
                   ELSE
                       MOVE WS-EST-MEASUREMENT-IN
                           TO WS-EST-CONVERTED
                   END-IF
                   IF WS-EST-MODE-DIAMETER
                       COMPUTE WS-EST-INNER-RADIUS ROUNDED =
                           WS-EST-CONVERTED / 2
                   ELSE
                       MOVE WS-EST-CONVERTED TO WS-EST-INNER-RADIUS
                   END-IF
                   IF WS-EST-INNER-RADIUS NOT < WS-EST-RADIUS
                       DISPLAY "Inner size is not under the outer "
                           "-- estimate dropped."
                   ELSE
                       PERFORM 7230-ACCEPT-THICKNESS
                   END-IF
               END-IF
           END-IF.

       7230-ACCEPT-THICKNESS.

       7400-COMPUTE-AND-DISPLAY.

           PERFORM 7410-COMPUTE-ESTIMATE

           MOVE WS-EST-AREA          TO WS-EST-DISPLAY-AREA
           MOVE WS-EST-INNER-RADIUS  TO WS-EST-DISPLAY-INNER
           MOVE WS-EST-WEIGHT        TO WS-EST-DISPLAY-WEIGHT
           MOVE WS-EST-COST          TO WS-EST-DISPLAY-COST
           MOVE WS-EST-EXTENDED-COST TO WS-EST-DISPLAY-EXT-COST

           DISPLAY "*** QUOTE ONLY -- NOT AN ORDER ***"
           IF WS-EST-INNER-RADIUS > ZERO
               DISPLAY "  Inner radius:   " WS-EST-DISPLAY-INNER
           END-IF
           DISPLAY "  Area sq in:     " WS-EST-DISPLAY-AREA
           DISPLAY "  Weight lb:      " WS-EST-DISPLAY-WEIGHT
           DISPLAY "  Cost per blank: " WS-EST-DISPLAY-COST
           DISPLAY "  Extended cost:  " WS-EST-DISPLAY-EXT-COST
           DISPLAY "*** QUOTE ONLY -- NOT AN ORDER ***".

       7410-COMPUTE-ESTIMATE.

           COMPUTE WS-EST-AREA =
               WS-PI * (WS-EST-RADIUS * WS-EST-RADIUS
                   - WS-EST-INNER-RADIUS * WS-EST-INNER-RADIUS)
           COMPUTE WS-EST-WEIGHT =
               WS-EST-AREA * WS-EST-THICKNESS * MM-DENSITY
           COMPUTE WS-EST-COST =
               WS-EST-WEIGHT * WS-EST-COST-PER-POUND
           COMPUTE WS-EST-EXTENDED-COST =
               WS-EST-COST * WS-MENU-QUANTITY.

       7500-LOG-ESTIMATE.

           ACCEPT WS-EST-TIME FROM TIME
           MOVE WS-EST-PART-NUMBER   TO ES-PART-NUMBER
           MOVE WS-EST-MATERIAL-CODE TO ES-MATERIAL-CODE
           MOVE WS-EST-RADIUS        TO ES-RADIUS
           MOVE WS-EST-INNER-RADIUS  TO ES-INNER-RADIUS
           MOVE WS-EST-AREA          TO ES-AREA
           MOVE WS-EST-WEIGHT        TO ES-WEIGHT
           MOVE WS-EST-COST          TO ES-COST

           DISPLAY "Estimate logged.".

       8000-ORDER-STATUS-INQUIRY.

      *    "WHERE IS MY ORDER" -- EVERY LINE FOR THE CUSTOMER, OR
      *    FOR ONE OF ITS ORDERS, WHEREVER IT STANDS TONIGHT:
      *    STILL QUEUED, HELD FOR CREDIT, BOUNCED TO THE REJECT
      *    QUEUE, OR COMPUTED INTO HISTORY (BILLED ONCE THAT RUN'S
      *    INVOICE LINE IS ON THE BILLING EXTRACT).  NOTHING IS
      *    CHANGED ON ANY FILE.
           DISPLAY "Customer number (blank to cancel): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INQ-CUSTOMER
           ACCEPT WS-INQ-CUSTOMER

           IF WS-INQ-CUSTOMER = SPACES
               CONTINUE
           ELSE
      *        A CUSTOMER SINCE DELETED FROM THE MASTER CAN STILL
      *        HAVE LINES IN FLIGHT, SO THE SEARCH GOES AHEAD.
               MOVE WS-INQ-CUSTOMER TO CU-CUSTOMER-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Customer " WS-INQ-CUSTOMER
                           " is not on CUSTOMER-MASTER -- "
                           "searching anyway."
                   NOT INVALID KEY
                       DISPLAY "Customer: " CU-CUSTOMER-NAME
                       IF CU-ON-HOLD
                           DISPLAY "Customer is on credit hold with "
                               "accounts receivable."
                       END-IF
               END-READ

               DISPLAY "Customer order reference (blank for all): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-INQ-CUST-ORDER
               ACCEPT WS-INQ-CUST-ORDER

               ACCEPT WS-INQ-TODAY FROM DATE YYYYMMDD
               MOVE ZEROES TO WS-INQ-LINE-COUNT
               MOVE ZEROES TO WS-PAGE-LINES
               MOVE "N" TO WS-LIST-DONE-SWITCH

               PERFORM 8100-LOAD-BILLED-ORDERS
               PERFORM 8200-LIST-QUEUED-LINES
               IF NOT WS-LIST-DONE
                   PERFORM 8250-LIST-HELD-LINES
               END-IF
               IF NOT WS-LIST-DONE
                   PERFORM 8300-LIST-REJECTED-LINES
               END-IF
               IF NOT WS-LIST-DONE
                   PERFORM 8400-LIST-COMPUTED-LINES
               END-IF

               DISPLAY "Order lines found: " WS-INQ-LINE-COUNT
           END-IF.

       8100-LOAD-BILLED-ORDERS.

      *    THE BILLING EXTRACT CARRIES ONE LINE PER CUSTOMER ORDER
      *    PER RUN, SO A COMPUTED LINE IS BILLED WHEN ITS ORDER
      *    AND RUN ARE ON IT.
           MOVE ZEROES TO WS-BILLED-COUNT
           OPEN INPUT BILLING-FILE
           IF NOT WS-BILLING-OK
               DISPLAY "Billing extract not available, status "
                   WS-BILLING-STATUS " -- billed lines show as "
                   "computed."
           ELSE
               MOVE "N" TO WS-INQ-EOF-SWITCH
               PERFORM 8110-READ-BILLING-FILE
                   UNTIL WS-INQ-EOF
               CLOSE BILLING-FILE
           END-IF.

       8110-READ-BILLING-FILE.

           READ BILLING-FILE
               AT END
                   SET WS-INQ-EOF TO TRUE
               NOT AT END
                   IF IV-CUSTOMER-NUMBER = WS-INQ-CUSTOMER
                       AND (WS-INQ-CUST-ORDER = SPACES
                           OR IV-CUSTOMER-ORDER = WS-INQ-CUST-ORDER)
                       IF WS-BILLED-COUNT < WS-BILLED-MAX
                           ADD 1 TO WS-BILLED-COUNT
                           MOVE IV-CUSTOMER-ORDER
                               TO WS-BILLED-ORDER(WS-BILLED-COUNT)
                           MOVE IV-RUN-DATE
                               TO WS-BILLED-RUN-DATE(WS-BILLED-COUNT)
                           MOVE IV-RUN-NUMBER
                               TO WS-BILLED-RUN-NUMBER(WS-BILLED-COUNT)
                       ELSE
                           DISPLAY "Too many billed orders to hold "
                               "-- the rest show as computed."
                           SET WS-INQ-EOF TO TRUE
                       END-IF
                   END-IF
           END-READ.

       8200-LIST-QUEUED-LINES.

           OPEN INPUT PART-FILE
           IF NOT WS-PART-FILE-OK
               DISPLAY "Part queue not available, status "
                   WS-PART-FILE-STATUS "."
           ELSE
               MOVE "N" TO WS-INQ-EOF-SWITCH
               PERFORM 8210-READ-PART-FILE
                   UNTIL WS-INQ-EOF OR WS-LIST-DONE
               CLOSE PART-FILE
           END-IF.

       8210-READ-PART-FILE.

           READ PART-FILE
               AT END
                   SET WS-INQ-EOF TO TRUE
               NOT AT END
                   IF PF-CUSTOMER-NUMBER = WS-INQ-CUSTOMER
                       AND (WS-INQ-CUST-ORDER = SPACES
                           OR PF-CUSTOMER-ORDER = WS-INQ-CUST-ORDER)
                       MOVE "QUEUED"           TO WS-INQ-STATUS-TEXT
                       MOVE PF-CUSTOMER-ORDER  TO WS-INQ-ORDER-REF
                       MOVE PF-PART-NUMBER     TO WS-INQ-PART
                       MOVE PF-ORDER-QUANTITY  TO WS-INQ-QUANTITY
                       MOVE PF-REQUIRED-DATE   TO WS-INQ-REQ-DATE
                       MOVE WS-INQ-TODAY       TO WS-INQ-DONE-DATE
                       MOVE "waiting for the next overnight run"
                           TO WS-INQ-DETAIL
                       PERFORM 8900-DISPLAY-STATUS-LINE
                   END-IF
           END-READ.

       8250-LIST-HELD-LINES.

      *    NO HELD-ORDER QUEUE YET MEANS NOTHING HAS EVER BEEN
      *    HELD -- NOT WORTH A MESSAGE TO THE OPERATOR.
           OPEN INPUT HELD-ORDER-FILE
           IF WS-HELD-OK
               MOVE "N" TO WS-INQ-EOF-SWITCH
               PERFORM 8260-READ-HELD-FILE
                   UNTIL WS-INQ-EOF OR WS-LIST-DONE
               CLOSE HELD-ORDER-FILE
           END-IF.

       8260-READ-HELD-FILE.

           READ HELD-ORDER-FILE
               AT END
                   SET WS-INQ-EOF TO TRUE
               NOT AT END
                   IF HO-CUSTOMER-NUMBER = WS-INQ-CUSTOMER
                       AND (WS-INQ-CUST-ORDER = SPACES
                           OR HO-CUSTOMER-ORDER = WS-INQ-CUST-ORDER)
                       MOVE "HELD"             TO WS-INQ-STATUS-TEXT
                       MOVE HO-CUSTOMER-ORDER  TO WS-INQ-ORDER-REF
                       MOVE HO-PART-NUMBER     TO WS-INQ-PART
                       MOVE HO-ORDER-QUANTITY  TO WS-INQ-QUANTITY
                       MOVE HO-REQUIRED-DATE   TO WS-INQ-REQ-DATE
                       MOVE WS-INQ-TODAY       TO WS-INQ-DONE-DATE
                       MOVE SPACES TO WS-INQ-DETAIL
                       STRING "on credit hold since run "
                                              DELIMITED BY SIZE
                              HO-HOLD-RUN-DATE DELIMITED BY SIZE
                              "/"             DELIMITED BY SIZE
                              HO-HOLD-RUN-NUMBER DELIMITED BY SIZE
                           INTO WS-INQ-DETAIL
                       END-STRING
                       PERFORM 8900-DISPLAY-STATUS-LINE
                   END-IF
           END-READ.

       8300-LIST-REJECTED-LINES.

           OPEN INPUT REJECT-TRANS-FILE
           IF NOT WS-REJECT-TRANS-OK
               DISPLAY "Reject queue not available, status "
                   WS-REJECT-TRANS-STATUS "."
           ELSE
               MOVE "N" TO WS-INQ-EOF-SWITCH
               PERFORM 8310-READ-REJECT-TRANS
                   UNTIL WS-INQ-EOF OR WS-LIST-DONE
               CLOSE REJECT-TRANS-FILE
           END-IF.

       8310-READ-REJECT-TRANS.

           READ REJECT-TRANS-FILE
               AT END
                   SET WS-INQ-EOF TO TRUE
               NOT AT END
                   IF RT-CUSTOMER-NUMBER = WS-INQ-CUSTOMER
                       AND (WS-INQ-CUST-ORDER = SPACES
                           OR RT-CUSTOMER-ORDER = WS-INQ-CUST-ORDER)
                       MOVE "REJECTED"         TO WS-INQ-STATUS-TEXT
                       MOVE RT-CUSTOMER-ORDER  TO WS-INQ-ORDER-REF
                       MOVE RT-PART-NUMBER     TO WS-INQ-PART
                       MOVE RT-ORDER-QUANTITY  TO WS-INQ-QUANTITY
                       MOVE RT-REQUIRED-DATE   TO WS-INQ-REQ-DATE
                       MOVE WS-INQ-TODAY       TO WS-INQ-DONE-DATE
                       PERFORM 8350-SET-REASON-TEXT
                       MOVE SPACES TO WS-INQ-DETAIL
                       STRING "reason "       DELIMITED BY SIZE
                              RT-REASON-CODE  DELIMITED BY SIZE
                              " "             DELIMITED BY SIZE
                              WS-REASON-TEXT  DELIMITED BY SIZE
                              "  attempts "   DELIMITED BY SIZE
                              RT-ATTEMPT-COUNT DELIMITED BY SIZE
                           INTO WS-INQ-DETAIL
                       END-STRING
                       PERFORM 8900-DISPLAY-STATUS-LINE
                   END-IF
           END-READ.

       8350-SET-REASON-TEXT.

           MOVE SPACES TO WS-REASON-TEXT
           IF RT-REASON-NONNUMERIC
               MOVE "NON-NUMERIC RADIUS" TO WS-REASON-TEXT
           END-IF
           IF RT-REASON-ZERO
               MOVE "ZERO RADIUS" TO WS-REASON-TEXT
           END-IF
           IF RT-REASON-NEGATIVE
               MOVE "NEGATIVE RADIUS" TO WS-REASON-TEXT
           END-IF
           IF RT-REASON-BAD-MODE
               MOVE "INVALID INPUT MODE" TO WS-REASON-TEXT
           END-IF
           IF RT-REASON-BAD-UNIT
               MOVE "INVALID UNIT CODE" TO WS-REASON-TEXT
           END-IF
           IF RT-REASON-NOT-ON-MASTER
               MOVE "PART NOT ON PART-MASTER" TO WS-REASON-TEXT
           END-IF
           IF RT-REASON-BAD-MATERIAL
               MOVE "UNKNOWN MATERIAL CODE" TO WS-REASON-TEXT
           END-IF
           IF RT-REASON-BAD-QUANTITY
               MOVE "INVALID ORDER QUANTITY" TO WS-REASON-TEXT
           END-IF
           IF RT-REASON-BAD-CUSTOMER
               MOVE "CUSTOMER NOT ON MASTER" TO WS-REASON-TEXT
           END-IF
           IF RT-REASON-BAD-INNER
               MOVE "INNER NOT UNDER OUTER" TO WS-REASON-TEXT
           END-IF
           IF WS-REASON-TEXT = SPACES
               MOVE "UNKNOWN REASON CODE" TO WS-REASON-TEXT
           END-IF.

       8400-LIST-COMPUTED-LINES.

      *    HISTORY IS KEYED BY PART, NOT CUSTOMER, SO THE WHOLE
      *    FILE IS READ.  RECORDS WRITTEN BEFORE HISTORY KEPT THE
      *    CUSTOMER CARRY SPACES THERE AND NEVER MATCH.
           OPEN INPUT HISTORY-FILE
           IF NOT WS-HISTORY-OK
               DISPLAY "History not available, status "
                   WS-HISTORY-STATUS "."
           ELSE
               MOVE "N" TO WS-INQ-EOF-SWITCH
               PERFORM 8410-READ-HISTORY-FILE
                   UNTIL WS-INQ-EOF OR WS-LIST-DONE
               CLOSE HISTORY-FILE
           END-IF.

       8410-READ-HISTORY-FILE.

           READ HISTORY-FILE
               AT END
                   SET WS-INQ-EOF TO TRUE
               NOT AT END
                   IF HI-CUSTOMER-NUMBER = WS-INQ-CUSTOMER
                       AND (WS-INQ-CUST-ORDER = SPACES
                           OR HI-CUSTOMER-ORDER = WS-INQ-CUST-ORDER)
                       PERFORM 8420-CHECK-BILLED
                       IF WS-INQ-BILLED
                           MOVE "BILLED"       TO WS-INQ-STATUS-TEXT
                       ELSE
                           MOVE "COMPUTED"     TO WS-INQ-STATUS-TEXT
                       END-IF
                       MOVE HI-CUSTOMER-ORDER  TO WS-INQ-ORDER-REF
                       MOVE HI-PART-NUMBER     TO WS-INQ-PART
                       MOVE HI-ORDER-QUANTITY  TO WS-INQ-QUANTITY
                       MOVE HI-REQUIRED-DATE   TO WS-INQ-REQ-DATE
                       MOVE HI-RUN-DATE        TO WS-INQ-DONE-DATE
                       MOVE SPACES TO WS-INQ-DETAIL
                       STRING "run "          DELIMITED BY SIZE
                              HI-RUN-DATE     DELIMITED BY SIZE
                              "/"             DELIMITED BY SIZE
                              HI-RUN-NUMBER   DELIMITED BY SIZE
                           INTO WS-INQ-DETAIL
                       END-STRING
                       PERFORM 8900-DISPLAY-STATUS-LINE
                   END-IF
           END-READ.

       8420-CHECK-BILLED.

           MOVE "N" TO WS-INQ-BILLED-SWITCH
           PERFORM 8430-MATCH-BILLED-ORDER
               VARYING WS-BILLED-SUB FROM 1 BY 1
               UNTIL WS-INQ-BILLED
                   OR WS-BILLED-SUB > WS-BILLED-COUNT.

       8430-MATCH-BILLED-ORDER.

           IF WS-BILLED-ORDER(WS-BILLED-SUB) = HI-CUSTOMER-ORDER
               AND WS-BILLED-RUN-DATE(WS-BILLED-SUB) = HI-RUN-DATE
               AND WS-BILLED-RUN-NUMBER(WS-BILLED-SUB)
                   = HI-RUN-NUMBER
               SET WS-INQ-BILLED TO TRUE
           END-IF.

       8900-DISPLAY-STATUS-LINE.

      *    AN OPEN LINE IS LATE ONCE TODAY IS PAST ITS REQUIRED-BY
      *    DATE; A COMPUTED ONE WAS LATE IF IT RAN PAST THE DATE.
      *    A LINE WITH NO DATE (99999999, OR SPACES ON A RECORD
      *    WRITTEN BEFORE THE DATE EXISTED) IS NEVER LATE.
           MOVE SPACES TO WS-INQ-LATE-TEXT
           IF WS-INQ-REQ-DATE IS NOT NUMERIC
               OR WS-INQ-REQ-DATE = ZERO
               OR WS-INQ-REQ-DATE = 99999999
               MOVE "NONE" TO WS-INQ-DUE-DISPLAY
           ELSE
               MOVE WS-INQ-REQ-DATE TO WS-INQ-DUE-DISPLAY
               IF WS-INQ-DONE-DATE > WS-INQ-REQ-DATE
                   MOVE "LATE" TO WS-INQ-LATE-TEXT
               END-IF
           END-IF

           DISPLAY WS-INQ-STATUS-TEXT "  Order: " WS-INQ-ORDER-REF
               "  Part: " WS-INQ-PART
               "  Qty: " WS-INQ-QUANTITY
               "  Due: " WS-INQ-DUE-DISPLAY
               "  " WS-INQ-LATE-TEXT
           DISPLAY "          " WS-INQ-DETAIL
           ADD 1 TO WS-INQ-LINE-COUNT

           ADD 2 TO WS-PAGE-LINES
           IF WS-PAGE-LINES NOT < WS-LINES-PER-SCREEN
               PERFORM 6000-PROMPT-NEXT-PAGE
           END-IF.

       END PROGRAM SAMPLE-MENU.
