      *  the night.  The JCL runs this step    *
      *  only when CIRCLE-TOTALS came back     *
      *  zero, same as the material draw.      *
      *  Each line is priced off the pricing   *
      *  schedule for the customer's billing   *
      *  code, and the margin report flags     *
      *  every order sold under the minimum    *
      *  margin.                               *
      ******************************************
      * MODIFICATION HISTORY                    *
      * ---------------------------------------- *
      * 2026-09-02  DS  Original version.        *
      * 2026-10-15  DS  Prices every invoice     *
      *                 line off the new indexed *
      *                 pricing schedule, keyed  *
      *                 by the customer master's *
      *                 billing code: material   *
      *                 markup on each result    *
      *                 line, a setup charge per *
      *                 customer order, and the  *
      *                 order raised to the      *
      *                 minimum charge.  Cost,   *
      *                 sell price, and margin   *
      *                 ride the extract, and a  *
      *                 nightly margin report by *
      *                 customer order and by    *
      *                 material flags anything  *
      *                 sold under the schedule's*
      *                 minimum margin.  A line  *
      *                 with no schedule bills   *
      *                 at cost, is flagged, and *
      *                 sets RETURN-CODE 4.      *
      * 2026-10-15  DS  Checks the run ledger    *
      *                 first and skips without  *
      *                 billing when this run    *
      *                 was already billed, so a *
      *                 resubmitted CIRCMAT      *
      *                 cannot invoice a         *
      *                 customer twice; ledgers  *
      *                 the lines and sell total *
      *                 when it finishes.        *
      ******************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT PRICING-SCHEDULE-FILE ASSIGN TO PRCSCHED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PS-BILLING-CODE
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT BILLING-FILE ASSIGN TO BILFILE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MARGIN-REPORT-FILE ASSIGN TO MRGNRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-LEDGER-KEY
               FILE STATUS IS WS-RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
           05 RC-RUN-DATE              PIC 9(08).
           05 RC-RUN-NUMBER            PIC 9(05).

       FD  CUSTOMER-FILE.
       COPY "customer_master_rec".

       FD  PRICING-SCHEDULE-FILE.
       COPY "pricing_sched_rec".

       FD  BILLING-FILE.
       COPY "invoice_line_rec".

       FD  MARGIN-REPORT-FILE.
       01  MARGIN-REPORT-REC           PIC X(132).

       FD  RUN-LEDGER-FILE.
       COPY "run_ledger_rec".

       WORKING-STORAGE SECTION.
        01 WS-SWITCHES.
           05 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-EOF                    VALUE "Y".
           05 WS-FOUND-SWITCH          PIC X(01) VALUE "N".
               88 WS-FOUND                  VALUE "Y".
           05 WS-PRICED-SWITCH         PIC X(01) VALUE "N".
               88 WS-LINE-PRICED            VALUE "Y".
           05 WS-MARKUP-FOUND-SWITCH   PIC X(01) VALUE "N".
               88 WS-MARKUP-FOUND           VALUE "Y".
           05 WS-RUN-CONTROL-STATUS    PIC X(02) VALUE SPACES.
               88 WS-RUN-CONTROL-OK         VALUE "00".
           05 WS-CUSTOMER-STATUS       PIC X(02) VALUE SPACES.
               88 WS-CUSTOMER-OK            VALUE "00".
           05 WS-SCHEDULE-STATUS       PIC X(02) VALUE SPACES.
               88 WS-SCHEDULE-OK            VALUE "00".
           05 WS-RUN-LEDGER-STATUS     PIC X(02) VALUE SPACES.
               88 WS-RUN-LEDGER-OK          VALUE "00".
        01 WS-RUN-VALUES.
           05 WS-RUN-DATE              PIC 9(08) VALUE ZEROES.
           05 WS-RUN-NUMBER            PIC 9(05) VALUE ZEROES.
        01 WS-RUN-STAMP.
           05 FILLER                   PIC X(07) VALUE "  RUN: ".
           05 WS-STAMP-NUMBER          PIC 9(05) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE "/".
           05 WS-STAMP-DATE            PIC 9(08) VALUE ZEROES.
        01 WS-COUNTERS.
           05 WS-ORDER-COUNT           PIC 9(04) VALUE ZEROES COMP.
           05 WS-TABLE-SUB             PIC 9(04) VALUE ZEROES COMP.
           05 WS-SORT-SUB              PIC 9(04) VALUE ZEROES COMP.
           05 WS-LINES-WRITTEN         PIC 9(04) VALUE ZEROES COMP.
           05 WS-ORDERS-FLAGGED        PIC 9(04) VALUE ZEROES COMP.
           05 WS-RESULTS-READ          PIC 9(07) VALUE ZEROES COMP.
           05 WS-LINES-UNPRICED        PIC 9(07) VALUE ZEROES COMP.
           05 WS-MATL-COUNT            PIC 9(03) VALUE ZEROES COMP.
           05 WS-MATL-SUB              PIC 9(03) VALUE ZEROES COMP.
           05 WS-MATL-SORT-SUB         PIC 9(03) VALUE ZEROES COMP.
           05 WS-MARKUP-SUB            PIC 9(02) VALUE ZEROES COMP.
      *    SIZED TO THE PART-SEQUENCE QUEUE CAP -- EVERY QUEUED
      *    TRANSACTION CAN CARRY A DISTINCT CUSTOMER ORDER, AND
      *    A DROPPED ENTRY HERE IS AN UNBILLED INVOICE LINE.
                   15 WS-ORD-ORDER     PIC X(10).
               10 WS-ORD-QUANTITY      PIC 9(07).
               10 WS-ORD-COST          PIC 9(11)V99.
               10 WS-ORD-SELL          PIC 9(11)V99.
               10 WS-ORD-SETUP         PIC 9(05)V99.
               10 WS-ORD-MINIMUM       PIC 9(07)V99.
               10 WS-ORD-MIN-MARGIN    PIC 9(02)V9.
               10 WS-ORD-PRICED        PIC X(01).
        01 WS-SORT-HOLD.
           05 WS-HOLD-KEY              PIC X(16).
           05 WS-HOLD-QUANTITY         PIC 9(07).
           05 WS-HOLD-COST             PIC 9(11)V99.
           05 WS-HOLD-SELL             PIC 9(11)V99.
           05 WS-HOLD-SETUP            PIC 9(05)V99.
           05 WS-HOLD-MINIMUM          PIC 9(07)V99.
           05 WS-HOLD-MIN-MARGIN       PIC 9(02)V9.
           05 WS-HOLD-PRICED           PIC X(01).
        01 WS-RESULT-KEY.
           05 WS-RSL-CUSTOMER          PIC X(06).
           05 WS-RSL-ORDER             PIC X(10).
        01 WS-MATL-TABLE.
           05 WS-MATL-ENTRY OCCURS 50 TIMES.
               10 WS-MT-CODE           PIC X(04).
               10 WS-MT-COST           PIC 9(11)V99.
               10 WS-MT-SELL           PIC 9(11)V99.
               10 WS-MT-LINES          PIC 9(07) COMP.
               10 WS-MT-FLAGGED        PIC 9(07) COMP.
        01 WS-MATL-HOLD                PIC X(38).
        01 WS-LINE-PRICING.
           05 WS-LINE-MARKUP-PCT       PIC 9(03)V99 VALUE ZEROES.
           05 WS-LINE-SELL             PIC 9(11)V99 VALUE ZEROES.
           05 WS-LINE-MARGIN-PCT       PIC 9(03)V9 VALUE ZEROES.
           05 WS-LINE-SETUP            PIC 9(05)V99 VALUE ZEROES.
           05 WS-LINE-MINIMUM          PIC 9(07)V99 VALUE ZEROES.
           05 WS-LINE-MIN-MARGIN       PIC 9(02)V9 VALUE ZEROES.
        01 WS-ORDER-PRICING.
           05 WS-INV-SELL              PIC 9(11)V99 VALUE ZEROES.
           05 WS-INV-MIN-ADJUST        PIC 9(07)V99 VALUE ZEROES.
           05 WS-INV-MARGIN            PIC S9(11)V99 VALUE ZEROES.
           05 WS-INV-MARGIN-PCT        PIC S9(03)V9 VALUE ZEROES.
           05 WS-INV-FLAG              PIC X(12) VALUE SPACES.
        01 WS-MARGIN-TOTALS.
           05 WS-PREV-CUSTOMER         PIC X(06) VALUE SPACES.
           05 WS-CUST-COST             PIC 9(11)V99 VALUE ZEROES.
           05 WS-CUST-SELL             PIC 9(11)V99 VALUE ZEROES.
           05 WS-RUN-COST              PIC 9(11)V99 VALUE ZEROES.
           05 WS-RUN-SELL              PIC 9(11)V99 VALUE ZEROES.
           05 WS-SUM-COST              PIC 9(11)V99 VALUE ZEROES.
           05 WS-SUM-SELL              PIC 9(11)V99 VALUE ZEROES.
           05 WS-SUM-MARGIN            PIC S9(11)V99 VALUE ZEROES.
           05 WS-SUM-MARGIN-PCT        PIC S9(03)V9 VALUE ZEROES.
        01 WS-DISPLAY-VALUES.
           05 WS-DISPLAY-COST          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-DISPLAY-SELL          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-DISPLAY-MARGIN        PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 WS-DISPLAY-PCT           PIC -ZZ9.9.
           05 WS-DISPLAY-COUNT         PIC Z,ZZZ,ZZ9.
           05 WS-DISPLAY-FLAGGED       PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
       1000-INITIALIZE.

           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1150-CHECK-RUN-LEDGER

           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-CUSTOMER-OK
               DISPLAY "CIRCLE-BILLING: CUSTOMER-FILE DID NOT OPEN, "
                   "STATUS " WS-CUSTOMER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PRICING-SCHEDULE-FILE
           IF NOT WS-SCHEDULE-OK
               DISPLAY "CIRCLE-BILLING: PRICING-SCHEDULE-FILE DID "
                   "NOT OPEN, STATUS " WS-SCHEDULE-STATUS
               CLOSE CUSTOMER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT  RESULT-FILE
           OPEN OUTPUT BILLING-FILE
           OPEN OUTPUT MARGIN-REPORT-FILE

           MOVE WS-RUN-NUMBER TO WS-STAMP-NUMBER
           MOVE WS-RUN-DATE   TO WS-STAMP-DATE

           PERFORM 2100-READ-RESULT-FILE.

               CLOSE RUN-CONTROL-FILE
           END-IF.

       1150-CHECK-RUN-LEDGER.

      *    A STEP ALREADY ON THE LEDGER FOR THIS RUN FINISHED THE
      *    LAST TIME THE JOB WAS SUBMITTED -- RUNNING IT AGAIN WOULD
      *    SEND THE SAME WORK DOWNSTREAM TWICE, SO IT IS SKIPPED
      *    BEFORE ANY OUTPUT IS OPENED.
           OPEN I-O RUN-LEDGER-FILE
           IF NOT WS-RUN-LEDGER-OK
               DISPLAY "CIRCLE-BILLING: RUN-LEDGER-FILE DID NOT "
                   "OPEN, STATUS " WS-RUN-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO RL-RUN-DATE
           MOVE WS-RUN-NUMBER TO RL-RUN-NUMBER
           MOVE "CIRCLE-BILLING" TO RL-PROGRAM-NAME
           READ RUN-LEDGER-FILE
               INVALID KEY
                   CLOSE RUN-LEDGER-FILE
               NOT INVALID KEY
                   PERFORM 1160-SKIP-FINISHED-STEP
           END-READ.

       1160-SKIP-FINISHED-STEP.

      *    THE SKIP ENDS WITH THE RETURN CODE THE STEP FIRST
      *    FINISHED WITH, SO THE CONDITION CODES ON THE STEPS
      *    BEHIND IT SEE THE SAME NIGHT THEY SAW THE FIRST TIME.
           DISPLAY "CIRCLE-BILLING: ALREADY FINISHED FOR RUN "
               RL-RUN-NUMBER "/" RL-RUN-DATE " -- SKIPPED"
           ADD 1 TO RL-SKIP-COUNT
           ACCEPT RL-LAST-SKIP-DATE FROM DATE YYYYMMDD
           ACCEPT RL-LAST-SKIP-TIME FROM TIME
           REWRITE RUN-LEDGER-REC
               INVALID KEY
                   DISPLAY "CIRCLE-BILLING: RUN LEDGER SKIP NOT "
                       "RECORDED, STATUS " WS-RUN-LEDGER-STATUS
           END-REWRITE
           CLOSE RUN-LEDGER-FILE
           MOVE RL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       2000-PROCESS-RESULT-FILE.

           PERFORM 4000-PRICE-RESULT-LINE
           PERFORM 3000-ACCUMULATE-ORDER
           PERFORM 5000-ACCUMULATE-MATERIAL
           PERFORM 2100-READ-RESULT-FILE.

       2100-READ-RESULT-FILE.
           READ RESULT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RESULTS-READ
           END-READ.

       3000-ACCUMULATE-ORDER.
                       TO WS-ORD-KEY (WS-TABLE-SUB)
                   MOVE ZEROES TO WS-ORD-QUANTITY (WS-TABLE-SUB)
                   MOVE ZEROES TO WS-ORD-COST (WS-TABLE-SUB)
                   MOVE ZEROES TO WS-ORD-SELL (WS-TABLE-SUB)
      *            THE ORDER-LEVEL TERMS COME FROM THE SCHEDULE
      *            IN FORCE FOR THE ORDER'S FIRST LINE.
                   MOVE WS-LINE-SETUP
                       TO WS-ORD-SETUP (WS-TABLE-SUB)
                   MOVE WS-LINE-MINIMUM
                       TO WS-ORD-MINIMUM (WS-TABLE-SUB)
                   MOVE WS-LINE-MIN-MARGIN
                       TO WS-ORD-MIN-MARGIN (WS-TABLE-SUB)
                   MOVE WS-PRICED-SWITCH
                       TO WS-ORD-PRICED (WS-TABLE-SUB)
               ELSE
                   DISPLAY "CIRCLE-BILLING: ORDER TABLE FULL, "
                       "CUSTOMER " CR-CUSTOMER-NUMBER
                   TO WS-ORD-QUANTITY (WS-TABLE-SUB)
               ADD CR-EXTENDED-COST
                   TO WS-ORD-COST (WS-TABLE-SUB)
               ADD WS-LINE-SELL
                   TO WS-ORD-SELL (WS-TABLE-SUB)
               IF NOT WS-LINE-PRICED
                   MOVE "N" TO WS-ORD-PRICED (WS-TABLE-SUB)
               END-IF
           END-IF.

       3100-FIND-ORDER-ENTRY.
               END-IF
           END-IF.

       4000-PRICE-RESULT-LINE.

      *    THE CUSTOMER'S BILLING CODE PICKS THE SCHEDULE.  A
      *    CUSTOMER OR BILLING CODE WITH NO SCHEDULE BILLS AT
      *    COST -- NEVER SILENTLY UNDER IT -- AND IS FLAGGED ON
      *    THE MARGIN REPORT FOR SALES TO SET UP.
           MOVE "N" TO WS-PRICED-SWITCH
           MOVE ZEROES TO WS-LINE-MARKUP-PCT
           MOVE ZEROES TO WS-LINE-SETUP
           MOVE ZEROES TO WS-LINE-MINIMUM
           MOVE ZEROES TO WS-LINE-MIN-MARGIN

           MOVE CR-CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CU-BILLING-CODE TO PS-BILLING-CODE
                   READ PRICING-SCHEDULE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-LINE-PRICED TO TRUE
                   END-READ
           END-READ

           IF WS-LINE-PRICED
               MOVE PS-SETUP-CHARGE       TO WS-LINE-SETUP
               MOVE PS-MINIMUM-CHARGE     TO WS-LINE-MINIMUM
               MOVE PS-MINIMUM-MARGIN-PCT TO WS-LINE-MIN-MARGIN
               MOVE PS-DEFAULT-MARKUP-PCT TO WS-LINE-MARKUP-PCT
               MOVE "N" TO WS-MARKUP-FOUND-SWITCH
               IF PS-MARKUP-COUNT NUMERIC
                   PERFORM 4100-FIND-MATERIAL-MARKUP
                       VARYING WS-MARKUP-SUB FROM 1 BY 1
                       UNTIL WS-MARKUP-FOUND
                           OR WS-MARKUP-SUB > PS-MARKUP-COUNT
                           OR WS-MARKUP-SUB > 20
               END-IF
           ELSE
               ADD 1 TO WS-LINES-UNPRICED
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           COMPUTE WS-LINE-SELL ROUNDED =
               CR-EXTENDED-COST * (100 + WS-LINE-MARKUP-PCT) / 100

      *    THE LINE'S OWN MARGIN IS THE MARKUP AS A SHARE OF THE
      *    SELL PRICE -- BEFORE ANY SETUP OR MINIMUM CHARGE.
           COMPUTE WS-LINE-MARGIN-PCT ROUNDED =
               WS-LINE-MARKUP-PCT * 100
               / (100 + WS-LINE-MARKUP-PCT).

       4100-FIND-MATERIAL-MARKUP.

           IF PS-MATERIAL-CODE (WS-MARKUP-SUB) = CR-MATERIAL-CODE
               SET WS-MARKUP-FOUND TO TRUE
               MOVE PS-MARKUP-PCT (WS-MARKUP-SUB)
                   TO WS-LINE-MARKUP-PCT
           END-IF.

       5000-ACCUMULATE-MATERIAL.

           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 5100-FIND-MATERIAL-ENTRY
               VARYING WS-MATL-SUB FROM 1 BY 1
               UNTIL WS-FOUND
                   OR WS-MATL-SUB > WS-MATL-COUNT

           IF NOT WS-FOUND
               IF WS-MATL-COUNT < 50
                   ADD 1 TO WS-MATL-COUNT
                   MOVE WS-MATL-COUNT TO WS-MATL-SUB
                   MOVE CR-MATERIAL-CODE TO WS-MT-CODE (WS-MATL-SUB)
                   MOVE ZEROES TO WS-MT-COST (WS-MATL-SUB)
                   MOVE ZEROES TO WS-MT-SELL (WS-MATL-SUB)
                   MOVE ZEROES TO WS-MT-LINES (WS-MATL-SUB)
                   MOVE ZEROES TO WS-MT-FLAGGED (WS-MATL-SUB)
               ELSE
                   DISPLAY "CIRCLE-BILLING: MATERIAL TABLE FULL, "
                       "CODE " CR-MATERIAL-CODE " NOT ON MARGIN "
                       "REPORT"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           IF WS-FOUND OR WS-MATL-COUNT = WS-MATL-SUB
               ADD CR-EXTENDED-COST TO WS-MT-COST (WS-MATL-SUB)
               ADD WS-LINE-SELL     TO WS-MT-SELL (WS-MATL-SUB)
               ADD 1                TO WS-MT-LINES (WS-MATL-SUB)
               IF NOT WS-LINE-PRICED
                   OR WS-LINE-MARGIN-PCT < WS-LINE-MIN-MARGIN
                   ADD 1 TO WS-MT-FLAGGED (WS-MATL-SUB)
               END-IF
           END-IF.

       5100-FIND-MATERIAL-ENTRY.

           IF WS-MATL-SUB NOT > WS-MATL-COUNT
               IF WS-MT-CODE (WS-MATL-SUB) = CR-MATERIAL-CODE
                   SET WS-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-MATL-SUB
               END-IF
           END-IF.

       9000-TERMINATE.

           PERFORM 8000-SORT-ORDER-TABLE
               VARYING WS-SORT-SUB FROM 1 BY 1
               UNTIL WS-SORT-SUB NOT < WS-ORDER-COUNT

           MOVE SPACES TO MARGIN-REPORT-REC
           STRING "NIGHTLY MARGIN REPORT" DELIMITED BY SIZE
                  WS-RUN-STAMP            DELIMITED BY SIZE
               INTO MARGIN-REPORT-REC
           END-STRING
           WRITE MARGIN-REPORT-REC
           MOVE SPACES TO MARGIN-REPORT-REC
           WRITE MARGIN-REPORT-REC
           MOVE "BY CUSTOMER ORDER" TO MARGIN-REPORT-REC
           WRITE MARGIN-REPORT-REC

           PERFORM 8500-WRITE-INVOICE-LINE
               VARYING WS-TABLE-SUB FROM 1 BY 1
               UNTIL WS-TABLE-SUB > WS-ORDER-COUNT

           IF WS-ORDER-COUNT > ZERO
               PERFORM 8700-WRITE-CUSTOMER-TOTAL
           END-IF

           PERFORM 8200-SORT-MATL-TABLE
               VARYING WS-MATL-SORT-SUB FROM 1 BY 1
               UNTIL WS-MATL-SORT-SUB NOT < WS-MATL-COUNT

           MOVE SPACES TO MARGIN-REPORT-REC
           WRITE MARGIN-REPORT-REC
           MOVE "BY MATERIAL (BEFORE SETUP AND MINIMUM CHARGES)"
               TO MARGIN-REPORT-REC
           WRITE MARGIN-REPORT-REC

           PERFORM 8800-WRITE-MATERIAL-LINE
               VARYING WS-MATL-SUB FROM 1 BY 1
               UNTIL WS-MATL-SUB > WS-MATL-COUNT

           PERFORM 8900-WRITE-RUN-TOTAL

           DISPLAY "CIRCLE-BILLING: INVOICE LINES WRITTEN "
               WS-LINES-WRITTEN
           IF WS-LINES-UNPRICED > ZERO
               DISPLAY "CIRCLE-BILLING: LINES WITH NO PRICING "
                   "SCHEDULE " WS-LINES-UNPRICED
           END-IF

           CLOSE RESULT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE PRICING-SCHEDULE-FILE
           CLOSE BILLING-FILE
           CLOSE MARGIN-REPORT-FILE

           PERFORM 9800-RECORD-RUN-LEDGER.

       8000-SORT-ORDER-TABLE.

               MOVE WS-SORT-HOLD TO WS-ORDER-ENTRY (WS-TABLE-SUB)
           END-IF.

       8200-SORT-MATL-TABLE.

           PERFORM 8300-COMPARE-AND-SWAP-MATL
               VARYING WS-MATL-SUB FROM WS-MATL-SORT-SUB BY 1
               UNTIL WS-MATL-SUB > WS-MATL-COUNT.

       8300-COMPARE-AND-SWAP-MATL.

           IF WS-MT-CODE (WS-MATL-SUB)
               < WS-MT-CODE (WS-MATL-SORT-SUB)
               MOVE WS-MATL-ENTRY (WS-MATL-SORT-SUB) TO WS-MATL-HOLD
               MOVE WS-MATL-ENTRY (WS-MATL-SUB)
                   TO WS-MATL-ENTRY (WS-MATL-SORT-SUB)
               MOVE WS-MATL-HOLD TO WS-MATL-ENTRY (WS-MATL-SUB)
           END-IF.

       8500-WRITE-INVOICE-LINE.

           PERFORM 8600-PRICE-CUSTOMER-ORDER

           MOVE WS-ORD-CUSTOMER (WS-TABLE-SUB)
               TO IV-CUSTOMER-NUMBER
           MOVE WS-ORD-ORDER (WS-TABLE-SUB)
               TO IV-EXTENDED-COST
           MOVE WS-RUN-DATE   TO IV-RUN-DATE
           MOVE WS-RUN-NUMBER TO IV-RUN-NUMBER
           MOVE WS-ORD-SETUP (WS-TABLE-SUB)
               TO IV-SETUP-CHARGE
           MOVE WS-INV-MIN-ADJUST TO IV-MINIMUM-ADJUST
           MOVE WS-INV-SELL       TO IV-SELL-PRICE
           MOVE WS-INV-MARGIN     TO IV-MARGIN
           MOVE WS-INV-MARGIN-PCT TO IV-MARGIN-PCT

           WRITE INVOICE-LINE-REC
           ADD 1 TO WS-LINES-WRITTEN

      *    THE TABLE IS IN CUSTOMER ORDER NOW -- A NEW CUSTOMER
      *    CLOSES OUT THE LAST ONE'S SUBTOTAL.
           IF WS-TABLE-SUB > 1
               AND WS-ORD-CUSTOMER (WS-TABLE-SUB)
                   NOT = WS-PREV-CUSTOMER
               PERFORM 8700-WRITE-CUSTOMER-TOTAL
           END-IF
           MOVE WS-ORD-CUSTOMER (WS-TABLE-SUB) TO WS-PREV-CUSTOMER

           ADD WS-ORD-COST (WS-TABLE-SUB) TO WS-CUST-COST
           ADD WS-INV-SELL                TO WS-CUST-SELL
           ADD WS-ORD-COST (WS-TABLE-SUB) TO WS-RUN-COST
           ADD WS-INV-SELL                TO WS-RUN-SELL

           MOVE WS-ORD-COST (WS-TABLE-SUB) TO WS-DISPLAY-COST
           MOVE WS-INV-SELL               TO WS-DISPLAY-SELL
           MOVE WS-INV-MARGIN             TO WS-DISPLAY-MARGIN
           MOVE WS-INV-MARGIN-PCT         TO WS-DISPLAY-PCT

           MOVE SPACES TO MARGIN-REPORT-REC
           STRING "CUST: "          DELIMITED BY SIZE
                  WS-ORD-CUSTOMER (WS-TABLE-SUB) DELIMITED BY SIZE
                  "  ORDER: "       DELIMITED BY SIZE
                  WS-ORD-ORDER (WS-TABLE-SUB) DELIMITED BY SIZE
                  "  COST: "        DELIMITED BY SIZE
                  WS-DISPLAY-COST   DELIMITED BY SIZE
                  "  SELL: "        DELIMITED BY SIZE
                  WS-DISPLAY-SELL   DELIMITED BY SIZE
                  "  MGN: "         DELIMITED BY SIZE
                  WS-DISPLAY-MARGIN DELIMITED BY SIZE
                  "  PCT: "         DELIMITED BY SIZE
                  WS-DISPLAY-PCT    DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-INV-FLAG       DELIMITED BY SIZE
               INTO MARGIN-REPORT-REC
           END-STRING
           WRITE MARGIN-REPORT-REC.

       8600-PRICE-CUSTOMER-ORDER.

      *    MARKED-UP LINES PLUS ONE SETUP CHARGE PER CUSTOMER
      *    ORDER, RAISED TO THE SCHEDULE'S MINIMUM CHARGE WHEN
      *    THE ORDER COMES IN UNDER IT.
           COMPUTE WS-INV-SELL =
               WS-ORD-SELL (WS-TABLE-SUB)
               + WS-ORD-SETUP (WS-TABLE-SUB)
           MOVE ZEROES TO WS-INV-MIN-ADJUST
           IF WS-INV-SELL < WS-ORD-MINIMUM (WS-TABLE-SUB)
               COMPUTE WS-INV-MIN-ADJUST =
                   WS-ORD-MINIMUM (WS-TABLE-SUB) - WS-INV-SELL
               MOVE WS-ORD-MINIMUM (WS-TABLE-SUB) TO WS-INV-SELL
           END-IF

           COMPUTE WS-INV-MARGIN =
               WS-INV-SELL - WS-ORD-COST (WS-TABLE-SUB)
           IF WS-INV-SELL > ZERO
               COMPUTE WS-INV-MARGIN-PCT ROUNDED =
                   WS-INV-MARGIN * 100 / WS-INV-SELL
           ELSE
               MOVE ZEROES TO WS-INV-MARGIN-PCT
           END-IF

           MOVE SPACES TO WS-INV-FLAG
           IF WS-ORD-PRICED (WS-TABLE-SUB) NOT = "Y"
               MOVE "NO SCHEDULE" TO WS-INV-FLAG
               ADD 1 TO WS-ORDERS-FLAGGED
           ELSE
               IF WS-INV-MARGIN-PCT < WS-ORD-MIN-MARGIN (WS-TABLE-SUB)
                   MOVE "UNDER MIN" TO WS-INV-FLAG
                   ADD 1 TO WS-ORDERS-FLAGGED
               END-IF
           END-IF.

       8700-WRITE-CUSTOMER-TOTAL.

           MOVE WS-CUST-COST TO WS-SUM-COST
           MOVE WS-CUST-SELL TO WS-SUM-SELL
           PERFORM 8950-COMPUTE-SUM-MARGIN

           MOVE SPACES TO MARGIN-REPORT-REC
           STRING "  CUSTOMER "     DELIMITED BY SIZE
                  WS-PREV-CUSTOMER  DELIMITED BY SIZE
                  " TOTAL  COST: "  DELIMITED BY SIZE
                  WS-DISPLAY-COST   DELIMITED BY SIZE
                  "  SELL: "        DELIMITED BY SIZE
                  WS-DISPLAY-SELL   DELIMITED BY SIZE
                  "  MGN: "         DELIMITED BY SIZE
                  WS-DISPLAY-MARGIN DELIMITED BY SIZE
                  "  PCT: "         DELIMITED BY SIZE
                  WS-DISPLAY-PCT    DELIMITED BY SIZE
               INTO MARGIN-REPORT-REC
           END-STRING
           WRITE MARGIN-REPORT-REC

           MOVE ZEROES TO WS-CUST-COST
           MOVE ZEROES TO WS-CUST-SELL.

       8800-WRITE-MATERIAL-LINE.

           MOVE WS-MT-COST (WS-MATL-SUB) TO WS-SUM-COST
           MOVE WS-MT-SELL (WS-MATL-SUB) TO WS-SUM-SELL
           PERFORM 8950-COMPUTE-SUM-MARGIN
           MOVE WS-MT-LINES (WS-MATL-SUB)   TO WS-DISPLAY-COUNT
           MOVE WS-MT-FLAGGED (WS-MATL-SUB) TO WS-DISPLAY-FLAGGED

           MOVE SPACES TO MARGIN-REPORT-REC
           STRING "MATL: "          DELIMITED BY SIZE
                  WS-MT-CODE (WS-MATL-SUB) DELIMITED BY SIZE
                  "  COST: "        DELIMITED BY SIZE
                  WS-DISPLAY-COST   DELIMITED BY SIZE
                  "  SELL: "        DELIMITED BY SIZE
                  WS-DISPLAY-SELL   DELIMITED BY SIZE
                  "  MGN: "         DELIMITED BY SIZE
                  WS-DISPLAY-MARGIN DELIMITED BY SIZE
                  "  PCT: "         DELIMITED BY SIZE
                  WS-DISPLAY-PCT    DELIMITED BY SIZE
               INTO MARGIN-REPORT-REC
           END-STRING
           WRITE MARGIN-REPORT-REC

      *    THE COUNTS GO ON A SECOND LINE -- WITH THE FULL-WIDTH
      *    MONEY FIGURES THEY WILL NOT FIT ON THE FIRST.
           MOVE SPACES TO MARGIN-REPORT-REC
           STRING "      LINES: "   DELIMITED BY SIZE
                  WS-DISPLAY-COUNT  DELIMITED BY SIZE
                  "  UNDER MIN: "   DELIMITED BY SIZE
                  WS-DISPLAY-FLAGGED DELIMITED BY SIZE
               INTO MARGIN-REPORT-REC
           END-STRING
           WRITE MARGIN-REPORT-REC.

       8900-WRITE-RUN-TOTAL.

           MOVE WS-RUN-COST TO WS-SUM-COST
           MOVE WS-RUN-SELL TO WS-SUM-SELL
           PERFORM 8950-COMPUTE-SUM-MARGIN

           MOVE SPACES TO MARGIN-REPORT-REC
           WRITE MARGIN-REPORT-REC
           MOVE SPACES TO MARGIN-REPORT-REC
           STRING "RUN TOTAL  COST: " DELIMITED BY SIZE
                  WS-DISPLAY-COST   DELIMITED BY SIZE
                  "  SELL: "        DELIMITED BY SIZE
                  WS-DISPLAY-SELL   DELIMITED BY SIZE
                  "  MGN: "         DELIMITED BY SIZE
                  WS-DISPLAY-MARGIN DELIMITED BY SIZE
                  "  PCT: "         DELIMITED BY SIZE
                  WS-DISPLAY-PCT    DELIMITED BY SIZE
               INTO MARGIN-REPORT-REC
           END-STRING
           WRITE MARGIN-REPORT-REC

           MOVE WS-ORDERS-FLAGGED TO WS-DISPLAY-FLAGGED
           MOVE SPACES TO MARGIN-REPORT-REC
           STRING "ORDERS FLAGGED UNDER MINIMUM MARGIN OR WITH NO "
                                    DELIMITED BY SIZE
                  "SCHEDULE: "      DELIMITED BY SIZE
                  WS-DISPLAY-FLAGGED DELIMITED BY SIZE
               INTO MARGIN-REPORT-REC
           END-STRING
           WRITE MARGIN-REPORT-REC.

       8950-COMPUTE-SUM-MARGIN.

           COMPUTE WS-SUM-MARGIN = WS-SUM-SELL - WS-SUM-COST
           IF WS-SUM-SELL > ZERO
               COMPUTE WS-SUM-MARGIN-PCT ROUNDED =
                   WS-SUM-MARGIN * 100 / WS-SUM-SELL
           ELSE
               MOVE ZEROES TO WS-SUM-MARGIN-PCT
           END-IF
           MOVE WS-SUM-COST       TO WS-DISPLAY-COST
           MOVE WS-SUM-SELL       TO WS-DISPLAY-SELL
           MOVE WS-SUM-MARGIN     TO WS-DISPLAY-MARGIN
           MOVE WS-SUM-MARGIN-PCT TO WS-DISPLAY-PCT.

       9800-RECORD-RUN-LEDGER.

      *    THE LEDGER RECORD GOES ON LAST, ONCE EVERY OUTPUT IS
      *    CLOSED -- A STEP THAT ABENDS PART WAY LEAVES NO RECORD
      *    AND RUNS AGAIN ON THE RESUBMIT.
           OPEN I-O RUN-LEDGER-FILE
           IF WS-RUN-LEDGER-OK
               MOVE WS-RUN-DATE TO RL-RUN-DATE
               MOVE WS-RUN-NUMBER TO RL-RUN-NUMBER
               MOVE "CIRCLE-BILLING" TO RL-PROGRAM-NAME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               ACCEPT RL-FINISH-DATE FROM DATE YYYYMMDD
               ACCEPT RL-FINISH-TIME FROM TIME
               MOVE WS-RESULTS-READ TO RL-RECORDS-READ
               MOVE WS-LINES-WRITTEN TO RL-RECORDS-WRITTEN
               MOVE WS-RUN-SELL TO RL-TOTAL-AMOUNT
               MOVE "SELL PRICE" TO RL-TOTAL-DESC
               MOVE ZEROES TO RL-SKIP-COUNT
               MOVE ZEROES TO RL-LAST-SKIP-DATE
               MOVE ZEROES TO RL-LAST-SKIP-TIME
               WRITE RUN-LEDGER-REC
                   INVALID KEY
                       DISPLAY "CIRCLE-BILLING: RUN LEDGER RECORD "
                           "NOT WRITTEN, STATUS "
                           WS-RUN-LEDGER-STATUS
               END-WRITE
               CLOSE RUN-LEDGER-FILE
           ELSE
               DISPLAY "CIRCLE-BILLING: RUN-LEDGER-FILE DID NOT "
                   "OPEN, STATUS " WS-RUN-LEDGER-STATUS
                   " -- RUN NOT LEDGERED"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       END PROGRAM CIRCLE-BILLING.
