      *                 order, so the queue     *
      *                 computes rush work      *
      *                 first.                  *
      * 2026-10-15  DS  Ring and washer blanks: *
      *                 the part master's       *
      *                 standard inner radius,  *
      *                 or a manual entry's     *
      *                 inner measurement (same *
      *                 mode and unit as the    *
      *                 outer), rides CIRCLE-   *
      *                 REC and history, and    *
      *                 the hole is netted out  *
      *                 of area, weight, and    *
      *                 cost.  An inner radius  *
      *                 not smaller than the    *
      *                 outer rejects with      *
      *                 reason 95, counted in   *
      *                 its own tenth reason    *
      *                 bucket.                 *
      * 2026-10-15  DS  The required-by date    *
      *                 and priority code ride  *
      *                 CIRCLE-REC through to   *
      *                 the cut tickets.  A     *
      *                 transaction queued      *
      *                 before they existed     *
      *                 goes down as priority 5 *
      *                 with no date, the same  *
      *                 as PART-SEQUENCE treats *
      *                 it.                     *
      * 2026-10-15  DS  History now keeps the   *
      *                 customer, customer      *
      *                 order, run number, and  *
      *                 required-by date, for   *
      *                 the order status        *
      *                 inquiry.                *
      * 2026-10-15  DS  A fresh run first looks *
      *                 the RUNCTL run up on    *
      *                 the run ledger: when    *
      *                 this step finished it   *
      *                 but the stream behind   *
      *                 it never did, the job   *
      *                 is a resubmit of that   *
      *                 run, so the step skips  *
      *                 and leaves RUNCTL alone *
      *                 for the steps still to  *
      *                 run.  A finished run is *
      *                 ledgered with its read, *
      *                 computed, and extended  *
      *                 cost totals.            *
      * 2026-10-15  DS  A valid transaction     *
      *                 whose customer is on    *
      *                 credit hold is no       *
      *                 longer computed,        *
      *                 extracted, billed, or   *
      *                 drawn: it is written as *
      *                 is, stamped with the    *
      *                 run date and number, to *
      *                 the standing HELDFILE   *
      *                 queue for HELD-RELEASE  *
      *                 to requeue once         *
      *                 accounts receivable     *
      *                 clears the hold, and a  *
      *                 HELD line goes on the   *
      *                 report.  The "M" run-   *
      *                 statistics record       *
      *                 carries the held count. *
      ******************************************

       ENVIRONMENT DIVISION.
           SELECT REJECT-TRANS-FILE ASSIGN TO REJTFILE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HELD-ORDER-FILE ASSIGN TO HELDFILE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECKPOINT-FILE ASSIGN TO CHKPFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
               RECORD KEY IS HI-HISTORY-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-LEDGER-KEY
               FILE STATUS IS WS-RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PART-FILE.
       FD  REJECT-TRANS-FILE.
       COPY "reject_trans_rec".

       FD  HELD-ORDER-FILE.
       COPY "held_order_rec".

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC.
           05 CK-PART-NUMBER           PIC X(06).
       FD  HISTORY-FILE.
       COPY "history_rec".

       FD  RUN-LEDGER-FILE.
       COPY "run_ledger_rec".

       WORKING-STORAGE SECTION.
        01 WS-CONSTANTS.
           05 WS-PI                    PIC 9V9999999 VALUE 3.1415927.
           05 WS-RECORD-COUNT          PIC 9(07) VALUE ZEROES COMP.
           05 WS-REJECT-COUNT          PIC 9(07) VALUE ZEROES COMP.
           05 WS-RECORDS-READ          PIC 9(07) VALUE ZEROES COMP.
           05 WS-HELD-COUNT            PIC 9(07) VALUE ZEROES COMP.
        01 WS-REJECT-INFO.
           05 WS-REJECT-REASON-CODE    PIC 9(02) VALUE ZEROES.
               88 WS-REASON-NONNUMERIC      VALUE 10.
               88 WS-REASON-BAD-MATERIAL     VALUE 70.
               88 WS-REASON-BAD-QUANTITY     VALUE 80.
               88 WS-REASON-BAD-CUSTOMER     VALUE 90.
               88 WS-REASON-BAD-INNER        VALUE 95.
           05 WS-REJECT-REASON-TEXT    PIC X(25) VALUE SPACES.
           05 WS-DISPLAY-REJECT-RADIUS PIC -(5)9.999.
           05 WS-CONVERTED-MEASUREMENT PIC S9(05)V999 VALUE ZEROES.
           05 WS-INNER-RADIUS          PIC 9(05)V999 VALUE ZEROES.
           05 WS-PART-MASTER-STATUS    PIC X(02) VALUE SPACES.
               88 WS-PART-MASTER-OK         VALUE "00".
           05 WS-MATERIAL-STATUS       PIC X(02) VALUE SPACES.
           05 WS-RUN-NUMBER            PIC 9(05) VALUE ZEROES.
           05 WS-PRIOR-RUN-DATE        PIC 9(08) VALUE ZEROES.
           05 WS-PRIOR-RUN-NUMBER      PIC 9(05) VALUE ZEROES.
           05 WS-RUN-LEDGER-STATUS     PIC X(02) VALUE SPACES.
               88 WS-RUN-LEDGER-OK          VALUE "00".
           05 WS-PRIOR-OPEN-SWITCH     PIC X(01) VALUE "N".
               88 WS-PRIOR-RUN-OPEN         VALUE "Y".
           05 WS-RUN-EXTENDED-COST     PIC 9(11)V99 VALUE ZEROES.
           05 WS-RUN-STAMP.
               10 FILLER               PIC X(07) VALUE "  RUN: ".
               10 WS-STAMP-NUMBER      PIC 9(05) VALUE ZEROES.
        01 WS-RUN-STATS-INFO.
      *    REJECT COUNT BUCKETS BY REASON CODE -- ENTRY N HOLDS
      *    REASON N * 10 (10 NONNUMERIC THROUGH 90 CUSTOMER).
      *    ENTRY 10 HOLDS REASON 95, THE BAD INNER DIAMETER.
           05 WS-REASON-SUB            PIC 9(02) VALUE ZEROES COMP.
           05 WS-REASON-COUNTS         VALUE ZEROES.
               10 WS-REASON-COUNT OCCURS 10 TIMES
                                       PIC 9(07).
           05 WS-OPER-COUNT            PIC 9(03) VALUE ZEROES COMP.
           05 WS-OPER-SUB              PIC 9(03) VALUE ZEROES COMP.
      *    CORRECTION PASS, NOT A NIGHTLY PRINT -- REJECTS THE
      *    DAY SHIFT CARRIED OVER MUST SURVIVE TONIGHT'S RUN, SO
      *    IT ALWAYS EXTENDS.
           OPEN EXTEND REJECT-TRANS-FILE

      *    HELD-ORDER-FILE IS THE SAME KIND OF STANDING QUEUE --
      *    LINES HELD ON EARLIER NIGHTS WAIT THERE UNTIL ACCOUNTS
      *    RECEIVABLE CLEARS THE CUSTOMER, SO IT ALWAYS EXTENDS.
           OPEN EXTEND HELD-ORDER-FILE.

       1300-ESTABLISH-RUN-CONTROL.

               MOVE WS-PRIOR-RUN-DATE   TO WS-RUN-DATE
               MOVE WS-PRIOR-RUN-NUMBER TO WS-RUN-NUMBER
           ELSE
               IF WS-PRIOR-RUN-NUMBER NOT = ZERO
                   PERFORM 1350-CHECK-RUN-LEDGER
               END-IF
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               COMPUTE WS-RUN-NUMBER = WS-PRIOR-RUN-NUMBER + 1
               OPEN OUTPUT RUN-CONTROL-FILE
           MOVE WS-RUN-NUMBER TO WS-STAMP-NUMBER
           MOVE WS-RUN-DATE   TO WS-STAMP-DATE.

       1350-CHECK-RUN-LEDGER.

      *    A FRESH RUN TAKES THE NEXT NUMBER, SO THIS STEP LOOKS
      *    UP THE RUN RUNCTL STILL NAMES.  WHEN THIS STEP FINISHED
      *    THAT RUN BUT CIRCLE-TOTALS NEVER DID -- OR TOTALS
      *    BALANCED AND CIRCLE-ARCHIVE NEVER DID -- THE RUN IS
      *    STILL OPEN AND THIS JOB IS A RESUBMIT OF IT.  THE STEP
      *    SKIPS AND LEAVES RUNCTL ALONE SO THE STEPS STILL TO RUN
      *    FINISH THE SAME RUN.  A RUN TOTALS FOUND OUT OF BALANCE
      *    WAS STOPPED ON PURPOSE AND DOES NOT HOLD UP THE NEXT.
           OPEN I-O RUN-LEDGER-FILE
           IF NOT WS-RUN-LEDGER-OK
               DISPLAY "CIRCLE-MATH: RUN-LEDGER-FILE DID NOT OPEN, "
                   "STATUS " WS-RUN-LEDGER-STATUS
               CLOSE PART-FILE
               CLOSE PART-MASTER-FILE
               CLOSE MATERIAL-FILE
               CLOSE MATERIAL-PRICE-FILE
               CLOSE CUSTOMER-FILE
               CLOSE HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-PRIOR-OPEN-SWITCH
           MOVE WS-PRIOR-RUN-DATE   TO RL-RUN-DATE
           MOVE WS-PRIOR-RUN-NUMBER TO RL-RUN-NUMBER
           MOVE "CIRCLE-MATH" TO RL-PROGRAM-NAME
           READ RUN-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 1360-CHECK-PRIOR-STREAM
           END-READ

           IF WS-PRIOR-RUN-OPEN
               MOVE "CIRCLE-MATH" TO RL-PROGRAM-NAME
               READ RUN-LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 1370-SKIP-FINISHED-STEP
               END-READ
           END-IF

           CLOSE RUN-LEDGER-FILE.

       1360-CHECK-PRIOR-STREAM.

           MOVE "CIRCLE-TOTALS" TO RL-PROGRAM-NAME
           READ RUN-LEDGER-FILE
               INVALID KEY
                   SET WS-PRIOR-RUN-OPEN TO TRUE
               NOT INVALID KEY
                   IF RL-RETURN-CODE = ZERO
                       MOVE "CIRCLE-ARCHIVE" TO RL-PROGRAM-NAME
                       READ RUN-LEDGER-FILE
                           INVALID KEY
                               SET WS-PRIOR-RUN-OPEN TO TRUE
                       END-READ
                   END-IF
           END-READ.

       1370-SKIP-FINISHED-STEP.

      *    THE SKIP ENDS WITH THE RETURN CODE THE STEP FIRST
      *    FINISHED WITH, SO THE CONDITION CODES ON THE STEPS
      *    BEHIND IT SEE THE SAME NIGHT THEY SAW THE FIRST TIME.
           DISPLAY "CIRCLE-MATH: ALREADY FINISHED FOR RUN "
               RL-RUN-NUMBER "/" RL-RUN-DATE " -- SKIPPED"
           ADD 1 TO RL-SKIP-COUNT
           ACCEPT RL-LAST-SKIP-DATE FROM DATE YYYYMMDD
           ACCEPT RL-LAST-SKIP-TIME FROM TIME
           REWRITE RUN-LEDGER-REC
               INVALID KEY
                   DISPLAY "CIRCLE-MATH: RUN LEDGER SKIP NOT "
                       "RECORDED, STATUS " WS-RUN-LEDGER-STATUS
           END-REWRITE
           CLOSE RUN-LEDGER-FILE
           CLOSE PART-FILE
           CLOSE PART-MASTER-FILE
           CLOSE MATERIAL-FILE
           CLOSE MATERIAL-PRICE-FILE
           CLOSE CUSTOMER-FILE
           CLOSE HISTORY-FILE
           MOVE RL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1100-READ-RESTART-CHECKPOINT.

           OPEN INPUT CHECKPOINT-FILE
           ELSE
               PERFORM 0150-VALIDATE-RADIUS
               IF WS-VALID
      *            THE CUSTOMER MASTER READ LAST IN VALIDATION IS
      *            STILL IN ITS RECORD AREA.  A CUSTOMER ON CREDIT
      *            HOLD GETS NOTHING CUT, BILLED, OR DRAWN.
                   IF CU-ON-HOLD
                       PERFORM 0240-HOLD-TRANSACTION
                   ELSE
                       PERFORM 0100-PERFORM-CALCULATIONS
                   END-IF
               ELSE
                   PERFORM 0190-WRITE-REJECT-LINE
               END-IF
                   SET WS-REASON-NOT-ON-MASTER TO TRUE
                   MOVE "PART NOT ON PART-MASTER"
                       TO WS-REJECT-REASON-TEXT
               NOT INVALID KEY
                   PERFORM 0172-CHECK-MASTER-INNER-RADIUS
           END-READ.

       0172-CHECK-MASTER-INNER-RADIUS.

      *    A PART-MASTER RECORD WRITTEN BEFORE THE INNER RADIUS
      *    EXISTED CARRIES SPACES THERE -- IT IS A SOLID DISC.
           IF PM-STANDARD-INNER-RADIUS IS NUMERIC
               MOVE PM-STANDARD-INNER-RADIUS TO WS-INNER-RADIUS
           ELSE
               MOVE ZEROES TO WS-INNER-RADIUS
           END-IF

           IF WS-INNER-RADIUS NOT < PM-STANDARD-RADIUS
               AND WS-INNER-RADIUS NOT = ZERO
               SET WS-INVALID TO TRUE
               SET WS-REASON-BAD-INNER TO TRUE
               MOVE "INNER NOT UNDER OUTER" TO WS-REJECT-REASON-TEXT
           END-IF.

       0180-LOOKUP-MATERIAL-MASTER.

      *    EVERY TRANSACTION PRICES AND WEIGHS OFF THE MATERIAL
                               SET WS-REASON-NEGATIVE TO TRUE
                               MOVE "NEGATIVE RADIUS"
                                   TO WS-REJECT-REASON-TEXT
                           ELSE
                               PERFORM 0177-VALIDATE-MANUAL-INNER
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0177-VALIDATE-MANUAL-INNER.

      *    THE INNER MEASUREMENT IS KEYED IN THE SAME MODE AND
      *    UNIT AS THE OUTER, SO THE TWO COMPARE DIRECTLY.  A
      *    TRANSACTION KEYED BEFORE THE FIELD EXISTED CARRIES
      *    SPACES THERE -- IT IS A SOLID DISC.
           IF PF-INNER-MEASUREMENT IS NUMERIC
               IF PF-INNER-MEASUREMENT < ZERO
                   OR PF-INNER-MEASUREMENT NOT < PF-MEASUREMENT
                   SET WS-INVALID TO TRUE
                   SET WS-REASON-BAD-INNER TO TRUE
                   MOVE "INNER NOT UNDER OUTER"
                       TO WS-REJECT-REASON-TEXT
               END-IF
           END-IF.

       0100-PERFORM-CALCULATIONS.

           MOVE PF-PART-NUMBER TO CR-PART-NUMBER
               MOVE PM-MATERIAL-CODE   TO CR-MATERIAL-CODE
               MOVE PM-THICKNESS       TO CR-THICKNESS
               MOVE PM-STANDARD-RADIUS TO CR-RADIUS
               MOVE WS-INNER-RADIUS    TO CR-INNER-RADIUS
           ELSE
               MOVE PF-MATERIAL-CODE  TO CR-MATERIAL-CODE
               MOVE PF-THICKNESS      TO CR-THICKNESS
               PERFORM 0160-CONVERT-MEASUREMENT-TO-RADIUS
               PERFORM 0165-CONVERT-INNER-TO-RADIUS
           END-IF

           MOVE PF-CUSTOMER-NUMBER TO CR-CUSTOMER-NUMBER
           MOVE PF-CUSTOMER-ORDER  TO CR-CUSTOMER-ORDER

           IF PF-PRIORITY-CODE NOT NUMERIC
               OR PF-PRIORITY-CODE = ZERO
               MOVE 5 TO CR-PRIORITY-CODE
           ELSE
               MOVE PF-PRIORITY-CODE TO CR-PRIORITY-CODE
           END-IF
           IF PF-REQUIRED-DATE NOT NUMERIC
               OR PF-REQUIRED-DATE = ZERO
               MOVE 99999999 TO CR-REQUIRED-DATE
           ELSE
               MOVE PF-REQUIRED-DATE TO CR-REQUIRED-DATE
           END-IF

           MOVE MM-DENSITY        TO CR-DENSITY
           MOVE WS-EFFECTIVE-COST TO CR-COST-PER-POUND

           COMPUTE CR-CIRCUMFERENCE = 2 * WS-PI * CR-RADIUS
           MOVE CR-CIRCUMFERENCE TO WS-DISPLAY-CIRCUMFERENCE

      *    A RING OR WASHER BLANK IS NET OF ITS HOLE -- THE
      *    CENTER SLUG IS NOT PART OF THE BLANK'S WEIGHT OR COST.
           COMPUTE CR-AREA = WS-PI *
               (CR-RADIUS * CR-RADIUS
                   - CR-INNER-RADIUS * CR-INNER-RADIUS)
           MOVE CR-AREA TO WS-DISPLAY-AREA

           COMPUTE CR-WEIGHT = CR-AREA * CR-THICKNESS * CR-DENSITY
           MOVE CR-EXTENDED-COST TO WS-DISPLAY-EXT-COST

           ADD 1 TO WS-RECORD-COUNT
           ADD CR-EXTENDED-COST TO WS-RUN-EXTENDED-COST

      *    HISTORY IS BUILT FROM THE CIRCLE-REC FIELDS, SO IT IS
      *    WRITTEN BEFORE THE RESULT RECORD -- AFTER THE WRITE
               MOVE WS-CONVERTED-MEASUREMENT TO CR-RADIUS
           END-IF.

       0165-CONVERT-INNER-TO-RADIUS.

           IF PF-INNER-MEASUREMENT IS NUMERIC
               IF PF-UNIT-MILLIMETERS
                   COMPUTE WS-CONVERTED-MEASUREMENT ROUNDED =
                       PF-INNER-MEASUREMENT / WS-MM-PER-INCH
               ELSE
                   MOVE PF-INNER-MEASUREMENT
                       TO WS-CONVERTED-MEASUREMENT
               END-IF
               IF PF-MODE-DIAMETER
                   COMPUTE CR-INNER-RADIUS ROUNDED =
                       WS-CONVERTED-MEASUREMENT / 2
               ELSE
                   MOVE WS-CONVERTED-MEASUREMENT TO CR-INNER-RADIUS
               END-IF
           ELSE
               MOVE ZEROES TO CR-INNER-RADIUS
           END-IF.

       0210-WRITE-EXTRACT-RECORD.

           MOVE CR-PART-NUMBER   TO EX-PART-NUMBER
           MOVE CR-ORDER-QUANTITY  TO HI-ORDER-QUANTITY
           MOVE CR-EXTENDED-WEIGHT TO HI-EXTENDED-WEIGHT
           MOVE CR-EXTENDED-COST   TO HI-EXTENDED-COST
           MOVE CR-INNER-RADIUS    TO HI-INNER-RADIUS
           MOVE CR-CUSTOMER-NUMBER TO HI-CUSTOMER-NUMBER
           MOVE CR-CUSTOMER-ORDER  TO HI-CUSTOMER-ORDER
           MOVE WS-RUN-NUMBER      TO HI-RUN-NUMBER
           MOVE CR-REQUIRED-DATE   TO HI-REQUIRED-DATE

      *    THE SAME PART CAN COMPUTE MORE THAN ONCE ON A DAY --
      *    REPEAT TRANSACTIONS OR A RERUN -- SO THE SEQUENCE IS
                   SET WS-HISTORY-WRITTEN TO TRUE
           END-WRITE.

       0240-HOLD-TRANSACTION.

           ADD 1 TO WS-HELD-COUNT

           MOVE PF-PART-NUMBER     TO HO-PART-NUMBER
           MOVE PF-USE-PART-MASTER TO HO-USE-PART-MASTER
           MOVE PF-INPUT-MODE      TO HO-INPUT-MODE
           MOVE PF-UNIT-CODE       TO HO-UNIT-CODE
           MOVE PF-MEASUREMENT     TO HO-MEASUREMENT
           MOVE PF-MATERIAL-CODE   TO HO-MATERIAL-CODE
           MOVE PF-THICKNESS       TO HO-THICKNESS
           MOVE PF-DENSITY         TO HO-DENSITY
           MOVE PF-COST-PER-POUND  TO HO-COST-PER-POUND
           MOVE PF-ORDER-QUANTITY  TO HO-ORDER-QUANTITY
           MOVE PF-ATTEMPT-COUNT   TO HO-ATTEMPT-COUNT
           MOVE PF-OPERATOR-ID     TO HO-OPERATOR-ID
           MOVE PF-CUSTOMER-NUMBER TO HO-CUSTOMER-NUMBER
           MOVE PF-CUSTOMER-ORDER  TO HO-CUSTOMER-ORDER
           MOVE PF-ENTRY-DATE      TO HO-ENTRY-DATE
           MOVE PF-REQUIRED-DATE   TO HO-REQUIRED-DATE
           MOVE PF-PRIORITY-CODE   TO HO-PRIORITY-CODE
           MOVE PF-INNER-MEASUREMENT TO HO-INNER-MEASUREMENT
           MOVE WS-RUN-DATE        TO HO-HOLD-RUN-DATE
           MOVE WS-RUN-NUMBER      TO HO-HOLD-RUN-NUMBER

           WRITE HELD-ORDER-REC

           MOVE PF-ORDER-QUANTITY TO WS-DISPLAY-QUANTITY
           MOVE SPACES TO REPORT-REC
           STRING "PART: "      DELIMITED BY SIZE
                  PF-PART-NUMBER DELIMITED BY SIZE
                  "  HELD -- CUSTOMER " DELIMITED BY SIZE
                  PF-CUSTOMER-NUMBER DELIMITED BY SIZE
                  " ON CREDIT HOLD" DELIMITED BY SIZE
                  "  ORDER: "   DELIMITED BY SIZE
                  PF-CUSTOMER-ORDER DELIMITED BY SIZE
                  "  QTY: "     DELIMITED BY SIZE
                  WS-DISPLAY-QUANTITY DELIMITED BY SIZE
                  "  OPER: "    DELIMITED BY SIZE
                  PF-OPERATOR-ID DELIMITED BY SIZE
                  WS-RUN-STAMP  DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING

           WRITE REPORT-REC.

       0195-CHECKPOINT-IF-DUE.

           DIVIDE WS-RECORDS-READ BY WS-CHECKPOINT-INTERVAL

      *    REASON CODES RUN 10 THROUGH 90 IN STEPS OF TEN, SO
      *    THE TRUNCATING DIVIDE LANDS EACH ONE IN ITS BUCKET.
      *    REASON 95 HAS THE TENTH BUCKET TO ITSELF.
           IF WS-REASON-BAD-INNER
               ADD 1 TO WS-REASON-COUNT (10)
           ELSE
               IF WS-REJECT-REASON-CODE NOT < 10
                   AND WS-REJECT-REASON-CODE NOT > 90
                   COMPUTE WS-REASON-SUB =
                       WS-REJECT-REASON-CODE / 10
                   ADD 1 TO WS-REASON-COUNT (WS-REASON-SUB)
               END-IF
           END-IF
           PERFORM 0192-COUNT-OPERATOR-REJECT

           MOVE PF-ENTRY-DATE      TO RT-ENTRY-DATE
           MOVE PF-REQUIRED-DATE   TO RT-REQUIRED-DATE
           MOVE PF-PRIORITY-CODE   TO RT-PRIORITY-CODE
           MOVE PF-INNER-MEASUREMENT TO RT-INNER-MEASUREMENT
           MOVE WS-REJECT-REASON-CODE TO RT-REASON-CODE

      *    A TRANSACTION KEYED BEFORE THE ATTEMPT COUNT EXISTED
           CLOSE REPORT-FILE
           CLOSE REJECT-FILE
           CLOSE REJECT-TRANS-FILE
           CLOSE HELD-ORDER-FILE
           CLOSE EXTRACT-FILE
           CLOSE RESULT-FILE
           CLOSE HISTORY-FILE
           CLOSE CHECKPOINT-FILE

      *    PART-FILE IS A QUEUE, NOT A MASTER -- EVERY TRANSACTION
      *    ON IT WAS REPORTED, REJECTED, OR HELD BY THIS CLEAN RUN,
      *    SO IT IS CLEARED HERE TOO.  OTHERWISE TOMORROW'S RUN
      *    WOULD READ FROM THE TOP AND RE-REPORT EVERY PART EVER
      *    QUEUED SINCE THE FILE WAS CREATED.
           PERFORM 9100-WRITE-RUN-STATISTICS

           IF WS-REJECT-COUNT > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 9800-RECORD-RUN-LEDGER.

       9100-WRITE-RUN-STATISTICS.

           MOVE WS-RECORDS-READ TO RS-RECORDS-READ
           MOVE WS-RECORD-COUNT TO RS-RECORDS-COMPUTED
           MOVE WS-REJECT-COUNT TO RS-RECORDS-REJECTED
           MOVE WS-HELD-COUNT   TO RS-RECORDS-HELD
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RS-STEP-RETURN-CODE
           ELSE

           PERFORM 9110-WRITE-REASON-RECORD
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > 10

           PERFORM 9120-WRITE-OPERATOR-RECORD
               VARYING WS-OPER-SUB FROM 1 BY 1
               MOVE WS-RUN-DATE   TO RS-RUN-DATE
               MOVE WS-RUN-NUMBER TO RS-RUN-NUMBER
               MOVE ZEROES        TO RS-REASON-DATA
               IF WS-REASON-SUB = 10
                   MOVE 95 TO RS-REASON-CODE
               ELSE
                   COMPUTE RS-REASON-CODE = WS-REASON-SUB * 10
               END-IF
               MOVE WS-REASON-COUNT (WS-REASON-SUB)
                   TO RS-REASON-COUNT
               WRITE RUN-STATS-REC
               TO RS-OPERATOR-COUNT
           WRITE RUN-STATS-REC.

       9800-RECORD-RUN-LEDGER.

      *    THE LEDGER RECORD GOES ON LAST, ONCE EVERY OUTPUT IS
      *    CLOSED -- A STEP THAT ABENDS PART WAY LEAVES NO RECORD
      *    AND RUNS AGAIN ON THE RESUBMIT.
           OPEN I-O RUN-LEDGER-FILE
           IF WS-RUN-LEDGER-OK
               MOVE WS-RUN-DATE TO RL-RUN-DATE
               MOVE WS-RUN-NUMBER TO RL-RUN-NUMBER
               MOVE "CIRCLE-MATH" TO RL-PROGRAM-NAME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               ACCEPT RL-FINISH-DATE FROM DATE YYYYMMDD
               ACCEPT RL-FINISH-TIME FROM TIME
               MOVE WS-RECORDS-READ TO RL-RECORDS-READ
               MOVE WS-RECORD-COUNT TO RL-RECORDS-WRITTEN
               MOVE WS-RUN-EXTENDED-COST TO RL-TOTAL-AMOUNT
               MOVE "EXT COST" TO RL-TOTAL-DESC
               MOVE ZEROES TO RL-SKIP-COUNT
               MOVE ZEROES TO RL-LAST-SKIP-DATE
               MOVE ZEROES TO RL-LAST-SKIP-TIME
               WRITE RUN-LEDGER-REC
                   INVALID KEY
                       DISPLAY "CIRCLE-MATH: RUN LEDGER RECORD "
                           "NOT WRITTEN, STATUS "
                           WS-RUN-LEDGER-STATUS
               END-WRITE
               CLOSE RUN-LEDGER-FILE
           ELSE
               DISPLAY "CIRCLE-MATH: RUN-LEDGER-FILE DID NOT "
                   "OPEN, STATUS " WS-RUN-LEDGER-STATUS
                   " -- RUN NOT LEDGERED"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       END PROGRAM CIRCLE-MATH.
