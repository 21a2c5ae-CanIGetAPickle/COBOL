       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUT-RECONCILE.
       AUTHOR. DAN SANTOS.
      ******************************************
      *  Shop-floor reconciliation of the cut  *
      *  tickets the day shift completed in    *
      *  CUT-COMPLETE.  For each completed     *
      *  ticket, compares the good blanks,     *
      *  scrapped blanks, and sheets actually  *
      *  used against what CIRCLE-YIELD        *
      *  projected, corrects the carried       *
      *  remnant area on REMNFILE to what is   *
      *  really leaning against the shear      *
      *  (oversize tickets, cut from special   *
      *  stock, leave it alone), and           *
      *  queues any short quantity back onto   *
      *  PART-FILE as a rush makeup order for  *
      *  the next run.  Prints a line per      *
      *  ticket with the differences, then     *
      *  clears the completed file so a ticket *
      *  is never reconciled twice.            *
      ******************************************
      * MODIFICATION HISTORY                    *
      * ---------------------------------------- *
      * 2026-10-15  DS  Original version.        *
      ******************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLETED-FILE ASSIGN TO CUTDONE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLETED-STATUS.

           SELECT REMNANT-FILE ASSIGN TO REMNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-REMNANT-KEY
               FILE STATUS IS WS-REMNANT-STATUS.

           SELECT PART-FILE ASSIGN TO PARTFILE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECONCILE-REPORT-FILE ASSIGN TO RECNRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLETED-FILE.
       COPY "cut_ticket_rec".

       FD  REMNANT-FILE.
       COPY "remnant_rec".

       FD  PART-FILE.
       COPY "part_trans_rec".

       FD  RECONCILE-REPORT-FILE.
       01  RECONCILE-REPORT-REC        PIC X(200).

       WORKING-STORAGE SECTION.
        01 WS-SWITCHES.
           05 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-EOF                    VALUE "Y".
           05 WS-REMNANT-FOUND-SWITCH  PIC X(01) VALUE "N".
               88 WS-REMNANT-FOUND          VALUE "Y".
           05 WS-COMPLETED-STATUS      PIC X(02) VALUE SPACES.
               88 WS-COMPLETED-OK           VALUE "00".
           05 WS-REMNANT-STATUS        PIC X(02) VALUE SPACES.
               88 WS-REMNANT-OK             VALUE "00".
        01 WS-RUN-DATE                 PIC 9(08) VALUE ZEROES.
        01 WS-COUNTERS.
           05 WS-TICKETS-READ          PIC 9(07) VALUE ZEROES COMP.
           05 WS-TICKETS-SHORT         PIC 9(07) VALUE ZEROES COMP.
           05 WS-MAKEUPS-QUEUED        PIC 9(07) VALUE ZEROES COMP.
           05 WS-REMNANTS-ADJUSTED     PIC 9(07) VALUE ZEROES COMP.
           05 WS-EXCEPTIONS            PIC 9(07) VALUE ZEROES COMP.
           05 WS-TOTAL-GOOD            PIC 9(09) VALUE ZEROES COMP.
           05 WS-TOTAL-SCRAP           PIC 9(09) VALUE ZEROES COMP.
           05 WS-TOTAL-SHORT           PIC 9(09) VALUE ZEROES COMP.
           05 WS-TOTAL-SHEETS-PROJ     PIC 9(09) VALUE ZEROES COMP.
           05 WS-TOTAL-SHEETS-USED     PIC 9(09) VALUE ZEROES COMP.
        01 WS-RECONCILE-WORK.
           05 WS-BLANKS-CUT            PIC 9(07) VALUE ZEROES COMP.
           05 WS-FROM-STOCK            PIC 9(07) VALUE ZEROES COMP.
           05 WS-SHEET-BLANKS          PIC 9(07) VALUE ZEROES COMP.
           05 WS-SHORT-QUANTITY        PIC 9(05) VALUE ZEROES.
           05 WS-BLANK-SQUARE          PIC 9(09)V999 VALUE ZEROES.
           05 WS-REMNANT-CREDIT        PIC S9(09)V999 VALUE ZEROES.
           05 WS-SHEET-LEFTOVER        PIC S9(09)V999 VALUE ZEROES.
           05 WS-REMNANT-CHANGE        PIC S9(09)V999 VALUE ZEROES.
           05 WS-NEW-REMNANT-AREA      PIC S9(09)V999 VALUE ZEROES.
           05 WS-TICKET-NOTE           PIC X(30) VALUE SPACES.
        01 WS-DISPLAY-VALUES.
           05 WS-DISPLAY-QUANTITY      PIC ZZZZ9.
           05 WS-DISPLAY-GOOD          PIC ZZZZ9.
           05 WS-DISPLAY-SCRAP         PIC ZZZZ9.
           05 WS-DISPLAY-SHORT         PIC ZZZZ9.
           05 WS-DISPLAY-SHEETS-PROJ   PIC Z,ZZZ,ZZ9.
           05 WS-DISPLAY-SHEETS-USED   PIC Z,ZZZ,ZZ9.
           05 WS-DISPLAY-REMN-CHANGE   PIC -,---,--9.999.
           05 WS-DISPLAY-COUNT         PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-COMPLETED-FILE
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE

           STOP RUN.

       1000-INITIALIZE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT COMPLETED-FILE
           IF NOT WS-COMPLETED-OK
               DISPLAY "CUT-RECONCILE: COMPLETED-FILE DID NOT "
                   "OPEN, STATUS " WS-COMPLETED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O REMNANT-FILE
           IF NOT WS-REMNANT-OK
               DISPLAY "CUT-RECONCILE: REMNANT-FILE DID NOT OPEN, "
                   "STATUS " WS-REMNANT-STATUS
               CLOSE COMPLETED-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND PART-FILE
           OPEN OUTPUT RECONCILE-REPORT-FILE

           MOVE SPACES TO RECONCILE-REPORT-REC
           STRING "CUT TICKET RECONCILIATION  DATE: "
                                    DELIMITED BY SIZE
                  WS-RUN-DATE       DELIMITED BY SIZE
               INTO RECONCILE-REPORT-REC
           END-STRING
           WRITE RECONCILE-REPORT-REC
           MOVE SPACES TO RECONCILE-REPORT-REC
           WRITE RECONCILE-REPORT-REC

           PERFORM 2100-READ-COMPLETED-FILE.

       2000-PROCESS-COMPLETED-FILE.

           MOVE SPACES TO WS-TICKET-NOTE
      *    AN OVERSIZE TICKET WAS CUT FROM SPECIAL STOCK, NOT FROM
      *    THE RACK -- WHATEVER IT LEFT OVER IS NOT REMNANT
      *    CIRCLE-YIELD CAN NEST ON, SO REMNFILE IS NOT TOUCHED.
           IF CT-NEST-OVERSIZE
               MOVE ZEROES TO WS-REMNANT-CHANGE
               MOVE "OVERSIZE, SPECIAL STOCK" TO WS-TICKET-NOTE
           ELSE
               PERFORM 3000-RECONCILE-REMNANT
           END-IF
           PERFORM 4000-QUEUE-MAKEUP
           PERFORM 5000-WRITE-RECONCILE-LINE

           ADD CT-GOOD-BLANKS      TO WS-TOTAL-GOOD
           ADD CT-SCRAP-BLANKS     TO WS-TOTAL-SCRAP
           ADD CT-SHEETS-PROJECTED TO WS-TOTAL-SHEETS-PROJ
           ADD CT-SHEETS-USED      TO WS-TOTAL-SHEETS-USED

           PERFORM 2100-READ-COMPLETED-FILE.

       2100-READ-COMPLETED-FILE.

           READ COMPLETED-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TICKETS-READ
           END-READ.

       3000-RECONCILE-REMNANT.

      *    EVERY BLANK CUT, GOOD OR SCRAP, CAME OFF SOMETHING.
      *    THE SLUGS PULLED ARE TAKEN AS PROJECTED; WHAT IS LEFT
      *    CAME OFF THE REMNANT FIRST AND THEN THE FRESH SHEETS,
      *    THE SAME ORDER CIRCLE-YIELD PLANNED IT.
           COMPUTE WS-BLANK-SQUARE =
               (2 * CT-RADIUS) * (2 * CT-RADIUS)
           COMPUTE WS-BLANKS-CUT = CT-GOOD-BLANKS + CT-SCRAP-BLANKS
           IF WS-BLANKS-CUT > CT-SLUG-BLANKS
               COMPUTE WS-FROM-STOCK =
                   WS-BLANKS-CUT - CT-SLUG-BLANKS
           ELSE
               MOVE ZEROES TO WS-FROM-STOCK
           END-IF

      *    REMNANT BLANKS THE FLOOR NEVER CUT ARE STILL ON THE
      *    REMNANT.
           IF WS-FROM-STOCK NOT < CT-REMNANT-BLANKS
               COMPUTE WS-SHEET-BLANKS =
                   WS-FROM-STOCK - CT-REMNANT-BLANKS
               MOVE ZEROES TO WS-REMNANT-CREDIT
           ELSE
               MOVE ZEROES TO WS-SHEET-BLANKS
               COMPUTE WS-REMNANT-CREDIT =
                   (CT-REMNANT-BLANKS - WS-FROM-STOCK)
                   * WS-BLANK-SQUARE
           END-IF

      *    THE NEST POSITIONS LEFT OPEN ON THE SHEETS ACTUALLY
      *    USED ARE WHAT IS REALLY LEANING AGAINST THE SHEAR.  A
      *    NEGATIVE FIGURE MEANS MORE BLANKS CAME OFF THE SHEETS
      *    THAN THEY HOLD -- THE FLOOR TOOK THEM FROM REMNANT.
           IF CT-BLANKS-PER-SHEET > ZERO
               COMPUTE WS-SHEET-LEFTOVER =
                   (CT-SHEETS-USED * CT-BLANKS-PER-SHEET
                       - WS-SHEET-BLANKS) * CT-BLANK-CELL
           ELSE
               COMPUTE WS-SHEET-LEFTOVER =
                   0 - WS-SHEET-BLANKS * WS-BLANK-SQUARE
      *        NO SHEET WAS PLANNED, SO THERE IS NO NEST TO SAY
      *        WHAT A SHEET PULLED ANYWAY LEFT BEHIND.
               IF CT-SHEETS-USED > ZERO
                   MOVE "SHEETS USED, NONE PLANNED" TO WS-TICKET-NOTE
                   ADD 1 TO WS-EXCEPTIONS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           COMPUTE WS-REMNANT-CHANGE =
               WS-REMNANT-CREDIT + WS-SHEET-LEFTOVER
               - CT-PROJECTED-REMNANT

           IF WS-REMNANT-CHANGE NOT = ZERO
               PERFORM 3100-ADJUST-REMNANT-RECORD
           END-IF.

       3100-ADJUST-REMNANT-RECORD.

           MOVE CT-MATERIAL-CODE TO RM-MATERIAL-CODE
           MOVE CT-THICKNESS     TO RM-THICKNESS
           MOVE "N" TO WS-REMNANT-FOUND-SWITCH
           READ REMNANT-FILE
               INVALID KEY
                   MOVE ZEROES TO RM-REMNANT-AREA
               NOT INVALID KEY
                   SET WS-REMNANT-FOUND TO TRUE
           END-READ

      *    THE RACK CANNOT HOLD LESS THAN NOTHING -- A CORRECTION
      *    BIGGER THAN THE CARRIED AREA EMPTIES IT.
           COMPUTE WS-NEW-REMNANT-AREA =
               RM-REMNANT-AREA + WS-REMNANT-CHANGE
           IF WS-NEW-REMNANT-AREA < ZERO
               MOVE ZEROES TO WS-NEW-REMNANT-AREA
           END-IF

           IF WS-REMNANT-FOUND
               MOVE WS-NEW-REMNANT-AREA TO RM-REMNANT-AREA
               MOVE WS-RUN-DATE         TO RM-LAST-RUN-DATE
               REWRITE REMNANT-REC
                   INVALID KEY
                       MOVE "REMNANT REWRITE FAILED"
                           TO WS-TICKET-NOTE
                       ADD 1 TO WS-EXCEPTIONS
                       MOVE 4 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-REMNANTS-ADJUSTED
               END-REWRITE
           ELSE
               IF WS-NEW-REMNANT-AREA > ZERO
                   MOVE CT-MATERIAL-CODE    TO RM-MATERIAL-CODE
                   MOVE CT-THICKNESS        TO RM-THICKNESS
                   MOVE WS-NEW-REMNANT-AREA TO RM-REMNANT-AREA
                   MOVE WS-RUN-DATE         TO RM-LAST-RUN-DATE
                   MOVE CT-SHEET-WIDTH      TO RM-SHEET-WIDTH
                   MOVE CT-SHEET-LENGTH     TO RM-SHEET-LENGTH
                   MOVE CT-NEST-PATTERN     TO RM-NEST-PATTERN
                   WRITE REMNANT-REC
                       INVALID KEY
                           MOVE "REMNANT WRITE FAILED"
                               TO WS-TICKET-NOTE
                           ADD 1 TO WS-EXCEPTIONS
                           MOVE 4 TO RETURN-CODE
                       NOT INVALID KEY
                           ADD 1 TO WS-REMNANTS-ADJUSTED
                   END-WRITE
               END-IF
           END-IF.

       4000-QUEUE-MAKEUP.

      *    THE CUSTOMER IS OWED THE GOOD BLANKS THE ORDER CALLED
      *    FOR.  THE SHORTFALL GOES BACK ON THE QUEUE AS A
      *    FULLY-KEYED RUSH ENTRY AT THE RADIUS ACTUALLY CUT, SO
      *    A PART MASTER CHANGED SINCE CANNOT ALTER THE MAKEUP.
           MOVE ZEROES TO WS-SHORT-QUANTITY
           IF CT-GOOD-BLANKS < CT-ORDER-QUANTITY
               COMPUTE WS-SHORT-QUANTITY =
                   CT-ORDER-QUANTITY - CT-GOOD-BLANKS
               ADD 1 TO WS-TICKETS-SHORT
               ADD WS-SHORT-QUANTITY TO WS-TOTAL-SHORT

               MOVE CT-PART-NUMBER     TO PF-PART-NUMBER
               MOVE "N"                TO PF-USE-PART-MASTER
               MOVE "R"                TO PF-INPUT-MODE
               MOVE "I"                TO PF-UNIT-CODE
               MOVE CT-RADIUS          TO PF-MEASUREMENT
               MOVE CT-MATERIAL-CODE   TO PF-MATERIAL-CODE
               MOVE CT-THICKNESS       TO PF-THICKNESS
               MOVE CT-DENSITY         TO PF-DENSITY
               MOVE CT-COST-PER-POUND  TO PF-COST-PER-POUND
               MOVE WS-SHORT-QUANTITY  TO PF-ORDER-QUANTITY
               MOVE ZERO               TO PF-ATTEMPT-COUNT
               MOVE CT-COMPLETE-OPERATOR TO PF-OPERATOR-ID
               MOVE CT-CUSTOMER-NUMBER TO PF-CUSTOMER-NUMBER
               MOVE CT-CUSTOMER-ORDER  TO PF-CUSTOMER-ORDER
      *        PRICED AS OF THE NIGHT THE ORDER WAS FIRST CUT.
               MOVE CT-RUN-DATE        TO PF-ENTRY-DATE
               MOVE CT-REQUIRED-DATE   TO PF-REQUIRED-DATE
               MOVE 1                  TO PF-PRIORITY-CODE
               MOVE CT-INNER-RADIUS    TO PF-INNER-MEASUREMENT

               WRITE PART-REC
               ADD 1 TO WS-MAKEUPS-QUEUED
           END-IF.

       5000-WRITE-RECONCILE-LINE.

           MOVE CT-ORDER-QUANTITY   TO WS-DISPLAY-QUANTITY
           MOVE CT-GOOD-BLANKS      TO WS-DISPLAY-GOOD
           MOVE CT-SCRAP-BLANKS     TO WS-DISPLAY-SCRAP
           MOVE WS-SHORT-QUANTITY   TO WS-DISPLAY-SHORT
           MOVE CT-SHEETS-PROJECTED TO WS-DISPLAY-SHEETS-PROJ
           MOVE CT-SHEETS-USED      TO WS-DISPLAY-SHEETS-USED
           MOVE WS-REMNANT-CHANGE   TO WS-DISPLAY-REMN-CHANGE

           IF WS-TICKET-NOTE = SPACES
               AND WS-SHORT-QUANTITY > ZERO
               MOVE "MAKEUP QUEUED" TO WS-TICKET-NOTE
           END-IF

           MOVE SPACES TO RECONCILE-REPORT-REC
           STRING "TICKET: "        DELIMITED BY SIZE
                  CT-RUN-NUMBER     DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  CT-TICKET-NUMBER  DELIMITED BY SIZE
                  "  PART: "        DELIMITED BY SIZE
                  CT-PART-NUMBER    DELIMITED BY SIZE
                  "  MATL: "        DELIMITED BY SIZE
                  CT-MATERIAL-CODE  DELIMITED BY SIZE
                  "  QTY: "         DELIMITED BY SIZE
                  WS-DISPLAY-QUANTITY DELIMITED BY SIZE
                  "  GOOD: "        DELIMITED BY SIZE
                  WS-DISPLAY-GOOD   DELIMITED BY SIZE
                  "  SCRAP: "       DELIMITED BY SIZE
                  WS-DISPLAY-SCRAP  DELIMITED BY SIZE
                  "  SHORT: "       DELIMITED BY SIZE
                  WS-DISPLAY-SHORT  DELIMITED BY SIZE
                  "  SHEETS PROJ/USED: " DELIMITED BY SIZE
                  WS-DISPLAY-SHEETS-PROJ DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  WS-DISPLAY-SHEETS-USED DELIMITED BY SIZE
                  "  REMNANT ADJ: " DELIMITED BY SIZE
                  WS-DISPLAY-REMN-CHANGE DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-TICKET-NOTE    DELIMITED BY SIZE
               INTO RECONCILE-REPORT-REC
           END-STRING
           WRITE RECONCILE-REPORT-REC.

       9000-TERMINATE.

           MOVE SPACES TO RECONCILE-REPORT-REC
           WRITE RECONCILE-REPORT-REC

           MOVE WS-TICKETS-READ TO WS-DISPLAY-COUNT
           MOVE SPACES TO RECONCILE-REPORT-REC
           STRING "TICKETS RECONCILED:  " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT       DELIMITED BY SIZE
               INTO RECONCILE-REPORT-REC
           END-STRING
           WRITE RECONCILE-REPORT-REC

           MOVE WS-TOTAL-GOOD TO WS-DISPLAY-COUNT
           MOVE SPACES TO RECONCILE-REPORT-REC
           STRING "GOOD BLANKS:         " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT       DELIMITED BY SIZE
               INTO RECONCILE-REPORT-REC
           END-STRING
           WRITE RECONCILE-REPORT-REC

           MOVE WS-TOTAL-SCRAP TO WS-DISPLAY-COUNT
           MOVE SPACES TO RECONCILE-REPORT-REC
           STRING "SCRAPPED BLANKS:     " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT       DELIMITED BY SIZE
               INTO RECONCILE-REPORT-REC
           END-STRING
           WRITE RECONCILE-REPORT-REC

           MOVE WS-TOTAL-SHEETS-PROJ TO WS-DISPLAY-COUNT
           MOVE SPACES TO RECONCILE-REPORT-REC
           STRING "SHEETS PROJECTED:    " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT       DELIMITED BY SIZE
               INTO RECONCILE-REPORT-REC
           END-STRING
           WRITE RECONCILE-REPORT-REC

           MOVE WS-TOTAL-SHEETS-USED TO WS-DISPLAY-COUNT
           MOVE SPACES TO RECONCILE-REPORT-REC
           STRING "SHEETS USED:         " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT       DELIMITED BY SIZE
               INTO RECONCILE-REPORT-REC
           END-STRING
           WRITE RECONCILE-REPORT-REC

           MOVE WS-REMNANTS-ADJUSTED TO WS-DISPLAY-COUNT
           MOVE SPACES TO RECONCILE-REPORT-REC
           STRING "REMNANTS CORRECTED:  " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT       DELIMITED BY SIZE
               INTO RECONCILE-REPORT-REC
           END-STRING
           WRITE RECONCILE-REPORT-REC

           MOVE WS-MAKEUPS-QUEUED TO WS-DISPLAY-COUNT
           MOVE SPACES TO RECONCILE-REPORT-REC
           STRING "MAKEUP ORDERS QUEUED:" DELIMITED BY SIZE
                  WS-DISPLAY-COUNT       DELIMITED BY SIZE
               INTO RECONCILE-REPORT-REC
           END-STRING
           WRITE RECONCILE-REPORT-REC

           MOVE WS-TOTAL-SHORT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RECONCILE-REPORT-REC
           STRING "BLANKS REQUEUED:     " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT       DELIMITED BY SIZE
               INTO RECONCILE-REPORT-REC
           END-STRING
           WRITE RECONCILE-REPORT-REC

           MOVE WS-EXCEPTIONS TO WS-DISPLAY-COUNT
           MOVE SPACES TO RECONCILE-REPORT-REC
           STRING "EXCEPTIONS:          " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT       DELIMITED BY SIZE
               INTO RECONCILE-REPORT-REC
           END-STRING
           WRITE RECONCILE-REPORT-REC

           DISPLAY "CUT-RECONCILE: TICKETS RECONCILED "
               WS-TICKETS-READ ", MAKEUPS QUEUED "
               WS-MAKEUPS-QUEUED

           CLOSE REMNANT-FILE
           CLOSE PART-FILE
           CLOSE RECONCILE-REPORT-FILE

      *    EVERY COMPLETED TICKET HAS NOW BEEN APPLIED -- THE
      *    FILE IS CLEARED SO A RERUN CANNOT CORRECT THE REMNANT
      *    OR QUEUE THE MAKEUP A SECOND TIME.
           CLOSE COMPLETED-FILE
           OPEN OUTPUT COMPLETED-FILE
           CLOSE COMPLETED-FILE.

       END PROGRAM CUT-RECONCILE.
