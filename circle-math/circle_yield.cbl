      *  CIRCLE-MATH batch run.  Reads the     *
      *  full results file the run wrote and,  *
      *  for each order line, works out how    *
      *  many blanks of that radius nest on    *
      *  each sheet size the stock-sheet       *
      *  master lists for the material and     *
      *  thickness, how many sheets the order  *
      *  draws, and the scrap percentage, for  *
      *  the material buyer.  Every size is    *
      *  nested two ways -- a row-and-column   *
      *  grid of the blank's bounding square,  *
      *  and staggered offset rows -- and the  *
      *  size and pattern that waste the least *
      *  are drawn.  Remnant stock carried     *
      *  from prior runs is cut first and only *
      *  the shortfall draws full sheets.      *
      *  Every order line is also appended to  *
      *  the open cut-ticket file for CIRCLE-  *
      *  TICKETS to print and the day shift to *
      *  complete -- a line whose blank fits   *
      *  no sheet size goes on flagged         *
      *  oversize, for special stock.          *
      ******************************************
      * MODIFICATION HISTORY                    *
      * ---------------------------------------- *
      *                 YIELD-REPORT-REC         *
      *                 widened to X(120) for    *
      *                 the remnant column.      *
      * 2026-10-15  DS  Ring and washer orders   *
      *                 leave their center slugs *
      *                 on the new indexed slug  *
      *                 file, and each order is  *
      *                 cut from a slug at least *
      *                 as wide as its blank     *
      *                 before remnant or full   *
      *                 sheets.  Slug-covered    *
      *                 weight goes to RMUSAGE   *
      *                 with the remnant-covered *
      *                 weight, slugs on hand    *
      *                 print after the remnant  *
      *                 listing, and YIELD-      *
      *                 REPORT-REC is widened to *
      *                 X(140) for the slug      *
      *                 column.                  *
      * 2026-10-15  DS  Nests every order line   *
      *                 on each size the new     *
      *                 indexed stock-sheet      *
      *                 master lists for the     *
      *                 material and thickness,  *
      *                 grid and staggered, and  *
      *                 draws the size and       *
      *                 pattern wasting least    *
      *                 (cheaper sheets win a    *
      *                 tie).  48 x 96 is still  *
      *                 used where the master    *
      *                 has no sizes.  The yield *
      *                 line, RMUSAGE, and the   *
      *                 remnant write-back and   *
      *                 listing name the chosen  *
      *                 sheet and pattern, and   *
      *                 a sheets-to-draw list by *
      *                 size closes the report.  *
      *                 YIELD-REPORT-REC widened *
      *                 to X(200), REMNANT-LIST- *
      *                 REC to X(110).           *
      * 2026-10-15  DS  Appends one cut ticket   *
      *                 per order line to the    *
      *                 open-ticket file         *
      *                 (CUTOPEN) with what was  *
      *                 projected -- slug and    *
      *                 remnant blanks, sheet    *
      *                 and pattern, sheets to   *
      *                 pull, and the leftover   *
      *                 credited to remnant --   *
      *                 for the shear tickets    *
      *                 and the day-shift        *
      *                 completion and           *
      *                 reconciliation.  A line  *
      *                 whose blank fits no      *
      *                 sheet size gets a ticket *
      *                 flagged oversize,        *
      *                 pulling no stock, so it  *
      *                 still reaches the floor. *
      * 2026-10-15  DS  Checks the run ledger    *
      *                 first and skips when     *
      *                 this run was already     *
      *                 nested, so a resubmitted *
      *                 CIRCMAT cannot consume   *
      *                 remnants and slugs or    *
      *                 open cut tickets twice;  *
      *                 ledgers the tickets and  *
      *                 sheets when it finishes. *
      ******************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS RM-REMNANT-KEY
               FILE STATUS IS WS-REMNANT-STATUS.

           SELECT SLUG-FILE ASSIGN TO SLUGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-SLUG-KEY
               FILE STATUS IS WS-SLUG-STATUS.

           SELECT STOCK-SHEET-FILE ASSIGN TO SHEETMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SS-SHEET-KEY
               FILE STATUS IS WS-STOCK-SHEET-STATUS.

           SELECT REMNANT-USAGE-FILE ASSIGN TO RMUSAGE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT YIELD-REPORT-FILE ASSIGN TO YLDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUT-TICKET-FILE ASSIGN TO CUTOPEN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-LEDGER-KEY
               FILE STATUS IS WS-RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
       FD  REMNANT-FILE.
       COPY "remnant_rec".

       FD  SLUG-FILE.
       COPY "slug_rec".

       FD  STOCK-SHEET-FILE.
       COPY "stock_sheet_rec".

       FD  REMNANT-USAGE-FILE.
       COPY "remnant_usage_rec".

       FD  REMNANT-LIST-FILE.
       01  REMNANT-LIST-REC            PIC X(110).

       FD  YIELD-REPORT-FILE.
       01  YIELD-REPORT-REC            PIC X(200).

       FD  CUT-TICKET-FILE.
       COPY "cut_ticket_rec".

       FD  RUN-LEDGER-FILE.
       COPY "run_ledger_rec".

       WORKING-STORAGE SECTION.
        01 WS-CONSTANTS.
      *    STANDARD STOCK SHEET, INCHES -- USED WHEN THE STOCK-
      *    SHEET MASTER LISTS NO SIZES FOR THE MATERIAL.
           05 WS-SHEET-WIDTH           PIC 9(03) VALUE 48.
           05 WS-SHEET-LENGTH          PIC 9(03) VALUE 96.
      *    STAGGERED ROWS SIT THE SQUARE ROOT OF 3 OVER 2 OF A
      *    DIAMETER APART.
           05 WS-ROW-PITCH-FACTOR      PIC 9V9999999 VALUE 0.8660254.
        01 WS-SWITCHES.
           05 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-EOF                    VALUE "Y".
               88 WS-FOUND                  VALUE "Y".
           05 WS-REMNANT-FOUND-SWITCH  PIC X(01) VALUE "N".
               88 WS-REMNANT-FOUND          VALUE "Y".
           05 WS-SLUG-FOUND-SWITCH     PIC X(01) VALUE "N".
               88 WS-SLUG-FOUND             VALUE "Y".
           05 WS-SLUG-DONE-SWITCH      PIC X(01) VALUE "N".
               88 WS-SLUG-DONE              VALUE "Y".
           05 WS-BEST-FOUND-SWITCH     PIC X(01) VALUE "N".
               88 WS-BEST-FOUND             VALUE "Y".
           05 WS-NEW-REMNANT-SWITCH    PIC X(01) VALUE "N".
               88 WS-NEW-REMNANT            VALUE "Y".
           05 WS-LIST-DONE-SWITCH      PIC X(01) VALUE "N".
               88 WS-LIST-DONE              VALUE "Y".
           05 WS-RUN-CONTROL-STATUS    PIC X(02) VALUE SPACES.
               88 WS-RUN-CONTROL-OK         VALUE "00".
           05 WS-REMNANT-STATUS        PIC X(02) VALUE SPACES.
               88 WS-REMNANT-OK             VALUE "00".
           05 WS-SLUG-STATUS           PIC X(02) VALUE SPACES.
               88 WS-SLUG-OK                VALUE "00".
           05 WS-STOCK-SHEET-STATUS    PIC X(02) VALUE SPACES.
               88 WS-STOCK-SHEET-OK         VALUE "00".
           05 WS-RUN-LEDGER-STATUS     PIC X(02) VALUE SPACES.
               88 WS-RUN-LEDGER-OK          VALUE "00".
        01 WS-RUN-VALUES.
           05 WS-RUN-DATE              PIC 9(08) VALUE ZEROES.
           05 WS-RUN-NUMBER            PIC 9(05) VALUE ZEROES.
           05 WS-ORDERS-OVERSIZE       PIC 9(07) VALUE ZEROES COMP.
           05 WS-TOTAL-SHEETS          PIC 9(09) VALUE ZEROES COMP.
           05 WS-TOTAL-REMNANT-BLANKS  PIC 9(09) VALUE ZEROES COMP.
           05 WS-TOTAL-SLUG-BLANKS     PIC 9(09) VALUE ZEROES COMP.
           05 WS-TICKETS-WRITTEN       PIC 9(07) VALUE ZEROES COMP.
           05 WS-RESULTS-READ          PIC 9(07) VALUE ZEROES COMP.
           05 WS-USAGE-COUNT           PIC 9(03) VALUE ZEROES COMP.
           05 WS-TABLE-SUB             PIC 9(03) VALUE ZEROES COMP.
           05 WS-SIZE-COUNT            PIC 9(02) VALUE ZEROES COMP.
           05 WS-SIZE-SUB              PIC 9(02) VALUE ZEROES COMP.
           05 WS-BUY-COUNT             PIC 9(03) VALUE ZEROES COMP.
           05 WS-BUY-SUB               PIC 9(03) VALUE ZEROES COMP.
        01 WS-NESTING-WORK.
           05 WS-BLANK-DIAMETER        PIC 9(06)V999 VALUE ZEROES.
           05 WS-BLANK-SQUARE          PIC 9(09)V999 VALUE ZEROES.
           05 WS-BLANKS-ACROSS         PIC 9(05) VALUE ZEROES COMP.
           05 WS-BLANKS-DOWN           PIC 9(05) VALUE ZEROES COMP.
           05 WS-BLANKS-PER-SHEET      PIC 9(09) VALUE ZEROES COMP.
           05 WS-MAX-PER-SHEET         PIC 9(09) VALUE ZEROES COMP.
           05 WS-BLANK-CELL            PIC 9(09)V999 VALUE ZEROES.
           05 WS-SHEETS-NEEDED         PIC 9(07) VALUE ZEROES COMP.
           05 WS-SHEETS-REMAINDER      PIC 9(05) VALUE ZEROES COMP.
           05 WS-BLANK-AREA-TOTAL      PIC 9(11)V999 VALUE ZEROES.
           05 WS-SHEET-AREA-TOTAL      PIC 9(11)V999 VALUE ZEROES.
           05 WS-SCRAP-PERCENT         PIC 9(03)V99 VALUE ZEROES.
           05 WS-LINE-SHEET-COST       PIC 9(09)V99 VALUE ZEROES.
           05 WS-TOTAL-SHEET-COST      PIC 9(11)V99 VALUE ZEROES.
        01 WS-STAGGER-WORK.
           05 WS-NEST-ACROSS           PIC 9(03)V99 VALUE ZEROES.
           05 WS-NEST-DOWN             PIC 9(03)V99 VALUE ZEROES.
           05 WS-ROWS                  PIC 9(05) VALUE ZEROES COMP.
           05 WS-ODD-ROWS              PIC 9(05) VALUE ZEROES COMP.
           05 WS-EVEN-ROWS             PIC 9(05) VALUE ZEROES COMP.
           05 WS-FULL-ROW              PIC 9(05) VALUE ZEROES COMP.
           05 WS-OFFSET-ROW            PIC 9(05) VALUE ZEROES COMP.
           05 WS-STAGGER-COUNT         PIC 9(09) VALUE ZEROES COMP.
        01 WS-SIZE-TABLE.
           05 WS-SIZE-ENTRY OCCURS 10 TIMES.
               10 WS-SZ-FORM           PIC X(01).
               10 WS-SZ-WIDTH          PIC 9(03)V99.
               10 WS-SZ-LENGTH         PIC 9(03)V99.
               10 WS-SZ-COST           PIC 9(05)V99.
               10 WS-SZ-AREA           PIC 9(06)V9999.
               10 WS-SZ-GRID-PER       PIC 9(09) COMP.
               10 WS-SZ-STAGGER-PER    PIC 9(09) COMP.
        01 WS-SHEET-CHOICE.
           05 WS-CAND-PATTERN          PIC X(01) VALUE SPACE.
           05 WS-CAND-PER-SHEET        PIC 9(09) VALUE ZEROES COMP.
           05 WS-CAND-SHEETS           PIC 9(07) VALUE ZEROES COMP.
           05 WS-CAND-REMAINDER        PIC 9(05) VALUE ZEROES COMP.
           05 WS-CAND-WASTE            PIC 9(11)V9999 VALUE ZEROES.
           05 WS-CAND-COST             PIC 9(09)V99 VALUE ZEROES.
           05 WS-BEST-SUB              PIC 9(02) VALUE ZEROES COMP.
           05 WS-BEST-WASTE            PIC 9(11)V9999 VALUE ZEROES.
           05 WS-BEST-COST             PIC 9(09)V99 VALUE ZEROES.
           05 WS-CHOSEN-FORM           PIC X(01) VALUE SPACE.
               88 WS-CHOSEN-COIL            VALUE "C".
           05 WS-CHOSEN-WIDTH          PIC 9(03)V99 VALUE ZEROES.
           05 WS-CHOSEN-LENGTH         PIC 9(03)V99 VALUE ZEROES.
           05 WS-CHOSEN-COST           PIC 9(05)V99 VALUE ZEROES.
           05 WS-CHOSEN-AREA           PIC 9(06)V9999 VALUE ZEROES.
           05 WS-CHOSEN-PATTERN        PIC X(01) VALUE SPACE.
               88 WS-CHOSEN-GRID            VALUE "G".
               88 WS-CHOSEN-STAGGER         VALUE "S".
               88 WS-CHOSEN-OVERSIZE        VALUE "X".
        01 WS-BUY-TABLE.
           05 WS-BUY-ENTRY OCCURS 100 TIMES.
               10 WS-BUY-MATERIAL      PIC X(04).
               10 WS-BUY-THICKNESS     PIC 9(03)V999.
               10 WS-BUY-FORM          PIC X(01).
               10 WS-BUY-WIDTH         PIC 9(03)V99.
               10 WS-BUY-LENGTH        PIC 9(03)V99.
               10 WS-BUY-SHEETS        PIC 9(09) COMP.
               10 WS-BUY-COST          PIC 9(11)V99.
        01 WS-REMNANT-WORK.
           05 WS-REMNANT-AREA          PIC 9(07)V999 VALUE ZEROES.
           05 WS-REMNANT-BLANKS        PIC 9(09) VALUE ZEROES COMP.
           05 WS-NET-QUANTITY          PIC 9(09) VALUE ZEROES COMP.
           05 WS-NEW-REMNANT-AREA      PIC 9(07)V999 VALUE ZEROES.
           05 WS-COVERED-WEIGHT        PIC 9(11)V999 VALUE ZEROES.
        01 WS-SLUG-WORK.
           05 WS-SLUG-BLANKS           PIC 9(09) VALUE ZEROES COMP.
           05 WS-SLUGS-TAKEN           PIC 9(09) VALUE ZEROES COMP.
           05 WS-AFTER-SLUG-QUANTITY   PIC 9(09) VALUE ZEROES COMP.
        01 WS-USAGE-TABLE.
           05 WS-USAGE-ENTRY OCCURS 50 TIMES.
               10 WS-USE-CODE          PIC X(04).
               10 WS-USE-WEIGHT        PIC 9(11)V999.
               10 WS-USE-WIDTH         PIC 9(03)V99.
               10 WS-USE-LENGTH        PIC 9(03)V99.
               10 WS-USE-PATTERN       PIC X(01).
        01 WS-DISPLAY-VALUES.
           05 WS-DISPLAY-QUANTITY      PIC Z(4)9.
           05 WS-DISPLAY-PER-SHEET     PIC Z(8)9.
           05 WS-DISPLAY-ORDER-COUNT   PIC Z,ZZZ,ZZ9.
           05 WS-DISPLAY-REMN-AREA     PIC Z,ZZZ,ZZ9.999.
           05 WS-DISPLAY-REMN-THK      PIC 9(03).999.
           05 WS-DISPLAY-SLUG          PIC Z(4)9.
           05 WS-DISPLAY-SLUG-DIA      PIC Z(4)9.999.
           05 WS-DISPLAY-SLUG-COUNT    PIC Z(6)9.
           05 WS-DISPLAY-SHEET-W       PIC ZZ9.99.
           05 WS-DISPLAY-SHEET-L       PIC ZZ9.99.
           05 WS-DISPLAY-SHEET-COST    PIC Z,ZZZ,ZZ9.99.
           05 WS-DISPLAY-BUY-COST      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-DISPLAY-FORM          PIC X(05) VALUE SPACES.
           05 WS-DISPLAY-PATTERN       PIC X(07) VALUE SPACES.
           05 WS-SHEET-DESC            PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
       1000-INITIALIZE.

           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1150-CHECK-RUN-LEDGER

           OPEN INPUT  RESULT-FILE
           OPEN OUTPUT YIELD-REPORT-FILE
           OPEN OUTPUT REMNANT-USAGE-FILE
           OPEN OUTPUT REMNANT-LIST-FILE
      *    OPEN TICKETS FROM EARLIER NIGHTS STAY ON THE FILE
      *    UNTIL THE DAY SHIFT COMPLETES THEM.
           OPEN EXTEND CUT-TICKET-FILE

           OPEN I-O REMNANT-FILE
           IF NOT WS-REMNANT-OK
               CLOSE YIELD-REPORT-FILE
               CLOSE REMNANT-USAGE-FILE
               CLOSE REMNANT-LIST-FILE
               CLOSE CUT-TICKET-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SLUG-FILE
           IF NOT WS-SLUG-OK
               DISPLAY "CIRCLE-YIELD: SLUG-FILE DID NOT OPEN, "
                   "STATUS " WS-SLUG-STATUS
               CLOSE RESULT-FILE
               CLOSE YIELD-REPORT-FILE
               CLOSE REMNANT-USAGE-FILE
               CLOSE REMNANT-LIST-FILE
               CLOSE CUT-TICKET-FILE
               CLOSE REMNANT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT STOCK-SHEET-FILE
           IF NOT WS-STOCK-SHEET-OK
               DISPLAY "CIRCLE-YIELD: STOCK-SHEET-FILE DID NOT "
                   "OPEN, STATUS " WS-STOCK-SHEET-STATUS
               CLOSE RESULT-FILE
               CLOSE YIELD-REPORT-FILE
               CLOSE REMNANT-USAGE-FILE
               CLOSE REMNANT-LIST-FILE
               CLOSE CUT-TICKET-FILE
               CLOSE REMNANT-FILE
               CLOSE SLUG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE YIELD-REPORT-REC

           MOVE SPACES TO YIELD-REPORT-REC
           STRING "SHEET SIZES FROM THE STOCK-SHEET MASTER, "
                                     DELIMITED BY SIZE
                  "48 X 96 INCHES WHERE NONE ARE LISTED"
                                     DELIMITED BY SIZE
               INTO YIELD-REPORT-REC
           END-STRING
           WRITE YIELD-REPORT-REC
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1150-CHECK-RUN-LEDGER.

      *    A STEP ALREADY ON THE LEDGER FOR THIS RUN FINISHED THE
      *    LAST TIME THE JOB WAS SUBMITTED -- RUNNING IT AGAIN WOULD
      *    SEND THE SAME WORK DOWNSTREAM TWICE, SO IT IS SKIPPED
      *    BEFORE ANY OUTPUT IS OPENED.
           OPEN I-O RUN-LEDGER-FILE
           IF NOT WS-RUN-LEDGER-OK
               DISPLAY "CIRCLE-YIELD: RUN-LEDGER-FILE DID NOT "
                   "OPEN, STATUS " WS-RUN-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO RL-RUN-DATE
           MOVE WS-RUN-NUMBER TO RL-RUN-NUMBER
           MOVE "CIRCLE-YIELD" TO RL-PROGRAM-NAME
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
           DISPLAY "CIRCLE-YIELD: ALREADY FINISHED FOR RUN "
               RL-RUN-NUMBER "/" RL-RUN-DATE " -- SKIPPED"
           ADD 1 TO RL-SKIP-COUNT
           ACCEPT RL-LAST-SKIP-DATE FROM DATE YYYYMMDD
           ACCEPT RL-LAST-SKIP-TIME FROM TIME
           REWRITE RUN-LEDGER-REC
               INVALID KEY
                   DISPLAY "CIRCLE-YIELD: RUN LEDGER SKIP NOT "
                       "RECORDED, STATUS " WS-RUN-LEDGER-STATUS
           END-REWRITE
           CLOSE RUN-LEDGER-FILE
           MOVE RL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       2000-PROCESS-RESULT-FILE.

           PERFORM 3000-COMPUTE-NESTING
           READ RESULT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RESULTS-READ
           END-READ.

       3000-COMPUTE-NESTING.

           COMPUTE WS-BLANK-DIAMETER = 2 * CR-RADIUS
           MOVE ZEROES TO WS-MAX-PER-SHEET
           MOVE "N" TO WS-NEW-REMNANT-SWITCH

      *    A ZERO RADIUS CANNOT NEST -- REPORT IT WITH THE
      *    UNNESTABLE ORDERS RATHER THAN DIVIDING BY ZERO.
           IF WS-BLANK-DIAMETER > ZERO
               PERFORM 3700-LOAD-SHEET-SIZES
               PERFORM 3710-NEST-ONE-SIZE
                   VARYING WS-SIZE-SUB FROM 1 BY 1
                   UNTIL WS-SIZE-SUB > WS-SIZE-COUNT
           END-IF

           IF WS-MAX-PER-SHEET = ZERO
               ADD 1 TO WS-ORDERS-OVERSIZE
               PERFORM 3200-WRITE-OVERSIZE-LINE
           ELSE
               COMPUTE WS-BLANK-SQUARE =
                   WS-BLANK-DIAMETER * WS-BLANK-DIAMETER
               PERFORM 3250-APPLY-SLUG-STOCK
               PERFORM 3300-APPLY-REMNANT-STOCK

               IF WS-NET-QUANTITY = ZERO
      *            NO FRESH SHEETS, NO NEW SCRAP.
                   MOVE ZEROES TO WS-SHEETS-NEEDED
                   MOVE ZEROES TO WS-SCRAP-PERCENT
                   MOVE ZEROES TO WS-BLANKS-PER-SHEET
                   MOVE ZEROES TO WS-LINE-SHEET-COST
                   PERFORM 3790-CLEAR-CHOSEN-SHEET
               ELSE
                   PERFORM 3750-SELECT-BEST-SHEET
                   IF WS-SHEETS-REMAINDER NOT = ZERO
      *                THE UNUSED NEST POSITIONS ON THE LAST
      *                SHEET ARE TOMORROW'S REMNANT.
                       COMPUTE WS-NEW-REMNANT-AREA =
                           (WS-BLANKS-PER-SHEET
                               - WS-SHEETS-REMAINDER)
                           * WS-BLANK-CELL
                       ADD WS-NEW-REMNANT-AREA TO WS-REMNANT-AREA
                       SET WS-NEW-REMNANT TO TRUE
                   END-IF

                   COMPUTE WS-BLANK-AREA-TOTAL =
                       WS-NET-QUANTITY * CR-AREA
                   COMPUTE WS-SHEET-AREA-TOTAL =
                       WS-SHEETS-NEEDED * WS-CHOSEN-AREA
                   COMPUTE WS-SCRAP-PERCENT ROUNDED =
                       (WS-SHEET-AREA-TOTAL - WS-BLANK-AREA-TOTAL)
                       / WS-SHEET-AREA-TOTAL * 100
                   COMPUTE WS-LINE-SHEET-COST =
                       WS-SHEETS-NEEDED * WS-CHOSEN-COST
                   ADD WS-LINE-SHEET-COST TO WS-TOTAL-SHEET-COST
                   PERFORM 3800-ACCUMULATE-SHEET-DRAW
               END-IF

               PERFORM 3400-UPDATE-REMNANT-RECORD
               PERFORM 3500-ACCUMULATE-REMNANT-USAGE
               PERFORM 3600-ADD-CENTER-SLUGS

               ADD 1 TO WS-ORDERS-REPORTED
               ADD WS-SHEETS-NEEDED TO WS-TOTAL-SHEETS
               ADD WS-REMNANT-BLANKS TO WS-TOTAL-REMNANT-BLANKS
               ADD WS-SLUG-BLANKS TO WS-TOTAL-SLUG-BLANKS
               PERFORM 3100-WRITE-YIELD-LINE
               PERFORM 3900-WRITE-CUT-TICKET
           END-IF.

       3250-APPLY-SLUG-STOCK.

      *    A CENTER SLUG AT LEAST AS WIDE AS THE BLANK YIELDS ONE
      *    BLANK.  THE BROWSE STARTS AT THE BLANK'S OWN DIAMETER,
      *    SO THE SMALLEST SLUG THAT WILL DO IS CUT FIRST AND THE
      *    BIG ONES ARE SAVED FOR BIG BLANKS.
           MOVE ZEROES TO WS-SLUG-BLANKS
           MOVE CR-MATERIAL-CODE  TO SL-MATERIAL-CODE
           MOVE CR-THICKNESS      TO SL-THICKNESS
           MOVE WS-BLANK-DIAMETER TO SL-DIAMETER
           MOVE "N" TO WS-SLUG-DONE-SWITCH
           START SLUG-FILE
               KEY IS NOT LESS THAN SL-SLUG-KEY
               INVALID KEY
                   SET WS-SLUG-DONE TO TRUE
           END-START

           PERFORM 3260-USE-NEXT-SLUG
               UNTIL WS-SLUG-DONE

           COMPUTE WS-AFTER-SLUG-QUANTITY =
               CR-ORDER-QUANTITY - WS-SLUG-BLANKS.

       3260-USE-NEXT-SLUG.

           READ SLUG-FILE NEXT
               AT END
                   SET WS-SLUG-DONE TO TRUE
               NOT AT END
                   IF SL-MATERIAL-CODE NOT = CR-MATERIAL-CODE
                       OR SL-THICKNESS NOT = CR-THICKNESS
                       SET WS-SLUG-DONE TO TRUE
                   ELSE
                       PERFORM 3270-TAKE-SLUGS
                   END-IF
           END-READ.

       3270-TAKE-SLUGS.

           COMPUTE WS-SLUGS-TAKEN =
               CR-ORDER-QUANTITY - WS-SLUG-BLANKS
           IF WS-SLUGS-TAKEN > SL-SLUG-COUNT
               MOVE SL-SLUG-COUNT TO WS-SLUGS-TAKEN
           END-IF
           ADD WS-SLUGS-TAKEN TO WS-SLUG-BLANKS
           SUBTRACT WS-SLUGS-TAKEN FROM SL-SLUG-COUNT

      *    A SIZE WHOSE LAST SLUG IS CUT COMES OFF THE FILE SO
      *    THE FLOOR'S LISTING SHOWS ONLY WHAT IS IN THE BIN.
           IF SL-SLUG-COUNT = ZERO
               DELETE SLUG-FILE RECORD
           ELSE
               MOVE WS-RUN-DATE TO SL-LAST-RUN-DATE
               REWRITE SLUG-REC
           END-IF

           IF WS-SLUG-BLANKS NOT < CR-ORDER-QUANTITY
               SET WS-SLUG-DONE TO TRUE
           END-IF.

       3300-APPLY-REMNANT-STOCK.

           COMPUTE WS-REMNANT-BLANKS =
               WS-REMNANT-AREA / WS-BLANK-SQUARE
           IF WS-REMNANT-BLANKS > WS-AFTER-SLUG-QUANTITY
               MOVE WS-AFTER-SLUG-QUANTITY TO WS-REMNANT-BLANKS
           END-IF

           COMPUTE WS-NET-QUANTITY =
               WS-AFTER-SLUG-QUANTITY - WS-REMNANT-BLANKS
           COMPUTE WS-REMNANT-AREA =
               WS-REMNANT-AREA
               - WS-REMNANT-BLANKS * WS-BLANK-SQUARE.
               MOVE CR-THICKNESS     TO RM-THICKNESS
               MOVE WS-REMNANT-AREA  TO RM-REMNANT-AREA
               MOVE WS-RUN-DATE      TO RM-LAST-RUN-DATE
      *        THE LEFTOVER TONIGHT'S LAST SHEET LEFT IS THE PIECE
      *        THE FLOOR LOOKS FOR -- A REMNANT ONLY DRAWN DOWN
      *        KEEPS THE SHEET IT WAS FIRST CUT FROM.
               IF WS-NEW-REMNANT
                   MOVE WS-CHOSEN-WIDTH   TO RM-SHEET-WIDTH
                   MOVE WS-CHOSEN-LENGTH  TO RM-SHEET-LENGTH
                   MOVE WS-CHOSEN-PATTERN TO RM-NEST-PATTERN
               END-IF

               IF WS-REMNANT-FOUND
                   REWRITE REMNANT-REC

       3500-ACCUMULATE-REMNANT-USAGE.

      *    BLANKS CUT FROM SLUGS DRAW NO FRESH STOCK EITHER, SO
      *    THEY ARE COVERED WEIGHT THE SAME AS REMNANT BLANKS.
           IF WS-REMNANT-BLANKS = ZERO
               AND WS-SLUG-BLANKS = ZERO
               CONTINUE
           ELSE
               COMPUTE WS-COVERED-WEIGHT =
                   (WS-REMNANT-BLANKS + WS-SLUG-BLANKS) * CR-WEIGHT
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM 3510-FIND-USAGE-ENTRY
                   VARYING WS-TABLE-SUB FROM 1 BY 1
                       MOVE WS-USAGE-COUNT TO WS-TABLE-SUB
                       MOVE CR-MATERIAL-CODE
                           TO WS-USE-CODE (WS-TABLE-SUB)
                       MOVE WS-CHOSEN-WIDTH
                           TO WS-USE-WIDTH (WS-TABLE-SUB)
                       MOVE WS-CHOSEN-LENGTH
                           TO WS-USE-LENGTH (WS-TABLE-SUB)
                       MOVE WS-CHOSEN-PATTERN
                           TO WS-USE-PATTERN (WS-TABLE-SUB)
                       MOVE ZEROES TO WS-USE-WEIGHT (WS-TABLE-SUB)
                   ELSE
                       DISPLAY "CIRCLE-YIELD: USAGE TABLE FULL, "

           IF WS-TABLE-SUB NOT > WS-USAGE-COUNT
               IF WS-USE-CODE (WS-TABLE-SUB) = CR-MATERIAL-CODE
                   AND WS-USE-WIDTH (WS-TABLE-SUB) = WS-CHOSEN-WIDTH
                   AND WS-USE-LENGTH (WS-TABLE-SUB)
                       = WS-CHOSEN-LENGTH
                   AND WS-USE-PATTERN (WS-TABLE-SUB)
                       = WS-CHOSEN-PATTERN
                   SET WS-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-TABLE-SUB
               END-IF
           END-IF.

       3600-ADD-CENTER-SLUGS.

      *    EVERY RING OR WASHER BLANK IN THE ORDER LEAVES ONE
      *    CENTER SLUG THE SIZE OF ITS HOLE.  A RESULT WRITTEN
      *    BEFORE THE INNER RADIUS EXISTED CARRIES SPACES THERE
      *    -- IT IS A SOLID DISC AND LEAVES NOTHING.
           IF CR-INNER-RADIUS NUMERIC
               IF CR-INNER-RADIUS > ZERO
                   MOVE CR-MATERIAL-CODE TO SL-MATERIAL-CODE
                   MOVE CR-THICKNESS     TO SL-THICKNESS
                   COMPUTE SL-DIAMETER = 2 * CR-INNER-RADIUS
                   MOVE "N" TO WS-SLUG-FOUND-SWITCH
                   READ SLUG-FILE
                       INVALID KEY
                           MOVE ZEROES TO SL-SLUG-COUNT
                       NOT INVALID KEY
                           SET WS-SLUG-FOUND TO TRUE
                   END-READ
                   PERFORM 3610-WRITE-SLUG-RECORD
               END-IF
           END-IF.

       3610-WRITE-SLUG-RECORD.

           MOVE CR-MATERIAL-CODE TO SL-MATERIAL-CODE
           MOVE CR-THICKNESS     TO SL-THICKNESS
           COMPUTE SL-DIAMETER = 2 * CR-INNER-RADIUS
           ADD CR-ORDER-QUANTITY TO SL-SLUG-COUNT
           MOVE WS-RUN-DATE      TO SL-LAST-RUN-DATE

           IF WS-SLUG-FOUND
               REWRITE SLUG-REC
           ELSE
               WRITE SLUG-REC
                   INVALID KEY
                       DISPLAY "CIRCLE-YIELD: SLUG WRITE "
                           "FAILED FOR MATL " CR-MATERIAL-CODE
               END-WRITE
           END-IF.

       3700-LOAD-SHEET-SIZES.

      *    THE SIZES PURCHASING CAN BUY FOR THIS MATERIAL AND
      *    THICKNESS.  WITH NOTHING ON THE MASTER THE ORDER IS
      *    NESTED ON THE 48 X 96 STANDARD SHEET, UNCOSTED.
           MOVE CR-MATERIAL-CODE TO SS-MATERIAL-CODE
           MOVE CR-THICKNESS     TO SS-THICKNESS
           MOVE ZEROES TO WS-SIZE-COUNT
           READ STOCK-SHEET-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SS-SIZE-COUNT NUMERIC
                       PERFORM 3705-COPY-SHEET-SIZE
                           VARYING WS-SIZE-SUB FROM 1 BY 1
                           UNTIL WS-SIZE-SUB > SS-SIZE-COUNT
                               OR WS-SIZE-SUB > 10
                   END-IF
           END-READ

           IF WS-SIZE-COUNT = ZERO
               MOVE 1 TO WS-SIZE-COUNT
               MOVE "S"             TO WS-SZ-FORM (1)
               MOVE WS-SHEET-WIDTH  TO WS-SZ-WIDTH (1)
               MOVE WS-SHEET-LENGTH TO WS-SZ-LENGTH (1)
               MOVE ZEROES          TO WS-SZ-COST (1)
               COMPUTE WS-SZ-AREA (1) =
                   WS-SZ-WIDTH (1) * WS-SZ-LENGTH (1)
           END-IF.

       3705-COPY-SHEET-SIZE.

      *    A SIZE KEYED WITH A ZERO DIMENSION IS SKIPPED RATHER
      *    THAN NESTED.
           IF SS-SHEET-WIDTH (WS-SIZE-SUB) NUMERIC
               AND SS-SHEET-LENGTH (WS-SIZE-SUB) NUMERIC
               AND SS-SHEET-COST (WS-SIZE-SUB) NUMERIC
               IF SS-SHEET-WIDTH (WS-SIZE-SUB) > ZERO
                   AND SS-SHEET-LENGTH (WS-SIZE-SUB) > ZERO
                   ADD 1 TO WS-SIZE-COUNT
                   MOVE SS-STOCK-FORM (WS-SIZE-SUB)
                       TO WS-SZ-FORM (WS-SIZE-COUNT)
                   MOVE SS-SHEET-WIDTH (WS-SIZE-SUB)
                       TO WS-SZ-WIDTH (WS-SIZE-COUNT)
                   MOVE SS-SHEET-LENGTH (WS-SIZE-SUB)
                       TO WS-SZ-LENGTH (WS-SIZE-COUNT)
                   MOVE SS-SHEET-COST (WS-SIZE-SUB)
                       TO WS-SZ-COST (WS-SIZE-COUNT)
                   COMPUTE WS-SZ-AREA (WS-SIZE-COUNT) =
                       WS-SZ-WIDTH (WS-SIZE-COUNT)
                       * WS-SZ-LENGTH (WS-SIZE-COUNT)
               END-IF
           END-IF.

       3710-NEST-ONE-SIZE.

      *    GRID: EACH BLANK IS SHEARED FROM ITS BOUNDING SQUARE,
      *    SO THE SHEET HOLDS A WHOLE-NUMBER GRID OF THOSE
      *    SQUARES -- THE DIVIDES TRUNCATE ON PURPOSE.
           COMPUTE WS-BLANKS-ACROSS =
               WS-SZ-WIDTH (WS-SIZE-SUB) / WS-BLANK-DIAMETER
           COMPUTE WS-BLANKS-DOWN =
               WS-SZ-LENGTH (WS-SIZE-SUB) / WS-BLANK-DIAMETER
           COMPUTE WS-SZ-GRID-PER (WS-SIZE-SUB) =
               WS-BLANKS-ACROSS * WS-BLANKS-DOWN

      *    STAGGERED: ALTERNATE ROWS SHIFT HALF A DIAMETER AND
      *    DROP INTO THE ROW ABOVE.  THE ROWS CAN RUN EITHER WAY
      *    ON THE SHEET, SO BOTH ARE TRIED AND THE BETTER KEPT.
           MOVE WS-SZ-WIDTH (WS-SIZE-SUB)  TO WS-NEST-ACROSS
           MOVE WS-SZ-LENGTH (WS-SIZE-SUB) TO WS-NEST-DOWN
           PERFORM 3720-STAGGER-ONE-WAY
           MOVE WS-STAGGER-COUNT TO WS-SZ-STAGGER-PER (WS-SIZE-SUB)

           MOVE WS-SZ-LENGTH (WS-SIZE-SUB) TO WS-NEST-ACROSS
           MOVE WS-SZ-WIDTH (WS-SIZE-SUB)  TO WS-NEST-DOWN
           PERFORM 3720-STAGGER-ONE-WAY
           IF WS-STAGGER-COUNT > WS-SZ-STAGGER-PER (WS-SIZE-SUB)
               MOVE WS-STAGGER-COUNT
                   TO WS-SZ-STAGGER-PER (WS-SIZE-SUB)
           END-IF

           IF WS-SZ-GRID-PER (WS-SIZE-SUB) > WS-MAX-PER-SHEET
               MOVE WS-SZ-GRID-PER (WS-SIZE-SUB) TO WS-MAX-PER-SHEET
           END-IF
           IF WS-SZ-STAGGER-PER (WS-SIZE-SUB) > WS-MAX-PER-SHEET
               MOVE WS-SZ-STAGGER-PER (WS-SIZE-SUB)
                   TO WS-MAX-PER-SHEET
           END-IF.

       3720-STAGGER-ONE-WAY.

           IF WS-BLANK-DIAMETER > WS-NEST-ACROSS
               OR WS-BLANK-DIAMETER > WS-NEST-DOWN
               MOVE ZEROES TO WS-STAGGER-COUNT
           ELSE
               COMPUTE WS-ROWS = 1 +
                   (WS-NEST-DOWN - WS-BLANK-DIAMETER)
                   / (WS-BLANK-DIAMETER * WS-ROW-PITCH-FACTOR)
               COMPUTE WS-FULL-ROW =
                   WS-NEST-ACROSS / WS-BLANK-DIAMETER
               COMPUTE WS-OFFSET-ROW =
                   (WS-NEST-ACROSS - WS-BLANK-DIAMETER / 2)
                   / WS-BLANK-DIAMETER
               COMPUTE WS-ODD-ROWS = (WS-ROWS + 1) / 2
               COMPUTE WS-EVEN-ROWS = WS-ROWS / 2
               COMPUTE WS-STAGGER-COUNT =
                   WS-ODD-ROWS * WS-FULL-ROW
                   + WS-EVEN-ROWS * WS-OFFSET-ROW
           END-IF.

       3750-SELECT-BEST-SHEET.

      *    EVERY SIZE AND PATTERN THAT NESTS AT LEAST ONE BLANK
      *    IS PRICED OUT FOR THE SHORTFALL.  THE LEAST SHEET AREA
      *    LEFT OVER AFTER THE BLANKS WINS; ON A TIE THE CHEAPER
      *    DRAW WINS.
           MOVE "N" TO WS-BEST-FOUND-SWITCH
           PERFORM 3760-EVALUATE-SIZE
               VARYING WS-SIZE-SUB FROM 1 BY 1
               UNTIL WS-SIZE-SUB > WS-SIZE-COUNT

           MOVE WS-SZ-FORM (WS-BEST-SUB)   TO WS-CHOSEN-FORM
           MOVE WS-SZ-WIDTH (WS-BEST-SUB)  TO WS-CHOSEN-WIDTH
           MOVE WS-SZ-LENGTH (WS-BEST-SUB) TO WS-CHOSEN-LENGTH
           MOVE WS-SZ-COST (WS-BEST-SUB)   TO WS-CHOSEN-COST
           MOVE WS-SZ-AREA (WS-BEST-SUB)   TO WS-CHOSEN-AREA

      *    A STAGGERED BLANK OCCUPIES A DIAMETER ACROSS BY ONE
      *    ROW PITCH DOWN; A GRID BLANK ITS WHOLE SQUARE.
           IF WS-CHOSEN-STAGGER
               COMPUTE WS-BLANK-CELL =
                   WS-BLANK-SQUARE * WS-ROW-PITCH-FACTOR
           ELSE
               MOVE WS-BLANK-SQUARE TO WS-BLANK-CELL
           END-IF.

       3760-EVALUATE-SIZE.

           MOVE "G" TO WS-CAND-PATTERN
           MOVE WS-SZ-GRID-PER (WS-SIZE-SUB) TO WS-CAND-PER-SHEET
           PERFORM 3770-EVALUATE-CANDIDATE

           MOVE "S" TO WS-CAND-PATTERN
           MOVE WS-SZ-STAGGER-PER (WS-SIZE-SUB) TO WS-CAND-PER-SHEET
           PERFORM 3770-EVALUATE-CANDIDATE.

       3770-EVALUATE-CANDIDATE.

           IF WS-CAND-PER-SHEET > ZERO
               DIVIDE WS-NET-QUANTITY BY WS-CAND-PER-SHEET
                   GIVING WS-CAND-SHEETS
                   REMAINDER WS-CAND-REMAINDER
               IF WS-CAND-REMAINDER NOT = ZERO
                   ADD 1 TO WS-CAND-SHEETS
               END-IF
               COMPUTE WS-CAND-WASTE =
                   WS-CAND-SHEETS * WS-SZ-AREA (WS-SIZE-SUB)
                   - WS-NET-QUANTITY * CR-AREA
               COMPUTE WS-CAND-COST =
                   WS-CAND-SHEETS * WS-SZ-COST (WS-SIZE-SUB)
               IF NOT WS-BEST-FOUND
                   OR WS-CAND-WASTE < WS-BEST-WASTE
                   OR (WS-CAND-WASTE = WS-BEST-WASTE
                       AND WS-CAND-COST < WS-BEST-COST)
                   SET WS-BEST-FOUND TO TRUE
                   MOVE WS-SIZE-SUB       TO WS-BEST-SUB
                   MOVE WS-CAND-WASTE     TO WS-BEST-WASTE
                   MOVE WS-CAND-COST      TO WS-BEST-COST
                   MOVE WS-CAND-PATTERN   TO WS-CHOSEN-PATTERN
                   MOVE WS-CAND-PER-SHEET TO WS-BLANKS-PER-SHEET
                   MOVE WS-CAND-SHEETS    TO WS-SHEETS-NEEDED
                   MOVE WS-CAND-REMAINDER TO WS-SHEETS-REMAINDER
               END-IF
           END-IF.

       3790-CLEAR-CHOSEN-SHEET.

           MOVE SPACE  TO WS-CHOSEN-FORM
           MOVE ZEROES TO WS-CHOSEN-WIDTH
           MOVE ZEROES TO WS-CHOSEN-LENGTH
           MOVE ZEROES TO WS-CHOSEN-COST
           MOVE ZEROES TO WS-CHOSEN-AREA
           MOVE SPACE  TO WS-CHOSEN-PATTERN.

       3800-ACCUMULATE-SHEET-DRAW.

      *    THE BUYER'S LIST: SHEETS DRAWN TONIGHT BY MATERIAL,
      *    THICKNESS, AND SIZE.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 3810-FIND-DRAW-ENTRY
               VARYING WS-BUY-SUB FROM 1 BY 1
               UNTIL WS-FOUND
                   OR WS-BUY-SUB > WS-BUY-COUNT
           IF NOT WS-FOUND
               IF WS-BUY-COUNT < 100
                   ADD 1 TO WS-BUY-COUNT
                   MOVE WS-BUY-COUNT TO WS-BUY-SUB
                   MOVE CR-MATERIAL-CODE
                       TO WS-BUY-MATERIAL (WS-BUY-SUB)
                   MOVE CR-THICKNESS  TO WS-BUY-THICKNESS (WS-BUY-SUB)
                   MOVE WS-CHOSEN-FORM TO WS-BUY-FORM (WS-BUY-SUB)
                   MOVE WS-CHOSEN-WIDTH TO WS-BUY-WIDTH (WS-BUY-SUB)
                   MOVE WS-CHOSEN-LENGTH
                       TO WS-BUY-LENGTH (WS-BUY-SUB)
                   MOVE ZEROES TO WS-BUY-SHEETS (WS-BUY-SUB)
                   MOVE ZEROES TO WS-BUY-COST (WS-BUY-SUB)
               ELSE
                   DISPLAY "CIRCLE-YIELD: SHEET DRAW TABLE FULL, "
                       "CODE " CR-MATERIAL-CODE " DROPPED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-FOUND OR WS-BUY-COUNT = WS-BUY-SUB
               ADD WS-SHEETS-NEEDED TO WS-BUY-SHEETS (WS-BUY-SUB)
               ADD WS-LINE-SHEET-COST TO WS-BUY-COST (WS-BUY-SUB)
           END-IF.

       3810-FIND-DRAW-ENTRY.

           IF WS-BUY-SUB NOT > WS-BUY-COUNT
               IF WS-BUY-MATERIAL (WS-BUY-SUB) = CR-MATERIAL-CODE
                   AND WS-BUY-THICKNESS (WS-BUY-SUB) = CR-THICKNESS
                   AND WS-BUY-FORM (WS-BUY-SUB) = WS-CHOSEN-FORM
                   AND WS-BUY-WIDTH (WS-BUY-SUB) = WS-CHOSEN-WIDTH
                   AND WS-BUY-LENGTH (WS-BUY-SUB) = WS-CHOSEN-LENGTH
                   SET WS-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-BUY-SUB
               END-IF
           END-IF.

       3100-WRITE-YIELD-LINE.

           MOVE CR-ORDER-QUANTITY   TO WS-DISPLAY-QUANTITY
           MOVE WS-SHEETS-NEEDED    TO WS-DISPLAY-SHEETS
           MOVE WS-SCRAP-PERCENT    TO WS-DISPLAY-SCRAP-PCT
           MOVE WS-REMNANT-BLANKS   TO WS-DISPLAY-REMNANT
           MOVE WS-SLUG-BLANKS      TO WS-DISPLAY-SLUG
           MOVE WS-LINE-SHEET-COST  TO WS-DISPLAY-SHEET-COST
           PERFORM 3110-BUILD-SHEET-DESC

           MOVE SPACES TO YIELD-REPORT-REC
           STRING "PART: "          DELIMITED BY SIZE
                  WS-DISPLAY-QUANTITY DELIMITED BY SIZE
                  "  BLANKS/SHEET: " DELIMITED BY SIZE
                  WS-DISPLAY-PER-SHEET DELIMITED BY SIZE
                  "  FROM SLUG: "   DELIMITED BY SIZE
                  WS-DISPLAY-SLUG   DELIMITED BY SIZE
                  "  FROM REMNANT: " DELIMITED BY SIZE
                  WS-DISPLAY-REMNANT DELIMITED BY SIZE
                  "  SHEETS: "      DELIMITED BY SIZE
                  WS-DISPLAY-SHEETS DELIMITED BY SIZE
                  "  SCRAP PCT: "   DELIMITED BY SIZE
                  WS-DISPLAY-SCRAP-PCT DELIMITED BY SIZE
                  "  SHEET: "       DELIMITED BY SIZE
                  WS-SHEET-DESC     DELIMITED BY SIZE
                  "  COST: "        DELIMITED BY SIZE
                  WS-DISPLAY-SHEET-COST DELIMITED BY SIZE
               INTO YIELD-REPORT-REC
           END-STRING

           WRITE YIELD-REPORT-REC.

       3110-BUILD-SHEET-DESC.

           MOVE SPACES TO WS-SHEET-DESC
           IF WS-CHOSEN-PATTERN = SPACE
               MOVE "NONE DRAWN" TO WS-SHEET-DESC
           ELSE
               MOVE WS-CHOSEN-WIDTH  TO WS-DISPLAY-SHEET-W
               MOVE WS-CHOSEN-LENGTH TO WS-DISPLAY-SHEET-L
               IF WS-CHOSEN-COIL
                   MOVE "COIL"  TO WS-DISPLAY-FORM
               ELSE
                   MOVE "SHEET" TO WS-DISPLAY-FORM
               END-IF
               IF WS-CHOSEN-STAGGER
                   MOVE "STAGGER" TO WS-DISPLAY-PATTERN
               ELSE
                   MOVE "GRID"    TO WS-DISPLAY-PATTERN
               END-IF
               STRING WS-DISPLAY-SHEET-W DELIMITED BY SIZE
                      " X "              DELIMITED BY SIZE
                      WS-DISPLAY-SHEET-L DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-DISPLAY-FORM    DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-DISPLAY-PATTERN DELIMITED BY SIZE
                   INTO WS-SHEET-DESC
               END-STRING
           END-IF.

       3200-WRITE-OVERSIZE-LINE.

           MOVE CR-ORDER-QUANTITY TO WS-DISPLAY-QUANTITY
                  CR-MATERIAL-CODE  DELIMITED BY SIZE
                  "  QTY: "         DELIMITED BY SIZE
                  WS-DISPLAY-QUANTITY DELIMITED BY SIZE
                  "  BLANK FITS NO LISTED SHEET SIZE FOR THE "
                                    DELIMITED BY SIZE
                  "MATERIAL AND THICKNESS -- TICKET FLAGGED OVERSIZE"
                                    DELIMITED BY SIZE
               INTO YIELD-REPORT-REC
           END-STRING

           WRITE YIELD-REPORT-REC

      *    THE LINE STILL GOES TO THE FLOOR -- ITS TICKET PULLS NO
      *    SLUG, REMNANT, OR SHEET AND IS FLAGGED OVERSIZE SO THE
      *    SHEAR CUTS IT FROM SPECIAL STOCK AND THE DAY SHIFT
      *    COMPLETES AND RECONCILES IT LIKE ANY OTHER.
           MOVE ZEROES TO WS-SLUG-BLANKS
           MOVE ZEROES TO WS-REMNANT-BLANKS
           MOVE ZEROES TO WS-SHEETS-NEEDED
           MOVE ZEROES TO WS-BLANKS-PER-SHEET
           PERFORM 3790-CLEAR-CHOSEN-SHEET
           SET WS-CHOSEN-OVERSIZE TO TRUE
           PERFORM 3900-WRITE-CUT-TICKET.

       3900-WRITE-CUT-TICKET.

      *    THE TICKET CARRIES WHAT WAS PROJECTED SO THE DAY
      *    SHIFT'S ACTUALS CAN BE RECONCILED AGAINST IT.  THE
      *    TICKET NUMBER IS THE ORDER LINE'S PLACE IN THE RUN --
      *    EVERY LINE GETS A TICKET, OVERSIZE LINES INCLUDED.
           MOVE WS-RUN-DATE        TO CT-RUN-DATE
           MOVE WS-RUN-NUMBER      TO CT-RUN-NUMBER
           MOVE WS-RESULTS-READ    TO CT-TICKET-NUMBER
           MOVE CR-PART-NUMBER     TO CT-PART-NUMBER
           MOVE CR-CUSTOMER-NUMBER TO CT-CUSTOMER-NUMBER
           MOVE CR-CUSTOMER-ORDER  TO CT-CUSTOMER-ORDER
           MOVE CR-MATERIAL-CODE   TO CT-MATERIAL-CODE
           MOVE CR-THICKNESS       TO CT-THICKNESS
           MOVE CR-DENSITY         TO CT-DENSITY
           MOVE CR-COST-PER-POUND  TO CT-COST-PER-POUND
           MOVE CR-RADIUS          TO CT-RADIUS
           MOVE CR-ORDER-QUANTITY  TO CT-ORDER-QUANTITY
      *    A RESULT WRITTEN BEFORE THE INNER RADIUS, DUE DATE,
      *    AND PRIORITY RODE CIRCLE-REC CARRIES SPACES THERE --
      *    A SOLID DISC, NO DATE, PRIORITY 5.
           IF CR-INNER-RADIUS NUMERIC
               MOVE CR-INNER-RADIUS TO CT-INNER-RADIUS
           ELSE
               MOVE ZEROES TO CT-INNER-RADIUS
           END-IF
           IF CR-REQUIRED-DATE NUMERIC
               MOVE CR-REQUIRED-DATE TO CT-REQUIRED-DATE
           ELSE
               MOVE 99999999 TO CT-REQUIRED-DATE
           END-IF
           IF CR-PRIORITY-CODE NUMERIC
               MOVE CR-PRIORITY-CODE TO CT-PRIORITY-CODE
           ELSE
               MOVE 5 TO CT-PRIORITY-CODE
           END-IF
           MOVE WS-SLUG-BLANKS      TO CT-SLUG-BLANKS
           MOVE WS-REMNANT-BLANKS   TO CT-REMNANT-BLANKS
           MOVE WS-SHEETS-NEEDED    TO CT-SHEETS-PROJECTED
           MOVE WS-BLANKS-PER-SHEET TO CT-BLANKS-PER-SHEET
           MOVE WS-CHOSEN-FORM      TO CT-STOCK-FORM
           MOVE WS-CHOSEN-WIDTH     TO CT-SHEET-WIDTH
           MOVE WS-CHOSEN-LENGTH    TO CT-SHEET-LENGTH
           MOVE WS-CHOSEN-PATTERN   TO CT-NEST-PATTERN
           IF WS-CHOSEN-PATTERN = SPACE OR WS-CHOSEN-OVERSIZE
               MOVE ZEROES TO CT-BLANK-CELL
           ELSE
               MOVE WS-BLANK-CELL TO CT-BLANK-CELL
           END-IF
           IF WS-NEW-REMNANT
               MOVE WS-NEW-REMNANT-AREA TO CT-PROJECTED-REMNANT
           ELSE
               MOVE ZEROES TO CT-PROJECTED-REMNANT
           END-IF
           MOVE ZEROES TO CT-GOOD-BLANKS
           MOVE ZEROES TO CT-SCRAP-BLANKS
           MOVE ZEROES TO CT-SHEETS-USED
           MOVE ZEROES TO CT-COMPLETE-DATE
           MOVE SPACES TO CT-COMPLETE-OPERATOR

           WRITE CUT-TICKET-REC
           ADD 1 TO WS-TICKETS-WRITTEN.

       9000-TERMINATE.

           END-STRING
           WRITE YIELD-REPORT-REC

           MOVE WS-TOTAL-SLUG-BLANKS TO WS-DISPLAY-TOTAL-SHEETS
           MOVE SPACES TO YIELD-REPORT-REC
           STRING "BLANKS FROM SLUG:    " DELIMITED BY SIZE
                  WS-DISPLAY-TOTAL-SHEETS DELIMITED BY SIZE
               INTO YIELD-REPORT-REC
           END-STRING
           WRITE YIELD-REPORT-REC

           MOVE WS-TOTAL-SHEETS TO WS-DISPLAY-TOTAL-SHEETS
           MOVE SPACES TO YIELD-REPORT-REC
           STRING "TOTAL SHEETS DRAWN: " DELIMITED BY SIZE
           END-STRING
           WRITE YIELD-REPORT-REC

           MOVE WS-TOTAL-SHEET-COST TO WS-DISPLAY-BUY-COST
           MOVE SPACES TO YIELD-REPORT-REC
           STRING "TOTAL SHEET COST:   " DELIMITED BY SIZE
                  WS-DISPLAY-BUY-COST DELIMITED BY SIZE
               INTO YIELD-REPORT-REC
           END-STRING
           WRITE YIELD-REPORT-REC

           MOVE WS-TICKETS-WRITTEN TO WS-DISPLAY-ORDER-COUNT
           MOVE SPACES TO YIELD-REPORT-REC
           STRING "CUT TICKETS OPENED: " DELIMITED BY SIZE
                  WS-DISPLAY-ORDER-COUNT DELIMITED BY SIZE
               INTO YIELD-REPORT-REC
           END-STRING
           WRITE YIELD-REPORT-REC

           PERFORM 9400-WRITE-SHEET-DRAW-LIST

           PERFORM 9100-WRITE-USAGE-RECORD
               VARYING WS-TABLE-SUB FROM 1 BY 1
               UNTIL WS-TABLE-SUB > WS-USAGE-COUNT

           PERFORM 9200-WRITE-REMNANT-LISTING
           PERFORM 9300-WRITE-SLUG-LISTING

           CLOSE RESULT-FILE
           CLOSE REMNANT-FILE
           CLOSE SLUG-FILE
           CLOSE STOCK-SHEET-FILE
           CLOSE REMNANT-USAGE-FILE
           CLOSE REMNANT-LIST-FILE
           CLOSE CUT-TICKET-FILE
           CLOSE YIELD-REPORT-FILE

           PERFORM 9800-RECORD-RUN-LEDGER.

       9100-WRITE-USAGE-RECORD.

           MOVE WS-USE-CODE (WS-TABLE-SUB)   TO RU-MATERIAL-CODE
           MOVE WS-USE-WEIGHT (WS-TABLE-SUB) TO RU-COVERED-WEIGHT
           MOVE WS-USE-WIDTH (WS-TABLE-SUB)  TO RU-SHEET-WIDTH
           MOVE WS-USE-LENGTH (WS-TABLE-SUB) TO RU-SHEET-LENGTH
           MOVE WS-USE-PATTERN (WS-TABLE-SUB) TO RU-NEST-PATTERN
           WRITE REMNANT-USAGE-REC.

       9200-WRITE-REMNANT-LISTING.
               NOT AT END
                   MOVE RM-REMNANT-AREA TO WS-DISPLAY-REMN-AREA
                   MOVE RM-THICKNESS    TO WS-DISPLAY-REMN-THK
                   PERFORM 9220-BUILD-REMNANT-SHEET
                   MOVE SPACES TO REMNANT-LIST-REC
                   STRING "MATL: "       DELIMITED BY SIZE
                          RM-MATERIAL-CODE DELIMITED BY SIZE
                          WS-DISPLAY-REMN-AREA DELIMITED BY SIZE
                          "  LAST RUN: " DELIMITED BY SIZE
                          RM-LAST-RUN-DATE DELIMITED BY SIZE
                          "  FROM: "     DELIMITED BY SIZE
                          WS-SHEET-DESC  DELIMITED BY SIZE
                       INTO REMNANT-LIST-REC
                   END-STRING
                   WRITE REMNANT-LIST-REC
           END-READ.

       9220-BUILD-REMNANT-SHEET.

      *    A REMNANT WRITTEN BEFORE THE SHEET WAS RECORDED
      *    CARRIES SPACES THERE -- IT CAME OFF A 48 X 96 GRID.
           MOVE SPACES TO WS-SHEET-DESC
           IF RM-SHEET-WIDTH NUMERIC
               AND RM-SHEET-LENGTH NUMERIC
               AND (RM-NEST-GRID OR RM-NEST-STAGGER)
               MOVE RM-SHEET-WIDTH  TO WS-DISPLAY-SHEET-W
               MOVE RM-SHEET-LENGTH TO WS-DISPLAY-SHEET-L
               IF RM-NEST-STAGGER
                   MOVE "STAGGER" TO WS-DISPLAY-PATTERN
               ELSE
                   MOVE "GRID"    TO WS-DISPLAY-PATTERN
               END-IF
           ELSE
               MOVE WS-SHEET-WIDTH  TO WS-DISPLAY-SHEET-W
               MOVE WS-SHEET-LENGTH TO WS-DISPLAY-SHEET-L
               MOVE "GRID"          TO WS-DISPLAY-PATTERN
           END-IF
           STRING WS-DISPLAY-SHEET-W DELIMITED BY SIZE
                  " X "              DELIMITED BY SIZE
                  WS-DISPLAY-SHEET-L DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-DISPLAY-PATTERN DELIMITED BY SIZE
               INTO WS-SHEET-DESC
           END-STRING.

       9300-WRITE-SLUG-LISTING.

      *    THE SLUG BIN, AFTER TONIGHT'S CUTS AND ADDITIONS, IN
      *    MATERIAL, THICKNESS, AND DIAMETER ORDER.
           MOVE SPACES TO REMNANT-LIST-REC
           WRITE REMNANT-LIST-REC
           MOVE "CENTER SLUG STOCK ON HAND" TO REMNANT-LIST-REC
           WRITE REMNANT-LIST-REC
           MOVE SPACES TO REMNANT-LIST-REC
           WRITE REMNANT-LIST-REC

           MOVE LOW-VALUES TO SL-SLUG-KEY
           MOVE "N" TO WS-LIST-DONE-SWITCH
           START SLUG-FILE
               KEY IS NOT LESS THAN SL-SLUG-KEY
               INVALID KEY
                   SET WS-LIST-DONE TO TRUE
           END-START

           PERFORM 9310-LIST-NEXT-SLUG
               UNTIL WS-LIST-DONE.

       9310-LIST-NEXT-SLUG.

           READ SLUG-FILE NEXT
               AT END
                   SET WS-LIST-DONE TO TRUE
               NOT AT END
                   MOVE SL-THICKNESS    TO WS-DISPLAY-REMN-THK
                   MOVE SL-DIAMETER     TO WS-DISPLAY-SLUG-DIA
                   MOVE SL-SLUG-COUNT   TO WS-DISPLAY-SLUG-COUNT
                   MOVE SPACES TO REMNANT-LIST-REC
                   STRING "MATL: "       DELIMITED BY SIZE
                          SL-MATERIAL-CODE DELIMITED BY SIZE
                          "  THK: "      DELIMITED BY SIZE
                          WS-DISPLAY-REMN-THK DELIMITED BY SIZE
                          "  DIA: "      DELIMITED BY SIZE
                          WS-DISPLAY-SLUG-DIA DELIMITED BY SIZE
                          "  COUNT: "    DELIMITED BY SIZE
                          WS-DISPLAY-SLUG-COUNT DELIMITED BY SIZE
                          "  LAST RUN: " DELIMITED BY SIZE
                          SL-LAST-RUN-DATE DELIMITED BY SIZE
                       INTO REMNANT-LIST-REC
                   END-STRING
                   WRITE REMNANT-LIST-REC
           END-READ.

       9400-WRITE-SHEET-DRAW-LIST.

      *    WHAT TONIGHT'S ORDERS DREW, BY MATERIAL, THICKNESS,
      *    AND SIZE -- THE BUYER RESTOCKS FROM THIS, NOT FROM A
      *    4 X 8 DEFAULT.
           MOVE SPACES TO YIELD-REPORT-REC
           WRITE YIELD-REPORT-REC
           MOVE "SHEETS DRAWN BY SIZE" TO YIELD-REPORT-REC
           WRITE YIELD-REPORT-REC

           PERFORM 9410-WRITE-SHEET-DRAW-LINE
               VARYING WS-BUY-SUB FROM 1 BY 1
               UNTIL WS-BUY-SUB > WS-BUY-COUNT.

       9410-WRITE-SHEET-DRAW-LINE.

           MOVE WS-BUY-THICKNESS (WS-BUY-SUB) TO WS-DISPLAY-REMN-THK
           MOVE WS-BUY-WIDTH (WS-BUY-SUB)     TO WS-DISPLAY-SHEET-W
           MOVE WS-BUY-LENGTH (WS-BUY-SUB)    TO WS-DISPLAY-SHEET-L
           MOVE WS-BUY-SHEETS (WS-BUY-SUB)    TO WS-DISPLAY-SHEETS
           MOVE WS-BUY-COST (WS-BUY-SUB)      TO WS-DISPLAY-BUY-COST
           IF WS-BUY-FORM (WS-BUY-SUB) = "C"
               MOVE "COIL"  TO WS-DISPLAY-FORM
           ELSE
               MOVE "SHEET" TO WS-DISPLAY-FORM
           END-IF

           MOVE SPACES TO YIELD-REPORT-REC
           STRING "MATL: "           DELIMITED BY SIZE
                  WS-BUY-MATERIAL (WS-BUY-SUB) DELIMITED BY SIZE
                  "  THK: "          DELIMITED BY SIZE
                  WS-DISPLAY-REMN-THK DELIMITED BY SIZE
                  "  SIZE: "         DELIMITED BY SIZE
                  WS-DISPLAY-SHEET-W DELIMITED BY SIZE
                  " X "              DELIMITED BY SIZE
                  WS-DISPLAY-SHEET-L DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-DISPLAY-FORM    DELIMITED BY SIZE
                  "  SHEETS: "       DELIMITED BY SIZE
                  WS-DISPLAY-SHEETS  DELIMITED BY SIZE
                  "  COST: "         DELIMITED BY SIZE
                  WS-DISPLAY-BUY-COST DELIMITED BY SIZE
               INTO YIELD-REPORT-REC
           END-STRING
           WRITE YIELD-REPORT-REC.

       9800-RECORD-RUN-LEDGER.

      *    THE LEDGER RECORD GOES ON LAST, ONCE EVERY OUTPUT IS
      *    CLOSED -- A STEP THAT ABENDS PART WAY LEAVES NO RECORD
      *    AND RUNS AGAIN ON THE RESUBMIT.
           OPEN I-O RUN-LEDGER-FILE
           IF WS-RUN-LEDGER-OK
               MOVE WS-RUN-DATE TO RL-RUN-DATE
               MOVE WS-RUN-NUMBER TO RL-RUN-NUMBER
               MOVE "CIRCLE-YIELD" TO RL-PROGRAM-NAME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               ACCEPT RL-FINISH-DATE FROM DATE YYYYMMDD
               ACCEPT RL-FINISH-TIME FROM TIME
               MOVE WS-RESULTS-READ TO RL-RECORDS-READ
               MOVE WS-TICKETS-WRITTEN TO RL-RECORDS-WRITTEN
               MOVE WS-TOTAL-SHEETS TO RL-TOTAL-AMOUNT
               MOVE "SHEETS DRAWN" TO RL-TOTAL-DESC
               MOVE ZEROES TO RL-SKIP-COUNT
               MOVE ZEROES TO RL-LAST-SKIP-DATE
               MOVE ZEROES TO RL-LAST-SKIP-TIME
               WRITE RUN-LEDGER-REC
                   INVALID KEY
                       DISPLAY "CIRCLE-YIELD: RUN LEDGER RECORD "
                           "NOT WRITTEN, STATUS "
                           WS-RUN-LEDGER-STATUS
               END-WRITE
               CLOSE RUN-LEDGER-FILE
           ELSE
               DISPLAY "CIRCLE-YIELD: RUN-LEDGER-FILE DID NOT "
                   "OPEN, STATUS " WS-RUN-LEDGER-STATUS
                   " -- RUN NOT LEDGERED"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       END PROGRAM CIRCLE-YIELD.
