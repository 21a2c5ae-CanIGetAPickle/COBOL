       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIRCLE-TICKETS.
       AUTHOR. DAN SANTOS.
      ******************************************
      *  Shear cut tickets for a CIRCLE-MATH   *
      *  batch run.  Picks tonight's tickets   *
      *  (the RUNCTL run date and number) off  *
      *  the open cut-ticket file CIRCLE-YIELD *
      *  appended to, groups them by material  *
      *  and thickness so one shear setup      *
      *  covers a run of jobs -- rush and      *
      *  earliest-due first within the setup   *
      *  -- and prints one ticket per order    *
      *  line: part, customer order, radius,   *
      *  thickness, material, quantity, the    *
      *  slugs, remnant, and sheets to pull    *
      *  (or an oversize flag where no sheet   *
      *  size holds the blank), due date, and  *
      *  priority, with blanks for the         *
      *  operator to write the good, scrapped, *
      *  and sheets-used counts the day shift  *
      *  keys into CUT-COMPLETE.               *
      ******************************************
      * MODIFICATION HISTORY                    *
      * ---------------------------------------- *
      * 2026-10-15  DS  Original version.        *
      * 2026-10-15  DS  Checks the run ledger    *
      *                 first and skips when     *
      *                 this run's tickets were  *
      *                 already printed; ledgers *
      *                 the tickets and setups   *
      *                 when it finishes.        *
      ******************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUT-TICKET-FILE ASSIGN TO CUTOPEN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUT-TICKET-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT TICKET-PRINT-FILE ASSIGN TO TICKETS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-LEDGER-KEY
               FILE STATUS IS WS-RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUT-TICKET-FILE.
       COPY "cut_ticket_rec".

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           05 RC-RUN-DATE              PIC 9(08).
           05 RC-RUN-NUMBER            PIC 9(05).

       FD  TICKET-PRINT-FILE.
       01  TICKET-PRINT-REC            PIC X(132).

       FD  RUN-LEDGER-FILE.
       COPY "run_ledger_rec".

       WORKING-STORAGE SECTION.
        01 WS-SWITCHES.
           05 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-EOF                    VALUE "Y".
           05 WS-CUT-TICKET-STATUS     PIC X(02) VALUE SPACES.
               88 WS-CUT-TICKET-OK          VALUE "00".
           05 WS-RUN-CONTROL-STATUS    PIC X(02) VALUE SPACES.
               88 WS-RUN-CONTROL-OK         VALUE "00".
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
           05 WS-TICKETS-READ          PIC 9(07) VALUE ZEROES COMP.
           05 WS-TICKET-COUNT          PIC 9(04) VALUE ZEROES COMP.
           05 WS-TABLE-SUB             PIC 9(04) VALUE ZEROES COMP.
           05 WS-SORT-SUB              PIC 9(04) VALUE ZEROES COMP.
           05 WS-SETUP-COUNT           PIC 9(04) VALUE ZEROES COMP.
      *    SIZED TO THE PART-SEQUENCE QUEUE CAP -- ONE TICKET PER
      *    COMPUTED ORDER LINE.
        01 WS-TICKET-TABLE.
           05 WS-TICKET-ENTRY OCCURS 2000 TIMES.
               10 WS-TK-SORT-KEY.
                   15 WS-TK-SETUP.
                       20 WS-TK-MATERIAL
                                       PIC X(04).
                       20 WS-TK-THICKNESS
                                       PIC 9(03)V999.
                   15 WS-TK-PRIORITY   PIC 9(01).
                   15 WS-TK-REQUIRED   PIC 9(08).
                   15 WS-TK-NUMBER     PIC 9(05).
               10 WS-TK-IMAGE          PIC X(188).
        01 WS-SORT-HOLD                PIC X(212).
        01 WS-PREV-SETUP               PIC X(10) VALUE SPACES.
        01 WS-DISPLAY-VALUES.
           05 WS-DISPLAY-RADIUS        PIC ZZZZ9.999.
           05 WS-DISPLAY-INNER         PIC ZZZZ9.999.
           05 WS-DISPLAY-THICKNESS     PIC ZZ9.999.
           05 WS-DISPLAY-QUANTITY      PIC ZZZZ9.
           05 WS-DISPLAY-SLUGS         PIC ZZZZ9.
           05 WS-DISPLAY-REMNANT       PIC ZZZZ9.
           05 WS-DISPLAY-SHEETS        PIC Z,ZZZ,ZZ9.
           05 WS-DISPLAY-PER-SHEET     PIC Z,ZZZ,ZZ9.
           05 WS-DISPLAY-SHEET-W       PIC ZZ9.99.
           05 WS-DISPLAY-SHEET-L       PIC ZZ9.99.
           05 WS-DISPLAY-COUNT         PIC Z,ZZZ,ZZ9.
           05 WS-DISPLAY-FORM          PIC X(05) VALUE SPACES.
           05 WS-DISPLAY-PATTERN       PIC X(07) VALUE SPACES.
           05 WS-DISPLAY-DUE           PIC X(08) VALUE SPACES.
           05 WS-LATE-FLAG             PIC X(05) VALUE SPACES.
           05 WS-SHEET-DESC            PIC X(56) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TICKET-FILE
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE

           STOP RUN.

       1000-INITIALIZE.

           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1150-CHECK-RUN-LEDGER

           OPEN INPUT CUT-TICKET-FILE
           IF NOT WS-CUT-TICKET-OK
               DISPLAY "CIRCLE-TICKETS: CUT-TICKET-FILE DID NOT "
                   "OPEN, STATUS " WS-CUT-TICKET-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT TICKET-PRINT-FILE

           MOVE WS-RUN-NUMBER TO WS-STAMP-NUMBER
           MOVE WS-RUN-DATE   TO WS-STAMP-DATE

           PERFORM 2100-READ-TICKET-FILE.

       1100-READ-RUN-CONTROL.

           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-OK
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RC-RUN-DATE   TO WS-RUN-DATE
                       MOVE RC-RUN-NUMBER TO WS-RUN-NUMBER
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1150-CHECK-RUN-LEDGER.

      *    A STEP ALREADY ON THE LEDGER FOR THIS RUN FINISHED THE
      *    LAST TIME THE JOB WAS SUBMITTED -- RUNNING IT AGAIN WOULD
      *    SEND THE SAME WORK DOWNSTREAM TWICE, SO IT IS SKIPPED
      *    BEFORE ANY OUTPUT IS OPENED.
           OPEN I-O RUN-LEDGER-FILE
           IF NOT WS-RUN-LEDGER-OK
               DISPLAY "CIRCLE-TICKETS: RUN-LEDGER-FILE DID NOT "
                   "OPEN, STATUS " WS-RUN-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO RL-RUN-DATE
           MOVE WS-RUN-NUMBER TO RL-RUN-NUMBER
           MOVE "CIRCLE-TICKETS" TO RL-PROGRAM-NAME
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
           DISPLAY "CIRCLE-TICKETS: ALREADY FINISHED FOR RUN "
               RL-RUN-NUMBER "/" RL-RUN-DATE " -- SKIPPED"
           ADD 1 TO RL-SKIP-COUNT
           ACCEPT RL-LAST-SKIP-DATE FROM DATE YYYYMMDD
           ACCEPT RL-LAST-SKIP-TIME FROM TIME
           REWRITE RUN-LEDGER-REC
               INVALID KEY
                   DISPLAY "CIRCLE-TICKETS: RUN LEDGER SKIP NOT "
                       "RECORDED, STATUS " WS-RUN-LEDGER-STATUS
           END-REWRITE
           CLOSE RUN-LEDGER-FILE
           MOVE RL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       2000-PROCESS-TICKET-FILE.

      *    TICKETS FROM EARLIER NIGHTS STILL OPEN ON THE FILE
      *    WERE PRINTED THE NIGHT THEY WERE CUT FOR.
           IF CT-RUN-DATE = WS-RUN-DATE
               AND CT-RUN-NUMBER = WS-RUN-NUMBER
               PERFORM 3000-LOAD-TICKET
           END-IF
           PERFORM 2100-READ-TICKET-FILE.

       2100-READ-TICKET-FILE.

           READ CUT-TICKET-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TICKETS-READ
           END-READ.

       3000-LOAD-TICKET.

           IF WS-TICKET-COUNT < 2000
               ADD 1 TO WS-TICKET-COUNT
               MOVE CT-MATERIAL-CODE
                   TO WS-TK-MATERIAL (WS-TICKET-COUNT)
               MOVE CT-THICKNESS
                   TO WS-TK-THICKNESS (WS-TICKET-COUNT)
               MOVE CT-PRIORITY-CODE
                   TO WS-TK-PRIORITY (WS-TICKET-COUNT)
               MOVE CT-REQUIRED-DATE
                   TO WS-TK-REQUIRED (WS-TICKET-COUNT)
               MOVE CT-TICKET-NUMBER
                   TO WS-TK-NUMBER (WS-TICKET-COUNT)
               MOVE CUT-TICKET-REC
                   TO WS-TK-IMAGE (WS-TICKET-COUNT)
           ELSE
               DISPLAY "CIRCLE-TICKETS: TICKET TABLE FULL, "
                   "TICKET " CT-TICKET-NUMBER " NOT PRINTED"
               MOVE 8 TO RETURN-CODE
           END-IF.

       4000-PRINT-TICKET.

           MOVE WS-TK-IMAGE (WS-TABLE-SUB) TO CUT-TICKET-REC

           IF WS-TK-SETUP (WS-TABLE-SUB) NOT = WS-PREV-SETUP
               PERFORM 4100-PRINT-SETUP-HEADER
               MOVE WS-TK-SETUP (WS-TABLE-SUB) TO WS-PREV-SETUP
           END-IF

           PERFORM 4200-BUILD-SHEET-DESC

           MOVE SPACES TO WS-LATE-FLAG
           IF CT-REQUIRED-DATE = 99999999
               MOVE "NONE" TO WS-DISPLAY-DUE
           ELSE
               MOVE CT-REQUIRED-DATE TO WS-DISPLAY-DUE
               IF CT-REQUIRED-DATE < WS-RUN-DATE
                   MOVE "LATE" TO WS-LATE-FLAG
               END-IF
           END-IF

           MOVE CT-RADIUS         TO WS-DISPLAY-RADIUS
           MOVE CT-INNER-RADIUS   TO WS-DISPLAY-INNER
           MOVE CT-THICKNESS      TO WS-DISPLAY-THICKNESS
           MOVE CT-ORDER-QUANTITY TO WS-DISPLAY-QUANTITY
           MOVE CT-SLUG-BLANKS    TO WS-DISPLAY-SLUGS
           MOVE CT-REMNANT-BLANKS TO WS-DISPLAY-REMNANT
           MOVE CT-SHEETS-PROJECTED TO WS-DISPLAY-SHEETS

           MOVE SPACES TO TICKET-PRINT-REC
           WRITE TICKET-PRINT-REC
           MOVE SPACES TO TICKET-PRINT-REC
           STRING "TICKET: "        DELIMITED BY SIZE
                  CT-RUN-NUMBER     DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  CT-TICKET-NUMBER  DELIMITED BY SIZE
                  "  PART: "        DELIMITED BY SIZE
                  CT-PART-NUMBER    DELIMITED BY SIZE
                  "  CUST: "        DELIMITED BY SIZE
                  CT-CUSTOMER-NUMBER DELIMITED BY SIZE
                  "  ORDER: "       DELIMITED BY SIZE
                  CT-CUSTOMER-ORDER DELIMITED BY SIZE
                  "  DUE: "         DELIMITED BY SIZE
                  WS-DISPLAY-DUE    DELIMITED BY SIZE
                  "  PRI: "         DELIMITED BY SIZE
                  CT-PRIORITY-CODE  DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-LATE-FLAG      DELIMITED BY SIZE
               INTO TICKET-PRINT-REC
           END-STRING
           WRITE TICKET-PRINT-REC

           MOVE SPACES TO TICKET-PRINT-REC
           STRING "    MATL: "      DELIMITED BY SIZE
                  CT-MATERIAL-CODE  DELIMITED BY SIZE
                  "  THK: "         DELIMITED BY SIZE
                  WS-DISPLAY-THICKNESS DELIMITED BY SIZE
                  "  RADIUS: "      DELIMITED BY SIZE
                  WS-DISPLAY-RADIUS DELIMITED BY SIZE
                  "  INNER: "       DELIMITED BY SIZE
                  WS-DISPLAY-INNER  DELIMITED BY SIZE
                  "  QTY: "         DELIMITED BY SIZE
                  WS-DISPLAY-QUANTITY DELIMITED BY SIZE
               INTO TICKET-PRINT-REC
           END-STRING
           WRITE TICKET-PRINT-REC

           MOVE SPACES TO TICKET-PRINT-REC
           STRING "    PULL  SLUGS: " DELIMITED BY SIZE
                  WS-DISPLAY-SLUGS  DELIMITED BY SIZE
                  "  REMNANT BLANKS: " DELIMITED BY SIZE
                  WS-DISPLAY-REMNANT DELIMITED BY SIZE
                  "  SHEETS: "      DELIMITED BY SIZE
                  WS-DISPLAY-SHEETS DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-SHEET-DESC     DELIMITED BY SIZE
               INTO TICKET-PRINT-REC
           END-STRING
           WRITE TICKET-PRINT-REC

           MOVE SPACES TO TICKET-PRINT-REC
           STRING "    GOOD: ________  SCRAP: ________  "
                                    DELIMITED BY SIZE
                  "SHEETS USED: ________  OPER: __________"
                                    DELIMITED BY SIZE
               INTO TICKET-PRINT-REC
           END-STRING
           WRITE TICKET-PRINT-REC.

       4100-PRINT-SETUP-HEADER.

           ADD 1 TO WS-SETUP-COUNT
           MOVE CT-THICKNESS TO WS-DISPLAY-THICKNESS

           MOVE SPACES TO TICKET-PRINT-REC
           WRITE TICKET-PRINT-REC
           MOVE ALL "=" TO TICKET-PRINT-REC
           WRITE TICKET-PRINT-REC
           MOVE SPACES TO TICKET-PRINT-REC
           STRING "SHEAR SETUP  MATL: " DELIMITED BY SIZE
                  CT-MATERIAL-CODE     DELIMITED BY SIZE
                  "  THK: "            DELIMITED BY SIZE
                  WS-DISPLAY-THICKNESS DELIMITED BY SIZE
               INTO TICKET-PRINT-REC
           END-STRING
           WRITE TICKET-PRINT-REC
           MOVE ALL "=" TO TICKET-PRINT-REC
           WRITE TICKET-PRINT-REC.

       4200-BUILD-SHEET-DESC.

           MOVE SPACES TO WS-SHEET-DESC
           IF CT-NEST-PATTERN = SPACE
               MOVE "(NO FRESH SHEETS)" TO WS-SHEET-DESC
           ELSE
      *        NO LISTED SHEET SIZE HOLDS THE BLANK -- NOTHING IS
      *        PULLED FROM STOCK AND THE SHEAR WORKS FROM PLATE
      *        BROUGHT IN FOR THE JOB.
               IF CT-NEST-OVERSIZE
                   MOVE "*** OVERSIZE -- NO LISTED SHEET, SPECIAL STOCK"
                       TO WS-SHEET-DESC
               ELSE
                   MOVE CT-SHEET-WIDTH      TO WS-DISPLAY-SHEET-W
                   MOVE CT-SHEET-LENGTH     TO WS-DISPLAY-SHEET-L
                   MOVE CT-BLANKS-PER-SHEET TO WS-DISPLAY-PER-SHEET
                   IF CT-FORM-COIL
                       MOVE "COIL"  TO WS-DISPLAY-FORM
                   ELSE
                       MOVE "SHEET" TO WS-DISPLAY-FORM
                   END-IF
                   IF CT-NEST-STAGGER
                       MOVE "STAGGER" TO WS-DISPLAY-PATTERN
                   ELSE
                       MOVE "GRID"    TO WS-DISPLAY-PATTERN
                   END-IF
                   STRING "OF "              DELIMITED BY SIZE
                          WS-DISPLAY-SHEET-W DELIMITED BY SIZE
                          " X "              DELIMITED BY SIZE
                          WS-DISPLAY-SHEET-L DELIMITED BY SIZE
                          " "                DELIMITED BY SIZE
                          WS-DISPLAY-FORM    DELIMITED BY SIZE
                          " "                DELIMITED BY SIZE
                          WS-DISPLAY-PATTERN DELIMITED BY SIZE
                          " AT"              DELIMITED BY SIZE
                          WS-DISPLAY-PER-SHEET DELIMITED BY SIZE
                          " PER SHEET"       DELIMITED BY SIZE
                       INTO WS-SHEET-DESC
                   END-STRING
               END-IF
           END-IF.

       8000-SORT-TICKET-TABLE.

           PERFORM 8100-COMPARE-AND-SWAP
               VARYING WS-TABLE-SUB FROM WS-SORT-SUB BY 1
               UNTIL WS-TABLE-SUB > WS-TICKET-COUNT.

       8100-COMPARE-AND-SWAP.

           IF WS-TK-SORT-KEY (WS-TABLE-SUB)
               < WS-TK-SORT-KEY (WS-SORT-SUB)
               MOVE WS-TICKET-ENTRY (WS-SORT-SUB) TO WS-SORT-HOLD
               MOVE WS-TICKET-ENTRY (WS-TABLE-SUB)
                   TO WS-TICKET-ENTRY (WS-SORT-SUB)
               MOVE WS-SORT-HOLD TO WS-TICKET-ENTRY (WS-TABLE-SUB)
           END-IF.

       9000-TERMINATE.

           PERFORM 8000-SORT-TICKET-TABLE
               VARYING WS-SORT-SUB FROM 1 BY 1
               UNTIL WS-SORT-SUB NOT < WS-TICKET-COUNT

           MOVE SPACES TO TICKET-PRINT-REC
           STRING "SHEAR CUT TICKETS" DELIMITED BY SIZE
                  WS-RUN-STAMP       DELIMITED BY SIZE
               INTO TICKET-PRINT-REC
           END-STRING
           WRITE TICKET-PRINT-REC

      *    THE TICKET FILE STAYS OPEN THROUGH THE PRINT -- EACH
      *    SORTED IMAGE IS MOVED BACK INTO ITS RECORD AREA SO THE
      *    TICKET LINES ARE BUILT FROM THE COPYBOOK FIELDS.
           PERFORM 4000-PRINT-TICKET
               VARYING WS-TABLE-SUB FROM 1 BY 1
               UNTIL WS-TABLE-SUB > WS-TICKET-COUNT

           MOVE SPACES TO TICKET-PRINT-REC
           WRITE TICKET-PRINT-REC
           MOVE WS-TICKET-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO TICKET-PRINT-REC
           STRING "TICKETS PRINTED: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT   DELIMITED BY SIZE
               INTO TICKET-PRINT-REC
           END-STRING
           WRITE TICKET-PRINT-REC
           MOVE WS-SETUP-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO TICKET-PRINT-REC
           STRING "SHEAR SETUPS:    " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT   DELIMITED BY SIZE
               INTO TICKET-PRINT-REC
           END-STRING
           WRITE TICKET-PRINT-REC

           DISPLAY "CIRCLE-TICKETS: TICKETS PRINTED "
               WS-TICKET-COUNT

           CLOSE CUT-TICKET-FILE
           CLOSE TICKET-PRINT-FILE

           PERFORM 9800-RECORD-RUN-LEDGER.

       9800-RECORD-RUN-LEDGER.

      *    THE LEDGER RECORD GOES ON LAST, ONCE EVERY OUTPUT IS
      *    CLOSED -- A STEP THAT ABENDS PART WAY LEAVES NO RECORD
      *    AND RUNS AGAIN ON THE RESUBMIT.
           OPEN I-O RUN-LEDGER-FILE
           IF WS-RUN-LEDGER-OK
               MOVE WS-RUN-DATE TO RL-RUN-DATE
               MOVE WS-RUN-NUMBER TO RL-RUN-NUMBER
               MOVE "CIRCLE-TICKETS" TO RL-PROGRAM-NAME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               ACCEPT RL-FINISH-DATE FROM DATE YYYYMMDD
               ACCEPT RL-FINISH-TIME FROM TIME
               MOVE WS-TICKETS-READ TO RL-RECORDS-READ
               MOVE WS-TICKET-COUNT TO RL-RECORDS-WRITTEN
               MOVE WS-SETUP-COUNT TO RL-TOTAL-AMOUNT
               MOVE "SHEAR SETUPS" TO RL-TOTAL-DESC
               MOVE ZEROES TO RL-SKIP-COUNT
               MOVE ZEROES TO RL-LAST-SKIP-DATE
               MOVE ZEROES TO RL-LAST-SKIP-TIME
               WRITE RUN-LEDGER-REC
                   INVALID KEY
                       DISPLAY "CIRCLE-TICKETS: RUN LEDGER RECORD "
                           "NOT WRITTEN, STATUS "
                           WS-RUN-LEDGER-STATUS
               END-WRITE
               CLOSE RUN-LEDGER-FILE
           ELSE
               DISPLAY "CIRCLE-TICKETS: RUN-LEDGER-FILE DID NOT "
                   "OPEN, STATUS " WS-RUN-LEDGER-STATUS
                   " -- RUN NOT LEDGERED"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       END PROGRAM CIRCLE-TICKETS.
