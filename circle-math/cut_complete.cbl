       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUT-COMPLETE.
       AUTHOR. DAN SANTOS.
      ******************************************
      *  Day-shift cut-ticket completion       *
      *  entry.  Steps through the open cut    *
      *  tickets CIRCLE-YIELD wrote, shows the *
      *  operator each ticket and what was     *
      *  projected for it, and takes the good  *
      *  blanks, scrapped blanks, and sheets   *
      *  actually used off the ticket the      *
      *  shear operator filled in.  Completed  *
      *  tickets go to the completed file for  *
      *  CUT-RECONCILE; tickets skipped carry  *
      *  over to the next pass.                *
      ******************************************
      * MODIFICATION HISTORY                    *
      * ---------------------------------------- *
      * 2026-10-15  DS  Original version.        *
      ******************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUT-TICKET-FILE ASSIGN TO CUTOPEN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUT-TICKET-STATUS.

           SELECT COMPLETED-FILE ASSIGN TO CUTDONE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CARRY-OVER-FILE ASSIGN TO CUTCARY
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUT-TICKET-FILE.
       COPY "cut_ticket_rec".

       FD  COMPLETED-FILE.
       01  COMPLETED-REC               PIC X(188).

       FD  CARRY-OVER-FILE.
       01  CARRY-OVER-REC              PIC X(188).

       WORKING-STORAGE SECTION.
        01 WS-SWITCHES.
           05 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-EOF                    VALUE "Y".
           05 WS-SESSION-END-SWITCH    PIC X(01) VALUE "N".
               88 WS-SESSION-END            VALUE "Y".
           05 WS-ENTRY-DONE-SWITCH     PIC X(01) VALUE "N".
               88 WS-ENTRY-DONE             VALUE "Y".
           05 WS-CUT-TICKET-STATUS     PIC X(02) VALUE SPACES.
               88 WS-CUT-TICKET-OK          VALUE "00".
        01 WS-COUNTERS.
           05 WS-TICKETS-READ          PIC 9(07) VALUE ZEROES COMP.
           05 WS-TICKETS-COMPLETED     PIC 9(07) VALUE ZEROES COMP.
           05 WS-TICKETS-CARRIED       PIC 9(07) VALUE ZEROES COMP.
        01 WS-ENTRY-DATE               PIC 9(08) VALUE ZEROES.
        01 WS-OPERATOR-ID              PIC X(10) VALUE SPACES.
        01 WS-OPERATOR-INPUT.
           05 WS-ACTION-CODE           PIC X(01) VALUE SPACE.
               88 WS-ACTION-COMPLETE        VALUE "C" "c".
               88 WS-ACTION-SKIP            VALUE "S" "s".
               88 WS-ACTION-END             VALUE "E" "e".
           05 WS-FIELD-IN              PIC X(08) VALUE SPACES.
           05 WS-BLANKS-IN REDEFINES WS-FIELD-IN.
               10 WS-BLANKS-DIGITS     PIC 9(05).
               10 FILLER               PIC X(03).
           05 WS-SHEETS-IN REDEFINES WS-FIELD-IN.
               10 WS-SHEETS-DIGITS     PIC 9(07).
               10 FILLER               PIC X(01).
        01 WS-ENTERED-VALUES.
           05 WS-GOOD-BLANKS           PIC 9(05) VALUE ZEROES.
           05 WS-SCRAP-BLANKS          PIC 9(05) VALUE ZEROES.
           05 WS-SHEETS-USED           PIC 9(07) VALUE ZEROES.
        01 WS-DISPLAY-RADIUS           PIC ZZZZ9.999.
        01 WS-DISPLAY-THICKNESS        PIC ZZ9.999.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TICKET-FILE
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE

           STOP RUN.

       1000-INITIALIZE.

           OPEN INPUT CUT-TICKET-FILE
           IF NOT WS-CUT-TICKET-OK
               DISPLAY "CUT-COMPLETE: CUT-TICKET-FILE DID NOT "
                   "OPEN, STATUS " WS-CUT-TICKET-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND COMPLETED-FILE
           OPEN OUTPUT CARRY-OVER-FILE

           ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD

           DISPLAY "----------------------------------------"
           DISPLAY "  CUT TICKET COMPLETION ENTRY"
           DISPLAY "----------------------------------------"
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID

           PERFORM 2100-READ-TICKET-FILE.

       2000-PROCESS-TICKET-FILE.

           IF WS-SESSION-END
               PERFORM 4000-CARRY-TICKET-OVER
           ELSE
               PERFORM 3000-OFFER-TICKET
           END-IF
           PERFORM 2100-READ-TICKET-FILE.

       2100-READ-TICKET-FILE.

           READ CUT-TICKET-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TICKETS-READ
           END-READ.

       3000-OFFER-TICKET.

           MOVE CT-RADIUS    TO WS-DISPLAY-RADIUS
           MOVE CT-THICKNESS TO WS-DISPLAY-THICKNESS
           DISPLAY " "
           DISPLAY "Ticket: " CT-RUN-NUMBER "-" CT-TICKET-NUMBER
               "  Run date: " CT-RUN-DATE
               "  Part: " CT-PART-NUMBER
               "  Cust: " CT-CUSTOMER-NUMBER
               "  Order: " CT-CUSTOMER-ORDER
           DISPLAY "Matl: " CT-MATERIAL-CODE
               "  Thk: " WS-DISPLAY-THICKNESS
               "  Radius: " WS-DISPLAY-RADIUS
               "  Qty: " CT-ORDER-QUANTITY
           DISPLAY "Projected  slugs: " CT-SLUG-BLANKS
               "  remnant blanks: " CT-REMNANT-BLANKS
               "  sheets: " CT-SHEETS-PROJECTED
           IF CT-NEST-OVERSIZE
               DISPLAY "Oversize -- no listed sheet holds this blank; "
                   "cut from special stock."
           END-IF
           DISPLAY "Action (C=complete, S=skip, E=end): "
               WITH NO ADVANCING
           ACCEPT WS-ACTION-CODE

           IF WS-ACTION-COMPLETE
               PERFORM 3100-ACCEPT-ACTUALS
               IF WS-ENTRY-DONE
                   PERFORM 3500-COMPLETE-TICKET
               ELSE
                   PERFORM 4000-CARRY-TICKET-OVER
               END-IF
           ELSE
               IF WS-ACTION-END
                   SET WS-SESSION-END TO TRUE
                   PERFORM 4000-CARRY-TICKET-OVER
               ELSE
                   PERFORM 4000-CARRY-TICKET-OVER
               END-IF
           END-IF.

       3100-ACCEPT-ACTUALS.

      *    ANY FIGURE THAT WILL NOT EDIT LEAVES THE TICKET OPEN
      *    FOR THE NEXT PASS RATHER THAN RECONCILING A GUESS.
           MOVE "N" TO WS-ENTRY-DONE-SWITCH

           DISPLAY "Good blanks (5 digits, zero filled): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           IF WS-BLANKS-DIGITS IS NUMERIC
               MOVE WS-BLANKS-DIGITS TO WS-GOOD-BLANKS

               DISPLAY "Scrapped blanks (5 digits, zero filled): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-FIELD-IN
               ACCEPT WS-FIELD-IN
               IF WS-BLANKS-DIGITS IS NUMERIC
                   MOVE WS-BLANKS-DIGITS TO WS-SCRAP-BLANKS
                   PERFORM 3110-ACCEPT-SHEETS-USED
               ELSE
                   DISPLAY "Not a 5-digit count -- ticket left "
                       "for the next pass."
               END-IF
           ELSE
               DISPLAY "Not a 5-digit count -- ticket left for "
                   "the next pass."
           END-IF.

       3110-ACCEPT-SHEETS-USED.

           DISPLAY "Sheets used (7 digits, zero filled): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           IF WS-SHEETS-DIGITS IS NUMERIC
               MOVE WS-SHEETS-DIGITS TO WS-SHEETS-USED
               SET WS-ENTRY-DONE TO TRUE
           ELSE
               DISPLAY "Not a 7-digit count -- ticket left for "
                   "the next pass."
           END-IF.

       3500-COMPLETE-TICKET.

           MOVE WS-GOOD-BLANKS  TO CT-GOOD-BLANKS
           MOVE WS-SCRAP-BLANKS TO CT-SCRAP-BLANKS
           MOVE WS-SHEETS-USED  TO CT-SHEETS-USED
           MOVE WS-ENTRY-DATE   TO CT-COMPLETE-DATE
           MOVE WS-OPERATOR-ID  TO CT-COMPLETE-OPERATOR

           MOVE CUT-TICKET-REC TO COMPLETED-REC
           WRITE COMPLETED-REC
           ADD 1 TO WS-TICKETS-COMPLETED

           IF WS-GOOD-BLANKS < CT-ORDER-QUANTITY
               DISPLAY "Ticket " CT-TICKET-NUMBER
                   " completed short -- the reconciliation will "
                   "queue a makeup order."
           ELSE
               DISPLAY "Ticket " CT-TICKET-NUMBER " completed."
           END-IF.

       4000-CARRY-TICKET-OVER.

           MOVE CUT-TICKET-REC TO CARRY-OVER-REC
           WRITE CARRY-OVER-REC
           ADD 1 TO WS-TICKETS-CARRIED.

       9000-TERMINATE.

           DISPLAY " "
           DISPLAY "Tickets read:      " WS-TICKETS-READ
           DISPLAY "Tickets completed: " WS-TICKETS-COMPLETED
           DISPLAY "Tickets carried:   " WS-TICKETS-CARRIED

           CLOSE CUT-TICKET-FILE
           CLOSE COMPLETED-FILE
           CLOSE CARRY-OVER-FILE.

       END PROGRAM CUT-COMPLETE.
