      * MODIFICATION HISTORY                    *
      * ---------------------------------------- *
      * 2026-09-02  DS  Original version.        *
      * 2026-10-15  DS  Standard area is net of *
      *                 the part master's ring  *
      *                 inner radius.           *
      * 2026-10-15  DS  Checks the run ledger    *
      *                 first and skips when     *
      *                 this run was already     *
      *                 costed; ledgers the      *
      *                 lines, lines flagged,    *
      *                 and net variance when    *
      *                 it finishes.             *
      ******************************************

       ENVIRONMENT DIVISION.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO VARRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-LEDGER-KEY
               FILE STATUS IS WS-RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       FD  VARIANCE-REPORT-FILE.
       01  VARIANCE-REPORT-REC         PIC X(132).

       FD  RUN-LEDGER-FILE.
       COPY "run_ledger_rec".

       WORKING-STORAGE SECTION.
        01 WS-CONSTANTS.
           05 WS-PI                    PIC 9V9999999 VALUE 3.1415927.
               88 WS-PART-MASTER-OK         VALUE "00".
           05 WS-RUN-CONTROL-STATUS    PIC X(02) VALUE SPACES.
               88 WS-RUN-CONTROL-OK         VALUE "00".
           05 WS-RUN-LEDGER-STATUS     PIC X(02) VALUE SPACES.
               88 WS-RUN-LEDGER-OK          VALUE "00".
        01 WS-RUN-STAMP.
           05 FILLER                   PIC X(07) VALUE "  RUN: ".
           05 WS-STAMP-NUMBER          PIC 9(05) VALUE ZEROES.
           05 WS-LINES-REPORTED        PIC 9(07) VALUE ZEROES COMP.
           05 WS-LINES-NO-STANDARD     PIC 9(07) VALUE ZEROES COMP.
           05 WS-LINES-FLAGGED         PIC 9(07) VALUE ZEROES COMP.
           05 WS-RESULTS-READ          PIC 9(07) VALUE ZEROES COMP.
           05 WS-MATL-COUNT            PIC 9(03) VALUE ZEROES COMP.
           05 WS-TABLE-SUB             PIC 9(03) VALUE ZEROES COMP.
           05 WS-SORT-SUB              PIC 9(03) VALUE ZEROES COMP.
        01 WS-STANDARD-WORK.
           05 WS-STD-AREA              PIC 9(05)V999 VALUE ZEROES.
           05 WS-STD-INNER-RADIUS      PIC 9(05)V999 VALUE ZEROES.
           05 WS-STD-WEIGHT            PIC 9(07)V999 VALUE ZEROES.
           05 WS-STD-COST              PIC 9(07)V99 VALUE ZEROES.
           05 WS-STD-EXTENDED-COST     PIC 9(09)V99 VALUE ZEROES.

           PERFORM 1100-READ-CONTROL-CARD
           PERFORM 1200-READ-RUN-CONTROL
           PERFORM 1250-CHECK-RUN-LEDGER

           OPEN INPUT PART-MASTER-FILE
           IF NOT WS-PART-MASTER-OK
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1250-CHECK-RUN-LEDGER.

      *    A STEP ALREADY ON THE LEDGER FOR THIS RUN FINISHED THE
      *    LAST TIME THE JOB WAS SUBMITTED -- RUNNING IT AGAIN WOULD
      *    SEND THE SAME WORK DOWNSTREAM TWICE, SO IT IS SKIPPED
      *    BEFORE ANY OUTPUT IS OPENED.
           OPEN I-O RUN-LEDGER-FILE
           IF NOT WS-RUN-LEDGER-OK
               DISPLAY "CIRCLE-VARIANCE: RUN-LEDGER-FILE DID NOT "
                   "OPEN, STATUS " WS-RUN-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-STAMP-DATE TO RL-RUN-DATE
           MOVE WS-STAMP-NUMBER TO RL-RUN-NUMBER
           MOVE "CIRCLE-VARIANCE" TO RL-PROGRAM-NAME
           READ RUN-LEDGER-FILE
               INVALID KEY
                   CLOSE RUN-LEDGER-FILE
               NOT INVALID KEY
                   PERFORM 1260-SKIP-FINISHED-STEP
           END-READ.

       1260-SKIP-FINISHED-STEP.

      *    THE SKIP ENDS WITH THE RETURN CODE THE STEP FIRST
      *    FINISHED WITH, SO THE CONDITION CODES ON THE STEPS
      *    BEHIND IT SEE THE SAME NIGHT THEY SAW THE FIRST TIME.
           DISPLAY "CIRCLE-VARIANCE: ALREADY FINISHED FOR RUN "
               RL-RUN-NUMBER "/" RL-RUN-DATE " -- SKIPPED"
           ADD 1 TO RL-SKIP-COUNT
           ACCEPT RL-LAST-SKIP-DATE FROM DATE YYYYMMDD
           ACCEPT RL-LAST-SKIP-TIME FROM TIME
           REWRITE RUN-LEDGER-REC
               INVALID KEY
                   DISPLAY "CIRCLE-VARIANCE: RUN LEDGER SKIP NOT "
                       "RECORDED, STATUS " WS-RUN-LEDGER-STATUS
           END-REWRITE
           CLOSE RUN-LEDGER-FILE
           MOVE RL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1300-WRITE-REPORT-HEADING.

           MOVE WS-THRESHOLD-PCT TO WS-DISPLAY-THRESHOLD
           READ RESULT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RESULTS-READ
           END-READ.

       3000-COST-AGAINST-STANDARD.
      *    NOT THE MATERIAL MASTER FIGURES THE RUN PRICED WITH,
      *    SO A PART SET UP AGAINST THE WRONG MATERIAL SHOWS UP
      *    AS A VARIANCE INSTEAD OF DISAPPEARING INTO IT.
      *    A PART WRITTEN BEFORE THE INNER RADIUS EXISTED
      *    CARRIES SPACES THERE -- IT IS A SOLID DISC.
           IF PM-STANDARD-INNER-RADIUS NUMERIC
               MOVE PM-STANDARD-INNER-RADIUS TO WS-STD-INNER-RADIUS
           ELSE
               MOVE ZEROES TO WS-STD-INNER-RADIUS
           END-IF
           COMPUTE WS-STD-AREA =
               WS-PI * (PM-STANDARD-RADIUS * PM-STANDARD-RADIUS
                   - WS-STD-INNER-RADIUS * WS-STD-INNER-RADIUS)
           COMPUTE WS-STD-WEIGHT =
               WS-STD-AREA * PM-THICKNESS * PM-DENSITY
           COMPUTE WS-STD-COST =

           IF WS-LINES-FLAGGED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 9800-RECORD-RUN-LEDGER.

       8000-SORT-MATL-TABLE.

           END-STRING
           WRITE VARIANCE-REPORT-REC.

       9800-RECORD-RUN-LEDGER.

      *    THE LEDGER RECORD GOES ON LAST, ONCE EVERY OUTPUT IS
      *    CLOSED -- A STEP THAT ABENDS PART WAY LEAVES NO RECORD
      *    AND RUNS AGAIN ON THE RESUBMIT.
           OPEN I-O RUN-LEDGER-FILE
           IF WS-RUN-LEDGER-OK
               MOVE WS-STAMP-DATE TO RL-RUN-DATE
               MOVE WS-STAMP-NUMBER TO RL-RUN-NUMBER
               MOVE "CIRCLE-VARIANCE" TO RL-PROGRAM-NAME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               ACCEPT RL-FINISH-DATE FROM DATE YYYYMMDD
               ACCEPT RL-FINISH-TIME FROM TIME
               MOVE WS-RESULTS-READ TO RL-RECORDS-READ
               MOVE WS-LINES-FLAGGED TO RL-RECORDS-WRITTEN
               MOVE WS-TOTAL-VARIANCE TO RL-TOTAL-AMOUNT
               MOVE "COST VARIANCE" TO RL-TOTAL-DESC
               MOVE ZEROES TO RL-SKIP-COUNT
               MOVE ZEROES TO RL-LAST-SKIP-DATE
               MOVE ZEROES TO RL-LAST-SKIP-TIME
               WRITE RUN-LEDGER-REC
                   INVALID KEY
                       DISPLAY "CIRCLE-VARIANCE: RUN LEDGER RECORD "
                           "NOT WRITTEN, STATUS "
                           WS-RUN-LEDGER-STATUS
               END-WRITE
               CLOSE RUN-LEDGER-FILE
           ELSE
               DISPLAY "CIRCLE-VARIANCE: RUN-LEDGER-FILE DID NOT "
                   "OPEN, STATUS " WS-RUN-LEDGER-STATUS
                   " -- RUN NOT LEDGERED"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       END PROGRAM CIRCLE-VARIANCE.
