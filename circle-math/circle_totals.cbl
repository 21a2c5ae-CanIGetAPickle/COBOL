      *                 alongside the printed    *
      *                 totals, for the weekly   *
      *                 reject analysis.         *
      * 2026-10-15  DS  Checks the run ledger    *
      *                 first and skips, ending  *
      *                 with the return code it  *
      *                 first finished with,     *
      *                 when this run was        *
      *                 already balanced, so a   *
      *                 resubmitted CIRCMAT      *
      *                 keeps the same draw and  *
      *                 billing decision and     *
      *                 STATLOG gets no second   *
      *                 "T" record; ledgers the  *
      *                 counts and variance when *
      *                 it finishes.             *
      * 2026-10-15  DS  Counts the lines CIRCLE- *
      *                 MATH put on HELDFILE for *
      *                 this run -- customers on *
      *                 credit hold -- into the  *
      *                 reconciliation alongside *
      *                 the extract and the      *
      *                 rejects, prints them as  *
      *                 a HELD RECORD COUNT      *
      *                 line, and ledgers them   *
      *                 in the records read.     *
      ******************************************

       ENVIRONMENT DIVISION.
           SELECT REJECT-FILE ASSIGN TO REJFILE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HELD-ORDER-FILE ASSIGN TO HELDFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

           SELECT TOTALS-FILE ASSIGN TO TOTFILE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-STATS-FILE ASSIGN TO STATLOG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-LEDGER-KEY
               FILE STATUS IS WS-RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HEADER-FILE.
       FD  REJECT-FILE.
       01  REJECT-REC                  PIC X(120).

       FD  HELD-ORDER-FILE.
       COPY "held_order_rec".

       FD  TOTALS-FILE.
       01  TOTALS-REC                  PIC X(80).

       FD  RUN-STATS-FILE.
       COPY "run_stats_rec".

       FD  RUN-LEDGER-FILE.
       COPY "run_ledger_rec".

       WORKING-STORAGE SECTION.
        01 WS-SWITCHES.
           05 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-EOF                    VALUE "Y".
           05 WS-REJECT-EOF-SWITCH     PIC X(01) VALUE "N".
               88 WS-REJECT-EOF             VALUE "Y".
           05 WS-HELD-EOF-SWITCH       PIC X(01) VALUE "N".
               88 WS-HELD-EOF               VALUE "Y".
           05 WS-HELD-STATUS           PIC X(02) VALUE SPACES.
               88 WS-HELD-OK                VALUE "00".
           05 WS-RUN-CONTROL-STATUS    PIC X(02) VALUE SPACES.
               88 WS-RUN-CONTROL-OK         VALUE "00".
           05 WS-RUN-LEDGER-STATUS     PIC X(02) VALUE SPACES.
               88 WS-RUN-LEDGER-OK          VALUE "00".
        01 WS-RUN-STAMP.
           05 FILLER                   PIC X(07) VALUE "  RUN: ".
           05 WS-STAMP-NUMBER          PIC 9(05) VALUE ZEROES.
        01 WS-COUNTERS.
           05 WS-ACTUAL-COUNT          PIC 9(07) VALUE ZEROES COMP.
           05 WS-REJECT-COUNT          PIC 9(07) VALUE ZEROES COMP.
           05 WS-HELD-COUNT            PIC 9(07) VALUE ZEROES COMP.
           05 WS-EXPECTED-COUNT        PIC 9(07) VALUE ZEROES COMP.
           05 WS-COUNT-VARIANCE        PIC S9(07) VALUE ZEROES COMP.
        01 WS-ACCUMULATORS.
        01 WS-DISPLAY-VALUES.
           05 WS-DISPLAY-ACTUAL-COUNT  PIC Z,ZZZ,ZZ9.
           05 WS-DISPLAY-REJECT-COUNT  PIC Z,ZZZ,ZZ9.
           05 WS-DISPLAY-HELD-COUNT    PIC Z,ZZZ,ZZ9.
           05 WS-DISPLAY-EXPECT-COUNT  PIC Z,ZZZ,ZZ9.
           05 WS-DISPLAY-VARIANCE      PIC -(6)9.
           05 WS-DISPLAY-TOTAL-CIRC    PIC ZZZ,ZZZ,ZZ9.999.
           CLOSE HEADER-FILE

           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1150-CHECK-RUN-LEDGER

           PERFORM 1200-COUNT-REJECT-FILE
           PERFORM 1300-COUNT-HELD-FILE

           OPEN INPUT  EXTRACT-FILE
           OPEN OUTPUT TOTALS-FILE
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1150-CHECK-RUN-LEDGER.

      *    A STEP ALREADY ON THE LEDGER FOR THIS RUN FINISHED THE
      *    LAST TIME THE JOB WAS SUBMITTED -- RUNNING IT AGAIN WOULD
      *    SEND THE SAME WORK DOWNSTREAM TWICE, SO IT IS SKIPPED
      *    BEFORE ANY OUTPUT IS OPENED.
           OPEN I-O RUN-LEDGER-FILE
           IF NOT WS-RUN-LEDGER-OK
               DISPLAY "CIRCLE-TOTALS: RUN-LEDGER-FILE DID NOT "
                   "OPEN, STATUS " WS-RUN-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-STAMP-DATE TO RL-RUN-DATE
           MOVE WS-STAMP-NUMBER TO RL-RUN-NUMBER
           MOVE "CIRCLE-TOTALS" TO RL-PROGRAM-NAME
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
           DISPLAY "CIRCLE-TOTALS: ALREADY FINISHED FOR RUN "
               RL-RUN-NUMBER "/" RL-RUN-DATE " -- SKIPPED"
           ADD 1 TO RL-SKIP-COUNT
           ACCEPT RL-LAST-SKIP-DATE FROM DATE YYYYMMDD
           ACCEPT RL-LAST-SKIP-TIME FROM TIME
           REWRITE RUN-LEDGER-REC
               INVALID KEY
                   DISPLAY "CIRCLE-TOTALS: RUN LEDGER SKIP NOT "
                       "RECORDED, STATUS " WS-RUN-LEDGER-STATUS
           END-REWRITE
           CLOSE RUN-LEDGER-FILE
           MOVE RL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1200-COUNT-REJECT-FILE.

           OPEN INPUT REJECT-FILE
                   ADD 1 TO WS-REJECT-COUNT
           END-READ.

       1300-COUNT-HELD-FILE.

      *    HELDFILE IS A STANDING QUEUE CARRYING LINES HELD ON
      *    EARLIER NIGHTS TOO -- ONLY THE LINES STAMPED WITH THIS
      *    RUN'S DATE AND NUMBER BELONG TO TONIGHT'S BALANCE.  NO
      *    QUEUE AT ALL MEANS NOTHING WAS HELD.
           OPEN INPUT HELD-ORDER-FILE
           IF WS-HELD-OK
               PERFORM 1310-READ-HELD-FILE
                   UNTIL WS-HELD-EOF
               CLOSE HELD-ORDER-FILE
           END-IF.

       1310-READ-HELD-FILE.

           READ HELD-ORDER-FILE
               AT END
                   SET WS-HELD-EOF TO TRUE
               NOT AT END
                   IF HO-HOLD-RUN-DATE = WS-STAMP-DATE
                       AND HO-HOLD-RUN-NUMBER = WS-STAMP-NUMBER
                       ADD 1 TO WS-HELD-COUNT
                   END-IF
           END-READ.

       2000-PROCESS-EXTRACT-FILE.

           ADD 1 TO WS-ACTUAL-COUNT
       9000-TERMINATE.

      *    A CLEAN RUN ACCOUNTS FOR EVERY PART-FILE TRANSACTION AS
      *    EITHER A REPORTED PART (ON EXTRACT-FILE), AN EXPECTED,
      *    LOGGED REJECT (ON REJECT-FILE), OR A LINE HELD FOR A
      *    CUSTOMER ON CREDIT HOLD (ON HELDFILE) -- ALL THREE COUNT
      *    TOWARD THE EXPECTED TOTAL, SO A RUN WITH ONLY EXPECTED
      *    REJECTS AND HOLDS CAN STILL BALANCE.
           COMPUTE WS-COUNT-VARIANCE =
               WS-ACTUAL-COUNT + WS-REJECT-COUNT + WS-HELD-COUNT
                   - WS-EXPECTED-COUNT

           PERFORM 9100-WRITE-TOTALS-REPORT
           PERFORM 9200-WRITE-RUN-STATISTICS

           CLOSE EXTRACT-FILE
           CLOSE TOTALS-FILE

           PERFORM 9800-RECORD-RUN-LEDGER.

       9100-WRITE-TOTALS-REPORT.

           MOVE WS-ACTUAL-COUNT        TO WS-DISPLAY-ACTUAL-COUNT
           MOVE WS-REJECT-COUNT        TO WS-DISPLAY-REJECT-COUNT
           MOVE WS-HELD-COUNT          TO WS-DISPLAY-HELD-COUNT
           MOVE WS-EXPECTED-COUNT      TO WS-DISPLAY-EXPECT-COUNT
           MOVE WS-COUNT-VARIANCE      TO WS-DISPLAY-VARIANCE
           MOVE WS-TOTAL-CIRCUMFERENCE TO WS-DISPLAY-TOTAL-CIRC
           END-STRING
           WRITE TOTALS-REC

           MOVE SPACES TO TOTALS-REC
           STRING "HELD     RECORD COUNT: " DELIMITED BY SIZE
                  WS-DISPLAY-HELD-COUNT     DELIMITED BY SIZE
                  WS-RUN-STAMP              DELIMITED BY SIZE
               INTO TOTALS-REC
           END-STRING
           WRITE TOTALS-REC

           MOVE SPACES TO TOTALS-REC
           STRING "RECORD COUNT VARIANCE: " DELIMITED BY SIZE
                  WS-DISPLAY-VARIANCE       DELIMITED BY SIZE

           CLOSE RUN-STATS-FILE.

       9800-RECORD-RUN-LEDGER.

      *    THE LEDGER RECORD GOES ON LAST, ONCE EVERY OUTPUT IS
      *    CLOSED -- A STEP THAT ABENDS PART WAY LEAVES NO RECORD
      *    AND RUNS AGAIN ON THE RESUBMIT.
           OPEN I-O RUN-LEDGER-FILE
           IF WS-RUN-LEDGER-OK
               MOVE WS-STAMP-DATE TO RL-RUN-DATE
               MOVE WS-STAMP-NUMBER TO RL-RUN-NUMBER
               MOVE "CIRCLE-TOTALS" TO RL-PROGRAM-NAME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               ACCEPT RL-FINISH-DATE FROM DATE YYYYMMDD
               ACCEPT RL-FINISH-TIME FROM TIME
               COMPUTE RL-RECORDS-READ =
                   WS-ACTUAL-COUNT + WS-REJECT-COUNT + WS-HELD-COUNT
               MOVE WS-ACTUAL-COUNT TO RL-RECORDS-WRITTEN
               MOVE WS-COUNT-VARIANCE TO RL-TOTAL-AMOUNT
               MOVE "COUNT VARIANCE" TO RL-TOTAL-DESC
               MOVE ZEROES TO RL-SKIP-COUNT
               MOVE ZEROES TO RL-LAST-SKIP-DATE
               MOVE ZEROES TO RL-LAST-SKIP-TIME
               WRITE RUN-LEDGER-REC
                   INVALID KEY
                       DISPLAY "CIRCLE-TOTALS: RUN LEDGER RECORD "
                           "NOT WRITTEN, STATUS "
                           WS-RUN-LEDGER-STATUS
               END-WRITE
               CLOSE RUN-LEDGER-FILE
           ELSE
               DISPLAY "CIRCLE-TOTALS: RUN-LEDGER-FILE DID NOT "
                   "OPEN, STATUS " WS-RUN-LEDGER-STATUS
                   " -- RUN NOT LEDGERED"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       END PROGRAM CIRCLE-TOTALS.
