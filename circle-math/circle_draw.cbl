      *                 acknowledgments back     *
      *                 and age whatever never   *
      *                 comes home.              *
      * 2026-10-15  DS  Checks the run ledger    *
      *                 first and skips without  *
      *                 posting when this run    *
      *                 was already drawn, so a  *
      *                 resubmitted CIRCMAT      *
      *                 cannot relieve stock     *
      *                 twice; ledgers the       *
      *                 postings and pounds when *
      *                 it finishes.             *
      ******************************************

       ENVIRONMENT DIVISION.
           SELECT OUTSTANDING-FILE ASSIGN TO OUTPOST
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-LEDGER-KEY
               FILE STATUS IS WS-RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
       FD  OUTSTANDING-FILE.
       COPY "outstanding_post_rec".

       FD  RUN-LEDGER-FILE.
       COPY "run_ledger_rec".

       WORKING-STORAGE SECTION.
        01 WS-SWITCHES.
           05 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-USAGE-OK               VALUE "00".
           05 WS-USAGE-EOF-SWITCH      PIC X(01) VALUE "N".
               88 WS-USAGE-EOF              VALUE "Y".
           05 WS-RUN-LEDGER-STATUS     PIC X(02) VALUE SPACES.
               88 WS-RUN-LEDGER-OK          VALUE "00".
        01 WS-RUN-VALUES.
           05 WS-RUN-DATE              PIC 9(08) VALUE ZEROES.
           05 WS-RUN-NUMBER            PIC 9(05) VALUE ZEROES.
           05 WS-TABLE-SUB             PIC 9(03) VALUE ZEROES COMP.
           05 WS-SORT-SUB              PIC 9(03) VALUE ZEROES COMP.
           05 WS-POSTINGS-WRITTEN      PIC 9(03) VALUE ZEROES COMP.
           05 WS-RESULTS-READ          PIC 9(07) VALUE ZEROES COMP.
        01 WS-POUNDS-POSTED            PIC 9(11)V999 VALUE ZEROES.
        01 WS-MATERIAL-TABLE.
           05 WS-MATL-ENTRY OCCURS 50 TIMES.
               10 WS-MATL-CODE         PIC X(04).
       1000-INITIALIZE.

           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1150-CHECK-RUN-LEDGER

           OPEN INPUT  RESULT-FILE
           OPEN OUTPUT INVENTORY-FILE
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1150-CHECK-RUN-LEDGER.

      *    A STEP ALREADY ON THE LEDGER FOR THIS RUN FINISHED THE
      *    LAST TIME THE JOB WAS SUBMITTED -- RUNNING IT AGAIN WOULD
      *    SEND THE SAME WORK DOWNSTREAM TWICE, SO IT IS SKIPPED
      *    BEFORE ANY OUTPUT IS OPENED.
           OPEN I-O RUN-LEDGER-FILE
           IF NOT WS-RUN-LEDGER-OK
               DISPLAY "CIRCLE-DRAW: RUN-LEDGER-FILE DID NOT "
                   "OPEN, STATUS " WS-RUN-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO RL-RUN-DATE
           MOVE WS-RUN-NUMBER TO RL-RUN-NUMBER
           MOVE "CIRCLE-DRAW" TO RL-PROGRAM-NAME
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
           DISPLAY "CIRCLE-DRAW: ALREADY FINISHED FOR RUN "
               RL-RUN-NUMBER "/" RL-RUN-DATE " -- SKIPPED"
           ADD 1 TO RL-SKIP-COUNT
           ACCEPT RL-LAST-SKIP-DATE FROM DATE YYYYMMDD
           ACCEPT RL-LAST-SKIP-TIME FROM TIME
           REWRITE RUN-LEDGER-REC
               INVALID KEY
                   DISPLAY "CIRCLE-DRAW: RUN LEDGER SKIP NOT "
                       "RECORDED, STATUS " WS-RUN-LEDGER-STATUS
           END-REWRITE
           CLOSE RUN-LEDGER-FILE
           MOVE RL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       2000-PROCESS-RESULT-FILE.

           PERFORM 3000-ACCUMULATE-MATERIAL
           READ RESULT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RESULTS-READ
           END-READ.

       3000-ACCUMULATE-MATERIAL.

           CLOSE RESULT-FILE
           CLOSE INVENTORY-FILE
           CLOSE OUTSTANDING-FILE

           PERFORM 9800-RECORD-RUN-LEDGER.

       7000-APPLY-REMNANT-USAGE.


               WRITE INVENTORY-POST-REC
               ADD 1 TO WS-POSTINGS-WRITTEN
               ADD IP-DRAW-WEIGHT TO WS-POUNDS-POSTED

               MOVE "MD"          TO OT-TRANSACTION-CODE
               MOVE WS-MATL-CODE (WS-TABLE-SUB)
               WRITE OUTSTANDING-POST-REC
           END-IF.

       9800-RECORD-RUN-LEDGER.

      *    THE LEDGER RECORD GOES ON LAST, ONCE EVERY OUTPUT IS
      *    CLOSED -- A STEP THAT ABENDS PART WAY LEAVES NO RECORD
      *    AND RUNS AGAIN ON THE RESUBMIT.
           OPEN I-O RUN-LEDGER-FILE
           IF WS-RUN-LEDGER-OK
               MOVE WS-RUN-DATE TO RL-RUN-DATE
               MOVE WS-RUN-NUMBER TO RL-RUN-NUMBER
               MOVE "CIRCLE-DRAW" TO RL-PROGRAM-NAME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               ACCEPT RL-FINISH-DATE FROM DATE YYYYMMDD
               ACCEPT RL-FINISH-TIME FROM TIME
               MOVE WS-RESULTS-READ TO RL-RECORDS-READ
               MOVE WS-POSTINGS-WRITTEN TO RL-RECORDS-WRITTEN
               MOVE WS-POUNDS-POSTED TO RL-TOTAL-AMOUNT
               MOVE "DRAW POUNDS" TO RL-TOTAL-DESC
               MOVE ZEROES TO RL-SKIP-COUNT
               MOVE ZEROES TO RL-LAST-SKIP-DATE
               MOVE ZEROES TO RL-LAST-SKIP-TIME
               WRITE RUN-LEDGER-REC
                   INVALID KEY
                       DISPLAY "CIRCLE-DRAW: RUN LEDGER RECORD "
                           "NOT WRITTEN, STATUS "
                           WS-RUN-LEDGER-STATUS
               END-WRITE
               CLOSE RUN-LEDGER-FILE
           ELSE
               DISPLAY "CIRCLE-DRAW: RUN-LEDGER-FILE DID NOT "
                   "OPEN, STATUS " WS-RUN-LEDGER-STATUS
                   " -- RUN NOT LEDGERED"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       END PROGRAM CIRCLE-DRAW.
