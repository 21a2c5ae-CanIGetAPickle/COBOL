      * MODIFICATION HISTORY                    *
      * ---------------------------------------- *
      * 2026-08-21  DS  Original version.        *
      * 2026-10-15  DS  Reads RUNCTL for the     *
      *                 run, checks the run      *
      *                 ledger first and skips   *
      *                 when this run was        *
      *                 already summarized, and  *
      *                 ledgers the materials    *
      *                 and grand cost when it   *
      *                 finishes.                *
      ******************************************

       ENVIRONMENT DIVISION.
           SELECT RESULT-FILE ASSIGN TO RSLFILE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT SUMMARY-REPORT-FILE ASSIGN TO SUMRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-LEDGER-KEY
               FILE STATUS IS WS-RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
       COPY "circle_rec".

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           05 RC-RUN-DATE              PIC 9(08).
           05 RC-RUN-NUMBER            PIC 9(05).

       FD  SUMMARY-REPORT-FILE.
       01  SUMMARY-REPORT-REC          PIC X(100).

       FD  RUN-LEDGER-FILE.
       COPY "run_ledger_rec".

       WORKING-STORAGE SECTION.
        01 WS-SWITCHES.
           05 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-EOF                    VALUE "Y".
           05 WS-FOUND-SWITCH          PIC X(01) VALUE "N".
               88 WS-FOUND                  VALUE "Y".
           05 WS-RUN-CONTROL-STATUS    PIC X(02) VALUE SPACES.
               88 WS-RUN-CONTROL-OK         VALUE "00".
           05 WS-RUN-LEDGER-STATUS     PIC X(02) VALUE SPACES.
               88 WS-RUN-LEDGER-OK          VALUE "00".
        01 WS-CONTROL-VALUES.
           05 WS-CONTROL-RUN-DATE      PIC 9(08) VALUE ZEROES.
           05 WS-CONTROL-RUN-NUMBER    PIC 9(05) VALUE ZEROES.
        01 WS-COUNTERS.
           05 WS-MATERIAL-COUNT        PIC 9(03) VALUE ZEROES COMP.
           05 WS-TABLE-SUB             PIC 9(03) VALUE ZEROES COMP.
           05 WS-SORT-SUB              PIC 9(03) VALUE ZEROES COMP.
           05 WS-LINE-COUNT            PIC 9(03) VALUE ZEROES COMP.
           05 WS-PAGE-COUNT            PIC 9(05) VALUE ZEROES COMP.
           05 WS-RESULTS-READ          PIC 9(07) VALUE ZEROES COMP.
        01 WS-PAGE-CONTROL.
           05 WS-LINES-PER-PAGE        PIC 9(03) VALUE 55 COMP.
           05 WS-RUN-DATE              PIC 9(08) VALUE ZEROES.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1150-CHECK-RUN-LEDGER

           OPEN INPUT  RESULT-FILE
           OPEN OUTPUT SUMMARY-REPORT-FILE

           PERFORM 2100-READ-RESULT-FILE.

       1100-READ-RUN-CONTROL.

      *    THE PAGE HEADING KEEPS TODAY'S DATE -- THE RUN DATE AND
      *    NUMBER ONLY KEY THE RUN LEDGER.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-OK
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RC-RUN-DATE   TO WS-CONTROL-RUN-DATE
                       MOVE RC-RUN-NUMBER TO WS-CONTROL-RUN-NUMBER
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
               DISPLAY "CIRCLE-SUMMARY: RUN-LEDGER-FILE DID NOT "
                   "OPEN, STATUS " WS-RUN-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-CONTROL-RUN-DATE TO RL-RUN-DATE
           MOVE WS-CONTROL-RUN-NUMBER TO RL-RUN-NUMBER
           MOVE "CIRCLE-SUMMARY" TO RL-PROGRAM-NAME
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
           DISPLAY "CIRCLE-SUMMARY: ALREADY FINISHED FOR RUN "
               RL-RUN-NUMBER "/" RL-RUN-DATE " -- SKIPPED"
           ADD 1 TO RL-SKIP-COUNT
           ACCEPT RL-LAST-SKIP-DATE FROM DATE YYYYMMDD
           ACCEPT RL-LAST-SKIP-TIME FROM TIME
           REWRITE RUN-LEDGER-REC
               INVALID KEY
                   DISPLAY "CIRCLE-SUMMARY: RUN LEDGER SKIP NOT "
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
           PERFORM 8700-WRITE-GRAND-TOTAL

           CLOSE RESULT-FILE
           CLOSE SUMMARY-REPORT-FILE

           PERFORM 9800-RECORD-RUN-LEDGER.

       8000-SORT-MATERIAL-TABLE.

           END-STRING
           WRITE SUMMARY-REPORT-REC.

       9800-RECORD-RUN-LEDGER.

      *    THE LEDGER RECORD GOES ON LAST, ONCE EVERY OUTPUT IS
      *    CLOSED -- A STEP THAT ABENDS PART WAY LEAVES NO RECORD
      *    AND RUNS AGAIN ON THE RESUBMIT.
           OPEN I-O RUN-LEDGER-FILE
           IF WS-RUN-LEDGER-OK
               MOVE WS-CONTROL-RUN-DATE TO RL-RUN-DATE
               MOVE WS-CONTROL-RUN-NUMBER TO RL-RUN-NUMBER
               MOVE "CIRCLE-SUMMARY" TO RL-PROGRAM-NAME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               ACCEPT RL-FINISH-DATE FROM DATE YYYYMMDD
               ACCEPT RL-FINISH-TIME FROM TIME
               MOVE WS-RESULTS-READ TO RL-RECORDS-READ
               MOVE WS-MATERIAL-COUNT TO RL-RECORDS-WRITTEN
               MOVE WS-GRAND-COST TO RL-TOTAL-AMOUNT
               MOVE "EXT COST" TO RL-TOTAL-DESC
               MOVE ZEROES TO RL-SKIP-COUNT
               MOVE ZEROES TO RL-LAST-SKIP-DATE
               MOVE ZEROES TO RL-LAST-SKIP-TIME
               WRITE RUN-LEDGER-REC
                   INVALID KEY
                       DISPLAY "CIRCLE-SUMMARY: RUN LEDGER RECORD "
                           "NOT WRITTEN, STATUS "
                           WS-RUN-LEDGER-STATUS
               END-WRITE
               CLOSE RUN-LEDGER-FILE
           ELSE
               DISPLAY "CIRCLE-SUMMARY: RUN-LEDGER-FILE DID NOT "
                   "OPEN, STATUS " WS-RUN-LEDGER-STATUS
                   " -- RUN NOT LEDGERED"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       END PROGRAM CIRCLE-SUMMARY.
