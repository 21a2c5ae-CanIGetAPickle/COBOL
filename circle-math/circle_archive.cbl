      * MODIFICATION HISTORY                    *
      * ---------------------------------------- *
      * 2026-08-21  DS  Original version.        *
      * 2026-10-15  DS  Reads RUNCTL for the     *
      *                 run, checks the run      *
      *                 ledger first and skips   *
      *                 when this run was        *
      *                 already archived -- the  *
      *                 working files were       *
      *                 cleared then -- and      *
      *                 ledgers the lines copied *
      *                 when it finishes.        *
      ******************************************

       ENVIRONMENT DIVISION.
           SELECT ARCH-TOTALS-FILE ASSIGN TO ARCTOT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-LEDGER-KEY
               FILE STATUS IS WS-RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       FD  ARCH-TOTALS-FILE.
       01  ARCH-TOTALS-REC             PIC X(80).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           05 RC-RUN-DATE              PIC 9(08).
           05 RC-RUN-NUMBER            PIC 9(05).

       FD  RUN-LEDGER-FILE.
       COPY "run_ledger_rec".

       WORKING-STORAGE SECTION.
        01 WS-SWITCHES.
           05 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-EOF                    VALUE "Y".
           05 WS-RUN-CONTROL-STATUS    PIC X(02) VALUE SPACES.
               88 WS-RUN-CONTROL-OK         VALUE "00".
           05 WS-RUN-LEDGER-STATUS     PIC X(02) VALUE SPACES.
               88 WS-RUN-LEDGER-OK          VALUE "00".
        01 WS-RUN-VALUES.
           05 WS-RUN-DATE              PIC 9(08) VALUE ZEROES.
           05 WS-RUN-NUMBER            PIC 9(05) VALUE ZEROES.
        01 WS-COUNTERS.
           05 WS-REPORT-COUNT          PIC 9(07) VALUE ZEROES COMP.
           05 WS-EXTRACT-COUNT         PIC 9(07) VALUE ZEROES COMP.
           05 WS-REJECT-COUNT          PIC 9(07) VALUE ZEROES COMP.
           05 WS-TOTALS-COUNT          PIC 9(07) VALUE ZEROES COMP.
           05 WS-LINES-ARCHIVED        PIC 9(09) VALUE ZEROES COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1150-CHECK-RUN-LEDGER

           PERFORM 2000-ARCHIVE-REPORT-FILE
           PERFORM 3000-ARCHIVE-EXTRACT-FILE
           PERFORM 4000-ARCHIVE-REJECT-FILE
           DISPLAY "CIRCLE-ARCHIVE: REJECT LINES   " WS-REJECT-COUNT
           DISPLAY "CIRCLE-ARCHIVE: TOTALS LINES   " WS-TOTALS-COUNT

           COMPUTE WS-LINES-ARCHIVED = WS-REPORT-COUNT
               + WS-EXTRACT-COUNT + WS-REJECT-COUNT + WS-TOTALS-COUNT
           PERFORM 9800-RECORD-RUN-LEDGER

           STOP RUN.

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
               DISPLAY "CIRCLE-ARCHIVE: RUN-LEDGER-FILE DID NOT "
                   "OPEN, STATUS " WS-RUN-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO RL-RUN-DATE
           MOVE WS-RUN-NUMBER TO RL-RUN-NUMBER
           MOVE "CIRCLE-ARCHIVE" TO RL-PROGRAM-NAME
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
           DISPLAY "CIRCLE-ARCHIVE: ALREADY FINISHED FOR RUN "
               RL-RUN-NUMBER "/" RL-RUN-DATE " -- SKIPPED"
           ADD 1 TO RL-SKIP-COUNT
           ACCEPT RL-LAST-SKIP-DATE FROM DATE YYYYMMDD
           ACCEPT RL-LAST-SKIP-TIME FROM TIME
           REWRITE RUN-LEDGER-REC
               INVALID KEY
                   DISPLAY "CIRCLE-ARCHIVE: RUN LEDGER SKIP NOT "
                       "RECORDED, STATUS " WS-RUN-LEDGER-STATUS
           END-REWRITE
           CLOSE RUN-LEDGER-FILE
           MOVE RL-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       2000-ARCHIVE-REPORT-FILE.
           OPEN OUTPUT RESULT-FILE
           CLOSE RESULT-FILE.

       9800-RECORD-RUN-LEDGER.

      *    THE LEDGER RECORD GOES ON LAST, ONCE EVERY OUTPUT IS
      *    CLOSED -- A STEP THAT ABENDS PART WAY LEAVES NO RECORD
      *    AND RUNS AGAIN ON THE RESUBMIT.
           OPEN I-O RUN-LEDGER-FILE
           IF WS-RUN-LEDGER-OK
               MOVE WS-RUN-DATE TO RL-RUN-DATE
               MOVE WS-RUN-NUMBER TO RL-RUN-NUMBER
               MOVE "CIRCLE-ARCHIVE" TO RL-PROGRAM-NAME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               ACCEPT RL-FINISH-DATE FROM DATE YYYYMMDD
               ACCEPT RL-FINISH-TIME FROM TIME
               MOVE WS-LINES-ARCHIVED TO RL-RECORDS-READ
               MOVE WS-LINES-ARCHIVED TO RL-RECORDS-WRITTEN
               MOVE ZEROES TO RL-TOTAL-AMOUNT
               MOVE SPACES TO RL-TOTAL-DESC
               MOVE ZEROES TO RL-SKIP-COUNT
               MOVE ZEROES TO RL-LAST-SKIP-DATE
               MOVE ZEROES TO RL-LAST-SKIP-TIME
               WRITE RUN-LEDGER-REC
                   INVALID KEY
                       DISPLAY "CIRCLE-ARCHIVE: RUN LEDGER RECORD "
                           "NOT WRITTEN, STATUS "
                           WS-RUN-LEDGER-STATUS
               END-WRITE
               CLOSE RUN-LEDGER-FILE
           ELSE
               DISPLAY "CIRCLE-ARCHIVE: RUN-LEDGER-FILE DID NOT "
                   "OPEN, STATUS " WS-RUN-LEDGER-STATUS
                   " -- RUN NOT LEDGERED"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       END PROGRAM CIRCLE-ARCHIVE.
