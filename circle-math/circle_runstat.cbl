       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIRCLE-RUNSTAT.
       AUTHOR. DAN SANTOS.
      ******************************************
      *  Morning run-status report over the    *
      *  permanent run ledger.  For the last   *
      *  few CIRCMAT runs (seven with no       *
      *  control card) shows, step by step in  *
      *  stream order, which steps finished    *
      *  -- with their return code, counts,    *
      *  and total -- which a resubmitted job  *
      *  skipped because they had already      *
      *  finished, which the JCL held back     *
      *  because CIRCLE-TOTALS found the run   *
      *  out of balance, and which never ran   *
      *  at all, so the operator knows where   *
      *  to restart without reading the job    *
      *  logs.  Any step that never ran sets   *
      *  RETURN-CODE 4.                        *
      ******************************************
      * MODIFICATION HISTORY                    *
      * ---------------------------------------- *
      * 2026-10-15  DS  Original version.        *
      ******************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO STATPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RL-LEDGER-KEY
               FILE STATUS IS WS-RUN-LEDGER-STATUS.

           SELECT STATUS-REPORT-FILE ASSIGN TO STATRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 SP-NIGHTS                PIC 9(02).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           05 RC-RUN-DATE              PIC 9(08).
           05 RC-RUN-NUMBER            PIC 9(05).

       FD  RUN-LEDGER-FILE.
       COPY "run_ledger_rec".

       FD  STATUS-REPORT-FILE.
       01  STATUS-REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-SWITCHES.
           05 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-EOF                    VALUE "Y".
           05 WS-FOUND-SWITCH          PIC X(01) VALUE "N".
               88 WS-FOUND                  VALUE "Y".
           05 WS-RESTART-SWITCH        PIC X(01) VALUE "N".
               88 WS-RESTART-NAMED          VALUE "Y".
           05 WS-HELD-SWITCH           PIC X(01) VALUE "N".
               88 WS-HELD-BY-TOTALS         VALUE "Y".
           05 WS-PARM-STATUS           PIC X(02) VALUE SPACES.
               88 WS-PARM-OK                VALUE "00".
           05 WS-RUN-CONTROL-STATUS    PIC X(02) VALUE SPACES.
               88 WS-RUN-CONTROL-OK         VALUE "00".
           05 WS-RUN-LEDGER-STATUS     PIC X(02) VALUE SPACES.
               88 WS-RUN-LEDGER-OK          VALUE "00".
        01 WS-CONTROL-VALUES.
           05 WS-NIGHTS                PIC 9(02) VALUE 7.
           05 WS-CURRENT-RUN-NUMBER    PIC 9(05) VALUE ZEROES.
           05 WS-CURRENT-RUN-DATE      PIC 9(08) VALUE ZEROES.
           05 WS-FIRST-RUN-NUMBER      PIC 9(05) VALUE ZEROES.
           05 WS-REPORT-DATE           PIC 9(08) VALUE ZEROES.
        01 WS-COUNTERS.
           05 WS-RUN-COUNT             PIC 9(02) VALUE ZEROES COMP.
           05 WS-RUN-SUB               PIC 9(02) VALUE ZEROES COMP.
           05 WS-STEP-SUB              PIC 9(02) VALUE ZEROES COMP.
           05 WS-TOTALS-SUB            PIC 9(02) VALUE ZEROES COMP.
           05 WS-LEDGER-READ           PIC 9(07) VALUE ZEROES COMP.
           05 WS-RUN-COMPLETED         PIC 9(02) VALUE ZEROES COMP.
           05 WS-RUN-RESUBMITS         PIC 9(02) VALUE ZEROES COMP.
           05 WS-RUN-HELD              PIC 9(02) VALUE ZEROES COMP.
           05 WS-RUN-NEVER-RAN         PIC 9(02) VALUE ZEROES COMP.
           05 WS-RUNS-TO-RESTART       PIC 9(02) VALUE ZEROES COMP.
      *    THE OVERNIGHT STREAM IN THE ORDER CIRCLEMAT RUNS IT.
      *    PART-SEQUENCE RUNS AHEAD OF THE RUN NUMBER AND IS NOT
      *    LEDGERED.  DRAW, BILLING, AND ARCHIVE ARE THE STEPS THE
      *    JCL HOLDS BACK WHEN CIRCLE-TOTALS IS OUT OF BALANCE.
        01 WS-STEP-TABLE-DATA.
           05 FILLER                   PIC X(23) VALUE
               "STEP010CIRCLE-MATH    N".
           05 FILLER                   PIC X(23) VALUE
               "STEP015CIRCLE-TOTALS  N".
           05 FILLER                   PIC X(23) VALUE
               "STEP017CIRCLE-YIELD   N".
           05 FILLER                   PIC X(23) VALUE
               "STEP024CIRCLE-TICKETS N".
           05 FILLER                   PIC X(23) VALUE
               "STEP018CIRCLE-SUMMARY N".
           05 FILLER                   PIC X(23) VALUE
               "STEP023CIRCLE-VARIANCEN".
           05 FILLER                   PIC X(23) VALUE
               "STEP019CIRCLE-DRAW    Y".
           05 FILLER                   PIC X(23) VALUE
               "STEP021CIRCLE-BILLING Y".
           05 FILLER                   PIC X(23) VALUE
               "STEP030CIRCLE-ARCHIVE Y".
        01 WS-STEP-TABLE REDEFINES WS-STEP-TABLE-DATA.
           05 WS-STEP-ENTRY OCCURS 9 TIMES.
               10 WS-STEP-NAME         PIC X(07).
               10 WS-STEP-PROGRAM      PIC X(15).
               10 WS-STEP-BALANCE-FLAG PIC X(01).
                   88 WS-STEP-NEEDS-BALANCE VALUE "Y".
        01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 14 TIMES.
               10 WS-RN-NUMBER         PIC 9(05).
               10 WS-RN-DATE           PIC 9(08).
               10 WS-RN-STEP OCCURS 9 TIMES.
                   15 WS-RS-FOUND      PIC X(01).
                       88 WS-RS-FINISHED    VALUE "Y".
                   15 WS-RS-RETURN-CODE
                                       PIC 9(02).
                   15 WS-RS-FINISH-DATE
                                       PIC 9(08).
                   15 WS-RS-FINISH-TIME
                                       PIC 9(08).
                   15 WS-RS-READ       PIC 9(09).
                   15 WS-RS-WRITTEN    PIC 9(09).
                   15 WS-RS-TOTAL      PIC S9(11)V999.
                   15 WS-RS-TOTAL-DESC PIC X(15).
                   15 WS-RS-SKIP-COUNT PIC 9(03).
                   15 WS-RS-SKIP-DATE  PIC 9(08).
        01 WS-TIME-WORK.
           05 WS-TIME-IN               PIC 9(08) VALUE ZEROES.
           05 WS-TIME-PARTS REDEFINES WS-TIME-IN.
               10 WS-TIME-HH           PIC 9(02).
               10 WS-TIME-MM           PIC 9(02).
               10 WS-TIME-SS           PIC 9(02).
               10 WS-TIME-HUNDREDTHS   PIC 9(02).
           05 WS-TIME-OUT.
               10 WS-TIME-OUT-HH       PIC 9(02).
               10 FILLER               PIC X(01) VALUE ":".
               10 WS-TIME-OUT-MM       PIC 9(02).
               10 FILLER               PIC X(01) VALUE ":".
               10 WS-TIME-OUT-SS       PIC 9(02).
        01 WS-DISPLAY-VALUES.
           05 WS-DISPLAY-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05 WS-DISPLAY-OUT-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05 WS-DISPLAY-TOTAL         PIC -,---,---,--9.999.
           05 WS-DISPLAY-SKIPS         PIC ZZ9.
           05 WS-DISPLAY-STEPS         PIC Z9.
           05 WS-DISPLAY-STEPS-2       PIC Z9.
           05 WS-DISPLAY-STEPS-3       PIC Z9.
           05 WS-DISPLAY-STEPS-4       PIC Z9.
           05 WS-DISPLAY-NIGHTS        PIC Z9.
        01 WS-NOT-RUN-TEXT             PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-LEDGER-FILE
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE

           STOP RUN.

       1000-INITIALIZE.

           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD

           PERFORM 1100-READ-CONTROL-CARD
           PERFORM 1200-READ-RUN-CONTROL

           OPEN INPUT RUN-LEDGER-FILE
           IF NOT WS-RUN-LEDGER-OK
               DISPLAY "CIRCLE-RUNSTAT: RUN-LEDGER-FILE DID NOT "
                   "OPEN, STATUS " WS-RUN-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT STATUS-REPORT-FILE

      *    THE WINDOW IS THE CURRENT RUN AND THE RUNS BEFORE IT,
      *    OLDEST FIRST IN THE TABLE.  EARLY IN THE FILE'S LIFE
      *    THERE MAY BE FEWER RUNS THAN NIGHTS ASKED FOR.
           IF WS-CURRENT-RUN-NUMBER < WS-NIGHTS
               MOVE 1 TO WS-FIRST-RUN-NUMBER
               MOVE WS-CURRENT-RUN-NUMBER TO WS-RUN-COUNT
           ELSE
               COMPUTE WS-FIRST-RUN-NUMBER =
                   WS-CURRENT-RUN-NUMBER - WS-NIGHTS + 1
               MOVE WS-NIGHTS TO WS-RUN-COUNT
           END-IF

           PERFORM 1300-CLEAR-RUN-ENTRY
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUN-COUNT

           PERFORM 2100-READ-LEDGER-FILE.

       1100-READ-CONTROL-CARD.

      *    THE CONTROL CARD NAMES HOW MANY RUNS TO SHOW, UP TO
      *    FOURTEEN.  WITH NO CARD THE REPORT SHOWS SEVEN.
           OPEN INPUT PARM-FILE
           IF WS-PARM-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SP-NIGHTS IS NUMERIC
                           AND SP-NIGHTS NOT = ZERO
                           MOVE SP-NIGHTS TO WS-NIGHTS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF

           IF WS-NIGHTS > 14
               MOVE 14 TO WS-NIGHTS
           END-IF.

       1200-READ-RUN-CONTROL.

           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-OK
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RC-RUN-DATE   TO WS-CURRENT-RUN-DATE
                       MOVE RC-RUN-NUMBER TO WS-CURRENT-RUN-NUMBER
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1300-CLEAR-RUN-ENTRY.

           COMPUTE WS-RN-NUMBER (WS-RUN-SUB) =
               WS-FIRST-RUN-NUMBER + WS-RUN-SUB - 1
           MOVE ZEROES TO WS-RN-DATE (WS-RUN-SUB)
           PERFORM 1310-CLEAR-STEP-ENTRY
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 9.

       1310-CLEAR-STEP-ENTRY.

           MOVE "N"    TO WS-RS-FOUND (WS-RUN-SUB, WS-STEP-SUB)
           MOVE ZEROES TO WS-RS-RETURN-CODE (WS-RUN-SUB, WS-STEP-SUB)
           MOVE ZEROES TO WS-RS-FINISH-DATE (WS-RUN-SUB, WS-STEP-SUB)
           MOVE ZEROES TO WS-RS-FINISH-TIME (WS-RUN-SUB, WS-STEP-SUB)
           MOVE ZEROES TO WS-RS-READ (WS-RUN-SUB, WS-STEP-SUB)
           MOVE ZEROES TO WS-RS-WRITTEN (WS-RUN-SUB, WS-STEP-SUB)
           MOVE ZEROES TO WS-RS-TOTAL (WS-RUN-SUB, WS-STEP-SUB)
           MOVE SPACES TO WS-RS-TOTAL-DESC (WS-RUN-SUB, WS-STEP-SUB)
           MOVE ZEROES TO WS-RS-SKIP-COUNT (WS-RUN-SUB, WS-STEP-SUB)
           MOVE ZEROES TO WS-RS-SKIP-DATE (WS-RUN-SUB, WS-STEP-SUB).

       2000-PROCESS-LEDGER-FILE.

           IF RL-RUN-NUMBER NOT < WS-FIRST-RUN-NUMBER
               AND RL-RUN-NUMBER NOT > WS-CURRENT-RUN-NUMBER
               PERFORM 3000-POST-LEDGER-RECORD
           END-IF
           PERFORM 2100-READ-LEDGER-FILE.

       2100-READ-LEDGER-FILE.

           READ RUN-LEDGER-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEDGER-READ
           END-READ.

       3000-POST-LEDGER-RECORD.

           COMPUTE WS-RUN-SUB =
               RL-RUN-NUMBER - WS-FIRST-RUN-NUMBER + 1
           MOVE RL-RUN-DATE TO WS-RN-DATE (WS-RUN-SUB)

           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 3100-FIND-STEP-ENTRY
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-FOUND
                   OR WS-STEP-SUB > 9

           IF WS-FOUND
               MOVE "Y" TO WS-RS-FOUND (WS-RUN-SUB, WS-STEP-SUB)
               MOVE RL-RETURN-CODE
                   TO WS-RS-RETURN-CODE (WS-RUN-SUB, WS-STEP-SUB)
               MOVE RL-FINISH-DATE
                   TO WS-RS-FINISH-DATE (WS-RUN-SUB, WS-STEP-SUB)
               MOVE RL-FINISH-TIME
                   TO WS-RS-FINISH-TIME (WS-RUN-SUB, WS-STEP-SUB)
               MOVE RL-RECORDS-READ
                   TO WS-RS-READ (WS-RUN-SUB, WS-STEP-SUB)
               MOVE RL-RECORDS-WRITTEN
                   TO WS-RS-WRITTEN (WS-RUN-SUB, WS-STEP-SUB)
               MOVE RL-TOTAL-AMOUNT
                   TO WS-RS-TOTAL (WS-RUN-SUB, WS-STEP-SUB)
               MOVE RL-TOTAL-DESC
                   TO WS-RS-TOTAL-DESC (WS-RUN-SUB, WS-STEP-SUB)
               MOVE RL-SKIP-COUNT
                   TO WS-RS-SKIP-COUNT (WS-RUN-SUB, WS-STEP-SUB)
               MOVE RL-LAST-SKIP-DATE
                   TO WS-RS-SKIP-DATE (WS-RUN-SUB, WS-STEP-SUB)
           END-IF.

       3100-FIND-STEP-ENTRY.

           IF WS-STEP-PROGRAM (WS-STEP-SUB) = RL-PROGRAM-NAME
               SET WS-FOUND TO TRUE
               SUBTRACT 1 FROM WS-STEP-SUB
           END-IF.

       9000-TERMINATE.

           MOVE SPACES TO STATUS-REPORT-REC
           STRING "CIRCMAT OVERNIGHT RUN STATUS"
                                       DELIMITED BY SIZE
                  "      REPORT DATE: " DELIMITED BY SIZE
                  WS-REPORT-DATE       DELIMITED BY SIZE
                  "      CURRENT RUN: " DELIMITED BY SIZE
                  WS-CURRENT-RUN-NUMBER DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  WS-CURRENT-RUN-DATE  DELIMITED BY SIZE
               INTO STATUS-REPORT-REC
           END-STRING
           WRITE STATUS-REPORT-REC

           MOVE WS-NIGHTS TO WS-DISPLAY-NIGHTS
           MOVE SPACES TO STATUS-REPORT-REC
           STRING "LAST "              DELIMITED BY SIZE
                  WS-DISPLAY-NIGHTS    DELIMITED BY SIZE
                  " RUNS, NEWEST FIRST -- RESTART A RUN AT THE "
                                       DELIMITED BY SIZE
                  "STEP MARKED RESTART HERE"
                                       DELIMITED BY SIZE
               INTO STATUS-REPORT-REC
           END-STRING
           WRITE STATUS-REPORT-REC

           IF WS-RUN-COUNT > ZERO
               PERFORM 4000-REPORT-RUN
                   VARYING WS-RUN-SUB FROM WS-RUN-COUNT BY -1
                   UNTIL WS-RUN-SUB < 1
           ELSE
               MOVE SPACES TO STATUS-REPORT-REC
               WRITE STATUS-REPORT-REC
               MOVE "NO RUN HAS BEEN ESTABLISHED ON RUNCTL"
                   TO STATUS-REPORT-REC
               WRITE STATUS-REPORT-REC
           END-IF

           MOVE WS-RUNS-TO-RESTART TO WS-DISPLAY-STEPS
           MOVE SPACES TO STATUS-REPORT-REC
           WRITE STATUS-REPORT-REC
           MOVE SPACES TO STATUS-REPORT-REC
           STRING "RUNS WITH STEPS STILL TO RUN: "
                                       DELIMITED BY SIZE
                  WS-DISPLAY-STEPS     DELIMITED BY SIZE
               INTO STATUS-REPORT-REC
           END-STRING
           WRITE STATUS-REPORT-REC

           DISPLAY "CIRCLE-RUNSTAT: LEDGER RECORDS READ "
               WS-LEDGER-READ

           CLOSE RUN-LEDGER-FILE
           CLOSE STATUS-REPORT-FILE

           IF WS-RUNS-TO-RESTART > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       4000-REPORT-RUN.

           MOVE ZEROES TO WS-RUN-COMPLETED
           MOVE ZEROES TO WS-RUN-RESUBMITS
           MOVE ZEROES TO WS-RUN-HELD
           MOVE ZEROES TO WS-RUN-NEVER-RAN
           MOVE "N" TO WS-RESTART-SWITCH

      *    THE JCL HOLDS DRAW, BILLING, AND ARCHIVE BACK WHEN
      *    CIRCLE-TOTALS FINISHED WITH A NONZERO RETURN CODE.
           MOVE "N" TO WS-HELD-SWITCH
           MOVE 2 TO WS-TOTALS-SUB
           IF WS-RS-FINISHED (WS-RUN-SUB, WS-TOTALS-SUB)
               AND WS-RS-RETURN-CODE (WS-RUN-SUB, WS-TOTALS-SUB)
                   > ZERO
               SET WS-HELD-BY-TOTALS TO TRUE
           END-IF

           MOVE SPACES TO STATUS-REPORT-REC
           WRITE STATUS-REPORT-REC
           MOVE SPACES TO STATUS-REPORT-REC
           IF WS-RN-DATE (WS-RUN-SUB) = ZERO
               STRING "RUN "          DELIMITED BY SIZE
                      WS-RN-NUMBER (WS-RUN-SUB)
                                      DELIMITED BY SIZE
                      "   NOTHING ON THE RUN LEDGER FOR THIS RUN"
                                      DELIMITED BY SIZE
                   INTO STATUS-REPORT-REC
               END-STRING
               WRITE STATUS-REPORT-REC
           ELSE
               STRING "RUN "          DELIMITED BY SIZE
                      WS-RN-NUMBER (WS-RUN-SUB)
                                      DELIMITED BY SIZE
                      "/"             DELIMITED BY SIZE
                      WS-RN-DATE (WS-RUN-SUB)
                                      DELIMITED BY SIZE
                   INTO STATUS-REPORT-REC
               END-STRING
               WRITE STATUS-REPORT-REC

               PERFORM 4100-REPORT-STEP
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 9

               PERFORM 4500-WRITE-RUN-SUMMARY
           END-IF.

       4100-REPORT-STEP.

           IF WS-RS-FINISHED (WS-RUN-SUB, WS-STEP-SUB)
               ADD 1 TO WS-RUN-COMPLETED
               PERFORM 4200-WRITE-COMPLETED-LINE
               IF WS-RS-SKIP-COUNT (WS-RUN-SUB, WS-STEP-SUB)
                   > ZERO
                   ADD 1 TO WS-RUN-RESUBMITS
                   PERFORM 4300-WRITE-RESUBMIT-LINE
               END-IF
           ELSE
               IF WS-HELD-BY-TOTALS
                   AND WS-STEP-NEEDS-BALANCE (WS-STEP-SUB)
                   ADD 1 TO WS-RUN-HELD
                   MOVE "SKIPPED -- TOTALS OUT OF BALANCE"
                       TO WS-NOT-RUN-TEXT
                   PERFORM 4400-WRITE-NOT-RUN-LINE
               ELSE
                   ADD 1 TO WS-RUN-NEVER-RAN
                   PERFORM 4350-NAME-NEVER-RAN-STEP
                   PERFORM 4400-WRITE-NOT-RUN-LINE
               END-IF
           END-IF.

       4200-WRITE-COMPLETED-LINE.

           MOVE WS-RS-FINISH-TIME (WS-RUN-SUB, WS-STEP-SUB)
               TO WS-TIME-IN
           MOVE WS-TIME-HH TO WS-TIME-OUT-HH
           MOVE WS-TIME-MM TO WS-TIME-OUT-MM
           MOVE WS-TIME-SS TO WS-TIME-OUT-SS
           MOVE WS-RS-READ (WS-RUN-SUB, WS-STEP-SUB)
               TO WS-DISPLAY-COUNT
           MOVE WS-RS-WRITTEN (WS-RUN-SUB, WS-STEP-SUB)
               TO WS-DISPLAY-OUT-COUNT
           MOVE WS-RS-TOTAL (WS-RUN-SUB, WS-STEP-SUB)
               TO WS-DISPLAY-TOTAL

           MOVE SPACES TO STATUS-REPORT-REC
           STRING "  "                 DELIMITED BY SIZE
                  WS-STEP-NAME (WS-STEP-SUB)
                                       DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-STEP-PROGRAM (WS-STEP-SUB)
                                       DELIMITED BY SIZE
                  "  COMPLETED  "      DELIMITED BY SIZE
                  WS-RS-FINISH-DATE (WS-RUN-SUB, WS-STEP-SUB)
                                       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-TIME-OUT          DELIMITED BY SIZE
                  "  RC "              DELIMITED BY SIZE
                  WS-RS-RETURN-CODE (WS-RUN-SUB, WS-STEP-SUB)
                                       DELIMITED BY SIZE
                  "  IN "              DELIMITED BY SIZE
                  WS-DISPLAY-COUNT     DELIMITED BY SIZE
                  "  OUT "             DELIMITED BY SIZE
                  WS-DISPLAY-OUT-COUNT DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-RS-TOTAL-DESC (WS-RUN-SUB, WS-STEP-SUB)
                                       DELIMITED BY SIZE
                  WS-DISPLAY-TOTAL     DELIMITED BY SIZE
               INTO STATUS-REPORT-REC
           END-STRING
           WRITE STATUS-REPORT-REC.

       4300-WRITE-RESUBMIT-LINE.

           MOVE WS-RS-SKIP-COUNT (WS-RUN-SUB, WS-STEP-SUB)
               TO WS-DISPLAY-SKIPS

           MOVE SPACES TO STATUS-REPORT-REC
           STRING "                           "
                                       DELIMITED BY SIZE
                  "  RESUBMIT SKIPPED IT " DELIMITED BY SIZE
                  WS-DISPLAY-SKIPS     DELIMITED BY SIZE
                  " TIME(S), LAST "    DELIMITED BY SIZE
                  WS-RS-SKIP-DATE (WS-RUN-SUB, WS-STEP-SUB)
                                       DELIMITED BY SIZE
               INTO STATUS-REPORT-REC
           END-STRING
           WRITE STATUS-REPORT-REC.

       4350-NAME-NEVER-RAN-STEP.

      *    THE FIRST STEP THAT NEVER RAN IS WHERE THE RESUBMIT
      *    RESTARTS -- EVERY STEP FROM THERE ON STILL CHECKS THE
      *    LEDGER, SO ANY THAT DID FINISH SKIP THEMSELVES.
           IF WS-RESTART-NAMED
               MOVE "NEVER RAN" TO WS-NOT-RUN-TEXT
           ELSE
               SET WS-RESTART-NAMED TO TRUE
               ADD 1 TO WS-RUNS-TO-RESTART
               MOVE "NEVER RAN -- RESTART HERE" TO WS-NOT-RUN-TEXT
           END-IF.

       4400-WRITE-NOT-RUN-LINE.

           MOVE SPACES TO STATUS-REPORT-REC
           STRING "  "                 DELIMITED BY SIZE
                  WS-STEP-NAME (WS-STEP-SUB)
                                       DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-STEP-PROGRAM (WS-STEP-SUB)
                                       DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-NOT-RUN-TEXT      DELIMITED BY SIZE
               INTO STATUS-REPORT-REC
           END-STRING
           WRITE STATUS-REPORT-REC.

       4500-WRITE-RUN-SUMMARY.

           MOVE WS-RUN-COMPLETED TO WS-DISPLAY-STEPS
           MOVE WS-RUN-RESUBMITS TO WS-DISPLAY-STEPS-2
           MOVE WS-RUN-HELD      TO WS-DISPLAY-STEPS-3
           MOVE WS-RUN-NEVER-RAN TO WS-DISPLAY-STEPS-4

           MOVE SPACES TO STATUS-REPORT-REC
           STRING "  STEPS COMPLETED: " DELIMITED BY SIZE
                  WS-DISPLAY-STEPS     DELIMITED BY SIZE
                  "  SKIPPED ON RESUBMIT: " DELIMITED BY SIZE
                  WS-DISPLAY-STEPS-2   DELIMITED BY SIZE
                  "  HELD BY TOTALS: " DELIMITED BY SIZE
                  WS-DISPLAY-STEPS-3   DELIMITED BY SIZE
                  "  NEVER RAN: "      DELIMITED BY SIZE
                  WS-DISPLAY-STEPS-4   DELIMITED BY SIZE
               INTO STATUS-REPORT-REC
           END-STRING
           WRITE STATUS-REPORT-REC.

       END PROGRAM CIRCLE-RUNSTAT.
