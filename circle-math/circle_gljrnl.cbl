       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIRCLE-GLJRNL.
       AUTHOR. DAN SANTOS.
      ******************************************
      *  Month-end material journal for the    *
      *  general ledger.  Reads the permanent  *
      *  results history for the closing       *
      *  month and, per material code, debits  *
      *  work-in-process with the material     *
      *  consumed at standard, credits raw-    *
      *  material inventory at actual, and     *
      *  posts the difference to purchase      *
      *  price variance -- the standard        *
      *  recomputed from the part master the   *
      *  way CIRCLE-VARIANCE does it.  The     *
      *  accounts come from the GL account-    *
      *  mapping file.  The whole journal is   *
      *  built and proved before anything is   *
      *  written: a month already journaled, a *
      *  month not yet ended, a material with  *
      *  no mapping, or debits that do not     *
      *  equal credits stops the run with      *
      *  RETURN-CODE 12 and no journal.  A     *
      *  clean run writes the journal with its *
      *  trailer, records the month on the     *
      *  close-control file so it can never be *
      *  sent twice, and prints the journal    *
      *  proof report for the controller.      *
      ******************************************
      * MODIFICATION HISTORY                    *
      * ---------------------------------------- *
      * 2026-10-15  DS  Original version.        *
      ******************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO GLPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT HISTORY-FILE ASSIGN TO HISTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HI-HISTORY-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PART-MASTER-FILE ASSIGN TO PARTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PART-NUMBER
               FILE STATUS IS WS-PART-MASTER-STATUS.

           SELECT GL-ACCOUNT-FILE ASSIGN TO GLACCTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-MATERIAL-CODE
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT GL-CLOSE-FILE ASSIGN TO GLCLOSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GX-CLOSE-MONTH
               FILE STATUS IS WS-CLOSE-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT GL-PROOF-FILE ASSIGN TO GLPROOF
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 GP-CLOSE-MONTH           PIC 9(06).

       FD  HISTORY-FILE.
       COPY "history_rec".

       FD  PART-MASTER-FILE.
       COPY "part_master_rec".

       FD  GL-ACCOUNT-FILE.
       COPY "gl_account_map_rec".

       FD  GL-CLOSE-FILE.
       COPY "gl_close_rec".

       FD  GL-JOURNAL-FILE.
       COPY "gl_journal_rec".

       FD  GL-PROOF-FILE.
       01  GL-PROOF-REC                PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-CONSTANTS.
           05 WS-PI                    PIC 9V9999999 VALUE 3.1415927.
        01 WS-SWITCHES.
           05 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-EOF                    VALUE "Y".
           05 WS-FOUND-SWITCH          PIC X(01) VALUE "N".
               88 WS-FOUND                  VALUE "Y".
           05 WS-REFUSED-SWITCH        PIC X(01) VALUE "N".
               88 WS-JOURNAL-REFUSED        VALUE "Y".
           05 WS-PARM-STATUS           PIC X(02) VALUE SPACES.
               88 WS-PARM-OK                VALUE "00".
           05 WS-HISTORY-STATUS        PIC X(02) VALUE SPACES.
               88 WS-HISTORY-OK             VALUE "00".
           05 WS-PART-MASTER-STATUS    PIC X(02) VALUE SPACES.
               88 WS-PART-MASTER-OK         VALUE "00".
           05 WS-ACCOUNT-STATUS        PIC X(02) VALUE SPACES.
               88 WS-ACCOUNT-OK             VALUE "00".
           05 WS-CLOSE-STATUS          PIC X(02) VALUE SPACES.
               88 WS-CLOSE-OK               VALUE "00".
           05 WS-JOURNAL-STATUS        PIC X(02) VALUE SPACES.
               88 WS-JOURNAL-OK             VALUE "00".
        01 WS-CONTROL-VALUES.
           05 WS-CURRENT-DATE          PIC 9(08) VALUE ZEROES.
           05 WS-CURRENT-TIME          PIC 9(08) VALUE ZEROES.
           05 WS-CURRENT-MONTH         PIC 9(06) VALUE ZEROES.
           05 WS-CLOSE-MONTH           PIC 9(06) VALUE ZEROES.
           05 WS-RECORD-MONTH          PIC 9(06) VALUE ZEROES.
           05 WS-MONTH-WORK.
               10 WS-WORK-YEAR         PIC 9(04).
               10 WS-WORK-MONTH        PIC 9(02).
        01 WS-COUNTERS.
           05 WS-HISTORY-READ          PIC 9(09) VALUE ZEROES COMP.
           05 WS-HISTORY-SELECTED      PIC 9(09) VALUE ZEROES COMP.
           05 WS-LINES-NO-STANDARD     PIC 9(09) VALUE ZEROES COMP.
           05 WS-UNMAPPED-COUNT        PIC 9(03) VALUE ZEROES COMP.
           05 WS-MATL-COUNT            PIC 9(03) VALUE ZEROES COMP.
           05 WS-TABLE-SUB             PIC 9(03) VALUE ZEROES COMP.
           05 WS-JOURNAL-COUNT         PIC 9(03) VALUE ZEROES COMP.
           05 WS-JOURNAL-SUB           PIC 9(03) VALUE ZEROES COMP.
           05 WS-REFUSAL-COUNT         PIC 9(02) VALUE ZEROES COMP.
           05 WS-REFUSAL-SUB           PIC 9(02) VALUE ZEROES COMP.
        01 WS-STANDARD-WORK.
           05 WS-STD-AREA              PIC 9(05)V999 VALUE ZEROES.
           05 WS-STD-INNER-RADIUS      PIC 9(05)V999 VALUE ZEROES.
           05 WS-STD-WEIGHT            PIC 9(07)V999 VALUE ZEROES.
           05 WS-STD-COST              PIC 9(07)V99 VALUE ZEROES.
           05 WS-STD-EXTENDED-COST     PIC 9(09)V99 VALUE ZEROES.
           05 WS-PRICE-VARIANCE        PIC S9(11)V99 VALUE ZEROES.
      *    UP TO 50 MATERIALS IN A MONTH, THREE JOURNAL LINES EACH.
        01 WS-MATL-TABLE.
           05 WS-MATL-ENTRY OCCURS 50 TIMES.
               10 WS-MT-MATERIAL-CODE  PIC X(04).
               10 WS-MT-LINES          PIC 9(07) COMP.
               10 WS-MT-POUNDS         PIC 9(11)V999.
               10 WS-MT-ACTUAL-COST    PIC 9(11)V99.
               10 WS-MT-STANDARD-COST  PIC 9(11)V99.
               10 WS-MT-MAPPED-SWITCH  PIC X(01).
                   88 WS-MT-MAPPED          VALUE "Y".
               10 WS-MT-WIP-ACCOUNT    PIC X(10).
               10 WS-MT-INV-ACCOUNT    PIC X(10).
               10 WS-MT-PPV-ACCOUNT    PIC X(10).
        01 WS-JOURNAL-TABLE.
           05 WS-JOURNAL-ENTRY OCCURS 150 TIMES.
               10 WS-JT-ACCOUNT        PIC X(10).
               10 WS-JT-MATERIAL-CODE  PIC X(04).
               10 WS-JT-DEBIT-CREDIT   PIC X(01).
               10 WS-JT-AMOUNT         PIC 9(11)V99.
               10 WS-JT-DESCRIPTION    PIC X(30).
        01 WS-NEW-LINE.
           05 WS-NL-ACCOUNT            PIC X(10).
           05 WS-NL-MATERIAL-CODE      PIC X(04).
           05 WS-NL-DEBIT-CREDIT       PIC X(01).
           05 WS-NL-AMOUNT             PIC 9(11)V99.
           05 WS-NL-DESCRIPTION        PIC X(30).
        01 WS-REFUSAL-TABLE.
           05 WS-REFUSAL-TEXT OCCURS 6 TIMES PIC X(60).
        01 WS-NEW-REFUSAL              PIC X(60).
        01 WS-JOURNAL-TOTALS.
           05 WS-TOTAL-DEBITS          PIC 9(13)V99 VALUE ZEROES.
           05 WS-TOTAL-CREDITS         PIC 9(13)V99 VALUE ZEROES.
           05 WS-TOTAL-ACTUAL          PIC 9(13)V99 VALUE ZEROES.
           05 WS-TOTAL-STANDARD        PIC 9(13)V99 VALUE ZEROES.
           05 WS-TOTAL-VARIANCE        PIC S9(13)V99 VALUE ZEROES.
        01 WS-DISPLAY-VALUES.
           05 WS-DISPLAY-MONTH         PIC 9(06).
           05 WS-DISPLAY-LINES         PIC Z,ZZZ,ZZ9.
           05 WS-DISPLAY-POUNDS        PIC ZZZ,ZZZ,ZZ9.999.
           05 WS-DISPLAY-ACTUAL        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 WS-DISPLAY-STANDARD      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 WS-DISPLAY-VARIANCE      PIC -(10)9.99.
           05 WS-DISPLAY-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-DISPLAY-LINE-NO       PIC ZZ9.
           05 WS-DISPLAY-COUNT         PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-HISTORY-FILE
               UNTIL WS-EOF
           PERFORM 4000-BUILD-JOURNAL
           PERFORM 5000-PROVE-JOURNAL
           PERFORM 8000-WRITE-PROOF-REPORT
           IF NOT WS-JOURNAL-REFUSED
               PERFORM 6000-RELEASE-JOURNAL
           END-IF
           PERFORM 8500-WRITE-PROOF-STATUS
           PERFORM 9000-TERMINATE

           STOP RUN.

       1000-INITIALIZE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE(1:6) TO WS-CURRENT-MONTH

           PERFORM 1100-READ-CONTROL-CARD

           OPEN OUTPUT GL-PROOF-FILE
           PERFORM 1300-WRITE-REPORT-HEADING

           PERFORM 1200-CHECK-CLOSE-CONTROL

           OPEN INPUT HISTORY-FILE
           IF NOT WS-HISTORY-OK
               DISPLAY "CIRCLE-GLJRNL: HISTORY-FILE DID NOT OPEN, "
                   "STATUS " WS-HISTORY-STATUS
               CLOSE GL-CLOSE-FILE
               CLOSE GL-PROOF-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PART-MASTER-FILE
           IF NOT WS-PART-MASTER-OK
               DISPLAY "CIRCLE-GLJRNL: PART-MASTER-FILE DID NOT "
                   "OPEN, STATUS " WS-PART-MASTER-STATUS
               CLOSE GL-CLOSE-FILE
               CLOSE GL-PROOF-FILE
               CLOSE HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT GL-ACCOUNT-FILE
           IF NOT WS-ACCOUNT-OK
               DISPLAY "CIRCLE-GLJRNL: GL-ACCOUNT-FILE DID NOT "
                   "OPEN, STATUS " WS-ACCOUNT-STATUS
               CLOSE GL-CLOSE-FILE
               CLOSE GL-PROOF-FILE
               CLOSE HISTORY-FILE
               CLOSE PART-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2100-READ-HISTORY-FILE.

       1100-READ-CONTROL-CARD.

      *    THE CONTROL CARD NAMES THE CLOSING MONTH.  WITH NO
      *    CARD THE RUN JOURNALS THE CALENDAR MONTH BEFORE TODAY,
      *    WHICH IS WHAT A RUN IN THE FIRST DAYS OF THE NEW
      *    MONTH WANTS.
           MOVE WS-CURRENT-MONTH TO WS-MONTH-WORK
           IF WS-WORK-MONTH = 1
               SUBTRACT 1 FROM WS-WORK-YEAR
               MOVE 12 TO WS-WORK-MONTH
           ELSE
               SUBTRACT 1 FROM WS-WORK-MONTH
           END-IF
           MOVE WS-MONTH-WORK TO WS-CLOSE-MONTH

           OPEN INPUT PARM-FILE
           IF WS-PARM-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GP-CLOSE-MONTH IS NUMERIC
                           AND GP-CLOSE-MONTH NOT = ZERO
                           MOVE GP-CLOSE-MONTH TO WS-CLOSE-MONTH
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       1200-CHECK-CLOSE-CONTROL.

      *    A MONTH ALREADY ON THE CLOSE-CONTROL FILE HAS BEEN SENT
      *    TO ACCOUNTING -- SENDING IT AGAIN WOULD DOUBLE EVERY
      *    BALANCE IT TOUCHED, SO THE RUN STOPS BEFORE IT READS A
      *    SINGLE HISTORY RECORD.
           OPEN I-O GL-CLOSE-FILE
           IF NOT WS-CLOSE-OK
               DISPLAY "CIRCLE-GLJRNL: GL-CLOSE-FILE DID NOT OPEN, "
                   "STATUS " WS-CLOSE-STATUS
               CLOSE GL-PROOF-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-CLOSE-MONTH TO GX-CLOSE-MONTH
           READ GL-CLOSE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 1210-REFUSE-CLOSED-MONTH
           END-READ.

       1210-REFUSE-CLOSED-MONTH.

           DISPLAY "CIRCLE-GLJRNL: MONTH " WS-CLOSE-MONTH
               " ALREADY JOURNALED ON " GX-JOURNAL-DATE
               " -- JOURNAL NOT PRODUCED"

           MOVE GX-TOTAL-DEBITS TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO GL-PROOF-REC
           STRING "*** MONTH ALREADY JOURNALED ON " DELIMITED BY SIZE
                  GX-JOURNAL-DATE      DELIMITED BY SIZE
                  " -- JOURNAL TOTAL " DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT    DELIMITED BY SIZE
                  " -- JOURNAL NOT PRODUCED ***"
                                       DELIMITED BY SIZE
               INTO GL-PROOF-REC
           END-STRING
           WRITE GL-PROOF-REC

           CLOSE GL-CLOSE-FILE
           CLOSE GL-PROOF-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       1300-WRITE-REPORT-HEADING.

           MOVE WS-CLOSE-MONTH TO WS-DISPLAY-MONTH

           MOVE SPACES TO GL-PROOF-REC
           STRING "MONTH-END MATERIAL GL JOURNAL PROOF"
                                       DELIMITED BY SIZE
                  "   CLOSING MONTH: " DELIMITED BY SIZE
                  WS-DISPLAY-MONTH     DELIMITED BY SIZE
                  "   RUN DATE: "      DELIMITED BY SIZE
                  WS-CURRENT-DATE      DELIMITED BY SIZE
               INTO GL-PROOF-REC
           END-STRING
           WRITE GL-PROOF-REC

           MOVE SPACES TO GL-PROOF-REC
           WRITE GL-PROOF-REC.

       2000-PROCESS-HISTORY-FILE.

           MOVE HI-RUN-DATE(1:6) TO WS-RECORD-MONTH
           IF WS-RECORD-MONTH = WS-CLOSE-MONTH
               PERFORM 3000-COST-HISTORY-LINE
           END-IF
           PERFORM 2100-READ-HISTORY-FILE.

       2100-READ-HISTORY-FILE.

           READ HISTORY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
           END-READ.

       3000-COST-HISTORY-LINE.

      *    A MANUAL ENTRY HAS NO PART-MASTER STANDARD -- IT GOES
      *    TO WORK-IN-PROCESS AT WHAT IT ACTUALLY COST AND CARRIES
      *    NO PRICE VARIANCE.
           ADD 1 TO WS-HISTORY-SELECTED
           MOVE HI-PART-NUMBER TO PM-PART-NUMBER
           READ PART-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-LINES-NO-STANDARD
                   MOVE HI-EXTENDED-COST TO WS-STD-EXTENDED-COST
               NOT INVALID KEY
                   PERFORM 3100-COMPUTE-STANDARD-COST
           END-READ
           PERFORM 3300-ACCUMULATE-MATERIAL.

       3100-COMPUTE-STANDARD-COST.

      *    THE SAME STANDARD CIRCLE-VARIANCE PRINTS EVERY NIGHT --
      *    THE PART MASTER'S OWN RADIUS, THICKNESS, DENSITY, AND
      *    COST PER POUND -- SO THE MONTH'S PRICE VARIANCE TIES
      *    BACK TO THE NIGHTLY VARIANCE REPORTS.
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
               WS-STD-WEIGHT * PM-COST-PER-POUND
           COMPUTE WS-STD-EXTENDED-COST =
               WS-STD-COST * HI-ORDER-QUANTITY.

       3300-ACCUMULATE-MATERIAL.

           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 3310-FIND-MATL-ENTRY
               VARYING WS-TABLE-SUB FROM 1 BY 1
               UNTIL WS-FOUND
                   OR WS-TABLE-SUB > WS-MATL-COUNT

      *    A MATERIAL THAT DOES NOT FIT IN THE TABLE CANNOT BE
      *    JOURNALED, AND A JOURNAL MISSING A MATERIAL WOULD
      *    UNDERSTATE THE MONTH -- SO IT REFUSES THE JOURNAL.
           IF NOT WS-FOUND
               IF WS-MATL-COUNT < 50
                   ADD 1 TO WS-MATL-COUNT
                   MOVE WS-MATL-COUNT TO WS-TABLE-SUB
                   MOVE HI-MATERIAL-CODE
                       TO WS-MT-MATERIAL-CODE (WS-TABLE-SUB)
                   MOVE ZEROES
                       TO WS-MT-LINES (WS-TABLE-SUB)
                          WS-MT-POUNDS (WS-TABLE-SUB)
                          WS-MT-ACTUAL-COST (WS-TABLE-SUB)
                          WS-MT-STANDARD-COST (WS-TABLE-SUB)
                   MOVE "N" TO WS-MT-MAPPED-SWITCH (WS-TABLE-SUB)
                   MOVE SPACES
                       TO WS-MT-WIP-ACCOUNT (WS-TABLE-SUB)
                          WS-MT-INV-ACCOUNT (WS-TABLE-SUB)
                          WS-MT-PPV-ACCOUNT (WS-TABLE-SUB)
               ELSE
                   DISPLAY "CIRCLE-GLJRNL: MATERIAL TABLE FULL, "
                       "CODE " HI-MATERIAL-CODE " DROPPED"
                   MOVE "MATERIAL TABLE FULL -- MATERIALS WERE DROPPED"
                       TO WS-NEW-REFUSAL
                   PERFORM 5900-ADD-REFUSAL
               END-IF
           END-IF

           IF WS-FOUND OR WS-MATL-COUNT = WS-TABLE-SUB
               ADD 1 TO WS-MT-LINES (WS-TABLE-SUB)
               ADD HI-EXTENDED-WEIGHT
                   TO WS-MT-POUNDS (WS-TABLE-SUB)
               ADD HI-EXTENDED-COST
                   TO WS-MT-ACTUAL-COST (WS-TABLE-SUB)
               ADD WS-STD-EXTENDED-COST
                   TO WS-MT-STANDARD-COST (WS-TABLE-SUB)
           END-IF.

       3310-FIND-MATL-ENTRY.

           IF WS-TABLE-SUB NOT > WS-MATL-COUNT
               IF WS-MT-MATERIAL-CODE (WS-TABLE-SUB)
                   = HI-MATERIAL-CODE
                   SET WS-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-TABLE-SUB
               END-IF
           END-IF.

       4000-BUILD-JOURNAL.

           PERFORM 4100-MAP-MATERIAL
               VARYING WS-TABLE-SUB FROM 1 BY 1
               UNTIL WS-TABLE-SUB > WS-MATL-COUNT.

       4100-MAP-MATERIAL.

           MOVE WS-MT-MATERIAL-CODE (WS-TABLE-SUB)
               TO GM-MATERIAL-CODE
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   ADD 1 TO WS-UNMAPPED-COUNT
               NOT INVALID KEY
                   MOVE "Y" TO WS-MT-MAPPED-SWITCH (WS-TABLE-SUB)
                   MOVE GM-WIP-ACCOUNT
                       TO WS-MT-WIP-ACCOUNT (WS-TABLE-SUB)
                   MOVE GM-INVENTORY-ACCOUNT
                       TO WS-MT-INV-ACCOUNT (WS-TABLE-SUB)
                   MOVE GM-PPV-ACCOUNT
                       TO WS-MT-PPV-ACCOUNT (WS-TABLE-SUB)
                   PERFORM 4200-ADD-MATERIAL-LINES
           END-READ

           ADD WS-MT-ACTUAL-COST (WS-TABLE-SUB)   TO WS-TOTAL-ACTUAL
           ADD WS-MT-STANDARD-COST (WS-TABLE-SUB) TO WS-TOTAL-STANDARD.

       4200-ADD-MATERIAL-LINES.

      *    WORK-IN-PROCESS TAKES THE MATERIAL AT STANDARD AND
      *    INVENTORY GIVES IT UP AT WHAT IT ACTUALLY COST; THE
      *    DIFFERENCE IS THE PRICE VARIANCE -- A DEBIT WHEN THE
      *    MATERIAL COST MORE THAN STANDARD, A CREDIT WHEN LESS.
           COMPUTE WS-PRICE-VARIANCE =
               WS-MT-ACTUAL-COST (WS-TABLE-SUB)
                   - WS-MT-STANDARD-COST (WS-TABLE-SUB)
           ADD WS-PRICE-VARIANCE TO WS-TOTAL-VARIANCE

           MOVE WS-MT-MATERIAL-CODE (WS-TABLE-SUB)
               TO WS-NL-MATERIAL-CODE

           IF WS-MT-STANDARD-COST (WS-TABLE-SUB) > ZERO
               MOVE WS-MT-WIP-ACCOUNT (WS-TABLE-SUB) TO WS-NL-ACCOUNT
               MOVE "D" TO WS-NL-DEBIT-CREDIT
               MOVE WS-MT-STANDARD-COST (WS-TABLE-SUB)
                   TO WS-NL-AMOUNT
               MOVE "MATERIAL CONSUMED AT STANDARD"
                   TO WS-NL-DESCRIPTION
               PERFORM 4300-ADD-JOURNAL-LINE
           END-IF

           IF WS-MT-ACTUAL-COST (WS-TABLE-SUB) > ZERO
               MOVE WS-MT-INV-ACCOUNT (WS-TABLE-SUB) TO WS-NL-ACCOUNT
               MOVE "C" TO WS-NL-DEBIT-CREDIT
               MOVE WS-MT-ACTUAL-COST (WS-TABLE-SUB) TO WS-NL-AMOUNT
               MOVE "RAW MATERIAL RELIEVED AT ACTUAL"
                   TO WS-NL-DESCRIPTION
               PERFORM 4300-ADD-JOURNAL-LINE
           END-IF

           IF WS-PRICE-VARIANCE NOT = ZERO
               MOVE WS-MT-PPV-ACCOUNT (WS-TABLE-SUB) TO WS-NL-ACCOUNT
               IF WS-PRICE-VARIANCE > ZERO
                   MOVE "D" TO WS-NL-DEBIT-CREDIT
               ELSE
                   MOVE "C" TO WS-NL-DEBIT-CREDIT
               END-IF
               MOVE WS-PRICE-VARIANCE TO WS-NL-AMOUNT
               MOVE "PURCHASE PRICE VARIANCE" TO WS-NL-DESCRIPTION
               PERFORM 4300-ADD-JOURNAL-LINE
           END-IF.

       4300-ADD-JOURNAL-LINE.

           IF WS-JOURNAL-COUNT < 150
               ADD 1 TO WS-JOURNAL-COUNT
               MOVE WS-NEW-LINE TO WS-JOURNAL-ENTRY (WS-JOURNAL-COUNT)
               IF WS-NL-DEBIT-CREDIT = "D"
                   ADD WS-NL-AMOUNT TO WS-TOTAL-DEBITS
               ELSE
                   ADD WS-NL-AMOUNT TO WS-TOTAL-CREDITS
               END-IF
           ELSE
               DISPLAY "CIRCLE-GLJRNL: JOURNAL TABLE FULL, "
                   "MATERIAL " WS-NL-MATERIAL-CODE " LINE DROPPED"
               MOVE "JOURNAL TABLE FULL -- JOURNAL LINES WERE DROPPED"
                   TO WS-NEW-REFUSAL
               PERFORM 5900-ADD-REFUSAL
           END-IF.

       5000-PROVE-JOURNAL.

      *    EVERY REASON THE JOURNAL CANNOT GO IS COLLECTED SO THE
      *    CONTROLLER SEES THEM ALL ON ONE PROOF REPORT, NOT ONE
      *    PER RERUN.
           IF WS-CLOSE-MONTH NOT < WS-CURRENT-MONTH
               MOVE "CLOSING MONTH HAS NOT ENDED YET" TO WS-NEW-REFUSAL
               PERFORM 5900-ADD-REFUSAL
           END-IF

           IF WS-HISTORY-SELECTED = ZERO
               MOVE "NO HISTORY FOR THE CLOSING MONTH"
                   TO WS-NEW-REFUSAL
               PERFORM 5900-ADD-REFUSAL
           END-IF

           IF WS-UNMAPPED-COUNT > ZERO
               MOVE "MATERIALS WITH NO GL ACCOUNT MAPPING -- SEE ABOVE"
                   TO WS-NEW-REFUSAL
               PERFORM 5900-ADD-REFUSAL
           END-IF

           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               MOVE "DEBITS DO NOT EQUAL CREDITS" TO WS-NEW-REFUSAL
               PERFORM 5900-ADD-REFUSAL
           END-IF.

       5900-ADD-REFUSAL.

           SET WS-JOURNAL-REFUSED TO TRUE
           IF WS-REFUSAL-COUNT < 6
               ADD 1 TO WS-REFUSAL-COUNT
               MOVE WS-NEW-REFUSAL
                   TO WS-REFUSAL-TEXT (WS-REFUSAL-COUNT)
           END-IF
           MOVE SPACES TO WS-NEW-REFUSAL.

       6000-RELEASE-JOURNAL.

           OPEN OUTPUT GL-JOURNAL-FILE
           IF NOT WS-JOURNAL-OK
               DISPLAY "CIRCLE-GLJRNL: GL-JOURNAL-FILE DID NOT "
                   "OPEN, STATUS " WS-JOURNAL-STATUS
               MOVE "JOURNAL FILE DID NOT OPEN" TO WS-NEW-REFUSAL
               PERFORM 5900-ADD-REFUSAL
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 6100-WRITE-JOURNAL-DETAIL
                   VARYING WS-JOURNAL-SUB FROM 1 BY 1
                   UNTIL WS-JOURNAL-SUB > WS-JOURNAL-COUNT
               PERFORM 6200-WRITE-JOURNAL-TRAILER
               CLOSE GL-JOURNAL-FILE
               PERFORM 6300-RECORD-CLOSED-MONTH
           END-IF.

       6100-WRITE-JOURNAL-DETAIL.

           MOVE SPACES TO GL-JOURNAL-REC
           SET GJ-TYPE-DETAIL TO TRUE
           MOVE WS-CLOSE-MONTH    TO GJ-CLOSE-MONTH
           MOVE WS-JOURNAL-SUB    TO GJ-LINE-NUMBER
           MOVE WS-JT-ACCOUNT (WS-JOURNAL-SUB) TO GJ-ACCOUNT-NUMBER
           MOVE WS-JT-MATERIAL-CODE (WS-JOURNAL-SUB)
               TO GJ-MATERIAL-CODE
           MOVE WS-JT-DEBIT-CREDIT (WS-JOURNAL-SUB)
               TO GJ-DEBIT-CREDIT
           MOVE WS-JT-AMOUNT (WS-JOURNAL-SUB) TO GJ-AMOUNT
           MOVE WS-JT-DESCRIPTION (WS-JOURNAL-SUB)
               TO GJ-DESCRIPTION
           WRITE GL-JOURNAL-REC.

       6200-WRITE-JOURNAL-TRAILER.

           MOVE SPACES TO GL-JOURNAL-REC
           SET GJ-TYPE-TRAILER TO TRUE
           MOVE WS-CLOSE-MONTH   TO GJ-CLOSE-MONTH
           MOVE WS-JOURNAL-COUNT TO GJ-LINE-COUNT
           MOVE WS-TOTAL-DEBITS  TO GJ-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO GJ-TOTAL-CREDITS
           MOVE WS-CURRENT-DATE  TO GJ-JOURNAL-DATE
           WRITE GL-JOURNAL-REC.

       6300-RECORD-CLOSED-MONTH.

      *    THE MONTH IS MARKED ONLY AFTER THE WHOLE JOURNAL AND ITS
      *    TRAILER ARE WRITTEN.  IF THE MARK CANNOT BE WRITTEN THE
      *    STEP ENDS 16 SO THE JOURNAL IS NOT SENT UNMARKED.
           MOVE WS-CLOSE-MONTH      TO GX-CLOSE-MONTH
           MOVE WS-CURRENT-DATE     TO GX-JOURNAL-DATE
           MOVE WS-CURRENT-TIME     TO GX-JOURNAL-TIME
           MOVE WS-HISTORY-SELECTED TO GX-HISTORY-LINES
           MOVE WS-JOURNAL-COUNT    TO GX-JOURNAL-LINES
           MOVE WS-TOTAL-DEBITS     TO GX-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS    TO GX-TOTAL-CREDITS
           WRITE GL-CLOSE-REC
               INVALID KEY
                   DISPLAY "CIRCLE-GLJRNL: MONTH " WS-CLOSE-MONTH
                       " NOT MARKED JOURNALED, STATUS "
                       WS-CLOSE-STATUS
                   MOVE "MONTH COULD NOT BE MARKED JOURNALED"
                       TO WS-NEW-REFUSAL
                   PERFORM 5900-ADD-REFUSAL
                   MOVE 16 TO RETURN-CODE
           END-WRITE.

       8000-WRITE-PROOF-REPORT.

           MOVE "MATERIAL SUMMARY" TO GL-PROOF-REC
           WRITE GL-PROOF-REC
           MOVE SPACES TO GL-PROOF-REC
           STRING "MATL      LINES          POUNDS"
                                       DELIMITED BY SIZE
                  "       ACTUAL COST     STANDARD COST"
                                       DELIMITED BY SIZE
                  "  PRICE VARIANCE  WIP ACCT   INV ACCT"
                                       DELIMITED BY SIZE
                  "   PPV ACCT"        DELIMITED BY SIZE
               INTO GL-PROOF-REC
           END-STRING
           WRITE GL-PROOF-REC

           PERFORM 8100-WRITE-MATERIAL-LINE
               VARYING WS-TABLE-SUB FROM 1 BY 1
               UNTIL WS-TABLE-SUB > WS-MATL-COUNT

           MOVE WS-TOTAL-ACTUAL   TO WS-DISPLAY-ACTUAL
           MOVE WS-TOTAL-STANDARD TO WS-DISPLAY-STANDARD
           MOVE WS-TOTAL-VARIANCE TO WS-DISPLAY-VARIANCE
           MOVE SPACES TO GL-PROOF-REC
           STRING "TOTAL                           "
                                       DELIMITED BY SIZE
                  WS-DISPLAY-ACTUAL    DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-DISPLAY-STANDARD  DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-DISPLAY-VARIANCE  DELIMITED BY SIZE
               INTO GL-PROOF-REC
           END-STRING
           WRITE GL-PROOF-REC

           MOVE SPACES TO GL-PROOF-REC
           WRITE GL-PROOF-REC
           MOVE "JOURNAL LINES" TO GL-PROOF-REC
           WRITE GL-PROOF-REC
           MOVE SPACES TO GL-PROOF-REC
           STRING "LINE  ACCOUNT     MATL  DR/CR"
                                       DELIMITED BY SIZE
                  "              AMOUNT  DESCRIPTION"
                                       DELIMITED BY SIZE
               INTO GL-PROOF-REC
           END-STRING
           WRITE GL-PROOF-REC

           PERFORM 8200-WRITE-JOURNAL-LINE
               VARYING WS-JOURNAL-SUB FROM 1 BY 1
               UNTIL WS-JOURNAL-SUB > WS-JOURNAL-COUNT

           MOVE SPACES TO GL-PROOF-REC
           WRITE GL-PROOF-REC

           MOVE WS-TOTAL-DEBITS TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO GL-PROOF-REC
           STRING "TOTAL DEBITS:                   "
                                       DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT    DELIMITED BY SIZE
               INTO GL-PROOF-REC
           END-STRING
           WRITE GL-PROOF-REC

           MOVE WS-TOTAL-CREDITS TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO GL-PROOF-REC
           STRING "TOTAL CREDITS:                  "
                                       DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT    DELIMITED BY SIZE
               INTO GL-PROOF-REC
           END-STRING
           WRITE GL-PROOF-REC

           MOVE SPACES TO GL-PROOF-REC
           WRITE GL-PROOF-REC

           MOVE WS-HISTORY-READ TO WS-DISPLAY-COUNT
           MOVE SPACES TO GL-PROOF-REC
           STRING "HISTORY RECORDS READ:           "
                                       DELIMITED BY SIZE
                  WS-DISPLAY-COUNT     DELIMITED BY SIZE
               INTO GL-PROOF-REC
           END-STRING
           WRITE GL-PROOF-REC

           MOVE WS-HISTORY-SELECTED TO WS-DISPLAY-COUNT
           MOVE SPACES TO GL-PROOF-REC
           STRING "HISTORY LINES IN CLOSING MONTH: "
                                       DELIMITED BY SIZE
                  WS-DISPLAY-COUNT     DELIMITED BY SIZE
               INTO GL-PROOF-REC
           END-STRING
           WRITE GL-PROOF-REC

           MOVE WS-LINES-NO-STANDARD TO WS-DISPLAY-COUNT
           MOVE SPACES TO GL-PROOF-REC
           STRING "LINES WITH NO PART STANDARD:    "
                                       DELIMITED BY SIZE
                  WS-DISPLAY-COUNT     DELIMITED BY SIZE
                  "  (CHARGED TO WIP AT ACTUAL)"
                                       DELIMITED BY SIZE
               INTO GL-PROOF-REC
           END-STRING
           WRITE GL-PROOF-REC

           MOVE SPACES TO GL-PROOF-REC
           WRITE GL-PROOF-REC.

       8100-WRITE-MATERIAL-LINE.

           MOVE WS-MT-LINES (WS-TABLE-SUB)  TO WS-DISPLAY-LINES
           MOVE WS-MT-POUNDS (WS-TABLE-SUB) TO WS-DISPLAY-POUNDS
           MOVE WS-MT-ACTUAL-COST (WS-TABLE-SUB)
               TO WS-DISPLAY-ACTUAL
           MOVE WS-MT-STANDARD-COST (WS-TABLE-SUB)
               TO WS-DISPLAY-STANDARD
           COMPUTE WS-PRICE-VARIANCE =
               WS-MT-ACTUAL-COST (WS-TABLE-SUB)
                   - WS-MT-STANDARD-COST (WS-TABLE-SUB)
           MOVE WS-PRICE-VARIANCE TO WS-DISPLAY-VARIANCE

           MOVE SPACES TO GL-PROOF-REC
           IF WS-MT-MAPPED (WS-TABLE-SUB)
               STRING WS-MT-MATERIAL-CODE (WS-TABLE-SUB)
                                       DELIMITED BY SIZE
                      "  "             DELIMITED BY SIZE
                      WS-DISPLAY-LINES DELIMITED BY SIZE
                      "  "             DELIMITED BY SIZE
                      WS-DISPLAY-POUNDS DELIMITED BY SIZE
                      "  "             DELIMITED BY SIZE
                      WS-DISPLAY-ACTUAL DELIMITED BY SIZE
                      "  "             DELIMITED BY SIZE
                      WS-DISPLAY-STANDARD DELIMITED BY SIZE
                      "  "             DELIMITED BY SIZE
                      WS-DISPLAY-VARIANCE DELIMITED BY SIZE
                      "  "             DELIMITED BY SIZE
                      WS-MT-WIP-ACCOUNT (WS-TABLE-SUB)
                                       DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WS-MT-INV-ACCOUNT (WS-TABLE-SUB)
                                       DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WS-MT-PPV-ACCOUNT (WS-TABLE-SUB)
                                       DELIMITED BY SIZE
                   INTO GL-PROOF-REC
               END-STRING
           ELSE
               STRING WS-MT-MATERIAL-CODE (WS-TABLE-SUB)
                                       DELIMITED BY SIZE
                      "  "             DELIMITED BY SIZE
                      WS-DISPLAY-LINES DELIMITED BY SIZE
                      "  "             DELIMITED BY SIZE
                      WS-DISPLAY-POUNDS DELIMITED BY SIZE
                      "  "             DELIMITED BY SIZE
                      WS-DISPLAY-ACTUAL DELIMITED BY SIZE
                      "  "             DELIMITED BY SIZE
                      WS-DISPLAY-STANDARD DELIMITED BY SIZE
                      "  "             DELIMITED BY SIZE
                      WS-DISPLAY-VARIANCE DELIMITED BY SIZE
                      "  ** NO GL ACCOUNT MAPPING **"
                                       DELIMITED BY SIZE
                   INTO GL-PROOF-REC
               END-STRING
           END-IF
           WRITE GL-PROOF-REC.

       8200-WRITE-JOURNAL-LINE.

           MOVE WS-JOURNAL-SUB TO WS-DISPLAY-LINE-NO
           MOVE WS-JT-AMOUNT (WS-JOURNAL-SUB) TO WS-DISPLAY-AMOUNT

           MOVE SPACES TO GL-PROOF-REC
           STRING WS-DISPLAY-LINE-NO   DELIMITED BY SIZE
                  "   "                DELIMITED BY SIZE
                  WS-JT-ACCOUNT (WS-JOURNAL-SUB)
                                       DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-JT-MATERIAL-CODE (WS-JOURNAL-SUB)
                                       DELIMITED BY SIZE
                  "    "               DELIMITED BY SIZE
                  WS-JT-DEBIT-CREDIT (WS-JOURNAL-SUB)
                                       DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT    DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-JT-DESCRIPTION (WS-JOURNAL-SUB)
                                       DELIMITED BY SIZE
               INTO GL-PROOF-REC
           END-STRING
           WRITE GL-PROOF-REC.

       8500-WRITE-PROOF-STATUS.

           MOVE WS-CLOSE-MONTH TO WS-DISPLAY-MONTH
           MOVE SPACES TO GL-PROOF-REC
           IF WS-JOURNAL-REFUSED
               STRING "*** JOURNAL NOT PRODUCED FOR MONTH "
                                       DELIMITED BY SIZE
                      WS-DISPLAY-MONTH DELIMITED BY SIZE
                      " -- NOTHING SENT TO ACCOUNTING ***"
                                       DELIMITED BY SIZE
                   INTO GL-PROOF-REC
               END-STRING
               WRITE GL-PROOF-REC
               PERFORM 8510-WRITE-REFUSAL-LINE
                   VARYING WS-REFUSAL-SUB FROM 1 BY 1
                   UNTIL WS-REFUSAL-SUB > WS-REFUSAL-COUNT
           ELSE
               MOVE WS-JOURNAL-COUNT TO WS-DISPLAY-LINE-NO
               STRING "JOURNAL IN BALANCE -- "
                                       DELIMITED BY SIZE
                      WS-DISPLAY-LINE-NO DELIMITED BY SIZE
                      " LINES WRITTEN, MONTH "
                                       DELIMITED BY SIZE
                      WS-DISPLAY-MONTH DELIMITED BY SIZE
                      " MARKED JOURNALED"
                                       DELIMITED BY SIZE
                   INTO GL-PROOF-REC
               END-STRING
               WRITE GL-PROOF-REC
           END-IF.

       8510-WRITE-REFUSAL-LINE.

           MOVE SPACES TO GL-PROOF-REC
           STRING "    "               DELIMITED BY SIZE
                  WS-REFUSAL-TEXT (WS-REFUSAL-SUB)
                                       DELIMITED BY SIZE
               INTO GL-PROOF-REC
           END-STRING
           WRITE GL-PROOF-REC.

       9000-TERMINATE.

           CLOSE HISTORY-FILE
           CLOSE PART-MASTER-FILE
           CLOSE GL-ACCOUNT-FILE
           CLOSE GL-CLOSE-FILE
           CLOSE GL-PROOF-FILE

           IF WS-JOURNAL-REFUSED
               IF RETURN-CODE < 12
                   MOVE 12 TO RETURN-CODE
               END-IF
               DISPLAY "CIRCLE-GLJRNL: JOURNAL NOT PRODUCED FOR "
                   "MONTH " WS-CLOSE-MONTH " -- SEE GLPROOF"
           END-IF.

       END PROGRAM CIRCLE-GLJRNL.
