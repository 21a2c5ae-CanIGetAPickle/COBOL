       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIRCLE-PROJECT.
       AUTHOR. DAN SANTOS.
      ******************************************
      *  Forward material-requirements         *
      *  projection over the open part queue.  *
      *  Reads PARTFILE without computing or   *
      *  consuming it, resolves every queued   *
      *  line the way CIRCLE-MATH would, and   *
      *  nests it the way CIRCLE-YIELD would   *
      *  -- every stock-sheet size, grid and   *
      *  staggered, least waste wins -- after  *
      *  cutting what the carried remnant on   *
      *  REMNFILE will cover.  The remnant is  *
      *  drawn down in working storage only;   *
      *  nothing on REMNFILE changes.  Pounds  *
      *  and sheets are reported per material  *
      *  and thickness by week of required-by  *
      *  date, followed by the buy list: what  *
      *  the queue needs against what is held  *
      *  in remnant, the sheets to buy by      *
      *  size, and a flag on every material    *
      *  whose first fresh-sheet need falls    *
      *  inside the supplier lead time.  Any   *
      *  flagged material or any queue line    *
      *  that cannot be projected sets         *
      *  RETURN-CODE 4.                        *
      ******************************************
      * MODIFICATION HISTORY                    *
      * ---------------------------------------- *
      * 2026-10-15  DS  Original version.        *
      ******************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PRJPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PART-FILE ASSIGN TO PARTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-FILE-STATUS.

           SELECT PART-MASTER-FILE ASSIGN TO PARTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PART-NUMBER
               FILE STATUS IS WS-PART-MASTER-STATUS.

           SELECT MATERIAL-FILE ASSIGN TO MATLMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MM-MATERIAL-CODE
               FILE STATUS IS WS-MATERIAL-STATUS.

           SELECT STOCK-SHEET-FILE ASSIGN TO SHEETMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SS-SHEET-KEY
               FILE STATUS IS WS-STOCK-SHEET-STATUS.

           SELECT REMNANT-FILE ASSIGN TO REMNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-REMNANT-KEY
               FILE STATUS IS WS-REMNANT-STATUS.

           SELECT PROJECTION-REPORT-FILE ASSIGN TO PRJRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PJ-AS-OF-DATE            PIC 9(08).
           05 PJ-LEAD-TIME-DAYS        PIC 9(03).

       FD  PART-FILE.
       COPY "part_trans_rec".

       FD  PART-MASTER-FILE.
       COPY "part_master_rec".

       FD  MATERIAL-FILE.
       COPY "material_master_rec".

       FD  STOCK-SHEET-FILE.
       COPY "stock_sheet_rec".

       FD  REMNANT-FILE.
       COPY "remnant_rec".

       FD  PROJECTION-REPORT-FILE.
       01  PROJECTION-REPORT-REC       PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-CONSTANTS.
           05 WS-PI                    PIC 9V9999999 VALUE 3.1415927.
           05 WS-MM-PER-INCH           PIC 9(02)V99 VALUE 25.40.
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
           05 WS-FOUND-SWITCH          PIC X(01) VALUE "N".
               88 WS-FOUND                  VALUE "Y".
           05 WS-VALID-SWITCH          PIC X(01) VALUE "Y".
               88 WS-VALID                  VALUE "Y".
               88 WS-INVALID                VALUE "N".
           05 WS-BEST-FOUND-SWITCH     PIC X(01) VALUE "N".
               88 WS-BEST-FOUND             VALUE "Y".
           05 WS-PARM-STATUS           PIC X(02) VALUE SPACES.
               88 WS-PARM-OK                VALUE "00".
           05 WS-PART-FILE-STATUS      PIC X(02) VALUE SPACES.
               88 WS-PART-FILE-OK           VALUE "00".
           05 WS-PART-MASTER-STATUS    PIC X(02) VALUE SPACES.
               88 WS-PART-MASTER-OK         VALUE "00".
           05 WS-MATERIAL-STATUS       PIC X(02) VALUE SPACES.
               88 WS-MATERIAL-OK            VALUE "00".
           05 WS-STOCK-SHEET-STATUS    PIC X(02) VALUE SPACES.
               88 WS-STOCK-SHEET-OK         VALUE "00".
           05 WS-REMNANT-STATUS        PIC X(02) VALUE SPACES.
               88 WS-REMNANT-OK             VALUE "00".
        01 WS-CONTROL-VALUES.
           05 WS-AS-OF-DATE            PIC 9(08) VALUE ZEROES.
           05 WS-AS-OF-DAYS            PIC 9(07) VALUE ZEROES.
           05 WS-DEFAULT-LEAD-DAYS     PIC 9(03) VALUE 14.
        01 WS-COUNTERS.
           05 WS-LINES-READ            PIC 9(07) VALUE ZEROES COMP.
           05 WS-LINES-PROJECTED       PIC 9(07) VALUE ZEROES COMP.
           05 WS-LINES-NOT-PROJECTED   PIC 9(07) VALUE ZEROES COMP.
           05 WS-MATERIALS-INSIDE-LEAD PIC 9(03) VALUE ZEROES COMP.
           05 WS-REQ-COUNT             PIC 9(03) VALUE ZEROES COMP.
           05 WS-REQ-SUB               PIC 9(03) VALUE ZEROES COMP.
           05 WS-BUCKET-SUB            PIC 9(02) VALUE ZEROES COMP.
           05 WS-CLEAR-SUB             PIC 9(02) VALUE ZEROES COMP.
           05 WS-SIZE-COUNT            PIC 9(02) VALUE ZEROES COMP.
           05 WS-SIZE-SUB              PIC 9(02) VALUE ZEROES COMP.
           05 WS-BUY-COUNT             PIC 9(03) VALUE ZEROES COMP.
           05 WS-BUY-SUB               PIC 9(03) VALUE ZEROES COMP.
        01 WS-LINE-VALUES.
           05 WS-LN-MATERIAL-CODE      PIC X(04) VALUE SPACES.
           05 WS-LN-THICKNESS          PIC 9(03)V999 VALUE ZEROES.
           05 WS-LN-DENSITY            PIC 9(03)V99999 VALUE ZEROES.
           05 WS-LN-LEAD-DAYS          PIC 9(03) VALUE ZEROES.
           05 WS-LN-RADIUS             PIC 9(05)V999 VALUE ZEROES.
           05 WS-LN-INNER-RADIUS       PIC 9(05)V999 VALUE ZEROES.
           05 WS-LN-AREA               PIC 9(05)V999 VALUE ZEROES.
           05 WS-LN-WEIGHT             PIC 9(07)V999 VALUE ZEROES.
           05 WS-LN-EXTENDED-WEIGHT    PIC 9(09)V999 VALUE ZEROES.
           05 WS-LN-QUANTITY           PIC 9(05) VALUE ZEROES.
           05 WS-LN-REQUIRED-DATE      PIC 9(08) VALUE ZEROES.
           05 WS-LN-DUE-DAYS           PIC S9(07) VALUE ZEROES.
           05 WS-LN-DATED-SWITCH       PIC X(01) VALUE "N".
               88 WS-LN-DATED               VALUE "Y".
           05 WS-CONVERTED-MEASUREMENT PIC S9(05)V999 VALUE ZEROES.
           05 WS-REJECT-REASON-TEXT    PIC X(25) VALUE SPACES.
        01 WS-DATE-CONVERSION.
           05 WS-CONVERT-DATE          PIC 9(08) VALUE ZEROES.
           05 WS-DATE-PARTS REDEFINES WS-CONVERT-DATE.
               10 WS-DATE-YEAR         PIC 9(04).
               10 WS-DATE-MONTH        PIC 9(02).
               10 WS-DATE-DAY          PIC 9(02).
           05 WS-CONVERT-DAYS          PIC 9(07) VALUE ZEROES.
           05 WS-PRIOR-YEARS           PIC 9(04) VALUE ZEROES.
           05 WS-LEAP-4                PIC 9(04) VALUE ZEROES COMP.
           05 WS-LEAP-100              PIC 9(04) VALUE ZEROES COMP.
           05 WS-LEAP-400              PIC 9(04) VALUE ZEROES COMP.
           05 WS-LEAP-QUOTIENT         PIC 9(04) VALUE ZEROES COMP.
           05 WS-LEAP-REMAINDER-4      PIC 9(04) VALUE ZEROES COMP.
           05 WS-LEAP-REMAINDER-100    PIC 9(04) VALUE ZEROES COMP.
           05 WS-LEAP-REMAINDER-400    PIC 9(04) VALUE ZEROES COMP.
      *    CUMULATIVE DAYS AHEAD OF EACH MONTH, NON-LEAP.
        01 WS-MONTH-TABLE-DATA         PIC X(36) VALUE
           "000031059090120151181212243273304334".
        01 WS-MONTH-TABLE REDEFINES WS-MONTH-TABLE-DATA.
           05 WS-MONTH-DAYS OCCURS 12 TIMES
                                       PIC 9(03).
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
           05 WS-LINE-SHEET-COST       PIC 9(09)V99 VALUE ZEROES.
           05 WS-LINE-SHEET-POUNDS     PIC 9(09)V999 VALUE ZEROES.
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
           05 WS-CHOSEN-WIDTH          PIC 9(03)V99 VALUE ZEROES.
           05 WS-CHOSEN-LENGTH         PIC 9(03)V99 VALUE ZEROES.
           05 WS-CHOSEN-COST           PIC 9(05)V99 VALUE ZEROES.
           05 WS-CHOSEN-AREA           PIC 9(06)V9999 VALUE ZEROES.
           05 WS-CHOSEN-PATTERN        PIC X(01) VALUE SPACE.
               88 WS-CHOSEN-GRID            VALUE "G".
               88 WS-CHOSEN-STAGGER         VALUE "S".
        01 WS-REMNANT-WORK.
           05 WS-REMNANT-BLANKS        PIC 9(09) VALUE ZEROES COMP.
           05 WS-NET-QUANTITY          PIC 9(09) VALUE ZEROES COMP.
           05 WS-COVERED-WEIGHT        PIC 9(11)V999 VALUE ZEROES.
      *    ONE ENTRY PER MATERIAL AND THICKNESS THE QUEUE NEEDS.
      *    BUCKET 1 IS PAST DUE, 2 THROUGH 9 ARE WEEKS 1 THROUGH 8
      *    FROM THE AS-OF DATE, AND 10 IS LATER OR UNDATED.  THE
      *    REMNANT AREA STARTS AT WHAT REMNFILE HOLDS AND IS DRAWN
      *    DOWN HERE ONLY.
        01 WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 100 TIMES.
               10 WS-RQ-MATERIAL       PIC X(04).
               10 WS-RQ-THICKNESS      PIC 9(03)V999.
               10 WS-RQ-DENSITY        PIC 9(03)V99999.
               10 WS-RQ-LEAD-DAYS      PIC 9(03).
               10 WS-RQ-LINES          PIC 9(05) COMP.
               10 WS-RQ-BLANKS         PIC 9(09) COMP.
               10 WS-RQ-REMNANT-BLANKS PIC 9(09) COMP.
               10 WS-RQ-REMNANT-START  PIC 9(07)V999.
               10 WS-RQ-REMNANT-AREA   PIC 9(07)V999.
               10 WS-RQ-POUNDS         PIC 9(09)V999.
               10 WS-RQ-POUNDS-COVERED PIC 9(09)V999.
               10 WS-RQ-SHEETS         PIC 9(07) COMP.
               10 WS-RQ-SHEET-POUNDS   PIC 9(09)V999.
               10 WS-RQ-SHEET-COST     PIC 9(09)V99.
               10 WS-RQ-FIRST-DATE     PIC 9(08).
               10 WS-RQ-FIRST-DAYS     PIC S9(07).
               10 WS-RQ-LEAD-SWITCH    PIC X(01).
                   88 WS-RQ-INSIDE-LEAD     VALUE "Y".
               10 WS-RQ-BUCKET OCCURS 10 TIMES.
                   15 WS-RQ-BKT-POUNDS PIC 9(09)V999.
                   15 WS-RQ-BKT-SHEETS PIC 9(07) COMP.
        01 WS-BUY-TABLE.
           05 WS-BUY-ENTRY OCCURS 100 TIMES.
               10 WS-BUY-MATERIAL      PIC X(04).
               10 WS-BUY-THICKNESS     PIC 9(03)V999.
               10 WS-BUY-FORM          PIC X(01).
               10 WS-BUY-WIDTH         PIC 9(03)V99.
               10 WS-BUY-LENGTH        PIC 9(03)V99.
               10 WS-BUY-SHEETS        PIC 9(09) COMP.
               10 WS-BUY-COST          PIC 9(11)V99.
        01 WS-WEEK-ROW.
           05 WS-WR-AMOUNT OCCURS 10 TIMES
                                       PIC Z(8)9.
        01 WS-DISPLAY-VALUES.
           05 WS-DISPLAY-THK           PIC 9(03).999.
           05 WS-DISPLAY-QUANTITY      PIC Z(4)9.
           05 WS-DISPLAY-COUNT         PIC Z,ZZZ,ZZ9.
           05 WS-DISPLAY-POUNDS        PIC ZZZ,ZZZ,ZZ9.
           05 WS-DISPLAY-POUNDS-2      PIC ZZZ,ZZZ,ZZ9.
           05 WS-DISPLAY-POUNDS-3      PIC ZZZ,ZZZ,ZZ9.
           05 WS-DISPLAY-SHEETS        PIC Z,ZZZ,ZZ9.
           05 WS-DISPLAY-COST          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-DISPLAY-LEAD          PIC ZZ9.
           05 WS-DISPLAY-SHEET-W       PIC ZZ9.99.
           05 WS-DISPLAY-SHEET-L       PIC ZZ9.99.
           05 WS-DISPLAY-FORM          PIC X(05) VALUE SPACES.
           05 WS-DISPLAY-FIRST-NEED    PIC X(08) VALUE SPACES.
           05 WS-LEAD-FLAG-TEXT        PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-PART-FILE
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE

           STOP RUN.

       1000-INITIALIZE.

           PERFORM 1100-READ-CONTROL-CARD

           MOVE WS-AS-OF-DATE TO WS-CONVERT-DATE
           PERFORM 2300-CONVERT-DATE-TO-DAYS
           MOVE WS-CONVERT-DAYS TO WS-AS-OF-DAYS

      *    THE QUEUE IS ONLY READ -- THE OVERNIGHT RUN STILL
      *    COMPUTES AND CLEARS IT.
           OPEN INPUT PART-FILE
           IF NOT WS-PART-FILE-OK
               DISPLAY "CIRCLE-PROJECT: PART-FILE DID NOT OPEN, "
                   "STATUS " WS-PART-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PART-MASTER-FILE
           IF NOT WS-PART-MASTER-OK
               DISPLAY "CIRCLE-PROJECT: PART-MASTER-FILE DID NOT "
                   "OPEN, STATUS " WS-PART-MASTER-STATUS
               CLOSE PART-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MATERIAL-FILE
           IF NOT WS-MATERIAL-OK
               DISPLAY "CIRCLE-PROJECT: MATERIAL-FILE DID NOT "
                   "OPEN, STATUS " WS-MATERIAL-STATUS
               CLOSE PART-FILE
               CLOSE PART-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT STOCK-SHEET-FILE
           IF NOT WS-STOCK-SHEET-OK
               DISPLAY "CIRCLE-PROJECT: STOCK-SHEET-FILE DID NOT "
                   "OPEN, STATUS " WS-STOCK-SHEET-STATUS
               CLOSE PART-FILE
               CLOSE PART-MASTER-FILE
               CLOSE MATERIAL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    REMNFILE IS OPENED FOR INPUT ONLY -- THE PROJECTION
      *    DRAWS THE REMNANT DOWN IN ITS OWN TABLE, NEVER ON THE
      *    FILE CIRCLE-YIELD CUTS FROM.
           OPEN INPUT REMNANT-FILE
           IF NOT WS-REMNANT-OK
               DISPLAY "CIRCLE-PROJECT: REMNANT-FILE DID NOT "
                   "OPEN, STATUS " WS-REMNANT-STATUS
               CLOSE PART-FILE
               CLOSE PART-MASTER-FILE
               CLOSE MATERIAL-FILE
               CLOSE STOCK-SHEET-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PROJECTION-REPORT-FILE

           MOVE WS-DEFAULT-LEAD-DAYS TO WS-DISPLAY-LEAD
           MOVE SPACES TO PROJECTION-REPORT-REC
           STRING "MATERIAL REQUIREMENTS PROJECTION -- OPEN PART "
                                     DELIMITED BY SIZE
                  "QUEUE AS OF "     DELIMITED BY SIZE
                  WS-AS-OF-DATE      DELIMITED BY SIZE
               INTO PROJECTION-REPORT-REC
           END-STRING
           WRITE PROJECTION-REPORT-REC

           MOVE SPACES TO PROJECTION-REPORT-REC
           STRING "WEEK 1 STARTS ON THE AS-OF DATE.  SUPPLIER LEAD "
                                     DELIMITED BY SIZE
                  "TIME FROM THE MATERIAL MASTER, "
                                     DELIMITED BY SIZE
                  WS-DISPLAY-LEAD    DELIMITED BY SIZE
                  " DAYS WHERE NONE IS SET."
                                     DELIMITED BY SIZE
               INTO PROJECTION-REPORT-REC
           END-STRING
           WRITE PROJECTION-REPORT-REC

           MOVE SPACES TO PROJECTION-REPORT-REC
           WRITE PROJECTION-REPORT-REC
           MOVE "QUEUE LINES THAT CANNOT BE PROJECTED"
               TO PROJECTION-REPORT-REC
           WRITE PROJECTION-REPORT-REC

           PERFORM 2100-READ-PART-FILE.

       1100-READ-CONTROL-CARD.

      *    THE CONTROL CARD NAMES THE AS-OF DATE AND THE DEFAULT
      *    SUPPLIER LEAD TIME IN DAYS.  WITH NO CARD THE QUEUE IS
      *    PROJECTED FROM TODAY WITH A FOURTEEN-DAY LEAD TIME.
           ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD

           OPEN INPUT PARM-FILE
           IF WS-PARM-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PJ-AS-OF-DATE IS NUMERIC
                           AND PJ-AS-OF-DATE NOT = ZERO
                           MOVE PJ-AS-OF-DATE TO WS-AS-OF-DATE
                       END-IF
                       IF PJ-LEAD-TIME-DAYS IS NUMERIC
                           AND PJ-LEAD-TIME-DAYS NOT = ZERO
                           MOVE PJ-LEAD-TIME-DAYS
                               TO WS-DEFAULT-LEAD-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       2000-PROCESS-PART-FILE.

           PERFORM 2200-RESOLVE-QUEUE-LINE
           IF WS-VALID
               PERFORM 3000-PROJECT-QUEUE-LINE
           END-IF
           IF WS-INVALID
               PERFORM 3950-WRITE-NOT-PROJECTED-LINE
           END-IF
           PERFORM 2100-READ-PART-FILE.

       2100-READ-PART-FILE.

           READ PART-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINES-READ
           END-READ.

       2200-RESOLVE-QUEUE-LINE.

      *    THE SAME CHECKS CIRCLE-MATH MAKES BEFORE IT COMPUTES --
      *    A LINE THE RUN WILL REJECT IS LISTED, NOT PROJECTED.
      *    THE CUSTOMER IS NOT CHECKED; IT DOES NOT CHANGE WHAT
      *    MATERIAL THE LINE NEEDS.
           SET WS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON-TEXT

           IF PF-ORDER-QUANTITY NOT NUMERIC
               OR PF-ORDER-QUANTITY = ZERO
               SET WS-INVALID TO TRUE
               MOVE "INVALID ORDER QUANTITY" TO WS-REJECT-REASON-TEXT
           ELSE
               MOVE PF-ORDER-QUANTITY TO WS-LN-QUANTITY
               IF PF-USE-PART-MASTER-YES
                   PERFORM 2210-LOOKUP-PART-MASTER
               ELSE
                   PERFORM 2220-VALIDATE-MANUAL-ENTRY
               END-IF
           END-IF

           IF WS-VALID
               PERFORM 2240-LOOKUP-MATERIAL-MASTER
           END-IF

           IF WS-VALID
               PERFORM 2250-PLACE-REQUIRED-DATE
           END-IF.

       2210-LOOKUP-PART-MASTER.

           MOVE PF-PART-NUMBER TO PM-PART-NUMBER
           READ PART-MASTER-FILE
               INVALID KEY
                   SET WS-INVALID TO TRUE
                   MOVE "PART NOT ON PART-MASTER"
                       TO WS-REJECT-REASON-TEXT
               NOT INVALID KEY
                   MOVE PM-MATERIAL-CODE   TO WS-LN-MATERIAL-CODE
                   MOVE PM-THICKNESS       TO WS-LN-THICKNESS
                   MOVE PM-STANDARD-RADIUS TO WS-LN-RADIUS
      *            A PART-MASTER RECORD WRITTEN BEFORE THE INNER
      *            RADIUS EXISTED CARRIES SPACES THERE -- IT IS A
      *            SOLID DISC.
                   IF PM-STANDARD-INNER-RADIUS IS NUMERIC
                       MOVE PM-STANDARD-INNER-RADIUS
                           TO WS-LN-INNER-RADIUS
                   ELSE
                       MOVE ZEROES TO WS-LN-INNER-RADIUS
                   END-IF
                   IF WS-LN-INNER-RADIUS NOT < WS-LN-RADIUS
                       AND WS-LN-INNER-RADIUS NOT = ZERO
                       SET WS-INVALID TO TRUE
                       MOVE "INNER NOT UNDER OUTER"
                           TO WS-REJECT-REASON-TEXT
                   END-IF
           END-READ.

       2220-VALIDATE-MANUAL-ENTRY.

           IF NOT PF-MODE-RADIUS AND NOT PF-MODE-DIAMETER
               SET WS-INVALID TO TRUE
               MOVE "INVALID INPUT MODE" TO WS-REJECT-REASON-TEXT
           ELSE
               IF NOT PF-UNIT-INCHES AND NOT PF-UNIT-MILLIMETERS
                   SET WS-INVALID TO TRUE
                   MOVE "INVALID UNIT CODE" TO WS-REJECT-REASON-TEXT
               ELSE
                   IF PF-MEASUREMENT NOT NUMERIC
                       SET WS-INVALID TO TRUE
                       MOVE "NON-NUMERIC RADIUS"
                           TO WS-REJECT-REASON-TEXT
                   ELSE
                       IF PF-MEASUREMENT NOT > ZERO
                           SET WS-INVALID TO TRUE
                           MOVE "ZERO OR NEGATIVE RADIUS"
                               TO WS-REJECT-REASON-TEXT
                       ELSE
                           PERFORM 2230-CONVERT-MANUAL-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2230-CONVERT-MANUAL-ENTRY.

           MOVE PF-MATERIAL-CODE TO WS-LN-MATERIAL-CODE
           MOVE PF-THICKNESS     TO WS-LN-THICKNESS

           IF PF-UNIT-MILLIMETERS
               COMPUTE WS-CONVERTED-MEASUREMENT ROUNDED =
                   PF-MEASUREMENT / WS-MM-PER-INCH
           ELSE
               MOVE PF-MEASUREMENT TO WS-CONVERTED-MEASUREMENT
           END-IF
           IF PF-MODE-DIAMETER
               COMPUTE WS-LN-RADIUS ROUNDED =
                   WS-CONVERTED-MEASUREMENT / 2
           ELSE
               MOVE WS-CONVERTED-MEASUREMENT TO WS-LN-RADIUS
           END-IF

      *    THE INNER MEASUREMENT IS KEYED IN THE SAME MODE AND
      *    UNIT AS THE OUTER.  SPACES ARE A SOLID DISC.
           MOVE ZEROES TO WS-LN-INNER-RADIUS
           IF PF-INNER-MEASUREMENT IS NUMERIC
               IF PF-INNER-MEASUREMENT < ZERO
                   OR PF-INNER-MEASUREMENT NOT < PF-MEASUREMENT
                   SET WS-INVALID TO TRUE
                   MOVE "INNER NOT UNDER OUTER"
                       TO WS-REJECT-REASON-TEXT
               ELSE
                   IF PF-UNIT-MILLIMETERS
                       COMPUTE WS-CONVERTED-MEASUREMENT ROUNDED =
                           PF-INNER-MEASUREMENT / WS-MM-PER-INCH
                   ELSE
                       MOVE PF-INNER-MEASUREMENT
                           TO WS-CONVERTED-MEASUREMENT
                   END-IF
                   IF PF-MODE-DIAMETER
                       COMPUTE WS-LN-INNER-RADIUS ROUNDED =
                           WS-CONVERTED-MEASUREMENT / 2
                   ELSE
                       MOVE WS-CONVERTED-MEASUREMENT
                           TO WS-LN-INNER-RADIUS
                   END-IF
               END-IF
           END-IF.

       2240-LOOKUP-MATERIAL-MASTER.

      *    THE LINE IS WEIGHED OFF THE MATERIAL MASTER'S OFFICIAL
      *    DENSITY, AS THE OVERNIGHT RUN WEIGHS IT.
           MOVE WS-LN-MATERIAL-CODE TO MM-MATERIAL-CODE
           READ MATERIAL-FILE
               INVALID KEY
                   SET WS-INVALID TO TRUE
                   MOVE "UNKNOWN MATERIAL CODE"
                       TO WS-REJECT-REASON-TEXT
               NOT INVALID KEY
                   MOVE MM-DENSITY TO WS-LN-DENSITY
                   IF MM-LEAD-TIME-DAYS IS NUMERIC
                       AND MM-LEAD-TIME-DAYS NOT = ZERO
                       MOVE MM-LEAD-TIME-DAYS TO WS-LN-LEAD-DAYS
                   ELSE
                       MOVE WS-DEFAULT-LEAD-DAYS TO WS-LN-LEAD-DAYS
                   END-IF
           END-READ.

       2250-PLACE-REQUIRED-DATE.

      *    A LINE QUEUED BEFORE THE REQUIRED-BY DATE EXISTED, OR
      *    WITH A DATE THAT IS NOT A CALENDAR DATE, GOES IN THE
      *    LATER BUCKET AND NEVER RAISES THE LEAD-TIME FLAG.
           MOVE "N" TO WS-LN-DATED-SWITCH
           MOVE 10 TO WS-BUCKET-SUB
           MOVE 99999999 TO WS-LN-REQUIRED-DATE
           MOVE ZEROES TO WS-LN-DUE-DAYS

           IF PF-REQUIRED-DATE IS NUMERIC
               AND PF-REQUIRED-DATE NOT = ZERO
               AND PF-REQUIRED-DATE NOT = 99999999
               MOVE PF-REQUIRED-DATE TO WS-CONVERT-DATE
               IF WS-DATE-MONTH NOT < 1
                   AND WS-DATE-MONTH NOT > 12
                   AND WS-DATE-DAY NOT < 1
                   AND WS-DATE-DAY NOT > 31
                   SET WS-LN-DATED TO TRUE
               END-IF
           END-IF

           IF WS-LN-DATED
               MOVE PF-REQUIRED-DATE TO WS-LN-REQUIRED-DATE
               PERFORM 2300-CONVERT-DATE-TO-DAYS
               COMPUTE WS-LN-DUE-DAYS =
                   WS-CONVERT-DAYS - WS-AS-OF-DAYS
               IF WS-LN-DUE-DAYS < ZERO
                   MOVE 1 TO WS-BUCKET-SUB
               ELSE
                   COMPUTE WS-BUCKET-SUB = WS-LN-DUE-DAYS / 7 + 2
                   IF WS-BUCKET-SUB > 10
                       MOVE 10 TO WS-BUCKET-SUB
                   END-IF
               END-IF
           END-IF.

       2300-CONVERT-DATE-TO-DAYS.

      *    DAY COUNT FROM A FIXED BASE, GOOD FOR COMPARING TWO
      *    DATES: WHOLE PRIOR YEARS AT 365 PLUS THE GREGORIAN
      *    LEAP CORRECTIONS, THE DAYS AHEAD OF THE MONTH, AND
      *    THE DAY ITSELF, PLUS ONE WHEN THE DATE IS PAST
      *    FEBRUARY OF A LEAP YEAR.
           COMPUTE WS-PRIOR-YEARS = WS-DATE-YEAR - 1
           DIVIDE WS-PRIOR-YEARS BY 4
               GIVING WS-LEAP-4
           DIVIDE WS-PRIOR-YEARS BY 100
               GIVING WS-LEAP-100
           DIVIDE WS-PRIOR-YEARS BY 400
               GIVING WS-LEAP-400

           COMPUTE WS-CONVERT-DAYS =
               WS-PRIOR-YEARS * 365
               + WS-LEAP-4 - WS-LEAP-100 + WS-LEAP-400
               + WS-MONTH-DAYS (WS-DATE-MONTH)
               + WS-DATE-DAY

           IF WS-DATE-MONTH > 2
               DIVIDE WS-DATE-YEAR BY 4
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER-4
               DIVIDE WS-DATE-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER-100
               DIVIDE WS-DATE-YEAR BY 400
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER-400
               IF WS-LEAP-REMAINDER-4 = ZERO
                   AND (WS-LEAP-REMAINDER-100 NOT = ZERO
                       OR WS-LEAP-REMAINDER-400 = ZERO)
                   ADD 1 TO WS-CONVERT-DAYS
               END-IF
           END-IF.

       3000-PROJECT-QUEUE-LINE.

      *    ONE BLANK'S AREA AND WEIGHT, NET OF ANY HOLE, AS
      *    CIRCLE-MATH COMPUTES THEM.
           COMPUTE WS-LN-AREA = WS-PI *
               (WS-LN-RADIUS * WS-LN-RADIUS
                   - WS-LN-INNER-RADIUS * WS-LN-INNER-RADIUS)
           COMPUTE WS-LN-WEIGHT =
               WS-LN-AREA * WS-LN-THICKNESS * WS-LN-DENSITY
           COMPUTE WS-LN-EXTENDED-WEIGHT =
               WS-LN-WEIGHT * WS-LN-QUANTITY

           COMPUTE WS-BLANK-DIAMETER = 2 * WS-LN-RADIUS
           MOVE ZEROES TO WS-MAX-PER-SHEET
           PERFORM 3700-LOAD-SHEET-SIZES
           PERFORM 3710-NEST-ONE-SIZE
               VARYING WS-SIZE-SUB FROM 1 BY 1
               UNTIL WS-SIZE-SUB > WS-SIZE-COUNT

           IF WS-MAX-PER-SHEET = ZERO
               SET WS-INVALID TO TRUE
               MOVE "BLANK CANNOT NEST" TO WS-REJECT-REASON-TEXT
           ELSE
               PERFORM 3100-FIND-REQUIREMENT
           END-IF

           IF WS-VALID
               COMPUTE WS-BLANK-SQUARE =
                   WS-BLANK-DIAMETER * WS-BLANK-DIAMETER
               PERFORM 3300-APPLY-REMNANT-STOCK

               MOVE ZEROES TO WS-SHEETS-NEEDED
               MOVE ZEROES TO WS-LINE-SHEET-COST
               MOVE ZEROES TO WS-LINE-SHEET-POUNDS
               IF WS-NET-QUANTITY NOT = ZERO
                   PERFORM 3750-SELECT-BEST-SHEET
                   IF WS-SHEETS-REMAINDER NOT = ZERO
      *                THE UNUSED NEST POSITIONS ON THE LAST SHEET
      *                ARE REMNANT FOR THE LINES BEHIND THIS ONE.
                       COMPUTE WS-RQ-REMNANT-AREA (WS-REQ-SUB) =
                           WS-RQ-REMNANT-AREA (WS-REQ-SUB)
                           + (WS-BLANKS-PER-SHEET
                               - WS-SHEETS-REMAINDER)
                           * WS-BLANK-CELL
                   END-IF
                   COMPUTE WS-LINE-SHEET-COST =
                       WS-SHEETS-NEEDED * WS-CHOSEN-COST
                   COMPUTE WS-LINE-SHEET-POUNDS =
                       WS-SHEETS-NEEDED * WS-CHOSEN-AREA
                       * WS-LN-THICKNESS * WS-LN-DENSITY
                   PERFORM 3800-ACCUMULATE-SHEET-BUY
               END-IF

               PERFORM 3400-ACCUMULATE-REQUIREMENT
               ADD 1 TO WS-LINES-PROJECTED
           END-IF.

       3100-FIND-REQUIREMENT.

           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 3110-FIND-REQUIREMENT-ENTRY
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-FOUND
                   OR WS-REQ-SUB > WS-REQ-COUNT
           IF NOT WS-FOUND
               IF WS-REQ-COUNT < 100
                   ADD 1 TO WS-REQ-COUNT
                   MOVE WS-REQ-COUNT TO WS-REQ-SUB
                   PERFORM 3120-ADD-REQUIREMENT-ENTRY
               ELSE
                   DISPLAY "CIRCLE-PROJECT: REQUIREMENT TABLE FULL, "
                       "CODE " WS-LN-MATERIAL-CODE " DROPPED"
                   MOVE 8 TO RETURN-CODE
                   SET WS-INVALID TO TRUE
                   MOVE "REQUIREMENT TABLE FULL"
                       TO WS-REJECT-REASON-TEXT
               END-IF
           END-IF.

       3110-FIND-REQUIREMENT-ENTRY.

           IF WS-REQ-SUB NOT > WS-REQ-COUNT
               IF WS-RQ-MATERIAL (WS-REQ-SUB) = WS-LN-MATERIAL-CODE
                   AND WS-RQ-THICKNESS (WS-REQ-SUB)
                       = WS-LN-THICKNESS
                   SET WS-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-REQ-SUB
               END-IF
           END-IF.

       3120-ADD-REQUIREMENT-ENTRY.

      *    THE FIRST LINE FOR A MATERIAL AND THICKNESS PICKS UP
      *    THE REMNANT CIRCLE-YIELD WILL FIND ON REMNFILE.
           MOVE WS-LN-MATERIAL-CODE TO WS-RQ-MATERIAL (WS-REQ-SUB)
           MOVE WS-LN-THICKNESS     TO WS-RQ-THICKNESS (WS-REQ-SUB)
           MOVE WS-LN-DENSITY       TO WS-RQ-DENSITY (WS-REQ-SUB)
           MOVE WS-LN-LEAD-DAYS     TO WS-RQ-LEAD-DAYS (WS-REQ-SUB)
           MOVE ZEROES TO WS-RQ-LINES (WS-REQ-SUB)
           MOVE ZEROES TO WS-RQ-BLANKS (WS-REQ-SUB)
           MOVE ZEROES TO WS-RQ-REMNANT-BLANKS (WS-REQ-SUB)
           MOVE ZEROES TO WS-RQ-POUNDS (WS-REQ-SUB)
           MOVE ZEROES TO WS-RQ-POUNDS-COVERED (WS-REQ-SUB)
           MOVE ZEROES TO WS-RQ-SHEETS (WS-REQ-SUB)
           MOVE ZEROES TO WS-RQ-SHEET-POUNDS (WS-REQ-SUB)
           MOVE ZEROES TO WS-RQ-SHEET-COST (WS-REQ-SUB)
           MOVE 99999999 TO WS-RQ-FIRST-DATE (WS-REQ-SUB)
           MOVE ZEROES TO WS-RQ-FIRST-DAYS (WS-REQ-SUB)
           MOVE "N" TO WS-RQ-LEAD-SWITCH (WS-REQ-SUB)
           PERFORM 3130-CLEAR-BUCKET
               VARYING WS-CLEAR-SUB FROM 1 BY 1
               UNTIL WS-CLEAR-SUB > 10

           MOVE WS-LN-MATERIAL-CODE TO RM-MATERIAL-CODE
           MOVE WS-LN-THICKNESS     TO RM-THICKNESS
           READ REMNANT-FILE
               INVALID KEY
                   MOVE ZEROES TO WS-RQ-REMNANT-START (WS-REQ-SUB)
               NOT INVALID KEY
                   MOVE RM-REMNANT-AREA
                       TO WS-RQ-REMNANT-START (WS-REQ-SUB)
           END-READ
           MOVE WS-RQ-REMNANT-START (WS-REQ-SUB)
               TO WS-RQ-REMNANT-AREA (WS-REQ-SUB).

       3130-CLEAR-BUCKET.

           MOVE ZEROES TO WS-RQ-BKT-POUNDS (WS-REQ-SUB WS-CLEAR-SUB)
           MOVE ZEROES TO WS-RQ-BKT-SHEETS (WS-REQ-SUB WS-CLEAR-SUB).

       3300-APPLY-REMNANT-STOCK.

      *    THE CARRIED REMNANT IS CUT FIRST, IN QUEUE ORDER, THE
      *    WAY CIRCLE-YIELD WILL CUT IT -- ONLY THE SHORTFALL
      *    DRAWS FRESH SHEETS.
           COMPUTE WS-REMNANT-BLANKS =
               WS-RQ-REMNANT-AREA (WS-REQ-SUB) / WS-BLANK-SQUARE
           IF WS-REMNANT-BLANKS > WS-LN-QUANTITY
               MOVE WS-LN-QUANTITY TO WS-REMNANT-BLANKS
           END-IF

           COMPUTE WS-NET-QUANTITY =
               WS-LN-QUANTITY - WS-REMNANT-BLANKS
           COMPUTE WS-RQ-REMNANT-AREA (WS-REQ-SUB) =
               WS-RQ-REMNANT-AREA (WS-REQ-SUB)
               - WS-REMNANT-BLANKS * WS-BLANK-SQUARE
           COMPUTE WS-COVERED-WEIGHT =
               WS-REMNANT-BLANKS * WS-LN-WEIGHT.

       3400-ACCUMULATE-REQUIREMENT.

           ADD 1 TO WS-RQ-LINES (WS-REQ-SUB)
           ADD WS-LN-QUANTITY TO WS-RQ-BLANKS (WS-REQ-SUB)
           ADD WS-REMNANT-BLANKS TO WS-RQ-REMNANT-BLANKS (WS-REQ-SUB)
           ADD WS-LN-EXTENDED-WEIGHT TO WS-RQ-POUNDS (WS-REQ-SUB)
           ADD WS-COVERED-WEIGHT TO WS-RQ-POUNDS-COVERED (WS-REQ-SUB)
           ADD WS-SHEETS-NEEDED TO WS-RQ-SHEETS (WS-REQ-SUB)
           ADD WS-LINE-SHEET-POUNDS
               TO WS-RQ-SHEET-POUNDS (WS-REQ-SUB)
           ADD WS-LINE-SHEET-COST TO WS-RQ-SHEET-COST (WS-REQ-SUB)
           ADD WS-LN-EXTENDED-WEIGHT
               TO WS-RQ-BKT-POUNDS (WS-REQ-SUB WS-BUCKET-SUB)
           ADD WS-SHEETS-NEEDED
               TO WS-RQ-BKT-SHEETS (WS-REQ-SUB WS-BUCKET-SUB)

      *    THE LEAD-TIME TEST IS ON THE EARLIEST DATED LINE THAT
      *    NEEDS FRESH SHEET -- A LINE THE REMNANT COVERS NEEDS
      *    NOTHING BOUGHT.
           IF WS-SHEETS-NEEDED > ZERO
               AND WS-LN-DATED
               IF WS-LN-REQUIRED-DATE < WS-RQ-FIRST-DATE (WS-REQ-SUB)
                   MOVE WS-LN-REQUIRED-DATE
                       TO WS-RQ-FIRST-DATE (WS-REQ-SUB)
                   MOVE WS-LN-DUE-DAYS
                       TO WS-RQ-FIRST-DAYS (WS-REQ-SUB)
               END-IF
           END-IF.

       3700-LOAD-SHEET-SIZES.

      *    THE SIZES PURCHASING CAN BUY FOR THIS MATERIAL AND
      *    THICKNESS.  WITH NOTHING ON THE MASTER THE LINE IS
      *    NESTED ON THE 48 X 96 STANDARD SHEET, UNCOSTED.
           MOVE WS-LN-MATERIAL-CODE TO SS-MATERIAL-CODE
           MOVE WS-LN-THICKNESS     TO SS-THICKNESS
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
                   - WS-NET-QUANTITY * WS-LN-AREA
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

       3800-ACCUMULATE-SHEET-BUY.

      *    THE SHEETS TO BUY BY MATERIAL, THICKNESS, AND SIZE.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 3810-FIND-BUY-ENTRY
               VARYING WS-BUY-SUB FROM 1 BY 1
               UNTIL WS-FOUND
                   OR WS-BUY-SUB > WS-BUY-COUNT
           IF NOT WS-FOUND
               IF WS-BUY-COUNT < 100
                   ADD 1 TO WS-BUY-COUNT
                   MOVE WS-BUY-COUNT TO WS-BUY-SUB
                   MOVE WS-LN-MATERIAL-CODE
                       TO WS-BUY-MATERIAL (WS-BUY-SUB)
                   MOVE WS-LN-THICKNESS
                       TO WS-BUY-THICKNESS (WS-BUY-SUB)
                   MOVE WS-CHOSEN-FORM TO WS-BUY-FORM (WS-BUY-SUB)
                   MOVE WS-CHOSEN-WIDTH TO WS-BUY-WIDTH (WS-BUY-SUB)
                   MOVE WS-CHOSEN-LENGTH
                       TO WS-BUY-LENGTH (WS-BUY-SUB)
                   MOVE ZEROES TO WS-BUY-SHEETS (WS-BUY-SUB)
                   MOVE ZEROES TO WS-BUY-COST (WS-BUY-SUB)
               ELSE
                   DISPLAY "CIRCLE-PROJECT: SHEET BUY TABLE FULL, "
                       "CODE " WS-LN-MATERIAL-CODE " DROPPED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-FOUND OR WS-BUY-COUNT = WS-BUY-SUB
               ADD WS-SHEETS-NEEDED TO WS-BUY-SHEETS (WS-BUY-SUB)
               ADD WS-LINE-SHEET-COST TO WS-BUY-COST (WS-BUY-SUB)
           END-IF.

       3810-FIND-BUY-ENTRY.

           IF WS-BUY-SUB NOT > WS-BUY-COUNT
               IF WS-BUY-MATERIAL (WS-BUY-SUB) = WS-LN-MATERIAL-CODE
                   AND WS-BUY-THICKNESS (WS-BUY-SUB)
                       = WS-LN-THICKNESS
                   AND WS-BUY-FORM (WS-BUY-SUB) = WS-CHOSEN-FORM
                   AND WS-BUY-WIDTH (WS-BUY-SUB) = WS-CHOSEN-WIDTH
                   AND WS-BUY-LENGTH (WS-BUY-SUB) = WS-CHOSEN-LENGTH
                   SET WS-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-BUY-SUB
               END-IF
           END-IF.

       3950-WRITE-NOT-PROJECTED-LINE.

           ADD 1 TO WS-LINES-NOT-PROJECTED
           IF PF-ORDER-QUANTITY IS NUMERIC
               MOVE PF-ORDER-QUANTITY TO WS-DISPLAY-QUANTITY
           ELSE
               MOVE ZEROES TO WS-DISPLAY-QUANTITY
           END-IF

           MOVE SPACES TO PROJECTION-REPORT-REC
           STRING "  PART: "         DELIMITED BY SIZE
                  PF-PART-NUMBER     DELIMITED BY SIZE
                  "  CUST: "         DELIMITED BY SIZE
                  PF-CUSTOMER-NUMBER DELIMITED BY SIZE
                  "  ORDER: "        DELIMITED BY SIZE
                  PF-CUSTOMER-ORDER  DELIMITED BY SIZE
                  "  QTY: "          DELIMITED BY SIZE
                  WS-DISPLAY-QUANTITY DELIMITED BY SIZE
                  "  NOT PROJECTED -- " DELIMITED BY SIZE
                  WS-REJECT-REASON-TEXT DELIMITED BY SIZE
               INTO PROJECTION-REPORT-REC
           END-STRING
           WRITE PROJECTION-REPORT-REC.

       9000-TERMINATE.

           IF WS-LINES-NOT-PROJECTED = ZERO
               MOVE "  NONE" TO PROJECTION-REPORT-REC
               WRITE PROJECTION-REPORT-REC
           END-IF

           PERFORM 9100-WRITE-WEEKLY-SECTION
           PERFORM 9300-WRITE-BUY-LIST

           MOVE SPACES TO PROJECTION-REPORT-REC
           WRITE PROJECTION-REPORT-REC

           MOVE WS-LINES-READ TO WS-DISPLAY-COUNT
           MOVE SPACES TO PROJECTION-REPORT-REC
           STRING "QUEUE LINES READ:         " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO PROJECTION-REPORT-REC
           END-STRING
           WRITE PROJECTION-REPORT-REC

           MOVE WS-LINES-PROJECTED TO WS-DISPLAY-COUNT
           MOVE SPACES TO PROJECTION-REPORT-REC
           STRING "QUEUE LINES PROJECTED:    " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO PROJECTION-REPORT-REC
           END-STRING
           WRITE PROJECTION-REPORT-REC

           MOVE WS-LINES-NOT-PROJECTED TO WS-DISPLAY-COUNT
           MOVE SPACES TO PROJECTION-REPORT-REC
           STRING "QUEUE LINES NOT PROJECTED:" DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO PROJECTION-REPORT-REC
           END-STRING
           WRITE PROJECTION-REPORT-REC

           MOVE WS-MATERIALS-INSIDE-LEAD TO WS-DISPLAY-COUNT
           MOVE SPACES TO PROJECTION-REPORT-REC
           STRING "INSIDE SUPPLIER LEAD TIME:" DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO PROJECTION-REPORT-REC
           END-STRING
           WRITE PROJECTION-REPORT-REC

           IF WS-MATERIALS-INSIDE-LEAD > ZERO
               OR WS-LINES-NOT-PROJECTED > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           CLOSE PART-FILE
           CLOSE PART-MASTER-FILE
           CLOSE MATERIAL-FILE
           CLOSE STOCK-SHEET-FILE
           CLOSE REMNANT-FILE
           CLOSE PROJECTION-REPORT-FILE.

       9100-WRITE-WEEKLY-SECTION.

           MOVE SPACES TO PROJECTION-REPORT-REC
           WRITE PROJECTION-REPORT-REC
           MOVE SPACES TO PROJECTION-REPORT-REC
           STRING "REQUIREMENTS BY WEEK REQUIRED -- BLANK POUNDS "
                                     DELIMITED BY SIZE
                  "AND FRESH SHEETS" DELIMITED BY SIZE
               INTO PROJECTION-REPORT-REC
           END-STRING
           WRITE PROJECTION-REPORT-REC
           MOVE SPACES TO PROJECTION-REPORT-REC
           WRITE PROJECTION-REPORT-REC

           MOVE SPACES TO PROJECTION-REPORT-REC
           STRING "MATL THICKNESS        " DELIMITED BY SIZE
                  " PAST DUE   WEEK 1   WEEK 2   WEEK 3   WEEK 4"
                                           DELIMITED BY SIZE
                  "   WEEK 5   WEEK 6   WEEK 7   WEEK 8    LATER"
                                           DELIMITED BY SIZE
               INTO PROJECTION-REPORT-REC
           END-STRING
           WRITE PROJECTION-REPORT-REC

           PERFORM 9110-WRITE-WEEKLY-LINES
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT.

       9110-WRITE-WEEKLY-LINES.

           MOVE WS-RQ-THICKNESS (WS-REQ-SUB) TO WS-DISPLAY-THK

           PERFORM 9120-MOVE-BUCKET-POUNDS
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 10
           MOVE SPACES TO PROJECTION-REPORT-REC
           STRING WS-RQ-MATERIAL (WS-REQ-SUB) DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-DISPLAY-THK     DELIMITED BY SIZE
                  " POUNDS   "       DELIMITED BY SIZE
                  WS-WEEK-ROW        DELIMITED BY SIZE
               INTO PROJECTION-REPORT-REC
           END-STRING
           WRITE PROJECTION-REPORT-REC

           PERFORM 9130-MOVE-BUCKET-SHEETS
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 10
           MOVE SPACES TO PROJECTION-REPORT-REC
           STRING "             SHEETS   " DELIMITED BY SIZE
                  WS-WEEK-ROW        DELIMITED BY SIZE
               INTO PROJECTION-REPORT-REC
           END-STRING
           WRITE PROJECTION-REPORT-REC.

       9120-MOVE-BUCKET-POUNDS.

           COMPUTE WS-WR-AMOUNT (WS-BUCKET-SUB) ROUNDED =
               WS-RQ-BKT-POUNDS (WS-REQ-SUB WS-BUCKET-SUB).

       9130-MOVE-BUCKET-SHEETS.

           MOVE WS-RQ-BKT-SHEETS (WS-REQ-SUB WS-BUCKET-SUB)
               TO WS-WR-AMOUNT (WS-BUCKET-SUB).

       9300-WRITE-BUY-LIST.

      *    PER MATERIAL AND THICKNESS: WHAT THE QUEUE NEEDS, WHAT
      *    THE REMNANT ON HAND COVERS, AND THE FRESH SHEET TO BUY
      *    BY SIZE.  A MATERIAL WHOSE FIRST FRESH-SHEET NEED IS
      *    CLOSER THAN ITS SUPPLIER LEAD TIME IS FLAGGED -- THE
      *    ORDER HAS TO GO IN NOW.
           MOVE SPACES TO PROJECTION-REPORT-REC
           WRITE PROJECTION-REPORT-REC
           MOVE "BUY LIST" TO PROJECTION-REPORT-REC
           WRITE PROJECTION-REPORT-REC

           PERFORM 9310-WRITE-BUY-MATERIAL
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT.

       9310-WRITE-BUY-MATERIAL.

           MOVE SPACES TO WS-LEAD-FLAG-TEXT
           MOVE "NONE" TO WS-DISPLAY-FIRST-NEED
           IF WS-RQ-SHEETS (WS-REQ-SUB) > ZERO
               AND WS-RQ-FIRST-DATE (WS-REQ-SUB) NOT = 99999999
               MOVE WS-RQ-FIRST-DATE (WS-REQ-SUB)
                   TO WS-DISPLAY-FIRST-NEED
               IF WS-RQ-FIRST-DAYS (WS-REQ-SUB)
                   < WS-RQ-LEAD-DAYS (WS-REQ-SUB)
                   SET WS-RQ-INSIDE-LEAD (WS-REQ-SUB) TO TRUE
                   MOVE "** INSIDE LEAD TIME **" TO WS-LEAD-FLAG-TEXT
                   ADD 1 TO WS-MATERIALS-INSIDE-LEAD
               END-IF
           END-IF

           MOVE SPACES TO PROJECTION-REPORT-REC
           WRITE PROJECTION-REPORT-REC

           MOVE WS-RQ-THICKNESS (WS-REQ-SUB) TO WS-DISPLAY-THK
           MOVE WS-RQ-LINES (WS-REQ-SUB)     TO WS-DISPLAY-COUNT
           COMPUTE WS-DISPLAY-POUNDS ROUNDED =
               WS-RQ-POUNDS (WS-REQ-SUB)
           COMPUTE WS-DISPLAY-POUNDS-2 ROUNDED =
               WS-RQ-REMNANT-START (WS-REQ-SUB)
               * WS-RQ-THICKNESS (WS-REQ-SUB)
               * WS-RQ-DENSITY (WS-REQ-SUB)
           COMPUTE WS-DISPLAY-POUNDS-3 ROUNDED =
               WS-RQ-POUNDS-COVERED (WS-REQ-SUB)
           MOVE SPACES TO PROJECTION-REPORT-REC
           STRING "MATL: "           DELIMITED BY SIZE
                  WS-RQ-MATERIAL (WS-REQ-SUB) DELIMITED BY SIZE
                  "  THK: "          DELIMITED BY SIZE
                  WS-DISPLAY-THK     DELIMITED BY SIZE
                  "  LINES: "        DELIMITED BY SIZE
                  WS-DISPLAY-COUNT   DELIMITED BY SIZE
                  "  NEED LBS: "     DELIMITED BY SIZE
                  WS-DISPLAY-POUNDS  DELIMITED BY SIZE
                  "  REMNANT LBS HELD: " DELIMITED BY SIZE
                  WS-DISPLAY-POUNDS-2 DELIMITED BY SIZE
                  "  COVERED: "      DELIMITED BY SIZE
                  WS-DISPLAY-POUNDS-3 DELIMITED BY SIZE
               INTO PROJECTION-REPORT-REC
           END-STRING
           WRITE PROJECTION-REPORT-REC

           MOVE WS-RQ-SHEETS (WS-REQ-SUB)    TO WS-DISPLAY-SHEETS
           COMPUTE WS-DISPLAY-POUNDS ROUNDED =
               WS-RQ-SHEET-POUNDS (WS-REQ-SUB)
           MOVE WS-RQ-SHEET-COST (WS-REQ-SUB) TO WS-DISPLAY-COST
           MOVE WS-RQ-LEAD-DAYS (WS-REQ-SUB)  TO WS-DISPLAY-LEAD
           MOVE SPACES TO PROJECTION-REPORT-REC
           STRING "      SHEETS TO BUY: " DELIMITED BY SIZE
                  WS-DISPLAY-SHEETS  DELIMITED BY SIZE
                  "  SHEET LBS: "    DELIMITED BY SIZE
                  WS-DISPLAY-POUNDS  DELIMITED BY SIZE
                  "  COST: "         DELIMITED BY SIZE
                  WS-DISPLAY-COST    DELIMITED BY SIZE
                  "  FIRST NEED: "   DELIMITED BY SIZE
                  WS-DISPLAY-FIRST-NEED DELIMITED BY SIZE
                  "  LEAD: "         DELIMITED BY SIZE
                  WS-DISPLAY-LEAD    DELIMITED BY SIZE
               INTO PROJECTION-REPORT-REC
           END-STRING
           WRITE PROJECTION-REPORT-REC

      *    THE BUYER'S FLAG GETS A LINE OF ITS OWN SO IT IS NEVER
      *    CROWDED OFF THE END OF THE BUY LINE.
           IF WS-RQ-INSIDE-LEAD (WS-REQ-SUB)
               MOVE SPACES TO PROJECTION-REPORT-REC
               STRING "      "          DELIMITED BY SIZE
                      WS-LEAD-FLAG-TEXT DELIMITED BY SIZE
                   INTO PROJECTION-REPORT-REC
               END-STRING
               WRITE PROJECTION-REPORT-REC
           END-IF

           PERFORM 9320-WRITE-BUY-SIZE
               VARYING WS-BUY-SUB FROM 1 BY 1
               UNTIL WS-BUY-SUB > WS-BUY-COUNT.

       9320-WRITE-BUY-SIZE.

           IF WS-BUY-MATERIAL (WS-BUY-SUB)
                   = WS-RQ-MATERIAL (WS-REQ-SUB)
               AND WS-BUY-THICKNESS (WS-BUY-SUB)
                   = WS-RQ-THICKNESS (WS-REQ-SUB)
               MOVE WS-BUY-WIDTH (WS-BUY-SUB)  TO WS-DISPLAY-SHEET-W
               MOVE WS-BUY-LENGTH (WS-BUY-SUB) TO WS-DISPLAY-SHEET-L
               MOVE WS-BUY-SHEETS (WS-BUY-SUB) TO WS-DISPLAY-SHEETS
               MOVE WS-BUY-COST (WS-BUY-SUB)   TO WS-DISPLAY-COST
               IF WS-BUY-FORM (WS-BUY-SUB) = "C"
                   MOVE "COIL"  TO WS-DISPLAY-FORM
               ELSE
                   MOVE "SHEET" TO WS-DISPLAY-FORM
               END-IF
               MOVE SPACES TO PROJECTION-REPORT-REC
               STRING "        SIZE: "   DELIMITED BY SIZE
                      WS-DISPLAY-SHEET-W DELIMITED BY SIZE
                      " X "              DELIMITED BY SIZE
                      WS-DISPLAY-SHEET-L DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-DISPLAY-FORM    DELIMITED BY SIZE
                      "  SHEETS: "       DELIMITED BY SIZE
                      WS-DISPLAY-SHEETS  DELIMITED BY SIZE
                      "  COST: "         DELIMITED BY SIZE
                      WS-DISPLAY-COST    DELIMITED BY SIZE
                   INTO PROJECTION-REPORT-REC
               END-STRING
               WRITE PROJECTION-REPORT-REC
           END-IF.

       END PROGRAM CIRCLE-PROJECT.
