      *                 bad deck, instead of     *
      *                 rekeying from the        *
      *                 print.                   *
      * 2026-10-15  DS  Carries the standard     *
      *                 inner radius of a ring   *
      *                 or washer part through   *
      *                 the card, the master,    *
      *                 the image lines, and the *
      *                 journal.  A card whose   *
      *                 inner radius is not      *
      *                 under the outer rejects  *
      *                 with reason 50.  MAINT-  *
      *                 REPORT-REC widened to    *
      *                 X(132) for the new       *
      *                 column.                  *
      ******************************************

       ENVIRONMENT DIVISION.
       COPY "part_master_rec".

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-REC            PIC X(132).

       FD  MAINT-ERROR-FILE.
       01  MAINT-ERROR-REC             PIC X(80).
               88 WS-REASON-ALREADY-ON      VALUE 20.
               88 WS-REASON-NOT-ON-MASTER   VALUE 30.
               88 WS-REASON-NONNUMERIC      VALUE 40.
               88 WS-REASON-BAD-INNER       VALUE 50.
           05 WS-REJECT-REASON-TEXT    PIC X(25) VALUE SPACES.
        01 WS-IMAGE-WORK.
           05 WS-IMAGE-TAG             PIC X(07) VALUE SPACES.
           05 WS-IMAGE-DENSITY         PIC 9(03).99999.
           05 WS-IMAGE-COST-PER-POUND  PIC 9(05).99.
           05 WS-IMAGE-STD-RADIUS      PIC 9(05).999.
           05 WS-IMAGE-INNER-RADIUS    PIC 9(05).999.
        01 WS-CARD-INNER-RADIUS        PIC 9(05)V999 VALUE ZEROES.
        01 WS-DISPLAY-COUNTS.
           05 WS-DISPLAY-COUNT         PIC Z,ZZZ,ZZ9.
        01 WS-JOURNAL-INFO.
                       SET WS-REASON-NONNUMERIC TO TRUE
                       MOVE "NON-NUMERIC DATA FIELD"
                           TO WS-REJECT-REASON-TEXT
                   ELSE
                       PERFORM 0160-VALIDATE-INNER-RADIUS
                   END-IF
               END-IF
           END-IF.

       0160-VALIDATE-INNER-RADIUS.

      *    A CARD PUNCHED BEFORE THE INNER RADIUS EXISTED CARRIES
      *    SPACES THERE -- IT IS A SOLID DISC.
           IF MT-STANDARD-INNER-RADIUS IS NUMERIC
               MOVE MT-STANDARD-INNER-RADIUS TO WS-CARD-INNER-RADIUS
           ELSE
               MOVE ZEROES TO WS-CARD-INNER-RADIUS
           END-IF

           IF WS-CARD-INNER-RADIUS NOT = ZERO
               AND WS-CARD-INNER-RADIUS NOT < MT-STANDARD-RADIUS
               SET WS-INVALID TO TRUE
               SET WS-REASON-BAD-INNER TO TRUE
               MOVE "INNER NOT UNDER OUTER" TO WS-REJECT-REASON-TEXT
           END-IF.

       3000-APPLY-MAINT-CARD.

           IF MT-ACTION-ADD
           MOVE PM-THICKNESS       TO PJ-BEF-THICKNESS
           MOVE PM-DENSITY         TO PJ-BEF-DENSITY
           MOVE PM-COST-PER-POUND  TO PJ-BEF-COST-PER-POUND
           MOVE PM-STANDARD-RADIUS TO PJ-BEF-STANDARD-RADIUS
           MOVE PM-STANDARD-INNER-RADIUS
               TO PJ-BEF-STANDARD-INNER-RADIUS.

       0310-CAPTURE-AFTER-IMAGE.

           MOVE PM-THICKNESS       TO PJ-AFT-THICKNESS
           MOVE PM-DENSITY         TO PJ-AFT-DENSITY
           MOVE PM-COST-PER-POUND  TO PJ-AFT-COST-PER-POUND
           MOVE PM-STANDARD-RADIUS TO PJ-AFT-STANDARD-RADIUS
           MOVE PM-STANDARD-INNER-RADIUS
               TO PJ-AFT-STANDARD-INNER-RADIUS.

       0330-WRITE-JOURNAL-RECORD.

           MOVE MT-THICKNESS       TO PM-THICKNESS
           MOVE MT-DENSITY         TO PM-DENSITY
           MOVE MT-COST-PER-POUND  TO PM-COST-PER-POUND
           MOVE MT-STANDARD-RADIUS TO PM-STANDARD-RADIUS
           MOVE WS-CARD-INNER-RADIUS TO PM-STANDARD-INNER-RADIUS.

       0200-WRITE-IMAGE-LINE.

           MOVE PM-DENSITY         TO WS-IMAGE-DENSITY
           MOVE PM-COST-PER-POUND  TO WS-IMAGE-COST-PER-POUND
           MOVE PM-STANDARD-RADIUS TO WS-IMAGE-STD-RADIUS
      *    A MASTER RECORD WRITTEN BEFORE THE INNER RADIUS
      *    EXISTED CARRIES SPACES THERE -- IT IS A SOLID DISC.
           IF PM-STANDARD-INNER-RADIUS IS NUMERIC
               MOVE PM-STANDARD-INNER-RADIUS TO WS-IMAGE-INNER-RADIUS
           ELSE
               MOVE ZEROES TO WS-IMAGE-INNER-RADIUS
           END-IF

           MOVE SPACES TO MAINT-REPORT-REC
           STRING WS-IMAGE-TAG     DELIMITED BY SIZE
                  WS-IMAGE-COST-PER-POUND DELIMITED BY SIZE
                  " RAD: "         DELIMITED BY SIZE
                  WS-IMAGE-STD-RADIUS DELIMITED BY SIZE
                  " IN: "          DELIMITED BY SIZE
                  WS-IMAGE-INNER-RADIUS DELIMITED BY SIZE
               INTO MAINT-REPORT-REC
           END-STRING

