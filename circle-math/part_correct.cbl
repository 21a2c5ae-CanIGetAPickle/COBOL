      *                 rush is still a rush.    *
      *                 CARRY-OVER-REC widened   *
      *                 to X(93).                *
      * 2026-10-15  DS  Carries the ring or      *
      *                 washer inner measurement *
      *                 on the requeued          *
      *                 transaction and offers a *
      *                 correction screen for    *
      *                 reason 95 (inner not     *
      *                 under outer).  CARRY-    *
      *                 OVER-REC widened to      *
      *                 X(101).                  *
      ******************************************

       ENVIRONMENT DIVISION.
       COPY "part_trans_rec".

       FD  CARRY-OVER-FILE.
       01  CARRY-OVER-REC              PIC X(101).

       FD  ESCALATION-FILE.
       01  ESCALATION-REC              PIC X(100).
               10 FILLER               PIC X(03).
        01 WS-REASON-TEXT              PIC X(25) VALUE SPACES.
        01 WS-DISPLAY-MEASUREMENT      PIC -(5)9.999.
        01 WS-DISPLAY-INNER            PIC -(5)9.999.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 3050-SET-REASON-TEXT

           MOVE RT-MEASUREMENT TO WS-DISPLAY-MEASUREMENT
      *    A REJECT WRITTEN BEFORE THE INNER MEASUREMENT EXISTED
      *    CARRIES SPACES THERE -- IT IS A SOLID DISC.
           IF RT-INNER-MEASUREMENT IS NUMERIC
               MOVE RT-INNER-MEASUREMENT TO WS-DISPLAY-INNER
           ELSE
               MOVE ZEROES TO WS-DISPLAY-INNER
           END-IF
           DISPLAY " "
           DISPLAY "Part: " RT-PART-NUMBER
               "  Matl: " RT-MATERIAL-CODE
               "  Qty: " RT-ORDER-QUANTITY
               "  Meas: " WS-DISPLAY-MEASUREMENT
               "  Inner: " WS-DISPLAY-INNER
               "  Oper: " RT-OPERATOR-ID
           DISPLAY "Cust: " RT-CUSTOMER-NUMBER
               "  Order: " RT-CUSTOMER-ORDER
           IF RT-REASON-BAD-CUSTOMER
               MOVE "CUSTOMER NOT ON MASTER" TO WS-REASON-TEXT
           END-IF
           IF RT-REASON-BAD-INNER
               MOVE "INNER NOT UNDER OUTER" TO WS-REASON-TEXT
           END-IF
           IF WS-REASON-TEXT = SPACES
               MOVE "UNKNOWN REASON CODE" TO WS-REASON-TEXT
           END-IF.
                                   IF RT-REASON-BAD-CUSTOMER
                                       PERFORM 3170-FIX-CUSTOMER
                                   ELSE
                                       IF RT-REASON-BAD-INNER
                                           PERFORM 3180-FIX-INNER
                                       ELSE
                                           DISPLAY "No correction "
                                               "screen for this "
                                               "reason -- skipped."
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
                   "for the next pass."
           END-IF.

       3180-FIX-INNER.

      *    A PART-MASTER DRIVEN TRANSACTION TAKES ITS INNER
      *    RADIUS FROM THE MASTER -- THE MASTER IS FIXED WITH
      *    PART-MAINT, NOT HERE.  A MANUAL ENTRY TAKES A NEW
      *    INNER MEASUREMENT IN ITS OWN MODE AND UNIT; ZERO
      *    MAKES IT A SOLID DISC.
           IF RT-USE-PART-MASTER-YES
               DISPLAY "Inner radius comes from PART-MASTER -- "
                   "correct the master with PART-MAINT; record "
                   "left for the next pass."
           ELSE
               DISPLAY "Key inner measurement as 8 digits, "
                   "99999.999 without the point (00000000 = "
                   "solid disc): " WITH NO ADVANCING
               MOVE SPACES TO WS-FIELD-IN
               ACCEPT WS-FIELD-IN

               IF WS-FIELD-IN IS NUMERIC
                   AND WS-MEASUREMENT-IN < RT-MEASUREMENT
                   MOVE WS-MEASUREMENT-IN TO RT-INNER-MEASUREMENT
                   SET WS-FIX-DONE TO TRUE
               ELSE
                   DISPLAY "Not an 8-digit figure under the outer "
                       "measurement -- record left for the next "
                       "pass."
               END-IF
           END-IF.

       3500-REQUEUE-RECORD.

           MOVE RT-PART-NUMBER     TO PF-PART-NUMBER
           MOVE RT-ENTRY-DATE      TO PF-ENTRY-DATE
           MOVE RT-REQUIRED-DATE   TO PF-REQUIRED-DATE
           MOVE RT-PRIORITY-CODE   TO PF-PRIORITY-CODE
           MOVE RT-INNER-MEASUREMENT TO PF-INNER-MEASUREMENT

           WRITE PART-REC
           ADD 1 TO WS-RECORDS-REQUEUED
