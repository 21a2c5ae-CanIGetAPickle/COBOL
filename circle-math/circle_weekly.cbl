      * MODIFICATION HISTORY                    *
      * ---------------------------------------- *
      * 2026-09-02  DS  Original version.        *
      * 2026-10-15  DS  Reason 95 (inner        *
      *                 diameter not under the  *
      *                 outer) counted in its   *
      *                 own tenth reason        *
      *                 bucket.                 *
      ******************************************

       ENVIRONMENT DIVISION.
        01 WS-REASON-TOTALS.
           05 WS-REASON-SUB            PIC 9(02) VALUE ZEROES COMP.
           05 WS-RSN-CUR-COUNTS        VALUE ZEROES.
               10 WS-RSN-CUR OCCURS 10 TIMES
                                       PIC 9(09).
           05 WS-RSN-PRI-COUNTS        VALUE ZEROES.
               10 WS-RSN-PRI OCCURS 10 TIMES
                                       PIC 9(09).
           05 WS-REASON-TEXT           PIC X(25) VALUE SPACES.
           05 WS-REASON-CODE-WORK      PIC 9(02) VALUE ZEROES.

       3100-ACCUMULATE-REASON.

      *    REASONS 10 THROUGH 90 BUCKET BY THE TRUNCATING DIVIDE;
      *    REASON 95 HAS THE TENTH BUCKET TO ITSELF.
           MOVE ZEROES TO WS-REASON-SUB
           IF RS-REASON-CODE = 95
               MOVE 10 TO WS-REASON-SUB
           ELSE
               IF RS-REASON-CODE NOT < 10
                   AND RS-REASON-CODE NOT > 90
                   COMPUTE WS-REASON-SUB = RS-REASON-CODE / 10
               END-IF
           END-IF
           IF WS-REASON-SUB NOT = ZERO
               IF WS-IN-CURRENT-WEEK
                   ADD RS-REASON-COUNT
                       TO WS-RSN-CUR (WS-REASON-SUB)

           PERFORM 8300-WRITE-REASON-LINE
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > 10.

       8300-WRITE-REASON-LINE.

               AND WS-RSN-PRI (WS-REASON-SUB) = ZERO
               CONTINUE
           ELSE
               IF WS-REASON-SUB = 10
                   MOVE 95 TO WS-REASON-CODE-WORK
               ELSE
                   COMPUTE WS-REASON-CODE-WORK = WS-REASON-SUB * 10
               END-IF
               PERFORM 8310-SET-REASON-TEXT

               IF WS-CUR-READS = ZERO
           IF WS-REASON-CODE-WORK = 90
               MOVE "CUSTOMER NOT ON MASTER" TO WS-REASON-TEXT
           END-IF
           IF WS-REASON-CODE-WORK = 95
               MOVE "INNER NOT UNDER OUTER" TO WS-REASON-TEXT
           END-IF
           IF WS-REASON-TEXT = SPACES
               MOVE "UNKNOWN REASON CODE" TO WS-REASON-TEXT
           END-IF.
