       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELD-RELEASE.
       AUTHOR. DAN SANTOS.
      ******************************************
      *  Supervisor release pass for orders    *
      *  held on credit.  Walks the HELDFILE   *
      *  queue CIRCLE-MATH writes for          *
      *  customers on credit hold, looks each  *
      *  customer up on CUSTOMER-MASTER, and   *
      *  requeues the line onto PART-FILE for  *
      *  the next run once accounts receivable *
      *  has cleared the hold through CUST-    *
      *  MAINT.  Lines whose customer is still *
      *  on hold carry over to the next pass.  *
      *  A line whose customer has since come  *
      *  off the master is requeued too, so    *
      *  the next run rejects it into the      *
      *  correction pass instead of holding it *
      *  forever.  Every line is listed with   *
      *  what was done to it.                  *
      ******************************************
      * MODIFICATION HISTORY                    *
      * ---------------------------------------- *
      * 2026-10-15  DS  Original version.        *
      ******************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-ORDER-FILE ASSIGN TO HELDFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT PART-FILE ASSIGN TO PARTFILE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CARRY-OVER-FILE ASSIGN TO HELDOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELEASE-REPORT-FILE ASSIGN TO RLSRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HELD-ORDER-FILE.
       COPY "held_order_rec".

       FD  CUSTOMER-FILE.
       COPY "customer_master_rec".

       FD  PART-FILE.
       COPY "part_trans_rec".

       FD  CARRY-OVER-FILE.
       01  CARRY-OVER-REC              PIC X(112).

       FD  RELEASE-REPORT-FILE.
       01  RELEASE-REPORT-REC          PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-SWITCHES.
           05 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-EOF                    VALUE "Y".
           05 WS-HELD-STATUS           PIC X(02) VALUE SPACES.
               88 WS-HELD-OK                VALUE "00".
           05 WS-CUSTOMER-STATUS       PIC X(02) VALUE SPACES.
               88 WS-CUSTOMER-OK            VALUE "00".
        01 WS-COUNTERS.
           05 WS-RECORDS-READ          PIC 9(07) VALUE ZEROES COMP.
           05 WS-RECORDS-RELEASED      PIC 9(07) VALUE ZEROES COMP.
           05 WS-RECORDS-CARRIED       PIC 9(07) VALUE ZEROES COMP.
           05 WS-RECORDS-OFF-MASTER    PIC 9(07) VALUE ZEROES COMP.
        01 WS-LINE-WORK.
           05 WS-LINE-TAG              PIC X(13) VALUE SPACES.
           05 WS-DISPLAY-QUANTITY      PIC Z(4)9.
        01 WS-DISPLAY-COUNTS.
           05 WS-DISPLAY-COUNT         PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-HELD-FILE
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE

           STOP RUN.

       1000-INITIALIZE.

           OPEN INPUT HELD-ORDER-FILE
           IF NOT WS-HELD-OK
               DISPLAY "HELD-RELEASE: HELD-ORDER-FILE DID NOT "
                   "OPEN, STATUS " WS-HELD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-CUSTOMER-OK
               DISPLAY "HELD-RELEASE: CUSTOMER-FILE DID NOT "
                   "OPEN, STATUS " WS-CUSTOMER-STATUS
               CLOSE HELD-ORDER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    PART-FILE MAY ALREADY HOLD THE DAY'S NEW ORDERS AND
      *    CORRECTED REJECTS -- A RELEASED LINE JOINS THEM, SO IT
      *    ALWAYS EXTENDS.
           OPEN EXTEND PART-FILE
           OPEN OUTPUT CARRY-OVER-FILE
           OPEN OUTPUT RELEASE-REPORT-FILE

           MOVE "CREDIT-HOLD RELEASE REPORT" TO RELEASE-REPORT-REC
           WRITE RELEASE-REPORT-REC
           MOVE SPACES TO RELEASE-REPORT-REC
           WRITE RELEASE-REPORT-REC

           PERFORM 2100-READ-HELD-FILE.

       2000-PROCESS-HELD-FILE.

           MOVE HO-CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
      *            OFF THE MASTER SINCE IT WAS HELD -- REQUEUED SO
      *            THE NEXT RUN REJECTS IT AS REASON 90 INTO THE
      *            CORRECTION PASS, WHERE SOMEONE CAN FIX IT.
                   MOVE "NOT ON MASTER" TO WS-LINE-TAG
                   PERFORM 3500-REQUEUE-RECORD
                   ADD 1 TO WS-RECORDS-OFF-MASTER
               NOT INVALID KEY
                   IF CU-ON-HOLD
                       MOVE "STILL HELD" TO WS-LINE-TAG
                       PERFORM 4000-CARRY-RECORD-OVER
                   ELSE
                       MOVE "RELEASED" TO WS-LINE-TAG
                       PERFORM 3500-REQUEUE-RECORD
                       ADD 1 TO WS-RECORDS-RELEASED
                   END-IF
           END-READ

           PERFORM 0200-WRITE-RELEASE-LINE
           PERFORM 2100-READ-HELD-FILE.

       2100-READ-HELD-FILE.

           READ HELD-ORDER-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       3500-REQUEUE-RECORD.

      *    THE LINE GOES BACK EXACTLY AS IT WAS QUEUED -- SAME
      *    ENTRY DATE, SO IT STILL PRICES AT THE COST IN EFFECT
      *    THE DAY IT WAS TAKEN, AND SAME ATTEMPT COUNT, SINCE A
      *    CREDIT HOLD IS NOT A FAILED ATTEMPT.
           MOVE HO-PART-NUMBER     TO PF-PART-NUMBER
           MOVE HO-USE-PART-MASTER TO PF-USE-PART-MASTER
           MOVE HO-INPUT-MODE      TO PF-INPUT-MODE
           MOVE HO-UNIT-CODE       TO PF-UNIT-CODE
           MOVE HO-MEASUREMENT     TO PF-MEASUREMENT
           MOVE HO-MATERIAL-CODE   TO PF-MATERIAL-CODE
           MOVE HO-THICKNESS       TO PF-THICKNESS
           MOVE HO-DENSITY         TO PF-DENSITY
           MOVE HO-COST-PER-POUND  TO PF-COST-PER-POUND
           MOVE HO-ORDER-QUANTITY  TO PF-ORDER-QUANTITY
           MOVE HO-ATTEMPT-COUNT   TO PF-ATTEMPT-COUNT
           MOVE HO-OPERATOR-ID     TO PF-OPERATOR-ID
           MOVE HO-CUSTOMER-NUMBER TO PF-CUSTOMER-NUMBER
           MOVE HO-CUSTOMER-ORDER  TO PF-CUSTOMER-ORDER
           MOVE HO-ENTRY-DATE      TO PF-ENTRY-DATE
           MOVE HO-REQUIRED-DATE   TO PF-REQUIRED-DATE
           MOVE HO-PRIORITY-CODE   TO PF-PRIORITY-CODE
           MOVE HO-INNER-MEASUREMENT TO PF-INNER-MEASUREMENT

           WRITE PART-REC.

       4000-CARRY-RECORD-OVER.

           MOVE HELD-ORDER-REC TO CARRY-OVER-REC
           WRITE CARRY-OVER-REC
           ADD 1 TO WS-RECORDS-CARRIED.

       0200-WRITE-RELEASE-LINE.

           MOVE HO-ORDER-QUANTITY TO WS-DISPLAY-QUANTITY

           MOVE SPACES TO RELEASE-REPORT-REC
           STRING WS-LINE-TAG      DELIMITED BY SIZE
                  "  CUST: "       DELIMITED BY SIZE
                  HO-CUSTOMER-NUMBER DELIMITED BY SIZE
                  "  ORDER: "      DELIMITED BY SIZE
                  HO-CUSTOMER-ORDER DELIMITED BY SIZE
                  "  PART: "       DELIMITED BY SIZE
                  HO-PART-NUMBER   DELIMITED BY SIZE
                  "  QTY: "        DELIMITED BY SIZE
                  WS-DISPLAY-QUANTITY DELIMITED BY SIZE
                  "  DUE: "        DELIMITED BY SIZE
                  HO-REQUIRED-DATE DELIMITED BY SIZE
                  "  HELD RUN: "   DELIMITED BY SIZE
                  HO-HOLD-RUN-NUMBER DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  HO-HOLD-RUN-DATE DELIMITED BY SIZE
                  "  OPER: "       DELIMITED BY SIZE
                  HO-OPERATOR-ID   DELIMITED BY SIZE
               INTO RELEASE-REPORT-REC
           END-STRING

           WRITE RELEASE-REPORT-REC.

       9000-TERMINATE.

           MOVE SPACES TO RELEASE-REPORT-REC
           WRITE RELEASE-REPORT-REC

           MOVE WS-RECORDS-READ TO WS-DISPLAY-COUNT
           MOVE SPACES TO RELEASE-REPORT-REC
           STRING "HELD LINES READ:       " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT          DELIMITED BY SIZE
               INTO RELEASE-REPORT-REC
           END-STRING
           WRITE RELEASE-REPORT-REC

           MOVE WS-RECORDS-RELEASED TO WS-DISPLAY-COUNT
           MOVE SPACES TO RELEASE-REPORT-REC
           STRING "RELEASED AND REQUEUED: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT          DELIMITED BY SIZE
               INTO RELEASE-REPORT-REC
           END-STRING
           WRITE RELEASE-REPORT-REC

           MOVE WS-RECORDS-OFF-MASTER TO WS-DISPLAY-COUNT
           MOVE SPACES TO RELEASE-REPORT-REC
           STRING "OFF MASTER, REQUEUED:  " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT          DELIMITED BY SIZE
               INTO RELEASE-REPORT-REC
           END-STRING
           WRITE RELEASE-REPORT-REC

           MOVE WS-RECORDS-CARRIED TO WS-DISPLAY-COUNT
           MOVE SPACES TO RELEASE-REPORT-REC
           STRING "STILL HELD, CARRIED:   " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT          DELIMITED BY SIZE
               INTO RELEASE-REPORT-REC
           END-STRING
           WRITE RELEASE-REPORT-REC

           CLOSE HELD-ORDER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE PART-FILE
           CLOSE CARRY-OVER-FILE
           CLOSE RELEASE-REPORT-FILE.

       END PROGRAM HELD-RELEASE.
