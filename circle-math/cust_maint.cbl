       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-MAINT.
       AUTHOR. DAN SANTOS.
      ******************************************
      *  Batch maintenance for the indexed     *
      *  CUSTOMER-MASTER file.  Reads a file   *
      *  of add/change/delete/hold/release     *
      *  maintenance cards keyed by accounts   *
      *  receivable, applies each good card to *
      *  the master, rejects bad cards to an   *
      *  error file, prints a before/after     *
      *  image line for every applied card,    *
      *  and journals every applied action --  *
      *  action code, run date, and the full   *
      *  before and after images -- to the     *
      *  permanent CUJRNL file, so every       *
      *  credit limit, open balance, and hold  *
      *  change can be audited.                *
      ******************************************
      * MODIFICATION HISTORY                    *
      * ---------------------------------------- *
      * 2026-10-15  DS  Original version.        *
      ******************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MAINT-FILE ASSIGN TO MNTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO MNTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-ERROR-FILE ASSIGN TO MNTERR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-FILE ASSIGN TO CUJRNL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MAINT-FILE.
       COPY "customer_maint_rec".

       FD  CUSTOMER-MASTER-FILE.
       COPY "customer_master_rec".

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-REC            PIC X(132).

       FD  MAINT-ERROR-FILE.
       01  MAINT-ERROR-REC             PIC X(80).

       FD  JOURNAL-FILE.
       COPY "customer_journal_rec".

       WORKING-STORAGE SECTION.
        01 WS-SWITCHES.
           05 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-EOF                    VALUE "Y".
           05 WS-VALID-SWITCH          PIC X(01) VALUE "Y".
               88 WS-VALID                  VALUE "Y".
               88 WS-INVALID                VALUE "N".
           05 WS-MAINT-FILE-STATUS     PIC X(02) VALUE SPACES.
               88 WS-MAINT-FILE-OK          VALUE "00".
           05 WS-CUSTOMER-STATUS       PIC X(02) VALUE SPACES.
               88 WS-CUSTOMER-MASTER-OK     VALUE "00".
        01 WS-COUNTERS.
           05 WS-CARDS-READ            PIC 9(07) VALUE ZEROES COMP.
           05 WS-ADDS-APPLIED          PIC 9(07) VALUE ZEROES COMP.
           05 WS-CHANGES-APPLIED       PIC 9(07) VALUE ZEROES COMP.
           05 WS-DELETES-APPLIED       PIC 9(07) VALUE ZEROES COMP.
           05 WS-HOLDS-APPLIED         PIC 9(07) VALUE ZEROES COMP.
           05 WS-RELEASES-APPLIED      PIC 9(07) VALUE ZEROES COMP.
           05 WS-CARDS-REJECTED        PIC 9(07) VALUE ZEROES COMP.
        01 WS-REJECT-INFO.
           05 WS-REJECT-REASON-CODE    PIC 9(02) VALUE ZEROES.
               88 WS-REASON-BAD-ACTION      VALUE 10.
               88 WS-REASON-ALREADY-ON      VALUE 20.
               88 WS-REASON-NOT-ON-MASTER   VALUE 30.
               88 WS-REASON-NONNUMERIC      VALUE 40.
               88 WS-REASON-BAD-HOLD-FLAG   VALUE 50.
           05 WS-REJECT-REASON-TEXT    PIC X(25) VALUE SPACES.
        01 WS-IMAGE-WORK.
           05 WS-IMAGE-TAG             PIC X(07) VALUE SPACES.
           05 WS-IMAGE-CREDIT-LIMIT    PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-IMAGE-OPEN-BALANCE    PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-IMAGE-HOLD-FLAG       PIC X(01) VALUE SPACES.
        01 WS-DISPLAY-COUNTS.
           05 WS-DISPLAY-COUNT         PIC Z,ZZZ,ZZ9.
        01 WS-JOURNAL-INFO.
           05 WS-RUN-DATE              PIC 9(08) VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MAINT-FILE
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE

           STOP RUN.

       1000-INITIALIZE.

           OPEN INPUT CUST-MAINT-FILE
           IF NOT WS-MAINT-FILE-OK
               DISPLAY "CUST-MAINT: MAINT-FILE DID NOT OPEN, STATUS "
                   WS-MAINT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CUSTOMER-MASTER-FILE
           IF NOT WS-CUSTOMER-MASTER-OK
               DISPLAY "CUST-MAINT: CUSTOMER-MASTER-FILE DID NOT "
                   "OPEN, STATUS " WS-CUSTOMER-STATUS
               CLOSE CUST-MAINT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MAINT-REPORT-FILE
           OPEN OUTPUT MAINT-ERROR-FILE

      *    THE JOURNAL IS ACCOUNTS RECEIVABLE'S PERMANENT AUDIT
      *    TRAIL -- EVERY RUN EXTENDS IT, NEVER CUTS IT FRESH.
           OPEN EXTEND JOURNAL-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE "CUSTOMER-MASTER MAINTENANCE AUDIT REPORT"
               TO MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC
           MOVE SPACES TO MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC

           PERFORM 2100-READ-MAINT-FILE.

       2000-PROCESS-MAINT-FILE.

           PERFORM 0150-VALIDATE-MAINT-CARD
           IF WS-VALID
               PERFORM 3000-APPLY-MAINT-CARD
           ELSE
               PERFORM 0190-WRITE-ERROR-LINE
           END-IF
           PERFORM 2100-READ-MAINT-FILE.

       2100-READ-MAINT-FILE.

           READ CUST-MAINT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.

       0150-VALIDATE-MAINT-CARD.

           SET WS-VALID TO TRUE
           MOVE ZEROES TO WS-REJECT-REASON-CODE
           MOVE SPACES TO WS-REJECT-REASON-TEXT

           IF NOT CM-ACTION-ADD AND NOT CM-ACTION-CHANGE
               AND NOT CM-ACTION-DELETE AND NOT CM-ACTION-HOLD
               AND NOT CM-ACTION-RELEASE
               SET WS-INVALID TO TRUE
               SET WS-REASON-BAD-ACTION TO TRUE
               MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON-TEXT
           ELSE
      *        DELETE, HOLD, AND RELEASE CARDS ARE KEY-ONLY -- THE
      *        DATA FIELDS ON THEM ARE NEVER APPLIED, SO THEY ARE
      *        NOT EDITED.
               IF CM-ACTION-ADD OR CM-ACTION-CHANGE
                   IF CM-CREDIT-LIMIT NOT NUMERIC
                       OR CM-OPEN-BALANCE NOT NUMERIC
                       SET WS-INVALID TO TRUE
                       SET WS-REASON-NONNUMERIC TO TRUE
                       MOVE "NON-NUMERIC DATA FIELD"
                           TO WS-REJECT-REASON-TEXT
                   ELSE
      *                ONLY AN ADD TAKES THE HOLD FLAG FROM THE CARD.
                       IF CM-ACTION-ADD
                           AND CM-HOLD-FLAG NOT = "Y"
                           AND CM-HOLD-FLAG NOT = "N"
                           AND CM-HOLD-FLAG NOT = SPACE
                           SET WS-INVALID TO TRUE
                           SET WS-REASON-BAD-HOLD-FLAG TO TRUE
                           MOVE "HOLD FLAG NOT Y OR N"
                               TO WS-REJECT-REASON-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3000-APPLY-MAINT-CARD.

           IF CM-ACTION-ADD
               PERFORM 3100-ADD-MASTER-RECORD
           ELSE
               IF CM-ACTION-CHANGE
                   PERFORM 3200-CHANGE-MASTER-RECORD
               ELSE
                   IF CM-ACTION-DELETE
                       PERFORM 3300-DELETE-MASTER-RECORD
                   ELSE
                       PERFORM 3400-HOLD-RELEASE-RECORD
                   END-IF
               END-IF
           END-IF.

       3100-ADD-MASTER-RECORD.

           PERFORM 3500-MOVE-CARD-TO-MASTER
           WRITE CUSTOMER-MASTER-REC
               INVALID KEY
                   SET WS-INVALID TO TRUE
                   SET WS-REASON-ALREADY-ON TO TRUE
                   MOVE "CUSTOMER ALREADY ON FILE"
                       TO WS-REJECT-REASON-TEXT
                   PERFORM 0190-WRITE-ERROR-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-ADDS-APPLIED
                   MOVE "ADDED" TO WS-IMAGE-TAG
                   PERFORM 0200-WRITE-IMAGE-LINE
                   MOVE SPACES TO CJ-BEFORE-IMAGE
                   PERFORM 0310-CAPTURE-AFTER-IMAGE
                   MOVE "A" TO CJ-ACTION-CODE
                   PERFORM 0330-WRITE-JOURNAL-RECORD
           END-WRITE.

       3200-CHANGE-MASTER-RECORD.

           MOVE CM-CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   SET WS-INVALID TO TRUE
                   SET WS-REASON-NOT-ON-MASTER TO TRUE
                   MOVE "CUSTOMER NOT ON MASTER"
                       TO WS-REJECT-REASON-TEXT
                   PERFORM 0190-WRITE-ERROR-LINE
               NOT INVALID KEY
                   MOVE "BEFORE" TO WS-IMAGE-TAG
                   PERFORM 0200-WRITE-IMAGE-LINE
                   PERFORM 0300-CAPTURE-BEFORE-IMAGE
                   PERFORM 3500-MOVE-CARD-TO-MASTER
                   REWRITE CUSTOMER-MASTER-REC
                   ADD 1 TO WS-CHANGES-APPLIED
                   MOVE "AFTER" TO WS-IMAGE-TAG
                   PERFORM 0200-WRITE-IMAGE-LINE
                   PERFORM 0310-CAPTURE-AFTER-IMAGE
                   MOVE "C" TO CJ-ACTION-CODE
                   PERFORM 0330-WRITE-JOURNAL-RECORD
           END-READ.

       3300-DELETE-MASTER-RECORD.

           MOVE CM-CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   SET WS-INVALID TO TRUE
                   SET WS-REASON-NOT-ON-MASTER TO TRUE
                   MOVE "CUSTOMER NOT ON MASTER"
                       TO WS-REJECT-REASON-TEXT
                   PERFORM 0190-WRITE-ERROR-LINE
               NOT INVALID KEY
                   MOVE "BEFORE" TO WS-IMAGE-TAG
                   PERFORM 0200-WRITE-IMAGE-LINE
                   PERFORM 0300-CAPTURE-BEFORE-IMAGE
                   DELETE CUSTOMER-MASTER-FILE
                   ADD 1 TO WS-DELETES-APPLIED
                   MOVE "DELETED" TO WS-IMAGE-TAG
                   PERFORM 0210-WRITE-DELETED-LINE
                   MOVE SPACES TO CJ-AFTER-IMAGE
                   MOVE "D" TO CJ-ACTION-CODE
                   PERFORM 0330-WRITE-JOURNAL-RECORD
           END-READ.

       3400-HOLD-RELEASE-RECORD.

      *    A HOLD OR RELEASE CARD TOUCHES THE HOLD FLAG ONLY --
      *    THE LIMIT AND BALANCE ON THE MASTER STAND AS THEY ARE.
           MOVE CM-CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   SET WS-INVALID TO TRUE
                   SET WS-REASON-NOT-ON-MASTER TO TRUE
                   MOVE "CUSTOMER NOT ON MASTER"
                       TO WS-REJECT-REASON-TEXT
                   PERFORM 0190-WRITE-ERROR-LINE
               NOT INVALID KEY
                   MOVE "BEFORE" TO WS-IMAGE-TAG
                   PERFORM 0200-WRITE-IMAGE-LINE
                   PERFORM 0300-CAPTURE-BEFORE-IMAGE
                   IF CM-ACTION-HOLD
                       MOVE "Y" TO CU-HOLD-FLAG
                       ADD 1 TO WS-HOLDS-APPLIED
                       MOVE "H" TO CJ-ACTION-CODE
                   ELSE
                       MOVE "N" TO CU-HOLD-FLAG
                       ADD 1 TO WS-RELEASES-APPLIED
                       MOVE "R" TO CJ-ACTION-CODE
                   END-IF
                   REWRITE CUSTOMER-MASTER-REC
                   MOVE "AFTER" TO WS-IMAGE-TAG
                   PERFORM 0200-WRITE-IMAGE-LINE
                   PERFORM 0310-CAPTURE-AFTER-IMAGE
                   PERFORM 0330-WRITE-JOURNAL-RECORD
           END-READ.

       0300-CAPTURE-BEFORE-IMAGE.

      *    TAKEN WHILE THE MASTER RECORD JUST READ IS STILL IN
      *    ITS RECORD AREA, AHEAD OF THE CARD MOVE.
           MOVE CU-CUSTOMER-NUMBER TO CJ-BEF-CUSTOMER-NUMBER
           MOVE CU-CUSTOMER-NAME   TO CJ-BEF-CUSTOMER-NAME
           MOVE CU-BILLING-CODE    TO CJ-BEF-BILLING-CODE
           MOVE CU-CREDIT-LIMIT    TO CJ-BEF-CREDIT-LIMIT
           MOVE CU-OPEN-BALANCE    TO CJ-BEF-OPEN-BALANCE
           MOVE CU-HOLD-FLAG       TO CJ-BEF-HOLD-FLAG.

       0310-CAPTURE-AFTER-IMAGE.

           MOVE CU-CUSTOMER-NUMBER TO CJ-AFT-CUSTOMER-NUMBER
           MOVE CU-CUSTOMER-NAME   TO CJ-AFT-CUSTOMER-NAME
           MOVE CU-BILLING-CODE    TO CJ-AFT-BILLING-CODE
           MOVE CU-CREDIT-LIMIT    TO CJ-AFT-CREDIT-LIMIT
           MOVE CU-OPEN-BALANCE    TO CJ-AFT-OPEN-BALANCE
           MOVE CU-HOLD-FLAG       TO CJ-AFT-HOLD-FLAG.

       0330-WRITE-JOURNAL-RECORD.

           MOVE WS-RUN-DATE TO CJ-RUN-DATE
           WRITE CUSTOMER-JOURNAL-REC.

       3500-MOVE-CARD-TO-MASTER.

           MOVE CM-CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER
           MOVE CM-CUSTOMER-NAME   TO CU-CUSTOMER-NAME
           MOVE CM-BILLING-CODE    TO CU-BILLING-CODE
           MOVE CM-CREDIT-LIMIT    TO CU-CREDIT-LIMIT
           MOVE CM-OPEN-BALANCE    TO CU-OPEN-BALANCE
      *    A CHANGE NEVER TOUCHES THE HOLD FLAG -- A ROUTINE LIMIT
      *    OR BALANCE CARD MUST NOT TAKE A CUSTOMER OFF STOP.  ONLY
      *    HOLD AND RELEASE CARDS MOVE IT ONCE THE CUSTOMER IS ON.
      *    ON AN ADD, A BLANK HOLD FLAG MEANS NOT ON HOLD.
           IF CM-ACTION-ADD
               IF CM-HOLD-FLAG = "Y"
                   MOVE "Y" TO CU-HOLD-FLAG
               ELSE
                   MOVE "N" TO CU-HOLD-FLAG
               END-IF
           END-IF.

       0200-WRITE-IMAGE-LINE.

      *    A MASTER RECORD WRITTEN BEFORE THE CREDIT FIELDS
      *    EXISTED CARRIES SPACES THERE -- NO LIMIT, NO BALANCE.
           IF CU-CREDIT-LIMIT IS NUMERIC
               MOVE CU-CREDIT-LIMIT TO WS-IMAGE-CREDIT-LIMIT
           ELSE
               MOVE ZEROES TO WS-IMAGE-CREDIT-LIMIT
           END-IF
           IF CU-OPEN-BALANCE IS NUMERIC
               MOVE CU-OPEN-BALANCE TO WS-IMAGE-OPEN-BALANCE
           ELSE
               MOVE ZEROES TO WS-IMAGE-OPEN-BALANCE
           END-IF
           IF CU-ON-HOLD
               MOVE "Y" TO WS-IMAGE-HOLD-FLAG
           ELSE
               MOVE "N" TO WS-IMAGE-HOLD-FLAG
           END-IF

           MOVE SPACES TO MAINT-REPORT-REC
           STRING WS-IMAGE-TAG     DELIMITED BY SIZE
                  " CUST: "        DELIMITED BY SIZE
                  CU-CUSTOMER-NUMBER DELIMITED BY SIZE
                  " NAME: "        DELIMITED BY SIZE
                  CU-CUSTOMER-NAME DELIMITED BY SIZE
                  " BILL: "        DELIMITED BY SIZE
                  CU-BILLING-CODE  DELIMITED BY SIZE
                  " LIMIT: "       DELIMITED BY SIZE
                  WS-IMAGE-CREDIT-LIMIT DELIMITED BY SIZE
                  " BAL: "         DELIMITED BY SIZE
                  WS-IMAGE-OPEN-BALANCE DELIMITED BY SIZE
                  " HOLD: "        DELIMITED BY SIZE
                  WS-IMAGE-HOLD-FLAG DELIMITED BY SIZE
               INTO MAINT-REPORT-REC
           END-STRING

           WRITE MAINT-REPORT-REC.

       0210-WRITE-DELETED-LINE.

           MOVE SPACES TO MAINT-REPORT-REC
           STRING WS-IMAGE-TAG     DELIMITED BY SIZE
                  " CUST: "        DELIMITED BY SIZE
                  CM-CUSTOMER-NUMBER DELIMITED BY SIZE
                  "  RECORD REMOVED FROM CUSTOMER-MASTER"
                                   DELIMITED BY SIZE
               INTO MAINT-REPORT-REC
           END-STRING

           WRITE MAINT-REPORT-REC.

       0190-WRITE-ERROR-LINE.

           ADD 1 TO WS-CARDS-REJECTED

           MOVE SPACES TO MAINT-ERROR-REC
           STRING "ACTION: "       DELIMITED BY SIZE
                  CM-ACTION-CODE   DELIMITED BY SIZE
                  "  CUST: "       DELIMITED BY SIZE
                  CM-CUSTOMER-NUMBER DELIMITED BY SIZE
                  "  REASON CODE: " DELIMITED BY SIZE
                  WS-REJECT-REASON-CODE DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-REJECT-REASON-TEXT DELIMITED BY SIZE
               INTO MAINT-ERROR-REC
           END-STRING

           WRITE MAINT-ERROR-REC.

       9000-TERMINATE.

           MOVE SPACES TO MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC

           MOVE WS-CARDS-READ TO WS-DISPLAY-COUNT
           MOVE SPACES TO MAINT-REPORT-REC
           STRING "CARDS READ:       " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT     DELIMITED BY SIZE
               INTO MAINT-REPORT-REC
           END-STRING
           WRITE MAINT-REPORT-REC

           MOVE WS-ADDS-APPLIED TO WS-DISPLAY-COUNT
           MOVE SPACES TO MAINT-REPORT-REC
           STRING "ADDS APPLIED:     " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT     DELIMITED BY SIZE
               INTO MAINT-REPORT-REC
           END-STRING
           WRITE MAINT-REPORT-REC

           MOVE WS-CHANGES-APPLIED TO WS-DISPLAY-COUNT
           MOVE SPACES TO MAINT-REPORT-REC
           STRING "CHANGES APPLIED:  " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT     DELIMITED BY SIZE
               INTO MAINT-REPORT-REC
           END-STRING
           WRITE MAINT-REPORT-REC

           MOVE WS-DELETES-APPLIED TO WS-DISPLAY-COUNT
           MOVE SPACES TO MAINT-REPORT-REC
           STRING "DELETES APPLIED:  " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT     DELIMITED BY SIZE
               INTO MAINT-REPORT-REC
           END-STRING
           WRITE MAINT-REPORT-REC

           MOVE WS-HOLDS-APPLIED TO WS-DISPLAY-COUNT
           MOVE SPACES TO MAINT-REPORT-REC
           STRING "HOLDS APPLIED:    " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT     DELIMITED BY SIZE
               INTO MAINT-REPORT-REC
           END-STRING
           WRITE MAINT-REPORT-REC

           MOVE WS-RELEASES-APPLIED TO WS-DISPLAY-COUNT
           MOVE SPACES TO MAINT-REPORT-REC
           STRING "RELEASES APPLIED: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT     DELIMITED BY SIZE
               INTO MAINT-REPORT-REC
           END-STRING
           WRITE MAINT-REPORT-REC

           MOVE WS-CARDS-REJECTED TO WS-DISPLAY-COUNT
           MOVE SPACES TO MAINT-REPORT-REC
           STRING "CARDS REJECTED:   " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT     DELIMITED BY SIZE
               INTO MAINT-REPORT-REC
           END-STRING
           WRITE MAINT-REPORT-REC

           CLOSE CUST-MAINT-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE MAINT-REPORT-FILE
           CLOSE MAINT-ERROR-FILE
           CLOSE JOURNAL-FILE

           IF WS-CARDS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM CUST-MAINT.
