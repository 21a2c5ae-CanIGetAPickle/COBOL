       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIRCLE-AUDIT.
       AUTHOR. DAN SANTOS.
      ******************************************
      *  Nightly master-file cross-reference   *
      *  audit, run ahead of CIRCLE-MATH.      *
      *  Cross-checks the part, material,      *
      *  material-price, customer, operator,   *
      *  and remnant files against each other  *
      *  and against the queued PARTFILE       *
      *  lines: a part whose material is gone  *
      *  from the material master, a part      *
      *  density that disagrees with the       *
      *  material master, a material with no   *
      *  price in effect, a customer billing   *
      *  code with no pricing schedule, a      *
      *  remnant nobody's parts use, and       *
      *  queued lines that will reject or name *
      *  a customer or operator since deleted. *
      *  Prints the exceptions by severity.    *
      *  Only reads -- nothing is changed.     *
      *  RETURN-CODE 8 when the queued lines   *
      *  that would reject tonight reach the   *
      *  control-card limit, so the stream can *
      *  stop before a mass reject; 4 for      *
      *  warnings only.                        *
      ******************************************
      * MODIFICATION HISTORY                    *
      * ---------------------------------------- *
      * 2026-10-15  DS  Original version.        *
      ******************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO AUDPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PART-FILE ASSIGN TO PARTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-FILE-STATUS.

           SELECT PART-MASTER-FILE ASSIGN TO PARTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PART-NUMBER
               FILE STATUS IS WS-PART-MASTER-STATUS.

           SELECT MATERIAL-FILE ASSIGN TO MATLMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MATERIAL-CODE
               FILE STATUS IS WS-MATERIAL-STATUS.

           SELECT MATERIAL-PRICE-FILE ASSIGN TO MATLPRCE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-PRICE-KEY
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO OPERMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT PRICING-SCHEDULE-FILE ASSIGN TO PRCSCHED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PS-BILLING-CODE
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT REMNANT-FILE ASSIGN TO REMNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-REMNANT-KEY
               FILE STATUS IS WS-REMNANT-STATUS.

           SELECT AUDIT-REPORT-FILE ASSIGN TO AUDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 AP-REJECT-LIMIT          PIC 9(05).

       FD  PART-FILE.
       COPY "part_trans_rec".

       FD  PART-MASTER-FILE.
       COPY "part_master_rec".

       FD  MATERIAL-FILE.
       COPY "material_master_rec".

       FD  MATERIAL-PRICE-FILE.
       COPY "material_price_rec".

       FD  CUSTOMER-FILE.
       COPY "customer_master_rec".

       FD  OPERATOR-MASTER-FILE.
       COPY "operator_master_rec".

       FD  PRICING-SCHEDULE-FILE.
       COPY "pricing_sched_rec".

       FD  REMNANT-FILE.
       COPY "remnant_rec".

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-SWITCHES.
           05 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-EOF                    VALUE "Y".
           05 WS-FOUND-SWITCH          PIC X(01) VALUE "N".
               88 WS-FOUND                  VALUE "Y".
           05 WS-LINE-REJECT-SWITCH    PIC X(01) VALUE "N".
               88 WS-LINE-WILL-REJECT       VALUE "Y".
           05 WS-USED-FULL-SWITCH      PIC X(01) VALUE "N".
               88 WS-USED-TABLE-FULL        VALUE "Y".
           05 WS-PARM-STATUS           PIC X(02) VALUE SPACES.
               88 WS-PARM-OK                VALUE "00".
           05 WS-PART-FILE-STATUS      PIC X(02) VALUE SPACES.
               88 WS-PART-FILE-OK           VALUE "00".
           05 WS-PART-MASTER-STATUS    PIC X(02) VALUE SPACES.
               88 WS-PART-MASTER-OK         VALUE "00".
           05 WS-MATERIAL-STATUS       PIC X(02) VALUE SPACES.
               88 WS-MATERIAL-OK            VALUE "00".
           05 WS-PRICE-STATUS          PIC X(02) VALUE SPACES.
               88 WS-PRICE-OK               VALUE "00".
           05 WS-CUSTOMER-STATUS       PIC X(02) VALUE SPACES.
               88 WS-CUSTOMER-OK            VALUE "00".
           05 WS-OPERATOR-STATUS       PIC X(02) VALUE SPACES.
               88 WS-OPERATOR-OK            VALUE "00".
           05 WS-SCHEDULE-STATUS       PIC X(02) VALUE SPACES.
               88 WS-SCHEDULE-OK            VALUE "00".
           05 WS-REMNANT-STATUS        PIC X(02) VALUE SPACES.
               88 WS-REMNANT-OK             VALUE "00".
        01 WS-CONTROL-VALUES.
           05 WS-RUN-DATE              PIC 9(08) VALUE ZEROES.
           05 WS-REJECT-LIMIT          PIC 9(05) VALUE 25.
           05 WS-QUEUE-MATERIAL        PIC X(04) VALUE SPACES.
           05 WS-QUEUE-THICKNESS       PIC 9(03)V999 VALUE ZEROES.
        01 WS-COUNTERS.
           05 WS-PARTS-READ            PIC 9(07) VALUE ZEROES COMP.
           05 WS-MATERIALS-READ        PIC 9(07) VALUE ZEROES COMP.
           05 WS-PRICES-READ           PIC 9(07) VALUE ZEROES COMP.
           05 WS-CUSTOMERS-READ        PIC 9(07) VALUE ZEROES COMP.
           05 WS-REMNANTS-READ         PIC 9(07) VALUE ZEROES COMP.
           05 WS-QUEUE-READ            PIC 9(07) VALUE ZEROES COMP.
           05 WS-QUEUE-REJECTS         PIC 9(07) VALUE ZEROES COMP.
           05 WS-EXCEPTION-COUNT       PIC 9(03) VALUE ZEROES COMP.
           05 WS-EXCEPTIONS-DROPPED    PIC 9(07) VALUE ZEROES COMP.
           05 WS-EXC-SUB               PIC 9(03) VALUE ZEROES COMP.
           05 WS-SEV-SUB               PIC 9(01) VALUE ZEROES COMP.
           05 WS-USED-COUNT            PIC 9(03) VALUE ZEROES COMP.
           05 WS-USED-SUB              PIC 9(03) VALUE ZEROES COMP.
           05 WS-SEVERITY-COUNTS       VALUE ZEROES.
               10 WS-SEV-COUNT OCCURS 3 TIMES
                                       PIC 9(07).
      *    EVERY MATERIAL AND THICKNESS A PART OR A QUEUED LINE
      *    USES -- A REMNANT NOT IN HERE IS DEAD STOCK.
        01 WS-USED-TABLE.
           05 WS-USED-ENTRY OCCURS 500 TIMES.
               10 WS-UT-MATERIAL-CODE  PIC X(04).
               10 WS-UT-THICKNESS      PIC 9(03)V999.
        01 WS-EXCEPTION-TABLE.
           05 WS-EXCEPTION-ENTRY OCCURS 500 TIMES.
               10 WS-XT-SEVERITY       PIC 9(01).
               10 WS-XT-FILE           PIC X(08).
               10 WS-XT-KEY            PIC X(20).
               10 WS-XT-TEXT           PIC X(70).
        01 WS-NEW-EXCEPTION.
           05 WS-NX-SEVERITY           PIC 9(01).
               88 WS-NX-STOP                VALUE 1.
               88 WS-NX-WARNING             VALUE 2.
               88 WS-NX-NOTE                VALUE 3.
           05 WS-NX-FILE               PIC X(08).
           05 WS-NX-KEY                PIC X(20).
           05 WS-NX-TEXT               PIC X(70).
        01 WS-SEVERITY-TITLE-DATA.
           05 FILLER                   PIC X(60) VALUE
               "SEVERITY 1 -- STOP: WOULD CAUSE MASS REJECTS TONIGHT".
           05 FILLER                   PIC X(60) VALUE
               "SEVERITY 2 -- WARNING: REJECTS, MISPRICING, BAD DATA".
           05 FILLER                   PIC X(60) VALUE
               "SEVERITY 3 -- NOTE: HOUSEKEEPING".
        01 WS-SEVERITY-TITLES REDEFINES WS-SEVERITY-TITLE-DATA.
           05 WS-SEVERITY-TITLE OCCURS 3 TIMES PIC X(60).
        01 WS-DISPLAY-VALUES.
           05 WS-DISPLAY-COUNT         PIC Z,ZZZ,ZZ9.
           05 WS-DISPLAY-LIMIT         PIC ZZ,ZZ9.
           05 WS-DISPLAY-THICKNESS     PIC ZZ9.999.
           05 WS-DISPLAY-DENSITY       PIC ZZ9.99999.
           05 WS-DISPLAY-MM-DENSITY    PIC ZZ9.99999.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-AUDIT-PART-MASTER
           PERFORM 3000-AUDIT-MATERIAL-MASTER
           PERFORM 3500-AUDIT-PRICE-FILE
           PERFORM 4000-AUDIT-CUSTOMER-MASTER
           PERFORM 5000-AUDIT-PART-QUEUE
           PERFORM 6000-AUDIT-REMNANT-FILE
           PERFORM 7000-CHECK-REJECT-LIMIT
           PERFORM 8000-WRITE-AUDIT-REPORT
           PERFORM 9000-TERMINATE

           STOP RUN.

       1000-INITIALIZE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-CONTROL-CARD

           OPEN INPUT PART-MASTER-FILE
           IF NOT WS-PART-MASTER-OK
               DISPLAY "CIRCLE-AUDIT: PART-MASTER-FILE DID NOT OPEN, "
                   "STATUS " WS-PART-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MATERIAL-FILE
           IF NOT WS-MATERIAL-OK
               DISPLAY "CIRCLE-AUDIT: MATERIAL-FILE DID NOT OPEN, "
                   "STATUS " WS-MATERIAL-STATUS
               CLOSE PART-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MATERIAL-PRICE-FILE
           IF NOT WS-PRICE-OK
               DISPLAY "CIRCLE-AUDIT: MATERIAL-PRICE-FILE DID NOT "
                   "OPEN, STATUS " WS-PRICE-STATUS
               CLOSE PART-MASTER-FILE
               CLOSE MATERIAL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-CUSTOMER-OK
               DISPLAY "CIRCLE-AUDIT: CUSTOMER-FILE DID NOT OPEN, "
                   "STATUS " WS-CUSTOMER-STATUS
               CLOSE PART-MASTER-FILE
               CLOSE MATERIAL-FILE
               CLOSE MATERIAL-PRICE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT OPERATOR-MASTER-FILE
           IF NOT WS-OPERATOR-OK
               DISPLAY "CIRCLE-AUDIT: OPERATOR-MASTER-FILE DID NOT "
                   "OPEN, STATUS " WS-OPERATOR-STATUS
               CLOSE PART-MASTER-FILE
               CLOSE MATERIAL-FILE
               CLOSE MATERIAL-PRICE-FILE
               CLOSE CUSTOMER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PRICING-SCHEDULE-FILE
           IF NOT WS-SCHEDULE-OK
               DISPLAY "CIRCLE-AUDIT: PRICING-SCHEDULE-FILE DID NOT "
                   "OPEN, STATUS " WS-SCHEDULE-STATUS
               CLOSE PART-MASTER-FILE
               CLOSE MATERIAL-FILE
               CLOSE MATERIAL-PRICE-FILE
               CLOSE CUSTOMER-FILE
               CLOSE OPERATOR-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT REMNANT-FILE
           IF NOT WS-REMNANT-OK
               DISPLAY "CIRCLE-AUDIT: REMNANT-FILE DID NOT OPEN, "
                   "STATUS " WS-REMNANT-STATUS
               CLOSE PART-MASTER-FILE
               CLOSE MATERIAL-FILE
               CLOSE MATERIAL-PRICE-FILE
               CLOSE CUSTOMER-FILE
               CLOSE OPERATOR-MASTER-FILE
               CLOSE PRICING-SCHEDULE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PART-FILE
           IF NOT WS-PART-FILE-OK
               DISPLAY "CIRCLE-AUDIT: PART-FILE DID NOT OPEN, "
                   "STATUS " WS-PART-FILE-STATUS
               CLOSE PART-MASTER-FILE
               CLOSE MATERIAL-FILE
               CLOSE MATERIAL-PRICE-FILE
               CLOSE CUSTOMER-FILE
               CLOSE OPERATOR-MASTER-FILE
               CLOSE PRICING-SCHEDULE-FILE
               CLOSE REMNANT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AUDIT-REPORT-FILE.

       1100-READ-CONTROL-CARD.

      *    THE CONTROL CARD NAMES HOW MANY QUEUED LINES MAY FAIL
      *    THE CROSS-CHECKS BEFORE THE AUDIT STOPS THE STREAM.
      *    WITH NO CARD THE LIMIT IS 25.
           OPEN INPUT PARM-FILE
           IF WS-PARM-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AP-REJECT-LIMIT IS NUMERIC
                           AND AP-REJECT-LIMIT NOT = ZERO
                           MOVE AP-REJECT-LIMIT TO WS-REJECT-LIMIT
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       2000-AUDIT-PART-MASTER.

           MOVE LOW-VALUES TO PM-PART-NUMBER
           MOVE "N" TO WS-EOF-SWITCH
           START PART-MASTER-FILE
               KEY IS NOT LESS THAN PM-PART-NUMBER
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           PERFORM 2100-CHECK-NEXT-PART
               UNTIL WS-EOF.

       2100-CHECK-NEXT-PART.

           READ PART-MASTER-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PARTS-READ
                   PERFORM 2200-CHECK-PART-MATERIAL
                   MOVE PM-MATERIAL-CODE TO WS-QUEUE-MATERIAL
                   MOVE PM-THICKNESS     TO WS-QUEUE-THICKNESS
                   PERFORM 2300-RECORD-USED-STOCK
           END-READ.

       2200-CHECK-PART-MATERIAL.

      *    CIRCLE-MATH WEIGHS A PART-MASTER TRANSACTION OFF THE
      *    MATERIAL MASTER, SO A PART WHOSE MATERIAL IS GONE
      *    REJECTS EVERY TIME IT IS QUEUED (REASON 70), AND A
      *    PART DENSITY THAT DISAGREES WITH THE MASTER SHOWS UP
      *    AS A CIRCLE-VARIANCE FLAG ON EVERY LINE IT CUTS.
           MOVE PM-MATERIAL-CODE TO MM-MATERIAL-CODE
           READ MATERIAL-FILE
               INVALID KEY
                   SET WS-NX-WARNING TO TRUE
                   MOVE "PARTMSTR" TO WS-NX-FILE
                   MOVE PM-PART-NUMBER TO WS-NX-KEY
                   STRING "MATERIAL "     DELIMITED BY SIZE
                          PM-MATERIAL-CODE DELIMITED BY SIZE
                          " NOT ON MATERIAL MASTER -- EVERY QUEUED "
                                          DELIMITED BY SIZE
                          "LINE REJECTS (70)"
                                          DELIMITED BY SIZE
                       INTO WS-NX-TEXT
                   END-STRING
                   PERFORM 7900-ADD-EXCEPTION
               NOT INVALID KEY
                   IF PM-DENSITY NOT = MM-DENSITY
                       MOVE PM-DENSITY TO WS-DISPLAY-DENSITY
                       MOVE MM-DENSITY TO WS-DISPLAY-MM-DENSITY
                       SET WS-NX-WARNING TO TRUE
                       MOVE "PARTMSTR" TO WS-NX-FILE
                       MOVE PM-PART-NUMBER TO WS-NX-KEY
                       STRING "DENSITY "   DELIMITED BY SIZE
                              WS-DISPLAY-DENSITY DELIMITED BY SIZE
                              " DISAGREES WITH MATERIAL "
                                          DELIMITED BY SIZE
                              PM-MATERIAL-CODE DELIMITED BY SIZE
                              " MASTER "  DELIMITED BY SIZE
                              WS-DISPLAY-MM-DENSITY
                                          DELIMITED BY SIZE
                           INTO WS-NX-TEXT
                       END-STRING
                       PERFORM 7900-ADD-EXCEPTION
                   END-IF
           END-READ.

       2300-RECORD-USED-STOCK.

           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 2310-FIND-USED-ENTRY
               VARYING WS-USED-SUB FROM 1 BY 1
               UNTIL WS-FOUND
                   OR WS-USED-SUB > WS-USED-COUNT

           IF NOT WS-FOUND
               IF WS-USED-COUNT < 500
                   ADD 1 TO WS-USED-COUNT
                   MOVE WS-QUEUE-MATERIAL
                       TO WS-UT-MATERIAL-CODE (WS-USED-COUNT)
                   MOVE WS-QUEUE-THICKNESS
                       TO WS-UT-THICKNESS (WS-USED-COUNT)
               ELSE
                   SET WS-USED-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       2310-FIND-USED-ENTRY.

           IF WS-USED-SUB NOT > WS-USED-COUNT
               IF WS-UT-MATERIAL-CODE (WS-USED-SUB)
                   = WS-QUEUE-MATERIAL
                   AND WS-UT-THICKNESS (WS-USED-SUB)
                   = WS-QUEUE-THICKNESS
                   SET WS-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-USED-SUB
               END-IF
           END-IF.

       3000-AUDIT-MATERIAL-MASTER.

           MOVE LOW-VALUES TO MM-MATERIAL-CODE
           MOVE "N" TO WS-EOF-SWITCH
           START MATERIAL-FILE
               KEY IS NOT LESS THAN MM-MATERIAL-CODE
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           PERFORM 3100-CHECK-NEXT-MATERIAL
               UNTIL WS-EOF.

       3100-CHECK-NEXT-MATERIAL.

           READ MATERIAL-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MATERIALS-READ
                   PERFORM 3200-CHECK-PRICE-IN-EFFECT
           END-READ.

       3200-CHECK-PRICE-IN-EFFECT.

      *    THE EARLIEST PRICE RECORD FOR THE MATERIAL IS ENOUGH --
      *    IF IT IS NOT IN EFFECT BY TODAY NONE IS, AND TONIGHT'S
      *    TRANSACTIONS QUIETLY PRICE AT THE MASTER'S COST.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE MM-MATERIAL-CODE TO MP-MATERIAL-CODE
           MOVE ZEROES           TO MP-EFFECTIVE-DATE
           START MATERIAL-PRICE-FILE
               KEY IS NOT LESS THAN MP-PRICE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ MATERIAL-PRICE-FILE NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF MP-MATERIAL-CODE = MM-MATERIAL-CODE
                               AND MP-EFFECTIVE-DATE
                                   NOT > WS-RUN-DATE
                               SET WS-FOUND TO TRUE
                           END-IF
                   END-READ
           END-START

           IF NOT WS-FOUND
               SET WS-NX-WARNING TO TRUE
               MOVE "MATLMSTR" TO WS-NX-FILE
               MOVE MM-MATERIAL-CODE TO WS-NX-KEY
               STRING "NO PRICE RECORD IN EFFECT -- PRICES AT "
                                          DELIMITED BY SIZE
                      "THE MATERIAL MASTER COST"
                                          DELIMITED BY SIZE
                   INTO WS-NX-TEXT
               END-STRING
               PERFORM 7900-ADD-EXCEPTION
           END-IF.

       3500-AUDIT-PRICE-FILE.

           MOVE LOW-VALUES TO MP-PRICE-KEY
           MOVE "N" TO WS-EOF-SWITCH
           START MATERIAL-PRICE-FILE
               KEY IS NOT LESS THAN MP-PRICE-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           PERFORM 3600-CHECK-NEXT-PRICE
               UNTIL WS-EOF.

       3600-CHECK-NEXT-PRICE.

           READ MATERIAL-PRICE-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PRICES-READ
                   MOVE MP-MATERIAL-CODE TO MM-MATERIAL-CODE
                   READ MATERIAL-FILE
                       INVALID KEY
                           SET WS-NX-NOTE TO TRUE
                           MOVE "MATLPRCE" TO WS-NX-FILE
                           MOVE SPACES TO WS-NX-KEY
                           STRING MP-MATERIAL-CODE DELIMITED BY SIZE
                                  " "              DELIMITED BY SIZE
                                  MP-EFFECTIVE-DATE DELIMITED BY SIZE
                               INTO WS-NX-KEY
                           END-STRING
                           MOVE "PRICE FOR A MATERIAL NOT ON MASTER"
                               TO WS-NX-TEXT
                           PERFORM 7900-ADD-EXCEPTION
                   END-READ
           END-READ.

       4000-AUDIT-CUSTOMER-MASTER.

           MOVE LOW-VALUES TO CU-CUSTOMER-NUMBER
           MOVE "N" TO WS-EOF-SWITCH
           START CUSTOMER-FILE
               KEY IS NOT LESS THAN CU-CUSTOMER-NUMBER
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           PERFORM 4100-CHECK-NEXT-CUSTOMER
               UNTIL WS-EOF.

       4100-CHECK-NEXT-CUSTOMER.

      *    CIRCLE-BILLING PRICES OFF THE SCHEDULE FOR THE
      *    CUSTOMER'S BILLING CODE -- WITH NO SCHEDULE THE
      *    CUSTOMER IS BILLED AT COST.
           READ CUSTOMER-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUSTOMERS-READ
                   MOVE CU-BILLING-CODE TO PS-BILLING-CODE
                   READ PRICING-SCHEDULE-FILE
                       INVALID KEY
                           SET WS-NX-WARNING TO TRUE
                           MOVE "CUSTMSTR" TO WS-NX-FILE
                           MOVE CU-CUSTOMER-NUMBER TO WS-NX-KEY
                           STRING "BILLING CODE "  DELIMITED BY SIZE
                                  CU-BILLING-CODE  DELIMITED BY SIZE
                                  " HAS NO PRICING SCHEDULE -- "
                                                   DELIMITED BY SIZE
                                  "BILLS AT COST"  DELIMITED BY SIZE
                               INTO WS-NX-TEXT
                           END-STRING
                           PERFORM 7900-ADD-EXCEPTION
                   END-READ
           END-READ.

       5000-AUDIT-PART-QUEUE.

           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 5100-READ-PART-FILE
           PERFORM 5200-CHECK-QUEUE-LINE
               UNTIL WS-EOF.

       5100-READ-PART-FILE.

           READ PART-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-QUEUE-READ
           END-READ.

       5200-CHECK-QUEUE-LINE.

      *    THE SAME MASTER LOOKUPS CIRCLE-MATH WILL MAKE TONIGHT.
      *    A LINE THAT FAILS ONE OF THEM REJECTS AND COUNTS
      *    AGAINST THE CONTROL-CARD LIMIT.  A DELETED OPERATOR
      *    DOES NOT REJECT -- IT ONLY LEAVES THE LINE UNOWNED.
           MOVE "N" TO WS-LINE-REJECT-SWITCH
           MOVE SPACES TO WS-QUEUE-MATERIAL

           IF PF-USE-PART-MASTER-YES
               MOVE PF-PART-NUMBER TO PM-PART-NUMBER
               READ PART-MASTER-FILE
                   INVALID KEY
                       SET WS-LINE-WILL-REJECT TO TRUE
                       MOVE "PART NOT ON PART MASTER -- REJECTS (60)"
                           TO WS-NX-TEXT
                       PERFORM 5300-ADD-QUEUE-EXCEPTION
                   NOT INVALID KEY
                       MOVE PM-MATERIAL-CODE TO WS-QUEUE-MATERIAL
                       MOVE PM-THICKNESS     TO WS-QUEUE-THICKNESS
               END-READ
           ELSE
               MOVE PF-MATERIAL-CODE TO WS-QUEUE-MATERIAL
               IF PF-THICKNESS IS NUMERIC
                   MOVE PF-THICKNESS TO WS-QUEUE-THICKNESS
               ELSE
                   MOVE ZEROES TO WS-QUEUE-THICKNESS
               END-IF
           END-IF

           IF NOT WS-LINE-WILL-REJECT
               MOVE WS-QUEUE-MATERIAL TO MM-MATERIAL-CODE
               READ MATERIAL-FILE
                   INVALID KEY
                       SET WS-LINE-WILL-REJECT TO TRUE
                       STRING "MATERIAL "    DELIMITED BY SIZE
                              WS-QUEUE-MATERIAL DELIMITED BY SIZE
                              " NOT ON MATERIAL MASTER -- WILL "
                                             DELIMITED BY SIZE
                              "REJECT (70)"  DELIMITED BY SIZE
                           INTO WS-NX-TEXT
                       END-STRING
                       PERFORM 5300-ADD-QUEUE-EXCEPTION
                   NOT INVALID KEY
                       PERFORM 2300-RECORD-USED-STOCK
               END-READ
           END-IF

           MOVE PF-CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   SET WS-LINE-WILL-REJECT TO TRUE
                   STRING "CUSTOMER "         DELIMITED BY SIZE
                          PF-CUSTOMER-NUMBER  DELIMITED BY SIZE
                          " NOT ON CUSTOMER MASTER -- WILL REJECT (90)"
                                              DELIMITED BY SIZE
                       INTO WS-NX-TEXT
                   END-STRING
                   PERFORM 5300-ADD-QUEUE-EXCEPTION
           END-READ

           IF PF-OPERATOR-ID NOT = SPACES
               MOVE PF-OPERATOR-ID TO OP-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       STRING "OPERATOR "     DELIMITED BY SIZE
                              PF-OPERATOR-ID  DELIMITED BY SIZE
                              " NOT ON OPERATOR MASTER"
                                              DELIMITED BY SIZE
                           INTO WS-NX-TEXT
                       END-STRING
                       PERFORM 5300-ADD-QUEUE-EXCEPTION
               END-READ
           END-IF

           IF WS-LINE-WILL-REJECT
               ADD 1 TO WS-QUEUE-REJECTS
           END-IF

           PERFORM 5100-READ-PART-FILE.

       5300-ADD-QUEUE-EXCEPTION.

           SET WS-NX-WARNING TO TRUE
           MOVE "PARTFILE" TO WS-NX-FILE
           MOVE SPACES TO WS-NX-KEY
           STRING PF-PART-NUMBER     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  PF-CUSTOMER-ORDER  DELIMITED BY SIZE
               INTO WS-NX-KEY
           END-STRING
           PERFORM 7900-ADD-EXCEPTION.

       6000-AUDIT-REMNANT-FILE.

           MOVE LOW-VALUES TO RM-REMNANT-KEY
           MOVE "N" TO WS-EOF-SWITCH
           START REMNANT-FILE
               KEY IS NOT LESS THAN RM-REMNANT-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           PERFORM 6100-CHECK-NEXT-REMNANT
               UNTIL WS-EOF

      *    WITH THE USED-STOCK TABLE FULL A REMNANT CANNOT BE
      *    CALLED UNUSED WITH ANY CONFIDENCE, SO THAT CHECK WAS
      *    SKIPPED -- SAY SO INSTEAD OF LISTING FALSE ALARMS.
           IF WS-USED-TABLE-FULL
               SET WS-NX-NOTE TO TRUE
               MOVE "REMNFILE" TO WS-NX-FILE
               MOVE SPACES TO WS-NX-KEY
               MOVE "USED-STOCK TABLE FULL -- UNUSED-REMNANT CHECK OFF"
                   TO WS-NX-TEXT
               PERFORM 7900-ADD-EXCEPTION
           END-IF.

       6100-CHECK-NEXT-REMNANT.

           READ REMNANT-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REMNANTS-READ
                   PERFORM 6200-CHECK-REMNANT
           END-READ.

       6200-CHECK-REMNANT.

           MOVE RM-THICKNESS TO WS-DISPLAY-THICKNESS
           MOVE RM-MATERIAL-CODE TO MM-MATERIAL-CODE
           READ MATERIAL-FILE
               INVALID KEY
                   SET WS-NX-WARNING TO TRUE
                   MOVE "REMNANT FOR A MATERIAL NOT ON THE MASTER"
                       TO WS-NX-TEXT
                   PERFORM 6300-ADD-REMNANT-EXCEPTION
               NOT INVALID KEY
                   IF RM-REMNANT-AREA > ZERO
                       AND NOT WS-USED-TABLE-FULL
                       MOVE RM-MATERIAL-CODE TO WS-QUEUE-MATERIAL
                       MOVE RM-THICKNESS     TO WS-QUEUE-THICKNESS
                       MOVE "N" TO WS-FOUND-SWITCH
                       PERFORM 2310-FIND-USED-ENTRY
                           VARYING WS-USED-SUB FROM 1 BY 1
                           UNTIL WS-FOUND
                               OR WS-USED-SUB > WS-USED-COUNT
                       IF NOT WS-FOUND
                           SET WS-NX-NOTE TO TRUE
                           STRING "REMNANT FOR A MATERIAL/THICKNESS "
                                              DELIMITED BY SIZE
                                  "NO PART OR QUEUED LINE USES"
                                              DELIMITED BY SIZE
                               INTO WS-NX-TEXT
                           END-STRING
                           PERFORM 6300-ADD-REMNANT-EXCEPTION
                       END-IF
                   END-IF
           END-READ.

       6300-ADD-REMNANT-EXCEPTION.

           MOVE "REMNFILE" TO WS-NX-FILE
           MOVE SPACES TO WS-NX-KEY
           STRING RM-MATERIAL-CODE     DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-DISPLAY-THICKNESS DELIMITED BY SIZE
               INTO WS-NX-KEY
           END-STRING
           PERFORM 7900-ADD-EXCEPTION.

       7000-CHECK-REJECT-LIMIT.

      *    ONE BAD LINE GOES TO THE CORRECTION PASS LIKE ANY
      *    OTHER REJECT.  ENOUGH OF THEM MEANS A MASTER IS OUT OF
      *    STEP, AND RUNNING ANYWAY WOULD ONLY BURY THE DAY SHIFT
      *    IN REJECTS -- THAT IS WHAT STOPS THE STREAM.
           IF WS-QUEUE-REJECTS > ZERO
               AND WS-QUEUE-REJECTS NOT < WS-REJECT-LIMIT
               MOVE WS-QUEUE-REJECTS TO WS-DISPLAY-COUNT
               MOVE WS-REJECT-LIMIT  TO WS-DISPLAY-LIMIT
               SET WS-NX-STOP TO TRUE
               MOVE "PARTFILE" TO WS-NX-FILE
               MOVE "QUEUE" TO WS-NX-KEY
               STRING WS-DISPLAY-COUNT   DELIMITED BY SIZE
                      " QUEUED LINES WOULD REJECT TONIGHT -- LIMIT "
                                         DELIMITED BY SIZE
                      WS-DISPLAY-LIMIT   DELIMITED BY SIZE
                   INTO WS-NX-TEXT
               END-STRING
               PERFORM 7900-ADD-EXCEPTION
           END-IF.

       7900-ADD-EXCEPTION.

           ADD 1 TO WS-SEV-COUNT (WS-NX-SEVERITY)
           IF WS-EXCEPTION-COUNT < 500
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-NEW-EXCEPTION
                   TO WS-EXCEPTION-ENTRY (WS-EXCEPTION-COUNT)
           ELSE
               ADD 1 TO WS-EXCEPTIONS-DROPPED
           END-IF
           MOVE SPACES TO WS-NX-TEXT.

       8000-WRITE-AUDIT-REPORT.

           MOVE SPACES TO AUDIT-REPORT-REC
           STRING "NIGHTLY MASTER-FILE CROSS-REFERENCE AUDIT"
                                       DELIMITED BY SIZE
                  "   RUN DATE: "      DELIMITED BY SIZE
                  WS-RUN-DATE          DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC

           PERFORM 8100-WRITE-SEVERITY-SECTION
               VARYING WS-SEV-SUB FROM 1 BY 1
               UNTIL WS-SEV-SUB > 3

           IF WS-EXCEPTIONS-DROPPED > ZERO
               MOVE WS-EXCEPTIONS-DROPPED TO WS-DISPLAY-COUNT
               MOVE SPACES TO AUDIT-REPORT-REC
               STRING WS-DISPLAY-COUNT DELIMITED BY SIZE
                      " MORE EXCEPTIONS NOT LISTED -- TABLE FULL"
                                       DELIMITED BY SIZE
                   INTO AUDIT-REPORT-REC
               END-STRING
               WRITE AUDIT-REPORT-REC
           END-IF

           MOVE SPACES TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC

           MOVE WS-PARTS-READ TO WS-DISPLAY-COUNT
           MOVE SPACES TO AUDIT-REPORT-REC
           STRING "PART MASTER RECORDS READ:     " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT                 DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC

           MOVE WS-MATERIALS-READ TO WS-DISPLAY-COUNT
           MOVE SPACES TO AUDIT-REPORT-REC
           STRING "MATERIAL MASTER RECORDS READ: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT                 DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC

           MOVE WS-PRICES-READ TO WS-DISPLAY-COUNT
           MOVE SPACES TO AUDIT-REPORT-REC
           STRING "PRICE RECORDS READ:           " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT                 DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC

           MOVE WS-CUSTOMERS-READ TO WS-DISPLAY-COUNT
           MOVE SPACES TO AUDIT-REPORT-REC
           STRING "CUSTOMER MASTER RECORDS READ: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT                 DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC

           MOVE WS-REMNANTS-READ TO WS-DISPLAY-COUNT
           MOVE SPACES TO AUDIT-REPORT-REC
           STRING "REMNANT RECORDS READ:         " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT                 DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC

           MOVE WS-QUEUE-READ TO WS-DISPLAY-COUNT
           MOVE SPACES TO AUDIT-REPORT-REC
           STRING "QUEUED LINES READ:            " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT                 DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC

           MOVE WS-QUEUE-REJECTS TO WS-DISPLAY-COUNT
           MOVE WS-REJECT-LIMIT  TO WS-DISPLAY-LIMIT
           MOVE SPACES TO AUDIT-REPORT-REC
           STRING "QUEUED LINES THAT WOULD REJECT:" DELIMITED BY SIZE
                  WS-DISPLAY-COUNT                  DELIMITED BY SIZE
                  "   STOP LIMIT: "                 DELIMITED BY SIZE
                  WS-DISPLAY-LIMIT                  DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC.

       8100-WRITE-SEVERITY-SECTION.

           MOVE SPACES TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC

           MOVE WS-SEV-COUNT (WS-SEV-SUB) TO WS-DISPLAY-COUNT
           MOVE SPACES TO AUDIT-REPORT-REC
           STRING WS-SEVERITY-TITLE (WS-SEV-SUB) DELIMITED BY SIZE
                  "  EXCEPTIONS: "               DELIMITED BY SIZE
                  WS-DISPLAY-COUNT               DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC

           IF WS-SEV-COUNT (WS-SEV-SUB) = ZERO
               MOVE "    NONE" TO AUDIT-REPORT-REC
               WRITE AUDIT-REPORT-REC
           ELSE
               MOVE "    FILE      KEY                   EXCEPTION"
                   TO AUDIT-REPORT-REC
               WRITE AUDIT-REPORT-REC
               PERFORM 8200-WRITE-EXCEPTION-LINE
                   VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > WS-EXCEPTION-COUNT
           END-IF.

       8200-WRITE-EXCEPTION-LINE.

           IF WS-XT-SEVERITY (WS-EXC-SUB) = WS-SEV-SUB
               MOVE SPACES TO AUDIT-REPORT-REC
               STRING "    "                     DELIMITED BY SIZE
                      WS-XT-FILE (WS-EXC-SUB)    DELIMITED BY SIZE
                      "  "                       DELIMITED BY SIZE
                      WS-XT-KEY (WS-EXC-SUB)     DELIMITED BY SIZE
                      "  "                       DELIMITED BY SIZE
                      WS-XT-TEXT (WS-EXC-SUB)    DELIMITED BY SIZE
                   INTO AUDIT-REPORT-REC
               END-STRING
               WRITE AUDIT-REPORT-REC
           END-IF.

       9000-TERMINATE.

           CLOSE PART-FILE
           CLOSE PART-MASTER-FILE
           CLOSE MATERIAL-FILE
           CLOSE MATERIAL-PRICE-FILE
           CLOSE CUSTOMER-FILE
           CLOSE OPERATOR-MASTER-FILE
           CLOSE PRICING-SCHEDULE-FILE
           CLOSE REMNANT-FILE
           CLOSE AUDIT-REPORT-FILE

           IF WS-SEV-COUNT (1) > ZERO
               MOVE 8 TO RETURN-CODE
               DISPLAY "CIRCLE-AUDIT: STOP-LEVEL EXCEPTIONS -- "
                   "SEE AUDRPT BEFORE RUNNING CIRCLE-MATH"
           ELSE
               IF WS-SEV-COUNT (2) > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       END PROGRAM CIRCLE-AUDIT.
