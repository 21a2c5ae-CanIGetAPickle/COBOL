       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-MAINT.
       AUTHOR. DAN SANTOS.
      ******************************************
      *  Batch maintenance for the indexed     *
      *  GL account-mapping file.  Reads a     *
      *  file of add/change/delete mapping     *
      *  cards, applies each good card,        *
      *  rejects bad cards to an error file,   *
      *  and prints a mapping-change listing   *
      *  showing the old and new work-in-      *
      *  process, inventory, and purchase      *
      *  price variance accounts for every     *
      *  applied card, so the controller can   *
      *  sign off on the changes before the    *
      *  month-end journal goes out against    *
      *  them.  Every add or change card must  *
      *  name a material on the material       *
      *  master.                               *
      ******************************************
      * MODIFICATION HISTORY                    *
      * ---------------------------------------- *
      * 2026-10-15  DS  Original version.        *
      ******************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-CARD-FILE ASSIGN TO GLMFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT MATERIAL-FILE ASSIGN TO MATLMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MM-MATERIAL-CODE
               FILE STATUS IS WS-MATERIAL-STATUS.

           SELECT GL-ACCOUNT-FILE ASSIGN TO GLACCTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-MATERIAL-CODE
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT GL-REPORT-FILE ASSIGN TO GLMRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-ERROR-FILE ASSIGN TO GLMERR
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-CARD-FILE.
       COPY "gl_map_card_rec".

       FD  MATERIAL-FILE.
       COPY "material_master_rec".

       FD  GL-ACCOUNT-FILE.
       COPY "gl_account_map_rec".

       FD  GL-REPORT-FILE.
       01  GL-REPORT-REC               PIC X(132).

       FD  GL-ERROR-FILE.
       01  GL-ERROR-REC                PIC X(80).

       WORKING-STORAGE SECTION.
        01 WS-SWITCHES.
           05 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-EOF                    VALUE "Y".
           05 WS-VALID-SWITCH          PIC X(01) VALUE "Y".
               88 WS-VALID                  VALUE "Y".
               88 WS-INVALID                VALUE "N".
           05 WS-CARD-FILE-STATUS      PIC X(02) VALUE SPACES.
               88 WS-CARD-FILE-OK           VALUE "00".
           05 WS-MATERIAL-STATUS       PIC X(02) VALUE SPACES.
               88 WS-MATERIAL-OK            VALUE "00".
           05 WS-ACCOUNT-STATUS        PIC X(02) VALUE SPACES.
               88 WS-ACCOUNT-OK             VALUE "00".
        01 WS-COUNTERS.
           05 WS-CARDS-READ            PIC 9(07) VALUE ZEROES COMP.
           05 WS-ADDS-APPLIED          PIC 9(07) VALUE ZEROES COMP.
           05 WS-CHANGES-APPLIED       PIC 9(07) VALUE ZEROES COMP.
           05 WS-DELETES-APPLIED       PIC 9(07) VALUE ZEROES COMP.
           05 WS-CARDS-REJECTED        PIC 9(07) VALUE ZEROES COMP.
        01 WS-REJECT-INFO.
           05 WS-REJECT-REASON-CODE    PIC 9(02) VALUE ZEROES.
               88 WS-REASON-BAD-ACTION      VALUE 10.
               88 WS-REASON-ALREADY-ON      VALUE 20.
               88 WS-REASON-NOT-ON-FILE     VALUE 30.
               88 WS-REASON-MISSING-ACCOUNT VALUE 40.
               88 WS-REASON-BAD-MATERIAL    VALUE 50.
           05 WS-REJECT-REASON-TEXT    PIC X(25) VALUE SPACES.
        01 WS-LISTING-WORK.
           05 WS-LIST-TAG              PIC X(07) VALUE SPACES.
           05 WS-OLD-ACCOUNTS.
               10 WS-OLD-WIP-ACCOUNT   PIC X(10) VALUE SPACES.
               10 WS-OLD-INV-ACCOUNT   PIC X(10) VALUE SPACES.
               10 WS-OLD-PPV-ACCOUNT   PIC X(10) VALUE SPACES.
        01 WS-CURRENT-DATE             PIC 9(08) VALUE ZEROES.
        01 WS-DISPLAY-COUNTS.
           05 WS-DISPLAY-COUNT         PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CARD-FILE
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE

           STOP RUN.

       1000-INITIALIZE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN INPUT GL-CARD-FILE
           IF NOT WS-CARD-FILE-OK
               DISPLAY "GL-MAINT: GL-CARD-FILE DID NOT OPEN, "
                   "STATUS " WS-CARD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MATERIAL-FILE
           IF NOT WS-MATERIAL-OK
               DISPLAY "GL-MAINT: MATERIAL-FILE DID NOT OPEN, "
                   "STATUS " WS-MATERIAL-STATUS
               CLOSE GL-CARD-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O GL-ACCOUNT-FILE
           IF NOT WS-ACCOUNT-OK
               DISPLAY "GL-MAINT: GL-ACCOUNT-FILE DID NOT OPEN, "
                   "STATUS " WS-ACCOUNT-STATUS
               CLOSE GL-CARD-FILE
               CLOSE MATERIAL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT GL-REPORT-FILE
           OPEN OUTPUT GL-ERROR-FILE

           MOVE "GL ACCOUNT MAPPING CHANGE LISTING"
               TO GL-REPORT-REC
           WRITE GL-REPORT-REC
           MOVE SPACES TO GL-REPORT-REC
           WRITE GL-REPORT-REC

           PERFORM 2100-READ-CARD-FILE.

       2000-PROCESS-CARD-FILE.

           PERFORM 0150-VALIDATE-MAP-CARD
           IF WS-VALID
               PERFORM 3000-APPLY-MAP-CARD
           ELSE
               PERFORM 0190-WRITE-ERROR-LINE
           END-IF
           PERFORM 2100-READ-CARD-FILE.

       2100-READ-CARD-FILE.

           READ GL-CARD-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.

       0150-VALIDATE-MAP-CARD.

           SET WS-VALID TO TRUE
           MOVE ZEROES TO WS-REJECT-REASON-CODE
           MOVE SPACES TO WS-REJECT-REASON-TEXT

           IF NOT GC-ACTION-ADD AND NOT GC-ACTION-CHANGE
               AND NOT GC-ACTION-DELETE
               SET WS-INVALID TO TRUE
               SET WS-REASON-BAD-ACTION TO TRUE
               MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON-TEXT
           ELSE
      *        A DELETE CARD IS KEY-ONLY -- THE ACCOUNT FIELDS ON
      *        IT ARE NEVER APPLIED, SO THEY ARE NOT EDITED.  AN
      *        ADD OR CHANGE MUST CARRY ALL THREE, SINCE A BLANK
      *        ACCOUNT WOULD SEND THE JOURNAL LINE NOWHERE.
               IF NOT GC-ACTION-DELETE
                   IF GC-WIP-ACCOUNT = SPACES
                       OR GC-INVENTORY-ACCOUNT = SPACES
                       OR GC-PPV-ACCOUNT = SPACES
                       SET WS-INVALID TO TRUE
                       SET WS-REASON-MISSING-ACCOUNT TO TRUE
                       MOVE "MISSING ACCOUNT NUMBER"
                           TO WS-REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF

      *    AN ADD OR CHANGE MUST NAME A MATERIAL WE STOCK -- A
      *    MAPPING LOADED AGAINST A MISKEYED CODE WOULD SIT UNUSED
      *    WHILE THE REAL MATERIAL HELD UP THE MONTH-END JOURNAL.
      *    A DELETE IS NOT CHECKED, SO THE MAPPING FOR A MATERIAL
      *    ALREADY DROPPED FROM THE MATERIAL MASTER CAN BE REMOVED.
           IF WS-VALID AND NOT GC-ACTION-DELETE
               MOVE GC-MATERIAL-CODE TO MM-MATERIAL-CODE
               READ MATERIAL-FILE
                   INVALID KEY
                       SET WS-INVALID TO TRUE
                       SET WS-REASON-BAD-MATERIAL TO TRUE
                       MOVE "UNKNOWN MATERIAL CODE"
                           TO WS-REJECT-REASON-TEXT
               END-READ
           END-IF.

       3000-APPLY-MAP-CARD.

           IF GC-ACTION-ADD
               PERFORM 3100-ADD-MAP-RECORD
           ELSE
               IF GC-ACTION-CHANGE
                   PERFORM 3200-CHANGE-MAP-RECORD
               ELSE
                   PERFORM 3300-DELETE-MAP-RECORD
               END-IF
           END-IF.

       3100-ADD-MAP-RECORD.

           MOVE SPACES                TO WS-OLD-ACCOUNTS
           MOVE GC-MATERIAL-CODE      TO GM-MATERIAL-CODE
           MOVE GC-WIP-ACCOUNT        TO GM-WIP-ACCOUNT
           MOVE GC-INVENTORY-ACCOUNT  TO GM-INVENTORY-ACCOUNT
           MOVE GC-PPV-ACCOUNT        TO GM-PPV-ACCOUNT
           MOVE WS-CURRENT-DATE       TO GM-LAST-MAINT-DATE
           WRITE GL-ACCOUNT-MAP-REC
               INVALID KEY
                   SET WS-INVALID TO TRUE
                   SET WS-REASON-ALREADY-ON TO TRUE
                   MOVE "MAPPING ALREADY ON FILE"
                       TO WS-REJECT-REASON-TEXT
                   PERFORM 0190-WRITE-ERROR-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-ADDS-APPLIED
                   MOVE "ADDED" TO WS-LIST-TAG
                   PERFORM 0200-WRITE-LISTING-LINE
           END-WRITE.

       3200-CHANGE-MAP-RECORD.

           MOVE GC-MATERIAL-CODE TO GM-MATERIAL-CODE
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   SET WS-INVALID TO TRUE
                   SET WS-REASON-NOT-ON-FILE TO TRUE
                   MOVE "MAPPING NOT ON FILE"
                       TO WS-REJECT-REASON-TEXT
                   PERFORM 0190-WRITE-ERROR-LINE
               NOT INVALID KEY
                   MOVE GM-WIP-ACCOUNT       TO WS-OLD-WIP-ACCOUNT
                   MOVE GM-INVENTORY-ACCOUNT TO WS-OLD-INV-ACCOUNT
                   MOVE GM-PPV-ACCOUNT       TO WS-OLD-PPV-ACCOUNT
                   MOVE GC-WIP-ACCOUNT       TO GM-WIP-ACCOUNT
                   MOVE GC-INVENTORY-ACCOUNT TO GM-INVENTORY-ACCOUNT
                   MOVE GC-PPV-ACCOUNT       TO GM-PPV-ACCOUNT
                   MOVE WS-CURRENT-DATE      TO GM-LAST-MAINT-DATE
                   REWRITE GL-ACCOUNT-MAP-REC
                   ADD 1 TO WS-CHANGES-APPLIED
                   MOVE "CHANGED" TO WS-LIST-TAG
                   PERFORM 0200-WRITE-LISTING-LINE
           END-READ.

       3300-DELETE-MAP-RECORD.

           MOVE GC-MATERIAL-CODE TO GM-MATERIAL-CODE
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   SET WS-INVALID TO TRUE
                   SET WS-REASON-NOT-ON-FILE TO TRUE
                   MOVE "MAPPING NOT ON FILE"
                       TO WS-REJECT-REASON-TEXT
                   PERFORM 0190-WRITE-ERROR-LINE
               NOT INVALID KEY
                   MOVE GM-WIP-ACCOUNT       TO WS-OLD-WIP-ACCOUNT
                   MOVE GM-INVENTORY-ACCOUNT TO WS-OLD-INV-ACCOUNT
                   MOVE GM-PPV-ACCOUNT       TO WS-OLD-PPV-ACCOUNT
                   DELETE GL-ACCOUNT-FILE
                   ADD 1 TO WS-DELETES-APPLIED
                   MOVE "DELETED" TO WS-LIST-TAG
                   PERFORM 0210-WRITE-DELETED-LINE
           END-READ.

       0200-WRITE-LISTING-LINE.

           MOVE SPACES TO GL-REPORT-REC
           STRING WS-LIST-TAG          DELIMITED BY SIZE
                  " MATL: "            DELIMITED BY SIZE
                  GC-MATERIAL-CODE     DELIMITED BY SIZE
                  "  OLD WIP/INV/PPV: " DELIMITED BY SIZE
                  WS-OLD-WIP-ACCOUNT   DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-OLD-INV-ACCOUNT   DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-OLD-PPV-ACCOUNT   DELIMITED BY SIZE
                  "  NEW WIP/INV/PPV: " DELIMITED BY SIZE
                  GC-WIP-ACCOUNT       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  GC-INVENTORY-ACCOUNT DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  GC-PPV-ACCOUNT       DELIMITED BY SIZE
               INTO GL-REPORT-REC
           END-STRING

           WRITE GL-REPORT-REC.

       0210-WRITE-DELETED-LINE.

           MOVE SPACES TO GL-REPORT-REC
           STRING WS-LIST-TAG          DELIMITED BY SIZE
                  " MATL: "            DELIMITED BY SIZE
                  GC-MATERIAL-CODE     DELIMITED BY SIZE
                  "  OLD WIP/INV/PPV: " DELIMITED BY SIZE
                  WS-OLD-WIP-ACCOUNT   DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-OLD-INV-ACCOUNT   DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-OLD-PPV-ACCOUNT   DELIMITED BY SIZE
                  "  RECORD REMOVED FROM MAPPING FILE"
                                       DELIMITED BY SIZE
               INTO GL-REPORT-REC
           END-STRING

           WRITE GL-REPORT-REC.

       0190-WRITE-ERROR-LINE.

           ADD 1 TO WS-CARDS-REJECTED

           MOVE SPACES TO GL-ERROR-REC
           STRING "ACTION: "       DELIMITED BY SIZE
                  GC-ACTION-CODE   DELIMITED BY SIZE
                  "  MATL: "       DELIMITED BY SIZE
                  GC-MATERIAL-CODE DELIMITED BY SIZE
                  "  REASON CODE: " DELIMITED BY SIZE
                  WS-REJECT-REASON-CODE DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-REJECT-REASON-TEXT DELIMITED BY SIZE
               INTO GL-ERROR-REC
           END-STRING

           WRITE GL-ERROR-REC.

       9000-TERMINATE.

           MOVE SPACES TO GL-REPORT-REC
           WRITE GL-REPORT-REC

           MOVE WS-CARDS-READ TO WS-DISPLAY-COUNT
           MOVE SPACES TO GL-REPORT-REC
           STRING "CARDS READ:      " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT    DELIMITED BY SIZE
               INTO GL-REPORT-REC
           END-STRING
           WRITE GL-REPORT-REC

           MOVE WS-ADDS-APPLIED TO WS-DISPLAY-COUNT
           MOVE SPACES TO GL-REPORT-REC
           STRING "ADDS APPLIED:    " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT    DELIMITED BY SIZE
               INTO GL-REPORT-REC
           END-STRING
           WRITE GL-REPORT-REC

           MOVE WS-CHANGES-APPLIED TO WS-DISPLAY-COUNT
           MOVE SPACES TO GL-REPORT-REC
           STRING "CHANGES APPLIED: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT    DELIMITED BY SIZE
               INTO GL-REPORT-REC
           END-STRING
           WRITE GL-REPORT-REC

           MOVE WS-DELETES-APPLIED TO WS-DISPLAY-COUNT
           MOVE SPACES TO GL-REPORT-REC
           STRING "DELETES APPLIED: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT    DELIMITED BY SIZE
               INTO GL-REPORT-REC
           END-STRING
           WRITE GL-REPORT-REC

           MOVE WS-CARDS-REJECTED TO WS-DISPLAY-COUNT
           MOVE SPACES TO GL-REPORT-REC
           STRING "CARDS REJECTED:  " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT    DELIMITED BY SIZE
               INTO GL-REPORT-REC
           END-STRING
           WRITE GL-REPORT-REC

           CLOSE GL-CARD-FILE
           CLOSE MATERIAL-FILE
           CLOSE GL-ACCOUNT-FILE
           CLOSE GL-REPORT-FILE
           CLOSE GL-ERROR-FILE

           IF WS-CARDS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM GL-MAINT.
