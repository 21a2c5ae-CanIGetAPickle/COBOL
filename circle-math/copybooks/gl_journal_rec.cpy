      ******************************************
      *  GL-JOURNAL-REC                         *
      *  The month-end material journal sent    *
      *  to the accounting system by CIRCLE-    *
      *  GLJRNL.  One "D" record per journal    *
      *  line -- account, material, debit or    *
      *  credit, and amount -- followed by one  *
      *  "T" trailer carrying the line count    *
      *  and the debit and credit totals, so    *
      *  the accounting load can prove it got   *
      *  the whole journal.  Every record       *
      *  carries the closing month it belongs   *
      *  to.  The journal is only written when  *
      *  it balances.                           *
      ******************************************
       01 GL-JOURNAL-REC.
           05 GJ-RECORD-TYPE           PIC X(01).
               88 GJ-TYPE-DETAIL            VALUE "D".
               88 GJ-TYPE-TRAILER           VALUE "T".
           05 GJ-CLOSE-MONTH           PIC 9(06).
           05 GJ-JOURNAL-DATA          PIC X(73).
           05 GJ-DETAIL-DATA REDEFINES GJ-JOURNAL-DATA.
               10 GJ-LINE-NUMBER       PIC 9(05).
               10 GJ-ACCOUNT-NUMBER    PIC X(10).
               10 GJ-MATERIAL-CODE     PIC X(04).
               10 GJ-DEBIT-CREDIT      PIC X(01).
                   88 GJ-DEBIT              VALUE "D".
                   88 GJ-CREDIT             VALUE "C".
               10 GJ-AMOUNT            PIC 9(11)V99.
               10 GJ-DESCRIPTION       PIC X(30).
               10 FILLER               PIC X(10).
           05 GJ-TRAILER-DATA REDEFINES GJ-JOURNAL-DATA.
               10 GJ-LINE-COUNT        PIC 9(05).
               10 GJ-TOTAL-DEBITS      PIC 9(13)V99.
               10 GJ-TOTAL-CREDITS     PIC 9(13)V99.
               10 GJ-JOURNAL-DATE      PIC 9(08).
               10 FILLER               PIC X(30).
