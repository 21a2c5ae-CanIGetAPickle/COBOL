      ******************************************
      *  GL-CLOSE-REC                           *
      *  One permanent record per month the     *
      *  CIRCLE-GLJRNL material journal has     *
      *  been sent to accounting, keyed by the  *
      *  closing month (YYYYMM).  The journal   *
      *  run looks the month up first and       *
      *  refuses to journal it a second time.   *
      *  Carries when it was journaled, the     *
      *  history lines it covered, and the      *
      *  journal's line count and totals for    *
      *  the controller.  Maintained as an      *
      *  indexed (VSAM KSDS) file.              *
      ******************************************
       01 GL-CLOSE-REC.
           05 GX-CLOSE-MONTH           PIC 9(06).
           05 GX-JOURNAL-DATE          PIC 9(08).
           05 GX-JOURNAL-TIME          PIC 9(08).
           05 GX-HISTORY-LINES         PIC 9(09).
           05 GX-JOURNAL-LINES         PIC 9(05).
           05 GX-TOTAL-DEBITS          PIC 9(13)V99.
           05 GX-TOTAL-CREDITS         PIC 9(13)V99.
