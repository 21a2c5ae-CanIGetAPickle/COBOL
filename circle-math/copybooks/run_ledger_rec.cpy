      ******************************************
      *  RUN-LEDGER-REC                         *
      *  One permanent record per overnight     *
      *  step that finished for a run, keyed    *
      *  by the RUNCTL run date and run number  *
      *  and the program that ran.  Every       *
      *  CIRCMAT step looks itself up before    *
      *  it touches anything: a step already    *
      *  on the ledger for the run is skipped,  *
      *  ends with the return code it first     *
      *  finished with, and counts the skip     *
      *  here, so a resubmitted job can never   *
      *  post stock or bill the same run        *
      *  twice.  The read and written counts    *
      *  and the step total (named by           *
      *  RL-TOTAL-DESC) say what the step sent  *
      *  out.  Maintained as an indexed (VSAM   *
      *  KSDS) file; the morning CIRCLE-RUNSTAT *
      *  report reads it back.                  *
      ******************************************
       01 RUN-LEDGER-REC.
           05 RL-LEDGER-KEY.
               10 RL-RUN-DATE          PIC 9(08).
               10 RL-RUN-NUMBER        PIC 9(05).
               10 RL-PROGRAM-NAME      PIC X(15).
           05 RL-RETURN-CODE           PIC 9(02).
           05 RL-FINISH-DATE           PIC 9(08).
           05 RL-FINISH-TIME           PIC 9(08).
           05 RL-RECORDS-READ          PIC 9(09).
           05 RL-RECORDS-WRITTEN       PIC 9(09).
           05 RL-TOTAL-AMOUNT          PIC S9(11)V999.
           05 RL-TOTAL-DESC            PIC X(15).
           05 RL-SKIP-COUNT            PIC 9(03).
           05 RL-LAST-SKIP-DATE        PIC 9(08).
           05 RL-LAST-SKIP-TIME        PIC 9(08).
