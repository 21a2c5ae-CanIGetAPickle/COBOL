      ******************************************
      *  GL-ACCOUNT-MAP-REC                     *
      *  General-ledger accounts for each       *
      *  material we stock, keyed by the four-  *
      *  character material code: the work-in-  *
      *  process account material consumed is   *
      *  debited to, the raw-material           *
      *  inventory account it is relieved       *
      *  from, and the purchase price variance  *
      *  account the standard-versus-actual     *
      *  difference posts to.  The month-end    *
      *  CIRCLE-GLJRNL journal refuses to run   *
      *  for a month that used a material with  *
      *  no record here.  Maintained as an      *
      *  indexed (VSAM KSDS) file by the        *
      *  GL-MAINT load run.                     *
      ******************************************
       01 GL-ACCOUNT-MAP-REC.
           05 GM-MATERIAL-CODE         PIC X(04).
           05 GM-WIP-ACCOUNT           PIC X(10).
           05 GM-INVENTORY-ACCOUNT     PIC X(10).
           05 GM-PPV-ACCOUNT           PIC X(10).
           05 GM-LAST-MAINT-DATE       PIC 9(08).
