      ******************************************
      *  GL-MAP-CARD-REC                        *
      *  One GL account-mapping maintenance     *
      *  card for the GL-MAINT load run: an     *
      *  action code (add/change/delete), the   *
      *  material code, and the work-in-        *
      *  process, raw-material inventory, and   *
      *  purchase price variance accounts.  A   *
      *  change card carries all three          *
      *  accounts; a delete card is key-only.   *
      ******************************************
       01 GL-MAP-CARD-REC.
           05 GC-ACTION-CODE           PIC X(01).
               88 GC-ACTION-ADD             VALUE "A".
               88 GC-ACTION-CHANGE          VALUE "C".
               88 GC-ACTION-DELETE          VALUE "D".
           05 GC-MATERIAL-CODE         PIC X(04).
           05 GC-WIP-ACCOUNT           PIC X(10).
           05 GC-INVENTORY-ACCOUNT     PIC X(10).
           05 GC-PPV-ACCOUNT           PIC X(10).
