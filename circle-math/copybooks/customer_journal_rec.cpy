      ******************************************
      *  CUSTOMER-JOURNAL-REC                   *
      *  One journal record per maintenance     *
      *  action CUST-MAINT applied to the       *
      *  indexed CUSTOMER-MASTER: the action    *
      *  code, the run date, and the full       *
      *  before and after images of the record. *
      *  An add carries spaces in the before    *
      *  image and a delete carries spaces in   *
      *  the after image.  The journal is       *
      *  permanent -- it is accounts            *
      *  receivable's audit trail of every      *
      *  limit, balance, and hold change, and   *
      *  what the master is rebuilt from after  *
      *  a restore.                             *
      ******************************************
       01 CUSTOMER-JOURNAL-REC.
           05 CJ-RUN-DATE              PIC 9(08).
           05 CJ-ACTION-CODE           PIC X(01).
               88 CJ-ACTION-ADD             VALUE "A".
               88 CJ-ACTION-CHANGE          VALUE "C".
               88 CJ-ACTION-DELETE          VALUE "D".
               88 CJ-ACTION-HOLD            VALUE "H".
               88 CJ-ACTION-RELEASE         VALUE "R".
           05 CJ-BEFORE-IMAGE.
               10 CJ-BEF-CUSTOMER-NUMBER
                                       PIC X(06).
               10 CJ-BEF-CUSTOMER-NAME PIC X(25).
               10 CJ-BEF-BILLING-CODE  PIC X(02).
               10 CJ-BEF-CREDIT-LIMIT  PIC 9(09)V99.
               10 CJ-BEF-OPEN-BALANCE  PIC 9(09)V99.
               10 CJ-BEF-HOLD-FLAG     PIC X(01).
           05 CJ-AFTER-IMAGE.
               10 CJ-AFT-CUSTOMER-NUMBER
                                       PIC X(06).
               10 CJ-AFT-CUSTOMER-NAME PIC X(25).
               10 CJ-AFT-BILLING-CODE  PIC X(02).
               10 CJ-AFT-CREDIT-LIMIT  PIC 9(09)V99.
               10 CJ-AFT-OPEN-BALANCE  PIC 9(09)V99.
               10 CJ-AFT-HOLD-FLAG     PIC X(01).
