      *  CIRCLE-MATH rejects any transaction    *
      *  whose customer is not on it, so the    *
      *  nightly billing extract never carries  *
      *  an unknown customer.  Maintained as an *
      *  indexed (VSAM KSDS) file through CUST- *
      *  MAINT.  Accounts receivable keys the   *
      *  credit limit and open balance; a zero  *
      *  limit means no limit is set.  SAMPLE-  *
      *  MENU warns the operator when a         *
      *  customer is on hold or a new order     *
      *  would carry the balance past the       *
      *  limit.  CIRCLE-MATH diverts every      *
      *  transaction for a customer on hold to  *
      *  the held-order file until AR clears    *
      *  the hold and HELD-RELEASE requeues it. *
      *  The credit fields trail the record so  *
      *  programs that need only the name and   *
      *  billing code are unaffected.           *
      ******************************************
       01 CUSTOMER-MASTER-REC.
           05 CU-CUSTOMER-NUMBER       PIC X(06).
           05 CU-CUSTOMER-NAME         PIC X(25).
           05 CU-BILLING-CODE          PIC X(02).
           05 CU-CREDIT-LIMIT          PIC 9(09)V99.
           05 CU-OPEN-BALANCE          PIC 9(09)V99.
           05 CU-HOLD-FLAG             PIC X(01).
               88 CU-ON-HOLD                VALUE "Y".
               88 CU-NOT-ON-HOLD            VALUE "N" " ".
