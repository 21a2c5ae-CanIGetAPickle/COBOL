      ******************************************
      *  CUSTOMER-MAINT-REC                     *
      *  One CUSTOMER-MASTER maintenance card   *
      *  for the CUST-MAINT batch run.  Add     *
      *  cards carry the full master content    *
      *  for the customer, hold flag included.  *
      *  Change cards replace the name, billing *
      *  code, credit limit, and open balance   *
      *  but never the hold flag, so a routine  *
      *  limit or balance card cannot take a    *
      *  customer off stop.  Delete, hold, and  *
      *  release cards are key-only: hold and   *
      *  release are the only way to set or     *
      *  clear the hold flag on a customer      *
      *  already on file, and need no rekeying  *
      *  of the limit and balance.              *
      ******************************************
       01 CUSTOMER-MAINT-REC.
           05 CM-ACTION-CODE           PIC X(01).
               88 CM-ACTION-ADD             VALUE "A".
               88 CM-ACTION-CHANGE          VALUE "C".
               88 CM-ACTION-DELETE          VALUE "D".
               88 CM-ACTION-HOLD            VALUE "H".
               88 CM-ACTION-RELEASE         VALUE "R".
           05 CM-CUSTOMER-NUMBER       PIC X(06).
           05 CM-CUSTOMER-NAME         PIC X(25).
           05 CM-BILLING-CODE          PIC X(02).
           05 CM-CREDIT-LIMIT          PIC 9(09)V99.
           05 CM-OPEN-BALANCE          PIC 9(09)V99.
           05 CM-HOLD-FLAG             PIC X(01).
