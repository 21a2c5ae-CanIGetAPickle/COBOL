      *  that failed it.  The attempt count     *
      *  rides the transaction so a record      *
      *  bounced three times escalates instead  *
      *  of circling forever.  The inner        *
      *  measurement follows the reason code    *
      *  so reject records written before it    *
      *  existed still read correctly.          *
      ******************************************
       01 REJECT-TRANS-REC.
           05 RT-PART-NUMBER           PIC X(06).
               88 RT-REASON-BAD-MATERIAL    VALUE 70.
               88 RT-REASON-BAD-QUANTITY    VALUE 80.
               88 RT-REASON-BAD-CUSTOMER    VALUE 90.
               88 RT-REASON-BAD-INNER       VALUE 95.
           05 RT-INNER-MEASUREMENT     PIC S9(05)V999.
