      *  Standard radius and material for each  *
      *  round part we cut, keyed by part       *
      *  number.  Maintained as an indexed      *
      *  (VSAM KSDS) file.  The standard inner  *
      *  radius is the cut-out hole of a ring   *
      *  or washer part -- zero for a solid     *
      *  disc.                                  *
      ******************************************
       01 PART-MASTER-REC.
           05 PM-PART-NUMBER           PIC X(06).
           05 PM-DENSITY               PIC 9(03)V99999.
           05 PM-COST-PER-POUND        PIC 9(05)V99.
           05 PM-STANDARD-RADIUS       PIC 9(05)V999.
           05 PM-STANDARD-INNER-RADIUS PIC 9(05)V999.
