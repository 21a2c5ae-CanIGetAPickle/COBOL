      *  KSDS) file.  CIRCLE-MATH prices and    *
      *  weighs every blank from these figures  *
      *  rather than from keyed-in values.      *
      *  The supplier lead time is the days     *
      *  purchasing needs to get fresh sheet    *
      *  in; zero (or spaces on a record        *
      *  written before the field existed)      *
      *  takes the projection run's default.    *
      ******************************************
       01 MATERIAL-MASTER-REC.
           05 MM-MATERIAL-CODE         PIC X(04).
           05 MM-DESCRIPTION           PIC X(20).
           05 MM-DENSITY               PIC 9(03)V99999.
           05 MM-COST-PER-POUND        PIC 9(05)V99.
           05 MM-LEAD-TIME-DAYS        PIC 9(03).
