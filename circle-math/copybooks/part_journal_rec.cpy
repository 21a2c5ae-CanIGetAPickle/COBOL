      *  the master from a backup copy plus    *
      *  this journal, or backs out one        *
      *  night's run by applying the before    *
      *  images in reverse.  The before and    *
      *  after inner radii trail the images so *
      *  journal records written before the    *
      *  field existed still read correctly.   *
      ******************************************
       01 PART-JOURNAL-REC.
           05 PJ-RUN-DATE              PIC 9(08).
                                       PIC 9(05)V99.
               10 PJ-AFT-STANDARD-RADIUS
                                       PIC 9(05)V999.
           05 PJ-BEF-STANDARD-INNER-RADIUS
                                       PIC 9(05)V999.
           05 PJ-AFT-STANDARD-INNER-RADIUS
                                       PIC 9(05)V999.
