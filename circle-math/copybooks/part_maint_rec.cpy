           05 MT-DENSITY               PIC 9(03)V99999.
           05 MT-COST-PER-POUND        PIC 9(05)V99.
           05 MT-STANDARD-RADIUS       PIC 9(05)V999.
           05 MT-STANDARD-INNER-RADIUS PIC 9(05)V999.
