      ******************************************
      *  PRICING-SCHEDULE-REC                   *
      *  Selling-price terms for one customer   *
      *  billing code (CU-BILLING-CODE on the   *
      *  customer master): a markup percent     *
      *  over cost for each material, a         *
      *  default markup for materials not       *
      *  listed, a setup/shear charge added     *
      *  once per customer order, a minimum     *
      *  charge per customer order, and the     *
      *  minimum margin percent below which     *
      *  CIRCLE-BILLING flags the order on the  *
      *  nightly margin report.  Maintained as  *
      *  an indexed (VSAM KSDS) file.           *
      ******************************************
       01 PRICING-SCHEDULE-REC.
           05 PS-BILLING-CODE          PIC X(02).
           05 PS-DEFAULT-MARKUP-PCT    PIC 9(03)V99.
           05 PS-SETUP-CHARGE          PIC 9(05)V99.
           05 PS-MINIMUM-CHARGE        PIC 9(07)V99.
           05 PS-MINIMUM-MARGIN-PCT    PIC 9(02)V9.
           05 PS-MARKUP-COUNT          PIC 9(02).
           05 PS-MARKUP-ENTRY OCCURS 20 TIMES.
               10 PS-MATERIAL-CODE     PIC X(04).
               10 PS-MARKUP-PCT        PIC 9(03)V99.
