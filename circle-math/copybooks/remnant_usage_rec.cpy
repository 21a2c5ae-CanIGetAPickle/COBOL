      ******************************************
      *  REMNANT-USAGE-REC                      *
      *  One record per material and chosen    *
      *  sheet size and nest pattern for a     *
      *  run: the pounds of the night's blanks *
      *  cut from carried remnant stock or     *
      *  center slugs instead of fresh full    *
      *  sheets.  Written by                   *
      *  CIRCLE-YIELD and read by CIRCLE-DRAW, *
      *  which subtracts the covered weight    *
      *  from the material-draw posting so     *
      *  stock is not relieved for material    *
      *  the run did not actually consume.     *
      *  CIRCLE-DRAW nets every record for the *
      *  material, whatever sheet it names.    *
      ******************************************
       01 REMNANT-USAGE-REC.
           05 RU-MATERIAL-CODE         PIC X(04).
           05 RU-COVERED-WEIGHT        PIC 9(11)V999.
           05 RU-SHEET-WIDTH           PIC 9(03)V99.
           05 RU-SHEET-LENGTH          PIC 9(03)V99.
           05 RU-NEST-PATTERN          PIC X(01).
