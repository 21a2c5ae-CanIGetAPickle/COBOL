      ******************************************
      *  SLUG-REC                               *
      *  Center slugs punched out of ring and   *
      *  washer blanks, carried between runs    *
      *  as stock for smaller blanks.  Keyed    *
      *  by material code, thickness, and slug  *
      *  diameter, so a browse from a blank's   *
      *  diameter finds the smallest slug that  *
      *  will still cover it.  CIRCLE-YIELD     *
      *  cuts blanks from slugs first, then     *
      *  from remnant, then from full sheets,   *
      *  and adds the slugs each ring order     *
      *  leaves behind.  Maintained as an       *
      *  indexed (VSAM KSDS) file.              *
      ******************************************
       01 SLUG-REC.
           05 SL-SLUG-KEY.
               10 SL-MATERIAL-CODE     PIC X(04).
               10 SL-THICKNESS         PIC 9(03)V999.
               10 SL-DIAMETER          PIC 9(05)V999.
           05 SL-SLUG-COUNT            PIC 9(07).
           05 SL-LAST-RUN-DATE         PIC 9(08).
