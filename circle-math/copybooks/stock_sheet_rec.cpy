      ******************************************
      *  STOCK-SHEET-REC                        *
      *  The sheet and coil sizes purchasing    *
      *  can buy for one material code and      *
      *  thickness, and what each piece costs.  *
      *  CIRCLE-YIELD nests every order line    *
      *  on every size listed here, grid and    *
      *  staggered, and draws the one that      *
      *  wastes the least.  Coil stock is       *
      *  listed at the length the floor cuts    *
      *  it to, and costed per cut piece.  A    *
      *  material and thickness with no record  *
      *  is nested on the 48 x 96 standard      *
      *  sheet, as before the table existed.    *
      *  Maintained as an indexed (VSAM KSDS)   *
      *  file.                                  *
      ******************************************
       01 STOCK-SHEET-REC.
           05 SS-SHEET-KEY.
               10 SS-MATERIAL-CODE     PIC X(04).
               10 SS-THICKNESS         PIC 9(03)V999.
           05 SS-SIZE-COUNT            PIC 9(02).
           05 SS-SIZE-ENTRY OCCURS 10 TIMES.
               10 SS-STOCK-FORM        PIC X(01).
                   88 SS-FORM-SHEET         VALUE "S".
                   88 SS-FORM-COIL          VALUE "C".
               10 SS-SHEET-WIDTH       PIC 9(03)V99.
               10 SS-SHEET-LENGTH      PIC 9(03)V99.
               10 SS-SHEET-COST        PIC 9(05)V99.
