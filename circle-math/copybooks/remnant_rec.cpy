      *  last sheet of the order -- so the      *
      *  half sheet leaning against the shear   *
      *  is used tomorrow instead of a fresh    *
      *  full sheet.  The sheet size and nest   *
      *  pattern the leftover was cut from ride *
      *  at the tail so the floor knows which   *
      *  piece to look for.  Maintained as an   *
      *  indexed (VSAM KSDS) file.              *
      ******************************************
       01 REMNANT-REC.
           05 RM-REMNANT-KEY.
               10 RM-THICKNESS         PIC 9(03)V999.
           05 RM-REMNANT-AREA          PIC 9(07)V999.
           05 RM-LAST-RUN-DATE         PIC 9(08).
           05 RM-SHEET-WIDTH           PIC 9(03)V99.
           05 RM-SHEET-LENGTH          PIC 9(03)V99.
           05 RM-NEST-PATTERN          PIC X(01).
               88 RM-NEST-GRID              VALUE "G".
               88 RM-NEST-STAGGER           VALUE "S".
