      * MODIFICATION HISTORY                    *
      * ---------------------------------------- *
      * 2026-09-02  DS  Original version.        *
      * 2026-10-15  DS  Restores the standard    *
      *                 inner radius of a ring   *
      *                 or washer part from the  *
      *                 journal images.  Backup  *
      *                 record widened to X(67)  *
      *                 and the backout table    *
      *                 entry to X(143) for the  *
      *                 new field.               *
      ******************************************

       ENVIRONMENT DIVISION.
       FD  BACKUP-FILE.
      *    FIELD FOR FIELD THE PART-MASTER-REC LAYOUT -- THE
      *    BACKUP IS A STRAIGHT SEQUENTIAL COPY OF THE MASTER.
       01  BACKUP-PART-REC             PIC X(67).

       FD  PART-MASTER-FILE.
       COPY "part_master_rec".
      *    ONE NIGHT'S DECK IS AT MOST A FEW HUNDRED CARDS --
      *    THE ENTRIES LOAD HERE SO THEY CAN APPLY IN REVERSE.
           05 WS-BACKOUT-ENTRY OCCURS 500 TIMES
                                       PIC X(143).
        01 WS-DISPLAY-COUNT            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MOVE PJ-AFT-THICKNESS       TO PM-THICKNESS
           MOVE PJ-AFT-DENSITY         TO PM-DENSITY
           MOVE PJ-AFT-COST-PER-POUND  TO PM-COST-PER-POUND
           MOVE PJ-AFT-STANDARD-RADIUS TO PM-STANDARD-RADIUS
      *    A JOURNAL RECORD WRITTEN BEFORE THE INNER RADIUS
      *    EXISTED CARRIES SPACES THERE -- A SOLID DISC.
           IF PJ-AFT-STANDARD-INNER-RADIUS IS NUMERIC
               MOVE PJ-AFT-STANDARD-INNER-RADIUS
                   TO PM-STANDARD-INNER-RADIUS
           ELSE
               MOVE ZEROES TO PM-STANDARD-INNER-RADIUS
           END-IF.

       7200-MOVE-BEFORE-TO-MASTER.

           MOVE PJ-BEF-THICKNESS       TO PM-THICKNESS
           MOVE PJ-BEF-DENSITY         TO PM-DENSITY
           MOVE PJ-BEF-COST-PER-POUND  TO PM-COST-PER-POUND
           MOVE PJ-BEF-STANDARD-RADIUS TO PM-STANDARD-RADIUS
           IF PJ-BEF-STANDARD-INNER-RADIUS IS NUMERIC
               MOVE PJ-BEF-STANDARD-INNER-RADIUS
                   TO PM-STANDARD-INNER-RADIUS
           ELSE
               MOVE ZEROES TO PM-STANDARD-INNER-RADIUS
           END-IF.

       8000-WRITE-FAILURE-LINE.

