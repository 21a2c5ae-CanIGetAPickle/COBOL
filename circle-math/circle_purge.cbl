      * MODIFICATION HISTORY                    *
      * ---------------------------------------- *
      * 2026-09-02  DS  Original version.        *
      * 2026-10-15  DS  Archive record widened  *
      *                 for the ring inner      *
      *                 radius on HISTORY-REC.  *
      * 2026-10-15  DS  Archive record widened  *
      *                 for the customer, order *
      *                 run number, and         *
      *                 required-by date on     *
      *                 HISTORY-REC.            *
      ******************************************

       ENVIRONMENT DIVISION.
       FD  ARCHIVE-FILE.
      *    FIELD FOR FIELD THE HISTORY-REC LAYOUT -- THE ARCHIVE
      *    IS READABLE THROUGH THE SAME COPYBOOK.
       01  ARCHIVE-HISTORY-REC         PIC X(152).

       FD  PURGE-REPORT-FILE.
       01  PURGE-REPORT-REC            PIC X(100).
