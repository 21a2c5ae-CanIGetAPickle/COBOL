      * MODIFICATION HISTORY                    *
      * ---------------------------------------- *
      * 2026-09-02  DS  Original version.        *
      * 2026-10-15  DS  Queue entry widened for  *
      *                 the ring inner size at   *
      *                 the tail of PART-REC.    *
      ******************************************

       ENVIRONMENT DIVISION.
               10 WS-QUEUE-DATA        PIC X(82).
               10 WS-QUEUE-REQ-DATE    PIC 9(08).
               10 WS-QUEUE-PRIORITY    PIC 9(01).
               10 WS-QUEUE-TAIL        PIC X(08).
        01 WS-QUEUE-HOLD               PIC X(99).
        01 WS-DISPLAY-VALUES.
           05 WS-DISPLAY-COUNT         PIC Z,ZZ9.
           05 WS-DISPLAY-QUANTITY      PIC Z(4)9.
