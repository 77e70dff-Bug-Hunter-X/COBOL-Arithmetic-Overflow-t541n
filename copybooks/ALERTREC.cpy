      *                   QUEUED UNDER THE 113-BYTE LAYOUT MUST BE    *
      *                   DRAINED AND THE QUEUE REALLOCATED BEFORE    *
      *                   THIS LAYOUT IS USED AGAINST THE FILE.       *
      *  10/15/26   JWM   ADDED DISPATCH STATUS "B" (BACKED OUT).     *
      *                   THE DAY BACKOUT UTILITY (DAYBKOUT) MARKS    *
      *                   A REVERSED DATE'S ALERTS SO THEY ARE NEVER  *
      *                   DISPATCHED OR RE-ESCALATED AGAIN.  NO       *
      *                   LAYOUT CHANGE -- THE BYTE WAS ALREADY THERE.*
      ******************************************************************
       01  ALERT-RECORD.
           05  ALERT-DATE              PIC 9(08).
               88  ALERT-PENDING           VALUE " ".
               88  ALERT-DISPATCHED        VALUE "D".
               88  ALERT-SUPPRESSED        VALUE "S".
               88  ALERT-BACKED-OUT        VALUE "B".
           05  ALERT-DISP-DATE         PIC 9(08).
           05  ALERT-DISP-TIME         PIC 9(08).
           05  ALERT-PRIORITY          PIC 9(01).
