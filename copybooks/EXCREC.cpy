      *                   DRAINED THROUGH THE MONTHLY ARCHIVAL RUN     *
      *                   AND THE FILE REALLOCATED BEFORE THIS         *
      *                   LAYOUT IS USED AGAINST IT.                   *
      *  10/15/26   JWM   ADDED EXC-STATUS.  THE DAY BACKOUT UTILITY   *
      *                   (DAYBKOUT) SETS IT TO "B" ON THE EXCEPTIONS  *
      *                   OF A REVERSED BUSINESS DATE SO THE TRAIL     *
      *                   KEEPS THEM BUT NO REPORT COUNTS THEM.  THE   *
      *                   DAILY RUN WRITES IT BLANK.  THE FILE GROWS   *
      *                   TO 49 BYTES -- DRAIN IT THROUGH THE MONTHLY  *
      *                   ARCHIVAL RUN AND REALLOCATE IT BEFORE THIS   *
      *                   LAYOUT IS USED AGAINST IT.                   *
      ******************************************************************
       01  EXC-RECORD.
           05  EXC-DATE                PIC 9(08).
           05  EXC-COUNTER-ID          PIC X(12).
           05  EXC-PRIOR-VALUE         PIC S9(10).
           05  EXC-ATTEMPTED-VALUE     PIC S9(10).
           05  EXC-STATUS              PIC X(01).
               88  EXC-ACTIVE              VALUE " ".
               88  EXC-BACKED-OUT          VALUE "B".
