      *                   (SEE CALREC) RAISES A CRITICAL OPERATIONS   *
      *                   ALERT AT END OF RUN.  ZERO OR NON-NUMERIC   *
      *                   TAKES THE PROGRAM DEFAULT.                  *
      *  10/15/26   JWM   ADDED PARM-PARTITION -- BLANK RUNS THE      *
      *                   WHOLE NETWORK AS BEFORE; "1" TO "4" RUNS    *
      *                   ONE PARTITION OF THE DAILY UPDATE,          *
      *                   CARRYING ONLY THE BRANCHES ROUTEFILE        *
      *                   SENDS TO THAT REGION EXTRACT (PARTITION 1   *
      *                   ALSO CARRIES THE UNROUTED ONES).  EACH      *
      *                   PARTITION JOB HAS ITS OWN CARD,             *
      *                   CHECKPOINT AND STAGED RESULTS; THE          *
      *                   PARTITION MERGE (PARTMRG) PUBLISHES THEM    *
      *                   AS ONE OUTFILE GENERATION.                  *
      ******************************************************************
       01  PARM-RECORD.
           05  PARM-OVERFLOW-MODE       PIC X(01).
               88  PARM-RUN-SIMULATE        VALUE "S".
           05  PARM-CHECKPOINT-FREQ     PIC 9(07).
           05  PARM-GAP-THRESHOLD       PIC 9(03).
           05  PARM-PARTITION           PIC X(01).
               88  PARM-WHOLE-NETWORK       VALUE " ".
