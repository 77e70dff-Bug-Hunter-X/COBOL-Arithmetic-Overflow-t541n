      ******************************************************************
      *  LEDGREC.CPY                                                  *
      *  RECORD LAYOUT FOR THE COUNTER DAILY LEDGER (LEDGFILE).       *
      *  KEYED BY COUNTER (BRANCH PLUS CATEGORY) AND BUSINESS DATE.   *
      *  ONE RECORD IS WRITTEN BY THE DAILY COUNTER RUN (BUGSOLN) FOR *
      *  EVERY COUNTER IT CLOSES ON EVERY BUSINESS DATE -- THE VALUE  *
      *  THE DATE STARTED AND ENDED AT, ITS NET INCREMENT, HOW MANY   *
      *  ADJUSTMENTS AND OVERFLOWS IT SAW, ITS RECONCILIATION STATUS  *
      *  AND THE ROLLOVER CYCLE -- SO A COUNTER'S VALUE ON ANY PAST   *
      *  DATE CAN BE ANSWERED FROM ONE FILE (SEE LEDGINQ) INSTEAD OF  *
      *  BY REPLAYING OUTFILE GENERATIONS.  A DATE POSTED AGAIN (A    *
      *  CHECKPOINT RESTART, OR A REPLAY AFTER A DAY BACKOUT)         *
      *  REPLACES THE EARLIER RECORD, AND THE DAY BACKOUT UTILITY     *
      *  (DAYBKOUT) DELETES THE RECORDS OF THE DATES IT REVERSES.     *
      *  LEDG-RECON-STATUS IS THE DATE'S RECONCILIATION STATUS AS     *
      *  PUBLISHED ON OUTFILE -- A "MISMATCH" COUNTER WAS NOT         *
      *  PERSISTED BY THAT RUN, SO ITS END VALUE NEVER REACHED        *
      *  SEQFILE.                                                     *
      *                                                                *
      *  MOD-LOG                                                      *
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/26   JWM   ORIGINAL COPYBOOK.                          *
      ******************************************************************
       01  LEDG-RECORD.
           05  LEDG-KEY.
               10  LEDG-COUNTER-ID.
                   15  LEDG-BRANCH-CODE PIC X(08).
                   15  LEDG-CATEGORY    PIC X(04).
               10  LEDG-BUSINESS-DATE  PIC 9(08).
           05  LEDG-START-VALUE        PIC S9(10).
           05  LEDG-END-VALUE          PIC S9(10).
           05  LEDG-NET-INCREMENT      PIC S9(10).
           05  LEDG-ADJ-COUNT          PIC 9(05).
           05  LEDG-OVFL-COUNT         PIC 9(03).
           05  LEDG-RECON-STATUS       PIC X(08).
               88  LEDG-RECON-OK           VALUE "OK".
               88  LEDG-RECON-MISMATCH     VALUE "MISMATCH".
           05  LEDG-CYCLE-NUMBER       PIC 9(04).
           05  LEDG-POSTED-DATE        PIC 9(08).
           05  FILLER                  PIC X(02).
