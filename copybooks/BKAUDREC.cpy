      ******************************************************************
      *  BKAUDREC.CPY                                                 *
      *  RECORD LAYOUT FOR THE DAY BACKOUT AUDIT TRAIL (BKAUDIT).     *
      *  ONE RECORD IS APPENDED BY THE DAY BACKOUT UTILITY (DAYBKOUT) *
      *  FOR EVERY COUNTER A BACKOUT TOUCHED, RECORDING WHO BACKED    *
      *  OUT WHICH BUSINESS DATE, THE VALUE THE POSTING LEFT ON       *
      *  SEQFILE, THE PRE-RUN VALUE IT WAS PUT BACK TO, AND HOW MANY  *
      *  PUBLISHED RESULTS WERE REVERSED -- SO A REVERSED DAY IS AN   *
      *  EXPLAINABLE EVENT INSTEAD OF A HAND-ZAP OF THE COUNTERS.     *
      *  BKA-ACTION "R" IS A RESTORED COUNTER; "N" IS A COUNTER THE   *
      *  POSTING RUN NEVER PERSISTED (RECONCILIATION MISMATCH), WHOSE *
      *  SEQFILE VALUE WAS LEFT AS IT STOOD; "F" IS A COUNTER WHOSE   *
      *  RESTORE FAILED, LEFT FOR A HAND FIX TO BKA-RESTORED-VALUE.   *
      *                                                                *
      *  MOD-LOG                                                      *
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/26   JWM   ORIGINAL COPYBOOK.                          *
      *  10/15/26   JWM   ADDED BKA-ACTION "F" (RESTORE FAILED).      *
      ******************************************************************
       01  BKA-RECORD.
           05  BKA-DATE                PIC 9(08).
           05  BKA-TIME                PIC 9(08).
           05  BKA-OPERATOR-ID         PIC X(08).
           05  BKA-BUSINESS-DATE       PIC 9(08).
           05  BKA-POSTED-DATE         PIC 9(08).
           05  BKA-BRANCH-CODE         PIC X(08).
           05  BKA-CATEGORY            PIC X(04).
           05  BKA-ACTION              PIC X(01).
               88  BKA-ACTION-RESTORED     VALUE "R".
               88  BKA-ACTION-NOT-PERSISTED VALUE "N".
               88  BKA-ACTION-RESTORE-FAILED VALUE "F".
           05  BKA-POSTED-VALUE        PIC S9(10).
           05  BKA-RESTORED-VALUE      PIC S9(10).
           05  BKA-CYCLE-NUMBER        PIC 9(04).
           05  BKA-RESULTS-REVERSED    PIC 9(07).
