      ******************************************************************
      *  STEPREC.CPY                                                  *
      *  RECORD LAYOUT FOR THE BATCH WINDOW STEP TIMING RECORD.  EACH *
      *  PROGRAM OF THE DAILY CHAIN (CNTREDIT, BUGSOLN, ALERTDSP,     *
      *  OUTDIST, RSUMUPD, DAYBAL) APPENDS ONE TO THE DAY'S STEP LOG  *
      *  (STEPLOG) AS IT ENDS -- WHEN IT STARTED AND ENDED, HOW MANY  *
      *  RECORDS IT PROCESSED AND THE RETURN CODE IT SET.  THE STEP   *
      *  LOG IS SCRATCHED AT THE TOP OF EACH NORMAL DAILY RUN, LIKE   *
      *  RUNCTL.  THE WINDOW HISTORY STEP (WINHIST) STAMPS THE DAY'S  *
      *  RECORDS WITH THE CHAIN DATE (THE EARLIEST START DATE IN THE  *
      *  LOG) AND APPENDS THEM TO THE PERMANENT RUN HISTORY MASTER    *
      *  (RUNHIST), WHICH CARRIES THE SAME LAYOUT.  TIMES ARE         *
      *  HHMMSSHH AS THE SYSTEM CLOCK GIVES THEM.  A STEP WRITES A    *
      *  ZERO CHAIN DATE.                                             *
      *                                                                *
      *  MOD-LOG                                                      *
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/26   JWM   ORIGINAL COPYBOOK.                          *
      ******************************************************************
       01  STEP-RECORD.
           05  STEP-CHAIN-DATE         PIC 9(08).
           05  STEP-PROGRAM            PIC X(08).
           05  STEP-START-DATE         PIC 9(08).
           05  STEP-START-TIME         PIC 9(08).
           05  STEP-END-DATE           PIC 9(08).
           05  STEP-END-TIME           PIC 9(08).
           05  STEP-RECORDS            PIC 9(09).
           05  STEP-RETURN-CODE        PIC 9(04).
           05  FILLER                  PIC X(19).
