      ******************************************************************
      *  UNBLREC.CPY                                                  *
      *  RECORD LAYOUT FOR THE CHARGEBACK UNBILLED CARRY FILE         *
      *  (BILLHOLD, A GENERATION PER BILLING RUN).  THE MONTHLY       *
      *  CHARGEBACK BILLING (CHGBILL) WRITES ONE RECORD FOR EVERY     *
      *  COUNTER BUSINESS DATE IT COULD NOT BILL -- RESULTS STILL     *
      *  WITHHELD ON A RECONCILIATION MISMATCH, ACTIVITY THAT DOES    *
      *  NOT AGREE WITH THE DAILY LEDGER, OR A CATEGORY WITH NO RATE  *
      *  IN FORCE.  THE NEXT CYCLE READS THE GENERATION BACK AND      *
      *  BILLS EACH DATE ONCE IT HAS BEEN CLEARED, WHATEVER MONTH IT  *
      *  FALLS IN; ONE STILL NOT CLEAR IS CARRIED AGAIN WITH ITS      *
      *  CYCLE COUNT STEPPED.  THE UNITS ARE AS LAST SEEN, FOR THE    *
      *  LISTING ONLY -- THE DATE IS ALWAYS RE-PRICED FROM THE        *
      *  PUBLISHED RESULTS WHEN IT IS FINALLY BILLED.                 *
      *                                                                *
      *  MOD-LOG                                                      *
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/26   JWM   ORIGINAL COPYBOOK.                          *
      *  10/15/26   JWM   REASON "A" -- HELD BY THE VOLUME SCREEN     *
      *                   (ANOMSCR) AND NOT YET RELEASED.             *
      ******************************************************************
       01  UNBL-RECORD.
           05  UNBL-BRANCH-CODE        PIC X(08).
           05  UNBL-CATEGORY           PIC X(04).
           05  UNBL-BUSINESS-DATE      PIC 9(08).
           05  UNBL-FIRST-MONTH        PIC 9(06).
           05  UNBL-REASON             PIC X(01).
               88  UNBL-RECON-MISMATCH     VALUE "M".
               88  UNBL-LEDGER-DIFFERS     VALUE "L".
               88  UNBL-NO-RATE            VALUE "R".
               88  UNBL-VOLUME-ANOMALY     VALUE "A".
           05  UNBL-CHARGE-UNITS       PIC 9(09).
           05  UNBL-CREDIT-UNITS       PIC 9(09).
           05  UNBL-CYCLES             PIC 9(03).
           05  FILLER                  PIC X(32).
