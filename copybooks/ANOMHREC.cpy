      ******************************************************************
      *  ANOMHREC.CPY                                                 *
      *  RECORD LAYOUT FOR THE VOLUME ANOMALY HOLD FILE (ANOMHOLD, A  *
      *  GENERATION PER SCREENING RUN).  THE VOLUME SCREEN (ANOMSCR)  *
      *  WRITES ONE RECORD FOR EVERY PUBLISHED RESULT OF A COUNTER    *
      *  BUSINESS DATE WHOSE NET MOVEMENT SPIKED OR COLLAPSED AGAINST *
      *  THAT COUNTER'S OWN TRAILING HISTORY.  THE RESULT IS KEPT AS  *
      *  IT LEFT THE UPDATE, WITH ITS ORIGINAL RECON STATUS -- THE    *
      *  COPY ON OUTFILE CARRIES "ANOMALY" AND GOES TO SUSPENSE.  THE *
      *  NEXT RUN READS THE GENERATION BACK AND PUBLISHES THE DATE    *
      *  AGAIN, AS IT WAS, ONCE AN OPERATOR RELEASE CARD NAMES IT;    *
      *  ONE NOT RELEASED IS CARRIED AGAIN WITH ITS CYCLE COUNT       *
      *  STEPPED.                                                     *
      *                                                                *
      *  MOD-LOG                                                      *
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/26   JWM   ORIGINAL COPYBOOK.                          *
      ******************************************************************
       01  ANOMH-RECORD.
           05  ANOMH-RESULT.
               10  ANOMH-BRANCH-CODE    PIC X(08).
               10  ANOMH-CATEGORY       PIC X(04).
               10  ANOMH-COUNTER-VALUE  PIC S9(10).
               10  ANOMH-RESULT-VALUE   PIC S9(10).
               10  ANOMH-OVERFLOW-FLAG  PIC 9.
               10  ANOMH-RECON-STATUS   PIC X(08).
               10  ANOMH-CYCLE-NUMBER   PIC 9(04).
               10  ANOMH-BUSINESS-DATE  PIC 9(08).
               10  ANOMH-TRAN-TYPE      PIC X(01).
           05  ANOMH-HELD-DATE         PIC 9(08).
           05  ANOMH-FINDING           PIC X(08).
               88  ANOMH-SPIKE             VALUE "SPIKE".
               88  ANOMH-COLLAPSE          VALUE "COLLAPSE".
           05  ANOMH-NET               PIC S9(10).
           05  ANOMH-AVERAGE           PIC S9(10).
           05  ANOMH-CYCLES            PIC 9(03).
           05  FILLER                  PIC X(07).
