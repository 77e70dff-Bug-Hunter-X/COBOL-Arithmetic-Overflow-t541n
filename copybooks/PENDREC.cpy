      ******************************************************************
      *  PENDREC.CPY                                                  *
      *  RECORD LAYOUT FOR THE PENDING MAINTENANCE CHANGE FILE        *
      *  (PENDFILE).  KEYED BY CHANGE NUMBER.  EVERY BRANCH           *
      *  MAINTENANCE ACTION (BRANMNT), COUNTER ROLLOVER (SEQROLL),    *
      *  BRANCH MERGE (BRANCONS) AND REFERENCE TABLE CHANGE (REFMNT)  *
      *  IS KEYED HERE FIRST BY ONE OPERATOR (THE MAKER) THROUGH THE  *
      *  PENDING-CHANGE PROGRAM (PNDCHG), AND IS ONLY APPLIED AFTER   *
      *  A SECOND, DIFFERENT OPERATOR (THE CHECKER) HAS APPROVED IT.  *
      *  BOTH OPERATORS ARE CHECKED AGAINST THE OPERATOR AUTHORITY    *
      *  TABLE (SEE OPERREC) FOR THE ACTION TYPE.  A CHANGE STILL     *
      *  PENDING AFTER THE EXPIRY WINDOW ON THE PNDPARM CARD IS       *
      *  EXPIRED AND CAN NO LONGER BE APPROVED.  THE APPLYING         *
      *  PROGRAM MARKS WHAT IT DID WITH EACH APPROVED CHANGE --       *
      *  APPLIED, OR REFUSED AT APPLY TIME (REASON ON THAT STEP'S     *
      *  SYSOUT).  THE RECORD IS NEVER DELETED, SO THE FILE IS ALSO   *
      *  THE AUDITORS' RECORD OF WHO ASKED FOR AND WHO PASSED EACH    *
      *  CHANGE.                                                      *
      *                                                                *
      *  A MERGE ("M") OR TABLE ("T") CHANGE CARRIES ITS CARD IN      *
      *  PEND-PAYLOAD -- THE MERGE CARD, OR THE REFMNT CARD'S TABLE,  *
      *  ACTION AND DATA.  PEND-BRANCH-CODE HOLDS THE OLD BRANCH OR   *
      *  THE TABLE KEY FOR THE REPORT.  A HOLIDAY ("H") TABLE CHANGE  *
      *  BELONGS TO THE YEAR CHANGE WHOSE NUMBER IS IN ITS            *
      *  PEND-VALUE; IT IS DECIDED WITH THAT YEAR AND APPLIED WITH    *
      *  IT, NEVER ON ITS OWN.                                        *
      *                                                                *
      *  MOD-LOG                                                      *
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/26   JWM   ORIGINAL COPYBOOK.                          *
      ******************************************************************
       01  PEND-RECORD.
           05  PEND-CHANGE-NO          PIC 9(08).
           05  PEND-ACTION             PIC X(01).
               88  PEND-ACTION-ADD         VALUE "A".
               88  PEND-ACTION-CHANGE      VALUE "C".
               88  PEND-ACTION-CLOSE       VALUE "X".
               88  PEND-ACTION-HOLD        VALUE "H".
               88  PEND-ACTION-RELEASE     VALUE "R".
               88  PEND-ACTION-ROLLOVER    VALUE "O".
               88  PEND-ACTION-MERGE       VALUE "M".
               88  PEND-ACTION-TABLE       VALUE "T".
               88  PEND-FOR-BRANMNT        VALUE "A" "C" "X" "H" "R".
               88  PEND-FOR-SEQROLL        VALUE "O".
               88  PEND-FOR-BRANCONS       VALUE "M".
               88  PEND-FOR-REFMNT         VALUE "T".
           05  PEND-STATUS             PIC X(01).
               88  PEND-PENDING            VALUE "P".
               88  PEND-APPROVED           VALUE "A".
               88  PEND-REJECTED           VALUE "J".
               88  PEND-EXPIRED            VALUE "E".
               88  PEND-APPLIED            VALUE "D".
               88  PEND-REFUSED            VALUE "F".
           05  PEND-BRANCH-CODE        PIC X(08).
           05  PEND-BRANCH-NAME        PIC X(20).
           05  PEND-COUNTER-TYPE       PIC X(04).
           05  PEND-CATEGORY           PIC X(04).
           05  PEND-VALUE              PIC 9(10).
           05  PEND-REQUEST-OPER       PIC X(08).
           05  PEND-REQUEST-DATE       PIC 9(08).
           05  PEND-REQUEST-TIME       PIC 9(08).
           05  PEND-DECIDE-OPER        PIC X(08).
           05  PEND-DECIDE-DATE        PIC 9(08).
           05  PEND-REASON             PIC X(30).
           05  PEND-APPLY-DATE         PIC 9(08).
           05  PEND-PAYLOAD            PIC X(64).
           05  PEND-MERGE-PAYLOAD REDEFINES PEND-PAYLOAD.
               10  PEND-MRG-OLD-BRANCH     PIC X(08).
               10  PEND-MRG-SURVIVOR       PIC X(08).
               10  PEND-MRG-EFFECTIVE-DATE PIC 9(08).
               10  PEND-MRG-SURVIVOR-NAME  PIC X(20).
               10  FILLER                  PIC X(20).
           05  PEND-TABLE-PAYLOAD REDEFINES PEND-PAYLOAD.
               10  PEND-TBL-TABLE          PIC X(01).
                   88  PEND-TBL-YEAR           VALUE "Y".
                   88  PEND-TBL-HOLIDAY        VALUE "H".
               10  PEND-TBL-ACTION         PIC X(01).
               10  PEND-TBL-DATA           PIC X(62).
           05  FILLER                  PIC X(06).
