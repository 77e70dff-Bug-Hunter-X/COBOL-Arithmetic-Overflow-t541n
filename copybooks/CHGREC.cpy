      *                   FOR THE BRANCH HOLD STATUS (SEE BRANREC)    *
      *                   SO AN INVESTIGATION HOLD IS AS AUDITABLE    *
      *                   AS A CLOSE.                                 *
      *  10/15/26   JWM   ADDED CHG-APPROVER-ID AND CHG-CHANGE-NO --  *
      *                   EVERY ACTION NOW PASSES MAKER-CHECKER       *
      *                   APPROVAL ON THE PENDING CHANGE FILE (SEE    *
      *                   PENDREC).  CHG-OPERATOR-ID IS THE OPERATOR  *
      *                   WHO REQUESTED THE ACTION, CHG-APPROVER-ID   *
      *                   THE ONE WHO APPROVED IT.                    *
      *  10/15/26   JWM   ADDED ACTION "M" (MERGE) FOR THE BRANCH     *
      *                   CONSOLIDATION PROGRAM (BRANCONS), WITH      *
      *                   CHG-OTHER-BRANCH, CHG-CATEGORY,             *
      *                   CHG-EFFECTIVE-DATE AND CHG-PRIOR-VALUE.     *
      *                   EACH MERGE WRITES ONE RECORD FOR THE OLD    *
      *                   BRANCH WITH A BLANK CATEGORY (THE CLOSE),   *
      *                   THEN ONE PER CATEGORY COMBINED FOR EACH     *
      *                   SIDE -- CHG-PRIOR-VALUE THE COUNTER BEFORE  *
      *                   THE MERGE, CHG-SEED-VALUE THE COUNTER       *
      *                   AFTER IT (ZERO FOR THE OLD BRANCH).         *
      *                   THE RECORD GROWS FROM 68 TO 114 BYTES.      *
      *                   CHGLOG IS AN AUDIT TRAIL AND IS NEVER       *
      *                   DRAINED -- COPY THE OLD LOG OFF TO TAPE FOR *
      *                   THE AUDITORS AND REALLOCATE IT EMPTY AT THE *
      *                   NEW LENGTH BEFORE THIS LAYOUT IS USED       *
      *                   AGAINST IT.  CNTRINQ AND LEDGINQ THEN SHOW  *
      *                   ONLY ACTIONS LOGGED SINCE THE CUT-OVER.     *
      ******************************************************************
       01  CHG-RECORD.
           05  CHG-DATE                PIC 9(08).
               88  CHG-ACTION-CLOSE        VALUE "X".
               88  CHG-ACTION-HOLD         VALUE "H".
               88  CHG-ACTION-RELEASE      VALUE "R".
               88  CHG-ACTION-MERGE        VALUE "M".
           05  CHG-BRANCH-CODE         PIC X(08).
           05  CHG-OPERATOR-ID         PIC X(08).
           05  CHG-BRANCH-NAME         PIC X(20).
           05  CHG-COUNTER-TYPE        PIC X(04).
           05  CHG-SEED-VALUE          PIC 9(10).
           05  CHG-STATUS              PIC X(01).
           05  CHG-APPROVER-ID         PIC X(08).
           05  CHG-CHANGE-NO           PIC 9(08).
           05  CHG-OTHER-BRANCH        PIC X(08).
           05  CHG-CATEGORY            PIC X(04).
           05  CHG-EFFECTIVE-DATE      PIC 9(08).
           05  CHG-PRIOR-VALUE         PIC 9(10).
