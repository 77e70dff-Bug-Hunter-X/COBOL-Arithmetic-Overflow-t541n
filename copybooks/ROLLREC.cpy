      *                   KEYED BY BRANCH PLUS ACTIVITY CATEGORY      *
      *                   (SEE BCATREC) AND A ROLLOVER RESETS ONE     *
      *                   CATEGORY'S COUNTER, NOT THE WHOLE BRANCH.   *
      *  10/15/26   JWM   ADDED ROLL-APPROVER-ID AND ROLL-CHANGE-NO   *
      *                   -- A ROLLOVER NOW PASSES MAKER-CHECKER      *
      *                   APPROVAL ON THE PENDING CHANGE FILE (SEE    *
      *                   PENDREC).  ROLL-OPERATOR-ID IS THE OPERATOR *
      *                   WHO REQUESTED THE RESET, ROLL-APPROVER-ID   *
      *                   THE ONE WHO APPROVED IT.                    *
      *                   THE RECORD GROWS FROM 64 TO 80 BYTES.       *
      *                   ROLLAUD IS AN AUDIT TRAIL AND IS NEVER      *
      *                   DRAINED -- COPY THE OLD LOG OFF TO TAPE FOR *
      *                   THE AUDITORS AND REALLOCATE IT EMPTY AT THE *
      *                   NEW LENGTH BEFORE THIS LAYOUT IS USED       *
      *                   AGAINST IT.  CNTRINQ, LEDGINQ AND SEQAUDIT  *
      *                   THEN SEE ONLY ROLLOVERS LOGGED SINCE THE    *
      *                   CUT-OVER.                                   *
      ******************************************************************
       01  ROLL-RECORD.
           05  ROLL-DATE               PIC 9(08).
           05  ROLL-NEW-VALUE          PIC S9(10).
           05  ROLL-OLD-CYCLE          PIC 9(04).
           05  ROLL-NEW-CYCLE          PIC 9(04).
           05  ROLL-APPROVER-ID        PIC X(08).
           05  ROLL-CHANGE-NO          PIC 9(08).
