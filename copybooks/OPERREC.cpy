      ******************************************************************
      *  OPERREC.CPY                                                  *
      *  RECORD LAYOUT FOR THE OPERATOR AUTHORITY TABLE (OPERAUTH).   *
      *  ONE RECORD PER OPERATOR PER MAINTENANCE ACTION TYPE, SAYING  *
      *  WHETHER THE OPERATOR MAY KEY (REQUEST) THAT ACTION, APPROVE  *
      *  IT, OR BOTH.  THE ACTION CODES ARE THOSE OF THE PENDING      *
      *  CHANGE FILE (SEE PENDREC): "A" ADD, "C" CHANGE, "X" CLOSE,   *
      *  "H" HOLD, "R" RELEASE, "O" COUNTER ROLLOVER, "M" BRANCH      *
      *  MERGE, "T" REFERENCE TABLE CHANGE.  AN OPERATOR WITH NO      *
      *  RECORD FOR AN ACTION MAY NEITHER REQUEST NOR APPROVE IT.     *
      *  EVEN AN OPERATOR HOLDING BOTH AUTHORITIES CAN NEVER APPROVE  *
      *  A REQUEST OF THEIR OWN.                                      *
      *                                                                *
      *  MOD-LOG                                                      *
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/26   JWM   ORIGINAL COPYBOOK.                          *
      *  10/15/26   JWM   ADDED ACTION "M" -- BRANCH CONSOLIDATION    *
      *                   (SEE BRANCONS), KEYED AND APPROVED THROUGH  *
      *                   PNDCHG LIKE ANY OTHER PENDING CHANGE.       *
      *  10/15/26   JWM   ADDED ACTION "T" -- REFERENCE TABLE CHANGES *
      *                   (SEE REFMNT) FOR CTYPEFILE, ROUTEFILE AND   *
      *                   CALFILE, KEYED AND APPROVED THE SAME WAY.   *
      ******************************************************************
       01  OPER-RECORD.
           05  OPER-OPERATOR-ID        PIC X(08).
           05  OPER-ACTION             PIC X(01).
           05  OPER-MAY-REQUEST        PIC X(01).
               88  OPER-CAN-REQUEST        VALUE "Y".
           05  OPER-MAY-APPROVE        PIC X(01).
               88  OPER-CAN-APPROVE        VALUE "Y".
           05  OPER-OPERATOR-NAME      PIC X(20).
           05  FILLER                  PIC X(49).
