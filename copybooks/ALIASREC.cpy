      ******************************************************************
      *  ALIASREC.CPY                                                 *
      *  RECORD LAYOUT FOR THE BRANCH ALIAS TABLE (ALIASFILE).  ONE   *
      *  RECORD IS APPENDED BY THE BRANCH CONSOLIDATION PROGRAM       *
      *  (BRANCONS) FOR EVERY BRANCH MERGED INTO, OR RE-CODED AS,     *
      *  ANOTHER.  THE OLD CODE IS CLOSED ON BRANFILE, BUT FEED AND   *
      *  SUSPENSE ACTIVITY STILL ARRIVING UNDER IT AND DATED ON OR    *
      *  AFTER THE EFFECTIVE DATE IS RE-KEYED BY THE FEED EDIT        *
      *  (CNTREDIT) TO THE SURVIVING BRANCH INSTEAD OF REJECTED AS    *
      *  CLOSED.  A SURVIVOR LATER MERGED IN ITS TURN HAS ITS OWN     *
      *  RECORD, AND THE EDIT FOLLOWS THE CHAIN.                      *
      *                                                                *
      *  MOD-LOG                                                      *
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/26   JWM   ORIGINAL COPYBOOK.                          *
      ******************************************************************
       01  ALIAS-RECORD.
           05  ALIAS-OLD-BRANCH        PIC X(08).
           05  ALIAS-SURVIVOR          PIC X(08).
           05  ALIAS-EFFECTIVE-DATE    PIC 9(08).
           05  ALIAS-MERGE-DATE        PIC 9(08).
           05  ALIAS-OPERATOR-ID       PIC X(08).
           05  ALIAS-APPROVER-ID       PIC X(08).
           05  FILLER                  PIC X(32).
