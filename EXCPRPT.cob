000330*                  NOW ENDS THE STEP WITH RETURN-CODE 12      *
000340*                  INSTEAD OF COMPLETING CLEAN WITH WORK      *
000350*                  SILENTLY DROPPED OR UNDEDUPED.             *
000351* 10/15/26   JWM   EXCEPTIONS MARKED BACKED OUT BY THE DAY   *
000352*                  BACKOUT UTILITY (DAYBKOUT) ARE NO LONGER  *
000353*                  TALLIED OR RANKED -- THE REVERSED DAY'S   *
000354*                  OVERFLOWS NEVER HAPPENED AS FAR AS THE    *
000355*                  COUNTERS ARE CONCERNED.  THEY ARE STILL   *
000356*                  RETAINED OR ARCHIVED LIKE ANY OTHER       *
000357*                  RECORD, AND THE RETAIN/ARCHIVE RECORDS    *
000358*                  CARRY THE NEW 49-BYTE LAYOUT.             *
000360*-----------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000670*
000680 FD  EXCPOUT
000690     LABEL RECORDS ARE STANDARD.
000700 01  EXCPOUT-RECORD              PIC X(49).
000710*
000720 FD  EXCPARC
000730     LABEL RECORDS ARE STANDARD.
000740 01  EXCPARC-RECORD              PIC X(49).
000750*
000760 FD  RETPARM
000770     LABEL RECORDS ARE STANDARD.
002250 3000-PROCESS-ONE-EXCEPTION.
002260     ADD 1 TO WS-READ-COUNT.
002270     COMPUTE WS-EXC-MONTH = EXC-DATE / 100.
002275     IF NOT EXC-BACKED-OUT
002280         PERFORM 3100-TALLY-MONTH
002290             THRU 3100-TALLY-MONTH-EXIT
002300         PERFORM 3200-TALLY-BRANCH
002310             THRU 3200-TALLY-BRANCH-EXIT
002315     END-IF.
002320*
002330     IF WS-CUTOFF-DATE > 0 AND EXC-DATE < WS-CUTOFF-DATE
002340         MOVE EXC-RECORD TO EXCPARC-RECORD
