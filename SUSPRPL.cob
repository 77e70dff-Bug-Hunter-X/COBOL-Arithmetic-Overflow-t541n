000280*                  SAME WAY AS ANY CATCH-UP.  ENDS RC 4      *
000290*                  WHEN NOTHING WAS RELEASED (THE REPLAY     *
000300*                  FEED IS EMPTY).                           *
000301* 10/15/26   JWM   REPLAYOUT IS FRAMED AS A FEED FILE (SEE   *
000302*                  FEEDCTL): A HEADER (SOURCE SUSPENSE,      *
000303*                  SEQUENCE YYDDDHHMM, TODAY'S DATE) AND A   *
000304*                  TRAILER (COUNT AND QUANTITY HASH), SO THE *
000305*                  EDIT PROVES AND REGISTERS IT.  AN EMPTY   *
000306*                  REPLAY STAYS EMPTY.                       *
000307* 10/15/26   JWM   A CLOSED BRANCH MERGED AWAY (ALIASFILE)   *
000308*                  IS RELEASED FROM ITS EFFECTIVE DATE ON -- *
000309*                  THE EDIT RE-KEYS IT.                      *
000310*-----------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000500     SELECT SUSPNEW ASSIGN TO SUSPNEW
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-SUSPNEW-STATUS.
000521*
000522     SELECT ALIASFILE ASSIGN TO ALIASFILE
000523         ORGANIZATION IS SEQUENTIAL
000524         FILE STATUS IS WS-ALIASFILE-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  BRANFILE
000630 FD  REPLAYOUT
000640     LABEL RECORDS ARE STANDARD.
000650 01  REPLAY-RECORD               PIC X(27).
000651 COPY FEEDCTL.
000660*
000670 FD  SUSPNEW
000680     LABEL RECORDS ARE STANDARD.
000690 01  SUSPNEW-RECORD              PIC X(27).
000691*
000692 FD  ALIASFILE
000693     LABEL RECORDS ARE STANDARD.
000694 COPY ALIASREC.
000700 WORKING-STORAGE SECTION.
000710 77  WS-BRANCH-COUNT         PIC 9(05) VALUE 0 COMP.
000720 77  WS-MAX-BRANCHES         PIC 9(05) VALUE 5000 COMP.
000810     88  WS-REPLAY-BRANCH-FOUND   VALUE "Y".
000820 77  WS-SUSP-OPENED-SW       PIC X(01) VALUE "N".
000830     88  WS-SUSP-OPENED           VALUE "Y".
000831 77  WS-REPLAY-HASH          PIC 9(15) VALUE 0 COMP.
000832 77  WS-REPLAY-DAY           PIC 9(05) VALUE 0.
000833 77  WS-REPLAY-TIME          PIC 9(08) VALUE 0.
000840*
000850 01  WS-BRANCH-TABLE.
000860     05  WS-BR-ENTRY OCCURS 5000 TIMES
000870                     INDEXED BY WS-BR-IDX.
000880         10  WS-BR-CODE           PIC X(08).
000890         10  WS-BR-STATUS         PIC X(01).
000891         10  WS-BR-MERGED         PIC 9(08).
000900*
000910 01  WS-FLAGS.
000920     05  WS-BRANFILE-STATUS  PIC X(02) VALUE SPACES.
000990         88  WS-REPLAYOUT-OK          VALUE "00".
001000     05  WS-SUSPNEW-STATUS   PIC X(02) VALUE SPACES.
001010         88  WS-SUSPNEW-OK            VALUE "00".
001011     05  WS-ALIASFILE-STATUS PIC X(02) VALUE SPACES.
001012         88  WS-ALIASFILE-OK          VALUE "00".
001013         88  WS-ALIASFILE-EOF         VALUE "10".
001020 PROCEDURE DIVISION.
001030*
001040 0000-MAINLINE.
001300         THRU 1100-LOAD-ONE-BRANCH-EXIT
001310         UNTIL WS-BRANFILE-EOF.
001320     CLOSE BRANFILE.
001321*
001322*    NO ALIAS FILE MEANS NO BRANCH HAS BEEN MERGED YET.
001323     OPEN INPUT ALIASFILE.
001324     IF NOT WS-ALIASFILE-OK
001325         SET WS-ALIASFILE-EOF TO TRUE
001326     END-IF.
001327     PERFORM 1200-LOAD-ONE-ALIAS
001328         THRU 1200-LOAD-ONE-ALIAS-EXIT
001329         UNTIL WS-ALIASFILE-EOF.
001330*
001340     OPEN INPUT CNTRSUSP.
001350     IF NOT WS-CNTRSUSP-OK
001560     ADD 1 TO WS-BRANCH-COUNT.
001570     MOVE BRAN-BRANCH-CODE TO WS-BR-CODE (WS-BRANCH-COUNT).
001580     MOVE BRAN-STATUS      TO WS-BR-STATUS (WS-BRANCH-COUNT).
001581     MOVE 0                TO WS-BR-MERGED (WS-BRANCH-COUNT).
001590*
001600 1100-LOAD-ONE-BRANCH-READ.
001610     READ BRANFILE
001630     END-READ.
001640 1100-LOAD-ONE-BRANCH-EXIT.
001650     EXIT.
001651*
001652 1200-LOAD-ONE-ALIAS.
001653     SET WS-BR-IDX TO 1.
001654     READ ALIASFILE
001655         AT END
001656             CLOSE ALIASFILE
001657             SET WS-ALIASFILE-EOF TO TRUE
001658             GO TO 1200-LOAD-ONE-ALIAS-EXIT
001659     END-READ.
001660*
001661     SEARCH WS-BR-ENTRY
001662         AT END
001663             CONTINUE
001664         WHEN WS-BR-CODE (WS-BR-IDX) = ALIAS-OLD-BRANCH
001665             MOVE ALIAS-EFFECTIVE-DATE TO WS-BR-MERGED (WS-BR-IDX)
001666     END-SEARCH.
001667 1200-LOAD-ONE-ALIAS-EXIT.
001668     EXIT.
001669*
001670 3000-SPLIT-ONE-RECORD.
001680     ADD 1 TO WS-READ-COUNT.
001690*
001700*    A SUSPENDED RECORD FOR A BRANCH STILL HELD (OR GONE
001710*    FROM BRANFILE ALTOGETHER) STAYS IN SUSPENSE -- ONLY A
001720*    RELEASED, OPEN BRANCH'S ACTIVITY GOES BACK TO THE FEED.
001721*    A BRANCH CLOSED BY A MERGE (SEE ALIASREC) IS THE ONE
001722*    EXCEPTION -- ITS ACTIVITY FROM THE EFFECTIVE DATE ON GOES
001723*    BACK TOO, AND THE EDIT RE-KEYS IT TO THE SURVIVOR.
001730*
001740     MOVE "N" TO WS-BRANCH-FOUND-SW.
001750     SET WS-BR-IDX TO 1.
001820*
001830     IF WS-REPLAY-BRANCH-FOUND
001840         AND WS-BR-STATUS (WS-BR-IDX) NOT = "H"
001850         AND (WS-BR-STATUS (WS-BR-IDX) NOT = "C"
001851             OR (WS-BR-MERGED (WS-BR-IDX) > 0
001852                 AND CNTR-BUSINESS-DATE NOT <
001853                     WS-BR-MERGED (WS-BR-IDX)))
001855         IF WS-REPLAY-COUNT = 0
001856             PERFORM 9050-WRITE-HEADER
001857                 THRU 9050-WRITE-HEADER-EXIT
001858         END-IF
001860         MOVE CNTR-RECORD TO REPLAY-RECORD
001870         WRITE REPLAY-RECORD
001880         ADD 1 TO WS-REPLAY-COUNT
001881         IF CNTR-QUANTITY NUMERIC
001882             ADD CNTR-QUANTITY TO WS-REPLAY-HASH
001883         END-IF
001890     ELSE
001900         MOVE CNTR-RECORD TO SUSPNEW-RECORD
001910         WRITE SUSPNEW-RECORD
002050     IF WS-SUSP-OPENED
002060         CLOSE CNTRSUSP
002070     END-IF.
002071     IF WS-REPLAY-COUNT > 0
002072         PERFORM 9100-WRITE-TRAILER
002073             THRU 9100-WRITE-TRAILER-EXIT
002074     END-IF.
002080     CLOSE REPLAYOUT.
002090     CLOSE SUSPNEW.
002100 9000-TERMINATE-EXIT.
002110     EXIT.
002120*
002130*    THE REPLAY IS A FEED FILE IN ITS OWN RIGHT AND IS FRAMED
002140*    LIKE ONE.  ITS SEQUENCE NUMBER IS THE RUN'S YYDDDHHMM, SO
002150*    EACH REPLAY RUNS ABOVE THE LAST.
002160*
002170 9050-WRITE-HEADER.
002180     ACCEPT WS-REPLAY-DAY  FROM DAY.
002190     ACCEPT WS-REPLAY-TIME FROM TIME.
002200     MOVE SPACES     TO FHDR-RECORD.
002210     MOVE LOW-VALUE  TO FHDR-RECORD-ID.
002220     MOVE "SUSPENSE" TO FHDR-SOURCE-ID.
002230     COMPUTE FHDR-FILE-SEQ = WS-REPLAY-DAY * 10000
002240                           + WS-REPLAY-TIME / 10000.
002250     ACCEPT FHDR-CREATE-DATE FROM DATE YYYYMMDD.
002260     WRITE FHDR-RECORD.
002270 9050-WRITE-HEADER-EXIT.
002280     EXIT.
002290*
002300 9100-WRITE-TRAILER.
002310     MOVE SPACES          TO FTRL-RECORD.
002320     MOVE HIGH-VALUE      TO FTRL-RECORD-ID.
002330     MOVE WS-REPLAY-COUNT TO FTRL-RECORD-COUNT.
002340     MOVE WS-REPLAY-HASH  TO FTRL-QTY-HASH.
002350     WRITE FTRL-RECORD.
002360 9100-WRITE-TRAILER-EXIT.
002370     EXIT.
