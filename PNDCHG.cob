000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     PNDCHG.
000030 AUTHOR.         J W MERCER.
000040 INSTALLATION.   DAILY PROCESSING - BRANCH ACCOUNTING.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.  10/15/26.
000070*-----------------------------------------------------------*
000080* MOD-LOG                                                   *
000090* DATE       INIT  DESCRIPTION                              *
000100* 10/15/26   JWM   ORIGINAL VERSION.  MAKER-CHECKER CONTROL *
000110*                  FOR BRANCH MAINTENANCE (BRANMNT),        *
000120*                  COUNTER ROLLOVER (SEQROLL), BRANCH       *
000130*                  MERGES (BRANCONS) AND REFERENCE TABLE    *
000140*                  CHANGES (REFMNT).  A REQUEST CARD ON     *
000150*                  PNDCARD FILES THE ACTION ON THE PENDING  *
000160*                  CHANGE FILE (PENDFILE) UNDER THE NEXT    *
000170*                  CHANGE NUMBER; AN APPROVE OR REJECT CARD *
000180*                  FROM A SECOND, DIFFERENT OPERATOR        *
000190*                  DECIDES IT.  BOTH OPERATORS ARE CHECKED  *
000200*                  AGAINST THE OPERATOR AUTHORITY TABLE     *
000210*                  (OPERAUTH) FOR THE ACTION TYPE.  THE     *
000220*                  FOUR PROGRAMS NOW APPLY ONLY APPROVED    *
000230*                  CHANGES, SO NO ONE OPERATOR CAN CLOSE,   *
000240*                  RESEED, RESET, MERGE OR RE-TABLE ALONE.  *
000250*                  A MERGE OR TABLE REQUEST CARRIES ITS     *
000260*                  CARD AS THE PAYLOAD; THE HOLIDAY CARDS   *
000270*                  AFTER A YEAR REQUEST ARE FILED UNDER IT  *
000280*                  AND DECIDED WITH IT.  A CHANGE STILL     *
000290*                  PENDING AFTER THE PNDPARM WINDOW         *
000300*                  (DEFAULT 5 DAYS) IS EXPIRED.  PRINTS THE *
000310*                  SUPERVISOR'S DAILY REPORT OF PENDING,    *
000320*                  APPROVED, REJECTED AND EXPIRED CHANGES   *
000330*                  (PNDRPT).  RC 8 WHEN ANY CARD WAS        *
000340*                  REFUSED, RC 12 WHEN THE AUTHORITY TABLE  *
000350*                  OVERFLOWED, RC 16 WHEN OPERAUTH, PNDCARD *
000360*                  OR PENDFILE WILL NOT OPEN.               *
000370*-----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.   IBM-370.
000410 OBJECT-COMPUTER.   IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PNDPARM ASSIGN TO PNDPARM
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-PNDPARM-STATUS.
000470*
000480     SELECT PNDCARD ASSIGN TO PNDCARD
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-PNDCARD-STATUS.
000510*
000520     SELECT OPERAUTH ASSIGN TO OPERAUTH
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-OPERAUTH-STATUS.
000550*
000560     SELECT PENDFILE ASSIGN TO PENDFILE
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS PEND-CHANGE-NO
000600         FILE STATUS IS WS-PENDFILE-STATUS.
000610*
000620     SELECT PNDRPT ASSIGN TO PNDRPT
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-PNDRPT-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  PNDPARM
000680     LABEL RECORDS ARE STANDARD.
000690 01  PNDPARM-RECORD.
000700     05  PNDP-EXPIRE-DAYS        PIC 9(03).
000710     05  FILLER                  PIC X(77).
000720*
000730 FD  PNDCARD
000740     LABEL RECORDS ARE STANDARD.
000750 01  PNDCARD-RECORD.
000760     05  PC-FUNCTION             PIC X(01).
000770         88  PC-FUNCTION-REQUEST     VALUE "N".
000780         88  PC-FUNCTION-APPROVE     VALUE "A".
000790         88  PC-FUNCTION-REJECT      VALUE "J".
000800     05  PC-OPERATOR-ID          PIC X(08).
000810     05  PC-REQUEST-DATA.
000820         10  PC-ACTION           PIC X(01).
000830         10  PC-BRANCH-CODE      PIC X(08).
000840         10  PC-BRANCH-NAME      PIC X(20).
000850         10  PC-COUNTER-TYPE     PIC X(04).
000860         10  PC-CATEGORY         PIC X(04).
000870         10  PC-VALUE            PIC 9(10).
000880         10  FILLER              PIC X(24).
000890     05  PC-DECISION-DATA REDEFINES PC-REQUEST-DATA.
000900         10  PC-CHANGE-NO        PIC 9(08).
000910         10  PC-REASON           PIC X(30).
000920         10  FILLER              PIC X(33).
000930     05  PC-PAYLOAD-DATA REDEFINES PC-REQUEST-DATA.
000940         10  FILLER              PIC X(01).
000950         10  PC-PAYLOAD.
000960             15  PC-PAY-TABLE    PIC X(01).
000970                 88  PC-PAY-HOLIDAY       VALUE "H".
000980             15  FILLER          PIC X(63).
000990         10  FILLER              PIC X(06).
001000*
001010 FD  OPERAUTH
001020     LABEL RECORDS ARE STANDARD.
001030 COPY OPERREC.
001040*
001050 FD  PENDFILE
001060     LABEL RECORDS ARE STANDARD.
001070 COPY PENDREC.
001080*
001090 FD  PNDRPT
001100     LABEL RECORDS ARE STANDARD.
001110 01  PND-LINE                    PIC X(80).
001120 WORKING-STORAGE SECTION.
001130 77  WS-OPER-COUNT           PIC 9(05) VALUE 0 COMP.
001140 77  WS-MAX-OPERS            PIC 9(05) VALUE 2000 COMP.
001150 77  WS-OPER-SUB             PIC 9(05) VALUE 0 COMP.
001160 77  WS-EXPIRE-DAYS          PIC 9(03) VALUE 5.
001170 77  WS-DAY-SUB              PIC 9(03) VALUE 0 COMP.
001180 77  WS-LEAP-QUOT            PIC 9(04) VALUE 0 COMP.
001190 77  WS-LEAP-REM             PIC 9(04) VALUE 0 COMP.
001200 77  WS-HIGH-CHANGE-NO       PIC 9(08) VALUE 0.
001210 77  WS-REQUEST-COUNT        PIC 9(05) VALUE 0 COMP.
001220 77  WS-APPROVE-COUNT        PIC 9(05) VALUE 0 COMP.
001230 77  WS-REJECT-COUNT         PIC 9(05) VALUE 0 COMP.
001240 77  WS-EXPIRE-COUNT         PIC 9(05) VALUE 0 COMP.
001250 77  WS-REFUSE-COUNT         PIC 9(05) VALUE 0 COMP.
001260 77  WS-RPT-PENDING          PIC 9(05) VALUE 0 COMP.
001270 77  WS-RPT-APPROVED         PIC 9(05) VALUE 0 COMP.
001280 77  WS-RPT-REJECTED         PIC 9(05) VALUE 0 COMP.
001290 77  WS-RPT-EXPIRED          PIC 9(05) VALUE 0 COMP.
001300 77  WS-RPT-APPLIED          PIC 9(05) VALUE 0 COMP.
001310 77  WS-RPT-REFUSED          PIC 9(05) VALUE 0 COMP.
001320 77  WS-ERROR-RETURN-CODE    PIC 9(03) VALUE 8 COMP.
001330 77  WS-SEVERE-RETURN-CODE   PIC 9(03) VALUE 16 COMP.
001340 77  WS-OPEN-FAILED-SW       PIC X(01) VALUE "N".
001350     88  WS-OPEN-FAILED           VALUE "Y".
001360 77  WS-REFUSE-BEFORE        PIC 9(05) VALUE 0 COMP.
001370*
001380*    THE YEAR REQUEST THE HOLIDAY CARDS NOW BEING READ BELONG
001390*    TO -- ZERO WHEN THE LAST CARD WAS NOT A FILED YEAR OR ONE
001400*    OF ITS HOLIDAYS.
001410*
001420 77  WS-YEAR-CHANGE-NO       PIC 9(08) VALUE 0.
001430 77  WS-YEAR-OPER            PIC X(08) VALUE SPACES.
001440 77  WS-DECK-STATUS          PIC X(01) VALUE SPACE.
001450 77  WS-DECK-REASON          PIC X(30) VALUE SPACES.
001460 77  WS-DECK-COUNT           PIC 9(05) VALUE 0 COMP.
001470 77  WS-DECK-END-SW          PIC X(01) VALUE "N".
001480     88  WS-DECK-END              VALUE "Y".
001490 77  WS-CAPACITY-SW          PIC X(01) VALUE "N".
001500     88  WS-CAPACITY-EXCEEDED     VALUE "Y".
001510 77  WS-CAPACITY-RETURN-CODE PIC 9(03) VALUE 12 COMP.
001520 77  WS-AUTH-SW              PIC X(01) VALUE "N".
001530     88  WS-AUTHORIZED            VALUE "Y".
001540 77  WS-AUTH-KIND            PIC X(01) VALUE SPACE.
001550     88  WS-AUTH-FOR-REQUEST      VALUE "R".
001560     88  WS-AUTH-FOR-APPROVE      VALUE "A".
001570 77  WS-AUTH-OPER            PIC X(08) VALUE SPACES.
001580 77  WS-AUTH-ACTION          PIC X(01) VALUE SPACE.
001590 77  WS-REPORT-END-SW        PIC X(01) VALUE "N".
001600     88  WS-REPORT-END            VALUE "Y".
001610 77  WS-RUN-DATE             PIC 9(08) VALUE 0.
001620 77  WS-RUN-TIME             PIC 9(08) VALUE 0.
001630 77  WS-EXPIRE-CUTOFF        PIC 9(08) VALUE 0.
001640 77  WS-REPORT-FROM          PIC 9(08) VALUE 0.
001650*
001660 01  WS-WORK-DATE.
001670     05  WS-WORK-CCYY            PIC 9(04).
001680     05  WS-WORK-MM              PIC 9(02).
001690     05  WS-WORK-DD              PIC 9(02).
001700 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
001710                                 PIC 9(08).
001720*
001730 01  WS-MONTH-DAYS-DATA.
001740     05  FILLER                  PIC X(24)
001750         VALUE "312831303130313130313031".
001760 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
001770     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
001780*
001790 01  WS-OPER-TABLE.
001800     05  WS-OP-ENTRY OCCURS 2000 TIMES.
001810         10  WS-OP-ID             PIC X(08).
001820         10  WS-OP-ACTION         PIC X(01).
001830         10  WS-OP-REQUEST        PIC X(01).
001840         10  WS-OP-APPROVE        PIC X(01).
001850*
001860 01  WS-FLAGS.
001870     05  WS-PNDPARM-STATUS   PIC X(02) VALUE SPACES.
001880         88  WS-PNDPARM-OK            VALUE "00".
001890     05  WS-PNDCARD-STATUS   PIC X(02) VALUE SPACES.
001900         88  WS-PNDCARD-OK            VALUE "00".
001910         88  WS-PNDCARD-EOF           VALUE "10".
001920     05  WS-OPERAUTH-STATUS  PIC X(02) VALUE SPACES.
001930         88  WS-OPERAUTH-OK           VALUE "00".
001940         88  WS-OPERAUTH-EOF          VALUE "10".
001950     05  WS-PENDFILE-STATUS  PIC X(02) VALUE SPACES.
001960         88  WS-PENDFILE-OK           VALUE "00".
001970         88  WS-PENDFILE-NOT-FOUND    VALUE "35".
001980         88  WS-PENDFILE-EOF          VALUE "10".
001990     05  WS-PNDRPT-STATUS    PIC X(02) VALUE SPACES.
002000         88  WS-PNDRPT-OK             VALUE "00".
002010*
002020 01  WS-REPORT-LINES.
002030     05  WS-HDR-LINE-1.
002040         10  FILLER              PIC X(44)
002050             VALUE "PENDING MAINTENANCE CHANGE REPORT  RUN DATE".
002060         10  FILLER              PIC X(01) VALUE SPACES.
002070         10  WS-HDR-RUN-DATE     PIC 9(08).
002080         10  FILLER              PIC X(27) VALUE SPACES.
002090     05  WS-HDR-LINE-2.
002100         10  FILLER              PIC X(15)
002110             VALUE "EXPIRY WINDOW".
002120         10  WS-HDR-DAYS         PIC ZZ9.
002130         10  FILLER              PIC X(22)
002140             VALUE " DAYS  ACTIVITY SINCE".
002150         10  FILLER              PIC X(01) VALUE SPACES.
002160         10  WS-HDR-FROM         PIC 9(08).
002170         10  FILLER              PIC X(31) VALUE SPACES.
002180     05  WS-HDR-LINE-3.
002190         10  FILLER              PIC X(10) VALUE "CHANGE".
002200         10  FILLER              PIC X(04) VALUE "ACT".
002210         10  FILLER              PIC X(09) VALUE "BRANCH".
002220         10  FILLER              PIC X(05) VALUE "CAT".
002230         10  FILLER              PIC X(11) VALUE "VALUE".
002240         10  FILLER              PIC X(09) VALUE "MAKER".
002250         10  FILLER              PIC X(09) VALUE "CHECKER".
002260         10  FILLER              PIC X(09) VALUE "STATUS".
002270         10  FILLER              PIC X(14) VALUE "DATE".
002280     05  WS-DTL-LINE.
002290         10  WS-DTL-CHANGE-NO    PIC 9(08).
002300         10  FILLER              PIC X(03) VALUE SPACES.
002310         10  WS-DTL-ACTION       PIC X(01).
002320         10  FILLER              PIC X(02) VALUE SPACES.
002330         10  WS-DTL-BRANCH       PIC X(08).
002340         10  FILLER              PIC X(01) VALUE SPACES.
002350         10  WS-DTL-CATEGORY     PIC X(04).
002360         10  FILLER              PIC X(01) VALUE SPACES.
002370         10  WS-DTL-VALUE        PIC Z(9)9.
002380         10  FILLER              PIC X(01) VALUE SPACES.
002390         10  WS-DTL-MAKER        PIC X(08).
002400         10  FILLER              PIC X(01) VALUE SPACES.
002410         10  WS-DTL-CHECKER      PIC X(08).
002420         10  FILLER              PIC X(01) VALUE SPACES.
002430         10  WS-DTL-STATUS       PIC X(08).
002440         10  FILLER              PIC X(01) VALUE SPACES.
002450         10  WS-DTL-DATE         PIC 9(08).
002460         10  FILLER              PIC X(06) VALUE SPACES.
002470     05  WS-RSN-LINE.
002480         10  FILLER              PIC X(14) VALUE SPACES.
002490         10  FILLER              PIC X(08) VALUE "REASON:".
002500         10  WS-RSN-TEXT         PIC X(30).
002510         10  FILLER              PIC X(28) VALUE SPACES.
002520     05  WS-TOT-LINE.
002530         10  WS-TOT-LABEL        PIC X(24).
002540         10  WS-TOT-VALUE        PIC Z(6)9.
002550         10  FILLER              PIC X(49) VALUE SPACES.
002560 PROCEDURE DIVISION.
002570*
002580 0000-MAINLINE.
002590     PERFORM 1000-INITIALIZE
002600         THRU 1000-INITIALIZE-EXIT.
002610*
002620*    WITHOUT THE AUTHORITY TABLE, THE CARDS OR THE PENDING
002630*    CHANGE FILE NOTHING CAN BE DECIDED SAFELY.
002640*
002650     IF WS-OPEN-FAILED
002660         MOVE WS-SEVERE-RETURN-CODE TO RETURN-CODE
002670         STOP RUN
002680     END-IF.
002690*
002700     PERFORM 2000-EXPIRE-ONE-CHANGE
002710         THRU 2000-EXPIRE-ONE-CHANGE-EXIT
002720         UNTIL WS-PENDFILE-EOF.
002730*
002740     PERFORM 3000-PROCESS-ONE-CARD
002750         THRU 3000-PROCESS-ONE-CARD-EXIT
002760         UNTIL WS-PNDCARD-EOF.
002770*
002780     PERFORM 5000-PRINT-REPORT
002790         THRU 5000-PRINT-REPORT-EXIT.
002800*
002810     PERFORM 9000-TERMINATE
002820         THRU 9000-TERMINATE-EXIT.
002830*
002840     IF WS-REFUSE-COUNT > 0
002850         MOVE WS-ERROR-RETURN-CODE TO RETURN-CODE
002860     END-IF.
002870*
002880*    AN OPERATOR A FULL TABLE COULD NOT HOLD HAS HAD CARDS
002890*    REFUSED FOR WANT OF AUTHORITY IT MAY WELL HOLD --
002900*    FAIL THE STEP SO THE TABLE IS FIXED, NOT WORKED ROUND.
002910*
002920     IF WS-CAPACITY-EXCEEDED
002930         MOVE WS-CAPACITY-RETURN-CODE TO RETURN-CODE
002940     END-IF.
002950     STOP RUN.
002960*
002970 1000-INITIALIZE.
002980     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002990     ACCEPT WS-RUN-TIME FROM TIME.
003000*
003010     OPEN INPUT PNDPARM.
003020     IF WS-PNDPARM-OK
003030         READ PNDPARM
003040             AT END CONTINUE
003050         END-READ
003060         IF WS-PNDPARM-OK
003070             AND PNDP-EXPIRE-DAYS NUMERIC
003080             AND PNDP-EXPIRE-DAYS > 0
003090             MOVE PNDP-EXPIRE-DAYS TO WS-EXPIRE-DAYS
003100         END-IF
003110         CLOSE PNDPARM
003120     END-IF.
003130*
003140*    A CHANGE REQUESTED BEFORE THE CUTOFF HAS BEEN PENDING
003150*    LONGER THAN THE WINDOW.  THE REPORT COVERS EVERYTHING
003160*    STILL OPEN PLUS WHATEVER WAS DECIDED OR APPLIED SINCE
003170*    YESTERDAY, SO AN OVERNIGHT APPLY RUN IS ON THE NEXT
003180*    MORNING'S REPORT.
003190*
003200     MOVE WS-RUN-DATE TO WS-WORK-DATE-N.
003210     PERFORM 1300-BACK-ONE-DAY
003220         THRU 1300-BACK-ONE-DAY-EXIT
003230         VARYING WS-DAY-SUB FROM 1 BY 1
003240         UNTIL WS-DAY-SUB > WS-EXPIRE-DAYS.
003250     MOVE WS-WORK-DATE-N TO WS-EXPIRE-CUTOFF.
003260     MOVE WS-RUN-DATE TO WS-WORK-DATE-N.
003270     PERFORM 1300-BACK-ONE-DAY
003280         THRU 1300-BACK-ONE-DAY-EXIT.
003290     MOVE WS-WORK-DATE-N TO WS-REPORT-FROM.
003300*
003310     OPEN INPUT OPERAUTH.
003320     IF NOT WS-OPERAUTH-OK
003330         DISPLAY "PNDCHG: OPERAUTH WILL NOT OPEN - STATUS "
003340             WS-OPERAUTH-STATUS " - NOTHING DECIDED"
003350         MOVE "Y" TO WS-OPEN-FAILED-SW
003360         GO TO 1000-INITIALIZE-EXIT
003370     END-IF.
003380     READ OPERAUTH
003390         AT END SET WS-OPERAUTH-EOF TO TRUE
003400     END-READ.
003410     PERFORM 1100-LOAD-ONE-OPER
003420         THRU 1100-LOAD-ONE-OPER-EXIT
003430         UNTIL WS-OPERAUTH-EOF.
003440     CLOSE OPERAUTH.
003450*
003460*    ONLY A PENDING CHANGE FILE NOT YET CREATED IS STARTED
003470*    EMPTY -- ONE THAT IS LOCKED OR DAMAGED MUST NEVER BE
003480*    REPLACED, OR EVERY OPEN CHANGE WOULD BE LOST.
003490*
003500     OPEN I-O PENDFILE.
003510     IF WS-PENDFILE-NOT-FOUND
003520         OPEN OUTPUT PENDFILE
003530         CLOSE PENDFILE
003540         OPEN I-O PENDFILE
003550     END-IF.
003560     IF NOT WS-PENDFILE-OK
003570         DISPLAY "PNDCHG: PENDFILE WILL NOT OPEN - STATUS "
003580             WS-PENDFILE-STATUS " - NOTHING DECIDED"
003590         MOVE "Y" TO WS-OPEN-FAILED-SW
003600         GO TO 1000-INITIALIZE-EXIT
003610     END-IF.
003620     READ PENDFILE NEXT RECORD
003630         AT END SET WS-PENDFILE-EOF TO TRUE
003640     END-READ.
003650*
003660     OPEN INPUT PNDCARD.
003670     IF NOT WS-PNDCARD-OK
003680         DISPLAY "PNDCHG: PNDCARD WILL NOT OPEN - STATUS "
003690             WS-PNDCARD-STATUS " - NOTHING DECIDED"
003700         MOVE "Y" TO WS-OPEN-FAILED-SW
003710         GO TO 1000-INITIALIZE-EXIT
003720     END-IF.
003730     READ PNDCARD
003740         AT END SET WS-PNDCARD-EOF TO TRUE
003750     END-READ.
003760     OPEN OUTPUT PNDRPT.
003770 1000-INITIALIZE-EXIT.
003780     EXIT.
003790*
003800 1100-LOAD-ONE-OPER.
003810     IF WS-OPER-COUNT >= WS-MAX-OPERS
003820         DISPLAY "PNDCHG: AUTHORITY TABLE FULL - "
003830             OPER-OPERATOR-ID " " OPER-ACTION " IGNORED"
003840         MOVE "Y" TO WS-CAPACITY-SW
003850         GO TO 1100-LOAD-ONE-OPER-READ
003860     END-IF.
003870     ADD 1 TO WS-OPER-COUNT.
003880     MOVE OPER-OPERATOR-ID TO WS-OP-ID (WS-OPER-COUNT).
003890     MOVE OPER-ACTION      TO WS-OP-ACTION (WS-OPER-COUNT).
003900     MOVE OPER-MAY-REQUEST TO WS-OP-REQUEST (WS-OPER-COUNT).
003910     MOVE OPER-MAY-APPROVE TO WS-OP-APPROVE (WS-OPER-COUNT).
003920*
003930 1100-LOAD-ONE-OPER-READ.
003940     READ OPERAUTH
003950         AT END SET WS-OPERAUTH-EOF TO TRUE
003960     END-READ.
003970 1100-LOAD-ONE-OPER-EXIT.
003980     EXIT.
003990*
004000 1300-BACK-ONE-DAY.
004010     IF WS-WORK-DD > 1
004020         SUBTRACT 1 FROM WS-WORK-DD
004030         GO TO 1300-BACK-ONE-DAY-EXIT
004040     END-IF.
004050     IF WS-WORK-MM > 1
004060         SUBTRACT 1 FROM WS-WORK-MM
004070     ELSE
004080         MOVE 12 TO WS-WORK-MM
004090         SUBTRACT 1 FROM WS-WORK-CCYY
004100     END-IF.
004110     MOVE WS-MONTH-DAYS (WS-WORK-MM) TO WS-WORK-DD.
004120     IF WS-WORK-MM NOT = 2
004130         GO TO 1300-BACK-ONE-DAY-EXIT
004140     END-IF.
004150     DIVIDE WS-WORK-CCYY BY 4
004160         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
004170     IF WS-LEAP-REM NOT = 0
004180         GO TO 1300-BACK-ONE-DAY-EXIT
004190     END-IF.
004200     DIVIDE WS-WORK-CCYY BY 100
004210         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
004220     IF WS-LEAP-REM = 0
004230         DIVIDE WS-WORK-CCYY BY 400
004240             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
004250         IF WS-LEAP-REM NOT = 0
004260             GO TO 1300-BACK-ONE-DAY-EXIT
004270         END-IF
004280     END-IF.
004290     MOVE 29 TO WS-WORK-DD.
004300 1300-BACK-ONE-DAY-EXIT.
004310     EXIT.
004320*
004330 2000-EXPIRE-ONE-CHANGE.
004340*
004350*    ONE PASS OVER THE PENDING CHANGE FILE BEFORE ANY CARD IS
004360*    READ -- A STALE CHANGE EXPIRES FIRST, SO A LATE APPROVAL
004370*    CARD FOR IT IS REFUSED.  THE PASS ALSO FINDS THE HIGHEST
004380*    CHANGE NUMBER ISSUED SO FAR.
004390*
004400     IF PEND-CHANGE-NO > WS-HIGH-CHANGE-NO
004410         MOVE PEND-CHANGE-NO TO WS-HIGH-CHANGE-NO
004420     END-IF.
004430     IF NOT PEND-PENDING
004440         OR PEND-REQUEST-DATE NOT < WS-EXPIRE-CUTOFF
004450         GO TO 2000-EXPIRE-ONE-CHANGE-READ
004460     END-IF.
004470     SET PEND-EXPIRED TO TRUE.
004480     MOVE SPACES TO PEND-DECIDE-OPER.
004490     MOVE WS-RUN-DATE TO PEND-DECIDE-DATE.
004500     MOVE "NOT APPROVED WITHIN WINDOW" TO PEND-REASON.
004510     REWRITE PEND-RECORD
004520         INVALID KEY
004530             DISPLAY "PNDCHG: REWRITE FAILED FOR CHANGE "
004540                 PEND-CHANGE-NO
004550             GO TO 2000-EXPIRE-ONE-CHANGE-READ
004560     END-REWRITE.
004570     ADD 1 TO WS-EXPIRE-COUNT.
004580     DISPLAY "PNDCHG: CHANGE " PEND-CHANGE-NO " EXPIRED - "
004590         "ACTION " PEND-ACTION " BRANCH " PEND-BRANCH-CODE
004600         " REQUESTED " PEND-REQUEST-DATE
004610         " BY " PEND-REQUEST-OPER.
004620*
004630 2000-EXPIRE-ONE-CHANGE-READ.
004640     READ PENDFILE NEXT RECORD
004650         AT END SET WS-PENDFILE-EOF TO TRUE
004660     END-READ.
004670 2000-EXPIRE-ONE-CHANGE-EXIT.
004680     EXIT.
004690*
004700 3000-PROCESS-ONE-CARD.
004710*
004720*    HOLIDAY CARDS MUST FOLLOW THEIR YEAR REQUEST DIRECTLY --
004730*    ANY OTHER CARD ENDS THE DECK.
004740*
004750     IF PC-FUNCTION-REQUEST
004760         AND PC-ACTION = "T"
004770         AND PC-PAY-HOLIDAY
004780         CONTINUE
004790     ELSE
004800         MOVE 0 TO WS-YEAR-CHANGE-NO
004810     END-IF.
004820     IF PC-OPERATOR-ID = SPACES
004830         DISPLAY "PNDCHG: CARD REFUSED - NO OPERATOR ID ["
004840             PNDCARD-RECORD "]"
004850         ADD 1 TO WS-REFUSE-COUNT
004860         GO TO 3000-PROCESS-ONE-CARD-READ
004870     END-IF.
004880*
004890     IF PC-FUNCTION-REQUEST
004900         PERFORM 3100-FILE-REQUEST
004910             THRU 3100-FILE-REQUEST-EXIT
004920     ELSE
004930         IF PC-FUNCTION-APPROVE OR PC-FUNCTION-REJECT
004940             PERFORM 3300-DECIDE-CHANGE
004950                 THRU 3300-DECIDE-CHANGE-EXIT
004960         ELSE
004970             DISPLAY "PNDCHG: CARD REFUSED - BAD FUNCTION ["
004980                 PC-FUNCTION "] OPERATOR " PC-OPERATOR-ID
004990             ADD 1 TO WS-REFUSE-COUNT
005000         END-IF
005010     END-IF.
005020*
005030 3000-PROCESS-ONE-CARD-READ.
005040     READ PNDCARD
005050         AT END SET WS-PNDCARD-EOF TO TRUE
005060     END-READ.
005070 3000-PROCESS-ONE-CARD-EXIT.
005080     EXIT.
005090*
005100 3100-FILE-REQUEST.
005110*
005120*    ONLY THE SHAPE OF THE CARD AND THE MAKER'S AUTHORITY ARE
005130*    CHECKED HERE.  WHETHER THE BRANCH, COUNTER OR TABLE ROW
005140*    IS ON FILE IS CHECKED BY THE PROGRAM THAT APPLIES THE
005150*    APPROVED CHANGE -- THE FILES MAY WELL CHANGE BETWEEN.
005160*
005170     MOVE SPACES TO PEND-RECORD.
005180     MOVE PC-ACTION TO PEND-ACTION.
005190     IF NOT PEND-FOR-BRANMNT AND NOT PEND-FOR-SEQROLL
005200         AND NOT PEND-FOR-BRANCONS AND NOT PEND-FOR-REFMNT
005210         DISPLAY "PNDCHG: REQUEST REFUSED - BAD ACTION ["
005220             PC-ACTION "] OPERATOR " PC-OPERATOR-ID
005230         ADD 1 TO WS-REFUSE-COUNT
005240         GO TO 3100-FILE-REQUEST-EXIT
005250     END-IF.
005260     IF PEND-ACTION-MERGE OR PEND-ACTION-TABLE
005270         MOVE WS-REFUSE-COUNT TO WS-REFUSE-BEFORE
005280         PERFORM 3200-CHECK-PAYLOAD
005290             THRU 3200-CHECK-PAYLOAD-EXIT
005300         IF WS-REFUSE-COUNT > WS-REFUSE-BEFORE
005310             GO TO 3100-FILE-REQUEST-EXIT
005320         END-IF
005330         GO TO 3100-FILE-REQUEST-AUTH
005340     END-IF.
005350     IF PC-BRANCH-CODE = SPACES
005360         DISPLAY "PNDCHG: REQUEST REFUSED - NO BRANCH ON "
005370             "ACTION " PC-ACTION " BY " PC-OPERATOR-ID
005380         ADD 1 TO WS-REFUSE-COUNT
005390         GO TO 3100-FILE-REQUEST-EXIT
005400     END-IF.
005410     IF PEND-ACTION-ROLLOVER
005420         AND (PC-CATEGORY = SPACES OR PC-VALUE NOT NUMERIC)
005430         DISPLAY "PNDCHG: REQUEST REFUSED - ROLLOVER NEEDS "
005440             "CATEGORY AND RESTART VALUE - BRANCH "
005450             PC-BRANCH-CODE " CATEGORY [" PC-CATEGORY
005460             "] VALUE [" PC-VALUE "]"
005470         ADD 1 TO WS-REFUSE-COUNT
005480         GO TO 3100-FILE-REQUEST-EXIT
005490     END-IF.
005500     IF PEND-ACTION-ADD
005510         AND PC-VALUE NOT NUMERIC
005520         DISPLAY "PNDCHG: REQUEST REFUSED - SEED VALUE ["
005530             PC-VALUE "] NOT NUMERIC FOR " PC-BRANCH-CODE
005540         ADD 1 TO WS-REFUSE-COUNT
005550         GO TO 3100-FILE-REQUEST-EXIT
005560     END-IF.
005570*
005580 3100-FILE-REQUEST-AUTH.
005590     MOVE PC-OPERATOR-ID TO WS-AUTH-OPER.
005600     MOVE PC-ACTION      TO WS-AUTH-ACTION.
005610     SET WS-AUTH-FOR-REQUEST TO TRUE.
005620     PERFORM 3500-CHECK-AUTHORITY
005630         THRU 3500-CHECK-AUTHORITY-EXIT.
005640     IF NOT WS-AUTHORIZED
005650         DISPLAY "PNDCHG: REQUEST REFUSED - OPERATOR "
005660             PC-OPERATOR-ID " MAY NOT REQUEST ACTION "
005670             PC-ACTION " - BRANCH " PC-BRANCH-CODE
005680         ADD 1 TO WS-REFUSE-COUNT
005690         GO TO 3100-FILE-REQUEST-EXIT
005700     END-IF.
005710*
005720     ADD 1 TO WS-HIGH-CHANGE-NO.
005730     MOVE WS-HIGH-CHANGE-NO TO PEND-CHANGE-NO.
005740     SET PEND-PENDING TO TRUE.
005750     IF NOT PEND-ACTION-MERGE AND NOT PEND-ACTION-TABLE
005760         MOVE PC-BRANCH-CODE  TO PEND-BRANCH-CODE
005770         MOVE PC-BRANCH-NAME  TO PEND-BRANCH-NAME
005780         MOVE PC-COUNTER-TYPE TO PEND-COUNTER-TYPE
005790         MOVE PC-CATEGORY     TO PEND-CATEGORY
005800         IF PC-VALUE NUMERIC
005810             MOVE PC-VALUE TO PEND-VALUE
005820         ELSE
005830             MOVE 0 TO PEND-VALUE
005840         END-IF
005850     END-IF.
005860     MOVE PC-OPERATOR-ID  TO PEND-REQUEST-OPER.
005870     MOVE WS-RUN-DATE     TO PEND-REQUEST-DATE.
005880     MOVE WS-RUN-TIME     TO PEND-REQUEST-TIME.
005890     MOVE SPACES          TO PEND-DECIDE-OPER.
005900     MOVE 0               TO PEND-DECIDE-DATE.
005910     MOVE SPACES          TO PEND-REASON.
005920     MOVE 0               TO PEND-APPLY-DATE.
005930     WRITE PEND-RECORD
005940         INVALID KEY
005950             DISPLAY "PNDCHG: REQUEST REFUSED - CHANGE "
005960                 PEND-CHANGE-NO " ALREADY ON FILE"
005970             ADD 1 TO WS-REFUSE-COUNT
005980             GO TO 3100-FILE-REQUEST-EXIT
005990     END-WRITE.
006000     ADD 1 TO WS-REQUEST-COUNT.
006010     DISPLAY "PNDCHG: CHANGE " PEND-CHANGE-NO " FILED - "
006020         "ACTION " PEND-ACTION " BRANCH " PEND-BRANCH-CODE
006030         " BY " PEND-REQUEST-OPER.
006040     IF PEND-ACTION-TABLE AND PEND-TBL-YEAR
006050         MOVE PEND-CHANGE-NO    TO WS-YEAR-CHANGE-NO
006060         MOVE PEND-REQUEST-OPER TO WS-YEAR-OPER
006070     END-IF.
006080 3100-FILE-REQUEST-EXIT.
006090     EXIT.
006100*
006110 3200-CHECK-PAYLOAD.
006120*
006130*    A MERGE OR TABLE REQUEST CARRIES ITS CARD FROM COLUMN 11.
006140*    ONLY WHAT THE REPORT AND THE HOLIDAY DECK NEED IS CHECKED
006150*    HERE.
006160*
006170     MOVE PC-PAYLOAD TO PEND-PAYLOAD.
006180     MOVE 0 TO PEND-VALUE.
006190     IF PEND-ACTION-TABLE
006200         GO TO 3200-CHECK-PAYLOAD-TABLE
006210     END-IF.
006220     IF PEND-MRG-OLD-BRANCH = SPACES
006230         OR PEND-MRG-SURVIVOR = SPACES
006240         DISPLAY "PNDCHG: REQUEST REFUSED - MERGE NEEDS OLD "
006250             "BRANCH AND SURVIVOR - OLD [" PEND-MRG-OLD-BRANCH
006260             "] SURVIVOR [" PEND-MRG-SURVIVOR "] BY "
006270             PC-OPERATOR-ID
006280         ADD 1 TO WS-REFUSE-COUNT
006290         GO TO 3200-CHECK-PAYLOAD-EXIT
006300     END-IF.
006310     IF PEND-MRG-EFFECTIVE-DATE NOT NUMERIC
006320         OR PEND-MRG-EFFECTIVE-DATE = 0
006330         DISPLAY "PNDCHG: REQUEST REFUSED - MERGE EFFECTIVE "
006340             "DATE [" PEND-MRG-EFFECTIVE-DATE "] NOT NUMERIC - "
006350             PEND-MRG-OLD-BRANCH
006360         ADD 1 TO WS-REFUSE-COUNT
006370         GO TO 3200-CHECK-PAYLOAD-EXIT
006380     END-IF.
006390     MOVE PEND-MRG-OLD-BRANCH TO PEND-BRANCH-CODE.
006400     GO TO 3200-CHECK-PAYLOAD-EXIT.
006410*
006420 3200-CHECK-PAYLOAD-TABLE.
006430     IF PEND-TBL-TABLE NOT = "T" AND NOT = "R" AND NOT = "C"
006440         AND NOT = "Y" AND NOT = "H"
006450         DISPLAY "PNDCHG: REQUEST REFUSED - TABLE CODE ["
006460             PEND-TBL-TABLE "] NOT T, R, C, Y OR H - BY "
006470             PC-OPERATOR-ID
006480         ADD 1 TO WS-REFUSE-COUNT
006490         GO TO 3200-CHECK-PAYLOAD-EXIT
006500     END-IF.
006510     MOVE PEND-TBL-DATA TO PEND-BRANCH-CODE.
006520     IF NOT PEND-TBL-HOLIDAY
006530         GO TO 3200-CHECK-PAYLOAD-EXIT
006540     END-IF.
006550     IF WS-YEAR-CHANGE-NO = 0
006560         DISPLAY "PNDCHG: REQUEST REFUSED - HOLIDAY "
006570             PEND-BRANCH-CODE " NOT AFTER A FILED YEAR REQUEST"
006580         ADD 1 TO WS-REFUSE-COUNT
006590         GO TO 3200-CHECK-PAYLOAD-EXIT
006600     END-IF.
006610     IF PC-OPERATOR-ID NOT = WS-YEAR-OPER
006620         DISPLAY "PNDCHG: REQUEST REFUSED - HOLIDAY "
006630             PEND-BRANCH-CODE " KEYED BY " PC-OPERATOR-ID
006640             " - YEAR CHANGE " WS-YEAR-CHANGE-NO " WAS KEYED BY "
006650             WS-YEAR-OPER
006660         ADD 1 TO WS-REFUSE-COUNT
006670         GO TO 3200-CHECK-PAYLOAD-EXIT
006680     END-IF.
006690     MOVE WS-YEAR-CHANGE-NO TO PEND-VALUE.
006700 3200-CHECK-PAYLOAD-EXIT.
006710     EXIT.
006720*
006730 3300-DECIDE-CHANGE.
006740     IF PC-CHANGE-NO NOT NUMERIC
006750         DISPLAY "PNDCHG: DECISION REFUSED - CHANGE NUMBER ["
006760             PC-CHANGE-NO "] OPERATOR " PC-OPERATOR-ID
006770         ADD 1 TO WS-REFUSE-COUNT
006780         GO TO 3300-DECIDE-CHANGE-EXIT
006790     END-IF.
006800     MOVE PC-CHANGE-NO TO PEND-CHANGE-NO.
006810     READ PENDFILE
006820         INVALID KEY
006830             CONTINUE
006840     END-READ.
006850     IF NOT WS-PENDFILE-OK
006860         DISPLAY "PNDCHG: DECISION REFUSED - CHANGE "
006870             PC-CHANGE-NO " NOT ON FILE"
006880         ADD 1 TO WS-REFUSE-COUNT
006890         GO TO 3300-DECIDE-CHANGE-EXIT
006900     END-IF.
006910     IF NOT PEND-PENDING
006920         DISPLAY "PNDCHG: DECISION REFUSED - CHANGE "
006930             PC-CHANGE-NO " IS NOT PENDING (STATUS "
006940             PEND-STATUS ")"
006950         ADD 1 TO WS-REFUSE-COUNT
006960         GO TO 3300-DECIDE-CHANGE-EXIT
006970     END-IF.
006980     IF PEND-ACTION-TABLE AND PEND-TBL-HOLIDAY
006990         DISPLAY "PNDCHG: DECISION REFUSED - CHANGE "
007000             PC-CHANGE-NO " IS A HOLIDAY OF YEAR CHANGE "
007010             PEND-VALUE " - DECIDE THE YEAR"
007020         ADD 1 TO WS-REFUSE-COUNT
007030         GO TO 3300-DECIDE-CHANGE-EXIT
007040     END-IF.
007050     IF PC-OPERATOR-ID = PEND-REQUEST-OPER
007060         DISPLAY "PNDCHG: DECISION REFUSED - CHANGE "
007070             PC-CHANGE-NO " WAS REQUESTED BY "
007080             PC-OPERATOR-ID " - A SECOND OPERATOR MUST DECIDE"
007090         ADD 1 TO WS-REFUSE-COUNT
007100         GO TO 3300-DECIDE-CHANGE-EXIT
007110     END-IF.
007120*
007130     MOVE PC-OPERATOR-ID TO WS-AUTH-OPER.
007140     MOVE PEND-ACTION    TO WS-AUTH-ACTION.
007150     SET WS-AUTH-FOR-APPROVE TO TRUE.
007160     PERFORM 3500-CHECK-AUTHORITY
007170         THRU 3500-CHECK-AUTHORITY-EXIT.
007180     IF NOT WS-AUTHORIZED
007190         DISPLAY "PNDCHG: DECISION REFUSED - OPERATOR "
007200             PC-OPERATOR-ID " MAY NOT APPROVE ACTION "
007210             PEND-ACTION " - CHANGE " PC-CHANGE-NO
007220         ADD 1 TO WS-REFUSE-COUNT
007230         GO TO 3300-DECIDE-CHANGE-EXIT
007240     END-IF.
007250*
007260     MOVE PC-OPERATOR-ID TO PEND-DECIDE-OPER.
007270     MOVE WS-RUN-DATE    TO PEND-DECIDE-DATE.
007280     MOVE PC-REASON      TO PEND-REASON.
007290     IF PC-FUNCTION-APPROVE
007300         SET PEND-APPROVED TO TRUE
007310     ELSE
007320         SET PEND-REJECTED TO TRUE
007330         IF PC-REASON = SPACES
007340             MOVE "REJECTED BY CHECKER" TO PEND-REASON
007350         END-IF
007360     END-IF.
007370     REWRITE PEND-RECORD
007380         INVALID KEY
007390             DISPLAY "PNDCHG: REWRITE FAILED FOR CHANGE "
007400                 PEND-CHANGE-NO
007410             ADD 1 TO WS-REFUSE-COUNT
007420             GO TO 3300-DECIDE-CHANGE-EXIT
007430     END-REWRITE.
007440     IF PEND-APPROVED
007450         ADD 1 TO WS-APPROVE-COUNT
007460         DISPLAY "PNDCHG: CHANGE " PEND-CHANGE-NO
007470             " APPROVED BY " PEND-DECIDE-OPER
007480     ELSE
007490         ADD 1 TO WS-REJECT-COUNT
007500         DISPLAY "PNDCHG: CHANGE " PEND-CHANGE-NO
007510             " REJECTED BY " PEND-DECIDE-OPER
007520     END-IF.
007530     IF PEND-ACTION-TABLE AND PEND-TBL-YEAR
007540         PERFORM 3400-DECIDE-DECK
007550             THRU 3400-DECIDE-DECK-EXIT
007560     END-IF.
007570 3300-DECIDE-CHANGE-EXIT.
007580     EXIT.
007590*
007600 3400-DECIDE-DECK.
007610*
007620*    A YEAR'S HOLIDAYS WERE FILED DIRECTLY AFTER IT, UNDER THE
007630*    NEXT CHANGE NUMBERS, AND GO THE SAME WAY AS THE YEAR.
007640*
007650     MOVE PEND-CHANGE-NO TO WS-YEAR-CHANGE-NO.
007660     MOVE PEND-STATUS    TO WS-DECK-STATUS.
007670     MOVE PEND-REASON    TO WS-DECK-REASON.
007680     MOVE 0 TO WS-DECK-COUNT.
007690     MOVE "N" TO WS-DECK-END-SW.
007700     PERFORM 3450-DECIDE-ONE-HOLIDAY
007710         THRU 3450-DECIDE-ONE-HOLIDAY-EXIT
007720         UNTIL WS-DECK-END.
007730     DISPLAY "PNDCHG: " WS-DECK-COUNT " HOLIDAYS DECIDED WITH "
007740         "CHANGE " WS-YEAR-CHANGE-NO.
007750     MOVE 0 TO WS-YEAR-CHANGE-NO.
007760 3400-DECIDE-DECK-EXIT.
007770     EXIT.
007780*
007790 3450-DECIDE-ONE-HOLIDAY.
007800     READ PENDFILE NEXT RECORD
007810         AT END
007820             MOVE "Y" TO WS-DECK-END-SW
007830             GO TO 3450-DECIDE-ONE-HOLIDAY-EXIT
007840     END-READ.
007850     IF NOT PEND-ACTION-TABLE
007860         OR NOT PEND-TBL-HOLIDAY
007870         OR PEND-VALUE NOT = WS-YEAR-CHANGE-NO
007880         MOVE "Y" TO WS-DECK-END-SW
007890         GO TO 3450-DECIDE-ONE-HOLIDAY-EXIT
007900     END-IF.
007910     IF NOT PEND-PENDING
007920         GO TO 3450-DECIDE-ONE-HOLIDAY-EXIT
007930     END-IF.
007940     MOVE WS-DECK-STATUS TO PEND-STATUS.
007950     MOVE PC-OPERATOR-ID TO PEND-DECIDE-OPER.
007960     MOVE WS-RUN-DATE    TO PEND-DECIDE-DATE.
007970     MOVE WS-DECK-REASON TO PEND-REASON.
007980     REWRITE PEND-RECORD
007990         INVALID KEY
008000             DISPLAY "PNDCHG: REWRITE FAILED FOR CHANGE "
008010                 PEND-CHANGE-NO
008020             ADD 1 TO WS-REFUSE-COUNT
008030             GO TO 3450-DECIDE-ONE-HOLIDAY-EXIT
008040     END-REWRITE.
008050     ADD 1 TO WS-DECK-COUNT.
008060 3450-DECIDE-ONE-HOLIDAY-EXIT.
008070     EXIT.
008080*
008090 3500-CHECK-AUTHORITY.
008100     MOVE "N" TO WS-AUTH-SW.
008110     PERFORM 3550-MATCH-ONE-OPER
008120         THRU 3550-MATCH-ONE-OPER-EXIT
008130         VARYING WS-OPER-SUB FROM 1 BY 1
008140         UNTIL WS-OPER-SUB > WS-OPER-COUNT
008150             OR WS-AUTHORIZED.
008160 3500-CHECK-AUTHORITY-EXIT.
008170     EXIT.
008180*
008190 3550-MATCH-ONE-OPER.
008200     IF WS-OP-ID (WS-OPER-SUB) NOT = WS-AUTH-OPER
008210         OR WS-OP-ACTION (WS-OPER-SUB) NOT = WS-AUTH-ACTION
008220         GO TO 3550-MATCH-ONE-OPER-EXIT
008230     END-IF.
008240     IF WS-AUTH-FOR-REQUEST
008250         AND WS-OP-REQUEST (WS-OPER-SUB) = "Y"
008260         MOVE "Y" TO WS-AUTH-SW
008270     END-IF.
008280     IF WS-AUTH-FOR-APPROVE
008290         AND WS-OP-APPROVE (WS-OPER-SUB) = "Y"
008300         MOVE "Y" TO WS-AUTH-SW
008310     END-IF.
008320 3550-MATCH-ONE-OPER-EXIT.
008330     EXIT.
008340*
008350 5000-PRINT-REPORT.
008360     MOVE WS-RUN-DATE    TO WS-HDR-RUN-DATE.
008370     MOVE WS-EXPIRE-DAYS TO WS-HDR-DAYS.
008380     MOVE WS-REPORT-FROM TO WS-HDR-FROM.
008390     WRITE PND-LINE FROM WS-HDR-LINE-1.
008400     WRITE PND-LINE FROM WS-HDR-LINE-2.
008410     WRITE PND-LINE FROM WS-HDR-LINE-3.
008420*
008430     MOVE 0 TO PEND-CHANGE-NO.
008440     START PENDFILE KEY IS NOT LESS THAN PEND-CHANGE-NO
008450         INVALID KEY
008460             SET WS-REPORT-END TO TRUE
008470     END-START.
008480     IF NOT WS-REPORT-END
008490         READ PENDFILE NEXT RECORD
008500             AT END SET WS-REPORT-END TO TRUE
008510         END-READ
008520     END-IF.
008530     PERFORM 5100-REPORT-ONE-CHANGE
008540         THRU 5100-REPORT-ONE-CHANGE-EXIT
008550         UNTIL WS-REPORT-END.
008560*
008570     MOVE "PENDING"                 TO WS-TOT-LABEL.
008580     MOVE WS-RPT-PENDING            TO WS-TOT-VALUE.
008590     WRITE PND-LINE FROM WS-TOT-LINE.
008600     MOVE "APPROVED, NOT YET APPLIED" TO WS-TOT-LABEL.
008610     MOVE WS-RPT-APPROVED           TO WS-TOT-VALUE.
008620     WRITE PND-LINE FROM WS-TOT-LINE.
008630     MOVE "REJECTED"                TO WS-TOT-LABEL.
008640     MOVE WS-RPT-REJECTED           TO WS-TOT-VALUE.
008650     WRITE PND-LINE FROM WS-TOT-LINE.
008660     MOVE "EXPIRED"                 TO WS-TOT-LABEL.
008670     MOVE WS-RPT-EXPIRED            TO WS-TOT-VALUE.
008680     WRITE PND-LINE FROM WS-TOT-LINE.
008690     MOVE "APPLIED"                 TO WS-TOT-LABEL.
008700     MOVE WS-RPT-APPLIED            TO WS-TOT-VALUE.
008710     WRITE PND-LINE FROM WS-TOT-LINE.
008720     MOVE "REFUSED AT APPLY"        TO WS-TOT-LABEL.
008730     MOVE WS-RPT-REFUSED            TO WS-TOT-VALUE.
008740     WRITE PND-LINE FROM WS-TOT-LINE.
008750 5000-PRINT-REPORT-EXIT.
008760     EXIT.
008770*
008780 5100-REPORT-ONE-CHANGE.
008790*
008800*    AN OPEN CHANGE (PENDING, OR APPROVED AND WAITING FOR
008810*    ITS APPLY RUN) IS LISTED EVERY DAY UNTIL IT CLOSES.
008820*    A CLOSED ONE IS LISTED ONLY WHILE ITS LAST ACTIVITY IS
008830*    RECENT.
008840*
008850     IF NOT PEND-PENDING AND NOT PEND-APPROVED
008860         AND PEND-REQUEST-DATE < WS-REPORT-FROM
008870         AND PEND-DECIDE-DATE < WS-REPORT-FROM
008880         AND PEND-APPLY-DATE < WS-REPORT-FROM
008890         GO TO 5100-REPORT-ONE-CHANGE-READ
008900     END-IF.
008910     MOVE PEND-CHANGE-NO    TO WS-DTL-CHANGE-NO.
008920     MOVE PEND-ACTION       TO WS-DTL-ACTION.
008930     MOVE PEND-BRANCH-CODE  TO WS-DTL-BRANCH.
008940     MOVE PEND-CATEGORY     TO WS-DTL-CATEGORY.
008950     MOVE PEND-VALUE        TO WS-DTL-VALUE.
008960     MOVE PEND-REQUEST-OPER TO WS-DTL-MAKER.
008970     MOVE PEND-DECIDE-OPER  TO WS-DTL-CHECKER.
008980     PERFORM 5150-SET-STATUS
008990         THRU 5150-SET-STATUS-EXIT.
009000     WRITE PND-LINE FROM WS-DTL-LINE.
009010     IF (PEND-REJECTED OR PEND-EXPIRED OR PEND-REFUSED)
009020         AND PEND-REASON NOT = SPACES
009030         MOVE PEND-REASON TO WS-RSN-TEXT
009040         WRITE PND-LINE FROM WS-RSN-LINE
009050     END-IF.
009060*
009070 5100-REPORT-ONE-CHANGE-READ.
009080     READ PENDFILE NEXT RECORD
009090         AT END SET WS-REPORT-END TO TRUE
009100     END-READ.
009110 5100-REPORT-ONE-CHANGE-EXIT.
009120     EXIT.
009130*
009140 5150-SET-STATUS.
009150     MOVE PEND-DECIDE-DATE TO WS-DTL-DATE.
009160     IF PEND-PENDING
009170         MOVE "PENDING"  TO WS-DTL-STATUS
009180         MOVE PEND-REQUEST-DATE TO WS-DTL-DATE
009190         ADD 1 TO WS-RPT-PENDING
009200     END-IF.
009210     IF PEND-APPROVED
009220         MOVE "APPROVED" TO WS-DTL-STATUS
009230         ADD 1 TO WS-RPT-APPROVED
009240     END-IF.
009250     IF PEND-REJECTED
009260         MOVE "REJECTED" TO WS-DTL-STATUS
009270         ADD 1 TO WS-RPT-REJECTED
009280     END-IF.
009290     IF PEND-EXPIRED
009300         MOVE "EXPIRED"  TO WS-DTL-STATUS
009310         ADD 1 TO WS-RPT-EXPIRED
009320     END-IF.
009330     IF PEND-APPLIED
009340         MOVE "APPLIED"  TO WS-DTL-STATUS
009350         MOVE PEND-APPLY-DATE TO WS-DTL-DATE
009360         ADD 1 TO WS-RPT-APPLIED
009370     END-IF.
009380     IF PEND-REFUSED
009390         MOVE "REFUSED"  TO WS-DTL-STATUS
009400         MOVE PEND-APPLY-DATE TO WS-DTL-DATE
009410         ADD 1 TO WS-RPT-REFUSED
009420     END-IF.
009430 5150-SET-STATUS-EXIT.
009440     EXIT.
009450*
009460 9000-TERMINATE.
009470     DISPLAY "PNDCHG: " WS-REQUEST-COUNT " FILED, "
009480         WS-APPROVE-COUNT " APPROVED, "
009490         WS-REJECT-COUNT " REJECTED, "
009500         WS-EXPIRE-COUNT " EXPIRED, "
009510         WS-REFUSE-COUNT " CARDS REFUSED".
009520     CLOSE PNDCARD.
009530     CLOSE PENDFILE.
009540     CLOSE PNDRPT.
009550 9000-TERMINATE-EXIT.
009560     EXIT.
