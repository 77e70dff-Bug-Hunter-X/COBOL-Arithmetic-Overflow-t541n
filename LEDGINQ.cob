000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     LEDGINQ.
000030 AUTHOR.         J W MERCER.
000040 INSTALLATION.   DAILY PROCESSING - BRANCH ACCOUNTING.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.  10/15/26.
000070*-----------------------------------------------------------*
000080* MOD-LOG                                                   *
000090* DATE       INIT  DESCRIPTION                              *
000100* 10/15/26   JWM   ORIGINAL VERSION.  COUNTER AS-OF INQUIRY  *
000110*                  AGAINST THE KEYED DAILY LEDGER (LEDGFILE, *
000120*                  SEE LEDGREC).  EACH CONTROL CARD (LQPARM) *
000130*                  NAMES A BRANCH, A CATEGORY (OR BLANK FOR  *
000140*                  EVERY CATEGORY THE BRANCH HAS ON THE      *
000150*                  LEDGER) AND EITHER ONE DATE -- THE VALUE  *
000160*                  AS OF THAT DATE -- OR A FROM/TO RANGE,    *
000170*                  WHICH ALSO PRINTS THE OPENING VALUE, EACH *
000180*                  DAY'S MOVEMENT AND THE PERIOD TOTALS.     *
000190*                  ROLLOVERS (ROLLAUD) AND BRANCH SEEDING    *
000200*                  (CHGLOG ADDS) ARE MERGED INTO THE DAILY   *
000210*                  MOVEMENT IN DATE ORDER SO A VALUE THAT    *
000220*                  RESTARTS IS EXPLAINED WHERE IT HAPPENS.   *
000230*                  READ-ONLY.  ENDS WITH RC 8 ON A BAD CARD  *
000240*                  OR A MISSING LEDGER, RC 4 WHEN A CARD     *
000250*                  FOUND NO HISTORY OR HISTORY WAS TRUNCATED *
000260*                  FOR TABLE SPACE.                          *
000261* 10/15/26   JWM   BRANCH MERGES (CHGLOG ACTION "M", SEE     *
000262*                  BRANCONS) ARE MERGED IN AS WELL -- THE    *
000263*                  SURVIVOR'S COUNTER STEPS UP TO THE        *
000264*                  COMBINED VALUE AND THE OLD BRANCH'S DROPS *
000265*                  TO ZERO ON THE DATE THE MERGE RAN.        *
000270*-----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000310 OBJECT-COMPUTER.   IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT LQPARM ASSIGN TO LQPARM
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-LQPARM-STATUS.
000370*
000380     SELECT LEDGFILE ASSIGN TO LEDGFILE
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS LEDG-KEY
000420         FILE STATUS IS WS-LEDGFILE-STATUS.
000430*
000440     SELECT CHGLOG ASSIGN TO CHGLOG
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-CHGLOG-STATUS.
000470*
000480     SELECT ROLLAUD ASSIGN TO ROLLAUD
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-ROLLAUD-STATUS.
000510*
000520     SELECT LQRPT ASSIGN TO LQRPT
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-LQRPT-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  LQPARM
000580     LABEL RECORDS ARE STANDARD.
000590 01  LQPARM-RECORD.
000600     05  LQ-BRANCH-CODE          PIC X(08).
000610     05  LQ-CATEGORY             PIC X(04).
000620     05  LQ-FROM-DATE            PIC 9(08).
000630     05  LQ-TO-DATE              PIC 9(08).
000640     05  FILLER                  PIC X(52).
000650*
000660 FD  LEDGFILE
000670     LABEL RECORDS ARE STANDARD.
000680 COPY LEDGREC.
000690*
000700 FD  CHGLOG
000710     LABEL RECORDS ARE STANDARD.
000720 COPY CHGREC.
000730*
000740 FD  ROLLAUD
000750     LABEL RECORDS ARE STANDARD.
000760 COPY ROLLREC.
000770*
000780 FD  LQRPT
000790     LABEL RECORDS ARE STANDARD.
000800 01  LQ-LINE                     PIC X(80).
000810 WORKING-STORAGE SECTION.
000820 77  WS-CARD-COUNT           PIC 9(05) VALUE 0 COMP.
000830 77  WS-COUNTER-COUNT        PIC 9(05) VALUE 0 COMP.
000840 77  WS-EV-COUNT             PIC 9(05) VALUE 0 COMP.
000850 77  WS-MAX-EVS              PIC 9(05) VALUE 2000 COMP.
000860 77  WS-EV-SUB               PIC 9(05) VALUE 0 COMP.
000870 77  WS-BEST-SUB             PIC 9(05) VALUE 0 COMP.
000880 77  WS-CTR-LINES            PIC 9(05) VALUE 0 COMP.
000890 77  WS-PERIOD-DAYS          PIC 9(05) VALUE 0 COMP.
000900 77  WS-PERIOD-ADJ           PIC 9(07) VALUE 0 COMP.
000910 77  WS-PERIOD-OVFL          PIC 9(05) VALUE 0 COMP.
000920 77  WS-PERIOD-NET           PIC S9(11) COMP-3 VALUE 0.
000930 77  WS-CUR-VALUE            PIC S9(10) COMP-3 VALUE 0.
000940 77  WS-CUR-CYCLE            PIC 9(04) VALUE 0.
000950 77  WS-CUR-DATE             PIC 9(08) VALUE 0.
000960 77  WS-CUR-STATUS           PIC X(08) VALUE SPACES.
000970 77  WS-FROM-DATE            PIC 9(08) VALUE 0.
000980 77  WS-TO-DATE              PIC 9(08) VALUE 0.
000990 77  WS-LIMIT-DATE           PIC 9(08) VALUE 0.
001000 77  WS-RANGE-SW             PIC X(01) VALUE "N".
001010     88  WS-RANGE-MODE            VALUE "Y".
001020 77  WS-HAVE-VALUE-SW        PIC X(01) VALUE "N".
001030     88  WS-HAVE-VALUE            VALUE "Y".
001040 77  WS-OPENING-SW           PIC X(01) VALUE "N".
001050     88  WS-OPENING-DONE          VALUE "Y".
001060 77  WS-EVENTS-SW            PIC X(01) VALUE "N".
001070     88  WS-EVENTS-DONE           VALUE "Y".
001080 77  WS-LEDGER-END-SW        PIC X(01) VALUE "N".
001090     88  WS-LEDGER-END            VALUE "Y".
001100 77  WS-ANY-FOUND-SW         PIC X(01) VALUE "N".
001110     88  WS-ANY-FOUND             VALUE "Y".
001120 77  WS-TRUNCATED-SW         PIC X(01) VALUE "N".
001130     88  WS-HISTORY-TRUNCATED     VALUE "Y".
001140 77  WS-NOTFOUND-SW          PIC X(01) VALUE "N".
001150     88  WS-SOME-NOT-FOUND        VALUE "Y".
001160 77  WS-LEDGER-OPEN-SW       PIC X(01) VALUE "N".
001170     88  WS-LEDGER-OPEN           VALUE "Y".
001180 77  WS-PARM-OPEN-SW         PIC X(01) VALUE "N".
001190     88  WS-PARM-OPEN             VALUE "Y".
001200 77  WS-ERROR-SW             PIC X(01) VALUE "N".
001210     88  WS-INQUIRY-ERROR         VALUE "Y".
001220 77  WS-ERROR-RETURN-CODE    PIC 9(03) VALUE 8 COMP.
001230 77  WS-WARN-RETURN-CODE     PIC 9(03) VALUE 4 COMP.
001240*
001250 01  WS-COUNTER-ID.
001260     05  WS-CID-BRANCH           PIC X(08).
001270     05  WS-CID-CATEGORY         PIC X(04).
001280*
001290 01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
001300*
001310*    ROLLOVER, SEEDING AND MERGE EVENTS FOR THE BRANCH ON THE
001320*    CARD IN HAND.  A SEEDING EVENT CARRIES A BLANK CATEGORY --
001330*    A BRANCH ADD SEEDS EVERY CATEGORY THE BRANCH RUNS.
001340*
001350 01  WS-EVENT-TABLE.
001360     05  WS-EV-ENTRY OCCURS 2000 TIMES.
001370         10  WS-EV-DATE           PIC 9(08).
001380         10  WS-EV-TIME           PIC 9(08).
001390         10  WS-EV-CATEGORY       PIC X(04).
001400         10  WS-EV-TYPE           PIC X(01).
001410             88  WS-EV-ROLLOVER       VALUE "R".
001420             88  WS-EV-SEED           VALUE "S".
001425             88  WS-EV-MERGE          VALUE "M".
001430         10  WS-EV-OLD-VALUE      PIC S9(10).
001440         10  WS-EV-NEW-VALUE      PIC S9(10).
001450         10  WS-EV-NEW-CYCLE      PIC 9(04).
001460         10  WS-EV-OPERATOR       PIC X(08).
001470         10  WS-EV-USED           PIC X(01).
001480*
001490 01  WS-FLAGS.
001500     05  WS-LQPARM-STATUS    PIC X(02) VALUE SPACES.
001510         88  WS-LQPARM-OK             VALUE "00".
001520         88  WS-LQPARM-EOF            VALUE "10".
001530     05  WS-LEDGFILE-STATUS  PIC X(02) VALUE SPACES.
001540         88  WS-LEDGFILE-OK           VALUE "00".
001550     05  WS-CHGLOG-STATUS    PIC X(02) VALUE SPACES.
001560         88  WS-CHGLOG-OK             VALUE "00".
001570         88  WS-CHGLOG-EOF            VALUE "10".
001580     05  WS-ROLLAUD-STATUS   PIC X(02) VALUE SPACES.
001590         88  WS-ROLLAUD-OK            VALUE "00".
001600         88  WS-ROLLAUD-EOF           VALUE "10".
001610     05  WS-LQRPT-STATUS     PIC X(02) VALUE SPACES.
001620         88  WS-LQRPT-OK              VALUE "00".
001630*
001640 01  WS-REPORT-LINES.
001650     05  WS-HDR-LINE-1.
001660         10  FILLER              PIC X(32)
001670             VALUE "COUNTER LEDGER AS-OF INQUIRY".
001680         10  FILLER              PIC X(48) VALUE SPACES.
001690     05  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
001700     05  WS-CARD-HDR.
001710         10  FILLER              PIC X(16)
001720             VALUE "INQUIRY  BRANCH ".
001730         10  WS-CH-BRANCH        PIC X(08).
001740         10  FILLER              PIC X(11)
001750             VALUE "  CATEGORY ".
001760         10  WS-CH-CATEGORY      PIC X(04).
001770         10  FILLER              PIC X(02) VALUE SPACES.
001780         10  WS-CH-MODE          PIC X(06).
001790         10  WS-CH-FROM          PIC 9(08).
001800         10  WS-CH-TO-LIT        PIC X(04).
001810         10  WS-CH-TO            PIC X(08).
001820         10  FILLER              PIC X(13) VALUE SPACES.
001830     05  WS-REJECT-LINE.
001840         10  FILLER              PIC X(16)
001850             VALUE "CARD REJECTED - ".
001860         10  WS-RJ-REASON        PIC X(40).
001870         10  FILLER              PIC X(24) VALUE SPACES.
001880     05  WS-CTR-HDR.
001890         10  FILLER              PIC X(09) VALUE "COUNTER  ".
001900         10  WS-CT-BRANCH        PIC X(08).
001910         10  FILLER              PIC X(01) VALUE SPACES.
001920         10  WS-CT-CATEGORY      PIC X(04).
001930         10  FILLER              PIC X(58) VALUE SPACES.
001940     05  WS-OPEN-LINE.
001950         10  FILLER              PIC X(23)
001960             VALUE "  OPENING VALUE BEFORE ".
001970         10  WS-OL-FROM          PIC 9(08).
001980         10  FILLER              PIC X(02) VALUE SPACES.
001990         10  WS-OL-VALUE         PIC -(10)9.
002000         10  FILLER              PIC X(08) VALUE "  CYCLE ".
002010         10  WS-OL-CYCLE         PIC 9(04).
002020         10  FILLER              PIC X(24) VALUE SPACES.
002030     05  WS-NOOPEN-LINE.
002040         10  FILLER              PIC X(28)
002050             VALUE "  NO LEDGER HISTORY BEFORE ".
002060         10  WS-NO-FROM          PIC 9(08).
002070         10  FILLER              PIC X(44) VALUE SPACES.
002080     05  WS-COL-HDR.
002090         10  FILLER              PIC X(40)
002100             VALUE "  DATE     EVENT          START         ".
002110         10  FILLER              PIC X(40)
002120             VALUE "END        NET   ADJ OVF RECON    CYC".
002130     05  WS-MV-LINE.
002140         10  FILLER              PIC X(02) VALUE SPACES.
002150         10  WS-MV-DATE          PIC 9(08).
002160         10  FILLER              PIC X(01) VALUE SPACES.
002170         10  WS-MV-EVENT         PIC X(08).
002180         10  FILLER              PIC X(01) VALUE SPACES.
002190         10  WS-MV-START         PIC -(10)9.
002200         10  FILLER              PIC X(01) VALUE SPACES.
002210         10  WS-MV-END           PIC -(10)9.
002220         10  FILLER              PIC X(01) VALUE SPACES.
002230         10  WS-MV-NET           PIC -(9)9.
002240         10  FILLER              PIC X(01) VALUE SPACES.
002250         10  WS-MV-ADJ           PIC ZZZZ9.
002260         10  FILLER              PIC X(01) VALUE SPACES.
002270         10  WS-MV-OVFL          PIC ZZ9.
002280         10  FILLER              PIC X(01) VALUE SPACES.
002290         10  WS-MV-STATUS        PIC X(08).
002300         10  FILLER              PIC X(01) VALUE SPACES.
002310         10  WS-MV-CYCLE         PIC 9(04).
002320         10  FILLER              PIC X(02) VALUE SPACES.
002330     05  WS-EL-LINE.
002340         10  FILLER              PIC X(02) VALUE SPACES.
002350         10  WS-EL-DATE          PIC 9(08).
002360         10  FILLER              PIC X(01) VALUE SPACES.
002370         10  WS-EL-EVENT         PIC X(08).
002380         10  FILLER              PIC X(01) VALUE SPACES.
002390         10  WS-EL-OLD-AREA      PIC X(11).
002400         10  WS-EL-OLD REDEFINES WS-EL-OLD-AREA
002410                                 PIC -(10)9.
002420         10  FILLER              PIC X(01) VALUE SPACES.
002430         10  WS-EL-NEW           PIC -(10)9.
002440         10  FILLER              PIC X(04) VALUE " BY ".
002450         10  WS-EL-OPERATOR      PIC X(08).
002460         10  FILLER              PIC X(11)
002470             VALUE "  NEW CYCLE".
002480         10  FILLER              PIC X(01) VALUE SPACES.
002490         10  WS-EL-CYCLE         PIC 9(04).
002500         10  FILLER              PIC X(09) VALUE SPACES.
002510     05  WS-NOMOVE-LINE.
002520         10  FILLER              PIC X(24)
002530             VALUE "  NO MOVEMENT IN PERIOD".
002540         10  FILLER              PIC X(56) VALUE SPACES.
002550     05  WS-TOT-LINE.
002560         10  FILLER              PIC X(15)
002570             VALUE "  PERIOD  DAYS ".
002580         10  WS-TL-DAYS          PIC ZZZZ9.
002590         10  FILLER              PIC X(06) VALUE "  NET ".
002600         10  WS-TL-NET           PIC -(10)9.
002610         10  FILLER              PIC X(14)
002620             VALUE "  ADJUSTMENTS ".
002630         10  WS-TL-ADJ           PIC Z(6)9.
002640         10  FILLER              PIC X(12)
002650             VALUE "  OVERFLOWS ".
002660         10  WS-TL-OVFL          PIC ZZZZ9.
002670         10  FILLER              PIC X(05) VALUE SPACES.
002680     05  WS-ASOF-LINE.
002690         10  FILLER              PIC X(14)
002700             VALUE "  VALUE AS OF ".
002710         10  WS-AL-DATE          PIC 9(08).
002720         10  FILLER              PIC X(02) VALUE SPACES.
002730         10  WS-AL-VALUE         PIC -(10)9.
002740         10  FILLER              PIC X(08) VALUE "  CYCLE ".
002750         10  WS-AL-CYCLE         PIC 9(04).
002760         10  FILLER              PIC X(16)
002770             VALUE "  LAST MOVEMENT ".
002780         10  WS-AL-LAST          PIC 9(08).
002790         10  FILLER              PIC X(09) VALUE SPACES.
002800     05  WS-NOASOF-LINE.
002810         10  FILLER              PIC X(34)
002820             VALUE "  NO LEDGER HISTORY ON OR BEFORE ".
002830         10  WS-NA-DATE          PIC 9(08).
002840         10  FILLER              PIC X(38) VALUE SPACES.
002850     05  WS-NOTE-LINE.
002860         10  FILLER              PIC X(05) VALUE "  ** ".
002870         10  WS-NT-TEXT          PIC X(60).
002880         10  FILLER              PIC X(15) VALUE SPACES.
002890 PROCEDURE DIVISION.
002900*
002910 0000-MAINLINE.
002920     PERFORM 1000-INITIALIZE
002930         THRU 1000-INITIALIZE-EXIT.
002940*
002950     PERFORM 2000-PROCESS-ONE-CARD
002960         THRU 2000-PROCESS-ONE-CARD-EXIT
002970         UNTIL WS-LQPARM-EOF.
002980*
002990     PERFORM 9000-TERMINATE
003000         THRU 9000-TERMINATE-EXIT.
003010*
003020     IF WS-INQUIRY-ERROR
003030         MOVE WS-ERROR-RETURN-CODE TO RETURN-CODE
003040     ELSE
003050         IF WS-SOME-NOT-FOUND OR WS-HISTORY-TRUNCATED
003060             MOVE WS-WARN-RETURN-CODE TO RETURN-CODE
003070         END-IF
003080     END-IF.
003090     STOP RUN.
003100*
003110 1000-INITIALIZE.
003120     OPEN OUTPUT LQRPT.
003130     WRITE LQ-LINE FROM WS-HDR-LINE-1.
003140*
003150     OPEN INPUT LEDGFILE.
003160     IF NOT WS-LEDGFILE-OK
003170         DISPLAY "LEDGINQ: LEDGFILE NOT AVAILABLE - STATUS "
003180             WS-LEDGFILE-STATUS
003190         MOVE "Y" TO WS-ERROR-SW
003200         SET WS-LQPARM-EOF TO TRUE
003210         GO TO 1000-INITIALIZE-EXIT
003220     END-IF.
003230     MOVE "Y" TO WS-LEDGER-OPEN-SW.
003240*
003250     OPEN INPUT LQPARM.
003260     IF NOT WS-LQPARM-OK
003270         DISPLAY "LEDGINQ: NO CONTROL CARDS - NOTHING TO DO"
003280         MOVE "Y" TO WS-ERROR-SW
003290         SET WS-LQPARM-EOF TO TRUE
003300         GO TO 1000-INITIALIZE-EXIT
003310     END-IF.
003320     MOVE "Y" TO WS-PARM-OPEN-SW.
003330     READ LQPARM
003340         AT END SET WS-LQPARM-EOF TO TRUE
003350     END-READ.
003360 1000-INITIALIZE-EXIT.
003370     EXIT.
003380*
003390 2000-PROCESS-ONE-CARD.
003400     ADD 1 TO WS-CARD-COUNT.
003410     PERFORM 2050-EDIT-CARD
003420         THRU 2050-EDIT-CARD-EXIT.
003430     IF WS-REJECT-REASON NOT = SPACES
003440         DISPLAY "LEDGINQ: CARD " WS-CARD-COUNT " REJECTED - "
003450             WS-REJECT-REASON
003460         MOVE WS-REJECT-REASON TO WS-RJ-REASON
003470         WRITE LQ-LINE FROM WS-BLANK-LINE
003480         WRITE LQ-LINE FROM WS-REJECT-LINE
003490         MOVE "Y" TO WS-ERROR-SW
003500         GO TO 2000-PROCESS-ONE-CARD-READ
003510     END-IF.
003520*
003530     WRITE LQ-LINE FROM WS-BLANK-LINE.
003540     MOVE LQ-BRANCH-CODE TO WS-CH-BRANCH.
003550     IF LQ-CATEGORY = SPACES
003560         MOVE "ALL " TO WS-CH-CATEGORY
003570     ELSE
003580         MOVE LQ-CATEGORY TO WS-CH-CATEGORY
003590     END-IF.
003600     MOVE WS-FROM-DATE TO WS-CH-FROM.
003610     IF WS-RANGE-MODE
003620         MOVE "FROM  "   TO WS-CH-MODE
003630         MOVE " TO "     TO WS-CH-TO-LIT
003640         MOVE WS-TO-DATE TO WS-CH-TO
003650     ELSE
003660         MOVE "AS OF "   TO WS-CH-MODE
003670         MOVE SPACES     TO WS-CH-TO-LIT
003680         MOVE SPACES     TO WS-CH-TO
003690     END-IF.
003700     WRITE LQ-LINE FROM WS-CARD-HDR.
003710*
003720     PERFORM 2100-LOAD-EVENTS
003730         THRU 2100-LOAD-EVENTS-EXIT.
003740*
003750     MOVE "N" TO WS-ANY-FOUND-SW.
003760     MOVE SPACES TO WS-COUNTER-ID.
003770     MOVE "N" TO WS-LEDGER-END-SW.
003780     MOVE LQ-BRANCH-CODE TO LEDG-BRANCH-CODE.
003790     MOVE LQ-CATEGORY    TO LEDG-CATEGORY.
003800     MOVE 0              TO LEDG-BUSINESS-DATE.
003810     START LEDGFILE KEY IS NOT LESS THAN LEDG-KEY
003820         INVALID KEY
003830             MOVE "Y" TO WS-LEDGER-END-SW
003840     END-START.
003850     IF NOT WS-LEDGER-END
003860         PERFORM 3000-READ-LEDGER
003870             THRU 3000-READ-LEDGER-EXIT
003880     END-IF.
003890     PERFORM 3100-PROCESS-ONE-ROW
003900         THRU 3100-PROCESS-ONE-ROW-EXIT
003910         UNTIL WS-LEDGER-END.
003920*
003930*    A NAMED COUNTER WITH NO LEDGER ROWS CAN STILL HAVE BEEN
003940*    SEEDED OR ROLLED OVER -- ITS EVENTS ALONE ANSWER IT.
003950*
003960     IF NOT WS-ANY-FOUND AND LQ-CATEGORY NOT = SPACES
003970         MOVE LQ-BRANCH-CODE TO WS-CID-BRANCH
003980         MOVE LQ-CATEGORY    TO WS-CID-CATEGORY
003990         PERFORM 3200-OPEN-COUNTER
004000             THRU 3200-OPEN-COUNTER-EXIT
004010     END-IF.
004020     IF WS-CID-BRANCH NOT = SPACES
004030         PERFORM 4000-CLOSE-COUNTER
004040             THRU 4000-CLOSE-COUNTER-EXIT
004050     END-IF.
004060     IF NOT WS-ANY-FOUND
004070         MOVE "NO LEDGER HISTORY FOR THIS BRANCH" TO WS-NT-TEXT
004080         WRITE LQ-LINE FROM WS-NOTE-LINE
004090         MOVE "Y" TO WS-NOTFOUND-SW
004100     END-IF.
004110*
004120 2000-PROCESS-ONE-CARD-READ.
004130     READ LQPARM
004140         AT END SET WS-LQPARM-EOF TO TRUE
004150     END-READ.
004160 2000-PROCESS-ONE-CARD-EXIT.
004170     EXIT.
004180*
004190 2050-EDIT-CARD.
004200*
004210*    COLUMNS 1-8 BRANCH, 9-12 CATEGORY (BLANK FOR ALL), 13-20
004220*    THE AS-OF OR FROM DATE, 21-28 THE TO DATE (BLANK OR ZERO
004230*    FOR A SINGLE AS-OF DATE).  DATES ARE CCYYMMDD.
004240*
004250     MOVE SPACES TO WS-REJECT-REASON.
004260     MOVE "N" TO WS-RANGE-SW.
004270     IF LQ-BRANCH-CODE = SPACES
004280         MOVE "BRANCH CODE MISSING" TO WS-REJECT-REASON
004290         GO TO 2050-EDIT-CARD-EXIT
004300     END-IF.
004310     IF LQ-FROM-DATE NOT NUMERIC OR LQ-FROM-DATE = 0
004320         MOVE "AS-OF / FROM DATE MISSING OR NOT NUMERIC"
004330             TO WS-REJECT-REASON
004340         GO TO 2050-EDIT-CARD-EXIT
004350     END-IF.
004360     MOVE LQ-FROM-DATE TO WS-FROM-DATE.
004370     MOVE LQ-FROM-DATE TO WS-TO-DATE.
004380     IF LQ-TO-DATE NOT NUMERIC OR LQ-TO-DATE = 0
004390         GO TO 2050-EDIT-CARD-EXIT
004400     END-IF.
004410     IF LQ-TO-DATE < LQ-FROM-DATE
004420         MOVE "TO DATE IS BEFORE FROM DATE" TO WS-REJECT-REASON
004430         GO TO 2050-EDIT-CARD-EXIT
004440     END-IF.
004450     MOVE LQ-TO-DATE TO WS-TO-DATE.
004460     IF WS-TO-DATE > WS-FROM-DATE
004470         MOVE "Y" TO WS-RANGE-SW
004480     END-IF.
004490 2050-EDIT-CARD-EXIT.
004500     EXIT.
004510*
004520 2100-LOAD-EVENTS.
004530     MOVE 0 TO WS-EV-COUNT.
004540*
004550     OPEN INPUT CHGLOG.
004560     IF WS-CHGLOG-OK
004570         READ CHGLOG
004580             AT END SET WS-CHGLOG-EOF TO TRUE
004590         END-READ
004600         PERFORM 2150-CHECK-ONE-CHANGE
004610             THRU 2150-CHECK-ONE-CHANGE-EXIT
004620             UNTIL WS-CHGLOG-EOF
004630         CLOSE CHGLOG
004640     END-IF.
004650*
004660     OPEN INPUT ROLLAUD.
004670     IF WS-ROLLAUD-OK
004680         READ ROLLAUD
004690             AT END SET WS-ROLLAUD-EOF TO TRUE
004700         END-READ
004710         PERFORM 2170-CHECK-ONE-ROLLOVER
004720             THRU 2170-CHECK-ONE-ROLLOVER-EXIT
004730             UNTIL WS-ROLLAUD-EOF
004740         CLOSE ROLLAUD
004750     END-IF.
004760 2100-LOAD-EVENTS-EXIT.
004770     EXIT.
004780*
004790 2150-CHECK-ONE-CHANGE.
004800*
004810*    AN ADD MOVES A COUNTER -- IT SEEDS EVERY CATEGORY THE
004820*    BRANCH RUNS AT THE CARD'S SEED VALUE, CYCLE ZERO.  SO DOES
004830*    A MERGE, ONE CATEGORY AT A TIME, LEAVING THE CYCLE ALONE.
004835*
004840     IF CHG-BRANCH-CODE NOT = LQ-BRANCH-CODE
004845         GO TO 2150-CHECK-ONE-CHANGE-READ
004850     END-IF.
004855     IF NOT CHG-ACTION-ADD
004860         AND (NOT CHG-ACTION-MERGE OR CHG-CATEGORY = SPACES)
004865         GO TO 2150-CHECK-ONE-CHANGE-READ
004870     END-IF.
004880     IF WS-EV-COUNT >= WS-MAX-EVS
004890         MOVE "Y" TO WS-TRUNCATED-SW
004900         GO TO 2150-CHECK-ONE-CHANGE-READ
004910     END-IF.
004920     ADD 1 TO WS-EV-COUNT.
004930     MOVE CHG-DATE        TO WS-EV-DATE (WS-EV-COUNT).
004940     MOVE CHG-TIME        TO WS-EV-TIME (WS-EV-COUNT).
004950     MOVE SPACES          TO WS-EV-CATEGORY (WS-EV-COUNT).
004960     MOVE "S"             TO WS-EV-TYPE (WS-EV-COUNT).
004970     MOVE 0               TO WS-EV-OLD-VALUE (WS-EV-COUNT).
004980     MOVE CHG-SEED-VALUE  TO WS-EV-NEW-VALUE (WS-EV-COUNT).
004990     MOVE 0               TO WS-EV-NEW-CYCLE (WS-EV-COUNT).
005000     MOVE CHG-OPERATOR-ID TO WS-EV-OPERATOR (WS-EV-COUNT).
005010     MOVE "N"             TO WS-EV-USED (WS-EV-COUNT).
005012     IF CHG-ACTION-MERGE
005014         MOVE CHG-CATEGORY    TO WS-EV-CATEGORY (WS-EV-COUNT)
005016         MOVE "M"             TO WS-EV-TYPE (WS-EV-COUNT)
005018         MOVE CHG-PRIOR-VALUE TO WS-EV-OLD-VALUE (WS-EV-COUNT)
005019     END-IF.
005020*
005030 2150-CHECK-ONE-CHANGE-READ.
005040     READ CHGLOG
005050         AT END SET WS-CHGLOG-EOF TO TRUE
005060     END-READ.
005070 2150-CHECK-ONE-CHANGE-EXIT.
005080     EXIT.
005090*
005100 2170-CHECK-ONE-ROLLOVER.
005110     IF ROLL-BRANCH-CODE NOT = LQ-BRANCH-CODE
005120         GO TO 2170-CHECK-ONE-ROLLOVER-READ
005130     END-IF.
005140     IF LQ-CATEGORY NOT = SPACES
005150         AND ROLL-CATEGORY NOT = LQ-CATEGORY
005160         GO TO 2170-CHECK-ONE-ROLLOVER-READ
005170     END-IF.
005180     IF WS-EV-COUNT >= WS-MAX-EVS
005190         MOVE "Y" TO WS-TRUNCATED-SW
005200         GO TO 2170-CHECK-ONE-ROLLOVER-READ
005210     END-IF.
005220     ADD 1 TO WS-EV-COUNT.
005230     MOVE ROLL-DATE        TO WS-EV-DATE (WS-EV-COUNT).
005240     MOVE ROLL-TIME        TO WS-EV-TIME (WS-EV-COUNT).
005250     MOVE ROLL-CATEGORY    TO WS-EV-CATEGORY (WS-EV-COUNT).
005260     MOVE "R"              TO WS-EV-TYPE (WS-EV-COUNT).
005270     MOVE ROLL-OLD-VALUE   TO WS-EV-OLD-VALUE (WS-EV-COUNT).
005280     MOVE ROLL-NEW-VALUE   TO WS-EV-NEW-VALUE (WS-EV-COUNT).
005290     MOVE ROLL-NEW-CYCLE   TO WS-EV-NEW-CYCLE (WS-EV-COUNT).
005300     MOVE ROLL-OPERATOR-ID TO WS-EV-OPERATOR (WS-EV-COUNT).
005310     MOVE "N"              TO WS-EV-USED (WS-EV-COUNT).
005320*
005330 2170-CHECK-ONE-ROLLOVER-READ.
005340     READ ROLLAUD
005350         AT END SET WS-ROLLAUD-EOF TO TRUE
005360     END-READ.
005370 2170-CHECK-ONE-ROLLOVER-EXIT.
005380     EXIT.
005390*
005400 3000-READ-LEDGER.
005410     READ LEDGFILE NEXT RECORD
005420         AT END
005430             MOVE "Y" TO WS-LEDGER-END-SW
005440             GO TO 3000-READ-LEDGER-EXIT
005450     END-READ.
005460     IF LEDG-BRANCH-CODE NOT = LQ-BRANCH-CODE
005470         MOVE "Y" TO WS-LEDGER-END-SW
005480         GO TO 3000-READ-LEDGER-EXIT
005490     END-IF.
005500     IF LQ-CATEGORY NOT = SPACES
005510         AND LEDG-CATEGORY NOT = LQ-CATEGORY
005520         MOVE "Y" TO WS-LEDGER-END-SW
005530     END-IF.
005540 3000-READ-LEDGER-EXIT.
005550     EXIT.
005560*
005570 3100-PROCESS-ONE-ROW.
005580     IF LEDG-COUNTER-ID NOT = WS-COUNTER-ID
005590         IF WS-CID-BRANCH NOT = SPACES
005600             PERFORM 4000-CLOSE-COUNTER
005610                 THRU 4000-CLOSE-COUNTER-EXIT
005620         END-IF
005630         MOVE LEDG-COUNTER-ID TO WS-COUNTER-ID
005640         PERFORM 3200-OPEN-COUNTER
005650             THRU 3200-OPEN-COUNTER-EXIT
005660     END-IF.
005670     IF LEDG-BUSINESS-DATE > WS-TO-DATE
005680         GO TO 3100-PROCESS-ONE-ROW-READ
005690     END-IF.
005700*
005710*    A ROLLOVER OR SEEDING ON OR BEFORE THE ROW'S DATE COMES
005720*    FIRST -- THE DAY'S POSTINGS CONTINUE FROM THE NEW VALUE.
005730*
005740     MOVE LEDG-BUSINESS-DATE TO WS-LIMIT-DATE.
005750     PERFORM 3300-APPLY-EVENTS
005760         THRU 3300-APPLY-EVENTS-EXIT.
005770     IF LEDG-BUSINESS-DATE NOT < WS-FROM-DATE
005780         PERFORM 3400-PRINT-OPENING
005790             THRU 3400-PRINT-OPENING-EXIT
005800         MOVE LEDG-BUSINESS-DATE TO WS-MV-DATE
005810         MOVE "POSTED"           TO WS-MV-EVENT
005820         MOVE LEDG-START-VALUE   TO WS-MV-START
005830         MOVE LEDG-END-VALUE     TO WS-MV-END
005840         MOVE LEDG-NET-INCREMENT TO WS-MV-NET
005850         MOVE LEDG-ADJ-COUNT     TO WS-MV-ADJ
005860         MOVE LEDG-OVFL-COUNT    TO WS-MV-OVFL
005870         MOVE LEDG-RECON-STATUS  TO WS-MV-STATUS
005880         MOVE LEDG-CYCLE-NUMBER  TO WS-MV-CYCLE
005890         WRITE LQ-LINE FROM WS-MV-LINE
005900         ADD 1 TO WS-CTR-LINES
005910         ADD 1 TO WS-PERIOD-DAYS
005920         ADD LEDG-NET-INCREMENT TO WS-PERIOD-NET
005930         ADD LEDG-ADJ-COUNT     TO WS-PERIOD-ADJ
005940         ADD LEDG-OVFL-COUNT    TO WS-PERIOD-OVFL
005950     END-IF.
005960     MOVE LEDG-END-VALUE     TO WS-CUR-VALUE.
005970     MOVE LEDG-CYCLE-NUMBER  TO WS-CUR-CYCLE.
005980     MOVE LEDG-BUSINESS-DATE TO WS-CUR-DATE.
005990     MOVE LEDG-RECON-STATUS  TO WS-CUR-STATUS.
006000     MOVE "Y" TO WS-HAVE-VALUE-SW.
006010*
006020 3100-PROCESS-ONE-ROW-READ.
006030     PERFORM 3000-READ-LEDGER
006040         THRU 3000-READ-LEDGER-EXIT.
006050 3100-PROCESS-ONE-ROW-EXIT.
006060     EXIT.
006070*
006080 3200-OPEN-COUNTER.
006090     ADD 1 TO WS-COUNTER-COUNT.
006100     MOVE "Y" TO WS-ANY-FOUND-SW.
006110     MOVE "N" TO WS-HAVE-VALUE-SW.
006120     MOVE "N" TO WS-OPENING-SW.
006130     MOVE 0 TO WS-CUR-VALUE.
006140     MOVE 0 TO WS-CUR-CYCLE.
006150     MOVE 0 TO WS-CUR-DATE.
006160     MOVE SPACES TO WS-CUR-STATUS.
006170     MOVE 0 TO WS-CTR-LINES.
006180     MOVE 0 TO WS-PERIOD-DAYS.
006190     MOVE 0 TO WS-PERIOD-NET.
006200     MOVE 0 TO WS-PERIOD-ADJ.
006210     MOVE 0 TO WS-PERIOD-OVFL.
006220     PERFORM 3250-RESET-ONE-EVENT
006230         THRU 3250-RESET-ONE-EVENT-EXIT
006240         VARYING WS-EV-SUB FROM 1 BY 1
006250         UNTIL WS-EV-SUB > WS-EV-COUNT.
006260     MOVE WS-CID-BRANCH   TO WS-CT-BRANCH.
006270     MOVE WS-CID-CATEGORY TO WS-CT-CATEGORY.
006280     WRITE LQ-LINE FROM WS-BLANK-LINE.
006290     WRITE LQ-LINE FROM WS-CTR-HDR.
006300 3200-OPEN-COUNTER-EXIT.
006310     EXIT.
006320*
006330 3250-RESET-ONE-EVENT.
006340     MOVE "N" TO WS-EV-USED (WS-EV-SUB).
006350 3250-RESET-ONE-EVENT-EXIT.
006360     EXIT.
006370*
006380 3300-APPLY-EVENTS.
006390     MOVE "N" TO WS-EVENTS-SW.
006400     PERFORM 3350-APPLY-ONE-EVENT
006410         THRU 3350-APPLY-ONE-EVENT-EXIT
006420         UNTIL WS-EVENTS-DONE.
006430 3300-APPLY-EVENTS-EXIT.
006440     EXIT.
006450*
006460 3350-APPLY-ONE-EVENT.
006470*
006480*    TAKE THE EARLIEST UNUSED EVENT FOR THIS COUNTER DATED ON
006490*    OR BEFORE THE LIMIT DATE, SO THE CHANGE-LOG AND ROLLOVER
006500*    HISTORY COME OUT IN DATE AND TIME ORDER UNSORTED.
006510*
006520     MOVE 0 TO WS-BEST-SUB.
006530     PERFORM 3360-SCAN-ONE-EVENT
006540         THRU 3360-SCAN-ONE-EVENT-EXIT
006550         VARYING WS-EV-SUB FROM 1 BY 1
006560         UNTIL WS-EV-SUB > WS-EV-COUNT.
006570     IF WS-BEST-SUB = 0
006580         MOVE "Y" TO WS-EVENTS-SW
006590         GO TO 3350-APPLY-ONE-EVENT-EXIT
006600     END-IF.
006610     MOVE "Y" TO WS-EV-USED (WS-BEST-SUB).
006620     IF WS-EV-DATE (WS-BEST-SUB) NOT < WS-FROM-DATE
006630         PERFORM 3400-PRINT-OPENING
006640             THRU 3400-PRINT-OPENING-EXIT
006650         MOVE WS-EV-DATE (WS-BEST-SUB) TO WS-EL-DATE
006660         IF WS-EV-ROLLOVER (WS-BEST-SUB)
006670             MOVE "ROLLOVER" TO WS-EL-EVENT
006680             MOVE WS-EV-OLD-VALUE (WS-BEST-SUB) TO WS-EL-OLD
006690         ELSE
006692             IF WS-EV-MERGE (WS-BEST-SUB)
006694                 MOVE "MERGED"   TO WS-EL-EVENT
006696                 MOVE WS-EV-OLD-VALUE (WS-BEST-SUB) TO WS-EL-OLD
006698             ELSE
006700                 MOVE "SEEDED"   TO WS-EL-EVENT
006710                 MOVE SPACES     TO WS-EL-OLD-AREA
006712             END-IF
006720         END-IF
006730         MOVE WS-EV-NEW-VALUE (WS-BEST-SUB) TO WS-EL-NEW
006740         MOVE WS-EV-OPERATOR (WS-BEST-SUB)  TO WS-EL-OPERATOR
006745         IF WS-EV-MERGE (WS-BEST-SUB)
006750             MOVE WS-CUR-CYCLE TO WS-EL-CYCLE
006752         ELSE
006754             MOVE WS-EV-NEW-CYCLE (WS-BEST-SUB) TO WS-EL-CYCLE
006756         END-IF
006760         WRITE LQ-LINE FROM WS-EL-LINE
006770         ADD 1 TO WS-CTR-LINES
006780     END-IF.
006790     MOVE WS-EV-NEW-VALUE (WS-BEST-SUB) TO WS-CUR-VALUE.
006800     IF NOT WS-EV-MERGE (WS-BEST-SUB)
006802         MOVE WS-EV-NEW-CYCLE (WS-BEST-SUB) TO WS-CUR-CYCLE
006804     END-IF.
006810     MOVE WS-EV-DATE (WS-BEST-SUB)      TO WS-CUR-DATE.
006820     MOVE SPACES TO WS-CUR-STATUS.
006830     MOVE "Y" TO WS-HAVE-VALUE-SW.
006840 3350-APPLY-ONE-EVENT-EXIT.
006850     EXIT.
006860*
006870 3360-SCAN-ONE-EVENT.
006880     IF WS-EV-USED (WS-EV-SUB) = "Y"
006890         GO TO 3360-SCAN-ONE-EVENT-EXIT
006900     END-IF.
006910     IF WS-EV-CATEGORY (WS-EV-SUB) NOT = SPACES
006920         AND WS-EV-CATEGORY (WS-EV-SUB) NOT = WS-CID-CATEGORY
006930         GO TO 3360-SCAN-ONE-EVENT-EXIT
006940     END-IF.
006950     IF WS-EV-DATE (WS-EV-SUB) > WS-LIMIT-DATE
006960         GO TO 3360-SCAN-ONE-EVENT-EXIT
006970     END-IF.
006980     IF WS-BEST-SUB = 0
006990         MOVE WS-EV-SUB TO WS-BEST-SUB
007000         GO TO 3360-SCAN-ONE-EVENT-EXIT
007010     END-IF.
007020     IF WS-EV-DATE (WS-EV-SUB) < WS-EV-DATE (WS-BEST-SUB)
007030         OR (WS-EV-DATE (WS-EV-SUB) = WS-EV-DATE (WS-BEST-SUB)
007040             AND WS-EV-TIME (WS-EV-SUB) <
007050                 WS-EV-TIME (WS-BEST-SUB))
007060         MOVE WS-EV-SUB TO WS-BEST-SUB
007070     END-IF.
007080 3360-SCAN-ONE-EVENT-EXIT.
007090     EXIT.
007100*
007110 3400-PRINT-OPENING.
007120*
007130*    PRINTED ONCE PER COUNTER, JUST AHEAD OF ITS FIRST LINE
007140*    INSIDE THE PERIOD.  A SINGLE AS-OF DATE HAS NO OPENING
007150*    VALUE -- ONLY THE COLUMN HEADINGS FOR THAT DAY'S LINES.
007160*
007170     IF WS-OPENING-DONE
007180         GO TO 3400-PRINT-OPENING-EXIT
007190     END-IF.
007200     MOVE "Y" TO WS-OPENING-SW.
007210     IF WS-RANGE-MODE
007220         IF WS-HAVE-VALUE
007230             MOVE WS-FROM-DATE TO WS-OL-FROM
007240             MOVE WS-CUR-VALUE TO WS-OL-VALUE
007250             MOVE WS-CUR-CYCLE TO WS-OL-CYCLE
007260             WRITE LQ-LINE FROM WS-OPEN-LINE
007270         ELSE
007280             MOVE WS-FROM-DATE TO WS-NO-FROM
007290             WRITE LQ-LINE FROM WS-NOOPEN-LINE
007300         END-IF
007310     END-IF.
007320     WRITE LQ-LINE FROM WS-COL-HDR.
007330 3400-PRINT-OPENING-EXIT.
007340     EXIT.
007350*
007360 4000-CLOSE-COUNTER.
007370     MOVE WS-TO-DATE TO WS-LIMIT-DATE.
007380     PERFORM 3300-APPLY-EVENTS
007390         THRU 3300-APPLY-EVENTS-EXIT.
007400     IF WS-RANGE-MODE
007410         PERFORM 3400-PRINT-OPENING
007420             THRU 3400-PRINT-OPENING-EXIT
007430         IF WS-CTR-LINES = 0
007440             WRITE LQ-LINE FROM WS-NOMOVE-LINE
007450         END-IF
007460         MOVE WS-PERIOD-DAYS TO WS-TL-DAYS
007470         MOVE WS-PERIOD-NET  TO WS-TL-NET
007480         MOVE WS-PERIOD-ADJ  TO WS-TL-ADJ
007490         MOVE WS-PERIOD-OVFL TO WS-TL-OVFL
007500         WRITE LQ-LINE FROM WS-TOT-LINE
007510     END-IF.
007520     IF NOT WS-HAVE-VALUE
007530         MOVE WS-TO-DATE TO WS-NA-DATE
007540         WRITE LQ-LINE FROM WS-NOASOF-LINE
007550         MOVE "Y" TO WS-NOTFOUND-SW
007560         GO TO 4000-CLOSE-COUNTER-EXIT
007570     END-IF.
007580     MOVE WS-TO-DATE   TO WS-AL-DATE.
007590     MOVE WS-CUR-VALUE TO WS-AL-VALUE.
007600     MOVE WS-CUR-CYCLE TO WS-AL-CYCLE.
007610     MOVE WS-CUR-DATE  TO WS-AL-LAST.
007620     WRITE LQ-LINE FROM WS-ASOF-LINE.
007630     IF WS-CUR-STATUS = "MISMATCH"
007640         MOVE "LAST POSTING UNRECONCILED - VALUE NOT ON SEQFILE"
007650             TO WS-NT-TEXT
007660         WRITE LQ-LINE FROM WS-NOTE-LINE
007670     END-IF.
007680 4000-CLOSE-COUNTER-EXIT.
007690     EXIT.
007700*
007710 9000-TERMINATE.
007720     IF WS-HISTORY-TRUNCATED
007730         WRITE LQ-LINE FROM WS-BLANK-LINE
007740         MOVE "SOME ROLLOVER/SEEDING HISTORY TRUNCATED FOR TABLE"
007750             TO WS-NT-TEXT
007760         WRITE LQ-LINE FROM WS-NOTE-LINE
007770     END-IF.
007780     IF WS-LEDGER-OPEN
007790         CLOSE LEDGFILE
007800     END-IF.
007810     IF WS-PARM-OPEN
007820         CLOSE LQPARM
007830     END-IF.
007840     CLOSE LQRPT.
007850     DISPLAY "LEDGINQ: " WS-CARD-COUNT " CARDS, "
007860         WS-COUNTER-COUNT " COUNTERS REPORTED".
007870 9000-TERMINATE-EXIT.
007880     EXIT.
