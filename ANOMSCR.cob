000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     ANOMSCR.
000030 AUTHOR.         J W MERCER.
000040 INSTALLATION.   DAILY PROCESSING - BRANCH ACCOUNTING.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.  10/15/26.
000070*-----------------------------------------------------------*
000080* MOD-LOG                                                   *
000090* DATE       INIT  DESCRIPTION                              *
000100* 10/15/26   JWM   ORIGINAL VERSION. SCREENS EACH COUNTER   *
000110*                  BUSINESS DATE OF THE DAY'S MERGED        *
000120*                  RESULTS AGAINST ITS OWN TRAILING LEDGER  *
000130*                  HISTORY; SPIKES AND COLLAPSES BEYOND THE *
000140*                  SCRNPARM TOLERANCES ARE HELD AS          *
000150*                  "ANOMALY" FOR SUSPENSE WITH AN ALERTFILE *
000160*                  WARNING, AND PUBLISHED ON A LATER RUN    *
000170*                  ONCE AN ANOMREL RELEASE CARD NAMES THEM. *
000180*-----------------------------------------------------------*
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 SOURCE-COMPUTER.   IBM-370.
000220 OBJECT-COMPUTER.   IBM-370.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT SCRNPARM ASSIGN TO SCRNPARM
000260         ORGANIZATION IS SEQUENTIAL
000270         FILE STATUS IS WS-SCRNPARM-STATUS.
000280*
000290     SELECT ANOMREL ASSIGN TO ANOMREL
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS WS-ANOMREL-STATUS.
000320*
000330     SELECT BRANFILE ASSIGN TO BRANFILE
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-BRANFILE-STATUS.
000360*
000370     SELECT BCATFILE ASSIGN TO BCATFILE
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-BCATFILE-STATUS.
000400*
000410     SELECT LEDGFILE ASSIGN TO LEDGFILE
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS LEDG-KEY
000450         FILE STATUS IS WS-LEDGFILE-STATUS.
000460*
000470     SELECT SCRNIN ASSIGN TO SCRNIN
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-SCRNIN-STATUS.
000500*
000510     SELECT HOLDIN ASSIGN TO HOLDIN
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-HOLDIN-STATUS.
000540*
000550     SELECT OUTFILE ASSIGN TO OUTFILE
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-OUTFILE-STATUS.
000580*
000590     SELECT HOLDOUT ASSIGN TO HOLDOUT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-HOLDOUT-STATUS.
000620*
000630     SELECT RUNCTL ASSIGN TO RUNCTL
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-RUNCTL-STATUS.
000660*
000670     SELECT ALERTFILE ASSIGN TO ALERTFILE
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-ALERTFILE-STATUS.
000700*
000710     SELECT ANOMRPT ASSIGN TO ANOMRPT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-ANOMRPT-STATUS.
000740*
000750     SELECT STEPLOG ASSIGN TO STEPLOG
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-STEPLOG-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800*
000810*    OPTIONAL TOLERANCE DECK, ONE CARD PER COUNTER TYPE (SEE
000820*    CTYPEREC); A CARD WITH A BLANK TYPE REPLACES THE DEFAULTS
000830*    FOR EVERY TYPE WITHOUT A CARD OF ITS OWN.  A SPIKE IS A
000840*    NET MOVEMENT MORE THAN SPIKE-PCT ABOVE THE TRAILING
000850*    AVERAGE; A COLLAPSE IS ONE MORE THAN COLLAPSE-PCT BELOW
000860*    IT.  THE AVERAGE IS TAKEN OVER THE ACTIVE DAYS IN THE
000870*    TRAILING CALENDAR DAYS, AND A COUNTER IS SCREENED ONLY
000880*    WITH AT LEAST MIN-ROWS OF THEM AND AN AVERAGE OF AT
000890*    LEAST MIN-AVERAGE.
000900*
000910 FD  SCRNPARM
000920     LABEL RECORDS ARE STANDARD.
000930 01  SCRNPARM-RECORD.
000940     05  SCRP-COUNTER-TYPE       PIC X(04).
000950     05  SCRP-LIMITS.
000960         10  SCRP-SPIKE-PCT      PIC 9(03).
000970         10  SCRP-COLLAPSE-PCT   PIC 9(02).
000980         10  SCRP-TRAIL-DAYS     PIC 9(03).
000990         10  SCRP-MIN-ROWS       PIC 9(02).
001000         10  SCRP-MIN-AVERAGE    PIC 9(07).
001010     05  FILLER                  PIC X(59).
001020*
001030*    OPERATOR RELEASE CARDS -- ONE PER REVIEWED COUNTER
001040*    BUSINESS DATE TO BE PUBLISHED AS IT STANDS.
001050*
001060 FD  ANOMREL
001070     LABEL RECORDS ARE STANDARD.
001080 01  ANOMREL-RECORD.
001090     05  ANRL-BRANCH-CODE        PIC X(08).
001100     05  ANRL-CATEGORY           PIC X(04).
001110     05  ANRL-BUSINESS-DATE      PIC 9(08).
001120     05  ANRL-OPERATOR-ID        PIC X(08).
001130     05  FILLER                  PIC X(52).
001140*
001150 FD  BRANFILE
001160     LABEL RECORDS ARE STANDARD.
001170 COPY BRANREC.
001180*
001190 FD  BCATFILE
001200     LABEL RECORDS ARE STANDARD.
001210 COPY BCATREC.
001220*
001230 FD  LEDGFILE
001240     LABEL RECORDS ARE STANDARD.
001250 COPY LEDGREC.
001260*
001270*    THE DAY'S MERGED RESULTS, OUTREC LAYOUT, AS THE UPDATE
001280*    PUBLISHED THEM.
001290*
001300 FD  SCRNIN
001310     LABEL RECORDS ARE STANDARD.
001320 01  SCRNIN-RECORD.
001330     05  SCRN-BRANCH-CODE        PIC X(08).
001340     05  SCRN-CATEGORY           PIC X(04).
001350     05  SCRN-COUNTER-VALUE      PIC S9(10).
001360     05  SCRN-RESULT             PIC S9(10).
001370     05  SCRN-OVERFLOW-FLAG      PIC 9.
001380     05  SCRN-RECON-STATUS       PIC X(08).
001390     05  SCRN-CYCLE-NUMBER       PIC 9(04).
001400     05  SCRN-BUSINESS-DATE      PIC 9(08).
001410     05  SCRN-TRAN-TYPE          PIC X(01).
001420*
001430 FD  HOLDIN
001440     LABEL RECORDS ARE STANDARD.
001450 COPY ANOMHREC.
001460*
001470 FD  OUTFILE
001480     LABEL RECORDS ARE STANDARD.
001490 COPY OUTREC.
001500*
001510 FD  HOLDOUT
001520     LABEL RECORDS ARE STANDARD.
001530 01  HOLDOUT-RECORD.
001540     05  HO-RESULT               PIC X(54).
001550     05  HO-HELD-DATE            PIC 9(08).
001560     05  HO-FINDING              PIC X(08).
001570     05  HO-NET                  PIC S9(10).
001580     05  HO-AVERAGE              PIC S9(10).
001590     05  HO-CYCLES               PIC 9(03).
001600     05  FILLER                  PIC X(07).
001610*
001620 FD  RUNCTL
001630     LABEL RECORDS ARE STANDARD.
001640 COPY RUNCREC.
001650*
001660 FD  ALERTFILE
001670     LABEL RECORDS ARE STANDARD.
001680 COPY ALERTREC.
001690*
001700 FD  ANOMRPT
001710     LABEL RECORDS ARE STANDARD.
001720 01  ANOM-LINE                   PIC X(80).
001730*
001740 FD  STEPLOG
001750     LABEL RECORDS ARE STANDARD.
001760 COPY STEPREC.
001770 WORKING-STORAGE SECTION.
001780 77  WS-RUN-DATE             PIC 9(08) VALUE 0.
001790 77  WS-STEP-START-DATE      PIC 9(08) VALUE 0.
001800 77  WS-STEP-START-TIME      PIC 9(08) VALUE 0.
001810 77  WS-BRAN-COUNT           PIC 9(05) VALUE 0 COMP.
001820 77  WS-MAX-BRANS            PIC 9(05) VALUE 5000 COMP.
001830 77  WS-BCAT-COUNT           PIC 9(05) VALUE 0 COMP.
001840 77  WS-MAX-BCATS            PIC 9(05) VALUE 20000 COMP.
001850 77  WS-TOL-COUNT            PIC 9(03) VALUE 0 COMP.
001860 77  WS-MAX-TOLS             PIC 9(03) VALUE 50 COMP.
001870 77  WS-TOL-SUB              PIC 9(03) VALUE 0 COMP.
001880 77  WS-REL-COUNT            PIC 9(05) VALUE 0 COMP.
001890 77  WS-MAX-RELS             PIC 9(05) VALUE 500 COMP.
001900 77  WS-REL-SUB              PIC 9(05) VALUE 0 COMP.
001910 77  WS-GRP-COUNT            PIC 9(05) VALUE 0 COMP.
001920 77  WS-MAX-GRPS             PIC 9(05) VALUE 20000 COMP.
001930 77  WS-GRP-SUB              PIC 9(05) VALUE 0 COMP.
001940 77  WS-LAST-GRP-SUB         PIC 9(05) VALUE 0 COMP.
001950 77  WS-DAY-SUB              PIC 9(04) VALUE 0 COMP.
001960 77  WS-LEAP-QUOT            PIC 9(04) VALUE 0 COMP.
001970 77  WS-LEAP-REM             PIC 9(04) VALUE 0 COMP.
001980 77  WS-FIND-SOURCE          PIC X(01) VALUE SPACE.
001990 77  WS-FIND-BRANCH          PIC X(08) VALUE SPACES.
002000 77  WS-FIND-CATEGORY        PIC X(04) VALUE SPACES.
002010 77  WS-FIND-DATE            PIC 9(08) VALUE 0.
002020 77  WS-WORK-TYPE            PIC X(04) VALUE SPACES.
002030 77  WS-LOWER-DATE           PIC 9(08) VALUE 0.
002040 77  WS-HIST-ROWS            PIC 9(05) VALUE 0 COMP.
002050 77  WS-HIST-TOTAL           PIC S9(15) COMP-3 VALUE 0.
002060 77  WS-AVERAGE              PIC S9(11) COMP-3 VALUE 0.
002070 77  WS-SPIKE-LIMIT          PIC S9(13) COMP-3 VALUE 0.
002080 77  WS-COLLAPSE-LIMIT       PIC S9(13) COMP-3 VALUE 0.
002090 77  WS-TODAY-NET            PIC S9(10) COMP-3 VALUE 0.
002100 77  WS-SCREEN-READ          PIC 9(09) VALUE 0 COMP.
002110 77  WS-SCREEN-HELD          PIC 9(09) VALUE 0 COMP.
002120 77  WS-PUBLISH-COUNT        PIC 9(09) VALUE 0 COMP.
002130 77  WS-CARRY-READ           PIC 9(09) VALUE 0 COMP.
002140 77  WS-CARRIED              PIC 9(09) VALUE 0 COMP.
002150 77  WS-RELEASED             PIC 9(09) VALUE 0 COMP.
002160 77  WS-RELEASED-HASH        PIC S9(17) COMP-3 VALUE 0.
002170 77  WS-BACKED-OUT           PIC 9(09) VALUE 0 COMP.
002180 77  WS-GRP-SCREENED         PIC 9(05) VALUE 0 COMP.
002190 77  WS-GRP-UNSCREENED       PIC 9(05) VALUE 0 COMP.
002200 77  WS-GRP-FLAGGED          PIC 9(05) VALUE 0 COMP.
002210 77  WS-GRP-HELD             PIC 9(05) VALUE 0 COMP.
002220 77  WS-REFUSED-COUNT        PIC 9(05) VALUE 0 COMP.
002230 77  WS-RUN-OK-SW            PIC X(01) VALUE "Y".
002240     88  WS-RUN-OK                VALUE "Y".
002243 77  WS-HOLD-FAILED-SW       PIC X(01) VALUE "N".
002246     88  WS-HOLD-FAILED           VALUE "Y".
002250 77  WS-LEDGER-OPEN-SW       PIC X(01) VALUE "N".
002260     88  WS-LEDGER-OPEN           VALUE "Y".
002270 77  WS-LEDGER-END-SW        PIC X(01) VALUE "N".
002280     88  WS-LEDGER-END            VALUE "Y".
002290 77  WS-HOLDIN-OPEN-SW       PIC X(01) VALUE "N".
002300     88  WS-HOLDIN-OPEN           VALUE "Y".
002310 77  WS-REVIEW-RETURN-CODE   PIC 9(03) VALUE 4 COMP.
002320 77  WS-CAPACITY-SW          PIC X(01) VALUE "N".
002330     88  WS-CAPACITY-EXCEEDED     VALUE "Y".
002340 77  WS-CAPACITY-RETURN-CODE PIC 9(03) VALUE 12 COMP.
002350 77  WS-SEVERE-RETURN-CODE   PIC 9(03) VALUE 16 COMP.
002360*
002370*    TOLERANCES IN FORCE WHEN THERE IS NO CARD -- A SPIKE IS
002380*    MORE THAN THREE TIMES THE AVERAGE, A COLLAPSE LESS THAN
002390*    A FIFTH OF IT, OVER FOUR WEEKS OF AT LEAST FIVE ACTIVE
002400*    DAYS AVERAGING TEN OR MORE.
002410*
002420 01  WS-DEFAULT-LIMITS.
002430     05  WS-DF-SPIKE-PCT         PIC 9(03) VALUE 200.
002440     05  WS-DF-COLLAPSE-PCT      PIC 9(02) VALUE 80.
002450     05  WS-DF-TRAIL-DAYS        PIC 9(03) VALUE 28.
002460     05  WS-DF-MIN-ROWS          PIC 9(02) VALUE 5.
002470     05  WS-DF-MIN-AVERAGE       PIC 9(07) VALUE 10.
002480*
002490 01  WS-CURRENT-LIMITS.
002500     05  WS-CU-SPIKE-PCT         PIC 9(03).
002510     05  WS-CU-COLLAPSE-PCT      PIC 9(02).
002520     05  WS-CU-TRAIL-DAYS        PIC 9(03).
002530     05  WS-CU-MIN-ROWS          PIC 9(02).
002540     05  WS-CU-MIN-AVERAGE       PIC 9(07).
002550*
002560 01  WS-TOL-TABLE.
002570     05  WS-TL-ENTRY OCCURS 50 TIMES.
002580         10  WS-TL-TYPE           PIC X(04).
002590         10  WS-TL-LIMITS.
002600             15  WS-TL-SPIKE-PCT  PIC 9(03).
002610             15  WS-TL-COLLAPSE-PCT
002620                                  PIC 9(02).
002630             15  WS-TL-TRAIL-DAYS PIC 9(03).
002640             15  WS-TL-MIN-ROWS   PIC 9(02).
002650             15  WS-TL-MIN-AVERAGE
002660                                  PIC 9(07).
002670*
002680 01  WS-BRANCH-TABLE.
002690     05  WS-BR-ENTRY OCCURS 5000 TIMES
002700                     INDEXED BY WS-BR-IDX.
002710         10  WS-BR-CODE           PIC X(08).
002720         10  WS-BR-TYPE           PIC X(04).
002730*
002740*    ONLY THE CATEGORIES WITH A COUNTER TYPE OF THEIR OWN --
002750*    THE REST TAKE THEIR BRANCH'S TYPE.
002760*
002770 01  WS-BCAT-TABLE.
002780     05  WS-BC-ENTRY OCCURS 20000 TIMES
002790                     INDEXED BY WS-BC-IDX.
002800         10  WS-BC-BRANCH         PIC X(08).
002810         10  WS-BC-CATEGORY       PIC X(04).
002820         10  WS-BC-TYPE           PIC X(04).
002830*
002840 01  WS-REL-TABLE.
002850     05  WS-RL-ENTRY OCCURS 500 TIMES
002860                     INDEXED BY WS-RL-IDX.
002870         10  WS-RL-BRANCH         PIC X(08).
002880         10  WS-RL-CATEGORY       PIC X(04).
002890         10  WS-RL-DATE           PIC 9(08).
002900         10  WS-RL-OPERATOR       PIC X(08).
002910         10  WS-RL-USED           PIC X(01).
002920*
002930*    ONE ENTRY PER COUNTER BUSINESS DATE -- SOURCE "T" FOR
002940*    TODAY'S RESULTS, "C" FOR A HOLD CARRIED FROM AN EARLIER
002950*    RUN.  RESULT IS BLANK (PUBLISHED AS NORMAL), "H" HELD,
002960*    "R" RELEASED BY CARD OR "B" BACKED OUT WHILE HELD.
002970*
002980 01  WS-GROUP-TABLE.
002990     05  WS-GP-ENTRY OCCURS 20000 TIMES
003000                     INDEXED BY WS-GP-IDX.
003010         10  WS-GP-SOURCE         PIC X(01).
003020         10  WS-GP-BRANCH         PIC X(08).
003030         10  WS-GP-CATEGORY       PIC X(04).
003040         10  WS-GP-DATE           PIC 9(08).
003050         10  WS-GP-RECORDS        PIC 9(07) COMP.
003060         10  WS-GP-MISMATCH       PIC X(01).
003070         10  WS-GP-RESULT         PIC X(01).
003080         10  WS-GP-FINDING        PIC X(08).
003090         10  WS-GP-NET            PIC S9(10) COMP-3.
003100         10  WS-GP-AVERAGE        PIC S9(11) COMP-3.
003110         10  WS-GP-ROWS           PIC 9(05) COMP.
003120         10  WS-GP-HELD-DATE      PIC 9(08).
003130         10  WS-GP-CYCLES         PIC 9(03).
003140         10  WS-GP-OPERATOR       PIC X(08).
003150*
003160 01  WS-WORK-DATE.
003170     05  WS-WORK-CCYY            PIC 9(04).
003180     05  WS-WORK-MM              PIC 9(02).
003190     05  WS-WORK-DD              PIC 9(02).
003200 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
003210                                 PIC 9(08).
003220*
003230 01  WS-MONTH-DAYS-DATA.
003240     05  FILLER                  PIC X(24)
003250         VALUE "312831303130313130313031".
003260 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
003270     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
003280*
003290 01  WS-COUNTER-ID.
003300     05  WS-CID-BRANCH           PIC X(08).
003310     05  WS-CID-CATEGORY         PIC X(04).
003320*
003330 01  WS-ALERT-FIELDS.
003340     05  WS-ALERT-NET            PIC -(9)9.
003350     05  WS-ALERT-AVERAGE        PIC -(9)9.
003360*
003370 01  WS-FLAGS.
003380     05  WS-SCRNPARM-STATUS  PIC X(02) VALUE SPACES.
003390         88  WS-SCRNPARM-OK           VALUE "00".
003400         88  WS-SCRNPARM-EOF          VALUE "10".
003410     05  WS-ANOMREL-STATUS   PIC X(02) VALUE SPACES.
003420         88  WS-ANOMREL-OK            VALUE "00".
003430         88  WS-ANOMREL-EOF           VALUE "10".
003440     05  WS-BRANFILE-STATUS  PIC X(02) VALUE SPACES.
003450         88  WS-BRANFILE-OK           VALUE "00".
003460         88  WS-BRANFILE-EOF          VALUE "10".
003470     05  WS-BCATFILE-STATUS  PIC X(02) VALUE SPACES.
003480         88  WS-BCATFILE-OK           VALUE "00".
003490         88  WS-BCATFILE-EOF          VALUE "10".
003500     05  WS-LEDGFILE-STATUS  PIC X(02) VALUE SPACES.
003510         88  WS-LEDGFILE-OK           VALUE "00".
003520     05  WS-SCRNIN-STATUS    PIC X(02) VALUE SPACES.
003530         88  WS-SCRNIN-OK             VALUE "00".
003540         88  WS-SCRNIN-EOF            VALUE "10".
003550     05  WS-HOLDIN-STATUS    PIC X(02) VALUE SPACES.
003560         88  WS-HOLDIN-OK             VALUE "00".
003570         88  WS-HOLDIN-EOF            VALUE "10".
003580     05  WS-OUTFILE-STATUS   PIC X(02) VALUE SPACES.
003590         88  WS-OUTFILE-OK            VALUE "00".
003600     05  WS-HOLDOUT-STATUS   PIC X(02) VALUE SPACES.
003610         88  WS-HOLDOUT-OK            VALUE "00".
003620     05  WS-RUNCTL-STATUS    PIC X(02) VALUE SPACES.
003630         88  WS-RUNCTL-OK             VALUE "00".
003640     05  WS-ALERTFILE-STATUS PIC X(02) VALUE SPACES.
003650         88  WS-ALERTFILE-OK          VALUE "00".
003660     05  WS-ANOMRPT-STATUS   PIC X(02) VALUE SPACES.
003670         88  WS-ANOMRPT-OK            VALUE "00".
003680     05  WS-STEPLOG-STATUS   PIC X(02) VALUE SPACES.
003690         88  WS-STEPLOG-OK            VALUE "00".
003700*
003710 01  WS-REPORT-LINES.
003720     05  WS-HDR-LINE-1.
003730         10  FILLER              PIC X(30)
003740             VALUE "VOLUME ANOMALY SCREEN".
003750         10  FILLER              PIC X(09) VALUE "RUN DATE ".
003760         10  WS-HDR-RUN-DATE     PIC 9(08).
003770         10  FILLER              PIC X(33) VALUE SPACES.
003780     05  WS-HDR-LINE-2.
003790         10  FILLER              PIC X(09) VALUE "BRANCH".
003800         10  FILLER              PIC X(05) VALUE "CAT".
003810         10  FILLER              PIC X(09) VALUE "BUS DATE".
003820         10  FILLER              PIC X(09) VALUE "FINDING".
003830         10  FILLER              PIC X(11) VALUE "       NET".
003840         10  FILLER              PIC X(11) VALUE "   AVERAGE".
003850         10  FILLER              PIC X(06) VALUE " ROWS".
003860         10  FILLER              PIC X(11) VALUE "RESULT".
003870         10  FILLER              PIC X(09) VALUE "OPERATOR".
003880     05  WS-DTL-LINE.
003890         10  WS-DTL-BRANCH       PIC X(08).
003900         10  FILLER              PIC X(01) VALUE SPACES.
003910         10  WS-DTL-CATEGORY     PIC X(04).
003920         10  FILLER              PIC X(01) VALUE SPACES.
003930         10  WS-DTL-DATE         PIC 9(08).
003940         10  FILLER              PIC X(01) VALUE SPACES.
003950         10  WS-DTL-FINDING      PIC X(08).
003960         10  FILLER              PIC X(01) VALUE SPACES.
003970         10  WS-DTL-NET          PIC -(9)9.
003980         10  FILLER              PIC X(01) VALUE SPACES.
003990         10  WS-DTL-AVERAGE      PIC -(9)9.
004000         10  FILLER              PIC X(01) VALUE SPACES.
004010         10  WS-DTL-ROWS         PIC Z(4)9.
004020         10  FILLER              PIC X(01) VALUE SPACES.
004030         10  WS-DTL-RESULT       PIC X(10).
004040         10  FILLER              PIC X(01) VALUE SPACES.
004050         10  WS-DTL-OPERATOR     PIC X(08).
004060         10  FILLER              PIC X(01) VALUE SPACES.
004070     05  WS-CARD-LINE.
004080         10  FILLER              PIC X(30)
004090             VALUE "RELEASE CARD MATCHED NOTHING -".
004100         10  FILLER              PIC X(01) VALUE SPACES.
004110         10  WS-CRD-BRANCH       PIC X(08).
004120         10  FILLER              PIC X(01) VALUE SPACES.
004130         10  WS-CRD-CATEGORY     PIC X(04).
004140         10  FILLER              PIC X(01) VALUE SPACES.
004150         10  WS-CRD-DATE         PIC 9(08).
004160         10  FILLER              PIC X(01) VALUE SPACES.
004170         10  WS-CRD-OPERATOR     PIC X(08).
004180         10  FILLER              PIC X(18) VALUE SPACES.
004190     05  WS-TOT-LINE-1.
004200         10  FILLER              PIC X(10) VALUE "READ".
004210         10  WS-TOT-READ         PIC Z(8)9.
004220         10  FILLER              PIC X(12) VALUE "  SCREENED".
004230         10  WS-TOT-SCREENED     PIC Z(4)9.
004240         10  FILLER              PIC X(16)
004250             VALUE "  NOT SCREENED".
004260         10  WS-TOT-UNSCREENED   PIC Z(4)9.
004270         10  FILLER              PIC X(11) VALUE "  FLAGGED".
004280         10  WS-TOT-FLAGGED      PIC Z(4)9.
004290         10  FILLER              PIC X(07) VALUE SPACES.
004300     05  WS-TOT-LINE-2.
004310         10  FILLER              PIC X(10) VALUE "HELD".
004320         10  WS-TOT-HELD         PIC Z(8)9.
004330         10  FILLER              PIC X(12) VALUE "  RELEASED".
004340         10  WS-TOT-RELEASED     PIC Z(8)9.
004350         10  FILLER              PIC X(11) VALUE "  CARRIED".
004360         10  WS-TOT-CARRIED      PIC Z(8)9.
004370         10  FILLER              PIC X(14)
004380             VALUE "  BACKED OUT".
004390         10  WS-TOT-BACKED-OUT   PIC Z(5)9.
004400 PROCEDURE DIVISION.
004410*
004420 0000-MAINLINE.
004430     PERFORM 1000-INITIALIZE
004440         THRU 1000-INITIALIZE-EXIT.
004450*
004460*    WITHOUT THE DAY'S RESULTS OR A NEW OUTFILE GENERATION
004470*    THERE IS NOTHING TO PUBLISH -- RC 16 BYPASSES THE
004480*    DISTRIBUTION EXACTLY AS A FAILED UPDATE DOES.
004490*
004500     IF NOT WS-RUN-OK
004510         PERFORM 1900-KEEP-HOLDS
004520             THRU 1900-KEEP-HOLDS-EXIT
004530         MOVE WS-SEVERE-RETURN-CODE TO RETURN-CODE
004540         PERFORM 9900-LOG-STEP-TIME
004550             THRU 9900-LOG-STEP-TIME-EXIT
004560         STOP RUN
004570     END-IF.
004580*
004590     PERFORM 2000-LOAD-CARRIED
004600         THRU 2000-LOAD-CARRIED-EXIT.
004610     PERFORM 2100-GROUP-RESULTS
004620         THRU 2100-GROUP-RESULTS-EXIT.
004630     PERFORM 2500-SCREEN-ONE-GROUP
004640         THRU 2500-SCREEN-ONE-GROUP-EXIT
004650         VARYING WS-GRP-SUB FROM 1 BY 1
004660         UNTIL WS-GRP-SUB > WS-GRP-COUNT.
004670*
004680     PERFORM 3000-PUBLISH
004690         THRU 3000-PUBLISH-EXIT.
004700*
004710     PERFORM 5000-WRITE-RUN-CONTROLS
004720         THRU 5000-WRITE-RUN-CONTROLS-EXIT.
004730*
004740     PERFORM 6000-PRINT-REPORT
004750         THRU 6000-PRINT-REPORT-EXIT.
004760*
004770     PERFORM 9000-TERMINATE
004780         THRU 9000-TERMINATE-EXIT.
004790*
004800*    ANYTHING HELD, OR A CARD REFUSED, ENDS RC 4 FOR REVIEW --
004810*    THE REST OF THE DAY IS PUBLISHED.
004820*
004830     IF WS-GRP-HELD > 0 OR WS-REFUSED-COUNT > 0
004840         MOVE WS-REVIEW-RETURN-CODE TO RETURN-CODE
004850     END-IF.
004860     IF WS-CAPACITY-EXCEEDED
004870         MOVE WS-CAPACITY-RETURN-CODE TO RETURN-CODE
004880     END-IF.
004881*
004882*    THE NEW ANOMHOLD GENERATION IS THE ONLY COPY OF WHAT IS
004883*    HELD -- IF IT WAS NOT WRITTEN WHOLE, NOTHING IS
004884*    DISTRIBUTED UNTIL THE STEP IS RERUN.
004885*
004886     IF WS-HOLD-FAILED
004887         MOVE WS-SEVERE-RETURN-CODE TO RETURN-CODE
004888     END-IF.
004890*
004900     PERFORM 9900-LOG-STEP-TIME
004910         THRU 9900-LOG-STEP-TIME-EXIT.
004920     STOP RUN.
004930*
004940*-----------------------------------------------------------*
004950* READ THE TOLERANCES, THE COUNTER TYPE MASTERS AND THE     *
004960* RELEASE CARDS, AND OPEN THE FILES.                        *
004970*-----------------------------------------------------------*
004980 1000-INITIALIZE.
004990     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
005000     ACCEPT WS-STEP-START-TIME FROM TIME.
005010     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005020*
005030     OPEN INPUT SCRNIN.
005040     IF NOT WS-SCRNIN-OK
005050         DISPLAY "ANOMSCR: SCRNIN NOT AVAILABLE, STATUS "
005060             WS-SCRNIN-STATUS " - NOTHING PUBLISHED"
005070         MOVE "N" TO WS-RUN-OK-SW
005080         GO TO 1000-INITIALIZE-EXIT
005090     END-IF.
005100     CLOSE SCRNIN.
005110*
005120     OPEN INPUT SCRNPARM.
005130     IF WS-SCRNPARM-OK
005140         READ SCRNPARM
005150             AT END SET WS-SCRNPARM-EOF TO TRUE
005160         END-READ
005170         PERFORM 1100-LOAD-ONE-LIMIT
005180             THRU 1100-LOAD-ONE-LIMIT-EXIT
005190             UNTIL NOT WS-SCRNPARM-OK
005200         CLOSE SCRNPARM
005210     END-IF.
005220*
005230     OPEN INPUT BRANFILE.
005240     IF WS-BRANFILE-OK
005250         READ BRANFILE
005260             AT END SET WS-BRANFILE-EOF TO TRUE
005270         END-READ
005280         PERFORM 1200-LOAD-ONE-BRANCH
005290             THRU 1200-LOAD-ONE-BRANCH-EXIT
005300             UNTIL NOT WS-BRANFILE-OK
005310         CLOSE BRANFILE
005320     END-IF.
005330     OPEN INPUT BCATFILE.
005340     IF WS-BCATFILE-OK
005350         READ BCATFILE
005360             AT END SET WS-BCATFILE-EOF TO TRUE
005370         END-READ
005380         PERFORM 1250-LOAD-ONE-CATEGORY
005390             THRU 1250-LOAD-ONE-CATEGORY-EXIT
005400             UNTIL NOT WS-BCATFILE-OK
005410         CLOSE BCATFILE
005420     END-IF.
005430*
005440     OPEN INPUT ANOMREL.
005450     IF WS-ANOMREL-OK
005460         READ ANOMREL
005470             AT END SET WS-ANOMREL-EOF TO TRUE
005480         END-READ
005490         PERFORM 1300-LOAD-ONE-RELEASE
005500             THRU 1300-LOAD-ONE-RELEASE-EXIT
005510             UNTIL NOT WS-ANOMREL-OK
005520         CLOSE ANOMREL
005530     END-IF.
005540*
005550*    WITHOUT THE LEDGER NOTHING CAN BE SCREENED, AND A HELD
005560*    DATE CANNOT BE PROVED STILL ON FILE, SO NONE IS
005570*    RELEASED -- THE DAY PUBLISHES UNSCREENED FOR REVIEW.
005580*
005590     OPEN INPUT LEDGFILE.
005600     IF WS-LEDGFILE-OK
005610         MOVE "Y" TO WS-LEDGER-OPEN-SW
005620     ELSE
005630         DISPLAY "ANOMSCR: LEDGFILE NOT AVAILABLE, STATUS "
005640             WS-LEDGFILE-STATUS " - NOTHING SCREENED"
005650         ADD 1 TO WS-REFUSED-COUNT
005660     END-IF.
005670*
005680     OPEN OUTPUT OUTFILE.
005690     IF NOT WS-OUTFILE-OK
005700         DISPLAY "ANOMSCR: OUTFILE NOT AVAILABLE, STATUS "
005710             WS-OUTFILE-STATUS " - NOTHING PUBLISHED"
005720         MOVE "N" TO WS-RUN-OK-SW
005730         GO TO 1000-INITIALIZE-EXIT
005740     END-IF.
005750     OPEN OUTPUT HOLDOUT.
005751     IF NOT WS-HOLDOUT-OK
005752         DISPLAY "ANOMSCR: HOLDOUT NOT AVAILABLE, STATUS "
005753             WS-HOLDOUT-STATUS " - NOTHING PUBLISHED"
005754         MOVE "N" TO WS-RUN-OK-SW
005755         GO TO 1000-INITIALIZE-EXIT
005756     END-IF.
005760     OPEN EXTEND ALERTFILE.
005770     IF NOT WS-ALERTFILE-OK
005780         OPEN OUTPUT ALERTFILE
005790         CLOSE ALERTFILE
005800         OPEN EXTEND ALERTFILE
005810     END-IF.
005820     OPEN OUTPUT ANOMRPT.
005830 1000-INITIALIZE-EXIT.
005840     EXIT.
005850*
005860 1100-LOAD-ONE-LIMIT.
005870     IF SCRP-LIMITS NOT NUMERIC
005880         OR SCRP-SPIKE-PCT = 0
005890         OR SCRP-COLLAPSE-PCT = 0
005900         OR SCRP-TRAIL-DAYS = 0
005910         OR SCRP-MIN-ROWS = 0
005920         OR SCRP-MIN-ROWS > SCRP-TRAIL-DAYS
005930         DISPLAY "ANOMSCR: INVALID SCRNPARM CARD FOR TYPE ["
005940             SCRP-COUNTER-TYPE "] - REFUSED"
005950         ADD 1 TO WS-REFUSED-COUNT
005960         GO TO 1100-LOAD-ONE-LIMIT-READ
005970     END-IF.
005980     IF SCRP-COUNTER-TYPE = SPACES
005990         MOVE SCRP-LIMITS TO WS-DEFAULT-LIMITS
006000         GO TO 1100-LOAD-ONE-LIMIT-READ
006010     END-IF.
006020*
006030*    A SECOND CARD FOR THE SAME TYPE REPLACES THE FIRST.
006040*
006050     MOVE 0 TO WS-TOL-SUB.
006060     PERFORM 1150-MATCH-ONE-LIMIT
006070         THRU 1150-MATCH-ONE-LIMIT-EXIT
006080         VARYING WS-DAY-SUB FROM 1 BY 1
006090         UNTIL WS-DAY-SUB > WS-TOL-COUNT
006100             OR WS-TOL-SUB > 0.
006110     IF WS-TOL-SUB = 0
006120         IF WS-TOL-COUNT >= WS-MAX-TOLS
006130             DISPLAY "ANOMSCR: TOLERANCE TABLE FULL - TYPE "
006140                 SCRP-COUNTER-TYPE " IGNORED"
006150             MOVE "Y" TO WS-CAPACITY-SW
006160             GO TO 1100-LOAD-ONE-LIMIT-READ
006170         END-IF
006180         ADD 1 TO WS-TOL-COUNT
006190         MOVE WS-TOL-COUNT TO WS-TOL-SUB
006200     END-IF.
006210     MOVE SCRP-COUNTER-TYPE TO WS-TL-TYPE (WS-TOL-SUB).
006220     MOVE SCRP-LIMITS       TO WS-TL-LIMITS (WS-TOL-SUB).
006230*
006240 1100-LOAD-ONE-LIMIT-READ.
006250     READ SCRNPARM
006260         AT END SET WS-SCRNPARM-EOF TO TRUE
006270     END-READ.
006280 1100-LOAD-ONE-LIMIT-EXIT.
006290     EXIT.
006300*
006310 1150-MATCH-ONE-LIMIT.
006320     IF WS-TL-TYPE (WS-DAY-SUB) = SCRP-COUNTER-TYPE
006330         MOVE WS-DAY-SUB TO WS-TOL-SUB
006340     END-IF.
006350 1150-MATCH-ONE-LIMIT-EXIT.
006360     EXIT.
006370*
006380 1200-LOAD-ONE-BRANCH.
006390     IF WS-BRAN-COUNT >= WS-MAX-BRANS
006400         DISPLAY "ANOMSCR: BRANCH TABLE FULL - "
006410             BRAN-BRANCH-CODE " TAKES THE DEFAULT LIMITS"
006420         MOVE "Y" TO WS-CAPACITY-SW
006430         GO TO 1200-LOAD-ONE-BRANCH-READ
006440     END-IF.
006450     ADD 1 TO WS-BRAN-COUNT.
006460     MOVE BRAN-BRANCH-CODE  TO WS-BR-CODE (WS-BRAN-COUNT).
006470     MOVE BRAN-COUNTER-TYPE TO WS-BR-TYPE (WS-BRAN-COUNT).
006480*
006490 1200-LOAD-ONE-BRANCH-READ.
006500     READ BRANFILE
006510         AT END SET WS-BRANFILE-EOF TO TRUE
006520     END-READ.
006530 1200-LOAD-ONE-BRANCH-EXIT.
006540     EXIT.
006550*
006560 1250-LOAD-ONE-CATEGORY.
006570     IF BCAT-COUNTER-TYPE = SPACES
006580         GO TO 1250-LOAD-ONE-CATEGORY-READ
006590     END-IF.
006600     IF WS-BCAT-COUNT >= WS-MAX-BCATS
006610         DISPLAY "ANOMSCR: CATEGORY TABLE FULL - "
006620             BCAT-BRANCH-CODE " " BCAT-CATEGORY
006630             " TAKES ITS BRANCH'S LIMITS"
006640         MOVE "Y" TO WS-CAPACITY-SW
006650         GO TO 1250-LOAD-ONE-CATEGORY-READ
006660     END-IF.
006670     ADD 1 TO WS-BCAT-COUNT.
006680     MOVE BCAT-BRANCH-CODE  TO WS-BC-BRANCH (WS-BCAT-COUNT).
006690     MOVE BCAT-CATEGORY     TO WS-BC-CATEGORY (WS-BCAT-COUNT).
006700     MOVE BCAT-COUNTER-TYPE TO WS-BC-TYPE (WS-BCAT-COUNT).
006710*
006720 1250-LOAD-ONE-CATEGORY-READ.
006730     READ BCATFILE
006740         AT END SET WS-BCATFILE-EOF TO TRUE
006750     END-READ.
006760 1250-LOAD-ONE-CATEGORY-EXIT.
006770     EXIT.
006780*
006790 1300-LOAD-ONE-RELEASE.
006800     IF ANRL-BRANCH-CODE = SPACES
006810         OR ANRL-CATEGORY = SPACES
006820         OR ANRL-BUSINESS-DATE NOT NUMERIC
006830         OR ANRL-BUSINESS-DATE = 0
006840         OR ANRL-OPERATOR-ID = SPACES
006850         DISPLAY "ANOMSCR: INVALID RELEASE CARD ["
006860             ANRL-BRANCH-CODE ANRL-CATEGORY ANRL-BUSINESS-DATE
006870             ANRL-OPERATOR-ID "] - REFUSED"
006880         ADD 1 TO WS-REFUSED-COUNT
006890         GO TO 1300-LOAD-ONE-RELEASE-READ
006900     END-IF.
006910     IF WS-REL-COUNT >= WS-MAX-RELS
006920         DISPLAY "ANOMSCR: RELEASE TABLE FULL - "
006930             ANRL-BRANCH-CODE " " ANRL-CATEGORY " "
006940             ANRL-BUSINESS-DATE " NOT RELEASED"
006950         MOVE "Y" TO WS-CAPACITY-SW
006960         GO TO 1300-LOAD-ONE-RELEASE-READ
006970     END-IF.
006980     ADD 1 TO WS-REL-COUNT.
006990     MOVE ANRL-BRANCH-CODE   TO WS-RL-BRANCH (WS-REL-COUNT).
007000     MOVE ANRL-CATEGORY      TO WS-RL-CATEGORY (WS-REL-COUNT).
007010     MOVE ANRL-BUSINESS-DATE TO WS-RL-DATE (WS-REL-COUNT).
007020     MOVE ANRL-OPERATOR-ID   TO WS-RL-OPERATOR (WS-REL-COUNT).
007030     MOVE "N"                TO WS-RL-USED (WS-REL-COUNT).
007040*
007050 1300-LOAD-ONE-RELEASE-READ.
007060     READ ANOMREL
007070         AT END SET WS-ANOMREL-EOF TO TRUE
007080     END-READ.
007090 1300-LOAD-ONE-RELEASE-EXIT.
007100     EXIT.
007110*
007120 1900-KEEP-HOLDS.
007130*
007140*    NOTHING WAS SCREENED, SO THE NEW HOLD GENERATION IS THE
007150*    OLD ONE UNCHANGED -- NO HOLD IS LOST BY THE FAILED RUN.
007160*
007170     OPEN OUTPUT HOLDOUT.
007171     IF NOT WS-HOLDOUT-OK
007172         PERFORM 3900-HOLD-WRITE-FAILED
007173             THRU 3900-HOLD-WRITE-FAILED-EXIT
007174         GO TO 1900-KEEP-HOLDS-EXIT
007175     END-IF.
007180     OPEN INPUT HOLDIN.
007190     IF NOT WS-HOLDIN-OK
007200         GO TO 1900-KEEP-HOLDS-CLOSE
007210     END-IF.
007220     READ HOLDIN
007230         AT END SET WS-HOLDIN-EOF TO TRUE
007240     END-READ.
007250     PERFORM 1950-KEEP-ONE-HOLD
007260         THRU 1950-KEEP-ONE-HOLD-EXIT
007270         UNTIL NOT WS-HOLDIN-OK.
007280     CLOSE HOLDIN.
007290*
007300 1900-KEEP-HOLDS-CLOSE.
007310     CLOSE HOLDOUT.
007320 1900-KEEP-HOLDS-EXIT.
007330     EXIT.
007340*
007350 1950-KEEP-ONE-HOLD.
007360     WRITE HOLDOUT-RECORD FROM ANOMH-RECORD.
007361     IF NOT WS-HOLDOUT-OK
007362         PERFORM 3900-HOLD-WRITE-FAILED
007363             THRU 3900-HOLD-WRITE-FAILED-EXIT
007364         SET WS-HOLDIN-EOF TO TRUE
007365         GO TO 1950-KEEP-ONE-HOLD-EXIT
007366     END-IF.
007370     READ HOLDIN
007380         AT END SET WS-HOLDIN-EOF TO TRUE
007390     END-READ.
007400 1950-KEEP-ONE-HOLD-EXIT.
007410     EXIT.
007420*
007430*-----------------------------------------------------------*
007440* TABLE THE COUNTER BUSINESS DATES -- HOLDS CARRIED FROM    *
007450* EARLIER RUNS, THEN TODAY'S RESULTS.                       *
007460*-----------------------------------------------------------*
007470 2000-LOAD-CARRIED.
007480*
007490*    THE FIRST RUN HAS NO HOLD GENERATION -- HOLDIN IS
007500*    SIMPLY EMPTY OR ABSENT.
007510*
007520     OPEN INPUT HOLDIN.
007530     IF NOT WS-HOLDIN-OK
007540         GO TO 2000-LOAD-CARRIED-EXIT
007550     END-IF.
007560     MOVE "Y" TO WS-HOLDIN-OPEN-SW.
007570     READ HOLDIN
007580         AT END SET WS-HOLDIN-EOF TO TRUE
007590     END-READ.
007600     PERFORM 2050-CARRY-ONE-HOLD
007610         THRU 2050-CARRY-ONE-HOLD-EXIT
007620         UNTIL NOT WS-HOLDIN-OK.
007630     CLOSE HOLDIN.
007640 2000-LOAD-CARRIED-EXIT.
007650     EXIT.
007660*
007670 2050-CARRY-ONE-HOLD.
007680     ADD 1 TO WS-CARRY-READ.
007690     MOVE "C"                 TO WS-FIND-SOURCE.
007700     MOVE ANOMH-BRANCH-CODE   TO WS-FIND-BRANCH.
007710     MOVE ANOMH-CATEGORY      TO WS-FIND-CATEGORY.
007720     MOVE ANOMH-BUSINESS-DATE TO WS-FIND-DATE.
007730     PERFORM 2200-FIND-GROUP
007740         THRU 2200-FIND-GROUP-EXIT.
007750     IF WS-GRP-SUB > 0
007760         ADD 1 TO WS-GP-RECORDS (WS-GRP-SUB)
007770         MOVE ANOMH-FINDING   TO WS-GP-FINDING (WS-GRP-SUB)
007780         MOVE ANOMH-NET       TO WS-GP-NET (WS-GRP-SUB)
007790         MOVE ANOMH-AVERAGE   TO WS-GP-AVERAGE (WS-GRP-SUB)
007800         MOVE ANOMH-HELD-DATE TO WS-GP-HELD-DATE (WS-GRP-SUB)
007810         MOVE ANOMH-CYCLES    TO WS-GP-CYCLES (WS-GRP-SUB)
007820     END-IF.
007830     READ HOLDIN
007840         AT END SET WS-HOLDIN-EOF TO TRUE
007850     END-READ.
007860 2050-CARRY-ONE-HOLD-EXIT.
007870     EXIT.
007880*
007890 2100-GROUP-RESULTS.
007900     OPEN INPUT SCRNIN.
007910     READ SCRNIN
007920         AT END SET WS-SCRNIN-EOF TO TRUE
007930     END-READ.
007940     PERFORM 2150-GROUP-ONE-RESULT
007950         THRU 2150-GROUP-ONE-RESULT-EXIT
007960         UNTIL NOT WS-SCRNIN-OK.
007970     CLOSE SCRNIN.
007980 2100-GROUP-RESULTS-EXIT.
007990     EXIT.
008000*
008010 2150-GROUP-ONE-RESULT.
008020     ADD 1 TO WS-SCREEN-READ.
008030     MOVE "T"                TO WS-FIND-SOURCE.
008040     MOVE SCRN-BRANCH-CODE   TO WS-FIND-BRANCH.
008050     MOVE SCRN-CATEGORY      TO WS-FIND-CATEGORY.
008060     MOVE SCRN-BUSINESS-DATE TO WS-FIND-DATE.
008070     PERFORM 2200-FIND-GROUP
008080         THRU 2200-FIND-GROUP-EXIT.
008090     IF WS-GRP-SUB > 0
008100         ADD 1 TO WS-GP-RECORDS (WS-GRP-SUB)
008110         IF SCRN-RECON-STATUS = "MISMATCH"
008120             MOVE "Y" TO WS-GP-MISMATCH (WS-GRP-SUB)
008130         END-IF
008140     END-IF.
008150     READ SCRNIN
008160         AT END SET WS-SCRNIN-EOF TO TRUE
008170     END-READ.
008180 2150-GROUP-ONE-RESULT-EXIT.
008190     EXIT.
008200*
008210 2200-FIND-GROUP.
008220*
008230*    A COUNTER'S RESULTS FOR A DATE ARE MOSTLY TOGETHER ON
008240*    THE FILE, SO THE LAST ENTRY FOUND IS TRIED FIRST.
008250*
008260     MOVE 0 TO WS-GRP-SUB.
008270     IF WS-LAST-GRP-SUB > 0
008280         IF WS-GP-SOURCE (WS-LAST-GRP-SUB) = WS-FIND-SOURCE
008290             AND WS-GP-BRANCH (WS-LAST-GRP-SUB) = WS-FIND-BRANCH
008300             AND WS-GP-CATEGORY (WS-LAST-GRP-SUB)
008310                 = WS-FIND-CATEGORY
008320             AND WS-GP-DATE (WS-LAST-GRP-SUB) = WS-FIND-DATE
008330             MOVE WS-LAST-GRP-SUB TO WS-GRP-SUB
008340             GO TO 2200-FIND-GROUP-EXIT
008350         END-IF
008360     END-IF.
008370     SET WS-GP-IDX TO 1.
008380     SEARCH WS-GP-ENTRY
008390         AT END
008400             CONTINUE
008410         WHEN WS-GP-IDX > WS-GRP-COUNT
008420             CONTINUE
008430         WHEN WS-GP-SOURCE (WS-GP-IDX) = WS-FIND-SOURCE
008440             AND WS-GP-BRANCH (WS-GP-IDX) = WS-FIND-BRANCH
008450             AND WS-GP-CATEGORY (WS-GP-IDX) = WS-FIND-CATEGORY
008460             AND WS-GP-DATE (WS-GP-IDX) = WS-FIND-DATE
008470             SET WS-GRP-SUB TO WS-GP-IDX
008480     END-SEARCH.
008490     IF WS-GRP-SUB > 0
008500         MOVE WS-GRP-SUB TO WS-LAST-GRP-SUB
008510         GO TO 2200-FIND-GROUP-EXIT
008520     END-IF.
008530     IF WS-GRP-COUNT >= WS-MAX-GRPS
008540         DISPLAY "ANOMSCR: GROUP TABLE FULL - "
008550             WS-FIND-BRANCH " " WS-FIND-CATEGORY " "
008560             WS-FIND-DATE " NOT SCREENED"
008570         MOVE "Y" TO WS-CAPACITY-SW
008580         GO TO 2200-FIND-GROUP-EXIT
008590     END-IF.
008600     ADD 1 TO WS-GRP-COUNT.
008610     MOVE WS-GRP-COUNT     TO WS-GRP-SUB.
008620     MOVE WS-GRP-SUB       TO WS-LAST-GRP-SUB.
008630     MOVE WS-FIND-SOURCE   TO WS-GP-SOURCE (WS-GRP-SUB).
008640     MOVE WS-FIND-BRANCH   TO WS-GP-BRANCH (WS-GRP-SUB).
008650     MOVE WS-FIND-CATEGORY TO WS-GP-CATEGORY (WS-GRP-SUB).
008660     MOVE WS-FIND-DATE     TO WS-GP-DATE (WS-GRP-SUB).
008670     MOVE 0      TO WS-GP-RECORDS (WS-GRP-SUB).
008680     MOVE "N"    TO WS-GP-MISMATCH (WS-GRP-SUB).
008690     MOVE SPACE  TO WS-GP-RESULT (WS-GRP-SUB).
008700     MOVE SPACES TO WS-GP-FINDING (WS-GRP-SUB).
008710     MOVE 0      TO WS-GP-NET (WS-GRP-SUB).
008720     MOVE 0      TO WS-GP-AVERAGE (WS-GRP-SUB).
008730     MOVE 0      TO WS-GP-ROWS (WS-GRP-SUB).
008740     MOVE WS-RUN-DATE TO WS-GP-HELD-DATE (WS-GRP-SUB).
008750     MOVE 0      TO WS-GP-CYCLES (WS-GRP-SUB).
008760     MOVE SPACES TO WS-GP-OPERATOR (WS-GRP-SUB).
008770 2200-FIND-GROUP-EXIT.
008780     EXIT.
008790*
008800*-----------------------------------------------------------*
008810* DECIDE EACH COUNTER BUSINESS DATE: PUBLISH, HOLD, OR      *
008820* RELEASE A HOLD.                                           *
008830*-----------------------------------------------------------*
008840 2500-SCREEN-ONE-GROUP.
008850     IF WS-GP-SOURCE (WS-GRP-SUB) = "C"
008860         PERFORM 2800-DECIDE-CARRIED
008870             THRU 2800-DECIDE-CARRIED-EXIT
008880         GO TO 2500-SCREEN-ONE-GROUP-EXIT
008890     END-IF.
008900*
008910*    A MISMATCH ALREADY GOES TO SUSPENSE, AND A DATE NOT ON
008920*    THE LEDGER HAS NO NET MOVEMENT TO MEASURE.
008930*
008940     IF WS-GP-MISMATCH (WS-GRP-SUB) = "Y"
008950         OR NOT WS-LEDGER-OPEN
008960         ADD 1 TO WS-GRP-UNSCREENED
008970         GO TO 2500-SCREEN-ONE-GROUP-EXIT
008980     END-IF.
008990     MOVE WS-GP-BRANCH (WS-GRP-SUB)   TO LEDG-BRANCH-CODE.
009000     MOVE WS-GP-CATEGORY (WS-GRP-SUB) TO LEDG-CATEGORY.
009010     MOVE WS-GP-DATE (WS-GRP-SUB)     TO LEDG-BUSINESS-DATE.
009020     READ LEDGFILE
009030         INVALID KEY
009040             CONTINUE
009050     END-READ.
009060     IF NOT WS-LEDGFILE-OK
009070         ADD 1 TO WS-GRP-UNSCREENED
009080         GO TO 2500-SCREEN-ONE-GROUP-EXIT
009090     END-IF.
009100     MOVE LEDG-NET-INCREMENT TO WS-TODAY-NET.
009110*
009120     PERFORM 2550-GET-LIMITS
009130         THRU 2550-GET-LIMITS-EXIT.
009140     PERFORM 2600-READ-HISTORY
009150         THRU 2600-READ-HISTORY-EXIT.
009160*
009170*    TOO LITTLE HISTORY, OR TOO LITTLE VOLUME FOR A RATIO TO
009180*    MEAN ANYTHING, IS NOT SCREENED.
009190*
009200     IF WS-HIST-ROWS < WS-CU-MIN-ROWS
009210         ADD 1 TO WS-GRP-UNSCREENED
009220         GO TO 2500-SCREEN-ONE-GROUP-EXIT
009230     END-IF.
009240     COMPUTE WS-AVERAGE ROUNDED = WS-HIST-TOTAL / WS-HIST-ROWS.
009250     IF WS-AVERAGE < WS-CU-MIN-AVERAGE
009260         ADD 1 TO WS-GRP-UNSCREENED
009270         GO TO 2500-SCREEN-ONE-GROUP-EXIT
009280     END-IF.
009290     ADD 1 TO WS-GRP-SCREENED.
009300*
009310     COMPUTE WS-SPIKE-LIMIT = WS-AVERAGE
009320         * (100 + WS-CU-SPIKE-PCT) / 100.
009330     COMPUTE WS-COLLAPSE-LIMIT = WS-AVERAGE
009340         * (100 - WS-CU-COLLAPSE-PCT) / 100.
009350     IF WS-TODAY-NET > WS-SPIKE-LIMIT
009360         MOVE "SPIKE" TO WS-GP-FINDING (WS-GRP-SUB)
009370     END-IF.
009380     IF WS-TODAY-NET < WS-COLLAPSE-LIMIT
009390         MOVE "COLLAPSE" TO WS-GP-FINDING (WS-GRP-SUB)
009400     END-IF.
009410     IF WS-GP-FINDING (WS-GRP-SUB) = SPACES
009420         GO TO 2500-SCREEN-ONE-GROUP-EXIT
009430     END-IF.
009440*
009450     ADD 1 TO WS-GRP-FLAGGED.
009460     MOVE WS-TODAY-NET TO WS-GP-NET (WS-GRP-SUB).
009470     MOVE WS-AVERAGE   TO WS-GP-AVERAGE (WS-GRP-SUB).
009480     MOVE WS-HIST-ROWS TO WS-GP-ROWS (WS-GRP-SUB).
009490*
009500*    A CARD ALREADY NAMING THE DATE (A RERUN OF A REVIEWED
009510*    DAY) PUBLISHES IT NOW.
009520*
009530     PERFORM 2700-FIND-RELEASE
009540         THRU 2700-FIND-RELEASE-EXIT.
009550     IF WS-REL-SUB > 0
009560         MOVE "R" TO WS-GP-RESULT (WS-GRP-SUB)
009570         GO TO 2500-SCREEN-ONE-GROUP-EXIT
009580     END-IF.
009590     MOVE "H" TO WS-GP-RESULT (WS-GRP-SUB).
009600     ADD 1 TO WS-GRP-HELD.
009610     PERFORM 2900-RAISE-WARNING
009620         THRU 2900-RAISE-WARNING-EXIT.
009630 2500-SCREEN-ONE-GROUP-EXIT.
009640     EXIT.
009650*
009660 2550-GET-LIMITS.
009670*
009680*    THE CATEGORY'S OWN COUNTER TYPE, ELSE ITS BRANCH'S; A
009690*    TYPE WITH NO CARD TAKES THE DEFAULTS.
009700*
009710     MOVE SPACES TO WS-WORK-TYPE.
009720     SET WS-BC-IDX TO 1.
009730     SEARCH WS-BC-ENTRY
009740         AT END
009750             CONTINUE
009760         WHEN WS-BC-IDX > WS-BCAT-COUNT
009770             CONTINUE
009780         WHEN WS-BC-BRANCH (WS-BC-IDX) = WS-GP-BRANCH (WS-GRP-SUB)
009790             AND WS-BC-CATEGORY (WS-BC-IDX)
009800                 = WS-GP-CATEGORY (WS-GRP-SUB)
009810             MOVE WS-BC-TYPE (WS-BC-IDX) TO WS-WORK-TYPE
009820     END-SEARCH.
009830     IF WS-WORK-TYPE = SPACES
009840         SET WS-BR-IDX TO 1
009850         SEARCH WS-BR-ENTRY
009860             AT END
009870                 CONTINUE
009880             WHEN WS-BR-IDX > WS-BRAN-COUNT
009890                 CONTINUE
009900             WHEN WS-BR-CODE (WS-BR-IDX)
009910                 = WS-GP-BRANCH (WS-GRP-SUB)
009920                 MOVE WS-BR-TYPE (WS-BR-IDX) TO WS-WORK-TYPE
009930         END-SEARCH
009940     END-IF.
009950     MOVE WS-DEFAULT-LIMITS TO WS-CURRENT-LIMITS.
009960     IF WS-WORK-TYPE = SPACES
009970         GO TO 2550-GET-LIMITS-EXIT
009980     END-IF.
009990     PERFORM 2560-MATCH-ONE-TYPE
010000         THRU 2560-MATCH-ONE-TYPE-EXIT
010010         VARYING WS-TOL-SUB FROM 1 BY 1
010020         UNTIL WS-TOL-SUB > WS-TOL-COUNT.
010030 2550-GET-LIMITS-EXIT.
010040     EXIT.
010050*
010060 2560-MATCH-ONE-TYPE.
010070     IF WS-TL-TYPE (WS-TOL-SUB) = WS-WORK-TYPE
010080         MOVE WS-TL-LIMITS (WS-TOL-SUB) TO WS-CURRENT-LIMITS
010090         MOVE WS-TOL-COUNT TO WS-TOL-SUB
010100     END-IF.
010110 2560-MATCH-ONE-TYPE-EXIT.
010120     EXIT.
010130*
010140 2600-READ-HISTORY.
010150*
010160*    THE COUNTER'S OWN RECONCILED LEDGER ROWS FOR THE
010170*    TRAILING CALENDAR DAYS BEFORE THE DATE.  A MISMATCH DAY
010180*    NEVER REACHED THE COUNTER AND IS LEFT OUT.
010190*
010200     MOVE 0 TO WS-HIST-ROWS.
010210     MOVE 0 TO WS-HIST-TOTAL.
010220     MOVE WS-GP-DATE (WS-GRP-SUB) TO WS-WORK-DATE-N.
010230     PERFORM 2750-BACK-ONE-DAY
010240         THRU 2750-BACK-ONE-DAY-EXIT
010250         VARYING WS-DAY-SUB FROM 1 BY 1
010260         UNTIL WS-DAY-SUB > WS-CU-TRAIL-DAYS.
010270     MOVE WS-WORK-DATE-N TO WS-LOWER-DATE.
010280*
010290     MOVE WS-GP-BRANCH (WS-GRP-SUB)   TO LEDG-BRANCH-CODE.
010300     MOVE WS-GP-CATEGORY (WS-GRP-SUB) TO LEDG-CATEGORY.
010310     MOVE WS-LOWER-DATE               TO LEDG-BUSINESS-DATE.
010320     MOVE "N" TO WS-LEDGER-END-SW.
010330     START LEDGFILE KEY IS NOT LESS THAN LEDG-KEY
010340         INVALID KEY
010350             GO TO 2600-READ-HISTORY-EXIT
010360     END-START.
010370     PERFORM 2650-SUM-ONE-ROW
010380         THRU 2650-SUM-ONE-ROW-EXIT
010390         UNTIL WS-LEDGER-END.
010400 2600-READ-HISTORY-EXIT.
010410     EXIT.
010420*
010430 2650-SUM-ONE-ROW.
010440     READ LEDGFILE NEXT RECORD
010450         AT END
010460             MOVE "Y" TO WS-LEDGER-END-SW
010470             GO TO 2650-SUM-ONE-ROW-EXIT
010480     END-READ.
010490     IF LEDG-BRANCH-CODE NOT = WS-GP-BRANCH (WS-GRP-SUB)
010500         OR LEDG-CATEGORY NOT = WS-GP-CATEGORY (WS-GRP-SUB)
010510         OR LEDG-BUSINESS-DATE NOT < WS-GP-DATE (WS-GRP-SUB)
010520         MOVE "Y" TO WS-LEDGER-END-SW
010530         GO TO 2650-SUM-ONE-ROW-EXIT
010540     END-IF.
010550     IF LEDG-RECON-OK
010560         ADD 1 TO WS-HIST-ROWS
010570         ADD LEDG-NET-INCREMENT TO WS-HIST-TOTAL
010580     END-IF.
010590 2650-SUM-ONE-ROW-EXIT.
010600     EXIT.
010610*
010620 2700-FIND-RELEASE.
010630     MOVE 0 TO WS-REL-SUB.
010640     SET WS-RL-IDX TO 1.
010650     SEARCH WS-RL-ENTRY
010660         AT END
010670             CONTINUE
010680         WHEN WS-RL-IDX > WS-REL-COUNT
010690             CONTINUE
010700         WHEN WS-RL-BRANCH (WS-RL-IDX) = WS-GP-BRANCH (WS-GRP-SUB)
010710             AND WS-RL-CATEGORY (WS-RL-IDX)
010720                 = WS-GP-CATEGORY (WS-GRP-SUB)
010730             AND WS-RL-DATE (WS-RL-IDX) = WS-GP-DATE (WS-GRP-SUB)
010740             SET WS-REL-SUB TO WS-RL-IDX
010750     END-SEARCH.
010760     IF WS-REL-SUB > 0
010770         MOVE "Y" TO WS-RL-USED (WS-REL-SUB)
010780         MOVE WS-RL-OPERATOR (WS-REL-SUB)
010790             TO WS-GP-OPERATOR (WS-GRP-SUB)
010800     END-IF.
010810 2700-FIND-RELEASE-EXIT.
010820     EXIT.
010830*
010840 2750-BACK-ONE-DAY.
010850     IF WS-WORK-DD > 1
010860         SUBTRACT 1 FROM WS-WORK-DD
010870         GO TO 2750-BACK-ONE-DAY-EXIT
010880     END-IF.
010890     IF WS-WORK-MM > 1
010900         SUBTRACT 1 FROM WS-WORK-MM
010910     ELSE
010920         MOVE 12 TO WS-WORK-MM
010930         SUBTRACT 1 FROM WS-WORK-CCYY
010940     END-IF.
010950     MOVE WS-MONTH-DAYS (WS-WORK-MM) TO WS-WORK-DD.
010960     IF WS-WORK-MM NOT = 2
010970         GO TO 2750-BACK-ONE-DAY-EXIT
010980     END-IF.
010990     DIVIDE WS-WORK-CCYY BY 4
011000         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
011010     IF WS-LEAP-REM NOT = 0
011020         GO TO 2750-BACK-ONE-DAY-EXIT
011030     END-IF.
011040     DIVIDE WS-WORK-CCYY BY 100
011050         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
011060     IF WS-LEAP-REM = 0
011070         DIVIDE WS-WORK-CCYY BY 400
011080             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
011090         IF WS-LEAP-REM NOT = 0
011100             GO TO 2750-BACK-ONE-DAY-EXIT
011110         END-IF
011120     END-IF.
011130     MOVE 29 TO WS-WORK-DD.
011140 2750-BACK-ONE-DAY-EXIT.
011150     EXIT.
011160*
011170 2800-DECIDE-CARRIED.
011180*
011190*    A HOLD STAYS HELD UNTIL A CARD NAMES IT.  A DATE BACKED
011200*    OUT WHILE IT WAS HELD IS NO LONGER ON THE LEDGER AND IS
011210*    DROPPED RATHER THAN PUBLISHED.
011220*
011230     MOVE "H" TO WS-GP-RESULT (WS-GRP-SUB).
011240     PERFORM 2700-FIND-RELEASE
011250         THRU 2700-FIND-RELEASE-EXIT.
011260     IF WS-REL-SUB = 0
011270         OR NOT WS-LEDGER-OPEN
011280         GO TO 2800-DECIDE-CARRIED-EXIT
011290     END-IF.
011300     MOVE WS-GP-BRANCH (WS-GRP-SUB)   TO LEDG-BRANCH-CODE.
011310     MOVE WS-GP-CATEGORY (WS-GRP-SUB) TO LEDG-CATEGORY.
011320     MOVE WS-GP-DATE (WS-GRP-SUB)     TO LEDG-BUSINESS-DATE.
011330     READ LEDGFILE
011340         INVALID KEY
011350             CONTINUE
011360     END-READ.
011370     IF WS-LEDGFILE-OK
011380         MOVE "R" TO WS-GP-RESULT (WS-GRP-SUB)
011390     ELSE
011400         MOVE "B" TO WS-GP-RESULT (WS-GRP-SUB)
011410     END-IF.
011420 2800-DECIDE-CARRIED-EXIT.
011430     EXIT.
011440*
011450 2900-RAISE-WARNING.
011460     MOVE WS-GP-BRANCH (WS-GRP-SUB)   TO WS-CID-BRANCH.
011470     MOVE WS-GP-CATEGORY (WS-GRP-SUB) TO WS-CID-CATEGORY.
011480     MOVE WS-TODAY-NET TO WS-ALERT-NET.
011490     MOVE WS-AVERAGE   TO WS-ALERT-AVERAGE.
011500     DISPLAY "ANOMSCR: " WS-COUNTER-ID " "
011510         WS-GP-DATE (WS-GRP-SUB) " HELD - VOLUME "
011520         WS-GP-FINDING (WS-GRP-SUB).
011530*
011540     ACCEPT ALERT-DATE FROM DATE YYYYMMDD.
011550     ACCEPT ALERT-TIME FROM TIME.
011560     MOVE WS-COUNTER-ID TO ALERT-COUNTER-ID.
011570     MOVE "WARNING" TO ALERT-SEVERITY.
011580     MOVE SPACES TO ALERT-MESSAGE.
011590     STRING "VOLUME " DELIMITED BY SIZE
011600         WS-GP-FINDING (WS-GRP-SUB) DELIMITED BY SPACE
011610         " " DELIMITED BY SIZE
011620         WS-GP-DATE (WS-GRP-SUB) DELIMITED BY SIZE
011630         " NET" DELIMITED BY SIZE
011640         WS-ALERT-NET DELIMITED BY SIZE
011650         " AVG" DELIMITED BY SIZE
011660         WS-ALERT-AVERAGE DELIMITED BY SIZE
011670         " - HELD" DELIMITED BY SIZE
011680         INTO ALERT-MESSAGE
011690     END-STRING.
011700     SET ALERT-PENDING TO TRUE.
011710     MOVE 0 TO ALERT-DISP-DATE.
011720     MOVE 0 TO ALERT-DISP-TIME.
011730     MOVE 1 TO ALERT-PRIORITY.
011740     SET ALERT-UNACKED TO TRUE.
011750     MOVE 0 TO ALERT-ACK-DATE.
011760     MOVE 0 TO ALERT-ACK-TIME.
011770     MOVE SPACES TO ALERT-ACK-BY.
011780     MOVE 0 TO ALERT-UNACK-CYCLES.
011790     WRITE ALERT-RECORD.
011800 2900-RAISE-WARNING-EXIT.
011810     EXIT.
011820*
011830*-----------------------------------------------------------*
011840* THE DAY'S OUTFILE GENERATION -- TODAY'S RESULTS, HELD     *
011850* ONES MARKED "ANOMALY" FOR SUSPENSE, THEN THE RELEASED     *
011860* HOLDS AS THEY WERE.  EVERYTHING STILL HELD GOES TO THE    *
011870* NEW HOLD GENERATION.                                      *
011880*-----------------------------------------------------------*
011890 3000-PUBLISH.
011900     OPEN INPUT SCRNIN.
011910     READ SCRNIN
011920         AT END SET WS-SCRNIN-EOF TO TRUE
011930     END-READ.
011940     PERFORM 3100-PUBLISH-ONE-RESULT
011950         THRU 3100-PUBLISH-ONE-RESULT-EXIT
011960         UNTIL NOT WS-SCRNIN-OK.
011970     CLOSE SCRNIN.
011980*
011990     IF NOT WS-HOLDIN-OPEN
012000         GO TO 3000-PUBLISH-EXIT
012010     END-IF.
012020     OPEN INPUT HOLDIN.
012022*
012023*    IT OPENED IN 2000, SO FAILING NOW LOSES THE CARRIED HOLDS
012024*    FROM THE NEW ANOMHOLD GENERATION -- RERUN THE STEP.
012025*
012026     IF NOT WS-HOLDIN-OK
012027         DISPLAY "ANOMSCR: HOLDIN WILL NOT REOPEN, STATUS "
012028             WS-HOLDIN-STATUS " - RERUN REQUIRED"
012029         MOVE "Y" TO WS-HOLD-FAILED-SW
012030         GO TO 3000-PUBLISH-EXIT
012031     END-IF.
012032     READ HOLDIN
012040         AT END SET WS-HOLDIN-EOF TO TRUE
012050     END-READ.
012060     PERFORM 3200-PUBLISH-ONE-HOLD
012070         THRU 3200-PUBLISH-ONE-HOLD-EXIT
012080         UNTIL NOT WS-HOLDIN-OK.
012090     CLOSE HOLDIN.
012100 3000-PUBLISH-EXIT.
012110     EXIT.
012120*
012130 3100-PUBLISH-ONE-RESULT.
012140     MOVE SCRNIN-RECORD TO OUT-RECORD.
012150     MOVE "T"                TO WS-FIND-SOURCE.
012160     MOVE SCRN-BRANCH-CODE   TO WS-FIND-BRANCH.
012170     MOVE SCRN-CATEGORY      TO WS-FIND-CATEGORY.
012180     MOVE SCRN-BUSINESS-DATE TO WS-FIND-DATE.
012190     PERFORM 2200-FIND-GROUP
012200         THRU 2200-FIND-GROUP-EXIT.
012210     IF WS-GRP-SUB > 0
012220         IF WS-GP-RESULT (WS-GRP-SUB) = "H"
012230             MOVE SPACES TO HOLDOUT-RECORD
012240             MOVE SCRNIN-RECORD TO HO-RESULT
012250             MOVE WS-RUN-DATE TO HO-HELD-DATE
012260             MOVE WS-GP-FINDING (WS-GRP-SUB) TO HO-FINDING
012270             MOVE WS-GP-NET (WS-GRP-SUB)     TO HO-NET
012280             MOVE WS-GP-AVERAGE (WS-GRP-SUB) TO HO-AVERAGE
012290             MOVE 0 TO HO-CYCLES
012300             WRITE HOLDOUT-RECORD
012302             IF NOT WS-HOLDOUT-OK
012304                 PERFORM 3900-HOLD-WRITE-FAILED
012306                     THRU 3900-HOLD-WRITE-FAILED-EXIT
012308             END-IF
012310             MOVE "ANOMALY" TO OUT-RECON-STATUS
012320             ADD 1 TO WS-SCREEN-HELD
012330         END-IF
012340     END-IF.
012350     WRITE OUT-RECORD.
012360     ADD 1 TO WS-PUBLISH-COUNT.
012370     READ SCRNIN
012380         AT END SET WS-SCRNIN-EOF TO TRUE
012390     END-READ.
012400 3100-PUBLISH-ONE-RESULT-EXIT.
012410     EXIT.
012420*
012430 3200-PUBLISH-ONE-HOLD.
012440     MOVE "C"                 TO WS-FIND-SOURCE.
012450     MOVE ANOMH-BRANCH-CODE   TO WS-FIND-BRANCH.
012460     MOVE ANOMH-CATEGORY      TO WS-FIND-CATEGORY.
012470     MOVE ANOMH-BUSINESS-DATE TO WS-FIND-DATE.
012480     PERFORM 2200-FIND-GROUP
012490         THRU 2200-FIND-GROUP-EXIT.
012500     IF WS-GRP-SUB = 0
012510         GO TO 3200-PUBLISH-ONE-HOLD-CARRY
012520     END-IF.
012530     IF WS-GP-RESULT (WS-GRP-SUB) = "B"
012540         ADD 1 TO WS-BACKED-OUT
012550         GO TO 3200-PUBLISH-ONE-HOLD-READ
012560     END-IF.
012570     IF WS-GP-RESULT (WS-GRP-SUB) NOT = "R"
012580         GO TO 3200-PUBLISH-ONE-HOLD-CARRY
012590     END-IF.
012600     WRITE OUT-RECORD FROM ANOMH-RESULT.
012610     ADD 1 TO WS-RELEASED.
012620     ADD ANOMH-RESULT-VALUE TO WS-RELEASED-HASH
012630         ON SIZE ERROR
012640             CONTINUE
012650     END-ADD.
012660     GO TO 3200-PUBLISH-ONE-HOLD-READ.
012670*
012680 3200-PUBLISH-ONE-HOLD-CARRY.
012690     MOVE ANOMH-RECORD TO HOLDOUT-RECORD.
012700     IF HO-CYCLES < 999
012710         ADD 1 TO HO-CYCLES
012720     END-IF.
012730     WRITE HOLDOUT-RECORD.
012732     IF NOT WS-HOLDOUT-OK
012734         PERFORM 3900-HOLD-WRITE-FAILED
012736             THRU 3900-HOLD-WRITE-FAILED-EXIT
012738     END-IF.
012740     ADD 1 TO WS-CARRIED.
012750*
012760 3200-PUBLISH-ONE-HOLD-READ.
012770     READ HOLDIN
012780         AT END SET WS-HOLDIN-EOF TO TRUE
012790     END-READ.
012800 3200-PUBLISH-ONE-HOLD-EXIT.
012810     EXIT.
012820*
012821 3900-HOLD-WRITE-FAILED.
012822     IF NOT WS-HOLD-FAILED
012823         DISPLAY "ANOMSCR: HOLDOUT WRITE FAILED, STATUS "
012824             WS-HOLDOUT-STATUS " - RERUN REQUIRED"
012825         MOVE "Y" TO WS-HOLD-FAILED-SW
012826     END-IF.
012827 3900-HOLD-WRITE-FAILED-EXIT.
012828     EXIT.
012829*
012830*-----------------------------------------------------------*
012840* SCREEN CONTROLS FOR THE DAY-END BALANCER -- THE RELEASED  *
012850* RESULTS ARE PUBLISHED OVER AND ABOVE THE UPDATE'S OWN.    *
012860*-----------------------------------------------------------*
012870 5000-WRITE-RUN-CONTROLS.
012880     OPEN EXTEND RUNCTL.
012890     IF NOT WS-RUNCTL-OK
012900         OPEN OUTPUT RUNCTL
012910         CLOSE RUNCTL
012920         OPEN EXTEND RUNCTL
012930     END-IF.
012940     MOVE 0 TO RUNC-HASH.
012950     MOVE "SCREEN READ"     TO RUNC-COUNTER-NAME.
012960     MOVE WS-SCREEN-READ    TO RUNC-COUNT.
012970     PERFORM 5050-WRITE-ONE-CONTROL
012980         THRU 5050-WRITE-ONE-CONTROL-EXIT.
012990     MOVE "SCREEN HELD"     TO RUNC-COUNTER-NAME.
013000     MOVE WS-SCREEN-HELD    TO RUNC-COUNT.
013010     PERFORM 5050-WRITE-ONE-CONTROL
013020         THRU 5050-WRITE-ONE-CONTROL-EXIT.
013030     MOVE "HOLD CARRIED"    TO RUNC-COUNTER-NAME.
013040     MOVE WS-CARRIED        TO RUNC-COUNT.
013050     PERFORM 5050-WRITE-ONE-CONTROL
013060         THRU 5050-WRITE-ONE-CONTROL-EXIT.
013070     MOVE "RELEASED"        TO RUNC-COUNTER-NAME.
013080     MOVE WS-RELEASED       TO RUNC-COUNT.
013090     PERFORM 5050-WRITE-ONE-CONTROL
013100         THRU 5050-WRITE-ONE-CONTROL-EXIT.
013110     MOVE "RELEASED HASH"   TO RUNC-COUNTER-NAME.
013120     MOVE 0                 TO RUNC-COUNT.
013130     MOVE WS-RELEASED-HASH  TO RUNC-HASH.
013140     PERFORM 5050-WRITE-ONE-CONTROL
013150         THRU 5050-WRITE-ONE-CONTROL-EXIT.
013160     CLOSE RUNCTL.
013170 5000-WRITE-RUN-CONTROLS-EXIT.
013180     EXIT.
013190*
013200 5050-WRITE-ONE-CONTROL.
013210     MOVE WS-RUN-DATE TO RUNC-RUN-DATE.
013220     MOVE "ANOMSCR " TO RUNC-PROGRAM.
013230     WRITE RUNC-RECORD.
013240     MOVE 0 TO RUNC-HASH.
013250 5050-WRITE-ONE-CONTROL-EXIT.
013260     EXIT.
013270*
013280*-----------------------------------------------------------*
013290* ANOMALY REPORT -- ONE LINE PER FLAGGED OR CARRIED DATE.   *
013300*-----------------------------------------------------------*
013310 6000-PRINT-REPORT.
013320     MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
013330     WRITE ANOM-LINE FROM WS-HDR-LINE-1.
013340     WRITE ANOM-LINE FROM WS-HDR-LINE-2.
013350     PERFORM 6100-PRINT-ONE-GROUP
013360         THRU 6100-PRINT-ONE-GROUP-EXIT
013370         VARYING WS-GRP-SUB FROM 1 BY 1
013380         UNTIL WS-GRP-SUB > WS-GRP-COUNT.
013390     PERFORM 6200-PRINT-ONE-CARD
013400         THRU 6200-PRINT-ONE-CARD-EXIT
013410         VARYING WS-REL-SUB FROM 1 BY 1
013420         UNTIL WS-REL-SUB > WS-REL-COUNT.
013430     MOVE WS-SCREEN-READ    TO WS-TOT-READ.
013440     MOVE WS-GRP-SCREENED   TO WS-TOT-SCREENED.
013450     MOVE WS-GRP-UNSCREENED TO WS-TOT-UNSCREENED.
013460     MOVE WS-GRP-FLAGGED    TO WS-TOT-FLAGGED.
013470     WRITE ANOM-LINE FROM WS-TOT-LINE-1.
013480     MOVE WS-SCREEN-HELD    TO WS-TOT-HELD.
013490     MOVE WS-RELEASED       TO WS-TOT-RELEASED.
013500     MOVE WS-CARRIED        TO WS-TOT-CARRIED.
013510     MOVE WS-BACKED-OUT     TO WS-TOT-BACKED-OUT.
013520     WRITE ANOM-LINE FROM WS-TOT-LINE-2.
013530 6000-PRINT-REPORT-EXIT.
013540     EXIT.
013550*
013560 6100-PRINT-ONE-GROUP.
013570     IF WS-GP-FINDING (WS-GRP-SUB) = SPACES
013580         GO TO 6100-PRINT-ONE-GROUP-EXIT
013590     END-IF.
013600     MOVE WS-GP-BRANCH (WS-GRP-SUB)   TO WS-DTL-BRANCH.
013610     MOVE WS-GP-CATEGORY (WS-GRP-SUB) TO WS-DTL-CATEGORY.
013620     MOVE WS-GP-DATE (WS-GRP-SUB)     TO WS-DTL-DATE.
013630     MOVE WS-GP-FINDING (WS-GRP-SUB)  TO WS-DTL-FINDING.
013640     MOVE WS-GP-NET (WS-GRP-SUB)      TO WS-DTL-NET.
013650     MOVE WS-GP-AVERAGE (WS-GRP-SUB)  TO WS-DTL-AVERAGE.
013660     MOVE WS-GP-ROWS (WS-GRP-SUB)     TO WS-DTL-ROWS.
013670     MOVE WS-GP-OPERATOR (WS-GRP-SUB) TO WS-DTL-OPERATOR.
013680     MOVE SPACES TO WS-DTL-RESULT.
013690     IF WS-GP-RESULT (WS-GRP-SUB) = "H"
013700         IF WS-GP-SOURCE (WS-GRP-SUB) = "C"
013710             MOVE "STILL HELD" TO WS-DTL-RESULT
013720         ELSE
013730             MOVE "HELD" TO WS-DTL-RESULT
013740         END-IF
013750     END-IF.
013760     IF WS-GP-RESULT (WS-GRP-SUB) = "R"
013770         MOVE "RELEASED" TO WS-DTL-RESULT
013780     END-IF.
013790     IF WS-GP-RESULT (WS-GRP-SUB) = "B"
013800         MOVE "BACKED OUT" TO WS-DTL-RESULT
013810     END-IF.
013820     WRITE ANOM-LINE FROM WS-DTL-LINE.
013830 6100-PRINT-ONE-GROUP-EXIT.
013840     EXIT.
013850*
013860 6200-PRINT-ONE-CARD.
013870     IF WS-RL-USED (WS-REL-SUB) = "Y"
013880         GO TO 6200-PRINT-ONE-CARD-EXIT
013890     END-IF.
013900     MOVE WS-RL-BRANCH (WS-REL-SUB)   TO WS-CRD-BRANCH.
013910     MOVE WS-RL-CATEGORY (WS-REL-SUB) TO WS-CRD-CATEGORY.
013920     MOVE WS-RL-DATE (WS-REL-SUB)     TO WS-CRD-DATE.
013930     MOVE WS-RL-OPERATOR (WS-REL-SUB) TO WS-CRD-OPERATOR.
013940     WRITE ANOM-LINE FROM WS-CARD-LINE.
013950 6200-PRINT-ONE-CARD-EXIT.
013960     EXIT.
013970*
013980 9000-TERMINATE.
013990     IF WS-LEDGER-OPEN
014000         CLOSE LEDGFILE
014010     END-IF.
014020     CLOSE OUTFILE.
014030     CLOSE HOLDOUT.
014040     CLOSE ALERTFILE.
014050     CLOSE ANOMRPT.
014060     DISPLAY "ANOMSCR: " WS-SCREEN-READ " RESULTS READ, "
014070         WS-GRP-HELD " DATES HELD, " WS-RELEASED
014080         " HELD RESULTS RELEASED".
014090 9000-TERMINATE-EXIT.
014100     EXIT.
014110*
014120 9900-LOG-STEP-TIME.
014130     OPEN EXTEND STEPLOG.
014140     IF NOT WS-STEPLOG-OK
014150         OPEN OUTPUT STEPLOG
014160         CLOSE STEPLOG
014170         OPEN EXTEND STEPLOG
014180     END-IF.
014190     IF NOT WS-STEPLOG-OK
014200         DISPLAY "ANOMSCR: STEPLOG NOT AVAILABLE, STATUS "
014210             WS-STEPLOG-STATUS
014220         GO TO 9900-LOG-STEP-TIME-EXIT
014230     END-IF.
014240     MOVE SPACES             TO STEP-RECORD.
014250     MOVE ZERO               TO STEP-CHAIN-DATE.
014260     MOVE "ANOMSCR"          TO STEP-PROGRAM.
014270     MOVE WS-STEP-START-DATE TO STEP-START-DATE.
014280     MOVE WS-STEP-START-TIME TO STEP-START-TIME.
014290     ACCEPT STEP-END-DATE FROM DATE YYYYMMDD.
014300     ACCEPT STEP-END-TIME FROM TIME.
014310     MOVE WS-PUBLISH-COUNT   TO STEP-RECORDS.
014320     MOVE RETURN-CODE        TO STEP-RETURN-CODE.
014330     WRITE STEP-RECORD.
014340     CLOSE STEPLOG.
014350 9900-LOG-STEP-TIME-EXIT.
014360     EXIT.
