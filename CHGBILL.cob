000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CHGBILL.
000030 AUTHOR.         J W MERCER.
000040 INSTALLATION.   DAILY PROCESSING - BRANCH ACCOUNTING.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.  10/15/26.
000070*-----------------------------------------------------------*
000080* MOD-LOG                                                   *
000090* DATE       INIT  DESCRIPTION                              *
000100* 10/15/26   JWM   ORIGINAL VERSION.  MONTHLY CHARGEBACK    *
000110*                  BILLING OF BRANCH PROCESSING ACTIVITY BY *
000120*                  CATEGORY FROM THE PUBLISHED COUNTER      *
000130*                  RESULTS.  THE BILLPARM CARD NAMES THE    *
000140*                  BILLING MONTH (YYYYMM, COLUMNS 1-6).     *
000150*                  OUTIN CARRIES THE OUTFILE GENERATIONS;   *
000160*                  EVERY COUNTER BUSINESS DATE OF THE MONTH *
000170*                  ON THEM IS PROVED AGAINST ITS DAILY      *
000180*                  LEDGER ROW (LEDGFILE) BEFORE IT IS       *
000190*                  BILLED -- A DATE NO LONGER ON THE LEDGER *
000200*                  WAS BACKED OUT, AND A SECOND POSTING OF A*
000210*                  DATE ALREADY BILLED IS NEVER BILLED      *
000220*                  TWICE.  EACH COUNT IS ONE UNIT CHARGED;  *
000230*                  REVERSALS AND DOWNWARD ADJUSTMENTS ARE   *
000240*                  CREDITED BY THE UNITS THEY TOOK OFF THE  *
000250*                  COUNTER, AN UPWARD ADJUSTMENT CHARGED BY *
000260*                  THE UNITS IT ADDED.  UNITS ARE PRICED AT *
000270*                  THE RATEFILE RATE (SEE RATEREC) IN FORCE *
000280*                  ON THE BUSINESS DATE.  THE INVOICE REPORT*
000290*                  (BILLRPT) HAS ONE SECTION PER ROUTEFILE  *
000300*                  REGION WITH BRANCH SUBTOTALS; THE GENERAL*
000310*                  LEDGER INTERFACE (BILLGL, SEE GLIFREC)   *
000320*                  CARRIES HEADER AND TRAILER CONTROL       *
000330*                  TOTALS.  A DATE STILL WITHHELD ON A      *
000340*                  RECONCILIATION MISMATCH, ONE WHOSE       *
000350*                  RESULTS DO NOT AGREE WITH THE LEDGER, OR *
000360*                  ONE WITH NO RATE IN FORCE IS LISTED AS   *
000370*                  UNBILLED AND CARRIED ON BILLHOLD (SEE    *
000380*                  UNBLREC) FOR THE NEXT CYCLE, WHICH BILLS *
000390*                  IT ONCE IT HAS CLEARED.  RC 4 WHEN       *
000400*                  ANYTHING IS LEFT UNBILLED, RC 8 WHEN THE *
000410*                  PARM CARD IS MISSING OR BAD OR AN INPUT  *
000420*                  IS NOT AVAILABLE, RC 12 WHEN A TABLE     *
000430*                  FILLS.                                   *
000440* 10/15/26   JWM   A RESULT HELD BY THE VOLUME SCREEN       *
000450*                  (RECON STATUS "ANOMALY", SEE ANOMSCR) IS *
000460*                  LEFT UNBILLED AS A VOLUME ANOMALY AND    *
000470*                  BILLED ONCE RELEASED.                    *
000480* 10/15/26   JWM   EVERY OUTPUT OPEN AND WRITE IS CHECKED.  *
000490*                  RC 8 WHEN BILLRPT OR BILLGL FAILS, RC 16 *
000500*                  WHEN THE BILLHOLD CARRY FAILS (THE JOB   *
000510*                  THEN SCRATCHES THE NEW GENERATIONS).     *
000520*-----------------------------------------------------------*
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.   IBM-370.
000560 OBJECT-COMPUTER.   IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT BILLPARM ASSIGN TO BILLPARM
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-BILLPARM-STATUS.
000620*
000630     SELECT RATEFILE ASSIGN TO RATEFILE
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-RATEFILE-STATUS.
000660*
000670     SELECT ROUTEFILE ASSIGN TO ROUTEFILE
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-ROUTEFILE-STATUS.
000700*
000710     SELECT HOLDIN ASSIGN TO HOLDIN
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-HOLDIN-STATUS.
000740*
000750     SELECT OUTIN ASSIGN TO OUTIN
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-OUTIN-STATUS.
000780*
000790     SELECT LEDGFILE ASSIGN TO LEDGFILE
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS LEDG-KEY
000830         FILE STATUS IS WS-LEDGFILE-STATUS.
000840*
000850     SELECT BILLRPT ASSIGN TO BILLRPT
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-BILLRPT-STATUS.
000880*
000890     SELECT BILLGL ASSIGN TO BILLGL
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-BILLGL-STATUS.
000920*
000930     SELECT HOLDOUT ASSIGN TO HOLDOUT
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-HOLDOUT-STATUS.
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  BILLPARM
000990     LABEL RECORDS ARE STANDARD.
001000 01  BILLPARM-RECORD.
001010     05  BILL-MONTH              PIC 9(06).
001020     05  FILLER                  PIC X(74).
001030*
001040 FD  RATEFILE
001050     LABEL RECORDS ARE STANDARD.
001060 COPY RATEREC.
001070*
001080 FD  ROUTEFILE
001090     LABEL RECORDS ARE STANDARD.
001100 COPY ROUTEREC.
001110*
001120 FD  HOLDIN
001130     LABEL RECORDS ARE STANDARD.
001140 COPY UNBLREC.
001150*
001160 FD  OUTIN
001170     LABEL RECORDS ARE STANDARD.
001180 COPY OUTREC.
001190*
001200 FD  LEDGFILE
001210     LABEL RECORDS ARE STANDARD.
001220 COPY LEDGREC.
001230*
001240 FD  BILLRPT
001250     LABEL RECORDS ARE STANDARD.
001260 01  BILL-LINE                   PIC X(80).
001270*
001280 FD  BILLGL
001290     LABEL RECORDS ARE STANDARD.
001300 COPY GLIFREC.
001310*
001320 FD  HOLDOUT
001330     LABEL RECORDS ARE STANDARD.
001340 01  HOLDOUT-RECORD.
001350     05  HO-BRANCH-CODE          PIC X(08).
001360     05  HO-CATEGORY             PIC X(04).
001370     05  HO-BUSINESS-DATE        PIC 9(08).
001380     05  HO-FIRST-MONTH          PIC 9(06).
001390     05  HO-REASON               PIC X(01).
001400     05  HO-CHARGE-UNITS         PIC 9(09).
001410     05  HO-CREDIT-UNITS         PIC 9(09).
001420     05  HO-CYCLES               PIC 9(03).
001430     05  FILLER                  PIC X(32).
001440 WORKING-STORAGE SECTION.
001450 77  WS-RATE-COUNT           PIC 9(05) VALUE 0 COMP.
001460 77  WS-MAX-RATES            PIC 9(05) VALUE 1000 COMP.
001470 77  WS-ROUTE-COUNT          PIC 9(05) VALUE 0 COMP.
001480 77  WS-MAX-ROUTES           PIC 9(05) VALUE 5000 COMP.
001490 77  WS-REGION-COUNT         PIC 9(03) VALUE 0 COMP.
001500 77  WS-MAX-REGIONS          PIC 9(03) VALUE 100 COMP.
001510 77  WS-CNTR-COUNT           PIC 9(05) VALUE 0 COMP.
001520 77  WS-MAX-CNTRS            PIC 9(05) VALUE 20000 COMP.
001530 77  WS-HOLD-COUNT           PIC 9(05) VALUE 0 COMP.
001540 77  WS-MAX-HOLDS            PIC 9(05) VALUE 5000 COMP.
001550 77  WS-PEND-COUNT           PIC 9(05) VALUE 0 COMP.
001560 77  WS-MAX-PENDS            PIC 9(05) VALUE 5000 COMP.
001570 77  WS-RATE-SUB             PIC 9(05) VALUE 0 COMP.
001580 77  WS-ROUTE-SUB            PIC 9(05) VALUE 0 COMP.
001590 77  WS-REGION-SUB           PIC 9(03) VALUE 0 COMP.
001600 77  WS-CNTR-SUB             PIC 9(05) VALUE 0 COMP.
001610 77  WS-SCAN-SUB             PIC 9(05) VALUE 0 COMP.
001620 77  WS-HOLD-SUB             PIC 9(05) VALUE 0 COMP.
001630 77  WS-PEND-SUB             PIC 9(05) VALUE 0 COMP.
001640 77  WS-DAY-SUB              PIC 9(02) VALUE 0 COMP.
001650 77  WS-STATE-CNTR           PIC 9(05) VALUE 0 COMP.
001660 77  WS-STATE-HOLD           PIC 9(05) VALUE 0 COMP.
001670 77  WS-STATE-DATE           PIC 9(08) VALUE 0.
001680 77  WS-KEY-STATE            PIC X(01) VALUE SPACE.
001690     88  WS-KEY-UNSEEN            VALUE SPACE.
001700     88  WS-KEY-BILLED            VALUE "B".
001710     88  WS-KEY-UNBILLED          VALUE "U".
001720     88  WS-KEY-BACKED-OUT        VALUE "X".
001730 77  WS-HOLD-REASON          PIC X(01) VALUE SPACE.
001740 77  WS-FOUND-SW             PIC X(01) VALUE "N".
001750 77  WS-RATE-FOUND-SW        PIC X(01) VALUE "N".
001760 77  WS-RATE-EFF-DATE        PIC 9(08) VALUE 0.
001770 77  WS-RATE-PRICE           PIC 9(03)V9(04) VALUE 0.
001780 77  WS-REGION-WORK          PIC X(08) VALUE SPACES.
001790 77  WS-UNROUTED-NAME        PIC X(08) VALUE "UNROUTED".
001800 77  WS-CURRENT-BRANCH       PIC X(08) VALUE SPACES.
001810 77  WS-REGION-PRINTED-SW    PIC X(01) VALUE "N".
001820 77  WS-UNBILLED-HDR-SW      PIC X(01) VALUE "N".
001830 77  WS-BILL-MONTH           PIC 9(06) VALUE 0.
001840 77  WS-BILL-YEAR            PIC 9(04) VALUE 0.
001850 77  WS-BILL-MM              PIC 9(02) VALUE 0.
001860 77  WS-MONTH-START          PIC 9(08) VALUE 0.
001870 77  WS-MONTH-END            PIC 9(08) VALUE 0.
001880 77  WS-RUN-DATE             PIC 9(08) VALUE 0.
001890 77  WS-DELTA                PIC S9(11) COMP-3 VALUE 0.
001900 77  WS-INST-NET             PIC S9(11) COMP-3 VALUE 0.
001910 77  WS-AMOUNT-WORK          PIC S9(11)V99 COMP-3 VALUE 0.
001920 77  WS-NET-WORK             PIC S9(13)V99 COMP-3 VALUE 0.
001930 77  WS-RESULT-COUNT         PIC 9(09) VALUE 0 COMP.
001940 77  WS-OUTSIDE-COUNT        PIC 9(09) VALUE 0 COMP.
001950 77  WS-BILLED-COUNT         PIC 9(09) VALUE 0 COMP.
001960 77  WS-CLEARED-COUNT        PIC 9(05) VALUE 0 COMP.
001970 77  WS-SUPERSEDED-COUNT     PIC 9(09) VALUE 0 COMP.
001980 77  WS-BACKOUT-COUNT        PIC 9(09) VALUE 0 COMP.
001990 77  WS-UNBILLED-COUNT       PIC 9(05) VALUE 0 COMP.
002000 77  WS-DROPPED-COUNT        PIC 9(05) VALUE 0 COMP.
002010 77  WS-GL-COUNT             PIC 9(09) VALUE 0 COMP.
002020 77  WS-GL-CHARGES           PIC S9(13)V99 COMP-3 VALUE 0.
002030 77  WS-GL-CREDITS           PIC S9(13)V99 COMP-3 VALUE 0.
002040 77  WS-GL-UNIT-HASH         PIC S9(15) COMP-3 VALUE 0.
002050 77  WS-BADPARM-RETURN-CODE  PIC 9(03) VALUE 8 COMP.
002060 77  WS-REVIEW-RETURN-CODE   PIC 9(03) VALUE 4 COMP.
002070 77  WS-CAPACITY-SW          PIC X(01) VALUE "N".
002080     88  WS-CAPACITY-EXCEEDED     VALUE "Y".
002090 77  WS-CAPACITY-RETURN-CODE PIC 9(03) VALUE 12 COMP.
002100 77  WS-SEVERE-RETURN-CODE   PIC 9(03) VALUE 16 COMP.
002110 77  WS-OUTPUT-FAILED-SW     PIC X(01) VALUE "N".
002120     88  WS-OUTPUT-FAILED         VALUE "Y".
002130 77  WS-HOLD-FAILED-SW       PIC X(01) VALUE "N".
002140     88  WS-HOLD-FAILED           VALUE "Y".
002150 77  WS-RUN-OK-SW            PIC X(01) VALUE "N".
002160     88  WS-RUN-OK                VALUE "Y".
002170*
002180 01  WS-RATE-TABLE.
002190     05  WS-RA-ENTRY OCCURS 1000 TIMES.
002200         10  WS-RA-CATEGORY       PIC X(04).
002210         10  WS-RA-EFF-DATE       PIC 9(08).
002220         10  WS-RA-PRICE          PIC 9(03)V9(04).
002230*
002240 01  WS-ROUTE-TABLE.
002250     05  WS-RT-ENTRY OCCURS 5000 TIMES
002260                     INDEXED BY WS-RT-IDX.
002270         10  WS-RT-BRANCH         PIC X(08).
002280         10  WS-RT-REGION-SUB     PIC 9(03) COMP.
002290*
002300 01  WS-REGION-TABLE.
002310     05  WS-RG-ENTRY OCCURS 100 TIMES.
002320         10  WS-RG-NAME           PIC X(08).
002330*
002340*    ONE ENTRY PER COUNTER SEEN ON OUTIN.  THE INSTANCE FIELDS
002350*    GATHER ONE RUN OF A BUSINESS DATE'S RESULTS UNTIL THE
002360*    COUNTER MOVES TO ANOTHER DATE; THE DAY MAP HOLDS EACH
002370*    DATE OF THE BILLING MONTH AS UNSEEN (SPACE), BILLED (B),
002380*    UNBILLED (U) OR BACKED OUT (X).
002390*
002400 01  WS-CNTR-TABLE.
002410     05  WS-CN-ENTRY OCCURS 20000 TIMES
002420                     INDEXED BY WS-CN-IDX.
002430         10  WS-CN-BRANCH         PIC X(08).
002440         10  WS-CN-CATEGORY       PIC X(04).
002450         10  WS-CN-REGION-SUB     PIC 9(03) COMP.
002460         10  WS-CN-OPEN-SW        PIC X(01).
002470         10  WS-CN-DATE           PIC 9(08).
002480         10  WS-CN-HOLD-SUB       PIC 9(05) COMP.
002490         10  WS-CN-LAST-VALUE     PIC S9(11) COMP-3.
002500         10  WS-CN-INST-CHG       PIC S9(11) COMP-3.
002510         10  WS-CN-INST-CR        PIC S9(11) COMP-3.
002520         10  WS-CN-INST-MISM      PIC X(01).
002530         10  WS-CN-LEDG-SW        PIC X(01).
002540         10  WS-CN-LEDG-NET       PIC S9(11) COMP-3.
002550         10  WS-CN-LEDG-END       PIC S9(11) COMP-3.
002560         10  WS-CN-LEDG-MISM      PIC X(01).
002570         10  WS-CN-CHG-UNITS      PIC S9(11) COMP-3.
002580         10  WS-CN-CR-UNITS       PIC S9(11) COMP-3.
002590         10  WS-CN-CHG-AMT        PIC S9(11)V99 COMP-3.
002600         10  WS-CN-CR-AMT         PIC S9(11)V99 COMP-3.
002610         10  WS-CN-PRINTED        PIC X(01).
002620         10  WS-CN-DAY-MAP.
002630             15  WS-CN-DAY        PIC X(01) OCCURS 31 TIMES.
002640*
002650 01  WS-HOLD-TABLE.
002660     05  WS-HD-ENTRY OCCURS 5000 TIMES
002670                     INDEXED BY WS-HD-IDX.
002680         10  WS-HD-BRANCH         PIC X(08).
002690         10  WS-HD-CATEGORY       PIC X(04).
002700         10  WS-HD-DATE           PIC 9(08).
002710         10  WS-HD-FIRST-MONTH    PIC 9(06).
002720         10  WS-HD-REASON         PIC X(01).
002730         10  WS-HD-CHG            PIC 9(09).
002740         10  WS-HD-CR             PIC 9(09).
002750         10  WS-HD-CYCLES         PIC 9(03).
002760         10  WS-HD-STATE          PIC X(01).
002770*
002780 01  WS-PEND-TABLE.
002790     05  WS-PD-ENTRY OCCURS 5000 TIMES.
002800         10  WS-PD-CNTR-SUB       PIC 9(05) COMP.
002810         10  WS-PD-HOLD-SUB       PIC 9(05) COMP.
002820         10  WS-PD-DATE           PIC 9(08).
002830         10  WS-PD-REASON         PIC X(01).
002840         10  WS-PD-CHG            PIC S9(11) COMP-3.
002850         10  WS-PD-CR             PIC S9(11) COMP-3.
002860*
002870 01  WS-TOTALS.
002880     05  WS-BT-CHG-UNITS     PIC S9(13) COMP-3 VALUE 0.
002890     05  WS-BT-CR-UNITS      PIC S9(13) COMP-3 VALUE 0.
002900     05  WS-BT-CHG-AMT       PIC S9(13)V99 COMP-3 VALUE 0.
002910     05  WS-BT-CR-AMT        PIC S9(13)V99 COMP-3 VALUE 0.
002920     05  WS-RGT-CHG-UNITS    PIC S9(13) COMP-3 VALUE 0.
002930     05  WS-RGT-CR-UNITS     PIC S9(13) COMP-3 VALUE 0.
002940     05  WS-RGT-CHG-AMT      PIC S9(13)V99 COMP-3 VALUE 0.
002950     05  WS-RGT-CR-AMT       PIC S9(13)V99 COMP-3 VALUE 0.
002960     05  WS-GT-CHG-UNITS     PIC S9(13) COMP-3 VALUE 0.
002970     05  WS-GT-CR-UNITS      PIC S9(13) COMP-3 VALUE 0.
002980     05  WS-GT-CHG-AMT       PIC S9(13)V99 COMP-3 VALUE 0.
002990     05  WS-GT-CR-AMT        PIC S9(13)V99 COMP-3 VALUE 0.
003000*
003010 01  WS-FLAGS.
003020     05  WS-BILLPARM-STATUS  PIC X(02) VALUE SPACES.
003030         88  WS-BILLPARM-OK           VALUE "00".
003040     05  WS-RATEFILE-STATUS  PIC X(02) VALUE SPACES.
003050         88  WS-RATEFILE-OK           VALUE "00".
003060         88  WS-RATEFILE-EOF          VALUE "10".
003070     05  WS-ROUTEFILE-STATUS PIC X(02) VALUE SPACES.
003080         88  WS-ROUTEFILE-OK          VALUE "00".
003090         88  WS-ROUTEFILE-EOF         VALUE "10".
003100     05  WS-HOLDIN-STATUS    PIC X(02) VALUE SPACES.
003110         88  WS-HOLDIN-OK             VALUE "00".
003120         88  WS-HOLDIN-EOF            VALUE "10".
003130     05  WS-OUTIN-STATUS     PIC X(02) VALUE SPACES.
003140         88  WS-OUTIN-OK              VALUE "00".
003150         88  WS-OUTIN-EOF             VALUE "10".
003160     05  WS-LEDGFILE-STATUS  PIC X(02) VALUE SPACES.
003170         88  WS-LEDGFILE-OK           VALUE "00".
003180     05  WS-BILLRPT-STATUS   PIC X(02) VALUE SPACES.
003190         88  WS-BILLRPT-OK            VALUE "00".
003200     05  WS-BILLGL-STATUS    PIC X(02) VALUE SPACES.
003210         88  WS-BILLGL-OK             VALUE "00".
003220     05  WS-HOLDOUT-STATUS   PIC X(02) VALUE SPACES.
003230         88  WS-HOLDOUT-OK            VALUE "00".
003240*
003250 01  WS-REPORT-LINES.
003260     05  WS-HDR-LINE-1.
003270         10  FILLER              PIC X(37)
003280             VALUE "COUNTER ACTIVITY CHARGEBACK INVOICES".
003290         10  FILLER              PIC X(09) VALUE "  MONTH ".
003300         10  WS-HDR-MONTH        PIC 9(06).
003310         10  FILLER              PIC X(11) VALUE "  RUN DATE ".
003320         10  WS-HDR-RUN-DATE     PIC 9(08).
003330         10  FILLER              PIC X(09) VALUE SPACES.
003340     05  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
003350     05  WS-REGION-HDR.
003360         10  FILLER              PIC X(07) VALUE "REGION ".
003370         10  WS-RH-NAME          PIC X(08).
003380         10  FILLER              PIC X(65) VALUE SPACES.
003390     05  WS-COL-HDR.
003400         10  FILLER              PIC X(15) VALUE "BRANCH    CAT".
003410         10  FILLER              PIC X(10) VALUE " CHG UNITS".
003420         10  FILLER              PIC X(01) VALUE SPACES.
003430         10  FILLER              PIC X(10) VALUE "  CR UNITS".
003440         10  FILLER              PIC X(01) VALUE SPACES.
003450         10  FILLER              PIC X(12) VALUE "     CHARGES".
003460         10  FILLER              PIC X(01) VALUE SPACES.
003470         10  FILLER              PIC X(12) VALUE "     CREDITS".
003480         10  FILLER              PIC X(01) VALUE SPACES.
003490         10  FILLER              PIC X(13) VALUE "  NET AMOUNT ".
003500         10  FILLER              PIC X(04) VALUE SPACES.
003510     05  WS-INV-LINE.
003520         10  WS-IL-BRANCH        PIC X(08).
003530         10  FILLER              PIC X(02) VALUE SPACES.
003540         10  WS-IL-CATEGORY      PIC X(04).
003550         10  FILLER              PIC X(01) VALUE SPACES.
003560         10  WS-IL-CHG-UNITS     PIC Z(9)9.
003570         10  FILLER              PIC X(01) VALUE SPACES.
003580         10  WS-IL-CR-UNITS      PIC Z(9)9.
003590         10  FILLER              PIC X(01) VALUE SPACES.
003600         10  WS-IL-CHG-AMT       PIC Z(8)9.99.
003610         10  FILLER              PIC X(01) VALUE SPACES.
003620         10  WS-IL-CR-AMT        PIC Z(8)9.99.
003630         10  FILLER              PIC X(01) VALUE SPACES.
003640         10  WS-IL-NET-AMT       PIC Z(8)9.99-.
003650         10  FILLER              PIC X(04) VALUE SPACES.
003660     05  WS-TOT-LINE.
003670         10  WS-TL-LABEL         PIC X(15).
003680         10  WS-TL-CHG-UNITS     PIC Z(9)9.
003690         10  FILLER              PIC X(01) VALUE SPACES.
003700         10  WS-TL-CR-UNITS      PIC Z(9)9.
003710         10  FILLER              PIC X(01) VALUE SPACES.
003720         10  WS-TL-CHG-AMT       PIC Z(8)9.99.
003730         10  FILLER              PIC X(01) VALUE SPACES.
003740         10  WS-TL-CR-AMT        PIC Z(8)9.99.
003750         10  FILLER              PIC X(01) VALUE SPACES.
003760         10  WS-TL-NET-AMT       PIC Z(8)9.99-.
003770         10  FILLER              PIC X(04) VALUE SPACES.
003780     05  WS-UNB-HDR.
003790         10  FILLER              PIC X(40)
003800             VALUE "UNBILLED - CARRIED TO THE NEXT CYCLE".
003810         10  FILLER              PIC X(40) VALUE SPACES.
003820     05  WS-UNB-COL-HDR.
003830         10  FILLER              PIC X(15) VALUE "BRANCH    CAT".
003840         10  FILLER              PIC X(09) VALUE "BUS DATE".
003850         10  FILLER              PIC X(10) VALUE "CHG UNITS".
003860         10  FILLER              PIC X(10) VALUE " CR UNITS".
003870         10  FILLER              PIC X(07) VALUE "FIRST".
003880         10  FILLER              PIC X(04) VALUE "CYC".
003890         10  FILLER              PIC X(25) VALUE "REASON".
003900     05  WS-UNB-LINE.
003910         10  WS-UL-BRANCH        PIC X(08).
003920         10  FILLER              PIC X(02) VALUE SPACES.
003930         10  WS-UL-CATEGORY      PIC X(04).
003940         10  FILLER              PIC X(01) VALUE SPACES.
003950         10  WS-UL-DATE          PIC 9(08).
003960         10  FILLER              PIC X(01) VALUE SPACES.
003970         10  WS-UL-CHG-UNITS     PIC Z(8)9.
003980         10  FILLER              PIC X(01) VALUE SPACES.
003990         10  WS-UL-CR-UNITS      PIC Z(8)9.
004000         10  FILLER              PIC X(01) VALUE SPACES.
004010         10  WS-UL-FIRST-MONTH   PIC 9(06).
004020         10  FILLER              PIC X(01) VALUE SPACES.
004030         10  WS-UL-CYCLES        PIC ZZ9.
004040         10  FILLER              PIC X(01) VALUE SPACES.
004050         10  WS-UL-REASON        PIC X(25).
004060     05  WS-CTL-LINE.
004070         10  FILLER              PIC X(23)
004080             VALUE "GL INTERFACE RECORDS".
004090         10  WS-CL-COUNT         PIC Z(8)9.
004100         10  FILLER              PIC X(12) VALUE "  UNBILLED ".
004110         10  WS-CL-UNBILLED      PIC Z(4)9.
004120         10  FILLER              PIC X(31) VALUE SPACES.
004130 PROCEDURE DIVISION.
004140*
004150 0000-MAINLINE.
004160     PERFORM 1000-INITIALIZE
004170         THRU 1000-INITIALIZE-EXIT.
004180*
004190     IF NOT WS-RUN-OK
004200         MOVE WS-BADPARM-RETURN-CODE TO RETURN-CODE
004210         IF WS-HOLD-FAILED
004220             MOVE WS-SEVERE-RETURN-CODE TO RETURN-CODE
004230         END-IF
004240         STOP RUN
004250     END-IF.
004260*
004270     PERFORM 3000-PROCESS-ONE-RESULT
004280         THRU 3000-PROCESS-ONE-RESULT-EXIT
004290         UNTIL WS-OUTIN-EOF.
004300*
004310*    THE LAST RUN OF EVERY COUNTER IS STILL OPEN AT END OF
004320*    FILE -- CLOSE THEM ALL BEFORE ANYTHING IS PRINTED.
004330*
004340     PERFORM 3900-CLOSE-IF-OPEN
004350         THRU 3900-CLOSE-IF-OPEN-EXIT
004360         VARYING WS-CNTR-SUB FROM 1 BY 1
004370         UNTIL WS-CNTR-SUB > WS-CNTR-COUNT.
004380*
004390     PERFORM 5000-PRINT-ONE-REGION
004400         THRU 5000-PRINT-ONE-REGION-EXIT
004410         VARYING WS-REGION-SUB FROM 1 BY 1
004420         UNTIL WS-REGION-SUB > WS-REGION-COUNT.
004430     PERFORM 5900-PRINT-GRAND-TOTAL
004440         THRU 5900-PRINT-GRAND-TOTAL-EXIT.
004450*
004460     PERFORM 6000-LIST-ONE-PENDING
004470         THRU 6000-LIST-ONE-PENDING-EXIT
004480         VARYING WS-PEND-SUB FROM 1 BY 1
004490         UNTIL WS-PEND-SUB > WS-PEND-COUNT.
004500     PERFORM 6100-LIST-ONE-HOLD
004510         THRU 6100-LIST-ONE-HOLD-EXIT
004520         VARYING WS-HOLD-SUB FROM 1 BY 1
004530         UNTIL WS-HOLD-SUB > WS-HOLD-COUNT.
004540*
004550     PERFORM 9000-TERMINATE
004560         THRU 9000-TERMINATE-EXIT.
004570*
004580     IF WS-CAPACITY-EXCEEDED
004590         MOVE WS-CAPACITY-RETURN-CODE TO RETURN-CODE
004600     ELSE
004610         IF WS-UNBILLED-COUNT > 0
004620             MOVE WS-REVIEW-RETURN-CODE TO RETURN-CODE
004630         END-IF
004640     END-IF.
004650*    AN OUTPUT NOT WRITTEN WHOLE OVERRIDES EVERYTHING ELSE --
004660*    THE GL INTERFACE MUST NOT BE SENT, AND A SHORT CARRY
004670*    GENERATION WOULD DROP UNBILLED DATES.
004680     IF WS-OUTPUT-FAILED
004690         MOVE WS-BADPARM-RETURN-CODE TO RETURN-CODE
004700     END-IF.
004710     IF WS-HOLD-FAILED
004720         MOVE WS-SEVERE-RETURN-CODE TO RETURN-CODE
004730     END-IF.
004740     STOP RUN.
004750*
004760 1000-INITIALIZE.
004770     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004780*
004790     OPEN INPUT BILLPARM.
004800     IF WS-BILLPARM-OK
004810         READ BILLPARM
004820             AT END CONTINUE
004830         END-READ
004840         IF WS-BILLPARM-OK
004850             AND BILL-MONTH NUMERIC
004860             DIVIDE BILL-MONTH BY 100 GIVING WS-BILL-YEAR
004870                 REMAINDER WS-BILL-MM
004880             IF WS-BILL-YEAR > 0
004890                 AND WS-BILL-MM > 0 AND WS-BILL-MM < 13
004900                 MOVE BILL-MONTH TO WS-BILL-MONTH
004910                 MOVE "Y" TO WS-RUN-OK-SW
004920             END-IF
004930         END-IF
004940         CLOSE BILLPARM
004950     END-IF.
004960     IF NOT WS-RUN-OK
004970         DISPLAY "CHGBILL: MISSING OR BAD BILLING MONTH CARD"
004980         GO TO 1000-INITIALIZE-EXIT
004990     END-IF.
005000     COMPUTE WS-MONTH-START = WS-BILL-MONTH * 100 + 1.
005010     COMPUTE WS-MONTH-END   = WS-BILL-MONTH * 100 + 31.
005020*
005030     OPEN INPUT RATEFILE.
005040     IF NOT WS-RATEFILE-OK
005050         DISPLAY "CHGBILL: RATEFILE NOT AVAILABLE - STATUS "
005060             WS-RATEFILE-STATUS
005070         MOVE "N" TO WS-RUN-OK-SW
005080         GO TO 1000-INITIALIZE-EXIT
005090     END-IF.
005100     READ RATEFILE
005110         AT END SET WS-RATEFILE-EOF TO TRUE
005120     END-READ.
005130     PERFORM 1100-LOAD-ONE-RATE
005140         THRU 1100-LOAD-ONE-RATE-EXIT
005150         UNTIL WS-RATEFILE-EOF.
005160     CLOSE RATEFILE.
005170*
005180     OPEN INPUT ROUTEFILE.
005190     IF NOT WS-ROUTEFILE-OK
005200         DISPLAY "CHGBILL: ROUTEFILE NOT AVAILABLE - STATUS "
005210             WS-ROUTEFILE-STATUS
005220         MOVE "N" TO WS-RUN-OK-SW
005230         GO TO 1000-INITIALIZE-EXIT
005240     END-IF.
005250     READ ROUTEFILE
005260         AT END SET WS-ROUTEFILE-EOF TO TRUE
005270     END-READ.
005280     PERFORM 1200-LOAD-ONE-ROUTE
005290         THRU 1200-LOAD-ONE-ROUTE-EXIT
005300         UNTIL WS-ROUTEFILE-EOF.
005310     CLOSE ROUTEFILE.
005320*
005330*    THE FIRST CYCLE HAS NO CARRY GENERATION -- HOLDIN IS
005340*    OPTIONAL.
005350*
005360     OPEN INPUT HOLDIN.
005370     IF WS-HOLDIN-OK
005380         READ HOLDIN
005390             AT END SET WS-HOLDIN-EOF TO TRUE
005400         END-READ
005410         PERFORM 1300-LOAD-ONE-HOLD
005420             THRU 1300-LOAD-ONE-HOLD-EXIT
005430             UNTIL WS-HOLDIN-EOF
005440         CLOSE HOLDIN
005450     END-IF.
005460*
005470     OPEN INPUT OUTIN.
005480     IF NOT WS-OUTIN-OK
005490         DISPLAY "CHGBILL: OUTIN NOT AVAILABLE - STATUS "
005500             WS-OUTIN-STATUS
005510         MOVE "N" TO WS-RUN-OK-SW
005520         GO TO 1000-INITIALIZE-EXIT
005530     END-IF.
005540     OPEN INPUT LEDGFILE.
005550     IF NOT WS-LEDGFILE-OK
005560         DISPLAY "CHGBILL: LEDGFILE NOT AVAILABLE - STATUS "
005570             WS-LEDGFILE-STATUS
005580         CLOSE OUTIN
005590         MOVE "N" TO WS-RUN-OK-SW
005600         GO TO 1000-INITIALIZE-EXIT
005610     END-IF.
005620*
005630     OPEN OUTPUT BILLRPT.
005640     IF NOT WS-BILLRPT-OK
005650         DISPLAY "CHGBILL: BILLRPT NOT AVAILABLE - STATUS "
005660             WS-BILLRPT-STATUS
005670         MOVE "N" TO WS-RUN-OK-SW
005680         GO TO 1000-INITIALIZE-EXIT
005690     END-IF.
005700     OPEN OUTPUT BILLGL.
005710     IF NOT WS-BILLGL-OK
005720         DISPLAY "CHGBILL: BILLGL NOT AVAILABLE - STATUS "
005730             WS-BILLGL-STATUS
005740         MOVE "N" TO WS-RUN-OK-SW
005750         GO TO 1000-INITIALIZE-EXIT
005760     END-IF.
005770     OPEN OUTPUT HOLDOUT.
005780     IF NOT WS-HOLDOUT-OK
005790         DISPLAY "CHGBILL: HOLDOUT NOT AVAILABLE - STATUS "
005800             WS-HOLDOUT-STATUS
005810         MOVE "Y" TO WS-HOLD-FAILED-SW
005820         MOVE "N" TO WS-RUN-OK-SW
005830         GO TO 1000-INITIALIZE-EXIT
005840     END-IF.
005850     MOVE WS-BILL-MONTH TO WS-HDR-MONTH.
005860     MOVE WS-RUN-DATE   TO WS-HDR-RUN-DATE.
005870     WRITE BILL-LINE FROM WS-HDR-LINE-1.
005880     PERFORM 9100-CHECK-OUTPUT
005890         THRU 9100-CHECK-OUTPUT-EXIT.
005900*
005910     MOVE SPACES TO GLIF-RECORD.
005920     SET GLIF-HEADER-REC TO TRUE.
005930     MOVE "CNTRBILL"    TO GLIF-SOURCE-ID.
005940     MOVE WS-BILL-MONTH TO GLIF-BILL-MONTH.
005950     MOVE WS-RUN-DATE   TO GLIF-RUN-DATE.
005960     WRITE GLIF-RECORD.
005970     PERFORM 9100-CHECK-OUTPUT
005980         THRU 9100-CHECK-OUTPUT-EXIT.
005990*
006000     READ OUTIN
006010         AT END SET WS-OUTIN-EOF TO TRUE
006020     END-READ.
006030 1000-INITIALIZE-EXIT.
006040     EXIT.
006050*
006060 1100-LOAD-ONE-RATE.
006070     IF RATE-EFFECTIVE-DATE NOT NUMERIC
006080         OR RATE-UNIT-PRICE NOT NUMERIC
006090         OR RATE-CATEGORY = SPACES
006100         DISPLAY "CHGBILL: BAD RATE RECORD IGNORED - "
006110             RATE-CATEGORY " " RATE-EFFECTIVE-DATE
006120         GO TO 1100-LOAD-ONE-RATE-READ
006130     END-IF.
006140     IF WS-RATE-COUNT >= WS-MAX-RATES
006150         DISPLAY "CHGBILL: RATE TABLE FULL - "
006160             RATE-CATEGORY " " RATE-EFFECTIVE-DATE " IGNORED"
006170         MOVE "Y" TO WS-CAPACITY-SW
006180         GO TO 1100-LOAD-ONE-RATE-READ
006190     END-IF.
006200     ADD 1 TO WS-RATE-COUNT.
006210     MOVE RATE-CATEGORY       TO WS-RA-CATEGORY (WS-RATE-COUNT).
006220     MOVE RATE-EFFECTIVE-DATE TO WS-RA-EFF-DATE (WS-RATE-COUNT).
006230     MOVE RATE-UNIT-PRICE     TO WS-RA-PRICE (WS-RATE-COUNT).
006240*
006250 1100-LOAD-ONE-RATE-READ.
006260     READ RATEFILE
006270         AT END SET WS-RATEFILE-EOF TO TRUE
006280     END-READ.
006290 1100-LOAD-ONE-RATE-EXIT.
006300     EXIT.
006310*
006320 1200-LOAD-ONE-ROUTE.
006330     IF WS-ROUTE-COUNT >= WS-MAX-ROUTES
006340         DISPLAY "CHGBILL: ROUTE TABLE FULL - "
006350             ROUTE-BRANCH-CODE " IGNORED"
006360         MOVE "Y" TO WS-CAPACITY-SW
006370         GO TO 1200-LOAD-ONE-ROUTE-READ
006380     END-IF.
006390     MOVE ROUTE-REGION-NAME TO WS-REGION-WORK.
006400     PERFORM 1250-FIND-REGION
006410         THRU 1250-FIND-REGION-EXIT.
006420     ADD 1 TO WS-ROUTE-COUNT.
006430     MOVE ROUTE-BRANCH-CODE TO WS-RT-BRANCH (WS-ROUTE-COUNT).
006440     MOVE WS-REGION-SUB     TO WS-RT-REGION-SUB (WS-ROUTE-COUNT).
006450*
006460 1200-LOAD-ONE-ROUTE-READ.
006470     READ ROUTEFILE
006480         AT END SET WS-ROUTEFILE-EOF TO TRUE
006490     END-READ.
006500 1200-LOAD-ONE-ROUTE-EXIT.
006510     EXIT.
006520*
006530 1250-FIND-REGION.
006540*
006550*    RETURNS THE REGION TABLE ENTRY FOR WS-REGION-WORK IN
006560*    WS-REGION-SUB, ADDING IT WHEN NEW.  ZERO WHEN THE TABLE
006570*    IS FULL.
006580*
006590     MOVE "N" TO WS-FOUND-SW.
006600     PERFORM 1260-MATCH-ONE-REGION
006610         THRU 1260-MATCH-ONE-REGION-EXIT
006620         VARYING WS-REGION-SUB FROM 1 BY 1
006630         UNTIL WS-REGION-SUB > WS-REGION-COUNT
006640             OR WS-FOUND-SW = "Y".
006650     IF WS-FOUND-SW = "Y"
006660         SUBTRACT 1 FROM WS-REGION-SUB
006670         GO TO 1250-FIND-REGION-EXIT
006680     END-IF.
006690     IF WS-REGION-COUNT >= WS-MAX-REGIONS
006700         DISPLAY "CHGBILL: REGION TABLE FULL - "
006710             WS-REGION-WORK " IGNORED"
006720         MOVE "Y" TO WS-CAPACITY-SW
006730         MOVE 0 TO WS-REGION-SUB
006740         GO TO 1250-FIND-REGION-EXIT
006750     END-IF.
006760     ADD 1 TO WS-REGION-COUNT.
006770     MOVE WS-REGION-WORK  TO WS-RG-NAME (WS-REGION-COUNT).
006780     MOVE WS-REGION-COUNT TO WS-REGION-SUB.
006790 1250-FIND-REGION-EXIT.
006800     EXIT.
006810*
006820 1260-MATCH-ONE-REGION.
006830     IF WS-RG-NAME (WS-REGION-SUB) = WS-REGION-WORK
006840         MOVE "Y" TO WS-FOUND-SW
006850     END-IF.
006860 1260-MATCH-ONE-REGION-EXIT.
006870     EXIT.
006880*
006890 1300-LOAD-ONE-HOLD.
006900*
006910*    A CARRIED DATE INSIDE OR AFTER THE BILLING MONTH CAN
006920*    ONLY MEAN HOLDIN IS THIS MONTH'S OWN CARRY GENERATION
006930*    (A RERUN POINTED AT THE WRONG GENERATION) -- THE MONTH
006940*    IS BILLED FROM OUTIN ANYWAY, SO IT IS NOT CARRIED TWICE.
006950*
006960     IF UNBL-BUSINESS-DATE NOT < WS-MONTH-START
006970         DISPLAY "CHGBILL: CARRIED DATE NOT BEFORE THE "
006980             "BILLING MONTH IGNORED - " UNBL-BRANCH-CODE " "
006990             UNBL-CATEGORY " " UNBL-BUSINESS-DATE
007000         GO TO 1300-LOAD-ONE-HOLD-READ
007010     END-IF.
007020     IF WS-HOLD-COUNT >= WS-MAX-HOLDS
007030         DISPLAY "CHGBILL: CARRY TABLE FULL - "
007040             UNBL-BRANCH-CODE " " UNBL-CATEGORY " "
007050             UNBL-BUSINESS-DATE " IGNORED"
007060         MOVE "Y" TO WS-CAPACITY-SW
007070         GO TO 1300-LOAD-ONE-HOLD-READ
007080     END-IF.
007090     ADD 1 TO WS-HOLD-COUNT.
007100     MOVE UNBL-BRANCH-CODE   TO WS-HD-BRANCH (WS-HOLD-COUNT).
007110     MOVE UNBL-CATEGORY      TO WS-HD-CATEGORY (WS-HOLD-COUNT).
007120     MOVE UNBL-BUSINESS-DATE TO WS-HD-DATE (WS-HOLD-COUNT).
007130     MOVE UNBL-FIRST-MONTH   TO WS-HD-FIRST-MONTH (WS-HOLD-COUNT).
007140     MOVE UNBL-REASON        TO WS-HD-REASON (WS-HOLD-COUNT).
007150     MOVE UNBL-CHARGE-UNITS  TO WS-HD-CHG (WS-HOLD-COUNT).
007160     MOVE UNBL-CREDIT-UNITS  TO WS-HD-CR (WS-HOLD-COUNT).
007170     MOVE UNBL-CYCLES        TO WS-HD-CYCLES (WS-HOLD-COUNT).
007180     MOVE SPACE              TO WS-HD-STATE (WS-HOLD-COUNT).
007190*
007200 1300-LOAD-ONE-HOLD-READ.
007210     READ HOLDIN
007220         AT END SET WS-HOLDIN-EOF TO TRUE
007230     END-READ.
007240 1300-LOAD-ONE-HOLD-EXIT.
007250     EXIT.
007260*
007270 3000-PROCESS-ONE-RESULT.
007280     ADD 1 TO WS-RESULT-COUNT.
007290*
007300*    ONLY THE BILLING MONTH'S DATES ARE BILLED, PLUS ANY
007310*    EARLIER DATE CARRIED UNBILLED FROM A PREVIOUS CYCLE.
007320*
007330     MOVE 0 TO WS-HOLD-SUB.
007340     IF OUT-BUSINESS-DATE < WS-MONTH-START
007350         OR OUT-BUSINESS-DATE > WS-MONTH-END
007360         IF WS-HOLD-COUNT > 0
007370             PERFORM 3100-FIND-HOLD
007380                 THRU 3100-FIND-HOLD-EXIT
007390         END-IF
007400         IF WS-HOLD-SUB = 0
007410             ADD 1 TO WS-OUTSIDE-COUNT
007420             GO TO 3000-PROCESS-ONE-RESULT-READ
007430         END-IF
007440     END-IF.
007450*
007460     PERFORM 3200-FIND-COUNTER
007470         THRU 3200-FIND-COUNTER-EXIT.
007480     IF WS-CNTR-SUB = 0
007490         GO TO 3000-PROCESS-ONE-RESULT-READ
007500     END-IF.
007510     IF WS-CN-OPEN-SW (WS-CNTR-SUB) = "Y"
007520         AND WS-CN-DATE (WS-CNTR-SUB) NOT = OUT-BUSINESS-DATE
007530         PERFORM 4000-CLOSE-INSTANCE
007540             THRU 4000-CLOSE-INSTANCE-EXIT
007550     END-IF.
007560     IF WS-CN-OPEN-SW (WS-CNTR-SUB) NOT = "Y"
007570         PERFORM 3300-OPEN-INSTANCE
007580             THRU 3300-OPEN-INSTANCE-EXIT
007590     END-IF.
007600*
007610*    OUTFILE CARRIES THE RUNNING COUNTER VALUE, NOT THE
007620*    QUANTITY, SO A REVERSAL OR ADJUSTMENT IS MEASURED BY THE
007630*    MOVE FROM THE PREVIOUS VALUE.  A COUNT IS ALWAYS ONE.
007640*
007650     COMPUTE WS-DELTA = OUT-COUNTER-VALUE
007660         - WS-CN-LAST-VALUE (WS-CNTR-SUB).
007670     MOVE OUT-COUNTER-VALUE TO WS-CN-LAST-VALUE (WS-CNTR-SUB).
007680     IF OUT-TRAN-TYPE = "R" OR OUT-TRAN-TYPE = "A"
007690         IF WS-DELTA < 0
007700             SUBTRACT WS-DELTA FROM WS-CN-INST-CR (WS-CNTR-SUB)
007710         ELSE
007720             ADD WS-DELTA TO WS-CN-INST-CHG (WS-CNTR-SUB)
007730         END-IF
007740     ELSE
007750         ADD 1 TO WS-CN-INST-CHG (WS-CNTR-SUB)
007760     END-IF.
007770     IF OUT-RECON-STATUS = "MISMATCH"
007780         MOVE "Y" TO WS-CN-INST-MISM (WS-CNTR-SUB)
007790     END-IF.
007800     IF OUT-RECON-STATUS = "ANOMALY"
007810         MOVE "A" TO WS-CN-INST-MISM (WS-CNTR-SUB)
007820     END-IF.
007830*
007840*    A RUN IS COMPLETE ONCE IT HAS REACHED THE LEDGER'S END
007850*    VALUE WITH THE LEDGER'S NET MOVEMENT, AND IS CLOSED THEN.
007860*    A LATER RECORD FOR THE SAME COUNTER AND DATE (A REPLAY OR
007870*    RE-RUN OF AN ALREADY COUNTED DATE) OPENS A NEW RUN, WHICH
007880*    THE CLOSE FINDS BILLED AND COUNTS AS SUPERSEDED.
007890*
007900     IF WS-CN-LEDG-SW (WS-CNTR-SUB) = "Y"
007910         AND WS-CN-LAST-VALUE (WS-CNTR-SUB)
007920             = WS-CN-LEDG-END (WS-CNTR-SUB)
007930         COMPUTE WS-INST-NET = WS-CN-INST-CHG (WS-CNTR-SUB)
007940             - WS-CN-INST-CR (WS-CNTR-SUB)
007950         IF WS-INST-NET = WS-CN-LEDG-NET (WS-CNTR-SUB)
007960             PERFORM 4000-CLOSE-INSTANCE
007970                 THRU 4000-CLOSE-INSTANCE-EXIT
007980         END-IF
007990     END-IF.
008000*
008010 3000-PROCESS-ONE-RESULT-READ.
008020     READ OUTIN
008030         AT END SET WS-OUTIN-EOF TO TRUE
008040     END-READ.
008050 3000-PROCESS-ONE-RESULT-EXIT.
008060     EXIT.
008070*
008080 3100-FIND-HOLD.
008090     SET WS-HD-IDX TO 1.
008100     SEARCH WS-HD-ENTRY
008110         AT END
008120             CONTINUE
008130         WHEN WS-HD-IDX > WS-HOLD-COUNT
008140             CONTINUE
008150         WHEN WS-HD-BRANCH (WS-HD-IDX) = OUT-BRANCH-CODE
008160             AND WS-HD-CATEGORY (WS-HD-IDX) = OUT-CATEGORY
008170             AND WS-HD-DATE (WS-HD-IDX) = OUT-BUSINESS-DATE
008180             SET WS-HOLD-SUB TO WS-HD-IDX
008190     END-SEARCH.
008200 3100-FIND-HOLD-EXIT.
008210     EXIT.
008220*
008230 3200-FIND-COUNTER.
008240     MOVE 0 TO WS-CNTR-SUB.
008250     SET WS-CN-IDX TO 1.
008260     SEARCH WS-CN-ENTRY
008270         AT END
008280             CONTINUE
008290         WHEN WS-CN-IDX > WS-CNTR-COUNT
008300             CONTINUE
008310         WHEN WS-CN-BRANCH (WS-CN-IDX) = OUT-BRANCH-CODE
008320             AND WS-CN-CATEGORY (WS-CN-IDX) = OUT-CATEGORY
008330             SET WS-CNTR-SUB TO WS-CN-IDX
008340     END-SEARCH.
008350     IF WS-CNTR-SUB > 0
008360         GO TO 3200-FIND-COUNTER-EXIT
008370     END-IF.
008380     IF WS-CNTR-COUNT >= WS-MAX-CNTRS
008390         DISPLAY "CHGBILL: COUNTER TABLE FULL - "
008400             OUT-BRANCH-CODE " " OUT-CATEGORY " NOT BILLED"
008410         MOVE "Y" TO WS-CAPACITY-SW
008420         GO TO 3200-FIND-COUNTER-EXIT
008430     END-IF.
008440     ADD 1 TO WS-CNTR-COUNT.
008450     MOVE WS-CNTR-COUNT TO WS-CNTR-SUB.
008460     MOVE OUT-BRANCH-CODE TO WS-CN-BRANCH (WS-CNTR-SUB).
008470     MOVE OUT-CATEGORY    TO WS-CN-CATEGORY (WS-CNTR-SUB).
008480     MOVE "N"    TO WS-CN-OPEN-SW (WS-CNTR-SUB).
008490     MOVE 0      TO WS-CN-DATE (WS-CNTR-SUB).
008500     MOVE 0      TO WS-CN-HOLD-SUB (WS-CNTR-SUB).
008510     MOVE 0      TO WS-CN-CHG-UNITS (WS-CNTR-SUB).
008520     MOVE 0      TO WS-CN-CR-UNITS (WS-CNTR-SUB).
008530     MOVE 0      TO WS-CN-CHG-AMT (WS-CNTR-SUB).
008540     MOVE 0      TO WS-CN-CR-AMT (WS-CNTR-SUB).
008550     MOVE "N"    TO WS-CN-PRINTED (WS-CNTR-SUB).
008560     MOVE SPACES TO WS-CN-DAY-MAP (WS-CNTR-SUB).
008570*
008580*    A BRANCH WITH NO ROUTING IS STILL BILLED -- UNDER ITS
008590*    OWN UNROUTED SECTION OF THE INVOICE.
008600*
008610     SET WS-RT-IDX TO 1.
008620     SEARCH WS-RT-ENTRY
008630         AT END
008640             MOVE 0 TO WS-ROUTE-SUB
008650         WHEN WS-RT-IDX > WS-ROUTE-COUNT
008660             MOVE 0 TO WS-ROUTE-SUB
008670         WHEN WS-RT-BRANCH (WS-RT-IDX) = OUT-BRANCH-CODE
008680             SET WS-ROUTE-SUB TO WS-RT-IDX
008690     END-SEARCH.
008700     IF WS-ROUTE-SUB > 0
008710         MOVE WS-RT-REGION-SUB (WS-ROUTE-SUB)
008720             TO WS-CN-REGION-SUB (WS-CNTR-SUB)
008730     ELSE
008740         MOVE WS-UNROUTED-NAME TO WS-REGION-WORK
008750         PERFORM 1250-FIND-REGION
008760             THRU 1250-FIND-REGION-EXIT
008770         MOVE WS-REGION-SUB TO WS-CN-REGION-SUB (WS-CNTR-SUB)
008780     END-IF.
008790 3200-FIND-COUNTER-EXIT.
008800     EXIT.
008810*
008820 3300-OPEN-INSTANCE.
008830     MOVE "Y"               TO WS-CN-OPEN-SW (WS-CNTR-SUB).
008840     MOVE OUT-BUSINESS-DATE TO WS-CN-DATE (WS-CNTR-SUB).
008850     MOVE WS-HOLD-SUB       TO WS-CN-HOLD-SUB (WS-CNTR-SUB).
008860     MOVE 0   TO WS-CN-INST-CHG (WS-CNTR-SUB).
008870     MOVE 0   TO WS-CN-INST-CR (WS-CNTR-SUB).
008880     MOVE "N" TO WS-CN-INST-MISM (WS-CNTR-SUB).
008890*
008900*    THE LEDGER ROW GIVES THE VALUE THE DATE STARTED FROM, SO
008910*    THE FIRST REVERSAL OR ADJUSTMENT IS MEASURED EXACTLY,
008920*    AND THE NET MOVEMENT THE BILLED UNITS MUST AGREE WITH.
008930*
008940     MOVE OUT-BRANCH-CODE   TO LEDG-BRANCH-CODE.
008950     MOVE OUT-CATEGORY      TO LEDG-CATEGORY.
008960     MOVE OUT-BUSINESS-DATE TO LEDG-BUSINESS-DATE.
008970     READ LEDGFILE
008980         INVALID KEY
008990             CONTINUE
009000     END-READ.
009010     IF WS-LEDGFILE-OK
009020         MOVE "Y" TO WS-CN-LEDG-SW (WS-CNTR-SUB)
009030         MOVE LEDG-NET-INCREMENT TO WS-CN-LEDG-NET (WS-CNTR-SUB)
009040         MOVE LEDG-END-VALUE TO WS-CN-LEDG-END (WS-CNTR-SUB)
009050         MOVE LEDG-START-VALUE
009060             TO WS-CN-LAST-VALUE (WS-CNTR-SUB)
009070         IF LEDG-RECON-MISMATCH
009080             MOVE "Y" TO WS-CN-LEDG-MISM (WS-CNTR-SUB)
009090         ELSE
009100             MOVE "N" TO WS-CN-LEDG-MISM (WS-CNTR-SUB)
009110         END-IF
009120     ELSE
009130         MOVE "N" TO WS-CN-LEDG-SW (WS-CNTR-SUB)
009140         MOVE 0   TO WS-CN-LEDG-NET (WS-CNTR-SUB)
009150         MOVE 0   TO WS-CN-LEDG-END (WS-CNTR-SUB)
009160         MOVE "N" TO WS-CN-LEDG-MISM (WS-CNTR-SUB)
009170         MOVE OUT-COUNTER-VALUE
009180             TO WS-CN-LAST-VALUE (WS-CNTR-SUB)
009190     END-IF.
009200 3300-OPEN-INSTANCE-EXIT.
009210     EXIT.
009220*
009230 3900-CLOSE-IF-OPEN.
009240     IF WS-CN-OPEN-SW (WS-CNTR-SUB) = "Y"
009250         PERFORM 4000-CLOSE-INSTANCE
009260             THRU 4000-CLOSE-INSTANCE-EXIT
009270     END-IF.
009280 3900-CLOSE-IF-OPEN-EXIT.
009290     EXIT.
009300*
009310 4000-CLOSE-INSTANCE.
009320*
009330*    DECIDE ONE RUN OF A COUNTER'S RESULTS FOR ONE BUSINESS
009340*    DATE.  ONLY THE FIRST RUN OF A DATE ON OUTIN COUNTS --
009350*    AN OLDER GENERATION POSTING THE SAME DATE AGAIN (A
009360*    BACKED-OUT DAY THAT WAS RERUN) IS SUPERSEDED, UNLESS THE
009370*    FIRST RUN WAS LEFT UNBILLED AND THIS ONE CAN BE BILLED.
009380*
009390     MOVE "N" TO WS-CN-OPEN-SW (WS-CNTR-SUB).
009400     MOVE WS-CNTR-SUB                 TO WS-STATE-CNTR.
009410     MOVE WS-CN-DATE (WS-CNTR-SUB)     TO WS-STATE-DATE.
009420     MOVE WS-CN-HOLD-SUB (WS-CNTR-SUB) TO WS-STATE-HOLD.
009430     PERFORM 4100-GET-STATE
009440         THRU 4100-GET-STATE-EXIT.
009450     IF WS-KEY-BILLED OR WS-KEY-BACKED-OUT
009460         ADD 1 TO WS-SUPERSEDED-COUNT
009470         GO TO 4000-CLOSE-INSTANCE-EXIT
009480     END-IF.
009490*
009500     IF WS-CN-LEDG-SW (WS-CNTR-SUB) = "N"
009510         SET WS-KEY-BACKED-OUT TO TRUE
009520         PERFORM 4150-PUT-STATE
009530             THRU 4150-PUT-STATE-EXIT
009540         ADD 1 TO WS-BACKOUT-COUNT
009550         DISPLAY "CHGBILL: NOT ON LEDGER (BACKED OUT) - "
009560             WS-CN-BRANCH (WS-CNTR-SUB) " "
009570             WS-CN-CATEGORY (WS-CNTR-SUB) " "
009580             WS-CN-DATE (WS-CNTR-SUB) " NOT BILLED"
009590         GO TO 4000-CLOSE-INSTANCE-EXIT
009600     END-IF.
009610*
009620     IF WS-CN-LEDG-MISM (WS-CNTR-SUB) = "Y"
009630         OR WS-CN-INST-MISM (WS-CNTR-SUB) = "Y"
009640         MOVE "M" TO WS-HOLD-REASON
009650         PERFORM 4300-HOLD-INSTANCE
009660             THRU 4300-HOLD-INSTANCE-EXIT
009670         GO TO 4000-CLOSE-INSTANCE-EXIT
009680     END-IF.
009690*
009700*    A RESULT STILL HELD BY THE VOLUME SCREEN (ANOMSCR) IS
009710*    BILLED FROM THE GENERATION THAT RELEASES IT.
009720     IF WS-CN-INST-MISM (WS-CNTR-SUB) = "A"
009730         MOVE "A" TO WS-HOLD-REASON
009740         PERFORM 4300-HOLD-INSTANCE
009750             THRU 4300-HOLD-INSTANCE-EXIT
009760         GO TO 4000-CLOSE-INSTANCE-EXIT
009770     END-IF.
009780     COMPUTE WS-INST-NET = WS-CN-INST-CHG (WS-CNTR-SUB)
009790         - WS-CN-INST-CR (WS-CNTR-SUB).
009800     IF WS-INST-NET NOT = WS-CN-LEDG-NET (WS-CNTR-SUB)
009810         MOVE "L" TO WS-HOLD-REASON
009820         PERFORM 4300-HOLD-INSTANCE
009830             THRU 4300-HOLD-INSTANCE-EXIT
009840         GO TO 4000-CLOSE-INSTANCE-EXIT
009850     END-IF.
009860     PERFORM 4200-FIND-RATE
009870         THRU 4200-FIND-RATE-EXIT.
009880     IF WS-RATE-FOUND-SW NOT = "Y"
009890         MOVE "R" TO WS-HOLD-REASON
009900         PERFORM 4300-HOLD-INSTANCE
009910             THRU 4300-HOLD-INSTANCE-EXIT
009920         GO TO 4000-CLOSE-INSTANCE-EXIT
009930     END-IF.
009940*
009950     COMPUTE WS-AMOUNT-WORK ROUNDED =
009960         WS-CN-INST-CHG (WS-CNTR-SUB) * WS-RATE-PRICE.
009970     ADD WS-AMOUNT-WORK TO WS-CN-CHG-AMT (WS-CNTR-SUB).
009980     COMPUTE WS-AMOUNT-WORK ROUNDED =
009990         WS-CN-INST-CR (WS-CNTR-SUB) * WS-RATE-PRICE.
010000     ADD WS-AMOUNT-WORK TO WS-CN-CR-AMT (WS-CNTR-SUB).
010010     ADD WS-CN-INST-CHG (WS-CNTR-SUB)
010020         TO WS-CN-CHG-UNITS (WS-CNTR-SUB).
010030     ADD WS-CN-INST-CR (WS-CNTR-SUB)
010040         TO WS-CN-CR-UNITS (WS-CNTR-SUB).
010050     SET WS-KEY-BILLED TO TRUE.
010060     PERFORM 4150-PUT-STATE
010070         THRU 4150-PUT-STATE-EXIT.
010080     ADD 1 TO WS-BILLED-COUNT.
010090     IF WS-STATE-HOLD > 0
010100         ADD 1 TO WS-CLEARED-COUNT
010110     END-IF.
010120 4000-CLOSE-INSTANCE-EXIT.
010130     EXIT.
010140*
010150 4100-GET-STATE.
010160     IF WS-STATE-HOLD > 0
010170         MOVE WS-HD-STATE (WS-STATE-HOLD) TO WS-KEY-STATE
010180         GO TO 4100-GET-STATE-EXIT
010190     END-IF.
010200     COMPUTE WS-DAY-SUB = WS-STATE-DATE - WS-MONTH-START + 1.
010210     MOVE WS-CN-DAY (WS-STATE-CNTR, WS-DAY-SUB) TO WS-KEY-STATE.
010220 4100-GET-STATE-EXIT.
010230     EXIT.
010240*
010250 4150-PUT-STATE.
010260     IF WS-STATE-HOLD > 0
010270         MOVE WS-KEY-STATE TO WS-HD-STATE (WS-STATE-HOLD)
010280         GO TO 4150-PUT-STATE-EXIT
010290     END-IF.
010300     COMPUTE WS-DAY-SUB = WS-STATE-DATE - WS-MONTH-START + 1.
010310     MOVE WS-KEY-STATE TO WS-CN-DAY (WS-STATE-CNTR, WS-DAY-SUB).
010320 4150-PUT-STATE-EXIT.
010330     EXIT.
010340*
010350 4200-FIND-RATE.
010360*
010370*    THE RATE IN FORCE IS THE CATEGORY'S ENTRY WITH THE
010380*    LATEST EFFECTIVE DATE NOT AFTER THE BUSINESS DATE.
010390*
010400     MOVE "N" TO WS-RATE-FOUND-SW.
010410     MOVE 0   TO WS-RATE-EFF-DATE.
010420     MOVE 0   TO WS-RATE-PRICE.
010430     PERFORM 4250-MATCH-ONE-RATE
010440         THRU 4250-MATCH-ONE-RATE-EXIT
010450         VARYING WS-RATE-SUB FROM 1 BY 1
010460         UNTIL WS-RATE-SUB > WS-RATE-COUNT.
010470 4200-FIND-RATE-EXIT.
010480     EXIT.
010490*
010500 4250-MATCH-ONE-RATE.
010510     IF WS-RA-CATEGORY (WS-RATE-SUB) NOT =
010520             WS-CN-CATEGORY (WS-CNTR-SUB)
010530         OR WS-RA-EFF-DATE (WS-RATE-SUB) >
010540             WS-CN-DATE (WS-CNTR-SUB)
010550         GO TO 4250-MATCH-ONE-RATE-EXIT
010560     END-IF.
010570     IF WS-RATE-FOUND-SW = "Y"
010580         AND WS-RA-EFF-DATE (WS-RATE-SUB) < WS-RATE-EFF-DATE
010590         GO TO 4250-MATCH-ONE-RATE-EXIT
010600     END-IF.
010610     MOVE "Y" TO WS-RATE-FOUND-SW.
010620     MOVE WS-RA-EFF-DATE (WS-RATE-SUB) TO WS-RATE-EFF-DATE.
010630     MOVE WS-RA-PRICE (WS-RATE-SUB)    TO WS-RATE-PRICE.
010640 4250-MATCH-ONE-RATE-EXIT.
010650     EXIT.
010660*
010670 4300-HOLD-INSTANCE.
010680*
010690*    THE DATE IS KEPT ASIDE AS UNBILLED.  IT IS LISTED AND
010700*    CARRIED AT THE END OF THE RUN ONLY IF NO LATER RUN OF
010710*    THE SAME DATE ON OUTIN GETS IT BILLED IN THE MEANTIME.
010720*
010730     IF WS-KEY-UNBILLED
010740         ADD 1 TO WS-SUPERSEDED-COUNT
010750         GO TO 4300-HOLD-INSTANCE-EXIT
010760     END-IF.
010770     SET WS-KEY-UNBILLED TO TRUE.
010780     PERFORM 4150-PUT-STATE
010790         THRU 4150-PUT-STATE-EXIT.
010800     IF WS-PEND-COUNT >= WS-MAX-PENDS
010810         DISPLAY "CHGBILL: UNBILLED TABLE FULL - "
010820             WS-CN-BRANCH (WS-CNTR-SUB) " "
010830             WS-CN-CATEGORY (WS-CNTR-SUB) " "
010840             WS-CN-DATE (WS-CNTR-SUB) " NOT CARRIED"
010850         MOVE "Y" TO WS-CAPACITY-SW
010860         GO TO 4300-HOLD-INSTANCE-EXIT
010870     END-IF.
010880     ADD 1 TO WS-PEND-COUNT.
010890     MOVE WS-CNTR-SUB    TO WS-PD-CNTR-SUB (WS-PEND-COUNT).
010900     MOVE WS-STATE-HOLD  TO WS-PD-HOLD-SUB (WS-PEND-COUNT).
010910     MOVE WS-STATE-DATE  TO WS-PD-DATE (WS-PEND-COUNT).
010920     MOVE WS-HOLD-REASON TO WS-PD-REASON (WS-PEND-COUNT).
010930     MOVE WS-CN-INST-CHG (WS-CNTR-SUB)
010940         TO WS-PD-CHG (WS-PEND-COUNT).
010950     MOVE WS-CN-INST-CR (WS-CNTR-SUB)
010960         TO WS-PD-CR (WS-PEND-COUNT).
010970 4300-HOLD-INSTANCE-EXIT.
010980     EXIT.
010990*
011000 5000-PRINT-ONE-REGION.
011010     MOVE 0 TO WS-RGT-CHG-UNITS WS-RGT-CR-UNITS.
011020     MOVE 0 TO WS-RGT-CHG-AMT WS-RGT-CR-AMT.
011030     MOVE "N" TO WS-REGION-PRINTED-SW.
011040     PERFORM 5100-PRINT-ONE-BRANCH
011050         THRU 5100-PRINT-ONE-BRANCH-EXIT
011060         VARYING WS-CNTR-SUB FROM 1 BY 1
011070         UNTIL WS-CNTR-SUB > WS-CNTR-COUNT.
011080     IF WS-REGION-PRINTED-SW = "N"
011090         GO TO 5000-PRINT-ONE-REGION-EXIT
011100     END-IF.
011110*
011120     MOVE "REGION TOTAL"   TO WS-TL-LABEL.
011130     MOVE WS-RGT-CHG-UNITS TO WS-TL-CHG-UNITS.
011140     MOVE WS-RGT-CR-UNITS  TO WS-TL-CR-UNITS.
011150     MOVE WS-RGT-CHG-AMT   TO WS-TL-CHG-AMT.
011160     MOVE WS-RGT-CR-AMT    TO WS-TL-CR-AMT.
011170     COMPUTE WS-NET-WORK = WS-RGT-CHG-AMT - WS-RGT-CR-AMT.
011180     MOVE WS-NET-WORK      TO WS-TL-NET-AMT.
011190     WRITE BILL-LINE FROM WS-TOT-LINE.
011200     PERFORM 9100-CHECK-OUTPUT
011210         THRU 9100-CHECK-OUTPUT-EXIT.
011220     ADD WS-RGT-CHG-UNITS TO WS-GT-CHG-UNITS.
011230     ADD WS-RGT-CR-UNITS  TO WS-GT-CR-UNITS.
011240     ADD WS-RGT-CHG-AMT   TO WS-GT-CHG-AMT.
011250     ADD WS-RGT-CR-AMT    TO WS-GT-CR-AMT.
011260 5000-PRINT-ONE-REGION-EXIT.
011270     EXIT.
011280*
011290 5100-PRINT-ONE-BRANCH.
011300*
011310*    THE FIRST UNPRINTED COUNTER OF A BRANCH IN THIS REGION
011320*    PRINTS THE WHOLE BRANCH -- EVERY CATEGORY IT WAS BILLED
011330*    FOR, WHEREVER IT SITS IN THE TABLE -- AND ITS SUBTOTAL.
011340*
011350     IF WS-CN-REGION-SUB (WS-CNTR-SUB) NOT = WS-REGION-SUB
011360         OR WS-CN-PRINTED (WS-CNTR-SUB) = "Y"
011370         GO TO 5100-PRINT-ONE-BRANCH-EXIT
011380     END-IF.
011390     IF WS-CN-CHG-UNITS (WS-CNTR-SUB) = 0
011400         AND WS-CN-CR-UNITS (WS-CNTR-SUB) = 0
011410         GO TO 5100-PRINT-ONE-BRANCH-EXIT
011420     END-IF.
011430     IF WS-REGION-PRINTED-SW = "N"
011440         MOVE "Y" TO WS-REGION-PRINTED-SW
011450         WRITE BILL-LINE FROM WS-BLANK-LINE
011460         PERFORM 9100-CHECK-OUTPUT
011470             THRU 9100-CHECK-OUTPUT-EXIT
011480         MOVE WS-RG-NAME (WS-REGION-SUB) TO WS-RH-NAME
011490         WRITE BILL-LINE FROM WS-REGION-HDR
011500         PERFORM 9100-CHECK-OUTPUT
011510             THRU 9100-CHECK-OUTPUT-EXIT
011520         WRITE BILL-LINE FROM WS-COL-HDR
011530         PERFORM 9100-CHECK-OUTPUT
011540             THRU 9100-CHECK-OUTPUT-EXIT
011550     END-IF.
011560*
011570     MOVE 0 TO WS-BT-CHG-UNITS WS-BT-CR-UNITS.
011580     MOVE 0 TO WS-BT-CHG-AMT WS-BT-CR-AMT.
011590     MOVE WS-CN-BRANCH (WS-CNTR-SUB) TO WS-CURRENT-BRANCH.
011600     PERFORM 5150-PRINT-ONE-LINE
011610         THRU 5150-PRINT-ONE-LINE-EXIT
011620         VARYING WS-SCAN-SUB FROM WS-CNTR-SUB BY 1
011630         UNTIL WS-SCAN-SUB > WS-CNTR-COUNT.
011640*
011650     MOVE "  BRANCH TOTAL" TO WS-TL-LABEL.
011660     MOVE WS-BT-CHG-UNITS  TO WS-TL-CHG-UNITS.
011670     MOVE WS-BT-CR-UNITS   TO WS-TL-CR-UNITS.
011680     MOVE WS-BT-CHG-AMT    TO WS-TL-CHG-AMT.
011690     MOVE WS-BT-CR-AMT     TO WS-TL-CR-AMT.
011700     COMPUTE WS-NET-WORK = WS-BT-CHG-AMT - WS-BT-CR-AMT.
011710     MOVE WS-NET-WORK      TO WS-TL-NET-AMT.
011720     WRITE BILL-LINE FROM WS-TOT-LINE.
011730     PERFORM 9100-CHECK-OUTPUT
011740         THRU 9100-CHECK-OUTPUT-EXIT.
011750     ADD WS-BT-CHG-UNITS TO WS-RGT-CHG-UNITS.
011760     ADD WS-BT-CR-UNITS  TO WS-RGT-CR-UNITS.
011770     ADD WS-BT-CHG-AMT   TO WS-RGT-CHG-AMT.
011780     ADD WS-BT-CR-AMT    TO WS-RGT-CR-AMT.
011790 5100-PRINT-ONE-BRANCH-EXIT.
011800     EXIT.
011810*
011820 5150-PRINT-ONE-LINE.
011830     IF WS-CN-BRANCH (WS-SCAN-SUB) NOT = WS-CURRENT-BRANCH
011840         OR WS-CN-PRINTED (WS-SCAN-SUB) = "Y"
011850         GO TO 5150-PRINT-ONE-LINE-EXIT
011860     END-IF.
011870     IF WS-CN-CHG-UNITS (WS-SCAN-SUB) = 0
011880         AND WS-CN-CR-UNITS (WS-SCAN-SUB) = 0
011890         GO TO 5150-PRINT-ONE-LINE-EXIT
011900     END-IF.
011910     MOVE "Y" TO WS-CN-PRINTED (WS-SCAN-SUB).
011920     MOVE WS-CN-BRANCH (WS-SCAN-SUB)    TO WS-IL-BRANCH.
011930     MOVE WS-CN-CATEGORY (WS-SCAN-SUB)  TO WS-IL-CATEGORY.
011940     MOVE WS-CN-CHG-UNITS (WS-SCAN-SUB) TO WS-IL-CHG-UNITS.
011950     MOVE WS-CN-CR-UNITS (WS-SCAN-SUB)  TO WS-IL-CR-UNITS.
011960     MOVE WS-CN-CHG-AMT (WS-SCAN-SUB)   TO WS-IL-CHG-AMT.
011970     MOVE WS-CN-CR-AMT (WS-SCAN-SUB)    TO WS-IL-CR-AMT.
011980     COMPUTE WS-NET-WORK = WS-CN-CHG-AMT (WS-SCAN-SUB)
011990         - WS-CN-CR-AMT (WS-SCAN-SUB).
012000     MOVE WS-NET-WORK TO WS-IL-NET-AMT.
012010     WRITE BILL-LINE FROM WS-INV-LINE.
012020     PERFORM 9100-CHECK-OUTPUT
012030         THRU 9100-CHECK-OUTPUT-EXIT.
012040     ADD WS-CN-CHG-UNITS (WS-SCAN-SUB) TO WS-BT-CHG-UNITS.
012050     ADD WS-CN-CR-UNITS (WS-SCAN-SUB)  TO WS-BT-CR-UNITS.
012060     ADD WS-CN-CHG-AMT (WS-SCAN-SUB)   TO WS-BT-CHG-AMT.
012070     ADD WS-CN-CR-AMT (WS-SCAN-SUB)    TO WS-BT-CR-AMT.
012080*
012090     MOVE SPACES TO GLIF-RECORD.
012100     SET GLIF-DETAIL-REC TO TRUE.
012110     MOVE WS-RG-NAME (WS-REGION-SUB)    TO GLIF-REGION-NAME.
012120     MOVE WS-CN-BRANCH (WS-SCAN-SUB)    TO GLIF-BRANCH-CODE.
012130     MOVE WS-CN-CATEGORY (WS-SCAN-SUB)  TO GLIF-CATEGORY.
012140     MOVE WS-CN-CHG-UNITS (WS-SCAN-SUB) TO GLIF-CHARGE-UNITS.
012150     MOVE WS-CN-CR-UNITS (WS-SCAN-SUB)  TO GLIF-CREDIT-UNITS.
012160     MOVE WS-CN-CHG-AMT (WS-SCAN-SUB)   TO GLIF-CHARGE-AMOUNT.
012170     MOVE WS-CN-CR-AMT (WS-SCAN-SUB)    TO GLIF-CREDIT-AMOUNT.
012180     WRITE GLIF-RECORD.
012190     PERFORM 9100-CHECK-OUTPUT
012200         THRU 9100-CHECK-OUTPUT-EXIT.
012210     ADD 1 TO WS-GL-COUNT.
012220     ADD WS-CN-CHG-AMT (WS-SCAN-SUB)   TO WS-GL-CHARGES.
012230     ADD WS-CN-CR-AMT (WS-SCAN-SUB)    TO WS-GL-CREDITS.
012240     ADD WS-CN-CHG-UNITS (WS-SCAN-SUB) TO WS-GL-UNIT-HASH.
012250     ADD WS-CN-CR-UNITS (WS-SCAN-SUB)  TO WS-GL-UNIT-HASH.
012260 5150-PRINT-ONE-LINE-EXIT.
012270     EXIT.
012280*
012290 5900-PRINT-GRAND-TOTAL.
012300     WRITE BILL-LINE FROM WS-BLANK-LINE.
012310     PERFORM 9100-CHECK-OUTPUT
012320         THRU 9100-CHECK-OUTPUT-EXIT.
012330     MOVE "GRAND TOTAL"   TO WS-TL-LABEL.
012340     MOVE WS-GT-CHG-UNITS TO WS-TL-CHG-UNITS.
012350     MOVE WS-GT-CR-UNITS  TO WS-TL-CR-UNITS.
012360     MOVE WS-GT-CHG-AMT   TO WS-TL-CHG-AMT.
012370     MOVE WS-GT-CR-AMT    TO WS-TL-CR-AMT.
012380     COMPUTE WS-NET-WORK = WS-GT-CHG-AMT - WS-GT-CR-AMT.
012390     MOVE WS-NET-WORK     TO WS-TL-NET-AMT.
012400     WRITE BILL-LINE FROM WS-TOT-LINE.
012410     PERFORM 9100-CHECK-OUTPUT
012420         THRU 9100-CHECK-OUTPUT-EXIT.
012430 5900-PRINT-GRAND-TOTAL-EXIT.
012440     EXIT.
012450*
012460 6000-LIST-ONE-PENDING.
012470*
012480*    A DATE SET ASIDE EARLIER IN THE RUN MAY SINCE HAVE BEEN
012490*    BILLED FROM ANOTHER GENERATION -- ONLY ONE STILL
012500*    UNBILLED IS LISTED AND CARRIED.
012510*
012520     MOVE WS-PD-CNTR-SUB (WS-PEND-SUB) TO WS-STATE-CNTR.
012530     MOVE WS-PD-HOLD-SUB (WS-PEND-SUB) TO WS-STATE-HOLD.
012540     MOVE WS-PD-DATE (WS-PEND-SUB)     TO WS-STATE-DATE.
012550     PERFORM 4100-GET-STATE
012560         THRU 4100-GET-STATE-EXIT.
012570     IF NOT WS-KEY-UNBILLED
012580         GO TO 6000-LIST-ONE-PENDING-EXIT
012590     END-IF.
012600     MOVE SPACES TO HOLDOUT-RECORD.
012610     MOVE WS-CN-BRANCH (WS-STATE-CNTR)   TO HO-BRANCH-CODE.
012620     MOVE WS-CN-CATEGORY (WS-STATE-CNTR) TO HO-CATEGORY.
012630     MOVE WS-STATE-DATE                  TO HO-BUSINESS-DATE.
012640     MOVE WS-PD-REASON (WS-PEND-SUB)     TO HO-REASON.
012650     MOVE WS-PD-CHG (WS-PEND-SUB)        TO HO-CHARGE-UNITS.
012660     MOVE WS-PD-CR (WS-PEND-SUB)         TO HO-CREDIT-UNITS.
012670     IF WS-STATE-HOLD > 0
012680         MOVE WS-HD-FIRST-MONTH (WS-STATE-HOLD)
012690             TO HO-FIRST-MONTH
012700         COMPUTE HO-CYCLES = WS-HD-CYCLES (WS-STATE-HOLD) + 1
012710     ELSE
012720         MOVE WS-BILL-MONTH TO HO-FIRST-MONTH
012730         MOVE 1             TO HO-CYCLES
012740     END-IF.
012750     MOVE SPACES TO WS-UL-REASON.
012760     IF HO-REASON = "M"
012770         MOVE "RECON MISMATCH - WITHHELD" TO WS-UL-REASON
012780     END-IF.
012790     IF HO-REASON = "L"
012800         MOVE "DOES NOT AGREE W/ LEDGER" TO WS-UL-REASON
012810     END-IF.
012820     IF HO-REASON = "R"
012830         MOVE "NO RATE FOR CATEGORY" TO WS-UL-REASON
012840     END-IF.
012850     IF HO-REASON = "A"
012860         MOVE "VOLUME ANOMALY - WITHHELD" TO WS-UL-REASON
012870     END-IF.
012880     PERFORM 6200-WRITE-UNBILLED
012890         THRU 6200-WRITE-UNBILLED-EXIT.
012900 6000-LIST-ONE-PENDING-EXIT.
012910     EXIT.
012920*
012930 6100-LIST-ONE-HOLD.
012940*
012950*    A CARRIED DATE BILLED THIS CYCLE IS FINISHED; ONE SET
012960*    ASIDE AGAIN WAS LISTED WITH THE REST ABOVE.  ONE NOW OFF
012970*    THE LEDGER WAS BACKED OUT AND IS DROPPED.  ONE WITH NO
012980*    RESULTS ON OUTIN AT ALL IS CARRIED AS IT WAS.
012990*
013000     IF WS-HD-STATE (WS-HOLD-SUB) = "X"
013010         ADD 1 TO WS-DROPPED-COUNT
013020         DISPLAY "CHGBILL: CARRIED DATE BACKED OUT - DROPPED - "
013030             WS-HD-BRANCH (WS-HOLD-SUB) " "
013040             WS-HD-CATEGORY (WS-HOLD-SUB) " "
013050             WS-HD-DATE (WS-HOLD-SUB)
013060         GO TO 6100-LIST-ONE-HOLD-EXIT
013070     END-IF.
013080     IF WS-HD-STATE (WS-HOLD-SUB) NOT = SPACE
013090         GO TO 6100-LIST-ONE-HOLD-EXIT
013100     END-IF.
013110     MOVE SPACES TO HOLDOUT-RECORD.
013120     MOVE WS-HD-BRANCH (WS-HOLD-SUB)      TO HO-BRANCH-CODE.
013130     MOVE WS-HD-CATEGORY (WS-HOLD-SUB)    TO HO-CATEGORY.
013140     MOVE WS-HD-DATE (WS-HOLD-SUB)        TO HO-BUSINESS-DATE.
013150     MOVE WS-HD-FIRST-MONTH (WS-HOLD-SUB) TO HO-FIRST-MONTH.
013160     MOVE WS-HD-REASON (WS-HOLD-SUB)      TO HO-REASON.
013170     MOVE WS-HD-CHG (WS-HOLD-SUB)         TO HO-CHARGE-UNITS.
013180     MOVE WS-HD-CR (WS-HOLD-SUB)          TO HO-CREDIT-UNITS.
013190     COMPUTE HO-CYCLES = WS-HD-CYCLES (WS-HOLD-SUB) + 1.
013200     MOVE "NO RESULTS ON OUTIN" TO WS-UL-REASON.
013210     PERFORM 6200-WRITE-UNBILLED
013220         THRU 6200-WRITE-UNBILLED-EXIT.
013230 6100-LIST-ONE-HOLD-EXIT.
013240     EXIT.
013250*
013260 6200-WRITE-UNBILLED.
013270     IF WS-UNBILLED-HDR-SW = "N"
013280         MOVE "Y" TO WS-UNBILLED-HDR-SW
013290         WRITE BILL-LINE FROM WS-BLANK-LINE
013300         PERFORM 9100-CHECK-OUTPUT
013310             THRU 9100-CHECK-OUTPUT-EXIT
013320         WRITE BILL-LINE FROM WS-UNB-HDR
013330         PERFORM 9100-CHECK-OUTPUT
013340             THRU 9100-CHECK-OUTPUT-EXIT
013350         WRITE BILL-LINE FROM WS-UNB-COL-HDR
013360         PERFORM 9100-CHECK-OUTPUT
013370             THRU 9100-CHECK-OUTPUT-EXIT
013380     END-IF.
013390     MOVE HO-BRANCH-CODE   TO WS-UL-BRANCH.
013400     MOVE HO-CATEGORY      TO WS-UL-CATEGORY.
013410     MOVE HO-BUSINESS-DATE TO WS-UL-DATE.
013420     MOVE HO-CHARGE-UNITS  TO WS-UL-CHG-UNITS.
013430     MOVE HO-CREDIT-UNITS  TO WS-UL-CR-UNITS.
013440     MOVE HO-FIRST-MONTH   TO WS-UL-FIRST-MONTH.
013450     MOVE HO-CYCLES        TO WS-UL-CYCLES.
013460     WRITE BILL-LINE FROM WS-UNB-LINE.
013470     PERFORM 9100-CHECK-OUTPUT
013480         THRU 9100-CHECK-OUTPUT-EXIT.
013490     WRITE HOLDOUT-RECORD.
013500     PERFORM 9100-CHECK-OUTPUT
013510         THRU 9100-CHECK-OUTPUT-EXIT.
013520     ADD 1 TO WS-UNBILLED-COUNT.
013530 6200-WRITE-UNBILLED-EXIT.
013540     EXIT.
013550*
013560 9000-TERMINATE.
013570     MOVE SPACES TO GLIF-RECORD.
013580     SET GLIF-TRAILER-REC TO TRUE.
013590     MOVE WS-GL-COUNT     TO GLIF-REC-COUNT.
013600     MOVE WS-GL-CHARGES   TO GLIF-TOTAL-CHARGES.
013610     MOVE WS-GL-CREDITS   TO GLIF-TOTAL-CREDITS.
013620     MOVE WS-GL-UNIT-HASH TO GLIF-UNIT-HASH.
013630     WRITE GLIF-RECORD.
013640     PERFORM 9100-CHECK-OUTPUT
013650         THRU 9100-CHECK-OUTPUT-EXIT.
013660*
013670     WRITE BILL-LINE FROM WS-BLANK-LINE.
013680     PERFORM 9100-CHECK-OUTPUT
013690         THRU 9100-CHECK-OUTPUT-EXIT.
013700     MOVE WS-GL-COUNT       TO WS-CL-COUNT.
013710     MOVE WS-UNBILLED-COUNT TO WS-CL-UNBILLED.
013720     WRITE BILL-LINE FROM WS-CTL-LINE.
013730     PERFORM 9100-CHECK-OUTPUT
013740         THRU 9100-CHECK-OUTPUT-EXIT.
013750*
013760     DISPLAY "CHGBILL: " WS-RESULT-COUNT " RESULTS READ, "
013770         WS-OUTSIDE-COUNT " OUTSIDE THE BILLING PERIOD".
013780     DISPLAY "CHGBILL: " WS-BILLED-COUNT " COUNTER DATES BILLED ("
013790         WS-CLEARED-COUNT " CARRIED IN), "
013800         WS-SUPERSEDED-COUNT " SUPERSEDED, "
013810         WS-BACKOUT-COUNT " BACKED OUT".
013820     DISPLAY "CHGBILL: " WS-UNBILLED-COUNT
013830         " UNBILLED AND CARRIED, "
013840         WS-DROPPED-COUNT " CARRIED DATES DROPPED".
013850     DISPLAY "CHGBILL: " WS-GL-COUNT " GL INTERFACE RECORDS".
013860     CLOSE OUTIN.
013870     CLOSE LEDGFILE.
013880     CLOSE BILLRPT.
013890     CLOSE BILLGL.
013900     CLOSE HOLDOUT.
013910 9000-TERMINATE-EXIT.
013920     EXIT.
013930*
013940 9100-CHECK-OUTPUT.
013950     IF NOT WS-HOLDOUT-OK
013960         AND NOT WS-HOLD-FAILED
013970         DISPLAY "CHGBILL: HOLDOUT WRITE FAILED - STATUS "
013980             WS-HOLDOUT-STATUS " - CARRY GENERATION INCOMPLETE"
013990         MOVE "Y" TO WS-HOLD-FAILED-SW
014000     END-IF.
014010     IF (NOT WS-BILLRPT-OK OR NOT WS-BILLGL-OK)
014020         AND NOT WS-OUTPUT-FAILED
014030         DISPLAY "CHGBILL: OUTPUT WRITE FAILED - BILLRPT STATUS "
014040             WS-BILLRPT-STATUS " BILLGL STATUS " WS-BILLGL-STATUS
014050         MOVE "Y" TO WS-OUTPUT-FAILED-SW
014060     END-IF.
014070 9100-CHECK-OUTPUT-EXIT.
014080     EXIT.
