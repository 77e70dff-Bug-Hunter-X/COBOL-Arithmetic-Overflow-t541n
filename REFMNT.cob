000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     REFMNT.
000030 AUTHOR.         J W MERCER.
000040 INSTALLATION.   DAILY PROCESSING - BRANCH ACCOUNTING.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.  10/15/26.
000070*-----------------------------------------------------------*
000080* MOD-LOG                                                   *
000090* DATE       INIT  DESCRIPTION                              *
000100* 10/15/26   JWM   ORIGINAL VERSION.  MAINTENANCE OF THE    *
000110*                  THREE REFERENCE TABLES THE DAILY CHAIN   *
000120*                  READS BUT NOTHING MAINTAINED: THE        *
000130*                  COUNTER TYPE TABLE (CTYPEFILE), THE      *
000140*                  REGION ROUTING TABLE (ROUTEFILE) AND THE *
000150*                  BUSINESS CALENDAR (CALFILE).  DRIVEN BY  *
000160*                  TABLE CHANGES ("T") ON THE PENDING       *
000170*                  CHANGE FILE (PENDFILE) -- KEYED BY ONE   *
000180*                  OPERATOR AND APPROVED BY ANOTHER THROUGH *
000190*                  PNDCHG.  ONLY APPROVED CHANGES ARE       *
000200*                  TAKEN.  A CHANGE THAT WOULD BREAK THE    *
000210*                  NEXT RUN IS REFUSED: A DIGIT COUNT BELOW *
000220*                  THE LARGEST SEQFILE COUNTER OF THAT      *
000230*                  TYPE, A DELETED TYPE STILL NAMED BY      *
000240*                  BRANFILE OR BCATFILE, AN EXTRACT NUMBER  *
000250*                  OUTDIST HAS NO REGOUT FILE FOR, AN OPEN  *
000260*                  BRANCH LEFT UNROUTED, OR A DATE TAKEN    *
000270*                  OFF THE BUSINESS DAYS AFTER CNTRFILE     *
000280*                  ACTIVITY FOR IT WAS POSTED (CNTRFILE OR  *
000290*                  THE DAILY LEDGER).  A YEAR CHANGE AND    *
000300*                  THE HOLIDAY CHANGES FILED WITH IT        *
000310*                  GENERATE A WHOLE CALENDAR YEAR OF        *
000320*                  WEEKEND AND BUSINESS DAYS; A YEAR DELETE *
000330*                  PURGES A PAST YEAR.  EVERY CHANGE IS     *
000340*                  LOGGED ON REFLOG (SEE REFLREC) AND       *
000350*                  MARKED APPLIED OR REFUSED ON PENDFILE, A *
000360*                  YEAR AND ITS HOLIDAYS TOGETHER.  THE     *
000370*                  TABLES ARE REWRITTEN TO CTYPEOUT,        *
000380*                  ROUTEOUT AND CALOUT FOR THE COPY-BACK    *
000390*                  STEPS.  RC 8 WHEN ANY CHANGE WAS REFUSED,*
000400*                  WHEN REFLOG WILL NOT OPEN (NOTHING IS    *
000410*                  APPLIED), OR WHEN A REFLOG WRITE FAILS   *
000420*                  (NO FURTHER CHANGE IS TAKEN); RC 12 WHEN *
000430*                  A TABLE FILLS.                           *
000440*-----------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.   IBM-370.
000480 OBJECT-COMPUTER.   IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT PENDFILE ASSIGN TO PENDFILE
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS PEND-CHANGE-NO
000550         FILE STATUS IS WS-PENDFILE-STATUS.
000560*
000570     SELECT CTYPEFILE ASSIGN TO CTYPEFILE
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-CTYPEFILE-STATUS.
000600*
000610     SELECT CTYPEOUT ASSIGN TO CTYPEOUT
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-CTYPEOUT-STATUS.
000640*
000650     SELECT ROUTEFILE ASSIGN TO ROUTEFILE
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-ROUTEFILE-STATUS.
000680*
000690     SELECT ROUTEOUT ASSIGN TO ROUTEOUT
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-ROUTEOUT-STATUS.
000720*
000730     SELECT CALFILE ASSIGN TO CALFILE
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-CALFILE-STATUS.
000760*
000770     SELECT CALOUT ASSIGN TO CALOUT
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-CALOUT-STATUS.
000800*
000810     SELECT BRANFILE ASSIGN TO BRANFILE
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-BRANFILE-STATUS.
000840*
000850     SELECT BCATFILE ASSIGN TO BCATFILE
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-BCATFILE-STATUS.
000880*
000890     SELECT SEQFILE ASSIGN TO SEQFILE
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS SEQUENTIAL
000920         RECORD KEY IS SEQ-COUNTER-ID
000930         FILE STATUS IS WS-SEQFILE-STATUS.
000940*
000950     SELECT CNTRFILE ASSIGN TO CNTRFILE
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WS-CNTRFILE-STATUS.
000980*
000990     SELECT LEDGFILE ASSIGN TO LEDGFILE
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS SEQUENTIAL
001020         RECORD KEY IS LEDG-KEY
001030         FILE STATUS IS WS-LEDGFILE-STATUS.
001040*
001050     SELECT REFLOG ASSIGN TO REFLOG
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS WS-REFLOG-STATUS.
001080 DATA DIVISION.
001090 FILE SECTION.
001100 FD  PENDFILE
001110     LABEL RECORDS ARE STANDARD.
001120 COPY PENDREC.
001130*
001140 FD  CTYPEFILE
001150     LABEL RECORDS ARE STANDARD.
001160 COPY CTYPEREC.
001170*
001180 FD  CTYPEOUT
001190     LABEL RECORDS ARE STANDARD.
001200 01  CTYPEOUT-RECORD.
001210     05  CTO-TYPE-CODE           PIC X(04).
001220     05  CTO-DIGIT-COUNT         PIC 9(02).
001230*
001240 FD  ROUTEFILE
001250     LABEL RECORDS ARE STANDARD.
001260 COPY ROUTEREC.
001270*
001280 FD  ROUTEOUT
001290     LABEL RECORDS ARE STANDARD.
001300 01  ROUTEOUT-RECORD.
001310     05  RTO-BRANCH-CODE         PIC X(08).
001320     05  RTO-REGION-NAME         PIC X(08).
001330     05  RTO-EXTRACT-NO          PIC 9(01).
001340*
001350 FD  CALFILE
001360     LABEL RECORDS ARE STANDARD.
001370 COPY CALREC.
001380*
001390 FD  CALOUT
001400     LABEL RECORDS ARE STANDARD.
001410 01  CALOUT-RECORD.
001420     05  CLO-DATE                PIC 9(08).
001430     05  CLO-DAY-TYPE            PIC X(01).
001440*
001450 FD  BRANFILE
001460     LABEL RECORDS ARE STANDARD.
001470 COPY BRANREC.
001480*
001490 FD  BCATFILE
001500     LABEL RECORDS ARE STANDARD.
001510 COPY BCATREC.
001520*
001530 FD  SEQFILE
001540     LABEL RECORDS ARE STANDARD.
001550 COPY SEQREC.
001560*
001570 FD  CNTRFILE
001580     LABEL RECORDS ARE STANDARD.
001590 COPY CNTRREC.
001600*
001610 FD  LEDGFILE
001620     LABEL RECORDS ARE STANDARD.
001630 COPY LEDGREC.
001640*
001650 FD  REFLOG
001660     LABEL RECORDS ARE STANDARD.
001670 COPY REFLREC.
001680 WORKING-STORAGE SECTION.
001690 77  WS-CTYPE-COUNT          PIC 9(03) VALUE 0 COMP.
001700 77  WS-MAX-CTYPES           PIC 9(03) VALUE 100 COMP.
001710 77  WS-ROUTE-COUNT          PIC 9(05) VALUE 0 COMP.
001720 77  WS-MAX-ROUTES           PIC 9(05) VALUE 5000 COMP.
001730 77  WS-BRANCH-COUNT         PIC 9(05) VALUE 0 COMP.
001740 77  WS-MAX-BRANCHES         PIC 9(05) VALUE 5000 COMP.
001750 77  WS-BCAT-COUNT           PIC 9(05) VALUE 0 COMP.
001760 77  WS-MAX-BCATS            PIC 9(05) VALUE 20000 COMP.
001770 77  WS-USE-COUNT            PIC 9(03) VALUE 0 COMP.
001780 77  WS-MAX-USES             PIC 9(03) VALUE 200 COMP.
001790 77  WS-HOL-COUNT            PIC 9(03) VALUE 0 COMP.
001800 77  WS-MAX-HOLS             PIC 9(03) VALUE 60 COMP.
001810*
001820*    THE CALENDAR IS HELD TO THE SAME 2000 DATES THE FEED EDIT
001830*    AND THE DAILY RUN LOAD -- A LONGER FILE WOULD OVERFLOW
001840*    THEIR TABLES ON THE NEXT RUN.
001850*
001860 77  WS-CAL-COUNT            PIC 9(05) VALUE 0 COMP.
001870 77  WS-MAX-CALS             PIC 9(05) VALUE 2000 COMP.
001880*
001890*    OUTDIST WRITES FOUR REGION EXTRACTS, REGOUT1-REGOUT4.
001900*
001910 77  WS-MAX-EXTRACT-NO       PIC 9(01) VALUE 4.
001920 77  WS-CARD-COUNT           PIC 9(05) VALUE 0 COMP.
001930 77  WS-HOLIDAY-CARD-COUNT   PIC 9(05) VALUE 0 COMP.
001940 77  WS-ACCEPT-COUNT         PIC 9(05) VALUE 0 COMP.
001950 77  WS-REFUSE-COUNT         PIC 9(05) VALUE 0 COMP.
001960 77  WS-REFUSE-BEFORE        PIC 9(05) VALUE 0 COMP.
001970 77  WS-LOG-COUNT            PIC 9(05) VALUE 0 COMP.
001980 77  WS-SEQ-READ-COUNT       PIC 9(07) VALUE 0 COMP.
001990 77  WS-ERROR-RETURN-CODE    PIC 9(03) VALUE 8 COMP.
002000 77  WS-CAPACITY-SW          PIC X(01) VALUE "N".
002010     88  WS-CAPACITY-EXCEEDED     VALUE "Y".
002020 77  WS-CAPACITY-RETURN-CODE PIC 9(03) VALUE 12 COMP.
002030 77  WS-CTYPE-SUB            PIC 9(03) VALUE 0 COMP.
002040 77  WS-ROUTE-SUB            PIC 9(05) VALUE 0 COMP.
002050 77  WS-BRANCH-SUB           PIC 9(05) VALUE 0 COMP.
002060 77  WS-BCAT-SUB             PIC 9(05) VALUE 0 COMP.
002070 77  WS-CAL-SUB              PIC 9(05) VALUE 0 COMP.
002080 77  WS-USE-SUB              PIC 9(03) VALUE 0 COMP.
002090 77  WS-HOL-SUB              PIC 9(03) VALUE 0 COMP.
002100 77  WS-FOUND-SUB            PIC 9(05) VALUE 0 COMP.
002110 77  WS-INSERT-SUB           PIC 9(05) VALUE 0 COMP.
002120 77  WS-SHIFT-SUB            PIC 9(05) VALUE 0 COMP.
002130 77  WS-POSTED-SUB           PIC 9(05) VALUE 0 COMP.
002140 77  WS-CEILING-SUB          PIC 9(02) COMP.
002150 77  WS-CEILING-WORK         PIC S9(11) COMP-3 VALUE 0.
002160 77  WS-DEFAULT-DIGITS       PIC 9(02) VALUE 5.
002170 77  WS-DIGITS               PIC 9(02) VALUE 0.
002180 77  WS-TYPE-WORK            PIC X(04) VALUE SPACES.
002190 77  WS-RUN-TIME             PIC 9(08) VALUE 0.
002200 77  WS-PENDING-END-SW       PIC X(01) VALUE "N".
002210     88  WS-NO-MORE-CHANGES       VALUE "Y".
002220 77  WS-LOG-FAIL-SW          PIC X(01) VALUE "N".
002230     88  WS-LOG-FAILED            VALUE "Y".
002240 77  WS-DECK-END-SW          PIC X(01) VALUE "N".
002250     88  WS-DECK-END              VALUE "Y".
002260 77  WS-YEAR-CHANGE-NO       PIC 9(08) VALUE 0.
002270 77  WS-MARK-FIRST-NO        PIC 9(08) VALUE 0.
002280 77  WS-MARK-LAST-NO         PIC 9(08) VALUE 0.
002290 77  WS-MARK-NO              PIC 9(08) VALUE 0.
002300 77  WS-MARK-STATUS          PIC X(01) VALUE SPACE.
002310 77  WS-DECK-BAD-SW          PIC X(01) VALUE "N".
002320     88  WS-DECK-BAD              VALUE "Y".
002330 77  WS-CAL-BAD-SW           PIC X(01) VALUE "N".
002340     88  WS-CAL-BAD               VALUE "Y".
002350 77  WS-DATE-OK-SW           PIC X(01) VALUE "N".
002360     88  WS-DATE-OK               VALUE "Y".
002370 77  WS-LEAP-SW              PIC X(01) VALUE "N".
002380     88  WS-LEAP-YEAR             VALUE "Y".
002390 77  WS-LEAP-QUOT            PIC 9(04) VALUE 0.
002400 77  WS-LEAP-REM             PIC 9(04) VALUE 0.
002410 77  WS-MONTH-LIMIT          PIC 9(02) VALUE 0.
002420 77  WS-PREV-CAL-DATE        PIC 9(08) VALUE 0.
002430 77  WS-CHANGE-SW            PIC X(01) VALUE "N".
002440     88  WS-SOMETHING-CHANGED     VALUE "Y".
002450*
002460*    THE CHANGE IN HAND.  A YEAR CHANGE READS AHEAD THROUGH ITS
002470*    HOLIDAYS, SO EVERYTHING THE YEAR ITSELF SAID IS KEPT HERE
002480*    BEFORE THE HOLIDAYS ARE READ.
002490*
002500 77  WS-CARD-TABLE           PIC X(01) VALUE SPACE.
002510 77  WS-CARD-ACTION          PIC X(01) VALUE SPACE.
002520     88  WS-CARD-ADD              VALUE "A".
002530     88  WS-CARD-CHANGE           VALUE "C".
002540     88  WS-CARD-DELETE           VALUE "D".
002550 77  WS-CARD-OPERATOR        PIC X(08) VALUE SPACES.
002560 77  WS-CARD-APPROVER        PIC X(08) VALUE SPACES.
002570 77  WS-GEN-YEAR-X           PIC X(04) VALUE SPACES.
002580 77  WS-GEN-YEAR REDEFINES WS-GEN-YEAR-X
002590                             PIC 9(04).
002600*
002610 77  WS-GEN-FIRST-DATE       PIC 9(08) VALUE 0.
002620 77  WS-GEN-LAST-DATE        PIC 9(08) VALUE 0.
002630 77  WS-GEN-DAYS             PIC 9(03) VALUE 0 COMP.
002640 77  WS-GEN-MM               PIC 9(02) VALUE 0.
002650 77  WS-GEN-DD               PIC 9(02) VALUE 0.
002660 77  WS-GEN-DOW              PIC 9(01) VALUE 0.
002670 77  WS-GEN-BUSINESS-COUNT   PIC 9(03) VALUE 0 COMP.
002680 77  WS-GEN-HOLIDAY-COUNT    PIC 9(03) VALUE 0 COMP.
002690 77  WS-GEN-WEEKEND-COUNT    PIC 9(03) VALUE 0 COMP.
002700 77  WS-YEAR-DATES           PIC 9(05) VALUE 0 COMP.
002710 77  WS-ZELLER-Y             PIC 9(04) VALUE 0.
002720 77  WS-ZELLER-J             PIC 9(04) VALUE 0.
002730 77  WS-ZELLER-K             PIC 9(04) VALUE 0.
002740 77  WS-ZELLER-J4            PIC 9(04) VALUE 0.
002750 77  WS-ZELLER-K4            PIC 9(04) VALUE 0.
002760 77  WS-ZELLER-SUM           PIC 9(05) VALUE 0.
002770 77  WS-ZELLER-QUOT          PIC 9(05) VALUE 0.
002780 77  WS-NEW-CAL-DATE         PIC 9(08) VALUE 0.
002790 77  WS-NEW-CAL-TYPE         PIC X(01) VALUE SPACE.
002800 77  WS-CHECK-DATE           PIC 9(08) VALUE 0.
002810*
002820*    POSTED-ACTIVITY MAP -- ONE BYTE PER CALENDAR DATE FROM
002830*    1980 TO 2079 (372 SLOTS A YEAR, 31 A MONTH), SET FROM
002840*    THE CURRENT CNTRFILE AND THE DAILY LEDGER THE FIRST TIME
002850*    A CARD WOULD TAKE A DATE OFF THE BUSINESS DAYS.
002860*
002870 77  WS-POSTED-LOADED-SW     PIC X(01) VALUE "N".
002880     88  WS-POSTED-LOADED         VALUE "Y".
002890 77  WS-POSTED-FIRST-YEAR    PIC 9(04) VALUE 1980.
002900 77  WS-POSTED-LAST-YEAR     PIC 9(04) VALUE 2079.
002910 77  WS-POSTED-DATE-COUNT    PIC 9(07) VALUE 0 COMP.
002920*
002930 77  WS-LOG-TABLE            PIC X(01) VALUE SPACE.
002940 77  WS-LOG-ACTION           PIC X(01) VALUE SPACE.
002950 77  WS-LOG-KEY              PIC X(08) VALUE SPACES.
002960 77  WS-LOG-BEFORE           PIC X(17) VALUE SPACES.
002970 77  WS-LOG-AFTER            PIC X(17) VALUE SPACES.
002980 77  WS-LOG-HOLIDAY-NAME     PIC X(20) VALUE SPACES.
002990*
003000 01  WS-RUN-DATE-AREA.
003010     05  WS-RUN-DATE             PIC 9(08) VALUE 0.
003020     05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
003030         10  WS-RUN-CCYY         PIC 9(04).
003040         10  FILLER              PIC X(04).
003050*
003060 01  WS-WORK-DATE.
003070     05  WS-WORK-CCYY            PIC 9(04).
003080     05  WS-WORK-MM              PIC 9(02).
003090     05  WS-WORK-DD              PIC 9(02).
003100 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
003110                                 PIC 9(08).
003120*
003130 01  WS-MARK-DATE.
003140     05  WS-MARK-CCYY            PIC 9(04).
003150     05  WS-MARK-MM              PIC 9(02).
003160     05  WS-MARK-DD              PIC 9(02).
003170 01  WS-MARK-DATE-N REDEFINES WS-MARK-DATE
003180                                 PIC 9(08).
003190*
003200 01  WS-MONTH-DAYS-DATA.
003210     05  FILLER                  PIC X(24)
003220         VALUE "312831303130313130313031".
003230 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
003240     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
003250*
003260*    TABLE RECORD IMAGES FOR THE CHANGE LOG, LAID OUT AS ON
003270*    THE TABLE FILES THEMSELVES.
003280*
003290 01  WS-CTYPE-IMAGE.
003300     05  WS-CTI-TYPE-CODE        PIC X(04).
003310     05  WS-CTI-DIGIT-COUNT      PIC 9(02).
003320*
003330 01  WS-ROUTE-IMAGE.
003340     05  WS-RTI-BRANCH-CODE      PIC X(08).
003350     05  WS-RTI-REGION-NAME      PIC X(08).
003360     05  WS-RTI-EXTRACT-NO       PIC 9(01).
003370*
003380 01  WS-CAL-IMAGE.
003390     05  WS-CAI-DATE             PIC 9(08).
003400     05  WS-CAI-DAY-TYPE         PIC X(01).
003410*
003420 01  WS-CTYPE-TABLE.
003430     05  WS-CT-ENTRY OCCURS 100 TIMES.
003440         10  WS-CT-CODE           PIC X(04).
003450         10  WS-CT-DIGITS         PIC 9(02).
003460*
003470 01  WS-ROUTE-TABLE.
003480     05  WS-RT-ENTRY OCCURS 5000 TIMES.
003490         10  WS-RT-BRANCH         PIC X(08).
003500         10  WS-RT-REGION         PIC X(08).
003510         10  WS-RT-EXTRACT        PIC 9(01).
003520*
003530 01  WS-CAL-TABLE.
003540     05  WS-CA-ENTRY OCCURS 2000 TIMES.
003550         10  WS-CA-DATE           PIC 9(08).
003560         10  WS-CA-TYPE           PIC X(01).
003570*
003580 01  WS-BRANCH-TABLE.
003590     05  WS-BR-ENTRY OCCURS 5000 TIMES
003600                     INDEXED BY WS-BR-IDX.
003610         10  WS-BR-CODE           PIC X(08).
003620         10  WS-BR-TYPE           PIC X(04).
003630         10  WS-BR-STATUS         PIC X(01).
003640*
003650 01  WS-BCAT-TABLE.
003660     05  WS-BC-ENTRY OCCURS 20000 TIMES
003670                     INDEXED BY WS-BC-IDX.
003680         10  WS-BC-BRANCH         PIC X(08).
003690         10  WS-BC-CATEGORY       PIC X(04).
003700         10  WS-BC-TYPE           PIC X(04).
003710*
003720*
003730*    THE TABLE, ACTION AND DATA OF THE CHANGE IN HAND, FROM THE
003740*    PENDFILE PAYLOAD, WITH THE OPERATOR WHO KEYED IT AND THE
003750*    ONE WHO APPROVED IT.  THE DATA DEPENDS ON THE TABLE.  A
003760*    HOLIDAY ("H") BELONGS TO THE YEAR CHANGE FILED JUST BEFORE
003770*    IT (SEE PNDCHG).
003780*
003790 01  RC-RECORD.
003800     05  RC-TABLE                PIC X(01).
003810         88  RC-TABLE-CTYPE          VALUE "T".
003820         88  RC-TABLE-ROUTE          VALUE "R".
003830         88  RC-TABLE-CALENDAR       VALUE "C".
003840         88  RC-TABLE-YEAR           VALUE "Y".
003850         88  RC-TABLE-HOLIDAY        VALUE "H".
003860     05  RC-ACTION               PIC X(01).
003870     05  RC-OPERATOR-ID          PIC X(08).
003880     05  RC-APPROVER-ID          PIC X(08).
003890     05  RC-DATA                 PIC X(62).
003900     05  RC-CTYPE-DATA REDEFINES RC-DATA.
003910         10  RC-CT-TYPE          PIC X(04).
003920         10  RC-CT-DIGITS        PIC 9(02).
003930         10  FILLER              PIC X(56).
003940     05  RC-ROUTE-DATA REDEFINES RC-DATA.
003950         10  RC-RT-BRANCH        PIC X(08).
003960         10  RC-RT-REGION        PIC X(08).
003970         10  RC-RT-EXTRACT       PIC 9(01).
003980         10  RC-RT-EXTRACT-X REDEFINES RC-RT-EXTRACT
003990                                 PIC X(01).
004000         10  FILLER              PIC X(45).
004010     05  RC-CAL-DATA REDEFINES RC-DATA.
004020         10  RC-CA-DATE          PIC 9(08).
004030         10  RC-CA-DAY-TYPE      PIC X(01).
004040         10  FILLER              PIC X(53).
004050     05  RC-YEAR-DATA REDEFINES RC-DATA.
004060         10  RC-YR-YEAR          PIC X(04).
004070         10  FILLER              PIC X(58).
004080     05  RC-HOLIDAY-DATA REDEFINES RC-DATA.
004090         10  RC-HO-DATE          PIC 9(08).
004100         10  FILLER              PIC X(01).
004110         10  RC-HO-NAME          PIC X(20).
004120         10  FILLER              PIC X(33).
004130*
004140*    ONE ENTRY PER COUNTER TYPE IN USE -- HOW MANY BRANFILE
004150*    AND BCATFILE ROWS NAME IT, HOW MANY SEQFILE COUNTERS
004160*    RESOLVE TO IT THE WAY THE DAILY RUN RESOLVES THEM, AND
004170*    THE LARGEST VALUE ANY OF THEM HOLDS.
004180*
004190 01  WS-USE-TABLE.
004200     05  WS-US-ENTRY OCCURS 200 TIMES.
004210         10  WS-US-TYPE           PIC X(04).
004220         10  WS-US-REFS           PIC 9(05) COMP.
004230         10  WS-US-COUNTERS       PIC 9(07) COMP.
004240         10  WS-US-MAX-VALUE      PIC S9(10) COMP-3.
004250         10  WS-US-MAX-BRANCH     PIC X(08).
004260         10  WS-US-MAX-CATEGORY   PIC X(04).
004270*
004280 01  WS-HOL-TABLE.
004290     05  WS-HO-ENTRY OCCURS 60 TIMES.
004300         10  WS-HO-DATE           PIC 9(08).
004310         10  WS-HO-NAME           PIC X(20).
004320*
004330 01  WS-POSTED-TABLE.
004340     05  WS-PD-FLAG              PIC X(01) OCCURS 37200 TIMES.
004350*
004360 01  WS-FLAGS.
004370     05  WS-PENDFILE-STATUS  PIC X(02) VALUE SPACES.
004380         88  WS-PENDFILE-OK           VALUE "00".
004390     05  WS-CTYPEFILE-STATUS PIC X(02) VALUE SPACES.
004400         88  WS-CTYPEFILE-OK          VALUE "00".
004410         88  WS-CTYPEFILE-EOF         VALUE "10".
004420     05  WS-CTYPEOUT-STATUS  PIC X(02) VALUE SPACES.
004430         88  WS-CTYPEOUT-OK           VALUE "00".
004440     05  WS-ROUTEFILE-STATUS PIC X(02) VALUE SPACES.
004450         88  WS-ROUTEFILE-OK          VALUE "00".
004460         88  WS-ROUTEFILE-EOF         VALUE "10".
004470     05  WS-ROUTEOUT-STATUS  PIC X(02) VALUE SPACES.
004480         88  WS-ROUTEOUT-OK           VALUE "00".
004490     05  WS-CALFILE-STATUS   PIC X(02) VALUE SPACES.
004500         88  WS-CALFILE-OK            VALUE "00".
004510         88  WS-CALFILE-EOF           VALUE "10".
004520     05  WS-CALOUT-STATUS    PIC X(02) VALUE SPACES.
004530         88  WS-CALOUT-OK             VALUE "00".
004540     05  WS-BRANFILE-STATUS  PIC X(02) VALUE SPACES.
004550         88  WS-BRANFILE-OK           VALUE "00".
004560         88  WS-BRANFILE-EOF          VALUE "10".
004570     05  WS-BCATFILE-STATUS  PIC X(02) VALUE SPACES.
004580         88  WS-BCATFILE-OK           VALUE "00".
004590         88  WS-BCATFILE-EOF          VALUE "10".
004600     05  WS-SEQFILE-STATUS   PIC X(02) VALUE SPACES.
004610         88  WS-SEQFILE-OK            VALUE "00".
004620         88  WS-SEQFILE-EOF           VALUE "10".
004630     05  WS-CNTRFILE-STATUS  PIC X(02) VALUE SPACES.
004640         88  WS-CNTRFILE-OK           VALUE "00".
004650         88  WS-CNTRFILE-EOF          VALUE "10".
004660     05  WS-LEDGFILE-STATUS  PIC X(02) VALUE SPACES.
004670         88  WS-LEDGFILE-OK           VALUE "00".
004680         88  WS-LEDGFILE-EOF          VALUE "10".
004690     05  WS-REFLOG-STATUS    PIC X(02) VALUE SPACES.
004700         88  WS-REFLOG-OK             VALUE "00".
004710 PROCEDURE DIVISION.
004720*
004730 0000-MAINLINE.
004740     PERFORM 1000-INITIALIZE
004750         THRU 1000-INITIALIZE-EXIT.
004760*
004770     PERFORM 3000-PROCESS-ONE-CARD
004780         THRU 3000-PROCESS-ONE-CARD-EXIT
004790         UNTIL WS-NO-MORE-CHANGES.
004800*
004810     PERFORM 9000-TERMINATE
004820         THRU 9000-TERMINATE-EXIT.
004830*
004840     IF WS-REFUSE-COUNT > 0
004850         OR WS-LOG-FAILED
004860         MOVE WS-ERROR-RETURN-CODE TO RETURN-CODE
004870     END-IF.
004880*
004890*    A TABLE ROW A FULL TABLE COULD NOT HOLD WOULD BE DROPPED
004900*    FROM THE REWRITTEN FILES -- FAIL THE STEP SO THE
004910*    COPY-BACKS NEVER RUN ON A SHORT FILE.
004920*
004930     IF WS-CAPACITY-EXCEEDED
004940         MOVE WS-CAPACITY-RETURN-CODE TO RETURN-CODE
004950     END-IF.
004960     STOP RUN.
004970*
004980 1000-INITIALIZE.
004990     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005000     ACCEPT WS-RUN-TIME FROM TIME.
005010*
005020     OPEN INPUT CTYPEFILE.
005030     READ CTYPEFILE
005040         AT END SET WS-CTYPEFILE-EOF TO TRUE
005050     END-READ.
005060     PERFORM 1050-LOAD-ONE-CTYPE
005070         THRU 1050-LOAD-ONE-CTYPE-EXIT
005080         UNTIL WS-CTYPEFILE-EOF.
005090     CLOSE CTYPEFILE.
005100*
005110     OPEN INPUT ROUTEFILE.
005120     READ ROUTEFILE
005130         AT END SET WS-ROUTEFILE-EOF TO TRUE
005140     END-READ.
005150     PERFORM 1100-LOAD-ONE-ROUTE
005160         THRU 1100-LOAD-ONE-ROUTE-EXIT
005170         UNTIL WS-ROUTEFILE-EOF.
005180     CLOSE ROUTEFILE.
005190*
005200*    THE FIRST YEAR EVER GENERATED STARTS FROM NO CALENDAR.
005210*
005220     OPEN INPUT CALFILE.
005230     IF WS-CALFILE-OK
005240         READ CALFILE
005250             AT END SET WS-CALFILE-EOF TO TRUE
005260         END-READ
005270         PERFORM 1150-LOAD-ONE-CAL
005280             THRU 1150-LOAD-ONE-CAL-EXIT
005290             UNTIL WS-CALFILE-EOF
005300         CLOSE CALFILE
005310     ELSE
005320         DISPLAY "REFMNT: NO CALFILE - STARTING AN EMPTY "
005330             "CALENDAR"
005340     END-IF.
005350*
005360     OPEN INPUT BRANFILE.
005370     READ BRANFILE
005380         AT END SET WS-BRANFILE-EOF TO TRUE
005390     END-READ.
005400     PERFORM 1200-LOAD-ONE-BRANCH
005410         THRU 1200-LOAD-ONE-BRANCH-EXIT
005420         UNTIL WS-BRANFILE-EOF.
005430     CLOSE BRANFILE.
005440*
005450     OPEN INPUT BCATFILE.
005460     READ BCATFILE
005470         AT END SET WS-BCATFILE-EOF TO TRUE
005480     END-READ.
005490     PERFORM 1250-LOAD-ONE-BCAT
005500         THRU 1250-LOAD-ONE-BCAT-EXIT
005510         UNTIL WS-BCATFILE-EOF.
005520     CLOSE BCATFILE.
005530*
005540     PERFORM 1400-BUILD-TYPE-USE
005550         THRU 1400-BUILD-TYPE-USE-EXIT.
005560*
005570     OPEN EXTEND REFLOG.
005580     IF NOT WS-REFLOG-OK
005590         OPEN OUTPUT REFLOG
005600         CLOSE REFLOG
005610         OPEN EXTEND REFLOG
005620     END-IF.
005630*
005640*    NO TABLE CHANGE IS APPLIED WITHOUT ITS AUDIT ROW.
005650*
005660     IF NOT WS-REFLOG-OK
005670         DISPLAY "REFMNT: REFLOG WILL NOT OPEN - STATUS "
005680             WS-REFLOG-STATUS " - NOTHING APPLIED"
005690         ADD 1 TO WS-REFUSE-COUNT
005700         MOVE "Y" TO WS-PENDING-END-SW
005710         GO TO 1000-INITIALIZE-EXIT
005720     END-IF.
005730*
005740*    ONLY CHANGES A SECOND OPERATOR HAS APPROVED ON THE PENDING
005750*    CHANGE FILE ARE APPLIED (SEE PNDCHG).  A SHORT TABLE WOULD
005760*    CHECK CHANGES AGAINST A PARTIAL PICTURE OF THE FILES -- ON
005770*    A CAPACITY FAILURE NONE IS TAKEN AND ALL STAY APPROVED.
005780*
005790     OPEN I-O PENDFILE.
005800     IF NOT WS-PENDFILE-OK
005810         DISPLAY "REFMNT: PENDFILE WILL NOT OPEN - STATUS "
005820             WS-PENDFILE-STATUS " - NOTHING APPLIED"
005830         ADD 1 TO WS-REFUSE-COUNT
005840         MOVE "Y" TO WS-PENDING-END-SW
005850         GO TO 1000-INITIALIZE-EXIT
005860     END-IF.
005870     IF WS-CAPACITY-EXCEEDED
005880         DISPLAY "REFMNT: TABLE CAPACITY EXCEEDED - NO "
005890             "TABLE CHANGE APPLIED"
005900         MOVE "Y" TO WS-PENDING-END-SW
005910     ELSE
005920         PERFORM 3900-NEXT-APPROVED
005930             THRU 3900-NEXT-APPROVED-EXIT
005940     END-IF.
005950 1000-INITIALIZE-EXIT.
005960     EXIT.
005970*
005980 1050-LOAD-ONE-CTYPE.
005990     IF WS-CTYPE-COUNT >= WS-MAX-CTYPES
006000         DISPLAY "REFMNT: COUNTER TYPE TABLE FULL - "
006010             CTYPE-TYPE-CODE " IGNORED"
006020         MOVE "Y" TO WS-CAPACITY-SW
006030         GO TO 1050-LOAD-ONE-CTYPE-READ
006040     END-IF.
006050     ADD 1 TO WS-CTYPE-COUNT.
006060     MOVE CTYPE-TYPE-CODE   TO WS-CT-CODE (WS-CTYPE-COUNT).
006070     MOVE CTYPE-DIGIT-COUNT TO WS-CT-DIGITS (WS-CTYPE-COUNT).
006080*
006090 1050-LOAD-ONE-CTYPE-READ.
006100     READ CTYPEFILE
006110         AT END SET WS-CTYPEFILE-EOF TO TRUE
006120     END-READ.
006130 1050-LOAD-ONE-CTYPE-EXIT.
006140     EXIT.
006150*
006160 1100-LOAD-ONE-ROUTE.
006170     IF WS-ROUTE-COUNT >= WS-MAX-ROUTES
006180         DISPLAY "REFMNT: ROUTING TABLE FULL - "
006190             ROUTE-BRANCH-CODE " IGNORED"
006200         MOVE "Y" TO WS-CAPACITY-SW
006210         GO TO 1100-LOAD-ONE-ROUTE-READ
006220     END-IF.
006230     ADD 1 TO WS-ROUTE-COUNT.
006240     MOVE ROUTE-BRANCH-CODE TO WS-RT-BRANCH (WS-ROUTE-COUNT).
006250     MOVE ROUTE-REGION-NAME TO WS-RT-REGION (WS-ROUTE-COUNT).
006260     MOVE ROUTE-EXTRACT-NO  TO WS-RT-EXTRACT (WS-ROUTE-COUNT).
006270*
006280 1100-LOAD-ONE-ROUTE-READ.
006290     READ ROUTEFILE
006300         AT END SET WS-ROUTEFILE-EOF TO TRUE
006310     END-READ.
006320 1100-LOAD-ONE-ROUTE-EXIT.
006330     EXIT.
006340*
006350 1150-LOAD-ONE-CAL.
006360     IF WS-CAL-COUNT >= WS-MAX-CALS
006370         DISPLAY "REFMNT: CALENDAR TABLE FULL - "
006380             CAL-DATE " IGNORED"
006390         MOVE "Y" TO WS-CAPACITY-SW
006400         GO TO 1150-LOAD-ONE-CAL-READ
006410     END-IF.
006420*
006430*    DATES ARE INSERTED IN PLACE, SO THE FILE MUST ALREADY BE
006440*    IN ASCENDING ORDER -- A FILE THAT IS NOT GETS NO
006450*    CALENDAR CHANGES UNTIL IT IS PUT RIGHT.
006460*
006470     IF CAL-DATE NOT > WS-PREV-CAL-DATE
006480         IF NOT WS-CAL-BAD
006490             DISPLAY "REFMNT: CALFILE OUT OF ORDER AT "
006500                 CAL-DATE " - CALENDAR CARDS WILL BE REFUSED"
006510         END-IF
006520         MOVE "Y" TO WS-CAL-BAD-SW
006530     END-IF.
006540     MOVE CAL-DATE TO WS-PREV-CAL-DATE.
006550     ADD 1 TO WS-CAL-COUNT.
006560     MOVE CAL-DATE     TO WS-CA-DATE (WS-CAL-COUNT).
006570     MOVE CAL-DAY-TYPE TO WS-CA-TYPE (WS-CAL-COUNT).
006580*
006590 1150-LOAD-ONE-CAL-READ.
006600     READ CALFILE
006610         AT END SET WS-CALFILE-EOF TO TRUE
006620     END-READ.
006630 1150-LOAD-ONE-CAL-EXIT.
006640     EXIT.
006650*
006660 1200-LOAD-ONE-BRANCH.
006670     IF WS-BRANCH-COUNT >= WS-MAX-BRANCHES
006680         DISPLAY "REFMNT: BRANCH TABLE FULL - "
006690             BRAN-BRANCH-CODE " IGNORED"
006700         MOVE "Y" TO WS-CAPACITY-SW
006710         GO TO 1200-LOAD-ONE-BRANCH-READ
006720     END-IF.
006730     ADD 1 TO WS-BRANCH-COUNT.
006740     MOVE BRAN-BRANCH-CODE  TO WS-BR-CODE (WS-BRANCH-COUNT).
006750     MOVE BRAN-COUNTER-TYPE TO WS-BR-TYPE (WS-BRANCH-COUNT).
006760     MOVE BRAN-STATUS       TO WS-BR-STATUS (WS-BRANCH-COUNT).
006770*
006780 1200-LOAD-ONE-BRANCH-READ.
006790     READ BRANFILE
006800         AT END SET WS-BRANFILE-EOF TO TRUE
006810     END-READ.
006820 1200-LOAD-ONE-BRANCH-EXIT.
006830     EXIT.
006840*
006850 1250-LOAD-ONE-BCAT.
006860     IF WS-BCAT-COUNT >= WS-MAX-BCATS
006870         DISPLAY "REFMNT: CATEGORY TABLE FULL - "
006880             BCAT-BRANCH-CODE " " BCAT-CATEGORY " IGNORED"
006890         MOVE "Y" TO WS-CAPACITY-SW
006900         GO TO 1250-LOAD-ONE-BCAT-READ
006910     END-IF.
006920     ADD 1 TO WS-BCAT-COUNT.
006930     MOVE BCAT-BRANCH-CODE  TO WS-BC-BRANCH (WS-BCAT-COUNT).
006940     MOVE BCAT-CATEGORY     TO WS-BC-CATEGORY (WS-BCAT-COUNT).
006950     MOVE BCAT-COUNTER-TYPE TO WS-BC-TYPE (WS-BCAT-COUNT).
006960*
006970 1250-LOAD-ONE-BCAT-READ.
006980     READ BCATFILE
006990         AT END SET WS-BCATFILE-EOF TO TRUE
007000     END-READ.
007010 1250-LOAD-ONE-BCAT-EXIT.
007020     EXIT.
007030*
007040 1400-BUILD-TYPE-USE.
007050*
007060*    EVERY COUNTER TYPE NAMED ON THE BRANCH OR CATEGORY
007070*    MASTER, THEN EVERY SEQFILE COUNTER RESOLVED TO ITS TYPE
007080*    THE WAY THE DAILY RUN RESOLVES IT -- CATEGORY TYPE
007090*    FIRST, BRANCH TYPE WHEN THE CATEGORY'S IS BLANK.
007100*
007110     PERFORM 1410-REF-ONE-BRANCH
007120         THRU 1410-REF-ONE-BRANCH-EXIT
007130         VARYING WS-BRANCH-SUB FROM 1 BY 1
007140         UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT.
007150     PERFORM 1420-REF-ONE-BCAT
007160         THRU 1420-REF-ONE-BCAT-EXIT
007170         VARYING WS-BCAT-SUB FROM 1 BY 1
007180         UNTIL WS-BCAT-SUB > WS-BCAT-COUNT.
007190*
007200     OPEN INPUT SEQFILE.
007210     IF NOT WS-SEQFILE-OK
007220         DISPLAY "REFMNT: SEQFILE WILL NOT OPEN - STATUS "
007230             WS-SEQFILE-STATUS " - DIGIT CHECKS CANNOT RUN"
007240         MOVE "Y" TO WS-CAPACITY-SW
007250         GO TO 1400-BUILD-TYPE-USE-EXIT
007260     END-IF.
007270     READ SEQFILE
007280         AT END SET WS-SEQFILE-EOF TO TRUE
007290     END-READ.
007300     PERFORM 1450-USE-ONE-COUNTER
007310         THRU 1450-USE-ONE-COUNTER-EXIT
007320         UNTIL WS-SEQFILE-EOF.
007330     CLOSE SEQFILE.
007340 1400-BUILD-TYPE-USE-EXIT.
007350     EXIT.
007360*
007370 1410-REF-ONE-BRANCH.
007380     IF WS-BR-TYPE (WS-BRANCH-SUB) = SPACES
007390         GO TO 1410-REF-ONE-BRANCH-EXIT
007400     END-IF.
007410     MOVE WS-BR-TYPE (WS-BRANCH-SUB) TO WS-TYPE-WORK.
007420     PERFORM 1480-FIND-OR-ADD-USE
007430         THRU 1480-FIND-OR-ADD-USE-EXIT.
007440     IF WS-USE-SUB > 0
007450         ADD 1 TO WS-US-REFS (WS-USE-SUB)
007460     END-IF.
007470 1410-REF-ONE-BRANCH-EXIT.
007480     EXIT.
007490*
007500 1420-REF-ONE-BCAT.
007510     IF WS-BC-TYPE (WS-BCAT-SUB) = SPACES
007520         GO TO 1420-REF-ONE-BCAT-EXIT
007530     END-IF.
007540     MOVE WS-BC-TYPE (WS-BCAT-SUB) TO WS-TYPE-WORK.
007550     PERFORM 1480-FIND-OR-ADD-USE
007560         THRU 1480-FIND-OR-ADD-USE-EXIT.
007570     IF WS-USE-SUB > 0
007580         ADD 1 TO WS-US-REFS (WS-USE-SUB)
007590     END-IF.
007600 1420-REF-ONE-BCAT-EXIT.
007610     EXIT.
007620*
007630 1450-USE-ONE-COUNTER.
007640     ADD 1 TO WS-SEQ-READ-COUNT.
007650     MOVE SPACES TO WS-TYPE-WORK.
007660     SET WS-BC-IDX TO 1.
007670     SEARCH WS-BC-ENTRY
007680         AT END
007690             CONTINUE
007700         WHEN WS-BC-IDX > WS-BCAT-COUNT
007710             CONTINUE
007720         WHEN WS-BC-BRANCH (WS-BC-IDX) = SEQ-BRANCH-CODE
007730             AND WS-BC-CATEGORY (WS-BC-IDX) = SEQ-CATEGORY
007740             MOVE WS-BC-TYPE (WS-BC-IDX) TO WS-TYPE-WORK
007750     END-SEARCH.
007760     IF WS-TYPE-WORK = SPACES
007770         SET WS-BR-IDX TO 1
007780         SEARCH WS-BR-ENTRY
007790             AT END
007800                 CONTINUE
007810             WHEN WS-BR-IDX > WS-BRANCH-COUNT
007820                 CONTINUE
007830             WHEN WS-BR-CODE (WS-BR-IDX) = SEQ-BRANCH-CODE
007840                 MOVE WS-BR-TYPE (WS-BR-IDX) TO WS-TYPE-WORK
007850         END-SEARCH
007860     END-IF.
007870*
007880*    A COUNTER NO MASTER ROW TYPES RUNS AT THE DEFAULT WIDTH
007890*    WHATEVER CTYPEFILE SAYS -- NO CARD CAN AFFECT IT.
007900*
007910     IF WS-TYPE-WORK = SPACES
007920         GO TO 1450-USE-ONE-COUNTER-READ
007930     END-IF.
007940     PERFORM 1480-FIND-OR-ADD-USE
007950         THRU 1480-FIND-OR-ADD-USE-EXIT.
007960     IF WS-USE-SUB = 0
007970         GO TO 1450-USE-ONE-COUNTER-READ
007980     END-IF.
007990     ADD 1 TO WS-US-COUNTERS (WS-USE-SUB).
008000     IF SEQ-COUNTER-VALUE > WS-US-MAX-VALUE (WS-USE-SUB)
008010         MOVE SEQ-COUNTER-VALUE
008020             TO WS-US-MAX-VALUE (WS-USE-SUB)
008030         MOVE SEQ-BRANCH-CODE
008040             TO WS-US-MAX-BRANCH (WS-USE-SUB)
008050         MOVE SEQ-CATEGORY
008060             TO WS-US-MAX-CATEGORY (WS-USE-SUB)
008070     END-IF.
008080*
008090 1450-USE-ONE-COUNTER-READ.
008100     READ SEQFILE
008110         AT END SET WS-SEQFILE-EOF TO TRUE
008120     END-READ.
008130 1450-USE-ONE-COUNTER-EXIT.
008140     EXIT.
008150*
008160 1480-FIND-OR-ADD-USE.
008170     PERFORM 1490-FIND-USE
008180         THRU 1490-FIND-USE-EXIT.
008190     IF WS-USE-SUB > 0
008200         GO TO 1480-FIND-OR-ADD-USE-EXIT
008210     END-IF.
008220     IF WS-USE-COUNT >= WS-MAX-USES
008230         DISPLAY "REFMNT: TYPE USAGE TABLE FULL - "
008240             WS-TYPE-WORK " IGNORED"
008250         MOVE "Y" TO WS-CAPACITY-SW
008260         GO TO 1480-FIND-OR-ADD-USE-EXIT
008270     END-IF.
008280     ADD 1 TO WS-USE-COUNT.
008290     MOVE WS-USE-COUNT TO WS-USE-SUB.
008300     MOVE WS-TYPE-WORK TO WS-US-TYPE (WS-USE-SUB).
008310     MOVE 0 TO WS-US-REFS (WS-USE-SUB).
008320     MOVE 0 TO WS-US-COUNTERS (WS-USE-SUB).
008330     MOVE 0 TO WS-US-MAX-VALUE (WS-USE-SUB).
008340     MOVE SPACES TO WS-US-MAX-BRANCH (WS-USE-SUB).
008350     MOVE SPACES TO WS-US-MAX-CATEGORY (WS-USE-SUB).
008360 1480-FIND-OR-ADD-USE-EXIT.
008370     EXIT.
008380*
008390 1490-FIND-USE.
008400     MOVE 0 TO WS-USE-SUB.
008410     PERFORM 1495-MATCH-ONE-USE
008420         THRU 1495-MATCH-ONE-USE-EXIT
008430         VARYING WS-FOUND-SUB FROM 1 BY 1
008440         UNTIL WS-FOUND-SUB > WS-USE-COUNT
008450             OR WS-USE-SUB > 0.
008460 1490-FIND-USE-EXIT.
008470     EXIT.
008480*
008490 1495-MATCH-ONE-USE.
008500     IF WS-US-TYPE (WS-FOUND-SUB) = WS-TYPE-WORK
008510         MOVE WS-FOUND-SUB TO WS-USE-SUB
008520     END-IF.
008530 1495-MATCH-ONE-USE-EXIT.
008540     EXIT.
008550*
008560 3000-PROCESS-ONE-CARD.
008570     ADD 1 TO WS-CARD-COUNT.
008580     MOVE WS-REFUSE-COUNT TO WS-REFUSE-BEFORE.
008590     MOVE PEND-CHANGE-NO    TO WS-MARK-FIRST-NO.
008600     MOVE PEND-CHANGE-NO    TO WS-MARK-LAST-NO.
008610     MOVE PEND-TBL-TABLE    TO RC-TABLE.
008620     MOVE PEND-TBL-ACTION   TO RC-ACTION.
008630     MOVE PEND-REQUEST-OPER TO RC-OPERATOR-ID.
008640     MOVE PEND-DECIDE-OPER  TO RC-APPROVER-ID.
008650     MOVE PEND-TBL-DATA     TO RC-DATA.
008660     MOVE RC-TABLE       TO WS-CARD-TABLE.
008670     MOVE RC-ACTION      TO WS-CARD-ACTION.
008680     MOVE RC-OPERATOR-ID TO WS-CARD-OPERATOR.
008690     MOVE RC-APPROVER-ID TO WS-CARD-APPROVER.
008700     DISPLAY "REFMNT: CHANGE " PEND-CHANGE-NO " - TABLE "
008710         RC-TABLE " ACTION " RC-ACTION.
008720*
008730*    A YEAR TAKES ITS HOLIDAYS WITH IT BEFORE ANYTHING ELSE IS
008740*    CHECKED, SO A REFUSED YEAR DOES NOT LEAVE ITS HOLIDAYS TO
008750*    BE REFUSED ONE BY ONE.
008760*
008770     IF RC-TABLE-YEAR
008780         PERFORM 7000-COLLECT-DECK
008790             THRU 7000-COLLECT-DECK-EXIT
008800     END-IF.
008810     IF WS-CARD-TABLE = "H"
008820         ADD 1 TO WS-HOLIDAY-CARD-COUNT
008830         DISPLAY "REFMNT: CHANGE REFUSED - HOLIDAY ["
008840             RC-HO-DATE "] NOT AFTER A YEAR"
008850         ADD 1 TO WS-REFUSE-COUNT
008860         GO TO 3000-PROCESS-ONE-CARD-MARK
008870     END-IF.
008880*
008890     PERFORM 3100-CHECK-OPERATORS
008900         THRU 3100-CHECK-OPERATORS-EXIT.
008910     IF WS-REFUSE-COUNT > WS-REFUSE-BEFORE
008920         GO TO 3000-PROCESS-ONE-CARD-MARK
008930     END-IF.
008940*
008950     IF WS-CARD-TABLE = "T"
008960         PERFORM 4000-CTYPE-CARD
008970             THRU 4000-CTYPE-CARD-EXIT
008980     ELSE
008990         IF WS-CARD-TABLE = "R"
009000             PERFORM 5000-ROUTE-CARD
009010                 THRU 5000-ROUTE-CARD-EXIT
009020         ELSE
009030             IF WS-CARD-TABLE = "C"
009040                 PERFORM 6000-CALENDAR-CARD
009050                     THRU 6000-CALENDAR-CARD-EXIT
009060             ELSE
009070                 IF WS-CARD-TABLE = "Y"
009080                     PERFORM 7100-YEAR-CARD
009090                         THRU 7100-YEAR-CARD-EXIT
009100                 ELSE
009110                     DISPLAY "REFMNT: CHANGE REFUSED - TABLE "
009120                         "CODE [" WS-CARD-TABLE "] NOT T, R, "
009130                         "C OR Y"
009140                     ADD 1 TO WS-REFUSE-COUNT
009150                 END-IF
009160             END-IF
009170         END-IF
009180     END-IF.
009190     IF WS-REFUSE-COUNT = WS-REFUSE-BEFORE
009200         ADD 1 TO WS-ACCEPT-COUNT
009210     END-IF.
009220*
009230 3000-PROCESS-ONE-CARD-MARK.
009240     PERFORM 3950-MARK-CHANGE
009250         THRU 3950-MARK-CHANGE-EXIT.
009260*
009270*    A CHANGE WHOSE LOG WRITE FAILED STILL REACHES THE
009280*    REWRITTEN TABLES, SO IT IS MARKED AS IT WAS -- BUT NO
009290*    FURTHER CHANGE IS TAKEN UNTIL THE LOG IS PUT RIGHT.
009300*
009310     IF WS-LOG-FAILED
009320         MOVE "Y" TO WS-PENDING-END-SW
009330         GO TO 3000-PROCESS-ONE-CARD-EXIT
009340     END-IF.
009350 3000-PROCESS-ONE-CARD-READ.
009360     PERFORM 3900-NEXT-APPROVED
009370         THRU 3900-NEXT-APPROVED-EXIT.
009380 3000-PROCESS-ONE-CARD-EXIT.
009390     EXIT.
009400*
009410 3100-CHECK-OPERATORS.
009420     IF WS-CARD-OPERATOR = SPACES
009430         OR WS-CARD-APPROVER = SPACES
009440         DISPLAY "REFMNT: CHANGE REFUSED - TABLE " WS-CARD-TABLE
009450             " OPERATOR [" WS-CARD-OPERATOR "] APPROVER ["
009460             WS-CARD-APPROVER "]"
009470         ADD 1 TO WS-REFUSE-COUNT
009480         GO TO 3100-CHECK-OPERATORS-EXIT
009490     END-IF.
009500*
009510*    PNDCHG WILL NOT LET AN OPERATOR APPROVE THEIR OWN CHANGE.
009520*    IT IS CHECKED AGAIN HERE SO A PENDFILE RECORD ALTERED
009530*    OUTSIDE PNDCHG IS NEVER APPLIED ON ONE OPERATOR'S SAY.
009540*
009550     IF WS-CARD-APPROVER = WS-CARD-OPERATOR
009560         DISPLAY "REFMNT: CHANGE REFUSED - OPERATOR "
009570             WS-CARD-OPERATOR " BOTH KEYED AND APPROVED IT"
009580         ADD 1 TO WS-REFUSE-COUNT
009590         GO TO 3100-CHECK-OPERATORS-EXIT
009600     END-IF.
009610 3100-CHECK-OPERATORS-EXIT.
009620     EXIT.
009630*
009640 3900-NEXT-APPROVED.
009650*
009660*    POSITION ON THE NEXT APPROVED TABLE CHANGE.  PENDING,
009670*    DECIDED-AGAINST AND ALREADY-APPLIED CHANGES, AND CHANGES
009680*    FOR THE OTHER MAINTENANCE RUNS, ARE PASSED OVER.
009690*
009700     READ PENDFILE NEXT RECORD
009710         AT END
009720             MOVE "Y" TO WS-PENDING-END-SW
009730             GO TO 3900-NEXT-APPROVED-EXIT
009740     END-READ.
009750     IF NOT PEND-APPROVED OR NOT PEND-FOR-REFMNT
009760         GO TO 3900-NEXT-APPROVED
009770     END-IF.
009780 3900-NEXT-APPROVED-EXIT.
009790     EXIT.
009800*
009810 3950-MARK-CHANGE.
009820*
009830*    A CHANGE IS APPLIED ONCE.  ONE REFUSED HERE IS CLOSED AS
009840*    REFUSED -- CORRECT IT AND RAISE A NEW REQUEST.  A YEAR AND
009850*    ITS HOLIDAYS ARE MARKED TOGETHER, EACH RE-READ BY KEY; THE
009860*    LAST RE-READ ALSO PUTS THE NEXT SEQUENTIAL READ BACK ON THE
009870*    CHANGE AFTER THEM.  IF A MARK CANNOT BE WRITTEN THE CHANGE
009880*    WOULD BE APPLIED AGAIN NEXT RUN, SO THE STEP ENDS RC 8.
009890*
009900     IF WS-REFUSE-COUNT > WS-REFUSE-BEFORE
009910         MOVE "F" TO WS-MARK-STATUS
009920     ELSE
009930         MOVE "D" TO WS-MARK-STATUS
009940     END-IF.
009950     PERFORM 3960-MARK-ONE-CHANGE
009960         THRU 3960-MARK-ONE-CHANGE-EXIT
009970         VARYING WS-MARK-NO FROM WS-MARK-FIRST-NO BY 1
009980         UNTIL WS-MARK-NO > WS-MARK-LAST-NO.
009990 3950-MARK-CHANGE-EXIT.
010000     EXIT.
010010*
010020 3960-MARK-ONE-CHANGE.
010030     MOVE WS-MARK-NO TO PEND-CHANGE-NO.
010040     READ PENDFILE
010050         INVALID KEY
010060             DISPLAY "REFMNT: CHANGE " WS-MARK-NO
010070                 " CANNOT BE RE-READ - MARK IT BY HAND"
010080             ADD 1 TO WS-REFUSE-COUNT
010090             GO TO 3960-MARK-ONE-CHANGE-EXIT
010100     END-READ.
010110     MOVE WS-MARK-STATUS TO PEND-STATUS.
010120     IF PEND-REFUSED
010130         MOVE "REFUSED AT APPLY - SEE SYSOUT" TO PEND-REASON
010140     END-IF.
010150     MOVE WS-RUN-DATE TO PEND-APPLY-DATE.
010160     REWRITE PEND-RECORD
010170         INVALID KEY
010180             DISPLAY "REFMNT: REWRITE FAILED FOR CHANGE "
010190                 PEND-CHANGE-NO " - MARK IT BY HAND"
010200             ADD 1 TO WS-REFUSE-COUNT
010210     END-REWRITE.
010220 3960-MARK-ONE-CHANGE-EXIT.
010230     EXIT.
010240*
010250 4000-CTYPE-CARD.
010260     IF RC-CT-TYPE = SPACES
010270         DISPLAY "REFMNT: CHANGE REFUSED - NO COUNTER TYPE ["
010280             RC-RECORD "]"
010290         ADD 1 TO WS-REFUSE-COUNT
010300         GO TO 4000-CTYPE-CARD-EXIT
010310     END-IF.
010320     MOVE RC-CT-TYPE TO WS-TYPE-WORK.
010330     PERFORM 4050-FIND-CTYPE
010340         THRU 4050-FIND-CTYPE-EXIT.
010350     IF WS-CARD-DELETE
010360         PERFORM 4300-DELETE-CTYPE
010370             THRU 4300-DELETE-CTYPE-EXIT
010380         GO TO 4000-CTYPE-CARD-EXIT
010390     END-IF.
010400     IF NOT WS-CARD-ADD
010410         AND NOT WS-CARD-CHANGE
010420         DISPLAY "REFMNT: CHANGE REFUSED - ACTION ["
010430             WS-CARD-ACTION "] NOT A, C OR D - TYPE "
010440             RC-CT-TYPE
010450         ADD 1 TO WS-REFUSE-COUNT
010460         GO TO 4000-CTYPE-CARD-EXIT
010470     END-IF.
010480*
010490*    THE DAILY RUN CAPS EVERY COUNTER AT NINE DIGITS.
010500*
010510     IF RC-CT-DIGITS NOT NUMERIC
010520         OR RC-CT-DIGITS = 0
010530         OR RC-CT-DIGITS > 9
010540         DISPLAY "REFMNT: CHANGE REFUSED - DIGIT COUNT ["
010550             RC-CT-DIGITS "] NOT 1-9 - TYPE " RC-CT-TYPE
010560         ADD 1 TO WS-REFUSE-COUNT
010570         GO TO 4000-CTYPE-CARD-EXIT
010580     END-IF.
010590     IF WS-CARD-ADD
010600         AND WS-CTYPE-SUB > 0
010610         DISPLAY "REFMNT: CHANGE REFUSED - TYPE " RC-CT-TYPE
010620             " ALREADY ON CTYPEFILE"
010630         ADD 1 TO WS-REFUSE-COUNT
010640         GO TO 4000-CTYPE-CARD-EXIT
010650     END-IF.
010660     IF WS-CARD-CHANGE
010670         AND WS-CTYPE-SUB = 0
010680         DISPLAY "REFMNT: CHANGE REFUSED - TYPE " RC-CT-TYPE
010690             " NOT ON CTYPEFILE"
010700         ADD 1 TO WS-REFUSE-COUNT
010710         GO TO 4000-CTYPE-CARD-EXIT
010720     END-IF.
010730     IF WS-CARD-CHANGE
010740         AND WS-CT-DIGITS (WS-CTYPE-SUB) = RC-CT-DIGITS
010750         DISPLAY "REFMNT: CHANGE REFUSED - TYPE " RC-CT-TYPE
010760             " ALREADY HAS " RC-CT-DIGITS " DIGITS"
010770         ADD 1 TO WS-REFUSE-COUNT
010780         GO TO 4000-CTYPE-CARD-EXIT
010790     END-IF.
010800*
010810     MOVE RC-CT-DIGITS TO WS-DIGITS.
010820     PERFORM 4200-CHECK-TYPE-USE
010830         THRU 4200-CHECK-TYPE-USE-EXIT.
010840     IF WS-REFUSE-COUNT > WS-REFUSE-BEFORE
010850         GO TO 4000-CTYPE-CARD-EXIT
010860     END-IF.
010870*
010880     MOVE SPACES TO WS-LOG-BEFORE.
010890     IF WS-CARD-ADD
010900         IF WS-CTYPE-COUNT >= WS-MAX-CTYPES
010910             DISPLAY "REFMNT: CHANGE REFUSED - COUNTER TYPE "
010920                 "TABLE FULL - " RC-CT-TYPE
010930             ADD 1 TO WS-REFUSE-COUNT
010940             GO TO 4000-CTYPE-CARD-EXIT
010950         END-IF
010960         ADD 1 TO WS-CTYPE-COUNT
010970         MOVE WS-CTYPE-COUNT TO WS-CTYPE-SUB
010980         MOVE RC-CT-TYPE TO WS-CT-CODE (WS-CTYPE-SUB)
010990     ELSE
011000         MOVE WS-CT-CODE (WS-CTYPE-SUB)   TO WS-CTI-TYPE-CODE
011010         MOVE WS-CT-DIGITS (WS-CTYPE-SUB) TO WS-CTI-DIGIT-COUNT
011020         MOVE WS-CTYPE-IMAGE TO WS-LOG-BEFORE
011030     END-IF.
011040     MOVE RC-CT-DIGITS TO WS-CT-DIGITS (WS-CTYPE-SUB).
011050     MOVE WS-CT-CODE (WS-CTYPE-SUB)   TO WS-CTI-TYPE-CODE.
011060     MOVE WS-CT-DIGITS (WS-CTYPE-SUB) TO WS-CTI-DIGIT-COUNT.
011070     MOVE WS-CTYPE-IMAGE TO WS-LOG-AFTER.
011080     MOVE "T"            TO WS-LOG-TABLE.
011090     MOVE WS-CARD-ACTION TO WS-LOG-ACTION.
011100     MOVE RC-CT-TYPE     TO WS-LOG-KEY.
011110     MOVE SPACES         TO WS-LOG-HOLIDAY-NAME.
011120     PERFORM 8000-WRITE-LOG
011130         THRU 8000-WRITE-LOG-EXIT.
011140     DISPLAY "REFMNT: TYPE " RC-CT-TYPE " NOW "
011150         RC-CT-DIGITS " DIGITS".
011160 4000-CTYPE-CARD-EXIT.
011170     EXIT.
011180*
011190 4050-FIND-CTYPE.
011200     MOVE 0 TO WS-CTYPE-SUB.
011210     PERFORM 4060-MATCH-ONE-CTYPE
011220         THRU 4060-MATCH-ONE-CTYPE-EXIT
011230         VARYING WS-FOUND-SUB FROM 1 BY 1
011240         UNTIL WS-FOUND-SUB > WS-CTYPE-COUNT
011250             OR WS-CTYPE-SUB > 0.
011260 4050-FIND-CTYPE-EXIT.
011270     EXIT.
011280*
011290 4060-MATCH-ONE-CTYPE.
011300     IF WS-CT-CODE (WS-FOUND-SUB) = WS-TYPE-WORK
011310         MOVE WS-FOUND-SUB TO WS-CTYPE-SUB
011320     END-IF.
011330 4060-MATCH-ONE-CTYPE-EXIT.
011340     EXIT.
011350*
011360 4200-CHECK-TYPE-USE.
011370*
011380*    THE NEW CEILING MUST STILL HOLD EVERY COUNTER OF THE
011390*    TYPE AS IT STANDS ON SEQFILE TODAY, OR THE NEXT RUN
011400*    WOULD OVERFLOW IT ON ITS FIRST ACTIVITY.
011410*
011420     PERFORM 1490-FIND-USE
011430         THRU 1490-FIND-USE-EXIT.
011440     IF WS-USE-SUB = 0
011450         GO TO 4200-CHECK-TYPE-USE-EXIT
011460     END-IF.
011470     MOVE 1 TO WS-CEILING-WORK.
011480     PERFORM 4250-MULTIPLY-TEN
011490         THRU 4250-MULTIPLY-TEN-EXIT
011500         VARYING WS-CEILING-SUB FROM 1 BY 1
011510         UNTIL WS-CEILING-SUB > WS-DIGITS.
011520     SUBTRACT 1 FROM WS-CEILING-WORK.
011530     IF WS-US-MAX-VALUE (WS-USE-SUB) > WS-CEILING-WORK
011540         DISPLAY "REFMNT: CHANGE REFUSED - TYPE " WS-TYPE-WORK
011550             " TO " WS-DIGITS " DIGITS - COUNTER "
011560             WS-US-MAX-BRANCH (WS-USE-SUB) " "
011570             WS-US-MAX-CATEGORY (WS-USE-SUB) " ALREADY HOLDS "
011580             WS-US-MAX-VALUE (WS-USE-SUB)
011590         ADD 1 TO WS-REFUSE-COUNT
011600     END-IF.
011610 4200-CHECK-TYPE-USE-EXIT.
011620     EXIT.
011630*
011640 4250-MULTIPLY-TEN.
011650     COMPUTE WS-CEILING-WORK = WS-CEILING-WORK * 10.
011660 4250-MULTIPLY-TEN-EXIT.
011670     EXIT.
011680*
011690 4300-DELETE-CTYPE.
011700     IF WS-CTYPE-SUB = 0
011710         DISPLAY "REFMNT: CHANGE REFUSED - TYPE " RC-CT-TYPE
011720             " NOT ON CTYPEFILE"
011730         ADD 1 TO WS-REFUSE-COUNT
011740         GO TO 4300-DELETE-CTYPE-EXIT
011750     END-IF.
011760*
011770*    A TYPE STILL NAMED ON A MASTER WOULD SILENTLY DROP ITS
011780*    COUNTERS TO THE DEFAULT WIDTH -- RE-TYPE THE ROWS FIRST.
011790*
011800     PERFORM 1490-FIND-USE
011810         THRU 1490-FIND-USE-EXIT.
011820     IF WS-USE-SUB > 0
011830         IF WS-US-REFS (WS-USE-SUB) > 0
011840             DISPLAY "REFMNT: CHANGE REFUSED - TYPE " RC-CT-TYPE
011850                 " STILL NAMED BY " WS-US-REFS (WS-USE-SUB)
011860                 " BRANFILE/BCATFILE ROWS"
011870             ADD 1 TO WS-REFUSE-COUNT
011880             GO TO 4300-DELETE-CTYPE-EXIT
011890         END-IF
011900     END-IF.
011910     MOVE WS-CT-CODE (WS-CTYPE-SUB)   TO WS-CTI-TYPE-CODE.
011920     MOVE WS-CT-DIGITS (WS-CTYPE-SUB) TO WS-CTI-DIGIT-COUNT.
011930     MOVE WS-CTYPE-IMAGE TO WS-LOG-BEFORE.
011940     MOVE SPACES TO WS-CT-CODE (WS-CTYPE-SUB).
011950     MOVE SPACES         TO WS-LOG-AFTER.
011960     MOVE "T"            TO WS-LOG-TABLE.
011970     MOVE WS-CARD-ACTION TO WS-LOG-ACTION.
011980     MOVE RC-CT-TYPE     TO WS-LOG-KEY.
011990     MOVE SPACES         TO WS-LOG-HOLIDAY-NAME.
012000     PERFORM 8000-WRITE-LOG
012010         THRU 8000-WRITE-LOG-EXIT.
012020     DISPLAY "REFMNT: TYPE " RC-CT-TYPE " DELETED".
012030 4300-DELETE-CTYPE-EXIT.
012040     EXIT.
012050*
012060 5000-ROUTE-CARD.
012070     IF RC-RT-BRANCH = SPACES
012080         DISPLAY "REFMNT: CHANGE REFUSED - NO BRANCH ["
012090             RC-RECORD "]"
012100         ADD 1 TO WS-REFUSE-COUNT
012110         GO TO 5000-ROUTE-CARD-EXIT
012120     END-IF.
012130     IF NOT WS-CARD-ADD
012140         AND NOT WS-CARD-CHANGE
012150         AND NOT WS-CARD-DELETE
012160         DISPLAY "REFMNT: CHANGE REFUSED - ACTION ["
012170             WS-CARD-ACTION "] NOT A, C OR D - BRANCH "
012180             RC-RT-BRANCH
012190         ADD 1 TO WS-REFUSE-COUNT
012200         GO TO 5000-ROUTE-CARD-EXIT
012210     END-IF.
012220     PERFORM 5050-FIND-ROUTE
012230         THRU 5050-FIND-ROUTE-EXIT.
012240     MOVE 0 TO WS-BRANCH-SUB.
012250     SET WS-BR-IDX TO 1.
012260     SEARCH WS-BR-ENTRY
012270         AT END
012280             CONTINUE
012290         WHEN WS-BR-IDX > WS-BRANCH-COUNT
012300             CONTINUE
012310         WHEN WS-BR-CODE (WS-BR-IDX) = RC-RT-BRANCH
012320             SET WS-BRANCH-SUB TO WS-BR-IDX
012330     END-SEARCH.
012340     IF WS-CARD-DELETE
012350         PERFORM 5300-DELETE-ROUTE
012360             THRU 5300-DELETE-ROUTE-EXIT
012370         GO TO 5000-ROUTE-CARD-EXIT
012380     END-IF.
012390     IF WS-CARD-CHANGE
012400         PERFORM 5100-CHANGE-ROUTE
012410             THRU 5100-CHANGE-ROUTE-EXIT
012420         GO TO 5000-ROUTE-CARD-EXIT
012430     END-IF.
012440*
012450     IF WS-ROUTE-SUB > 0
012460         DISPLAY "REFMNT: CHANGE REFUSED - BRANCH " RC-RT-BRANCH
012470             " ALREADY ROUTED TO "
012480             WS-RT-REGION (WS-ROUTE-SUB)
012490         ADD 1 TO WS-REFUSE-COUNT
012500         GO TO 5000-ROUTE-CARD-EXIT
012510     END-IF.
012520     IF WS-BRANCH-SUB = 0
012530         DISPLAY "REFMNT: CHANGE REFUSED - BRANCH " RC-RT-BRANCH
012540             " NOT ON BRANFILE"
012550         ADD 1 TO WS-REFUSE-COUNT
012560         GO TO 5000-ROUTE-CARD-EXIT
012570     END-IF.
012580     IF WS-BR-STATUS (WS-BRANCH-SUB) = "C"
012590         DISPLAY "REFMNT: CHANGE REFUSED - BRANCH " RC-RT-BRANCH
012600             " IS CLOSED"
012610         ADD 1 TO WS-REFUSE-COUNT
012620         GO TO 5000-ROUTE-CARD-EXIT
012630     END-IF.
012640     IF RC-RT-REGION = SPACES
012650         DISPLAY "REFMNT: CHANGE REFUSED - NO REGION FOR BRANCH "
012660             RC-RT-BRANCH
012670         ADD 1 TO WS-REFUSE-COUNT
012680         GO TO 5000-ROUTE-CARD-EXIT
012690     END-IF.
012700     PERFORM 5200-CHECK-EXTRACT
012710         THRU 5200-CHECK-EXTRACT-EXIT.
012720     IF WS-REFUSE-COUNT > WS-REFUSE-BEFORE
012730         GO TO 5000-ROUTE-CARD-EXIT
012740     END-IF.
012750     IF WS-ROUTE-COUNT >= WS-MAX-ROUTES
012760         DISPLAY "REFMNT: CHANGE REFUSED - ROUTING TABLE FULL - "
012770             RC-RT-BRANCH
012780         ADD 1 TO WS-REFUSE-COUNT
012790         GO TO 5000-ROUTE-CARD-EXIT
012800     END-IF.
012810     ADD 1 TO WS-ROUTE-COUNT.
012820     MOVE WS-ROUTE-COUNT TO WS-ROUTE-SUB.
012830     MOVE RC-RT-BRANCH  TO WS-RT-BRANCH (WS-ROUTE-SUB).
012840     MOVE RC-RT-REGION  TO WS-RT-REGION (WS-ROUTE-SUB).
012850     MOVE RC-RT-EXTRACT TO WS-RT-EXTRACT (WS-ROUTE-SUB).
012860     MOVE SPACES TO WS-LOG-BEFORE.
012870     PERFORM 5400-LOG-ROUTE
012880         THRU 5400-LOG-ROUTE-EXIT.
012890 5000-ROUTE-CARD-EXIT.
012900     EXIT.
012910*
012920 5050-FIND-ROUTE.
012930     MOVE 0 TO WS-ROUTE-SUB.
012940     PERFORM 5060-MATCH-ONE-ROUTE
012950         THRU 5060-MATCH-ONE-ROUTE-EXIT
012960         VARYING WS-FOUND-SUB FROM 1 BY 1
012970         UNTIL WS-FOUND-SUB > WS-ROUTE-COUNT
012980             OR WS-ROUTE-SUB > 0.
012990 5050-FIND-ROUTE-EXIT.
013000     EXIT.
013010*
013020 5060-MATCH-ONE-ROUTE.
013030     IF WS-RT-BRANCH (WS-FOUND-SUB) = RC-RT-BRANCH
013040         MOVE WS-FOUND-SUB TO WS-ROUTE-SUB
013050     END-IF.
013060 5060-MATCH-ONE-ROUTE-EXIT.
013070     EXIT.
013080*
013090 5100-CHANGE-ROUTE.
013100     IF WS-ROUTE-SUB = 0
013110         DISPLAY "REFMNT: CHANGE REFUSED - BRANCH " RC-RT-BRANCH
013120             " NOT ON ROUTEFILE"
013130         ADD 1 TO WS-REFUSE-COUNT
013140         GO TO 5100-CHANGE-ROUTE-EXIT
013150     END-IF.
013160*
013170*    A BLANK REGION OR EXTRACT ON A CHANGE CARD KEEPS WHAT
013180*    THE BRANCH HAS NOW.
013190*
013200     IF RC-RT-EXTRACT-X NOT = SPACE
013210         PERFORM 5200-CHECK-EXTRACT
013220             THRU 5200-CHECK-EXTRACT-EXIT
013230         IF WS-REFUSE-COUNT > WS-REFUSE-BEFORE
013240             GO TO 5100-CHANGE-ROUTE-EXIT
013250         END-IF
013260     END-IF.
013270     MOVE WS-RT-BRANCH (WS-ROUTE-SUB)  TO WS-RTI-BRANCH-CODE.
013280     MOVE WS-RT-REGION (WS-ROUTE-SUB)  TO WS-RTI-REGION-NAME.
013290     MOVE WS-RT-EXTRACT (WS-ROUTE-SUB) TO WS-RTI-EXTRACT-NO.
013300     MOVE WS-ROUTE-IMAGE TO WS-LOG-BEFORE.
013310     MOVE "N" TO WS-CHANGE-SW.
013320     IF RC-RT-REGION NOT = SPACES
013330         AND RC-RT-REGION NOT = WS-RT-REGION (WS-ROUTE-SUB)
013340         MOVE RC-RT-REGION TO WS-RT-REGION (WS-ROUTE-SUB)
013350         MOVE "Y" TO WS-CHANGE-SW
013360     END-IF.
013370     IF RC-RT-EXTRACT-X NOT = SPACE
013380         AND RC-RT-EXTRACT NOT = WS-RT-EXTRACT (WS-ROUTE-SUB)
013390         MOVE RC-RT-EXTRACT TO WS-RT-EXTRACT (WS-ROUTE-SUB)
013400         MOVE "Y" TO WS-CHANGE-SW
013410     END-IF.
013420     IF NOT WS-SOMETHING-CHANGED
013430         DISPLAY "REFMNT: CHANGE REFUSED - BRANCH " RC-RT-BRANCH
013440             " ROUTING UNCHANGED"
013450         ADD 1 TO WS-REFUSE-COUNT
013460         GO TO 5100-CHANGE-ROUTE-EXIT
013470     END-IF.
013480     PERFORM 5400-LOG-ROUTE
013490         THRU 5400-LOG-ROUTE-EXIT.
013500 5100-CHANGE-ROUTE-EXIT.
013510     EXIT.
013520*
013530 5200-CHECK-EXTRACT.
013540     IF RC-RT-EXTRACT NOT NUMERIC
013550         OR RC-RT-EXTRACT = 0
013560         OR RC-RT-EXTRACT > WS-MAX-EXTRACT-NO
013570         DISPLAY "REFMNT: CHANGE REFUSED - BRANCH " RC-RT-BRANCH
013580             " EXTRACT [" RC-RT-EXTRACT-X "] - OUTDIST WRITES "
013590             "EXTRACTS 1 TO " WS-MAX-EXTRACT-NO " ONLY"
013600         ADD 1 TO WS-REFUSE-COUNT
013610     END-IF.
013620 5200-CHECK-EXTRACT-EXIT.
013630     EXIT.
013640*
013650 5300-DELETE-ROUTE.
013660     IF WS-ROUTE-SUB = 0
013670         DISPLAY "REFMNT: CHANGE REFUSED - BRANCH " RC-RT-BRANCH
013680             " NOT ON ROUTEFILE"
013690         ADD 1 TO WS-REFUSE-COUNT
013700         GO TO 5300-DELETE-ROUTE-EXIT
013710     END-IF.
013720*
013730*    AN OPEN BRANCH WITH NO ROUTING FALLS INTO THE SUSPENSE
013740*    EXTRACT ON THE NEXT RUN -- ONLY A CLOSED OR DEPARTED
013750*    BRANCH MAY LOSE ITS ROW.
013760*
013770     IF WS-BRANCH-SUB > 0
013780         IF WS-BR-STATUS (WS-BRANCH-SUB) NOT = "C"
013790             DISPLAY "REFMNT: CHANGE REFUSED - BRANCH "
013800                 RC-RT-BRANCH " IS STILL OPEN - ITS RESULTS "
013810                 "WOULD GO TO SUSPENSE"
013820             ADD 1 TO WS-REFUSE-COUNT
013830             GO TO 5300-DELETE-ROUTE-EXIT
013840         END-IF
013850     END-IF.
013860     MOVE WS-RT-BRANCH (WS-ROUTE-SUB)  TO WS-RTI-BRANCH-CODE.
013870     MOVE WS-RT-REGION (WS-ROUTE-SUB)  TO WS-RTI-REGION-NAME.
013880     MOVE WS-RT-EXTRACT (WS-ROUTE-SUB) TO WS-RTI-EXTRACT-NO.
013890     MOVE WS-ROUTE-IMAGE TO WS-LOG-BEFORE.
013900     MOVE SPACES TO WS-RT-BRANCH (WS-ROUTE-SUB).
013910     MOVE SPACES TO WS-LOG-AFTER.
013920     MOVE "R"            TO WS-LOG-TABLE.
013930     MOVE WS-CARD-ACTION TO WS-LOG-ACTION.
013940     MOVE RC-RT-BRANCH   TO WS-LOG-KEY.
013950     MOVE SPACES         TO WS-LOG-HOLIDAY-NAME.
013960     PERFORM 8000-WRITE-LOG
013970         THRU 8000-WRITE-LOG-EXIT.
013980     DISPLAY "REFMNT: ROUTING FOR " RC-RT-BRANCH " DELETED".
013990 5300-DELETE-ROUTE-EXIT.
014000     EXIT.
014010*
014020 5400-LOG-ROUTE.
014030     MOVE WS-RT-BRANCH (WS-ROUTE-SUB)  TO WS-RTI-BRANCH-CODE.
014040     MOVE WS-RT-REGION (WS-ROUTE-SUB)  TO WS-RTI-REGION-NAME.
014050     MOVE WS-RT-EXTRACT (WS-ROUTE-SUB) TO WS-RTI-EXTRACT-NO.
014060     MOVE WS-ROUTE-IMAGE TO WS-LOG-AFTER.
014070     MOVE "R"            TO WS-LOG-TABLE.
014080     MOVE WS-CARD-ACTION TO WS-LOG-ACTION.
014090     MOVE RC-RT-BRANCH   TO WS-LOG-KEY.
014100     MOVE SPACES         TO WS-LOG-HOLIDAY-NAME.
014110     PERFORM 8000-WRITE-LOG
014120         THRU 8000-WRITE-LOG-EXIT.
014130     DISPLAY "REFMNT: BRANCH " RC-RT-BRANCH " ROUTED TO "
014140         WS-RT-REGION (WS-ROUTE-SUB) " EXTRACT "
014150         WS-RT-EXTRACT (WS-ROUTE-SUB).
014160 5400-LOG-ROUTE-EXIT.
014170     EXIT.
014180*
014190 6000-CALENDAR-CARD.
014200     IF WS-CAL-BAD
014210         DISPLAY "REFMNT: CHANGE REFUSED - CALFILE OUT OF ORDER ["
014220             RC-RECORD "]"
014230         ADD 1 TO WS-REFUSE-COUNT
014240         GO TO 6000-CALENDAR-CARD-EXIT
014250     END-IF.
014260     IF NOT WS-CARD-ADD
014270         AND NOT WS-CARD-CHANGE
014280         AND NOT WS-CARD-DELETE
014290         DISPLAY "REFMNT: CHANGE REFUSED - ACTION ["
014300             WS-CARD-ACTION "] NOT A, C OR D - DATE "
014310             RC-CA-DATE
014320         ADD 1 TO WS-REFUSE-COUNT
014330         GO TO 6000-CALENDAR-CARD-EXIT
014340     END-IF.
014350     MOVE "N" TO WS-DATE-OK-SW.
014360     IF RC-CA-DATE NUMERIC
014370         MOVE RC-CA-DATE TO WS-WORK-DATE-N
014380         PERFORM 6900-VALIDATE-DATE
014390             THRU 6900-VALIDATE-DATE-EXIT
014400     END-IF.
014410     IF NOT WS-DATE-OK
014420         DISPLAY "REFMNT: CHANGE REFUSED - DATE [" RC-CA-DATE
014430             "] IS NOT A CALENDAR DATE"
014440         ADD 1 TO WS-REFUSE-COUNT
014450         GO TO 6000-CALENDAR-CARD-EXIT
014460     END-IF.
014470     IF NOT WS-CARD-DELETE
014480         AND RC-CA-DAY-TYPE NOT = "B"
014490         AND RC-CA-DAY-TYPE NOT = "H"
014500         AND RC-CA-DAY-TYPE NOT = "W"
014510         DISPLAY "REFMNT: CHANGE REFUSED - DAY TYPE ["
014520             RC-CA-DAY-TYPE "] NOT B, H OR W - DATE "
014530             RC-CA-DATE
014540         ADD 1 TO WS-REFUSE-COUNT
014550         GO TO 6000-CALENDAR-CARD-EXIT
014560     END-IF.
014570     PERFORM 6050-FIND-CAL
014580         THRU 6050-FIND-CAL-EXIT.
014590     MOVE RC-CA-DATE TO WS-CHECK-DATE.
014600*
014610     IF WS-CARD-ADD
014620         IF WS-CAL-SUB > 0
014630             DISPLAY "REFMNT: CHANGE REFUSED - DATE " RC-CA-DATE
014640                 " ALREADY ON CALFILE"
014650             ADD 1 TO WS-REFUSE-COUNT
014660             GO TO 6000-CALENDAR-CARD-EXIT
014670         END-IF
014680         IF RC-CA-DAY-TYPE NOT = "B"
014690             PERFORM 6500-CHECK-POSTED
014700                 THRU 6500-CHECK-POSTED-EXIT
014710         END-IF
014720         IF WS-REFUSE-COUNT > WS-REFUSE-BEFORE
014730             GO TO 6000-CALENDAR-CARD-EXIT
014740         END-IF
014750         IF WS-CAL-COUNT >= WS-MAX-CALS
014760             DISPLAY "REFMNT: CHANGE REFUSED - CALENDAR HOLDS "
014770                 WS-MAX-CALS " DATES - PURGE A PAST YEAR "
014780                 "FIRST - " RC-CA-DATE
014790             ADD 1 TO WS-REFUSE-COUNT
014800             GO TO 6000-CALENDAR-CARD-EXIT
014810         END-IF
014820         MOVE RC-CA-DATE     TO WS-NEW-CAL-DATE
014830         MOVE RC-CA-DAY-TYPE TO WS-NEW-CAL-TYPE
014840         PERFORM 6700-INSERT-CAL
014850             THRU 6700-INSERT-CAL-EXIT
014860         MOVE SPACES TO WS-LOG-BEFORE
014870         MOVE RC-CA-DATE     TO WS-CAI-DATE
014880         MOVE RC-CA-DAY-TYPE TO WS-CAI-DAY-TYPE
014890         MOVE WS-CAL-IMAGE   TO WS-LOG-AFTER
014900         GO TO 6000-CALENDAR-CARD-LOG
014910     END-IF.
014920*
014930     IF WS-CAL-SUB = 0
014940         DISPLAY "REFMNT: CHANGE REFUSED - DATE " RC-CA-DATE
014950             " NOT ON CALFILE"
014960         ADD 1 TO WS-REFUSE-COUNT
014970         GO TO 6000-CALENDAR-CARD-EXIT
014980     END-IF.
014990     MOVE WS-CA-DATE (WS-CAL-SUB) TO WS-CAI-DATE.
015000     MOVE WS-CA-TYPE (WS-CAL-SUB) TO WS-CAI-DAY-TYPE.
015010     MOVE WS-CAL-IMAGE TO WS-LOG-BEFORE.
015020     IF WS-CARD-CHANGE
015030         AND RC-CA-DAY-TYPE = WS-CA-TYPE (WS-CAL-SUB)
015040         DISPLAY "REFMNT: CHANGE REFUSED - DATE " RC-CA-DATE
015050             " IS ALREADY TYPE " RC-CA-DAY-TYPE
015060         ADD 1 TO WS-REFUSE-COUNT
015070         GO TO 6000-CALENDAR-CARD-EXIT
015080     END-IF.
015090*
015100*    ONLY A BUSINESS DAY LEAVING THE BUSINESS DAYS CAN STRAND
015110*    ACTIVITY ALREADY POSTED FOR IT.
015120*
015130     IF WS-CA-TYPE (WS-CAL-SUB) = "B"
015140         IF WS-CARD-DELETE
015150             OR RC-CA-DAY-TYPE NOT = "B"
015160             PERFORM 6500-CHECK-POSTED
015170                 THRU 6500-CHECK-POSTED-EXIT
015180         END-IF
015190     END-IF.
015200     IF WS-REFUSE-COUNT > WS-REFUSE-BEFORE
015210         GO TO 6000-CALENDAR-CARD-EXIT
015220     END-IF.
015230     IF WS-CARD-DELETE
015240         MOVE WS-CAL-SUB TO WS-FOUND-SUB
015250         PERFORM 6800-REMOVE-CAL
015260             THRU 6800-REMOVE-CAL-EXIT
015270         MOVE SPACES TO WS-LOG-AFTER
015280     ELSE
015290         MOVE RC-CA-DAY-TYPE TO WS-CA-TYPE (WS-CAL-SUB)
015300         MOVE RC-CA-DAY-TYPE TO WS-CAI-DAY-TYPE
015310         MOVE WS-CAL-IMAGE TO WS-LOG-AFTER
015320     END-IF.
015330*
015340 6000-CALENDAR-CARD-LOG.
015350     MOVE "C"            TO WS-LOG-TABLE.
015360     MOVE WS-CARD-ACTION TO WS-LOG-ACTION.
015370     MOVE RC-CA-DATE     TO WS-LOG-KEY.
015380     MOVE SPACES         TO WS-LOG-HOLIDAY-NAME.
015390     PERFORM 8000-WRITE-LOG
015400         THRU 8000-WRITE-LOG-EXIT.
015410     DISPLAY "REFMNT: CALENDAR " RC-CA-DATE " ACTION "
015420         WS-CARD-ACTION " TYPE " RC-CA-DAY-TYPE.
015430 6000-CALENDAR-CARD-EXIT.
015440     EXIT.
015450*
015460 6050-FIND-CAL.
015470     MOVE 0 TO WS-CAL-SUB.
015480     PERFORM 6060-MATCH-ONE-CAL
015490         THRU 6060-MATCH-ONE-CAL-EXIT
015500         VARYING WS-FOUND-SUB FROM 1 BY 1
015510         UNTIL WS-FOUND-SUB > WS-CAL-COUNT
015520             OR WS-CAL-SUB > 0.
015530 6050-FIND-CAL-EXIT.
015540     EXIT.
015550*
015560 6060-MATCH-ONE-CAL.
015570     IF WS-CA-DATE (WS-FOUND-SUB) = RC-CA-DATE
015580         MOVE WS-FOUND-SUB TO WS-CAL-SUB
015590     END-IF.
015600 6060-MATCH-ONE-CAL-EXIT.
015610     EXIT.
015620*
015630 6500-CHECK-POSTED.
015640     IF NOT WS-POSTED-LOADED
015650         PERFORM 6600-LOAD-POSTED
015660             THRU 6600-LOAD-POSTED-EXIT
015670     END-IF.
015680     MOVE WS-CHECK-DATE TO WS-MARK-DATE-N.
015690     PERFORM 6660-DATE-INDEX
015700         THRU 6660-DATE-INDEX-EXIT.
015710     IF WS-POSTED-SUB = 0
015720         GO TO 6500-CHECK-POSTED-EXIT
015730     END-IF.
015740     IF WS-PD-FLAG (WS-POSTED-SUB) = "Y"
015750         DISPLAY "REFMNT: CHANGE REFUSED - ACTIVITY ALREADY "
015760             "POSTED FOR " WS-CHECK-DATE " - IT MUST STAY A "
015770             "BUSINESS DAY"
015780         ADD 1 TO WS-REFUSE-COUNT
015790     END-IF.
015800 6500-CHECK-POSTED-EXIT.
015810     EXIT.
015820*
015830 6600-LOAD-POSTED.
015840*
015850*    BOTH SOURCES ARE OPTIONAL -- A SITE WITHOUT THE LEDGER
015860*    STILL GETS THE CHECK AGAINST THE CURRENT FEED.
015870*
015880     MOVE SPACES TO WS-POSTED-TABLE.
015890     MOVE "Y" TO WS-POSTED-LOADED-SW.
015900     OPEN INPUT CNTRFILE.
015910     IF WS-CNTRFILE-OK
015920         READ CNTRFILE
015930             AT END SET WS-CNTRFILE-EOF TO TRUE
015940         END-READ
015950         PERFORM 6610-POST-ONE-CNTR
015960             THRU 6610-POST-ONE-CNTR-EXIT
015970             UNTIL WS-CNTRFILE-EOF
015980         CLOSE CNTRFILE
015990     ELSE
016000         DISPLAY "REFMNT: NO CNTRFILE - POSTED DATES FROM THE "
016010             "LEDGER ONLY"
016020     END-IF.
016030     OPEN INPUT LEDGFILE.
016040     IF WS-LEDGFILE-OK
016050         READ LEDGFILE
016060             AT END SET WS-LEDGFILE-EOF TO TRUE
016070         END-READ
016080         PERFORM 6620-POST-ONE-LEDGER
016090             THRU 6620-POST-ONE-LEDGER-EXIT
016100             UNTIL WS-LEDGFILE-EOF
016110         CLOSE LEDGFILE
016120     ELSE
016130         DISPLAY "REFMNT: NO LEDGFILE - POSTED DATES FROM "
016140             "CNTRFILE ONLY"
016150     END-IF.
016160     DISPLAY "REFMNT: " WS-POSTED-DATE-COUNT
016170         " POSTED DATES FOUND".
016180 6600-LOAD-POSTED-EXIT.
016190     EXIT.
016200*
016210 6610-POST-ONE-CNTR.
016220     MOVE CNTR-BUSINESS-DATE TO WS-MARK-DATE-N.
016230     PERFORM 6650-MARK-POSTED
016240         THRU 6650-MARK-POSTED-EXIT.
016250     READ CNTRFILE
016260         AT END SET WS-CNTRFILE-EOF TO TRUE
016270     END-READ.
016280 6610-POST-ONE-CNTR-EXIT.
016290     EXIT.
016300*
016310 6620-POST-ONE-LEDGER.
016320     MOVE LEDG-BUSINESS-DATE TO WS-MARK-DATE-N.
016330     PERFORM 6650-MARK-POSTED
016340         THRU 6650-MARK-POSTED-EXIT.
016350     READ LEDGFILE
016360         AT END SET WS-LEDGFILE-EOF TO TRUE
016370     END-READ.
016380 6620-POST-ONE-LEDGER-EXIT.
016390     EXIT.
016400*
016410 6650-MARK-POSTED.
016420     PERFORM 6660-DATE-INDEX
016430         THRU 6660-DATE-INDEX-EXIT.
016440     IF WS-POSTED-SUB = 0
016450         GO TO 6650-MARK-POSTED-EXIT
016460     END-IF.
016470     IF WS-PD-FLAG (WS-POSTED-SUB) NOT = "Y"
016480         MOVE "Y" TO WS-PD-FLAG (WS-POSTED-SUB)
016490         ADD 1 TO WS-POSTED-DATE-COUNT
016500     END-IF.
016510 6650-MARK-POSTED-EXIT.
016520     EXIT.
016530*
016540 6660-DATE-INDEX.
016550     MOVE 0 TO WS-POSTED-SUB.
016560     IF WS-MARK-DATE-N NOT NUMERIC
016570         GO TO 6660-DATE-INDEX-EXIT
016580     END-IF.
016590     IF WS-MARK-CCYY < WS-POSTED-FIRST-YEAR
016600         OR WS-MARK-CCYY > WS-POSTED-LAST-YEAR
016610         OR WS-MARK-MM < 1
016620         OR WS-MARK-MM > 12
016630         OR WS-MARK-DD < 1
016640         OR WS-MARK-DD > 31
016650         GO TO 6660-DATE-INDEX-EXIT
016660     END-IF.
016670     COMPUTE WS-POSTED-SUB =
016680         (WS-MARK-CCYY - WS-POSTED-FIRST-YEAR) * 372
016690         + (WS-MARK-MM - 1) * 31
016700         + WS-MARK-DD.
016710 6660-DATE-INDEX-EXIT.
016720     EXIT.
016730*
016740 6700-INSERT-CAL.
016750*
016760*    THE DATE GOES IN AHEAD OF THE FIRST LATER DATE, SO THE
016770*    REWRITTEN CALFILE STAYS IN ASCENDING ORDER.
016780*
016790     COMPUTE WS-INSERT-SUB = WS-CAL-COUNT + 1.
016800     PERFORM 6710-FIND-SLOT
016810         THRU 6710-FIND-SLOT-EXIT
016820         VARYING WS-FOUND-SUB FROM WS-CAL-COUNT BY -1
016830         UNTIL WS-FOUND-SUB < 1.
016840     PERFORM 6720-SHIFT-UP
016850         THRU 6720-SHIFT-UP-EXIT
016860         VARYING WS-SHIFT-SUB FROM WS-CAL-COUNT BY -1
016870         UNTIL WS-SHIFT-SUB < WS-INSERT-SUB.
016880     ADD 1 TO WS-CAL-COUNT.
016890     MOVE WS-NEW-CAL-DATE TO WS-CA-DATE (WS-INSERT-SUB).
016900     MOVE WS-NEW-CAL-TYPE TO WS-CA-TYPE (WS-INSERT-SUB).
016910 6700-INSERT-CAL-EXIT.
016920     EXIT.
016930*
016940 6710-FIND-SLOT.
016950     IF WS-CA-DATE (WS-FOUND-SUB) > WS-NEW-CAL-DATE
016960         MOVE WS-FOUND-SUB TO WS-INSERT-SUB
016970     ELSE
016980         MOVE 1 TO WS-FOUND-SUB
016990     END-IF.
017000 6710-FIND-SLOT-EXIT.
017010     EXIT.
017020*
017030 6720-SHIFT-UP.
017040     MOVE WS-CA-ENTRY (WS-SHIFT-SUB)
017050         TO WS-CA-ENTRY (WS-SHIFT-SUB + 1).
017060 6720-SHIFT-UP-EXIT.
017070     EXIT.
017080*
017090 6800-REMOVE-CAL.
017100     PERFORM 6810-SHIFT-DOWN
017110         THRU 6810-SHIFT-DOWN-EXIT
017120         VARYING WS-SHIFT-SUB FROM WS-FOUND-SUB BY 1
017130         UNTIL WS-SHIFT-SUB >= WS-CAL-COUNT.
017140     SUBTRACT 1 FROM WS-CAL-COUNT.
017150 6800-REMOVE-CAL-EXIT.
017160     EXIT.
017170*
017180 6810-SHIFT-DOWN.
017190     MOVE WS-CA-ENTRY (WS-SHIFT-SUB + 1)
017200         TO WS-CA-ENTRY (WS-SHIFT-SUB).
017210 6810-SHIFT-DOWN-EXIT.
017220     EXIT.
017230*
017240 6900-VALIDATE-DATE.
017250     MOVE "N" TO WS-DATE-OK-SW.
017260     IF WS-WORK-MM < 1
017270         OR WS-WORK-MM > 12
017280         OR WS-WORK-DD < 1
017290         GO TO 6900-VALIDATE-DATE-EXIT
017300     END-IF.
017310     PERFORM 6950-SET-LEAP
017320         THRU 6950-SET-LEAP-EXIT.
017330     MOVE WS-MONTH-DAYS (WS-WORK-MM) TO WS-MONTH-LIMIT.
017340     IF WS-WORK-MM = 2
017350         AND WS-LEAP-YEAR
017360         MOVE 29 TO WS-MONTH-LIMIT
017370     END-IF.
017380     IF WS-WORK-DD > WS-MONTH-LIMIT
017390         GO TO 6900-VALIDATE-DATE-EXIT
017400     END-IF.
017410     MOVE "Y" TO WS-DATE-OK-SW.
017420 6900-VALIDATE-DATE-EXIT.
017430     EXIT.
017440*
017450 6950-SET-LEAP.
017460     MOVE "N" TO WS-LEAP-SW.
017470     DIVIDE WS-WORK-CCYY BY 4
017480         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
017490     IF WS-LEAP-REM NOT = 0
017500         GO TO 6950-SET-LEAP-EXIT
017510     END-IF.
017520     DIVIDE WS-WORK-CCYY BY 100
017530         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
017540     IF WS-LEAP-REM = 0
017550         DIVIDE WS-WORK-CCYY BY 400
017560             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
017570         IF WS-LEAP-REM NOT = 0
017580             GO TO 6950-SET-LEAP-EXIT
017590         END-IF
017600     END-IF.
017610     MOVE "Y" TO WS-LEAP-SW.
017620 6950-SET-LEAP-EXIT.
017630     EXIT.
017640*
017650 7000-COLLECT-DECK.
017660     MOVE RC-YR-YEAR TO WS-GEN-YEAR-X.
017670     MOVE 0 TO WS-HOL-COUNT.
017680     MOVE "N" TO WS-DECK-BAD-SW.
017690     MOVE "N" TO WS-DECK-END-SW.
017700     MOVE PEND-CHANGE-NO TO WS-YEAR-CHANGE-NO.
017710*
017720*    THE YEAR'S HOLIDAYS ARE THE CHANGES FILED STRAIGHT AFTER
017730*    IT THAT CARRY ITS CHANGE NUMBER (SEE PNDCHG).  THEY ARE
017740*    DECIDED WITH THE YEAR, SO THEY ARE APPROVED WHEN IT IS.
017750*
017760     PERFORM 7010-NEXT-HOLIDAY
017770         THRU 7010-NEXT-HOLIDAY-EXIT.
017780     PERFORM 7050-COLLECT-ONE-HOLIDAY
017790         THRU 7050-COLLECT-ONE-HOLIDAY-EXIT
017800         UNTIL WS-DECK-END.
017810 7000-COLLECT-DECK-EXIT.
017820     EXIT.
017830*
017840 7010-NEXT-HOLIDAY.
017850*
017860*    THE CHANGE THAT ENDS THE DECK IS READ AGAIN AFTER THE YEAR
017870*    IS MARKED (SEE 3950).
017880*
017890     READ PENDFILE NEXT RECORD
017900         AT END
017910             MOVE "Y" TO WS-DECK-END-SW
017920             GO TO 7010-NEXT-HOLIDAY-EXIT
017930     END-READ.
017940     IF NOT PEND-APPROVED
017950         OR NOT PEND-FOR-REFMNT
017960         OR NOT PEND-TBL-HOLIDAY
017970         OR PEND-VALUE NOT = WS-YEAR-CHANGE-NO
017980         MOVE "Y" TO WS-DECK-END-SW
017990         GO TO 7010-NEXT-HOLIDAY-EXIT
018000     END-IF.
018010     MOVE PEND-CHANGE-NO TO WS-MARK-LAST-NO.
018020     MOVE PEND-TBL-DATA  TO RC-DATA.
018030 7010-NEXT-HOLIDAY-EXIT.
018040     EXIT.
018050*
018060 7050-COLLECT-ONE-HOLIDAY.
018070     ADD 1 TO WS-HOLIDAY-CARD-COUNT.
018080     MOVE "N" TO WS-DATE-OK-SW.
018090     IF RC-HO-DATE NUMERIC
018100         MOVE RC-HO-DATE TO WS-WORK-DATE-N
018110         PERFORM 6900-VALIDATE-DATE
018120             THRU 6900-VALIDATE-DATE-EXIT
018130     END-IF.
018140     IF NOT WS-DATE-OK
018150         OR WS-GEN-YEAR-X NOT NUMERIC
018160         DISPLAY "REFMNT: HOLIDAY [" RC-HO-DATE
018170             "] IS NOT A CALENDAR DATE"
018180         MOVE "Y" TO WS-DECK-BAD-SW
018190         GO TO 7050-COLLECT-ONE-HOLIDAY-READ
018200     END-IF.
018210     IF WS-WORK-CCYY NOT = WS-GEN-YEAR
018220         DISPLAY "REFMNT: HOLIDAY " RC-HO-DATE
018230             " IS NOT IN YEAR " WS-GEN-YEAR-X
018240         MOVE "Y" TO WS-DECK-BAD-SW
018250         GO TO 7050-COLLECT-ONE-HOLIDAY-READ
018260     END-IF.
018270     MOVE 0 TO WS-FOUND-SUB.
018280     PERFORM 7060-MATCH-ONE-HOLIDAY
018290         THRU 7060-MATCH-ONE-HOLIDAY-EXIT
018300         VARYING WS-HOL-SUB FROM 1 BY 1
018310         UNTIL WS-HOL-SUB > WS-HOL-COUNT.
018320     IF WS-FOUND-SUB > 0
018330         DISPLAY "REFMNT: HOLIDAY " RC-HO-DATE
018340             " IS ON THE DECK TWICE"
018350         MOVE "Y" TO WS-DECK-BAD-SW
018360         GO TO 7050-COLLECT-ONE-HOLIDAY-READ
018370     END-IF.
018380     IF WS-HOL-COUNT >= WS-MAX-HOLS
018390         DISPLAY "REFMNT: MORE THAN " WS-MAX-HOLS
018400             " HOLIDAYS FOR " WS-GEN-YEAR-X
018410         MOVE "Y" TO WS-DECK-BAD-SW
018420         GO TO 7050-COLLECT-ONE-HOLIDAY-READ
018430     END-IF.
018440     ADD 1 TO WS-HOL-COUNT.
018450     MOVE RC-HO-DATE TO WS-HO-DATE (WS-HOL-COUNT).
018460     MOVE RC-HO-NAME TO WS-HO-NAME (WS-HOL-COUNT).
018470*
018480 7050-COLLECT-ONE-HOLIDAY-READ.
018490     PERFORM 7010-NEXT-HOLIDAY
018500         THRU 7010-NEXT-HOLIDAY-EXIT.
018510 7050-COLLECT-ONE-HOLIDAY-EXIT.
018520     EXIT.
018530*
018540 7060-MATCH-ONE-HOLIDAY.
018550     IF WS-HO-DATE (WS-HOL-SUB) = WS-WORK-DATE-N
018560         MOVE WS-HOL-SUB TO WS-FOUND-SUB
018570     END-IF.
018580 7060-MATCH-ONE-HOLIDAY-EXIT.
018590     EXIT.
018600*
018610 7100-YEAR-CARD.
018620     IF WS-CAL-BAD
018630         DISPLAY "REFMNT: CHANGE REFUSED - CALFILE OUT OF "
018640             "ORDER - YEAR " WS-GEN-YEAR-X
018650         ADD 1 TO WS-REFUSE-COUNT
018660         GO TO 7100-YEAR-CARD-EXIT
018670     END-IF.
018680     IF WS-GEN-YEAR-X NOT NUMERIC
018690         DISPLAY "REFMNT: CHANGE REFUSED - YEAR [" WS-GEN-YEAR-X
018700             "] NOT NUMERIC"
018710         ADD 1 TO WS-REFUSE-COUNT
018720         GO TO 7100-YEAR-CARD-EXIT
018730     END-IF.
018740     COMPUTE WS-GEN-FIRST-DATE = WS-GEN-YEAR * 10000 + 0101.
018750     COMPUTE WS-GEN-LAST-DATE  = WS-GEN-YEAR * 10000 + 1231.
018760     MOVE 0 TO WS-YEAR-DATES.
018770     PERFORM 7150-COUNT-ONE-DATE
018780         THRU 7150-COUNT-ONE-DATE-EXIT
018790         VARYING WS-CAL-SUB FROM 1 BY 1
018800         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
018810     IF WS-CARD-ADD
018820         PERFORM 7200-GENERATE-YEAR
018830             THRU 7200-GENERATE-YEAR-EXIT
018840         GO TO 7100-YEAR-CARD-EXIT
018850     END-IF.
018860     IF WS-CARD-DELETE
018870         PERFORM 7500-PURGE-YEAR
018880             THRU 7500-PURGE-YEAR-EXIT
018890         GO TO 7100-YEAR-CARD-EXIT
018900     END-IF.
018910     DISPLAY "REFMNT: CHANGE REFUSED - ACTION [" WS-CARD-ACTION
018920         "] NOT A OR D - YEAR " WS-GEN-YEAR-X.
018930     ADD 1 TO WS-REFUSE-COUNT.
018940 7100-YEAR-CARD-EXIT.
018950     EXIT.
018960*
018970 7150-COUNT-ONE-DATE.
018980     IF WS-CA-DATE (WS-CAL-SUB) NOT < WS-GEN-FIRST-DATE
018990         AND WS-CA-DATE (WS-CAL-SUB) NOT > WS-GEN-LAST-DATE
019000         ADD 1 TO WS-YEAR-DATES
019010     END-IF.
019020 7150-COUNT-ONE-DATE-EXIT.
019030     EXIT.
019040*
019050 7200-GENERATE-YEAR.
019060     IF WS-DECK-BAD
019070         DISPLAY "REFMNT: CHANGE REFUSED - HOLIDAY DECK FOR "
019080             WS-GEN-YEAR-X " HAS ERRORS - YEAR NOT GENERATED"
019090         ADD 1 TO WS-REFUSE-COUNT
019100         GO TO 7200-GENERATE-YEAR-EXIT
019110     END-IF.
019120     IF WS-GEN-YEAR < WS-RUN-CCYY
019130         DISPLAY "REFMNT: CHANGE REFUSED - YEAR " WS-GEN-YEAR-X
019140             " IS ALREADY PAST"
019150         ADD 1 TO WS-REFUSE-COUNT
019160         GO TO 7200-GENERATE-YEAR-EXIT
019170     END-IF.
019180*
019190*    A YEAR ALREADY STARTED ON THE CALENDAR IS CHANGED DATE BY
019200*    DATE, NEVER REGENERATED OVER THE TOP.
019210*
019220     IF WS-YEAR-DATES > 0
019230         DISPLAY "REFMNT: CHANGE REFUSED - " WS-YEAR-DATES
019240             " DATES OF " WS-GEN-YEAR-X " ALREADY ON CALFILE"
019250         ADD 1 TO WS-REFUSE-COUNT
019260         GO TO 7200-GENERATE-YEAR-EXIT
019270     END-IF.
019280     MOVE WS-GEN-YEAR TO WS-WORK-CCYY.
019290     PERFORM 6950-SET-LEAP
019300         THRU 6950-SET-LEAP-EXIT.
019310     MOVE 365 TO WS-GEN-DAYS.
019320     IF WS-LEAP-YEAR
019330         MOVE 366 TO WS-GEN-DAYS
019340     END-IF.
019350     IF WS-CAL-COUNT + WS-GEN-DAYS > WS-MAX-CALS
019360         DISPLAY "REFMNT: CHANGE REFUSED - CALENDAR HOLDS "
019370             WS-MAX-CALS " DATES - PURGE A PAST YEAR BEFORE "
019380             "GENERATING " WS-GEN-YEAR-X
019390         ADD 1 TO WS-REFUSE-COUNT
019400         GO TO 7200-GENERATE-YEAR-EXIT
019410     END-IF.
019420*
019430*    ZELLER'S CONGRUENCE GIVES THE WEEKDAY OF 1 JANUARY,
019440*    COUNTED AS MONTH 13 OF THE YEAR BEFORE: 0 IS SATURDAY,
019450*    1 SUNDAY, 2 MONDAY ... 6 FRIDAY.  EACH DAY AFTER IT IS
019460*    ONE FURTHER ROUND THE WEEK.
019470*
019480     COMPUTE WS-ZELLER-Y = WS-GEN-YEAR - 1.
019490     DIVIDE WS-ZELLER-Y BY 100
019500         GIVING WS-ZELLER-J REMAINDER WS-ZELLER-K.
019510     DIVIDE WS-ZELLER-K BY 4 GIVING WS-ZELLER-K4.
019520     DIVIDE WS-ZELLER-J BY 4 GIVING WS-ZELLER-J4.
019530     COMPUTE WS-ZELLER-SUM = 1 + 36 + WS-ZELLER-K
019540         + WS-ZELLER-K4 + WS-ZELLER-J4 + 5 * WS-ZELLER-J.
019550     DIVIDE WS-ZELLER-SUM BY 7
019560         GIVING WS-ZELLER-QUOT REMAINDER WS-GEN-DOW.
019570*
019580     MOVE 0 TO WS-GEN-BUSINESS-COUNT.
019590     MOVE 0 TO WS-GEN-HOLIDAY-COUNT.
019600     MOVE 0 TO WS-GEN-WEEKEND-COUNT.
019610     PERFORM 7300-GENERATE-ONE-MONTH
019620         THRU 7300-GENERATE-ONE-MONTH-EXIT
019630         VARYING WS-GEN-MM FROM 1 BY 1
019640         UNTIL WS-GEN-MM > 12.
019650     DISPLAY "REFMNT: YEAR " WS-GEN-YEAR-X " GENERATED - "
019660         WS-GEN-BUSINESS-COUNT " BUSINESS, "
019670         WS-GEN-HOLIDAY-COUNT " HOLIDAY, "
019680         WS-GEN-WEEKEND-COUNT " WEEKEND DAYS".
019690 7200-GENERATE-YEAR-EXIT.
019700     EXIT.
019710*
019720 7300-GENERATE-ONE-MONTH.
019730     MOVE WS-MONTH-DAYS (WS-GEN-MM) TO WS-MONTH-LIMIT.
019740     IF WS-GEN-MM = 2
019750         AND WS-LEAP-YEAR
019760         MOVE 29 TO WS-MONTH-LIMIT
019770     END-IF.
019780     PERFORM 7350-GENERATE-ONE-DAY
019790         THRU 7350-GENERATE-ONE-DAY-EXIT
019800         VARYING WS-GEN-DD FROM 1 BY 1
019810         UNTIL WS-GEN-DD > WS-MONTH-LIMIT.
019820 7300-GENERATE-ONE-MONTH-EXIT.
019830     EXIT.
019840*
019850 7350-GENERATE-ONE-DAY.
019860     COMPUTE WS-NEW-CAL-DATE = WS-GEN-YEAR * 10000
019870         + WS-GEN-MM * 100 + WS-GEN-DD.
019880     MOVE WS-NEW-CAL-DATE TO WS-WORK-DATE-N.
019890     MOVE SPACES TO WS-LOG-HOLIDAY-NAME.
019900     MOVE 0 TO WS-FOUND-SUB.
019910     PERFORM 7060-MATCH-ONE-HOLIDAY
019920         THRU 7060-MATCH-ONE-HOLIDAY-EXIT
019930         VARYING WS-HOL-SUB FROM 1 BY 1
019940         UNTIL WS-HOL-SUB > WS-HOL-COUNT.
019950     IF WS-FOUND-SUB > 0
019960         MOVE "H" TO WS-NEW-CAL-TYPE
019970         MOVE WS-HO-NAME (WS-FOUND-SUB) TO WS-LOG-HOLIDAY-NAME
019980         ADD 1 TO WS-GEN-HOLIDAY-COUNT
019990     ELSE
020000         IF WS-GEN-DOW < 2
020010             MOVE "W" TO WS-NEW-CAL-TYPE
020020             ADD 1 TO WS-GEN-WEEKEND-COUNT
020030         ELSE
020040             MOVE "B" TO WS-NEW-CAL-TYPE
020050             ADD 1 TO WS-GEN-BUSINESS-COUNT
020060         END-IF
020070     END-IF.
020080     PERFORM 6700-INSERT-CAL
020090         THRU 6700-INSERT-CAL-EXIT.
020100*
020110     MOVE SPACES          TO WS-LOG-BEFORE.
020120     MOVE WS-NEW-CAL-DATE TO WS-CAI-DATE.
020130     MOVE WS-NEW-CAL-TYPE TO WS-CAI-DAY-TYPE.
020140     MOVE WS-CAL-IMAGE    TO WS-LOG-AFTER.
020150     MOVE "C"             TO WS-LOG-TABLE.
020160     MOVE "A"             TO WS-LOG-ACTION.
020170     MOVE WS-NEW-CAL-DATE TO WS-LOG-KEY.
020180     PERFORM 8000-WRITE-LOG
020190         THRU 8000-WRITE-LOG-EXIT.
020200*
020210     ADD 1 TO WS-GEN-DOW.
020220     IF WS-GEN-DOW > 6
020230         MOVE 0 TO WS-GEN-DOW
020240     END-IF.
020250 7350-GENERATE-ONE-DAY-EXIT.
020260     EXIT.
020270*
020280 7500-PURGE-YEAR.
020290     IF WS-HOL-COUNT > 0
020300         OR WS-DECK-BAD
020310         DISPLAY "REFMNT: CHANGE REFUSED - HOLIDAY CARDS AFTER A "
020320             "YEAR PURGE - " WS-GEN-YEAR-X
020330         ADD 1 TO WS-REFUSE-COUNT
020340         GO TO 7500-PURGE-YEAR-EXIT
020350     END-IF.
020360*
020370*    ONLY A FINISHED YEAR MAY GO -- LATE ACTIVITY FOR THE
020380*    CURRENT YEAR MUST STILL FIND ITS DATES.
020390*
020400     IF WS-GEN-YEAR NOT < WS-RUN-CCYY
020410         DISPLAY "REFMNT: CHANGE REFUSED - YEAR " WS-GEN-YEAR-X
020420             " IS NOT PAST - ONLY A PAST YEAR MAY BE PURGED"
020430         ADD 1 TO WS-REFUSE-COUNT
020440         GO TO 7500-PURGE-YEAR-EXIT
020450     END-IF.
020460     IF WS-YEAR-DATES = 0
020470         DISPLAY "REFMNT: CHANGE REFUSED - NO DATES OF "
020480             WS-GEN-YEAR-X " ON CALFILE"
020490         ADD 1 TO WS-REFUSE-COUNT
020500         GO TO 7500-PURGE-YEAR-EXIT
020510     END-IF.
020520     MOVE 1 TO WS-CAL-SUB.
020530     PERFORM 7550-PURGE-ONE-DATE
020540         THRU 7550-PURGE-ONE-DATE-EXIT
020550         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
020560     DISPLAY "REFMNT: YEAR " WS-GEN-YEAR-X " PURGED - "
020570         WS-YEAR-DATES " DATES".
020580 7500-PURGE-YEAR-EXIT.
020590     EXIT.
020600*
020610 7550-PURGE-ONE-DATE.
020620     IF WS-CA-DATE (WS-CAL-SUB) < WS-GEN-FIRST-DATE
020630         OR WS-CA-DATE (WS-CAL-SUB) > WS-GEN-LAST-DATE
020640         ADD 1 TO WS-CAL-SUB
020650         GO TO 7550-PURGE-ONE-DATE-EXIT
020660     END-IF.
020670     MOVE WS-CA-DATE (WS-CAL-SUB) TO WS-CAI-DATE.
020680     MOVE WS-CA-TYPE (WS-CAL-SUB) TO WS-CAI-DAY-TYPE.
020690     MOVE WS-CAL-IMAGE TO WS-LOG-BEFORE.
020700     MOVE SPACES       TO WS-LOG-AFTER.
020710     MOVE "C"          TO WS-LOG-TABLE.
020720     MOVE "D"          TO WS-LOG-ACTION.
020730     MOVE WS-CA-DATE (WS-CAL-SUB) TO WS-LOG-KEY.
020740     MOVE SPACES       TO WS-LOG-HOLIDAY-NAME.
020750     PERFORM 8000-WRITE-LOG
020760         THRU 8000-WRITE-LOG-EXIT.
020770     MOVE WS-CAL-SUB TO WS-FOUND-SUB.
020780     PERFORM 6800-REMOVE-CAL
020790         THRU 6800-REMOVE-CAL-EXIT.
020800 7550-PURGE-ONE-DATE-EXIT.
020810     EXIT.
020820*
020830 8000-WRITE-LOG.
020840     MOVE WS-RUN-DATE         TO REFL-DATE.
020850     MOVE WS-RUN-TIME         TO REFL-TIME.
020860     MOVE WS-LOG-TABLE        TO REFL-TABLE.
020870     MOVE WS-LOG-ACTION       TO REFL-ACTION.
020880     MOVE WS-LOG-KEY          TO REFL-KEY.
020890     MOVE WS-LOG-BEFORE       TO REFL-BEFORE-IMAGE.
020900     MOVE WS-LOG-AFTER        TO REFL-AFTER-IMAGE.
020910     MOVE WS-CARD-OPERATOR    TO REFL-OPERATOR-ID.
020920     MOVE WS-CARD-APPROVER    TO REFL-APPROVER-ID.
020930     MOVE WS-LOG-HOLIDAY-NAME TO REFL-HOLIDAY-NAME.
020940     WRITE REFL-RECORD.
020950     IF NOT WS-REFLOG-OK
020960         DISPLAY "REFMNT: REFLOG WRITE FAILED - STATUS "
020970             WS-REFLOG-STATUS " - CHANGE " WS-MARK-FIRST-NO
020980             " NOT FULLY LOGGED"
020990         MOVE "Y" TO WS-LOG-FAIL-SW
021000     END-IF.
021010     ADD 1 TO WS-LOG-COUNT.
021020 8000-WRITE-LOG-EXIT.
021030     EXIT.
021040*
021050 9000-TERMINATE.
021060     OPEN OUTPUT CTYPEOUT.
021070     PERFORM 9100-WRITE-ONE-CTYPE
021080         THRU 9100-WRITE-ONE-CTYPE-EXIT
021090         VARYING WS-CTYPE-SUB FROM 1 BY 1
021100         UNTIL WS-CTYPE-SUB > WS-CTYPE-COUNT.
021110     CLOSE CTYPEOUT.
021120*
021130     OPEN OUTPUT ROUTEOUT.
021140     PERFORM 9200-WRITE-ONE-ROUTE
021150         THRU 9200-WRITE-ONE-ROUTE-EXIT
021160         VARYING WS-ROUTE-SUB FROM 1 BY 1
021170         UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT.
021180     CLOSE ROUTEOUT.
021190*
021200     OPEN OUTPUT CALOUT.
021210     PERFORM 9300-WRITE-ONE-CAL
021220         THRU 9300-WRITE-ONE-CAL-EXIT
021230         VARYING WS-CAL-SUB FROM 1 BY 1
021240         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
021250     CLOSE CALOUT.
021260*
021270     DISPLAY "REFMNT: " WS-CARD-COUNT " CHANGES, "
021280         WS-ACCEPT-COUNT " APPLIED, " WS-REFUSE-COUNT
021290         " REFUSED, " WS-HOLIDAY-CARD-COUNT " HOLIDAYS".
021300     DISPLAY "REFMNT: " WS-LOG-COUNT " CHANGES LOGGED, "
021310         WS-SEQ-READ-COUNT " COUNTERS CHECKED, "
021320         WS-CAL-COUNT " CALENDAR DATES".
021330*
021340     CLOSE PENDFILE.
021350     CLOSE REFLOG.
021360 9000-TERMINATE-EXIT.
021370     EXIT.
021380*
021390 9100-WRITE-ONE-CTYPE.
021400     IF WS-CT-CODE (WS-CTYPE-SUB) = SPACES
021410         GO TO 9100-WRITE-ONE-CTYPE-EXIT
021420     END-IF.
021430     MOVE WS-CT-CODE (WS-CTYPE-SUB)   TO CTO-TYPE-CODE.
021440     MOVE WS-CT-DIGITS (WS-CTYPE-SUB) TO CTO-DIGIT-COUNT.
021450     WRITE CTYPEOUT-RECORD.
021460 9100-WRITE-ONE-CTYPE-EXIT.
021470     EXIT.
021480*
021490 9200-WRITE-ONE-ROUTE.
021500     IF WS-RT-BRANCH (WS-ROUTE-SUB) = SPACES
021510         GO TO 9200-WRITE-ONE-ROUTE-EXIT
021520     END-IF.
021530     MOVE WS-RT-BRANCH (WS-ROUTE-SUB)  TO RTO-BRANCH-CODE.
021540     MOVE WS-RT-REGION (WS-ROUTE-SUB)  TO RTO-REGION-NAME.
021550     MOVE WS-RT-EXTRACT (WS-ROUTE-SUB) TO RTO-EXTRACT-NO.
021560     WRITE ROUTEOUT-RECORD.
021570 9200-WRITE-ONE-ROUTE-EXIT.
021580     EXIT.
021590*
021600 9300-WRITE-ONE-CAL.
021610     MOVE WS-CA-DATE (WS-CAL-SUB) TO CLO-DATE.
021620     MOVE WS-CA-TYPE (WS-CAL-SUB) TO CLO-DAY-TYPE.
021630     WRITE CALOUT-RECORD.
021640 9300-WRITE-ONE-CAL-EXIT.
021650     EXIT.
