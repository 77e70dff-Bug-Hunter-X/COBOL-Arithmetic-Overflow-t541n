000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     DAYBKOUT.
000030 AUTHOR.         J W MERCER.
000040 INSTALLATION.   DAILY PROCESSING - BRANCH ACCOUNTING.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.  10/15/26.
000070*-----------------------------------------------------------*
000080* MOD-LOG                                                   *
000090* DATE       INIT  DESCRIPTION                              *
000100* 10/15/26   JWM   ORIGINAL VERSION.  DAY BACKOUT UTILITY.   *
000110*                  REVERSES A POSTED BUSINESS DATE -- OR A   *
000120*                  WHOLE OUTFILE GENERATION -- NAMED ON THE  *
000130*                  OPERATOR CONTROL CARDS (BKPARM).  EACH    *
000140*                  COUNTER THE DATE TOUCHED IS PUT BACK ON   *
000150*                  SEQFILE TO ITS PRE-RUN VALUE, DERIVED FROM*
000160*                  THE PUBLISHED OUT-COUNTER-VALUE AND OUT-  *
000170*                  BUSINESS-DATE SEQUENCE; THE DATE'S        *
000180*                  EXCPFILE AND ALERTFILE ENTRIES ARE MARKED *
000190*                  BACKED OUT (REWRITTEN TO EXCPOUT AND      *
000200*                  ALERTOUT FOR COPY-BACK); THE DATE IS      *
000210*                  DROPPED FROM THE RSUMFILE PERIOD-TO-DATE  *
000220*                  MASTER; AND A BKAUDIT RECORD IS APPENDED  *
000230*                  PER COUNTER WITH RUNCTL COUNTS FOR DAYBAL.*
000240*                  THE BACKOUT IS ALL OR NOTHING -- IT IS    *
000250*                  REFUSED WITH RC 8, AND NO COUNTER IS      *
000260*                  TOUCHED, WHEN A LATER DATE HAS ALREADY    *
000270*                  POSTED ON TOP OF A COUNTER (UNLESS THAT   *
000280*                  DATE IS ALSO ON A CARD THIS RUN), WHEN A  *
000290*                  COUNTER WAS ROLLED OVER SINCE THE POSTING,*
000300*                  OR WHEN A PRE-RUN VALUE CANNOT BE PROVED. *
000310* 10/15/26   JWM   THE BACKED-OUT DATES' ROWS ARE NOW DELETED*
000320*                  FROM THE COUNTER DAILY LEDGER (LEDGFILE,  *
000330*                  SEE LEDGREC) SO AN AS-OF INQUIRY NEVER    *
000340*                  SHOWS A REVERSED DAY.                     *
000350* 10/15/26   JWM   THE LEDGER ROWS FOUND FOR DELETION AND    *
000360*                  THOSE DELETED ARE WRITTEN TO RUNCTL FOR   *
000370*                  DAYBAL TO PROVE.  A ROW THAT WILL NOT     *
000380*                  DELETE IS LISTED ON SYSOUT AND ENDS THE   *
000390*                  STEP RC 4 -- THE COUNTERS ARE ALREADY     *
000400*                  RESTORED, SO THE EXCEPTION AND ALERT COPY-*
000410*                  BACKS STILL RUN.                          *
000420* 10/15/26   JWM   EVERY FILE OPEN IS CHECKED -- A FILE THAT *
000430*                  WILL NOT OPEN REFUSES THE BACKOUT (RC 8)  *
000440*                  BEFORE ANYTHING CHANGES.  A SEQFILE       *
000450*                  REWRITE THAT FAILS PART-WAY NO LONGER     *
000460*                  REPORTS "NOTHING CHANGED" -- THE REST OF  *
000470*                  THE BACKOUT IS FINISHED AND ITS CONTROLS  *
000480*                  WRITTEN, THE COUNTERS NOT RESTORED ARE    *
000490*                  LISTED FOR A HAND FIX, AND THE STEP ENDS  *
000500*                  RC 16.                                    *
000510*-----------------------------------------------------------*
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.   IBM-370.
000550 OBJECT-COMPUTER.   IBM-370.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT BKPARM ASSIGN TO BKPARM
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-BKPARM-STATUS.
000610*
000620     SELECT OUTIN ASSIGN TO OUTIN
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-OUTIN-STATUS.
000650*
000660     SELECT OUTPRIOR ASSIGN TO OUTPRIOR
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-OUTPRIOR-STATUS.
000690*
000700     SELECT SEQFILE ASSIGN TO SEQFILE
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS SEQ-COUNTER-ID
000740         FILE STATUS IS WS-SEQFILE-STATUS.
000750*
000760     SELECT LEDGFILE ASSIGN TO LEDGFILE
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS LEDG-KEY
000800         FILE STATUS IS WS-LEDGFILE-STATUS.
000810*
000820     SELECT EXCPIN ASSIGN TO EXCPIN
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-EXCPIN-STATUS.
000850*
000860     SELECT EXCPOUT ASSIGN TO EXCPOUT
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-EXCPOUT-STATUS.
000890*
000900     SELECT ALERTIN ASSIGN TO ALERTIN
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-ALERTIN-STATUS.
000930*
000940     SELECT ALERTOUT ASSIGN TO ALERTOUT
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-ALERTOUT-STATUS.
000970*
000980     SELECT RSUMIN ASSIGN TO RSUMIN
000990         ORGANIZATION IS SEQUENTIAL
001000         FILE STATUS IS WS-RSUMIN-STATUS.
001010*
001020     SELECT RSUMOUT ASSIGN TO RSUMOUT
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS WS-RSUMOUT-STATUS.
001050*
001060     SELECT BKAUDIT ASSIGN TO BKAUDIT
001070         ORGANIZATION IS SEQUENTIAL
001080         FILE STATUS IS WS-BKAUDIT-STATUS.
001090*
001100     SELECT RUNCTL ASSIGN TO RUNCTL
001110         ORGANIZATION IS SEQUENTIAL
001120         FILE STATUS IS WS-RUNCTL-STATUS.
001130*
001140     SELECT BKRPT ASSIGN TO BKRPT
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS WS-BKRPT-STATUS.
001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  BKPARM
001200     LABEL RECORDS ARE STANDARD.
001210 01  BKPARM-RECORD.
001220     05  BKP-BUSINESS-DATE       PIC X(08).
001230     05  BKP-BUSINESS-DATE-N REDEFINES BKP-BUSINESS-DATE
001240                                 PIC 9(08).
001250     05  BKP-POSTED-DATE         PIC 9(08).
001260     05  BKP-OPERATOR-ID         PIC X(08).
001270     05  FILLER                  PIC X(56).
001280*
001290 FD  OUTIN
001300     LABEL RECORDS ARE STANDARD.
001310 COPY OUTREC.
001320*
001330 FD  OUTPRIOR
001340     LABEL RECORDS ARE STANDARD.
001350 01  OUTPRIOR-RECORD.
001360     05  OP-BRANCH-CODE          PIC X(08).
001370     05  OP-CATEGORY             PIC X(04).
001380     05  OP-COUNTER-VALUE        PIC S9(10).
001390     05  FILLER                  PIC X(19).
001400     05  OP-CYCLE-NUMBER         PIC 9(04).
001410     05  FILLER                  PIC X(09).
001420*
001430 FD  SEQFILE
001440     LABEL RECORDS ARE STANDARD.
001450 COPY SEQREC.
001460*
001470 FD  LEDGFILE
001480     LABEL RECORDS ARE STANDARD.
001490 COPY LEDGREC.
001500*
001510 FD  EXCPIN
001520     LABEL RECORDS ARE STANDARD.
001530 COPY EXCREC.
001540*
001550 FD  EXCPOUT
001560     LABEL RECORDS ARE STANDARD.
001570 01  EXCPOUT-RECORD              PIC X(49).
001580*
001590 FD  ALERTIN
001600     LABEL RECORDS ARE STANDARD.
001610 COPY ALERTREC.
001620*
001630 FD  ALERTOUT
001640     LABEL RECORDS ARE STANDARD.
001650 01  ALERTOUT-RECORD             PIC X(142).
001660*
001670 FD  RSUMIN
001680     LABEL RECORDS ARE STANDARD.
001690 COPY RSUMREC.
001700*
001710 FD  RSUMOUT
001720     LABEL RECORDS ARE STANDARD.
001730 01  RSUMOUT-RECORD              PIC X(54).
001740*
001750 FD  BKAUDIT
001760     LABEL RECORDS ARE STANDARD.
001770 COPY BKAUDREC.
001780*
001790 FD  RUNCTL
001800     LABEL RECORDS ARE STANDARD.
001810 COPY RUNCREC.
001820*
001830 FD  BKRPT
001840     LABEL RECORDS ARE STANDARD.
001850 01  BK-LINE                     PIC X(80).
001860 WORKING-STORAGE SECTION.
001870 77  WS-CARD-COUNT           PIC 9(03) VALUE 0 COMP.
001880 77  WS-MAX-CARDS            PIC 9(03) VALUE 31 COMP.
001890 77  WS-CARD-SUB             PIC 9(03) VALUE 0 COMP.
001900 77  WS-DATE-CARD-SUB        PIC 9(03) VALUE 0 COMP.
001910 77  WS-BD-COUNT             PIC 9(03) VALUE 0 COMP.
001920 77  WS-MAX-BDS              PIC 9(03) VALUE 400 COMP.
001930 77  WS-BD-SUB               PIC 9(03) VALUE 0 COMP.
001940 77  WS-CN-COUNT             PIC 9(05) VALUE 0 COMP.
001950 77  WS-MAX-CNS              PIC 9(05) VALUE 20000 COMP.
001960 77  WS-OUT-READ-COUNT       PIC 9(09) VALUE 0 COMP.
001970 77  WS-REVERSED-COUNT       PIC 9(09) VALUE 0 COMP.
001980 77  WS-KEPT-COUNT           PIC 9(09) VALUE 0 COMP.
001990 77  WS-PENDING-COUNT        PIC 9(05) VALUE 0 COMP.
002000 77  WS-BACKOUT-CN-COUNT     PIC 9(09) VALUE 0 COMP.
002010 77  WS-AUDITED-COUNT        PIC 9(09) VALUE 0 COMP.
002020 77  WS-RESTORED-COUNT       PIC 9(09) VALUE 0 COMP.
002030 77  WS-NOT-PERSIST-COUNT    PIC 9(09) VALUE 0 COMP.
002040 77  WS-EXCP-MARK-COUNT      PIC 9(09) VALUE 0 COMP.
002050 77  WS-ALERT-MARK-COUNT     PIC 9(09) VALUE 0 COMP.
002060 77  WS-RSUM-READ-COUNT      PIC 9(09) VALUE 0 COMP.
002070 77  WS-RSUM-KEPT-COUNT      PIC 9(09) VALUE 0 COMP.
002080 77  WS-RSUM-DROP-COUNT      PIC 9(09) VALUE 0 COMP.
002090 77  WS-LEDGER-DROP-COUNT    PIC 9(09) VALUE 0 COMP.
002100 77  WS-LEDGER-MATCH-COUNT   PIC 9(09) VALUE 0 COMP.
002110 77  WS-REFUSE-COUNT         PIC 9(05) VALUE 0 COMP.
002120 77  WS-RESTORE-FAIL-COUNT   PIC 9(09) VALUE 0 COMP.
002130 77  WS-REVERSED-HASH        PIC S9(15) VALUE 0.
002140 77  WS-POSTED-VALUE         PIC S9(10) VALUE 0.
002150 77  WS-RUN-DATE             PIC 9(08) VALUE 0.
002160 77  WS-MATCH-DATE           PIC 9(08) VALUE 0.
002170 77  WS-CN-FOUND-SW          PIC X(01) VALUE "N".
002180     88  WS-CN-FOUND              VALUE "Y".
002190 77  WS-DATE-FOUND-SW        PIC X(01) VALUE "N".
002200     88  WS-DATE-FOUND            VALUE "Y".
002210 77  WS-POSTED-FOUND-SW      PIC X(01) VALUE "N".
002220     88  WS-POSTED-FOUND          VALUE "Y".
002230 77  WS-LEDGER-OPEN-SW       PIC X(01) VALUE "N".
002240     88  WS-LEDGER-OPEN           VALUE "Y".
002250 77  WS-LEDGER-END-SW        PIC X(01) VALUE "N".
002260     88  WS-LEDGER-END            VALUE "Y".
002270 77  WS-CAPACITY-SW          PIC X(01) VALUE "N".
002280     88  WS-CAPACITY-EXCEEDED     VALUE "Y".
002290 77  WS-CAPACITY-RETURN-CODE PIC 9(03) VALUE 12 COMP.
002300 77  WS-ERROR-RETURN-CODE    PIC 9(03) VALUE 8 COMP.
002310 77  WS-LEDGER-RETURN-CODE   PIC 9(03) VALUE 4 COMP.
002320 77  WS-RESTORE-RETURN-CODE  PIC 9(03) VALUE 16 COMP.
002330 77  WS-REFUSED-SW           PIC X(01) VALUE "N".
002340     88  WS-BACKOUT-REFUSED       VALUE "Y".
002350     88  WS-BACKOUT-ACCEPTED      VALUE "N".
002360 77  WS-OPEN-FAIL-SW         PIC X(01) VALUE "N".
002370     88  WS-OPEN-FAILED           VALUE "Y".
002380 77  WS-RESTORE-FAIL-SW      PIC X(01) VALUE "N".
002390     88  WS-RESTORE-FAILED        VALUE "Y".
002400 77  WS-OPEN-FILE            PIC X(08) VALUE SPACES.
002410 77  WS-OPEN-STATUS          PIC X(02) VALUE SPACES.
002420*
002430 01  WS-COUNTER-ID.
002440     05  WS-CID-BRANCH       PIC X(08).
002450     05  WS-CID-CATEGORY     PIC X(04).
002460*
002470 01  WS-REFUSE-REASON        PIC X(40) VALUE SPACES.
002480*
002490 01  WS-CARD-TABLE.
002500     05  WS-CD-ENTRY OCCURS 31 TIMES.
002510         10  WS-CD-BUS-DATE       PIC 9(08).
002520         10  WS-CD-POSTED-DATE    PIC 9(08).
002530         10  WS-CD-OPERATOR       PIC X(08).
002540*
002550 01  WS-BACKED-DATE-TABLE.
002560     05  WS-BD-ENTRY OCCURS 400 TIMES.
002570         10  WS-BD-DATE           PIC 9(08).
002580         10  WS-BD-RECORDS        PIC 9(09) COMP.
002590*
002600 01  WS-COUNTER-TABLE.
002610     05  WS-CN-ENTRY OCCURS 20000 TIMES
002620                     INDEXED BY WS-CN-IDX.
002630         10  WS-CN-BRANCH         PIC X(08).
002640         10  WS-CN-CATEGORY       PIC X(04).
002650         10  WS-CN-SEEN-SW        PIC X(01).
002660         10  WS-CN-LAST-VALUE     PIC S9(10).
002670         10  WS-CN-LAST-CYCLE     PIC 9(04).
002680         10  WS-CN-BK-DATE        PIC 9(08).
002690         10  WS-CN-BK-CARD        PIC 9(03) COMP.
002700         10  WS-CN-PRE-VALUE      PIC S9(10).
002710         10  WS-CN-PRE-CYCLE      PIC 9(04).
002720         10  WS-CN-PRE-SW         PIC X(01).
002730             88  WS-CN-PRE-KNOWN      VALUE "Y" "Q".
002740             88  WS-CN-PRE-PENDING    VALUE "P".
002750             88  WS-CN-PRE-FROM-PRIOR VALUE "Q".
002760         10  WS-CN-MISMATCH-SW    PIC X(01).
002770         10  WS-CN-ON-TOP-SW      PIC X(01).
002780         10  WS-CN-ACTION         PIC X(01).
002790         10  WS-CN-REVERSED       PIC 9(07) COMP.
002800*
002810 01  WS-FLAGS.
002820     05  WS-BKPARM-STATUS    PIC X(02) VALUE SPACES.
002830         88  WS-BKPARM-OK             VALUE "00".
002840         88  WS-BKPARM-EOF            VALUE "10".
002850     05  WS-OUTIN-STATUS     PIC X(02) VALUE SPACES.
002860         88  WS-OUTIN-OK              VALUE "00".
002870         88  WS-OUTIN-EOF             VALUE "10".
002880     05  WS-OUTPRIOR-STATUS  PIC X(02) VALUE SPACES.
002890         88  WS-OUTPRIOR-OK           VALUE "00".
002900         88  WS-OUTPRIOR-EOF          VALUE "10".
002910     05  WS-SEQFILE-STATUS   PIC X(02) VALUE SPACES.
002920         88  WS-SEQFILE-OK            VALUE "00".
002930         88  WS-SEQFILE-NOT-FOUND     VALUE "23".
002940     05  WS-LEDGFILE-STATUS  PIC X(02) VALUE SPACES.
002950         88  WS-LEDGFILE-OK           VALUE "00".
002960     05  WS-EXCPIN-STATUS    PIC X(02) VALUE SPACES.
002970         88  WS-EXCPIN-OK             VALUE "00".
002980         88  WS-EXCPIN-EOF            VALUE "10".
002990     05  WS-EXCPOUT-STATUS   PIC X(02) VALUE SPACES.
003000         88  WS-EXCPOUT-OK            VALUE "00".
003010     05  WS-ALERTIN-STATUS   PIC X(02) VALUE SPACES.
003020         88  WS-ALERTIN-OK            VALUE "00".
003030         88  WS-ALERTIN-EOF           VALUE "10".
003040     05  WS-ALERTOUT-STATUS  PIC X(02) VALUE SPACES.
003050         88  WS-ALERTOUT-OK           VALUE "00".
003060     05  WS-RSUMIN-STATUS    PIC X(02) VALUE SPACES.
003070         88  WS-RSUMIN-OK             VALUE "00".
003080         88  WS-RSUMIN-EOF            VALUE "10".
003090     05  WS-RSUMOUT-STATUS   PIC X(02) VALUE SPACES.
003100         88  WS-RSUMOUT-OK            VALUE "00".
003110     05  WS-BKAUDIT-STATUS   PIC X(02) VALUE SPACES.
003120         88  WS-BKAUDIT-OK            VALUE "00".
003130     05  WS-RUNCTL-STATUS    PIC X(02) VALUE SPACES.
003140         88  WS-RUNCTL-OK             VALUE "00".
003150     05  WS-BKRPT-STATUS     PIC X(02) VALUE SPACES.
003160         88  WS-BKRPT-OK              VALUE "00".
003170*
003180 01  WS-REPORT-LINES.
003190     05  WS-HDR-LINE-1.
003200         10  FILLER              PIC X(27)
003210             VALUE "DAY BACKOUT REPORT - DATE ".
003220         10  WS-HDR-DATE         PIC 9(08).
003230         10  FILLER              PIC X(45) VALUE SPACES.
003240     05  WS-CARD-LINE.
003250         10  FILLER              PIC X(16)
003260             VALUE "BACK OUT DATE   ".
003270         10  WS-CDL-DATE         PIC X(08).
003280         10  FILLER              PIC X(13)
003290             VALUE "  POSTED ON  ".
003300         10  WS-CDL-POSTED       PIC 9(08).
003310         10  FILLER              PIC X(06) VALUE "  BY  ".
003320         10  WS-CDL-OPERATOR     PIC X(08).
003330         10  FILLER              PIC X(21) VALUE SPACES.
003340     05  WS-COL-HDR.
003350         10  FILLER              PIC X(40)
003360             VALUE "BRANCH   CAT  BUS DATE   POSTED VALUE   ".
003370         10  FILLER              PIC X(40)
003380             VALUE "RESTORED VALUE  CYCLE  RESULTS  ACTION  ".
003390     05  WS-DTL-LINE.
003400         10  WS-DTL-BRANCH       PIC X(08).
003410         10  FILLER              PIC X(01) VALUE SPACES.
003420         10  WS-DTL-CATEGORY     PIC X(04).
003430         10  FILLER              PIC X(01) VALUE SPACES.
003440         10  WS-DTL-BUS-DATE     PIC 9(08).
003450         10  FILLER              PIC X(01) VALUE SPACES.
003460         10  WS-DTL-POSTED       PIC -(10)9.
003470         10  FILLER              PIC X(03) VALUE SPACES.
003480         10  WS-DTL-RESTORED     PIC -(10)9.
003490         10  FILLER              PIC X(04) VALUE SPACES.
003500         10  WS-DTL-CYCLE        PIC 9(04).
003510         10  FILLER              PIC X(02) VALUE SPACES.
003520         10  WS-DTL-RESULTS      PIC Z(6)9.
003530         10  FILLER              PIC X(02) VALUE SPACES.
003540         10  WS-DTL-ACTION       PIC X(13).
003550     05  WS-REFUSE-LINE.
003560         10  FILLER              PIC X(09) VALUE "REFUSED  ".
003570         10  WS-RFL-BRANCH       PIC X(08).
003580         10  FILLER              PIC X(01) VALUE SPACES.
003590         10  WS-RFL-CATEGORY     PIC X(04).
003600         10  FILLER              PIC X(01) VALUE SPACES.
003610         10  WS-RFL-DATE         PIC 9(08).
003620         10  FILLER              PIC X(01) VALUE SPACES.
003630         10  WS-RFL-REASON       PIC X(40).
003640         10  FILLER              PIC X(08) VALUE SPACES.
003650     05  WS-TOT-LINE.
003660         10  WS-TOT-LABEL        PIC X(30).
003670         10  WS-TOT-VALUE        PIC Z(8)9.
003680         10  FILLER              PIC X(41) VALUE SPACES.
003690     05  WS-VERDICT-LINE.
003700         10  WS-VD-TEXT          PIC X(60).
003710         10  FILLER              PIC X(20) VALUE SPACES.
003720     05  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
003730 PROCEDURE DIVISION.
003740*
003750 0000-MAINLINE.
003760     PERFORM 1000-INITIALIZE
003770         THRU 1000-INITIALIZE-EXIT.
003780*
003790     IF WS-OPEN-FAILED
003800         MOVE WS-ERROR-RETURN-CODE TO RETURN-CODE
003810         STOP RUN
003820     END-IF.
003830*
003840     PERFORM 2000-SCAN-ONE-RESULT
003850         THRU 2000-SCAN-ONE-RESULT-EXIT
003860         UNTIL WS-OUTIN-EOF.
003870*
003880     PERFORM 2500-RESOLVE-FROM-PRIOR
003890         THRU 2500-RESOLVE-FROM-PRIOR-EXIT.
003900*
003910     PERFORM 2700-VERIFY-BACKOUT
003920         THRU 2700-VERIFY-BACKOUT-EXIT.
003930*
003940*    NOTHING IS CHANGED UNTIL EVERY COUNTER HAS PASSED -- A
003950*    HALF-REVERSED DAY IS WORSE THAN EITHER END STATE.
003960*
003970     IF WS-BACKOUT-ACCEPTED
003980         PERFORM 3000-RESTORE-ONE-COUNTER
003990             THRU 3000-RESTORE-ONE-COUNTER-EXIT
004000             VARYING WS-CN-IDX FROM 1 BY 1
004010             UNTIL WS-CN-IDX > WS-CN-COUNT
004020     END-IF.
004030*
004040     PERFORM 4000-MARK-ONE-EXCEPTION
004050         THRU 4000-MARK-ONE-EXCEPTION-EXIT
004060         UNTIL WS-EXCPIN-EOF.
004070*
004080     PERFORM 4200-MARK-ONE-ALERT
004090         THRU 4200-MARK-ONE-ALERT-EXIT
004100         UNTIL WS-ALERTIN-EOF.
004110*
004120     PERFORM 4400-COPY-ONE-SUMMARY
004130         THRU 4400-COPY-ONE-SUMMARY-EXIT
004140         UNTIL WS-RSUMIN-EOF.
004150*
004160     PERFORM 9000-TERMINATE
004170         THRU 9000-TERMINATE-EXIT.
004180*
004190*
004200*    A RESTORE THAT FAILED PART-WAY HAS LEFT THE DAY HALF
004210*    BACKED OUT -- RC 16, SO THE SCHEDULE TREATS IT APART
004220*    FROM A CLEAN REFUSAL (RC 8) AND STILL COPIES BACK THE
004230*    MARKED EXCEPTION LOG AND ALERT QUEUE.
004240*
004250     IF WS-RESTORE-FAILED
004260         MOVE WS-RESTORE-RETURN-CODE TO RETURN-CODE
004270         STOP RUN
004280     END-IF.
004290     IF WS-CAPACITY-EXCEEDED
004300         MOVE WS-CAPACITY-RETURN-CODE TO RETURN-CODE
004310     ELSE
004320         IF WS-BACKOUT-REFUSED
004330             MOVE WS-ERROR-RETURN-CODE TO RETURN-CODE
004340         ELSE
004350             IF WS-LEDGER-DROP-COUNT NOT = WS-LEDGER-MATCH-COUNT
004360                 MOVE WS-LEDGER-RETURN-CODE TO RETURN-CODE
004370             END-IF
004380         END-IF
004390     END-IF.
004400     STOP RUN.
004410*
004420 1000-INITIALIZE.
004430     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004440     OPEN OUTPUT BKRPT.
004450     IF NOT WS-BKRPT-OK
004460         MOVE "BKRPT"          TO WS-OPEN-FILE
004470         MOVE WS-BKRPT-STATUS  TO WS-OPEN-STATUS
004480         GO TO 1000-INITIALIZE-REFUSE
004490     END-IF.
004500     MOVE WS-RUN-DATE TO WS-HDR-DATE.
004510     WRITE BK-LINE FROM WS-HDR-LINE-1.
004520     WRITE BK-LINE FROM WS-BLANK-LINE.
004530*
004540     OPEN INPUT BKPARM.
004550     IF WS-BKPARM-OK
004560         READ BKPARM
004570             AT END SET WS-BKPARM-EOF TO TRUE
004580         END-READ
004590         PERFORM 1100-LOAD-ONE-CARD
004600             THRU 1100-LOAD-ONE-CARD-EXIT
004610             UNTIL WS-BKPARM-EOF
004620         CLOSE BKPARM
004630     END-IF.
004640     IF WS-CARD-COUNT = 0
004650         DISPLAY "DAYBKOUT: NO BACKOUT CARDS - NOTHING BACKED OUT"
004660         MOVE "Y" TO WS-REFUSED-SW
004670     END-IF.
004680*
004690*
004700*    EVERY FILE BUT THE LEDGER MUST OPEN BEFORE ANYTHING IS
004710*    TOUCHED -- AN INPUT THAT WILL NOT OPEN WOULD RESTORE FROM
004720*    AN EMPTY PICTURE, AND AN OUTPUT THAT WILL NOT OPEN WOULD
004730*    BE COPIED BACK OVER GOOD DATA.
004740*
004750     OPEN INPUT OUTIN.
004760     IF NOT WS-OUTIN-OK
004770         MOVE "OUTIN"          TO WS-OPEN-FILE
004780         MOVE WS-OUTIN-STATUS  TO WS-OPEN-STATUS
004790         GO TO 1000-INITIALIZE-REFUSE
004800     END-IF.
004810     OPEN I-O SEQFILE.
004820     IF NOT WS-SEQFILE-OK
004830         MOVE "SEQFILE"         TO WS-OPEN-FILE
004840         MOVE WS-SEQFILE-STATUS TO WS-OPEN-STATUS
004850         GO TO 1000-INITIALIZE-REFUSE
004860     END-IF.
004870*
004880*    NO LEDGER YET MEANS NOTHING TO DELETE FROM IT.
004890*
004900     OPEN I-O LEDGFILE.
004910     IF WS-LEDGFILE-OK
004920         MOVE "Y" TO WS-LEDGER-OPEN-SW
004930     END-IF.
004940     OPEN INPUT EXCPIN.
004950     IF NOT WS-EXCPIN-OK
004960         MOVE "EXCPIN"          TO WS-OPEN-FILE
004970         MOVE WS-EXCPIN-STATUS  TO WS-OPEN-STATUS
004980         GO TO 1000-INITIALIZE-REFUSE
004990     END-IF.
005000     OPEN OUTPUT EXCPOUT.
005010     IF NOT WS-EXCPOUT-OK
005020         MOVE "EXCPOUT"         TO WS-OPEN-FILE
005030         MOVE WS-EXCPOUT-STATUS TO WS-OPEN-STATUS
005040         GO TO 1000-INITIALIZE-REFUSE
005050     END-IF.
005060     OPEN INPUT ALERTIN.
005070     IF NOT WS-ALERTIN-OK
005080         MOVE "ALERTIN"         TO WS-OPEN-FILE
005090         MOVE WS-ALERTIN-STATUS TO WS-OPEN-STATUS
005100         GO TO 1000-INITIALIZE-REFUSE
005110     END-IF.
005120     OPEN OUTPUT ALERTOUT.
005130     IF NOT WS-ALERTOUT-OK
005140         MOVE "ALERTOUT"         TO WS-OPEN-FILE
005150         MOVE WS-ALERTOUT-STATUS TO WS-OPEN-STATUS
005160         GO TO 1000-INITIALIZE-REFUSE
005170     END-IF.
005180     OPEN INPUT RSUMIN.
005190     IF NOT WS-RSUMIN-OK
005200         MOVE "RSUMIN"          TO WS-OPEN-FILE
005210         MOVE WS-RSUMIN-STATUS  TO WS-OPEN-STATUS
005220         GO TO 1000-INITIALIZE-REFUSE
005230     END-IF.
005240     OPEN OUTPUT RSUMOUT.
005250     IF NOT WS-RSUMOUT-OK
005260         MOVE "RSUMOUT"         TO WS-OPEN-FILE
005270         MOVE WS-RSUMOUT-STATUS TO WS-OPEN-STATUS
005280         GO TO 1000-INITIALIZE-REFUSE
005290     END-IF.
005300     OPEN EXTEND BKAUDIT.
005310     IF NOT WS-BKAUDIT-OK
005320         OPEN OUTPUT BKAUDIT
005330         CLOSE BKAUDIT
005340         OPEN EXTEND BKAUDIT
005350     END-IF.
005360     IF NOT WS-BKAUDIT-OK
005370         MOVE "BKAUDIT"         TO WS-OPEN-FILE
005380         MOVE WS-BKAUDIT-STATUS TO WS-OPEN-STATUS
005390         GO TO 1000-INITIALIZE-REFUSE
005400     END-IF.
005410*
005420     READ OUTIN
005430         AT END SET WS-OUTIN-EOF TO TRUE
005440     END-READ.
005450     READ EXCPIN
005460         AT END SET WS-EXCPIN-EOF TO TRUE
005470     END-READ.
005480     READ ALERTIN
005490         AT END SET WS-ALERTIN-EOF TO TRUE
005500     END-READ.
005510     READ RSUMIN
005520         AT END SET WS-RSUMIN-EOF TO TRUE
005530     END-READ.
005540     GO TO 1000-INITIALIZE-EXIT.
005550*
005560 1000-INITIALIZE-REFUSE.
005570     DISPLAY "DAYBKOUT: " WS-OPEN-FILE " WILL NOT OPEN - STATUS "
005580         WS-OPEN-STATUS " - NOTHING BACKED OUT".
005590     MOVE "Y" TO WS-REFUSED-SW.
005600     MOVE "Y" TO WS-OPEN-FAIL-SW.
005610 1000-INITIALIZE-EXIT.
005620     EXIT.
005630*
005640 1100-LOAD-ONE-CARD.
005650*
005660*    A CARD NAMES ONE BUSINESS DATE, OR "ALL" FOR EVERY DATE
005670*    ON THE OUTIN GENERATION, PLUS THE DATE THE POSTING RAN
005680*    (WHICH DATES ITS EXCEPTIONS AND ALERTS) AND THE
005690*    OPERATOR.  ANY BAD CARD REFUSES THE WHOLE BACKOUT.
005700*
005710     IF (BKP-BUSINESS-DATE NOT = "ALL"
005720             AND BKP-BUSINESS-DATE NOT NUMERIC)
005730         OR BKP-POSTED-DATE NOT NUMERIC
005740         OR BKP-POSTED-DATE = 0
005750         OR BKP-OPERATOR-ID = SPACES
005760         DISPLAY "DAYBKOUT: BAD CONTROL CARD - DATE ["
005770             BKP-BUSINESS-DATE "] POSTED [" BKP-POSTED-DATE
005780             "] OPERATOR [" BKP-OPERATOR-ID "]"
005790         MOVE "Y" TO WS-REFUSED-SW
005800         GO TO 1100-LOAD-ONE-CARD-READ
005810     END-IF.
005820     IF WS-CARD-COUNT >= WS-MAX-CARDS
005830         DISPLAY "DAYBKOUT: CARD TABLE FULL - "
005840             BKP-BUSINESS-DATE " NOT BACKED OUT"
005850         MOVE "Y" TO WS-CAPACITY-SW
005860         MOVE "Y" TO WS-REFUSED-SW
005870         GO TO 1100-LOAD-ONE-CARD-READ
005880     END-IF.
005890     ADD 1 TO WS-CARD-COUNT.
005900     IF BKP-BUSINESS-DATE = "ALL"
005910         MOVE 0 TO WS-CD-BUS-DATE (WS-CARD-COUNT)
005920     ELSE
005930         MOVE BKP-BUSINESS-DATE-N
005940             TO WS-CD-BUS-DATE (WS-CARD-COUNT)
005950     END-IF.
005960     MOVE BKP-POSTED-DATE TO WS-CD-POSTED-DATE (WS-CARD-COUNT).
005970     MOVE BKP-OPERATOR-ID TO WS-CD-OPERATOR (WS-CARD-COUNT).
005980     MOVE BKP-BUSINESS-DATE TO WS-CDL-DATE.
005990     MOVE BKP-POSTED-DATE   TO WS-CDL-POSTED.
006000     MOVE BKP-OPERATOR-ID   TO WS-CDL-OPERATOR.
006010     WRITE BK-LINE FROM WS-CARD-LINE.
006020*
006030 1100-LOAD-ONE-CARD-READ.
006040     READ BKPARM
006050         AT END SET WS-BKPARM-EOF TO TRUE
006060     END-READ.
006070 1100-LOAD-ONE-CARD-EXIT.
006080     EXIT.
006090*
006100 2000-SCAN-ONE-RESULT.
006110     ADD 1 TO WS-OUT-READ-COUNT.
006120     PERFORM 2050-FIND-CARD-FOR-DATE
006130         THRU 2050-FIND-CARD-FOR-DATE-EXIT.
006140     MOVE OUT-BRANCH-CODE TO WS-CID-BRANCH.
006150     MOVE OUT-CATEGORY    TO WS-CID-CATEGORY.
006160     PERFORM 2100-FIND-OR-ADD-COUNTER
006170         THRU 2100-FIND-OR-ADD-COUNTER-EXIT.
006180     IF NOT WS-CN-FOUND
006190         IF WS-DATE-CARD-SUB > 0
006200             ADD 1 TO WS-REVERSED-COUNT
006210         ELSE
006220             ADD 1 TO WS-KEPT-COUNT
006230         END-IF
006240         GO TO 2000-SCAN-ONE-RESULT-READ
006250     END-IF.
006260*
006270     IF OUT-RECON-STATUS = "MISMATCH"
006280         MOVE "Y" TO WS-CN-MISMATCH-SW (WS-CN-IDX)
006290     END-IF.
006300*
006310*    A KEPT RESULT AFTER THE COUNTER'S FIRST BACKED-OUT ONE IS
006320*    A LATER DATE POSTED ON TOP -- THE FEED AND OUTFILE RUN IN
006330*    ASCENDING BUSINESS-DATE ORDER.  THE ONE EXCEPTION IS AN
006340*    EARLIER DATE RELEASED FROM THE VOLUME SCREEN'S HOLD (SEE
006350*    ANOMSCR), APPENDED AFTER THE DAY'S RESULTS -- IT IS KEPT,
006360*    BUT IT IS NOT ON TOP AND DOES NOT MOVE THE COUNTER.
006370*
006380     IF WS-DATE-CARD-SUB = 0
006390         ADD 1 TO WS-KEPT-COUNT
006400         IF WS-CN-BK-DATE (WS-CN-IDX) > 0
006410             IF OUT-BUSINESS-DATE < WS-CN-BK-DATE (WS-CN-IDX)
006420                 GO TO 2000-SCAN-ONE-RESULT-READ
006430             END-IF
006440             MOVE "Y" TO WS-CN-ON-TOP-SW (WS-CN-IDX)
006450         END-IF
006460         GO TO 2000-SCAN-ONE-RESULT-LAST
006470     END-IF.
006480*
006490     ADD 1 TO WS-REVERSED-COUNT.
006500     ADD 1 TO WS-CN-REVERSED (WS-CN-IDX).
006510     ADD OUT-RESULT TO WS-REVERSED-HASH
006520         ON SIZE ERROR
006530             CONTINUE
006540     END-ADD.
006550     PERFORM 2200-NOTE-BACKED-DATE
006560         THRU 2200-NOTE-BACKED-DATE-EXIT.
006570     IF WS-CN-BK-DATE (WS-CN-IDX) = 0
006580         PERFORM 2300-SET-PRE-RUN-VALUE
006590             THRU 2300-SET-PRE-RUN-VALUE-EXIT
006600     END-IF.
006610*
006620 2000-SCAN-ONE-RESULT-LAST.
006630     MOVE OUT-COUNTER-VALUE TO WS-CN-LAST-VALUE (WS-CN-IDX).
006640     MOVE OUT-CYCLE-NUMBER  TO WS-CN-LAST-CYCLE (WS-CN-IDX).
006650     MOVE "Y" TO WS-CN-SEEN-SW (WS-CN-IDX).
006660*
006670 2000-SCAN-ONE-RESULT-READ.
006680     READ OUTIN
006690         AT END SET WS-OUTIN-EOF TO TRUE
006700     END-READ.
006710 2000-SCAN-ONE-RESULT-EXIT.
006720     EXIT.
006730*
006740 2050-FIND-CARD-FOR-DATE.
006750     MOVE 0 TO WS-DATE-CARD-SUB.
006760     PERFORM 2060-MATCH-ONE-CARD
006770         THRU 2060-MATCH-ONE-CARD-EXIT
006780         VARYING WS-CARD-SUB FROM 1 BY 1
006790         UNTIL WS-CARD-SUB > WS-CARD-COUNT
006800             OR WS-DATE-CARD-SUB > 0.
006810 2050-FIND-CARD-FOR-DATE-EXIT.
006820     EXIT.
006830*
006840 2060-MATCH-ONE-CARD.
006850     IF WS-CD-BUS-DATE (WS-CARD-SUB) = 0
006860         OR WS-CD-BUS-DATE (WS-CARD-SUB) = OUT-BUSINESS-DATE
006870         MOVE WS-CARD-SUB TO WS-DATE-CARD-SUB
006880     END-IF.
006890 2060-MATCH-ONE-CARD-EXIT.
006900     EXIT.
006910*
006920 2100-FIND-OR-ADD-COUNTER.
006930     PERFORM 2150-FIND-COUNTER
006940         THRU 2150-FIND-COUNTER-EXIT.
006950     IF WS-CN-FOUND
006960         GO TO 2100-FIND-OR-ADD-COUNTER-EXIT
006970     END-IF.
006980     IF WS-CN-COUNT >= WS-MAX-CNS
006990         DISPLAY "DAYBKOUT: COUNTER TABLE FULL - "
007000             WS-COUNTER-ID " - BACKOUT REFUSED"
007010         MOVE "Y" TO WS-CAPACITY-SW
007020         MOVE "Y" TO WS-REFUSED-SW
007030         GO TO 2100-FIND-OR-ADD-COUNTER-EXIT
007040     END-IF.
007050     ADD 1 TO WS-CN-COUNT.
007060     SET WS-CN-IDX TO WS-CN-COUNT.
007070     MOVE WS-CID-BRANCH   TO WS-CN-BRANCH (WS-CN-IDX).
007080     MOVE WS-CID-CATEGORY TO WS-CN-CATEGORY (WS-CN-IDX).
007090     MOVE "N" TO WS-CN-SEEN-SW (WS-CN-IDX).
007100     MOVE 0   TO WS-CN-LAST-VALUE (WS-CN-IDX).
007110     MOVE 0   TO WS-CN-LAST-CYCLE (WS-CN-IDX).
007120     MOVE 0   TO WS-CN-BK-DATE (WS-CN-IDX).
007130     MOVE 0   TO WS-CN-BK-CARD (WS-CN-IDX).
007140     MOVE 0   TO WS-CN-PRE-VALUE (WS-CN-IDX).
007150     MOVE 0   TO WS-CN-PRE-CYCLE (WS-CN-IDX).
007160     MOVE "N" TO WS-CN-PRE-SW (WS-CN-IDX).
007170     MOVE "N" TO WS-CN-MISMATCH-SW (WS-CN-IDX).
007180     MOVE "N" TO WS-CN-ON-TOP-SW (WS-CN-IDX).
007190     MOVE SPACE TO WS-CN-ACTION (WS-CN-IDX).
007200     MOVE 0   TO WS-CN-REVERSED (WS-CN-IDX).
007210     MOVE "Y" TO WS-CN-FOUND-SW.
007220 2100-FIND-OR-ADD-COUNTER-EXIT.
007230     EXIT.
007240*
007250 2150-FIND-COUNTER.
007260     MOVE "N" TO WS-CN-FOUND-SW.
007270     IF WS-CN-COUNT = 0
007280         GO TO 2150-FIND-COUNTER-EXIT
007290     END-IF.
007300     SET WS-CN-IDX TO 1.
007310     SEARCH WS-CN-ENTRY
007320         AT END
007330             CONTINUE
007340         WHEN WS-CN-IDX > WS-CN-COUNT
007350             CONTINUE
007360         WHEN WS-CN-BRANCH (WS-CN-IDX) = WS-CID-BRANCH
007370             AND WS-CN-CATEGORY (WS-CN-IDX) = WS-CID-CATEGORY
007380             MOVE "Y" TO WS-CN-FOUND-SW
007390     END-SEARCH.
007400 2150-FIND-COUNTER-EXIT.
007410     EXIT.
007420*
007430 2200-NOTE-BACKED-DATE.
007440     MOVE "N" TO WS-DATE-FOUND-SW.
007450     PERFORM 2250-MATCH-ONE-BACKED-DATE
007460         THRU 2250-MATCH-ONE-BACKED-DATE-EXIT
007470         VARYING WS-BD-SUB FROM 1 BY 1
007480         UNTIL WS-BD-SUB > WS-BD-COUNT
007490             OR WS-DATE-FOUND.
007500     IF WS-DATE-FOUND
007510         GO TO 2200-NOTE-BACKED-DATE-EXIT
007520     END-IF.
007530     IF WS-BD-COUNT >= WS-MAX-BDS
007540         DISPLAY "DAYBKOUT: DATE TABLE FULL - "
007550             OUT-BUSINESS-DATE " - BACKOUT REFUSED"
007560         MOVE "Y" TO WS-CAPACITY-SW
007570         MOVE "Y" TO WS-REFUSED-SW
007580         GO TO 2200-NOTE-BACKED-DATE-EXIT
007590     END-IF.
007600     ADD 1 TO WS-BD-COUNT.
007610     MOVE OUT-BUSINESS-DATE TO WS-BD-DATE (WS-BD-COUNT).
007620     MOVE 1 TO WS-BD-RECORDS (WS-BD-COUNT).
007630 2200-NOTE-BACKED-DATE-EXIT.
007640     EXIT.
007650*
007660 2250-MATCH-ONE-BACKED-DATE.
007670     IF WS-BD-DATE (WS-BD-SUB) = OUT-BUSINESS-DATE
007680         ADD 1 TO WS-BD-RECORDS (WS-BD-SUB)
007690         MOVE "Y" TO WS-DATE-FOUND-SW
007700     END-IF.
007710 2250-MATCH-ONE-BACKED-DATE-EXIT.
007720     EXIT.
007730*
007740 2300-SET-PRE-RUN-VALUE.
007750*
007760*    OUT-COUNTER-VALUE IS THE COUNTER AFTER THE TRANSACTION,
007770*    SO THE VALUE GOING INTO THE FIRST BACKED-OUT RESULT IS
007780*    THE PREVIOUS RESULT'S VALUE IN THE SAME CYCLE.  WITH NO
007790*    EARLIER RESULT ON THE FILE, AN ORDINARY COUNT ADDED
007800*    EXACTLY ONE; A REVERSAL OR ADJUSTMENT CARRIED A QUANTITY
007810*    OUTFILE DOES NOT KEEP, SO THE PRIOR GENERATION (OUTPRIOR)
007820*    IS CONSULTED FOR IT IN 2500.
007830*
007840     MOVE OUT-BUSINESS-DATE TO WS-CN-BK-DATE (WS-CN-IDX).
007850     MOVE WS-DATE-CARD-SUB  TO WS-CN-BK-CARD (WS-CN-IDX).
007860     MOVE OUT-CYCLE-NUMBER  TO WS-CN-PRE-CYCLE (WS-CN-IDX).
007870     IF WS-CN-SEEN-SW (WS-CN-IDX) = "Y"
007880         AND WS-CN-LAST-CYCLE (WS-CN-IDX) = OUT-CYCLE-NUMBER
007890         MOVE WS-CN-LAST-VALUE (WS-CN-IDX)
007900             TO WS-CN-PRE-VALUE (WS-CN-IDX)
007910         MOVE "Y" TO WS-CN-PRE-SW (WS-CN-IDX)
007920         GO TO 2300-SET-PRE-RUN-VALUE-EXIT
007930     END-IF.
007940     IF OUT-TRAN-TYPE = SPACE OR OUT-TRAN-TYPE = "C"
007950         COMPUTE WS-CN-PRE-VALUE (WS-CN-IDX) =
007960             OUT-COUNTER-VALUE - 1
007970         MOVE "Y" TO WS-CN-PRE-SW (WS-CN-IDX)
007980     ELSE
007990         MOVE "P" TO WS-CN-PRE-SW (WS-CN-IDX)
008000         ADD 1 TO WS-PENDING-COUNT
008010     END-IF.
008020 2300-SET-PRE-RUN-VALUE-EXIT.
008030     EXIT.
008040*
008050 2500-RESOLVE-FROM-PRIOR.
008060     IF WS-PENDING-COUNT = 0
008070         GO TO 2500-RESOLVE-FROM-PRIOR-EXIT
008080     END-IF.
008090     OPEN INPUT OUTPRIOR.
008100     IF NOT WS-OUTPRIOR-OK
008110         DISPLAY "DAYBKOUT: NO PRIOR OUTFILE GENERATION - "
008120             WS-PENDING-COUNT " PRE-RUN VALUES UNRESOLVED"
008130         GO TO 2500-RESOLVE-FROM-PRIOR-EXIT
008140     END-IF.
008150     READ OUTPRIOR
008160         AT END SET WS-OUTPRIOR-EOF TO TRUE
008170     END-READ.
008180     PERFORM 2550-RESOLVE-ONE-PRIOR
008190         THRU 2550-RESOLVE-ONE-PRIOR-EXIT
008200         UNTIL WS-OUTPRIOR-EOF.
008210     CLOSE OUTPRIOR.
008220 2500-RESOLVE-FROM-PRIOR-EXIT.
008230     EXIT.
008240*
008250 2550-RESOLVE-ONE-PRIOR.
008260*
008270*    THE LAST RESULT FOR THE COUNTER IN THE SAME CYCLE ON THE
008280*    PRIOR GENERATION IS WHERE THE BACKED-OUT RUN STARTED --
008290*    EACH LATER ONE OVERWRITES THE EARLIER.
008300*
008310     MOVE OP-BRANCH-CODE TO WS-CID-BRANCH.
008320     MOVE OP-CATEGORY    TO WS-CID-CATEGORY.
008330     PERFORM 2150-FIND-COUNTER
008340         THRU 2150-FIND-COUNTER-EXIT.
008350     IF WS-CN-FOUND
008360         IF (WS-CN-PRE-PENDING (WS-CN-IDX)
008370                 OR WS-CN-PRE-FROM-PRIOR (WS-CN-IDX))
008380             AND OP-CYCLE-NUMBER = WS-CN-PRE-CYCLE (WS-CN-IDX)
008390             MOVE OP-COUNTER-VALUE
008400                 TO WS-CN-PRE-VALUE (WS-CN-IDX)
008410             MOVE "Q" TO WS-CN-PRE-SW (WS-CN-IDX)
008420         END-IF
008430     END-IF.
008440     READ OUTPRIOR
008450         AT END SET WS-OUTPRIOR-EOF TO TRUE
008460     END-READ.
008470 2550-RESOLVE-ONE-PRIOR-EXIT.
008480     EXIT.
008490*
008500 2700-VERIFY-BACKOUT.
008510     PERFORM 2750-VERIFY-ONE-COUNTER
008520         THRU 2750-VERIFY-ONE-COUNTER-EXIT
008530         VARYING WS-CN-IDX FROM 1 BY 1
008540         UNTIL WS-CN-IDX > WS-CN-COUNT.
008550*
008560*    A CARD WHOSE DATE IS NOT ON THE GENERATION MEANS THE
008570*    WRONG OUTIN WAS MOUNTED -- NEVER A SILENT NO-OP.
008580*
008590     PERFORM 2800-VERIFY-ONE-CARD
008600         THRU 2800-VERIFY-ONE-CARD-EXIT
008610         VARYING WS-CARD-SUB FROM 1 BY 1
008620         UNTIL WS-CARD-SUB > WS-CARD-COUNT.
008630     IF WS-REFUSE-COUNT > 0
008640         MOVE "Y" TO WS-REFUSED-SW
008650     END-IF.
008660     WRITE BK-LINE FROM WS-BLANK-LINE.
008670     WRITE BK-LINE FROM WS-COL-HDR.
008680 2700-VERIFY-BACKOUT-EXIT.
008690     EXIT.
008700*
008710 2750-VERIFY-ONE-COUNTER.
008720     IF WS-CN-BK-DATE (WS-CN-IDX) = 0
008730         GO TO 2750-VERIFY-ONE-COUNTER-EXIT
008740     END-IF.
008750     ADD 1 TO WS-BACKOUT-CN-COUNT.
008760*
008770     MOVE WS-CN-BRANCH (WS-CN-IDX)   TO SEQ-BRANCH-CODE.
008780     MOVE WS-CN-CATEGORY (WS-CN-IDX) TO SEQ-CATEGORY.
008790     READ SEQFILE
008800         INVALID KEY
008810             CONTINUE
008820     END-READ.
008830     IF NOT WS-SEQFILE-OK
008840         MOVE "NO SEQFILE RECORD" TO WS-REFUSE-REASON
008850         GO TO 2750-VERIFY-ONE-COUNTER-REFUSE
008860     END-IF.
008870     IF WS-CN-ON-TOP-SW (WS-CN-IDX) = "Y"
008880         MOVE "LATER DATE POSTED ON TOP - BACK IT OUT TOO"
008890             TO WS-REFUSE-REASON
008900         GO TO 2750-VERIFY-ONE-COUNTER-REFUSE
008910     END-IF.
008920     IF WS-CN-PRE-CYCLE (WS-CN-IDX) NOT =
008930             WS-CN-LAST-CYCLE (WS-CN-IDX)
008940         OR SEQ-CYCLE-NUMBER NOT = WS-CN-LAST-CYCLE (WS-CN-IDX)
008950         MOVE "COUNTER ROLLED OVER SINCE THE POSTING"
008960             TO WS-REFUSE-REASON
008970         GO TO 2750-VERIFY-ONE-COUNTER-REFUSE
008980     END-IF.
008990*
009000*    SEQFILE STILL HOLDING THE LAST PUBLISHED VALUE PROVES
009010*    NOTHING HAS POSTED SINCE.  A COUNTER THE POSTING RUN
009020*    NEVER PERSISTED (RECONCILIATION MISMATCH) STILL HOLDS
009030*    ITS OLD VALUE AND IS LEFT ALONE.  ANYTHING ELSE MEANS A
009040*    LATER RUN NOT ON THIS OUTIN HAS MOVED THE COUNTER.
009050*
009060     IF SEQ-COUNTER-VALUE = WS-CN-LAST-VALUE (WS-CN-IDX)
009070         IF NOT WS-CN-PRE-KNOWN (WS-CN-IDX)
009080             MOVE "PRE-RUN VALUE NOT DERIVABLE - NO OUTPRIOR"
009090                 TO WS-REFUSE-REASON
009100             GO TO 2750-VERIFY-ONE-COUNTER-REFUSE
009110         END-IF
009120         MOVE "R" TO WS-CN-ACTION (WS-CN-IDX)
009130         GO TO 2750-VERIFY-ONE-COUNTER-EXIT
009140     END-IF.
009150     IF WS-CN-MISMATCH-SW (WS-CN-IDX) = "Y"
009160         IF NOT WS-CN-PRE-KNOWN (WS-CN-IDX)
009170             OR SEQ-COUNTER-VALUE = WS-CN-PRE-VALUE (WS-CN-IDX)
009180             MOVE "N" TO WS-CN-ACTION (WS-CN-IDX)
009190             GO TO 2750-VERIFY-ONE-COUNTER-EXIT
009200         END-IF
009210     END-IF.
009220     MOVE "SEQFILE MOVED SINCE POSTING - LATER RUN"
009230         TO WS-REFUSE-REASON.
009240*
009250 2750-VERIFY-ONE-COUNTER-REFUSE.
009260     ADD 1 TO WS-REFUSE-COUNT.
009270     MOVE WS-CN-BRANCH (WS-CN-IDX)   TO WS-RFL-BRANCH.
009280     MOVE WS-CN-CATEGORY (WS-CN-IDX) TO WS-RFL-CATEGORY.
009290     MOVE WS-CN-BK-DATE (WS-CN-IDX)  TO WS-RFL-DATE.
009300     MOVE WS-REFUSE-REASON           TO WS-RFL-REASON.
009310     WRITE BK-LINE FROM WS-REFUSE-LINE.
009320     DISPLAY "DAYBKOUT: REFUSED " WS-CN-BRANCH (WS-CN-IDX)
009330         " " WS-CN-CATEGORY (WS-CN-IDX) " - " WS-REFUSE-REASON.
009340 2750-VERIFY-ONE-COUNTER-EXIT.
009350     EXIT.
009360*
009370 2800-VERIFY-ONE-CARD.
009380     IF WS-CD-BUS-DATE (WS-CARD-SUB) = 0
009390         IF WS-REVERSED-COUNT = 0
009400             MOVE "OUTIN GENERATION IS EMPTY"
009410                 TO WS-REFUSE-REASON
009420             GO TO 2800-VERIFY-ONE-CARD-REFUSE
009430         END-IF
009440         GO TO 2800-VERIFY-ONE-CARD-EXIT
009450     END-IF.
009460     MOVE "N" TO WS-DATE-FOUND-SW.
009470     PERFORM 2850-FIND-ONE-CARD-DATE
009480         THRU 2850-FIND-ONE-CARD-DATE-EXIT
009490         VARYING WS-BD-SUB FROM 1 BY 1
009500         UNTIL WS-BD-SUB > WS-BD-COUNT
009510             OR WS-DATE-FOUND.
009520     IF WS-DATE-FOUND
009530         GO TO 2800-VERIFY-ONE-CARD-EXIT
009540     END-IF.
009550     MOVE "BUSINESS DATE NOT ON THE OUTIN GENERATION"
009560         TO WS-REFUSE-REASON.
009570*
009580 2800-VERIFY-ONE-CARD-REFUSE.
009590     ADD 1 TO WS-REFUSE-COUNT.
009600     MOVE SPACES TO WS-RFL-BRANCH.
009610     MOVE SPACES TO WS-RFL-CATEGORY.
009620     MOVE WS-CD-BUS-DATE (WS-CARD-SUB) TO WS-RFL-DATE.
009630     MOVE WS-REFUSE-REASON TO WS-RFL-REASON.
009640     WRITE BK-LINE FROM WS-REFUSE-LINE.
009650     DISPLAY "DAYBKOUT: REFUSED CARD "
009660         WS-CD-BUS-DATE (WS-CARD-SUB) " - " WS-REFUSE-REASON.
009670 2800-VERIFY-ONE-CARD-EXIT.
009680     EXIT.
009690*
009700 2850-FIND-ONE-CARD-DATE.
009710     IF WS-BD-DATE (WS-BD-SUB) = WS-CD-BUS-DATE (WS-CARD-SUB)
009720         MOVE "Y" TO WS-DATE-FOUND-SW
009730     END-IF.
009740 2850-FIND-ONE-CARD-DATE-EXIT.
009750     EXIT.
009760*
009770 3000-RESTORE-ONE-COUNTER.
009780     IF WS-CN-BK-DATE (WS-CN-IDX) = 0
009790         GO TO 3000-RESTORE-ONE-COUNTER-EXIT
009800     END-IF.
009810     MOVE WS-CN-BRANCH (WS-CN-IDX)   TO SEQ-BRANCH-CODE.
009820     MOVE WS-CN-CATEGORY (WS-CN-IDX) TO SEQ-CATEGORY.
009830     READ SEQFILE
009840         INVALID KEY
009850             CONTINUE
009860     END-READ.
009870     IF NOT WS-SEQFILE-OK
009880         GO TO 3000-RESTORE-ONE-COUNTER-FAIL
009890     END-IF.
009900     MOVE SEQ-COUNTER-VALUE TO WS-POSTED-VALUE.
009910     IF WS-CN-ACTION (WS-CN-IDX) = "R"
009920         MOVE WS-CN-PRE-VALUE (WS-CN-IDX) TO SEQ-COUNTER-VALUE
009930         ACCEPT SEQ-LAST-RUN-DATE FROM DATE YYYYMMDD
009940         REWRITE SEQ-RECORD
009950             INVALID KEY
009960                 CONTINUE
009970         END-REWRITE
009980         IF NOT WS-SEQFILE-OK
009990             GO TO 3000-RESTORE-ONE-COUNTER-FAIL
010000         END-IF
010010         ADD 1 TO WS-RESTORED-COUNT
010020         MOVE "RESTORED"      TO WS-DTL-ACTION
010030     ELSE
010040         ADD 1 TO WS-NOT-PERSIST-COUNT
010050         MOVE "NOT PERSISTED" TO WS-DTL-ACTION
010060     END-IF.
010070     GO TO 3000-RESTORE-ONE-COUNTER-AUDIT.
010080*
010090*    EVERY COUNTER HERE PASSED 2700, SO A FAILURE NOW IS AN
010100*    I/O ERROR, NOT A REASON TO STOP -- THE REST ARE STILL
010110*    RESTORED, AND EVERYTHING ELSE ABOUT THIS ONE (LEDGER
010120*    ROWS, EXCEPTIONS, ALERTS, AUDIT) IS FINISHED, SO THE HAND
010130*    FIX IS ITS SEQFILE VALUE ALONE.  ITS AUDIT RECORD CARRIES
010140*    ACTION "F" AND THE VALUE IT MUST BE SET TO; DAYBAL THEN
010150*    FINDS AUDITED NOT EQUAL TO RESTORED PLUS NOT PERSISTED.
010160*
010170 3000-RESTORE-ONE-COUNTER-FAIL.
010180     DISPLAY "DAYBKOUT: RESTORE FAILED - STATUS "
010190         WS-SEQFILE-STATUS " - " WS-CN-BRANCH (WS-CN-IDX) " "
010200         WS-CN-CATEGORY (WS-CN-IDX) " NOT RESTORED".
010210     MOVE "Y" TO WS-RESTORE-FAIL-SW.
010220     ADD 1 TO WS-RESTORE-FAIL-COUNT.
010230     MOVE "F" TO WS-CN-ACTION (WS-CN-IDX).
010240     MOVE WS-CN-LAST-VALUE (WS-CN-IDX) TO WS-POSTED-VALUE.
010250     MOVE WS-CN-PRE-VALUE (WS-CN-IDX)  TO SEQ-COUNTER-VALUE.
010260     MOVE WS-CN-PRE-CYCLE (WS-CN-IDX)  TO SEQ-CYCLE-NUMBER.
010270     MOVE "NOT RESTORED"  TO WS-DTL-ACTION.
010280*
010290 3000-RESTORE-ONE-COUNTER-AUDIT.
010300     PERFORM 3100-DROP-LEDGER-ROWS
010310         THRU 3100-DROP-LEDGER-ROWS-EXIT.
010320*
010330     ACCEPT BKA-DATE FROM DATE YYYYMMDD.
010340     ACCEPT BKA-TIME FROM TIME.
010350     MOVE WS-CN-BK-CARD (WS-CN-IDX) TO WS-CARD-SUB.
010360     MOVE WS-CD-OPERATOR (WS-CARD-SUB)    TO BKA-OPERATOR-ID.
010370     MOVE WS-CD-POSTED-DATE (WS-CARD-SUB) TO BKA-POSTED-DATE.
010380     MOVE WS-CN-BK-DATE (WS-CN-IDX)  TO BKA-BUSINESS-DATE.
010390     MOVE WS-CN-BRANCH (WS-CN-IDX)   TO BKA-BRANCH-CODE.
010400     MOVE WS-CN-CATEGORY (WS-CN-IDX) TO BKA-CATEGORY.
010410     MOVE WS-CN-ACTION (WS-CN-IDX)   TO BKA-ACTION.
010420     MOVE WS-POSTED-VALUE            TO BKA-POSTED-VALUE.
010430     MOVE SEQ-COUNTER-VALUE          TO BKA-RESTORED-VALUE.
010440     MOVE SEQ-CYCLE-NUMBER           TO BKA-CYCLE-NUMBER.
010450     MOVE WS-CN-REVERSED (WS-CN-IDX) TO BKA-RESULTS-REVERSED.
010460     WRITE BKA-RECORD.
010470     ADD 1 TO WS-AUDITED-COUNT.
010480*
010490     MOVE BKA-BRANCH-CODE      TO WS-DTL-BRANCH.
010500     MOVE BKA-CATEGORY         TO WS-DTL-CATEGORY.
010510     MOVE BKA-BUSINESS-DATE    TO WS-DTL-BUS-DATE.
010520     MOVE BKA-POSTED-VALUE     TO WS-DTL-POSTED.
010530     MOVE BKA-RESTORED-VALUE   TO WS-DTL-RESTORED.
010540     MOVE BKA-CYCLE-NUMBER     TO WS-DTL-CYCLE.
010550     MOVE BKA-RESULTS-REVERSED TO WS-DTL-RESULTS.
010560     WRITE BK-LINE FROM WS-DTL-LINE.
010570 3000-RESTORE-ONE-COUNTER-EXIT.
010580     EXIT.
010590*
010600 3100-DROP-LEDGER-ROWS.
010610*
010620*    THE LEDGER ROWS THE REVERSED POSTING WROTE GO WITH IT --
010630*    EVERY ROW OF THIS COUNTER FROM ITS FIRST BACKED-OUT DATE
010640*    ON WHOSE DATE IS ONE BEING BACKED OUT.
010650*
010660     IF NOT WS-LEDGER-OPEN
010670         GO TO 3100-DROP-LEDGER-ROWS-EXIT
010680     END-IF.
010690     MOVE WS-CN-BRANCH (WS-CN-IDX)   TO LEDG-BRANCH-CODE.
010700     MOVE WS-CN-CATEGORY (WS-CN-IDX) TO LEDG-CATEGORY.
010710     MOVE WS-CN-BK-DATE (WS-CN-IDX)  TO LEDG-BUSINESS-DATE.
010720     START LEDGFILE KEY IS NOT LESS THAN LEDG-KEY
010730         INVALID KEY
010740             GO TO 3100-DROP-LEDGER-ROWS-EXIT
010750     END-START.
010760     MOVE "N" TO WS-LEDGER-END-SW.
010770     PERFORM 3150-DROP-ONE-LEDGER-ROW
010780         THRU 3150-DROP-ONE-LEDGER-ROW-EXIT
010790         UNTIL WS-LEDGER-END.
010800 3100-DROP-LEDGER-ROWS-EXIT.
010810     EXIT.
010820*
010830 3150-DROP-ONE-LEDGER-ROW.
010840     READ LEDGFILE NEXT RECORD
010850         AT END
010860             MOVE "Y" TO WS-LEDGER-END-SW
010870             GO TO 3150-DROP-ONE-LEDGER-ROW-EXIT
010880     END-READ.
010890     IF LEDG-BRANCH-CODE NOT = WS-CN-BRANCH (WS-CN-IDX)
010900         OR LEDG-CATEGORY NOT = WS-CN-CATEGORY (WS-CN-IDX)
010910         MOVE "Y" TO WS-LEDGER-END-SW
010920         GO TO 3150-DROP-ONE-LEDGER-ROW-EXIT
010930     END-IF.
010940     MOVE "N" TO WS-DATE-FOUND-SW.
010950     PERFORM 3160-MATCH-ONE-LEDGER-DATE
010960         THRU 3160-MATCH-ONE-LEDGER-DATE-EXIT
010970         VARYING WS-BD-SUB FROM 1 BY 1
010980         UNTIL WS-BD-SUB > WS-BD-COUNT
010990             OR WS-DATE-FOUND.
011000     IF NOT WS-DATE-FOUND
011010         GO TO 3150-DROP-ONE-LEDGER-ROW-EXIT
011020     END-IF.
011030     ADD 1 TO WS-LEDGER-MATCH-COUNT.
011040     DELETE LEDGFILE RECORD
011050         INVALID KEY
011060             DISPLAY "DAYBKOUT: LEDGER DELETE FAILED - "
011070                 LEDG-KEY " - DELETE IT BY HAND"
011080             GO TO 3150-DROP-ONE-LEDGER-ROW-EXIT
011090     END-DELETE.
011100     ADD 1 TO WS-LEDGER-DROP-COUNT.
011110 3150-DROP-ONE-LEDGER-ROW-EXIT.
011120     EXIT.
011130*
011140 3160-MATCH-ONE-LEDGER-DATE.
011150     IF WS-BD-DATE (WS-BD-SUB) = LEDG-BUSINESS-DATE
011160         MOVE "Y" TO WS-DATE-FOUND-SW
011170     END-IF.
011180 3160-MATCH-ONE-LEDGER-DATE-EXIT.
011190     EXIT.
011200*
011210 4000-MARK-ONE-EXCEPTION.
011220*
011230*    AN EXCEPTION IS THE BACKED-OUT DATE'S WHEN ITS COUNTER
011240*    WAS BACKED OUT AND IT WAS LOGGED ON A CARD'S POSTING
011250*    DATE.  A REFUSED BACKOUT COPIES THE FILE UNCHANGED.
011260*
011270     IF WS-BACKOUT-ACCEPTED
011280         AND NOT EXC-BACKED-OUT
011290         MOVE EXC-COUNTER-ID TO WS-COUNTER-ID
011300         PERFORM 4600-CHECK-BACKED-COUNTER
011310             THRU 4600-CHECK-BACKED-COUNTER-EXIT
011320         IF WS-CN-FOUND
011330             MOVE EXC-DATE TO WS-MATCH-DATE
011340             PERFORM 4700-CHECK-POSTED-DATE
011350                 THRU 4700-CHECK-POSTED-DATE-EXIT
011360             IF WS-POSTED-FOUND
011370                 SET EXC-BACKED-OUT TO TRUE
011380                 ADD 1 TO WS-EXCP-MARK-COUNT
011390             END-IF
011400         END-IF
011410     END-IF.
011420     MOVE EXC-RECORD TO EXCPOUT-RECORD.
011430     WRITE EXCPOUT-RECORD.
011440     READ EXCPIN
011450         AT END SET WS-EXCPIN-EOF TO TRUE
011460     END-READ.
011470 4000-MARK-ONE-EXCEPTION-EXIT.
011480     EXIT.
011490*
011500 4200-MARK-ONE-ALERT.
011510     IF WS-BACKOUT-ACCEPTED
011520         AND NOT ALERT-BACKED-OUT
011530         MOVE ALERT-COUNTER-ID TO WS-COUNTER-ID
011540         PERFORM 4600-CHECK-BACKED-COUNTER
011550             THRU 4600-CHECK-BACKED-COUNTER-EXIT
011560         IF WS-CN-FOUND
011570             MOVE ALERT-DATE TO WS-MATCH-DATE
011580             PERFORM 4700-CHECK-POSTED-DATE
011590                 THRU 4700-CHECK-POSTED-DATE-EXIT
011600             IF WS-POSTED-FOUND
011610                 SET ALERT-BACKED-OUT TO TRUE
011620                 ADD 1 TO WS-ALERT-MARK-COUNT
011630             END-IF
011640         END-IF
011650     END-IF.
011660     MOVE ALERT-RECORD TO ALERTOUT-RECORD.
011670     WRITE ALERTOUT-RECORD.
011680     READ ALERTIN
011690         AT END SET WS-ALERTIN-EOF TO TRUE
011700     END-READ.
011710 4200-MARK-ONE-ALERT-EXIT.
011720     EXIT.
011730*
011740 4400-COPY-ONE-SUMMARY.
011750     ADD 1 TO WS-RSUM-READ-COUNT.
011760     IF WS-BACKOUT-ACCEPTED
011770         MOVE "N" TO WS-DATE-FOUND-SW
011780         PERFORM 4450-MATCH-ONE-SUMMARY-DATE
011790             THRU 4450-MATCH-ONE-SUMMARY-DATE-EXIT
011800             VARYING WS-BD-SUB FROM 1 BY 1
011810             UNTIL WS-BD-SUB > WS-BD-COUNT
011820                 OR WS-DATE-FOUND
011830         IF WS-DATE-FOUND
011840             ADD 1 TO WS-RSUM-DROP-COUNT
011850             GO TO 4400-COPY-ONE-SUMMARY-READ
011860         END-IF
011870     END-IF.
011880     MOVE RSUM-RECORD TO RSUMOUT-RECORD.
011890     WRITE RSUMOUT-RECORD.
011900     ADD 1 TO WS-RSUM-KEPT-COUNT.
011910*
011920 4400-COPY-ONE-SUMMARY-READ.
011930     READ RSUMIN
011940         AT END SET WS-RSUMIN-EOF TO TRUE
011950     END-READ.
011960 4400-COPY-ONE-SUMMARY-EXIT.
011970     EXIT.
011980*
011990 4450-MATCH-ONE-SUMMARY-DATE.
012000     IF WS-BD-DATE (WS-BD-SUB) = RSUM-BUSINESS-DATE
012010         MOVE "Y" TO WS-DATE-FOUND-SW
012020     END-IF.
012030 4450-MATCH-ONE-SUMMARY-DATE-EXIT.
012040     EXIT.
012050*
012060 4600-CHECK-BACKED-COUNTER.
012070     PERFORM 2150-FIND-COUNTER
012080         THRU 2150-FIND-COUNTER-EXIT.
012090     IF WS-CN-FOUND
012100         IF WS-CN-BK-DATE (WS-CN-IDX) = 0
012110             MOVE "N" TO WS-CN-FOUND-SW
012120         END-IF
012130     END-IF.
012140 4600-CHECK-BACKED-COUNTER-EXIT.
012150     EXIT.
012160*
012170 4700-CHECK-POSTED-DATE.
012180     MOVE "N" TO WS-POSTED-FOUND-SW.
012190     PERFORM 4750-MATCH-ONE-POSTED-DATE
012200         THRU 4750-MATCH-ONE-POSTED-DATE-EXIT
012210         VARYING WS-CARD-SUB FROM 1 BY 1
012220         UNTIL WS-CARD-SUB > WS-CARD-COUNT
012230             OR WS-POSTED-FOUND.
012240 4700-CHECK-POSTED-DATE-EXIT.
012250     EXIT.
012260*
012270 4750-MATCH-ONE-POSTED-DATE.
012280     IF WS-CD-POSTED-DATE (WS-CARD-SUB) = WS-MATCH-DATE
012290         MOVE "Y" TO WS-POSTED-FOUND-SW
012300     END-IF.
012310 4750-MATCH-ONE-POSTED-DATE-EXIT.
012320     EXIT.
012330*
012340 9000-TERMINATE.
012350*
012360*    DAYBAL PROVES THE BACKOUT FROM THESE COUNTS -- EVERY
012370*    RESULT READ WAS EITHER REVERSED OR KEPT, EVERY COUNTER
012380*    BACKED OUT HAS ITS AUDIT RECORD, EVERY SUMMARY ROW WAS
012390*    EITHER KEPT OR DROPPED, AND EVERY LEDGER ROW FOUND FOR A
012400*    BACKED-OUT DATE WAS DELETED.  A REFUSED BACKOUT CHANGED
012410*    NOTHING AND WRITES NOTHING HERE.
012420*
012430*    A RESTORE THAT FAILED PART-WAY STILL CHANGED THE DAY, SO
012440*    ITS CONTROLS ARE WRITTEN AND THE COUNTERS LEFT FOR A HAND
012450*    FIX ARE LISTED.
012460*
012470     IF WS-BACKOUT-ACCEPTED
012480         PERFORM 9300-WRITE-RUN-CONTROLS
012490             THRU 9300-WRITE-RUN-CONTROLS-EXIT
012500     END-IF.
012510*
012520     WRITE BK-LINE FROM WS-BLANK-LINE.
012530     MOVE "RESULTS READ"            TO WS-TOT-LABEL.
012540     MOVE WS-OUT-READ-COUNT         TO WS-TOT-VALUE.
012550     WRITE BK-LINE FROM WS-TOT-LINE.
012560     MOVE "RESULTS REVERSED"        TO WS-TOT-LABEL.
012570     MOVE WS-REVERSED-COUNT         TO WS-TOT-VALUE.
012580     WRITE BK-LINE FROM WS-TOT-LINE.
012590     MOVE "RESULTS KEPT"            TO WS-TOT-LABEL.
012600     MOVE WS-KEPT-COUNT             TO WS-TOT-VALUE.
012610     WRITE BK-LINE FROM WS-TOT-LINE.
012620     MOVE "COUNTERS RESTORED"       TO WS-TOT-LABEL.
012630     MOVE WS-RESTORED-COUNT         TO WS-TOT-VALUE.
012640     WRITE BK-LINE FROM WS-TOT-LINE.
012650     MOVE "COUNTERS NOT PERSISTED"  TO WS-TOT-LABEL.
012660     MOVE WS-NOT-PERSIST-COUNT      TO WS-TOT-VALUE.
012670     WRITE BK-LINE FROM WS-TOT-LINE.
012680     MOVE "COUNTERS NOT RESTORED"   TO WS-TOT-LABEL.
012690     MOVE WS-RESTORE-FAIL-COUNT     TO WS-TOT-VALUE.
012700     WRITE BK-LINE FROM WS-TOT-LINE.
012710     MOVE "EXCEPTIONS MARKED"       TO WS-TOT-LABEL.
012720     MOVE WS-EXCP-MARK-COUNT        TO WS-TOT-VALUE.
012730     WRITE BK-LINE FROM WS-TOT-LINE.
012740     MOVE "ALERTS MARKED"           TO WS-TOT-LABEL.
012750     MOVE WS-ALERT-MARK-COUNT       TO WS-TOT-VALUE.
012760     WRITE BK-LINE FROM WS-TOT-LINE.
012770     MOVE "SUMMARY ROWS DROPPED"    TO WS-TOT-LABEL.
012780     MOVE WS-RSUM-DROP-COUNT        TO WS-TOT-VALUE.
012790     WRITE BK-LINE FROM WS-TOT-LINE.
012800     MOVE "LEDGER ROWS TO DELETE"   TO WS-TOT-LABEL.
012810     MOVE WS-LEDGER-MATCH-COUNT     TO WS-TOT-VALUE.
012820     WRITE BK-LINE FROM WS-TOT-LINE.
012830     MOVE "LEDGER ROWS DELETED"     TO WS-TOT-LABEL.
012840     MOVE WS-LEDGER-DROP-COUNT      TO WS-TOT-VALUE.
012850     WRITE BK-LINE FROM WS-TOT-LINE.
012860     MOVE "COUNTERS REFUSED"        TO WS-TOT-LABEL.
012870     MOVE WS-REFUSE-COUNT           TO WS-TOT-VALUE.
012880     WRITE BK-LINE FROM WS-TOT-LINE.
012890     WRITE BK-LINE FROM WS-BLANK-LINE.
012900     IF WS-RESTORE-FAILED
012910         MOVE "BACKOUT INCOMPLETE - COUNTERS NOT RESTORED LISTED"
012920             TO WS-VD-TEXT
012930         WRITE BK-LINE FROM WS-VERDICT-LINE
012940         WRITE BK-LINE FROM WS-BLANK-LINE
012950         WRITE BK-LINE FROM WS-COL-HDR
012960         PERFORM 9100-LIST-ONE-FAILED
012970             THRU 9100-LIST-ONE-FAILED-EXIT
012980             VARYING WS-CN-IDX FROM 1 BY 1
012990             UNTIL WS-CN-IDX > WS-CN-COUNT
013000         WRITE BK-LINE FROM WS-BLANK-LINE
013010         MOVE "SET EACH TO ITS RESTORED VALUE BY HAND"
013020             TO WS-VD-TEXT
013030         WRITE BK-LINE FROM WS-VERDICT-LINE
013040         GO TO 9000-TERMINATE-LEDGER
013050     END-IF.
013060     IF WS-BACKOUT-ACCEPTED
013070         MOVE "BACKOUT APPLIED - RERUN THE DATE WHEN READY"
013080             TO WS-VD-TEXT
013090     ELSE
013100         MOVE "BACKOUT REFUSED - NOTHING CHANGED"
013110             TO WS-VD-TEXT
013120     END-IF.
013130     WRITE BK-LINE FROM WS-VERDICT-LINE.
013140*
013150 9000-TERMINATE-LEDGER.
013160     IF WS-LEDGER-DROP-COUNT NOT = WS-LEDGER-MATCH-COUNT
013170         MOVE "LEDGER ROWS LEFT UNDELETED - SEE SYSOUT"
013180             TO WS-VD-TEXT
013190         WRITE BK-LINE FROM WS-VERDICT-LINE
013200     END-IF.
013210*
013220     DISPLAY "DAYBKOUT: READ " WS-OUT-READ-COUNT
013230         " REVERSED " WS-REVERSED-COUNT
013240         " RESTORED " WS-RESTORED-COUNT
013250         " NOT RESTORED " WS-RESTORE-FAIL-COUNT
013260         " REFUSED " WS-REFUSE-COUNT.
013270*
013280     CLOSE OUTIN.
013290     CLOSE SEQFILE.
013300     IF WS-LEDGER-OPEN
013310         CLOSE LEDGFILE
013320     END-IF.
013330     CLOSE EXCPIN.
013340     CLOSE EXCPOUT.
013350     CLOSE ALERTIN.
013360     CLOSE ALERTOUT.
013370     CLOSE RSUMIN.
013380     CLOSE RSUMOUT.
013390     CLOSE BKAUDIT.
013400     CLOSE BKRPT.
013410 9000-TERMINATE-EXIT.
013420     EXIT.
013430*
013440 9100-LIST-ONE-FAILED.
013450     IF WS-CN-ACTION (WS-CN-IDX) NOT = "F"
013460         GO TO 9100-LIST-ONE-FAILED-EXIT
013470     END-IF.
013480     MOVE WS-CN-BRANCH (WS-CN-IDX)    TO WS-DTL-BRANCH.
013490     MOVE WS-CN-CATEGORY (WS-CN-IDX)  TO WS-DTL-CATEGORY.
013500     MOVE WS-CN-BK-DATE (WS-CN-IDX)   TO WS-DTL-BUS-DATE.
013510     MOVE WS-CN-LAST-VALUE (WS-CN-IDX) TO WS-DTL-POSTED.
013520     MOVE WS-CN-PRE-VALUE (WS-CN-IDX) TO WS-DTL-RESTORED.
013530     MOVE WS-CN-PRE-CYCLE (WS-CN-IDX) TO WS-DTL-CYCLE.
013540     MOVE WS-CN-REVERSED (WS-CN-IDX)  TO WS-DTL-RESULTS.
013550     MOVE "NOT RESTORED"              TO WS-DTL-ACTION.
013560     WRITE BK-LINE FROM WS-DTL-LINE.
013570     DISPLAY "DAYBKOUT: SET " WS-CN-BRANCH (WS-CN-IDX) " "
013580         WS-CN-CATEGORY (WS-CN-IDX) " TO "
013590         WS-DTL-RESTORED " BY HAND".
013600 9100-LIST-ONE-FAILED-EXIT.
013610     EXIT.
013620*
013630 9300-WRITE-RUN-CONTROLS.
013640     OPEN EXTEND RUNCTL.
013650     IF NOT WS-RUNCTL-OK
013660         OPEN OUTPUT RUNCTL
013670         CLOSE RUNCTL
013680         OPEN EXTEND RUNCTL
013690     END-IF.
013700     MOVE 0 TO RUNC-HASH.
013710     MOVE "BKOUT READ"      TO RUNC-COUNTER-NAME.
013720     MOVE WS-OUT-READ-COUNT TO RUNC-COUNT.
013730     PERFORM 9350-WRITE-ONE-CONTROL
013740         THRU 9350-WRITE-ONE-CONTROL-EXIT.
013750     MOVE "BKOUT REVERSED"  TO RUNC-COUNTER-NAME.
013760     MOVE WS-REVERSED-COUNT TO RUNC-COUNT.
013770     MOVE WS-REVERSED-HASH  TO RUNC-HASH.
013780     PERFORM 9350-WRITE-ONE-CONTROL
013790         THRU 9350-WRITE-ONE-CONTROL-EXIT.
013800     MOVE "BKOUT KEPT"      TO RUNC-COUNTER-NAME.
013810     MOVE WS-KEPT-COUNT     TO RUNC-COUNT.
013820     PERFORM 9350-WRITE-ONE-CONTROL
013830         THRU 9350-WRITE-ONE-CONTROL-EXIT.
013840     MOVE "BKOUT COUNTERS"  TO RUNC-COUNTER-NAME.
013850     MOVE WS-BACKOUT-CN-COUNT TO RUNC-COUNT.
013860     PERFORM 9350-WRITE-ONE-CONTROL
013870         THRU 9350-WRITE-ONE-CONTROL-EXIT.
013880     MOVE "BKOUT AUDITED"   TO RUNC-COUNTER-NAME.
013890     MOVE WS-AUDITED-COUNT  TO RUNC-COUNT.
013900     PERFORM 9350-WRITE-ONE-CONTROL
013910         THRU 9350-WRITE-ONE-CONTROL-EXIT.
013920     MOVE "BKOUT RESTORED"  TO RUNC-COUNTER-NAME.
013930     MOVE WS-RESTORED-COUNT TO RUNC-COUNT.
013940     PERFORM 9350-WRITE-ONE-CONTROL
013950         THRU 9350-WRITE-ONE-CONTROL-EXIT.
013960     MOVE "BKOUT NO-PERSIST" TO RUNC-COUNTER-NAME.
013970     MOVE WS-NOT-PERSIST-COUNT TO RUNC-COUNT.
013980     PERFORM 9350-WRITE-ONE-CONTROL
013990         THRU 9350-WRITE-ONE-CONTROL-EXIT.
014000     MOVE "EXCP MARKED"     TO RUNC-COUNTER-NAME.
014010     MOVE WS-EXCP-MARK-COUNT TO RUNC-COUNT.
014020     PERFORM 9350-WRITE-ONE-CONTROL
014030         THRU 9350-WRITE-ONE-CONTROL-EXIT.
014040     MOVE "ALERTS MARKED"   TO RUNC-COUNTER-NAME.
014050     MOVE WS-ALERT-MARK-COUNT TO RUNC-COUNT.
014060     PERFORM 9350-WRITE-ONE-CONTROL
014070         THRU 9350-WRITE-ONE-CONTROL-EXIT.
014080     MOVE "RSUM READ"       TO RUNC-COUNTER-NAME.
014090     MOVE WS-RSUM-READ-COUNT TO RUNC-COUNT.
014100     PERFORM 9350-WRITE-ONE-CONTROL
014110         THRU 9350-WRITE-ONE-CONTROL-EXIT.
014120     MOVE "RSUM KEPT"       TO RUNC-COUNTER-NAME.
014130     MOVE WS-RSUM-KEPT-COUNT TO RUNC-COUNT.
014140     PERFORM 9350-WRITE-ONE-CONTROL
014150         THRU 9350-WRITE-ONE-CONTROL-EXIT.
014160     MOVE "RSUM DROPPED"    TO RUNC-COUNTER-NAME.
014170     MOVE WS-RSUM-DROP-COUNT TO RUNC-COUNT.
014180     PERFORM 9350-WRITE-ONE-CONTROL
014190         THRU 9350-WRITE-ONE-CONTROL-EXIT.
014200     MOVE "LEDGER MATCHED"  TO RUNC-COUNTER-NAME.
014210     MOVE WS-LEDGER-MATCH-COUNT TO RUNC-COUNT.
014220     PERFORM 9350-WRITE-ONE-CONTROL
014230         THRU 9350-WRITE-ONE-CONTROL-EXIT.
014240     MOVE "LEDGER DELETED"  TO RUNC-COUNTER-NAME.
014250     MOVE WS-LEDGER-DROP-COUNT TO RUNC-COUNT.
014260     PERFORM 9350-WRITE-ONE-CONTROL
014270         THRU 9350-WRITE-ONE-CONTROL-EXIT.
014280     CLOSE RUNCTL.
014290 9300-WRITE-RUN-CONTROLS-EXIT.
014300     EXIT.
014310*
014320 9350-WRITE-ONE-CONTROL.
014330     MOVE WS-RUN-DATE TO RUNC-RUN-DATE.
014340     MOVE "DAYBKOUT" TO RUNC-PROGRAM.
014350     WRITE RUNC-RECORD.
014360     MOVE 0 TO RUNC-HASH.
014370 9350-WRITE-ONE-CONTROL-EXIT.
014380     EXIT.
