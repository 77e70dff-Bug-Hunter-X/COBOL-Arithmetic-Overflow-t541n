000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     WINRPT.
000030 AUTHOR.         J W MERCER.
000040 INSTALLATION.   DAILY PROCESSING - BRANCH ACCOUNTING.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.  10/15/26.
000070*-----------------------------------------------------------*
000080* MOD-LOG                                                   *
000090* DATE       INIT  DESCRIPTION                              *
000100* 10/15/26   JWM   ORIGINAL VERSION.  WEEKLY BATCH WINDOW   *
000110*                  TREND REPORT FROM THE PERMANENT RUN      *
000120*                  HISTORY MASTER (RUNHIST, SEE STEPREC)    *
000130*                  THAT THE DAILY WINDOW HISTORY STEP       *
000140*                  (WINHIST) APPENDS TO.  THE WEEK IS THE   *
000150*                  LAST SEVEN CHAIN DATES ON FILE, OR THE   *
000160*                  SEVEN ENDING ON THE DATE IN COLUMNS 1-8  *
000170*                  OF THE WINRPARM CARD; THE TRAILING       *
000180*                  AVERAGE COMES FROM THE RUN DAYS JUST     *
000190*                  BEFORE THE WEEK (COLUMNS 9-11, DEFAULT   *
000200*                  28, UP TO 90).  FOR EACH STEP OF THE     *
000210*                  CHAIN, EACH DAY OF THE WEEK SHOWS        *
000220*                  ELAPSED TIME AND SECONDS PER 1000        *
000230*                  RECORDS WITH THEIR PERCENTAGE OVER OR    *
000240*                  UNDER THE TRAILING AVERAGE; A RESTARTED  *
000250*                  STEP IS SUMMED AND FLAGGED.  THE SLOWEST *
000260*                  TEN CHAIN DAYS OF THE WEEK AND ITS       *
000270*                  TRAILING DAYS ARE THEN RANKED, FIRST     *
000280*                  STEP'S START TO LAST STEP'S END.  RC 4   *
000290*                  WHEN THERE IS NOTHING TO REPORT, RC 8    *
000300*                  WHEN RUNHIST IS NOT AVAILABLE, RC 12     *
000310*                  WHEN A TABLE FILLS.                      *
000312* 10/15/26   JWM   PROGRAM TABLE RAISED FROM 10 TO 16 STEPS *
000314*                  FOR THE REGION PARTITIONS (BUGSOLN1-4)   *
000316*                  AND THE PARTITION MERGE (PARTMRG).       *
000320*-----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
000360 OBJECT-COMPUTER.   IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT WINRPARM ASSIGN TO WINRPARM
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-WINRPARM-STATUS.
000420*
000430     SELECT RUNHIST ASSIGN TO RUNHIST
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-RUNHIST-STATUS.
000460*
000470     SELECT TRENDRPT ASSIGN TO TRENDRPT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-TRENDRPT-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  WINRPARM
000530     LABEL RECORDS ARE STANDARD.
000540 01  WINRPARM-RECORD.
000550     05  WINR-WEEK-END-DATE      PIC 9(08).
000560     05  WINR-TRAILING-DAYS      PIC 9(03).
000570     05  FILLER                  PIC X(69).
000580*
000590 FD  RUNHIST
000600     LABEL RECORDS ARE STANDARD.
000610 COPY STEPREC.
000620*
000630 FD  TRENDRPT
000640     LABEL RECORDS ARE STANDARD.
000650 01  TREND-LINE                  PIC X(80).
000660 WORKING-STORAGE SECTION.
000670 77  WS-WEEK-END-DATE        PIC 9(08) VALUE 0.
000680 77  WS-TRAILING-DAYS        PIC 9(03) VALUE 28.
000690 77  WS-MAX-TRAILING         PIC 9(03) VALUE 90.
000700 77  WS-WEEK-DAYS            PIC 9(03) VALUE 7.
000710 77  WS-DAY-COUNT            PIC 9(03) VALUE 0 COMP.
000720 77  WS-MAX-DAYS             PIC 9(03) VALUE 97 COMP.
000730 77  WS-DAY-SUB              PIC 9(03) VALUE 0 COMP.
000740 77  WS-SHIFT-SUB            PIC 9(03) VALUE 0 COMP.
000750 77  WS-WEEK-FIRST           PIC 9(03) VALUE 0 COMP.
000760 77  WS-TRAIL-FIRST          PIC 9(03) VALUE 0 COMP.
000770 77  WS-PROG-COUNT           PIC 9(03) VALUE 0 COMP.
000780 77  WS-MAX-PROGS            PIC 9(03) VALUE 16 COMP.
000790 77  WS-PROG-SUB             PIC 9(03) VALUE 0 COMP.
000800 77  WS-EDIT-SUB             PIC 9(03) VALUE 0 COMP.
000810 77  WS-RANK-SUB             PIC 9(03) VALUE 0 COMP.
000820 77  WS-MAX-RANKS            PIC 9(03) VALUE 10 COMP.
000830 77  WS-BEST-SUB             PIC 9(03) VALUE 0 COMP.
000840 77  WS-SCAN-SUB             PIC 9(03) VALUE 0 COMP.
000850 77  WS-HIST-READ            PIC 9(09) VALUE 0 COMP.
000860 77  WS-AVG-DAYS             PIC 9(03) VALUE 0 COMP.
000870 77  WS-AVG-ELAPSED-TOTAL    PIC 9(13) COMP-3 VALUE 0.
000880 77  WS-AVG-RECORD-TOTAL     PIC 9(13) COMP-3 VALUE 0.
000890 77  WS-AVG-ELAPSED          PIC 9(11) COMP-3 VALUE 0.
000900 77  WS-AVG-RECORDS          PIC 9(11) COMP-3 VALUE 0.
000910 77  WS-AVG-PER-K            PIC 9(09)V99 COMP-3 VALUE 0.
000920 77  WS-PER-K                PIC 9(09)V99 COMP-3 VALUE 0.
000930 77  WS-VARIANCE             PIC S9(04) COMP-3 VALUE 0.
000940 77  WS-DAY-CS               PIC 9(09) VALUE 8640000 COMP.
000950 77  WS-NO-HIST-SW           PIC X(01) VALUE "N".
000960     88  WS-NO-HIST               VALUE "Y".
000970 77  WS-NO-HIST-RETURN-CODE  PIC 9(03) VALUE 8 COMP.
000980 77  WS-EMPTY-RETURN-CODE    PIC 9(03) VALUE 4 COMP.
000990 77  WS-CAPACITY-SW          PIC X(01) VALUE "N".
001000     88  WS-CAPACITY-EXCEEDED     VALUE "Y".
001010 77  WS-CAPACITY-RETURN-CODE PIC 9(03) VALUE 12 COMP.
001020*
001030*    THE CHAIN'S PROGRAMS IN THE ORDER THEY FIRST APPEAR ON
001040*    THE HISTORY -- WHICH IS THE ORDER THEY RUN.
001050*
001060 01  WS-PROG-TABLE.
001070     05  WS-PG-ENTRY OCCURS 16 TIMES
001080                     INDEXED BY WS-PG-IDX.
001090         10  WS-PG-NAME           PIC X(08).
001100*
001110*    ONE ENTRY PER CHAIN DATE, OLDEST FIRST -- THE REPORT WEEK
001120*    AND THE TRAILING DAYS BEFORE IT.  WHEN THE TABLE IS FULL
001130*    THE OLDEST DATE DROPS OFF.  EACH DATE CARRIES ONE SLOT
001140*    PER PROGRAM, SUMMED OVER ANY RESTARTS OF THAT STEP.
001150*
001160 01  WS-DAY-TABLE.
001170     05  WS-DY-ENTRY OCCURS 97 TIMES
001180                     INDEXED BY WS-DY-IDX.
001190         10  WS-DY-DATE           PIC 9(08).
001200         10  WS-DY-START.
001210             15  WS-DY-START-DATE PIC 9(08).
001220             15  WS-DY-START-TIME PIC 9(08).
001230         10  WS-DY-END.
001240             15  WS-DY-END-DATE   PIC 9(08).
001250             15  WS-DY-END-TIME   PIC 9(08).
001260         10  WS-DY-CHAIN-CS       PIC 9(09) COMP.
001270         10  WS-DY-RANKED         PIC X(01).
001280         10  WS-DY-STEP OCCURS 16 TIMES.
001290             15  WS-DS-RUNS       PIC 9(03) COMP.
001300             15  WS-DS-ELAPSED    PIC 9(09) COMP.
001310             15  WS-DS-RECORDS    PIC 9(09) COMP.
001320             15  WS-DS-RC         PIC 9(04).
001330*
001340 01  WS-TIME-WORK.
001350     05  WS-TW-TIME              PIC 9(08) VALUE 0.
001360     05  WS-TW-PARTS REDEFINES WS-TW-TIME.
001370         10  WS-TW-HH            PIC 9(02).
001380         10  WS-TW-MM            PIC 9(02).
001390         10  WS-TW-SS            PIC 9(02).
001400         10  WS-TW-CC            PIC 9(02).
001410     05  WS-TW-CS                PIC 9(09) VALUE 0 COMP.
001420*
001430 01  WS-ELAPSED-WORK.
001440     05  WS-EL-START.
001450         10  WS-EL-START-DATE    PIC 9(08).
001460         10  WS-EL-START-TIME    PIC 9(08).
001470     05  WS-EL-END.
001480         10  WS-EL-END-DATE      PIC 9(08).
001490         10  WS-EL-END-TIME      PIC 9(08).
001500     05  WS-EL-START-CS          PIC 9(09) COMP.
001510     05  WS-EL-END-CS            PIC 9(09) COMP.
001520     05  WS-EL-CS                PIC 9(09) COMP.
001530*
001540 01  WS-FLAGS.
001550     05  WS-WINRPARM-STATUS  PIC X(02) VALUE SPACES.
001560         88  WS-WINRPARM-OK           VALUE "00".
001570     05  WS-RUNHIST-STATUS   PIC X(02) VALUE SPACES.
001580         88  WS-RUNHIST-OK            VALUE "00".
001590         88  WS-RUNHIST-EOF           VALUE "10".
001600     05  WS-TRENDRPT-STATUS  PIC X(02) VALUE SPACES.
001610         88  WS-TRENDRPT-OK           VALUE "00".
001620*
001630 01  WS-REPORT-LINES.
001640     05  WS-HDR-LINE-1.
001650         10  FILLER              PIC X(48) VALUE
001660             "BATCH WINDOW WEEKLY TREND REPORT - WEEK ENDING".
001670         10  WS-HDR-DATE         PIC 9(08).
001680         10  FILLER              PIC X(24) VALUE SPACES.
001690     05  WS-HDR-LINE-2.
001700         10  FILLER              PIC X(32)
001710             VALUE "TRAILING AVERAGE OVER THE LAST".
001720         10  WS-HDR-TRAIL        PIC ZZ9.
001730         10  FILLER              PIC X(45)
001740             VALUE " RUN DAYS BEFORE THE WEEK".
001750     05  WS-STEP-HDR-LINE.
001760         10  FILLER              PIC X(05) VALUE "STEP ".
001770         10  WS-SH-PROGRAM       PIC X(08).
001780         10  FILLER              PIC X(67) VALUE SPACES.
001790     05  WS-COL-HDR-LINE.
001800         10  FILLER              PIC X(12) VALUE "DATE".
001810         10  FILLER              PIC X(13) VALUE "ELAPSED SEC".
001820         10  FILLER              PIC X(08) VALUE "VS AVG".
001830         10  FILLER              PIC X(11) VALUE "RECORDS".
001840         10  FILLER              PIC X(11) VALUE "SEC/1000".
001850         10  FILLER              PIC X(08) VALUE "VS AVG".
001860         10  FILLER              PIC X(04) VALUE "RC".
001870         10  FILLER              PIC X(13) VALUE SPACES.
001880     05  WS-DTL-LINE.
001890         10  WS-DL-DATE          PIC X(12).
001900         10  WS-DL-ELAPSED       PIC Z(6)9.99.
001910         10  FILLER              PIC X(02) VALUE SPACES.
001920         10  WS-DL-VSE           PIC +(4)9.
001930         10  WS-DL-VSE-X REDEFINES WS-DL-VSE
001940                                 PIC X(05).
001950         10  WS-DL-VSE-PCT       PIC X(01).
001960         10  FILLER              PIC X(02) VALUE SPACES.
001970         10  WS-DL-RECORDS       PIC Z(8)9.
001980         10  FILLER              PIC X(02) VALUE SPACES.
001990         10  WS-DL-PER-K         PIC Z(5)9.99.
002000         10  FILLER              PIC X(02) VALUE SPACES.
002010         10  WS-DL-VSK           PIC +(4)9.
002020         10  WS-DL-VSK-X REDEFINES WS-DL-VSK
002030                                 PIC X(05).
002040         10  WS-DL-VSK-PCT       PIC X(01).
002050         10  FILLER              PIC X(02) VALUE SPACES.
002060         10  WS-DL-RC            PIC Z(3)9.
002070         10  FILLER              PIC X(02) VALUE SPACES.
002080         10  WS-DL-FLAG          PIC X(12).
002090     05  WS-MISS-LINE.
002100         10  WS-ML-DATE          PIC X(12).
002110         10  FILLER              PIC X(68)
002120             VALUE "DID NOT RUN".
002130     05  WS-RANK-HDR-LINE.
002140         10  FILLER              PIC X(37)
002150             VALUE "SLOWEST CHAIN DAYS, WEEK AND TRAILING".
002160         10  FILLER              PIC X(43) VALUE SPACES.
002170     05  WS-RANK-COL-LINE.
002180         10  FILLER              PIC X(06) VALUE "RANK".
002190         10  FILLER              PIC X(10) VALUE "DATE".
002200         10  FILLER              PIC X(08) VALUE "START".
002210         10  FILLER              PIC X(08) VALUE "END".
002220         10  FILLER              PIC X(13) VALUE "ELAPSED SEC".
002230         10  FILLER              PIC X(12) VALUE "RAW RECORDS".
002240         10  FILLER              PIC X(23) VALUE SPACES.
002250     05  WS-RANK-LINE.
002260         10  WS-RL-RANK          PIC Z9.
002270         10  FILLER              PIC X(04) VALUE SPACES.
002280         10  WS-RL-DATE          PIC 9(08).
002290         10  FILLER              PIC X(02) VALUE SPACES.
002300         10  WS-RL-START-HH      PIC 9(02).
002310         10  FILLER              PIC X(01) VALUE ":".
002320         10  WS-RL-START-MM      PIC 9(02).
002330         10  FILLER              PIC X(03) VALUE SPACES.
002340         10  WS-RL-END-HH        PIC 9(02).
002350         10  FILLER              PIC X(01) VALUE ":".
002360         10  WS-RL-END-MM        PIC 9(02).
002370         10  FILLER              PIC X(03) VALUE SPACES.
002380         10  WS-RL-ELAPSED       PIC Z(6)9.99.
002390         10  FILLER              PIC X(03) VALUE SPACES.
002400         10  WS-RL-RECORDS       PIC Z(8)9.
002410         10  FILLER              PIC X(03) VALUE SPACES.
002420         10  WS-RL-FLAG          PIC X(09).
002430         10  FILLER              PIC X(14) VALUE SPACES.
002440     05  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
002450     05  WS-MSG-LINE.
002460         10  WS-MSG-TEXT         PIC X(80).
002470 PROCEDURE DIVISION.
002480*
002490 0000-MAINLINE.
002500     PERFORM 1000-INITIALIZE
002510         THRU 1000-INITIALIZE-EXIT.
002520*
002530     IF NOT WS-NO-HIST
002540         PERFORM 2000-LOAD-HISTORY
002550             THRU 2000-LOAD-HISTORY-EXIT
002560     END-IF.
002570*
002580     IF WS-DAY-COUNT > 0
002590         PERFORM 4000-PRINT-STEPS
002600             THRU 4000-PRINT-STEPS-EXIT
002610         PERFORM 5000-PRINT-SLOWEST
002620             THRU 5000-PRINT-SLOWEST-EXIT
002630     ELSE
002640         MOVE "NO CHAIN DATES ON THE RUN HISTORY FOR THIS WEEK"
002650             TO WS-MSG-TEXT
002660         WRITE TREND-LINE FROM WS-MSG-LINE
002670     END-IF.
002680*
002690     PERFORM 9000-TERMINATE
002700         THRU 9000-TERMINATE-EXIT.
002710*
002720     IF WS-DAY-COUNT = 0
002730         MOVE WS-EMPTY-RETURN-CODE TO RETURN-CODE
002740     END-IF.
002750     IF WS-NO-HIST
002760         MOVE WS-NO-HIST-RETURN-CODE TO RETURN-CODE
002770     END-IF.
002780     IF WS-CAPACITY-EXCEEDED
002790         MOVE WS-CAPACITY-RETURN-CODE TO RETURN-CODE
002800     END-IF.
002810     STOP RUN.
002820*
002830 1000-INITIALIZE.
002840     OPEN INPUT WINRPARM.
002850     IF WS-WINRPARM-OK
002860         READ WINRPARM
002870             AT END CONTINUE
002880         END-READ
002890         IF WS-WINRPARM-OK
002900             IF WINR-WEEK-END-DATE NUMERIC
002910                 MOVE WINR-WEEK-END-DATE TO WS-WEEK-END-DATE
002920             END-IF
002930             IF WINR-TRAILING-DAYS NUMERIC
002940                 AND WINR-TRAILING-DAYS > 0
002950                 AND WINR-TRAILING-DAYS NOT > WS-MAX-TRAILING
002960                 MOVE WINR-TRAILING-DAYS TO WS-TRAILING-DAYS
002970             END-IF
002980         END-IF
002990         CLOSE WINRPARM
003000     END-IF.
003010*
003020     OPEN OUTPUT TRENDRPT.
003030     OPEN INPUT RUNHIST.
003040     IF NOT WS-RUNHIST-OK
003050         DISPLAY "WINRPT: RUNHIST NOT AVAILABLE, STATUS "
003060             WS-RUNHIST-STATUS
003070         MOVE "Y" TO WS-NO-HIST-SW
003080     END-IF.
003090 1000-INITIALIZE-EXIT.
003100     EXIT.
003110*
003120 2000-LOAD-HISTORY.
003130     READ RUNHIST
003140         AT END SET WS-RUNHIST-EOF TO TRUE
003150     END-READ.
003160     PERFORM 2100-LOAD-ONE-HISTORY
003170         THRU 2100-LOAD-ONE-HISTORY-EXIT
003180         UNTIL WS-RUNHIST-EOF.
003190     CLOSE RUNHIST.
003200*
003210*    THE WEEK IS THE LAST SEVEN CHAIN DATES LOADED; THE
003220*    TRAILING AVERAGE COMES FROM THE DATES JUST BEFORE IT.
003230*
003240     IF WS-DAY-COUNT > WS-WEEK-DAYS
003250         COMPUTE WS-WEEK-FIRST = WS-DAY-COUNT - WS-WEEK-DAYS + 1
003260     ELSE
003270         MOVE 1 TO WS-WEEK-FIRST
003280     END-IF.
003290     IF WS-WEEK-FIRST > WS-TRAILING-DAYS
003300         COMPUTE WS-TRAIL-FIRST =
003310             WS-WEEK-FIRST - WS-TRAILING-DAYS
003320     ELSE
003330         MOVE 1 TO WS-TRAIL-FIRST
003340     END-IF.
003350     IF WS-WEEK-END-DATE = 0
003360         AND WS-DAY-COUNT > 0
003370         MOVE WS-DY-DATE (WS-DAY-COUNT) TO WS-WEEK-END-DATE
003380     END-IF.
003390 2000-LOAD-HISTORY-EXIT.
003400     EXIT.
003410*
003420 2100-LOAD-ONE-HISTORY.
003430     ADD 1 TO WS-HIST-READ.
003440     IF WS-WEEK-END-DATE > 0
003450         AND STEP-CHAIN-DATE > WS-WEEK-END-DATE
003460         GO TO 2100-LOAD-ONE-HISTORY-READ
003470     END-IF.
003480*
003490     SET WS-PG-IDX TO 1.
003500     SEARCH WS-PG-ENTRY
003510         AT END
003520             PERFORM 2200-ADD-PROGRAM
003530                 THRU 2200-ADD-PROGRAM-EXIT
003540         WHEN WS-PG-IDX > WS-PROG-COUNT
003550             PERFORM 2200-ADD-PROGRAM
003560                 THRU 2200-ADD-PROGRAM-EXIT
003570         WHEN WS-PG-NAME (WS-PG-IDX) = STEP-PROGRAM
003580             SET WS-PROG-SUB TO WS-PG-IDX
003590     END-SEARCH.
003600     IF WS-PROG-SUB = 0
003610         GO TO 2100-LOAD-ONE-HISTORY-READ
003620     END-IF.
003630*
003640     SET WS-DY-IDX TO 1.
003650     SEARCH WS-DY-ENTRY
003660         AT END
003670             PERFORM 2300-ADD-DAY
003680                 THRU 2300-ADD-DAY-EXIT
003690         WHEN WS-DY-IDX > WS-DAY-COUNT
003700             PERFORM 2300-ADD-DAY
003710                 THRU 2300-ADD-DAY-EXIT
003720         WHEN WS-DY-DATE (WS-DY-IDX) = STEP-CHAIN-DATE
003730             SET WS-DAY-SUB TO WS-DY-IDX
003740     END-SEARCH.
003750*
003760     MOVE STEP-START-DATE TO WS-EL-START-DATE.
003770     MOVE STEP-START-TIME TO WS-EL-START-TIME.
003780     MOVE STEP-END-DATE   TO WS-EL-END-DATE.
003790     MOVE STEP-END-TIME   TO WS-EL-END-TIME.
003800     PERFORM 8200-ELAPSED
003810         THRU 8200-ELAPSED-EXIT.
003820     ADD 1 TO WS-DS-RUNS (WS-DAY-SUB, WS-PROG-SUB).
003830     ADD WS-EL-CS TO WS-DS-ELAPSED (WS-DAY-SUB, WS-PROG-SUB).
003840     ADD STEP-RECORDS TO WS-DS-RECORDS (WS-DAY-SUB, WS-PROG-SUB).
003850     IF STEP-RETURN-CODE > WS-DS-RC (WS-DAY-SUB, WS-PROG-SUB)
003860         MOVE STEP-RETURN-CODE
003870             TO WS-DS-RC (WS-DAY-SUB, WS-PROG-SUB)
003880     END-IF.
003890     IF WS-EL-START < WS-DY-START (WS-DAY-SUB)
003900         MOVE WS-EL-START TO WS-DY-START (WS-DAY-SUB)
003910     END-IF.
003920     IF WS-EL-END > WS-DY-END (WS-DAY-SUB)
003930         MOVE WS-EL-END TO WS-DY-END (WS-DAY-SUB)
003940     END-IF.
003950*
003960 2100-LOAD-ONE-HISTORY-READ.
003970     READ RUNHIST
003980         AT END SET WS-RUNHIST-EOF TO TRUE
003990     END-READ.
004000 2100-LOAD-ONE-HISTORY-EXIT.
004010     EXIT.
004020*
004030 2200-ADD-PROGRAM.
004040     MOVE 0 TO WS-PROG-SUB.
004050     IF WS-PROG-COUNT >= WS-MAX-PROGS
004060         DISPLAY "WINRPT: PROGRAM TABLE FULL - "
004070             STEP-PROGRAM " IGNORED"
004080         MOVE "Y" TO WS-CAPACITY-SW
004090         GO TO 2200-ADD-PROGRAM-EXIT
004100     END-IF.
004110     ADD 1 TO WS-PROG-COUNT.
004120     MOVE STEP-PROGRAM TO WS-PG-NAME (WS-PROG-COUNT).
004130     MOVE WS-PROG-COUNT TO WS-PROG-SUB.
004140 2200-ADD-PROGRAM-EXIT.
004150     EXIT.
004160*
004170 2300-ADD-DAY.
004180     IF WS-DAY-COUNT >= WS-MAX-DAYS
004190         PERFORM 2350-SHIFT-ONE-DAY
004200             THRU 2350-SHIFT-ONE-DAY-EXIT
004210             VARYING WS-DAY-SUB FROM 2 BY 1
004220             UNTIL WS-DAY-SUB > WS-DAY-COUNT
004230         SUBTRACT 1 FROM WS-DAY-COUNT
004240     END-IF.
004250     ADD 1 TO WS-DAY-COUNT.
004260     MOVE WS-DAY-COUNT TO WS-DAY-SUB.
004270     INITIALIZE WS-DY-ENTRY (WS-DAY-SUB).
004280     MOVE STEP-CHAIN-DATE TO WS-DY-DATE (WS-DAY-SUB).
004290     MOVE HIGH-VALUES TO WS-DY-START (WS-DAY-SUB).
004300     MOVE LOW-VALUES  TO WS-DY-END (WS-DAY-SUB).
004310     MOVE "N" TO WS-DY-RANKED (WS-DAY-SUB).
004320 2300-ADD-DAY-EXIT.
004330     EXIT.
004340*
004350 2350-SHIFT-ONE-DAY.
004360     COMPUTE WS-SHIFT-SUB = WS-DAY-SUB - 1.
004370     MOVE WS-DY-ENTRY (WS-DAY-SUB) TO WS-DY-ENTRY (WS-SHIFT-SUB).
004380 2350-SHIFT-ONE-DAY-EXIT.
004390     EXIT.
004400*
004410 4000-PRINT-STEPS.
004420     MOVE WS-WEEK-END-DATE TO WS-HDR-DATE.
004430     COMPUTE WS-HDR-TRAIL = WS-WEEK-FIRST - WS-TRAIL-FIRST.
004440     WRITE TREND-LINE FROM WS-HDR-LINE-1.
004450     WRITE TREND-LINE FROM WS-HDR-LINE-2.
004460     PERFORM 4100-PRINT-ONE-STEP
004470         THRU 4100-PRINT-ONE-STEP-EXIT
004480         VARYING WS-PROG-SUB FROM 1 BY 1
004490         UNTIL WS-PROG-SUB > WS-PROG-COUNT.
004500 4000-PRINT-STEPS-EXIT.
004510     EXIT.
004520*
004530 4100-PRINT-ONE-STEP.
004540*
004550*    THE TRAILING AVERAGE IS TAKEN OVER THE DAYS THE STEP RAN.
004560*    ITS TIME PER 1000 RECORDS IS WEIGHTED BY VOLUME -- TOTAL
004570*    TIME OVER TOTAL RECORDS -- SO A LIGHT DAY DOES NOT SKEW IT.
004580*
004590     MOVE 0 TO WS-AVG-DAYS.
004600     MOVE 0 TO WS-AVG-ELAPSED-TOTAL.
004610     MOVE 0 TO WS-AVG-RECORD-TOTAL.
004620     MOVE 0 TO WS-AVG-ELAPSED.
004630     MOVE 0 TO WS-AVG-RECORDS.
004640     MOVE 0 TO WS-AVG-PER-K.
004650     IF WS-TRAIL-FIRST < WS-WEEK-FIRST
004660         PERFORM 4150-ADD-TRAILING-DAY
004670             THRU 4150-ADD-TRAILING-DAY-EXIT
004680             VARYING WS-DAY-SUB FROM WS-TRAIL-FIRST BY 1
004690             UNTIL WS-DAY-SUB NOT < WS-WEEK-FIRST
004700     END-IF.
004710     IF WS-AVG-DAYS > 0
004720         COMPUTE WS-AVG-ELAPSED ROUNDED =
004730             WS-AVG-ELAPSED-TOTAL / WS-AVG-DAYS
004740         COMPUTE WS-AVG-RECORDS ROUNDED =
004750             WS-AVG-RECORD-TOTAL / WS-AVG-DAYS
004760     END-IF.
004770     IF WS-AVG-RECORD-TOTAL > 0
004780         COMPUTE WS-AVG-PER-K ROUNDED =
004790             WS-AVG-ELAPSED-TOTAL * 10 / WS-AVG-RECORD-TOTAL
004800     END-IF.
004810*
004820     WRITE TREND-LINE FROM WS-BLANK-LINE.
004830     MOVE WS-PG-NAME (WS-PROG-SUB) TO WS-SH-PROGRAM.
004840     WRITE TREND-LINE FROM WS-STEP-HDR-LINE.
004850     WRITE TREND-LINE FROM WS-COL-HDR-LINE.
004860     PERFORM 4200-PRINT-ONE-DAY
004870         THRU 4200-PRINT-ONE-DAY-EXIT
004880         VARYING WS-DAY-SUB FROM WS-WEEK-FIRST BY 1
004890         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
004900*
004910     MOVE "TRAILING AVG" TO WS-DL-DATE.
004920     COMPUTE WS-DL-ELAPSED = WS-AVG-ELAPSED / 100.
004930     MOVE SPACES TO WS-DL-VSE-X.
004940     MOVE SPACES TO WS-DL-VSE-PCT.
004950     MOVE WS-AVG-RECORDS TO WS-DL-RECORDS.
004960     MOVE WS-AVG-PER-K TO WS-DL-PER-K.
004970     MOVE SPACES TO WS-DL-VSK-X.
004980     MOVE SPACES TO WS-DL-VSK-PCT.
004990     MOVE WS-AVG-DAYS TO WS-DL-RC.
005000     MOVE "RUN DAYS" TO WS-DL-FLAG.
005010     WRITE TREND-LINE FROM WS-DTL-LINE.
005020 4100-PRINT-ONE-STEP-EXIT.
005030     EXIT.
005040*
005050 4150-ADD-TRAILING-DAY.
005060     IF WS-DS-RUNS (WS-DAY-SUB, WS-PROG-SUB) > 0
005070         ADD 1 TO WS-AVG-DAYS
005080         ADD WS-DS-ELAPSED (WS-DAY-SUB, WS-PROG-SUB)
005090             TO WS-AVG-ELAPSED-TOTAL
005100         ADD WS-DS-RECORDS (WS-DAY-SUB, WS-PROG-SUB)
005110             TO WS-AVG-RECORD-TOTAL
005120     END-IF.
005130 4150-ADD-TRAILING-DAY-EXIT.
005140     EXIT.
005150*
005160 4200-PRINT-ONE-DAY.
005170     IF WS-DS-RUNS (WS-DAY-SUB, WS-PROG-SUB) = 0
005180         MOVE WS-DY-DATE (WS-DAY-SUB) TO WS-ML-DATE
005190         WRITE TREND-LINE FROM WS-MISS-LINE
005200         GO TO 4200-PRINT-ONE-DAY-EXIT
005210     END-IF.
005220     MOVE WS-DY-DATE (WS-DAY-SUB) TO WS-DL-DATE.
005230     COMPUTE WS-DL-ELAPSED =
005240         WS-DS-ELAPSED (WS-DAY-SUB, WS-PROG-SUB) / 100.
005250     IF WS-AVG-ELAPSED > 0
005260         COMPUTE WS-VARIANCE ROUNDED =
005270             (WS-DS-ELAPSED (WS-DAY-SUB, WS-PROG-SUB)
005280             - WS-AVG-ELAPSED) * 100 / WS-AVG-ELAPSED
005290             ON SIZE ERROR
005300                 MOVE 9999 TO WS-VARIANCE
005310         END-COMPUTE
005320         MOVE WS-VARIANCE TO WS-DL-VSE
005330         MOVE "%" TO WS-DL-VSE-PCT
005340     ELSE
005350         MOVE SPACES TO WS-DL-VSE-X
005360         MOVE SPACES TO WS-DL-VSE-PCT
005370     END-IF.
005380     MOVE WS-DS-RECORDS (WS-DAY-SUB, WS-PROG-SUB)
005390         TO WS-DL-RECORDS.
005400     MOVE 0 TO WS-PER-K.
005410     IF WS-DS-RECORDS (WS-DAY-SUB, WS-PROG-SUB) > 0
005420         COMPUTE WS-PER-K ROUNDED =
005430             WS-DS-ELAPSED (WS-DAY-SUB, WS-PROG-SUB) * 10
005440             / WS-DS-RECORDS (WS-DAY-SUB, WS-PROG-SUB)
005450     END-IF.
005460     MOVE WS-PER-K TO WS-DL-PER-K.
005470     IF WS-AVG-PER-K > 0
005480         AND WS-DS-RECORDS (WS-DAY-SUB, WS-PROG-SUB) > 0
005490         COMPUTE WS-VARIANCE ROUNDED =
005500             (WS-PER-K - WS-AVG-PER-K) * 100 / WS-AVG-PER-K
005510             ON SIZE ERROR
005520                 MOVE 9999 TO WS-VARIANCE
005530         END-COMPUTE
005540         MOVE WS-VARIANCE TO WS-DL-VSK
005550         MOVE "%" TO WS-DL-VSK-PCT
005560     ELSE
005570         MOVE SPACES TO WS-DL-VSK-X
005580         MOVE SPACES TO WS-DL-VSK-PCT
005590     END-IF.
005600     MOVE WS-DS-RC (WS-DAY-SUB, WS-PROG-SUB) TO WS-DL-RC.
005610     IF WS-DS-RUNS (WS-DAY-SUB, WS-PROG-SUB) > 1
005620         MOVE "RESTARTED" TO WS-DL-FLAG
005630     ELSE
005640         MOVE SPACES TO WS-DL-FLAG
005650     END-IF.
005660     WRITE TREND-LINE FROM WS-DTL-LINE.
005670 4200-PRINT-ONE-DAY-EXIT.
005680     EXIT.
005690*
005700 5000-PRINT-SLOWEST.
005710*
005720*    CHAIN ELAPSED PER DATE, FIRST STEP'S START TO LAST STEP'S
005730*    END, THEN THE SLOWEST DATES OF THE WEEK AND ITS TRAILING
005740*    DAYS, SLOWEST FIRST.
005750*
005760     PERFORM 5050-SET-CHAIN-ELAPSED
005770         THRU 5050-SET-CHAIN-ELAPSED-EXIT
005780         VARYING WS-DAY-SUB FROM WS-TRAIL-FIRST BY 1
005790         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
005800     MOVE 0 TO WS-EDIT-SUB.
005810     SET WS-PG-IDX TO 1.
005820     SEARCH WS-PG-ENTRY
005830         AT END
005840             CONTINUE
005850         WHEN WS-PG-IDX > WS-PROG-COUNT
005860             CONTINUE
005870         WHEN WS-PG-NAME (WS-PG-IDX) = "CNTREDIT"
005880             SET WS-EDIT-SUB TO WS-PG-IDX
005890     END-SEARCH.
005900*
005910     WRITE TREND-LINE FROM WS-BLANK-LINE.
005920     WRITE TREND-LINE FROM WS-RANK-HDR-LINE.
005930     WRITE TREND-LINE FROM WS-RANK-COL-LINE.
005940     PERFORM 5100-PRINT-ONE-RANK-LINE
005950         THRU 5100-PRINT-ONE-RANK-LINE-EXIT
005960         VARYING WS-RANK-SUB FROM 1 BY 1
005970         UNTIL WS-RANK-SUB > WS-MAX-RANKS.
005980 5000-PRINT-SLOWEST-EXIT.
005990     EXIT.
006000*
006010 5050-SET-CHAIN-ELAPSED.
006020     MOVE WS-DY-START (WS-DAY-SUB) TO WS-EL-START.
006030     MOVE WS-DY-END (WS-DAY-SUB)   TO WS-EL-END.
006040     PERFORM 8200-ELAPSED
006050         THRU 8200-ELAPSED-EXIT.
006060     MOVE WS-EL-CS TO WS-DY-CHAIN-CS (WS-DAY-SUB).
006070 5050-SET-CHAIN-ELAPSED-EXIT.
006080     EXIT.
006090*
006100 5100-PRINT-ONE-RANK-LINE.
006110     MOVE 0 TO WS-BEST-SUB.
006120     PERFORM 5150-SCAN-ONE-DAY
006130         THRU 5150-SCAN-ONE-DAY-EXIT
006140         VARYING WS-SCAN-SUB FROM WS-TRAIL-FIRST BY 1
006150         UNTIL WS-SCAN-SUB > WS-DAY-COUNT.
006160     IF WS-BEST-SUB = 0
006170         GO TO 5100-PRINT-ONE-RANK-LINE-EXIT
006180     END-IF.
006190     MOVE "Y" TO WS-DY-RANKED (WS-BEST-SUB).
006200     MOVE WS-RANK-SUB TO WS-RL-RANK.
006210     MOVE WS-DY-DATE (WS-BEST-SUB) TO WS-RL-DATE.
006220     MOVE WS-DY-START-TIME (WS-BEST-SUB) TO WS-TW-TIME.
006230     MOVE WS-TW-HH TO WS-RL-START-HH.
006240     MOVE WS-TW-MM TO WS-RL-START-MM.
006250     MOVE WS-DY-END-TIME (WS-BEST-SUB) TO WS-TW-TIME.
006260     MOVE WS-TW-HH TO WS-RL-END-HH.
006270     MOVE WS-TW-MM TO WS-RL-END-MM.
006280     COMPUTE WS-RL-ELAPSED = WS-DY-CHAIN-CS (WS-BEST-SUB) / 100.
006290     IF WS-EDIT-SUB > 0
006300         MOVE WS-DS-RECORDS (WS-BEST-SUB, WS-EDIT-SUB)
006310             TO WS-RL-RECORDS
006320     ELSE
006330         MOVE 0 TO WS-RL-RECORDS
006340     END-IF.
006350     IF WS-BEST-SUB NOT < WS-WEEK-FIRST
006360         MOVE "THIS WEEK" TO WS-RL-FLAG
006370     ELSE
006380         MOVE SPACES TO WS-RL-FLAG
006390     END-IF.
006400     WRITE TREND-LINE FROM WS-RANK-LINE.
006410 5100-PRINT-ONE-RANK-LINE-EXIT.
006420     EXIT.
006430*
006440 5150-SCAN-ONE-DAY.
006450     IF WS-DY-RANKED (WS-SCAN-SUB) = "N"
006460         IF WS-BEST-SUB = 0
006470             MOVE WS-SCAN-SUB TO WS-BEST-SUB
006480         ELSE
006490             IF WS-DY-CHAIN-CS (WS-SCAN-SUB) >
006500                 WS-DY-CHAIN-CS (WS-BEST-SUB)
006510                 MOVE WS-SCAN-SUB TO WS-BEST-SUB
006520             END-IF
006530         END-IF
006540     END-IF.
006550 5150-SCAN-ONE-DAY-EXIT.
006560     EXIT.
006570*
006580 8000-TIME-TO-CS.
006590     COMPUTE WS-TW-CS = WS-TW-HH * 360000
006600         + WS-TW-MM * 6000
006610         + WS-TW-SS * 100
006620         + WS-TW-CC.
006630 8000-TIME-TO-CS-EXIT.
006640     EXIT.
006650*
006660 8200-ELAPSED.
006670*
006680*    A STEP THAT ENDS ON A LATER DATE THAN IT STARTED CROSSED
006690*    MIDNIGHT; NO STEP OF THE CHAIN RUNS FOR A DAY OR MORE.
006700*
006710     MOVE WS-EL-START-TIME TO WS-TW-TIME.
006720     PERFORM 8000-TIME-TO-CS
006730         THRU 8000-TIME-TO-CS-EXIT.
006740     MOVE WS-TW-CS TO WS-EL-START-CS.
006750     MOVE WS-EL-END-TIME TO WS-TW-TIME.
006760     PERFORM 8000-TIME-TO-CS
006770         THRU 8000-TIME-TO-CS-EXIT.
006780     MOVE WS-TW-CS TO WS-EL-END-CS.
006790     IF WS-EL-END-DATE > WS-EL-START-DATE
006800         ADD WS-DAY-CS TO WS-EL-END-CS
006810     END-IF.
006820     IF WS-EL-END-CS > WS-EL-START-CS
006830         COMPUTE WS-EL-CS = WS-EL-END-CS - WS-EL-START-CS
006840     ELSE
006850         MOVE 0 TO WS-EL-CS
006860     END-IF.
006870 8200-ELAPSED-EXIT.
006880     EXIT.
006890*
006900 9000-TERMINATE.
006910     CLOSE TRENDRPT.
006920     DISPLAY "WINRPT: " WS-HIST-READ " HISTORY RECORDS READ, "
006930         WS-DAY-COUNT " CHAIN DATES KEPT, WEEK ENDING "
006940         WS-WEEK-END-DATE.
006950 9000-TERMINATE-EXIT.
006960     EXIT.
