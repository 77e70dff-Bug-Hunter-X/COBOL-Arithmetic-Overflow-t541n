000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     WINHIST.
000030 AUTHOR.         J W MERCER.
000040 INSTALLATION.   DAILY PROCESSING - BRANCH ACCOUNTING.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.  10/15/26.
000070*-----------------------------------------------------------*
000080* MOD-LOG                                                   *
000090* DATE       INIT  DESCRIPTION                              *
000100* 10/15/26   JWM   ORIGINAL VERSION.  BATCH WINDOW HISTORY, *
000110*                  RUN AS THE LAST STEP OF THE DAILY CHAIN. *
000120*                  CNTREDIT, BUGSOLN, ALERTDSP, OUTDIST,    *
000130*                  RSUMUPD AND DAYBAL EACH APPEND A TIMING  *
000140*                  RECORD TO THE DAY'S STEP LOG (STEPLOG,   *
000150*                  SEE STEPREC); THIS STEP STAMPS THEM WITH *
000160*                  THE CHAIN DATE (THE DATE THE FIRST STEP  *
000170*                  STARTED) AND APPENDS THEM TO THE         *
000180*                  PERMANENT RUN HISTORY MASTER (RUNHIST)   *
000190*                  FOR THE WEEKLY TREND REPORT (WINRPT).  A *
000200*                  STEP ALREADY ON RUNHIST FOR THE CHAIN    *
000210*                  DATE IS NOT ADDED AGAIN, SO A RERUN IS   *
000220*                  HARMLESS.  THE CHAIN'S ELAPSED TIME IS   *
000230*                  THEN PROJECTED AT THE RAW FEED'S CURRENT *
000240*                  GROWTH RATE -- TODAY'S EDIT VOLUME       *
000250*                  AGAINST THE TRAILING AVERAGE -- OVER THE *
000260*                  HORIZON ON THE WINPARM CARD (WINDOW END  *
000270*                  HHMM IN COLUMNS 1-4, HORIZON DAYS 5-7,   *
000280*                  DEFAULT 30, TRAILING RUN DAYS 8-10,      *
000290*                  DEFAULT 7), AND A WARNING IS QUEUED ON   *
000300*                  ALERTFILE WHEN THE PROJECTED END, OR     *
000310*                  TODAY'S ACTUAL END, FALLS PAST THE       *
000320*                  WINDOW END.  DAILY SUMMARY ON HISTRPT.   *
000330*                  RC 4 WHEN THERE IS NO STEP LOG OR NO     *
000340*                  VALID WINDOW END, RC 8 WHEN RUNHIST      *
000350*                  CANNOT BE EXTENDED OR A STEP CANNOT BE   *
000360*                  WRITTEN TO IT, RC 12 WHEN A TABLE FILLS. *
000370*-----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.   IBM-370.
000410 OBJECT-COMPUTER.   IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT WINPARM ASSIGN TO WINPARM
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-WINPARM-STATUS.
000470*
000480     SELECT STEPLOG ASSIGN TO STEPLOG
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-STEPLOG-STATUS.
000510*
000520     SELECT RUNHIST ASSIGN TO RUNHIST
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-RUNHIST-STATUS.
000550*
000560     SELECT ALERTFILE ASSIGN TO ALERTFILE
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-ALERTFILE-STATUS.
000590*
000600     SELECT HISTRPT ASSIGN TO HISTRPT
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-HISTRPT-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  WINPARM
000660     LABEL RECORDS ARE STANDARD.
000670 01  WINPARM-RECORD.
000680     05  WINP-WINDOW-END.
000690         10  WINP-WINDOW-HH      PIC 9(02).
000700         10  WINP-WINDOW-MM      PIC 9(02).
000710     05  WINP-HORIZON-DAYS       PIC 9(03).
000720     05  WINP-TRAILING-DAYS      PIC 9(03).
000730     05  FILLER                  PIC X(70).
000740*
000750*    THE DAY'S STEP LOG -- SAME LAYOUT AS STEPREC, WITH THE
000760*    START AND END DATE/TIME GROUPED SO THEY COMPARE AS ONE
000770*    STAMP.
000780*
000790 FD  STEPLOG
000800     LABEL RECORDS ARE STANDARD.
000810 01  STEPLOG-RECORD.
000820     05  SL-CHAIN-DATE           PIC 9(08).
000830     05  SL-PROGRAM              PIC X(08).
000840     05  SL-START-STAMP.
000850         10  SL-START-DATE       PIC 9(08).
000860         10  SL-START-TIME       PIC 9(08).
000870     05  SL-END-STAMP.
000880         10  SL-END-DATE         PIC 9(08).
000890         10  SL-END-TIME         PIC 9(08).
000900     05  SL-RECORDS              PIC 9(09).
000910     05  SL-RETURN-CODE          PIC 9(04).
000920     05  FILLER                  PIC X(19).
000930*
000940 FD  RUNHIST
000950     LABEL RECORDS ARE STANDARD.
000960 COPY STEPREC.
000970*
000980 FD  ALERTFILE
000990     LABEL RECORDS ARE STANDARD.
001000 COPY ALERTREC.
001010*
001020 FD  HISTRPT
001030     LABEL RECORDS ARE STANDARD.
001040 01  HIST-LINE                   PIC X(80).
001050 WORKING-STORAGE SECTION.
001060 77  WS-RUN-DATE             PIC 9(08) VALUE 0.
001070 77  WS-CHAIN-DATE           PIC 9(08) VALUE 0.
001080 77  WS-STEP-COUNT           PIC 9(03) VALUE 0 COMP.
001090 77  WS-MAX-STEPS            PIC 9(03) VALUE 50 COMP.
001100 77  WS-STEP-SUB             PIC 9(03) VALUE 0 COMP.
001110 77  WS-DONE-COUNT           PIC 9(03) VALUE 0 COMP.
001120 77  WS-MAX-DONE             PIC 9(03) VALUE 50 COMP.
001130 77  WS-DAY-COUNT            PIC 9(03) VALUE 0 COMP.
001140 77  WS-MAX-DAYS             PIC 9(03) VALUE 60 COMP.
001150 77  WS-DAY-SUB              PIC 9(03) VALUE 0 COMP.
001160 77  WS-SHIFT-SUB            PIC 9(03) VALUE 0 COMP.
001170 77  WS-FIRST-SUB            PIC 9(03) VALUE 0 COMP.
001180 77  WS-TRAIL-DAYS-USED      PIC 9(03) VALUE 0 COMP.
001190 77  WS-HIST-READ            PIC 9(09) VALUE 0 COMP.
001200 77  WS-WRITTEN-COUNT        PIC 9(05) VALUE 0 COMP.
001210 77  WS-DUP-COUNT            PIC 9(05) VALUE 0 COMP.
001220 77  WS-HORIZON-DAYS         PIC 9(03) VALUE 30.
001230 77  WS-TRAILING-DAYS        PIC 9(03) VALUE 7.
001240 77  WS-VOLUME               PIC 9(09) VALUE 0 COMP.
001250 77  WS-TRAIL-TOTAL          PIC 9(13) COMP-3 VALUE 0.
001260 77  WS-TRAIL-AVG            PIC 9(11) COMP-3 VALUE 0.
001270 77  WS-GROWTH               PIC S9(11) COMP-3 VALUE 0.
001280 77  WS-PROJ-VOLUME          PIC 9(13) COMP-3 VALUE 0.
001290 77  WS-CHAIN-START-CS       PIC 9(09) VALUE 0 COMP.
001300 77  WS-CHAIN-END-CS         PIC 9(09) VALUE 0 COMP.
001310 77  WS-CHAIN-ELAPSED        PIC 9(09) VALUE 0 COMP.
001320 77  WS-PROJ-ELAPSED         PIC 9(13) COMP-3 VALUE 0.
001330 77  WS-PROJ-END             PIC 9(13) COMP-3 VALUE 0.
001340 77  WS-WINDOW-CS            PIC 9(09) VALUE 0 COMP.
001350 77  WS-WINDOW-LIMIT         PIC 9(09) VALUE 0 COMP.
001360 77  WS-DAY-CS               PIC 9(09) VALUE 8640000 COMP.
001370 77  WS-CS-WORK              PIC 9(13) COMP-3 VALUE 0.
001380 77  WS-CS-DAYS              PIC 9(07) COMP-3 VALUE 0.
001390 77  WS-CS-REM               PIC 9(09) COMP-3 VALUE 0.
001400 77  WS-CS-REM2              PIC 9(09) COMP-3 VALUE 0.
001410 77  WS-WINDOW-SW            PIC X(01) VALUE "N".
001420     88  WS-WINDOW-GIVEN          VALUE "Y".
001430 77  WS-NO-LOG-SW            PIC X(01) VALUE "N".
001440     88  WS-NO-LOG                VALUE "Y".
001450 77  WS-HIST-FAILED-SW       PIC X(01) VALUE "N".
001460     88  WS-HIST-FAILED           VALUE "Y".
001470 77  WS-BREACH-SW            PIC X(01) VALUE " ".
001480     88  WS-BREACH-ACTUAL         VALUE "A".
001490     88  WS-BREACH-PROJECTED      VALUE "P".
001500 77  WS-WARN-RETURN-CODE     PIC 9(03) VALUE 4 COMP.
001510 77  WS-HIST-RETURN-CODE     PIC 9(03) VALUE 8 COMP.
001520 77  WS-CAPACITY-SW          PIC X(01) VALUE "N".
001530     88  WS-CAPACITY-EXCEEDED     VALUE "Y".
001540 77  WS-CAPACITY-RETURN-CODE PIC 9(03) VALUE 12 COMP.
001550*
001560*    THE DAY'S STEPS AS LOGGED.  A STEP RUN TWICE (A RESTART)
001570*    HAS TWO ENTRIES; BOTH GO TO THE HISTORY.
001580*
001590 01  WS-STEP-TABLE.
001600     05  WS-ST-ENTRY OCCURS 50 TIMES
001610                     INDEXED BY WS-ST-IDX.
001620         10  WS-ST-PROGRAM        PIC X(08).
001630         10  WS-ST-START.
001640             15  WS-ST-START-DATE PIC 9(08).
001650             15  WS-ST-START-TIME PIC 9(08).
001660         10  WS-ST-END.
001670             15  WS-ST-END-DATE   PIC 9(08).
001680             15  WS-ST-END-TIME   PIC 9(08).
001690         10  WS-ST-RECORDS        PIC 9(09).
001700         10  WS-ST-RC             PIC 9(04).
001710         10  WS-ST-DUP            PIC X(01).
001720*
001730*    STEPS ALREADY ON THE HISTORY UNDER THIS CHAIN DATE --
001740*    A RERUN OF THIS STEP DOES NOT ADD THEM AGAIN.
001750*
001760 01  WS-DONE-TABLE.
001770     05  WS-DN-ENTRY OCCURS 50 TIMES
001780                     INDEXED BY WS-DN-IDX.
001790         10  WS-DN-PROGRAM        PIC X(08).
001800         10  WS-DN-START-DATE     PIC 9(08).
001810         10  WS-DN-START-TIME     PIC 9(08).
001820*
001830*    RAW FEED VOLUME (CNTREDIT RECORDS READ) OF THE MOST
001840*    RECENT EARLIER CHAIN DATES ON THE HISTORY, OLDEST FIRST.
001850*    WHEN THE TABLE IS FULL THE OLDEST DATE DROPS OFF.
001860*
001870 01  WS-DAY-TABLE.
001880     05  WS-DY-ENTRY OCCURS 60 TIMES
001890                     INDEXED BY WS-DY-IDX.
001900         10  WS-DY-DATE           PIC 9(08).
001910         10  WS-DY-VOLUME         PIC 9(09).
001920*
001930 01  WS-CHAIN-START.
001940     05  WS-CS-DATE              PIC 9(08) VALUE 0.
001950     05  WS-CS-TIME              PIC 9(08) VALUE 0.
001960 01  WS-CHAIN-END.
001970     05  WS-CE-DATE              PIC 9(08) VALUE 0.
001980     05  WS-CE-TIME              PIC 9(08) VALUE 0.
001990*
002000 01  WS-TIME-WORK.
002010     05  WS-TW-TIME              PIC 9(08) VALUE 0.
002020     05  WS-TW-PARTS REDEFINES WS-TW-TIME.
002030         10  WS-TW-HH            PIC 9(02).
002040         10  WS-TW-MM            PIC 9(02).
002050         10  WS-TW-SS            PIC 9(02).
002060         10  WS-TW-CC            PIC 9(02).
002070     05  WS-TW-CS                PIC 9(09) VALUE 0 COMP.
002080*
002090 01  WS-ELAPSED-WORK.
002100     05  WS-EL-START.
002110         10  WS-EL-START-DATE    PIC 9(08).
002120         10  WS-EL-START-TIME    PIC 9(08).
002130     05  WS-EL-END.
002140         10  WS-EL-END-DATE      PIC 9(08).
002150         10  WS-EL-END-TIME      PIC 9(08).
002160     05  WS-EL-START-CS          PIC 9(09) COMP.
002170     05  WS-EL-END-CS            PIC 9(09) COMP.
002180     05  WS-EL-CS                PIC 9(09) COMP.
002190*
002200 01  WS-HHMM.
002210     05  WS-HM-HH                PIC 9(02).
002220     05  WS-HM-MM                PIC 9(02).
002230 01  WS-ALERT-END-HHMM           PIC 9(04) VALUE 0.
002240 01  WS-ALERT-WIN-HHMM           PIC 9(04) VALUE 0.
002250*
002260 01  WS-FLAGS.
002270     05  WS-WINPARM-STATUS   PIC X(02) VALUE SPACES.
002280         88  WS-WINPARM-OK            VALUE "00".
002290     05  WS-STEPLOG-STATUS   PIC X(02) VALUE SPACES.
002300         88  WS-STEPLOG-OK            VALUE "00".
002310         88  WS-STEPLOG-EOF           VALUE "10".
002320     05  WS-RUNHIST-STATUS   PIC X(02) VALUE SPACES.
002330         88  WS-RUNHIST-OK            VALUE "00".
002340         88  WS-RUNHIST-EOF           VALUE "10".
002350     05  WS-ALERTFILE-STATUS PIC X(02) VALUE SPACES.
002360         88  WS-ALERTFILE-OK          VALUE "00".
002370     05  WS-HISTRPT-STATUS   PIC X(02) VALUE SPACES.
002380         88  WS-HISTRPT-OK            VALUE "00".
002390*
002400 01  WS-REPORT-LINES.
002410     05  WS-HDR-LINE-1.
002420         10  FILLER              PIC X(34)
002430             VALUE "BATCH WINDOW HISTORY - CHAIN DATE".
002440         10  WS-HDR-DATE         PIC 9(08).
002450         10  FILLER              PIC X(38) VALUE SPACES.
002460     05  WS-HDR-LINE-2.
002470         10  FILLER              PIC X(10) VALUE "PROGRAM".
002480         10  FILLER              PIC X(10) VALUE "START".
002490         10  FILLER              PIC X(10) VALUE "END".
002500         10  FILLER              PIC X(12) VALUE "ELAPSED SEC".
002510         10  FILLER              PIC X(11) VALUE "RECORDS".
002520         10  FILLER              PIC X(06) VALUE "RC".
002530         10  FILLER              PIC X(21) VALUE SPACES.
002540     05  WS-DTL-LINE.
002550         10  WS-DTL-PROGRAM      PIC X(08).
002560         10  FILLER              PIC X(02) VALUE SPACES.
002570         10  WS-DTL-START.
002580             15  WS-DTL-START-HH PIC 9(02).
002590             15  FILLER          PIC X(01) VALUE ":".
002600             15  WS-DTL-START-MM PIC 9(02).
002610             15  FILLER          PIC X(01) VALUE ":".
002620             15  WS-DTL-START-SS PIC 9(02).
002630         10  FILLER              PIC X(02) VALUE SPACES.
002640         10  WS-DTL-END.
002650             15  WS-DTL-END-HH   PIC 9(02).
002660             15  FILLER          PIC X(01) VALUE ":".
002670             15  WS-DTL-END-MM   PIC 9(02).
002680             15  FILLER          PIC X(01) VALUE ":".
002690             15  WS-DTL-END-SS   PIC 9(02).
002700         10  FILLER              PIC X(02) VALUE SPACES.
002710         10  WS-DTL-ELAPSED      PIC Z(6)9.99.
002720         10  FILLER              PIC X(02) VALUE SPACES.
002730         10  WS-DTL-RECORDS      PIC Z(8)9.
002740         10  FILLER              PIC X(02) VALUE SPACES.
002750         10  WS-DTL-RC           PIC Z(3)9.
002760         10  FILLER              PIC X(02) VALUE SPACES.
002770         10  WS-DTL-FLAG         PIC X(17).
002780     05  WS-TOT-LINE.
002790         10  WS-TOT-LABEL        PIC X(32).
002800         10  WS-TOT-VALUE        PIC Z(10)9.
002810         10  FILLER              PIC X(37) VALUE SPACES.
002820     05  WS-SGN-LINE.
002830         10  WS-SGN-LABEL        PIC X(32).
002840         10  WS-SGN-VALUE        PIC -(10)9.
002850         10  FILLER              PIC X(37) VALUE SPACES.
002860     05  WS-TIME-LINE.
002870         10  WS-TL-LABEL         PIC X(32).
002880         10  FILLER              PIC X(06) VALUE SPACES.
002890         10  WS-TL-HH            PIC 9(02).
002900         10  FILLER              PIC X(01) VALUE ":".
002910         10  WS-TL-MM            PIC 9(02).
002920         10  FILLER              PIC X(37) VALUE SPACES.
002930     05  WS-MSG-LINE.
002940         10  WS-MSG-TEXT         PIC X(80).
002950 PROCEDURE DIVISION.
002960*
002970 0000-MAINLINE.
002980     PERFORM 1000-INITIALIZE
002990         THRU 1000-INITIALIZE-EXIT.
003000*
003010     IF NOT WS-NO-LOG
003020         PERFORM 2000-LOAD-HISTORY
003030             THRU 2000-LOAD-HISTORY-EXIT
003040         PERFORM 3000-APPEND-HISTORY
003050             THRU 3000-APPEND-HISTORY-EXIT
003060         PERFORM 4000-PROJECT-WINDOW
003070             THRU 4000-PROJECT-WINDOW-EXIT
003080         PERFORM 5000-PRINT-REPORT
003090             THRU 5000-PRINT-REPORT-EXIT
003100     END-IF.
003110*
003120     PERFORM 9000-TERMINATE
003130         THRU 9000-TERMINATE-EXIT.
003140*
003150*    NO STEP LOG OR NO WINDOW END TO PROJECT AGAINST IS RC 4;
003160*    A HISTORY THAT COULD NOT BE EXTENDED IS RC 8 -- THE DAY
003170*    MUST BE ADDED BY A RERUN OR THE TREND REPORT LOSES IT.
003180*
003190     IF WS-NO-LOG
003200         OR NOT WS-WINDOW-GIVEN
003210         MOVE WS-WARN-RETURN-CODE TO RETURN-CODE
003220     END-IF.
003230     IF WS-HIST-FAILED
003240         MOVE WS-HIST-RETURN-CODE TO RETURN-CODE
003250     END-IF.
003260     IF WS-CAPACITY-EXCEEDED
003270         MOVE WS-CAPACITY-RETURN-CODE TO RETURN-CODE
003280     END-IF.
003290     STOP RUN.
003300*
003310 1000-INITIALIZE.
003320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003330     OPEN INPUT WINPARM.
003340     IF WS-WINPARM-OK
003350         READ WINPARM
003360             AT END CONTINUE
003370         END-READ
003380         IF WS-WINPARM-OK
003390             PERFORM 1050-EDIT-PARM
003400                 THRU 1050-EDIT-PARM-EXIT
003410         END-IF
003420         CLOSE WINPARM
003430     END-IF.
003440     IF NOT WS-WINDOW-GIVEN
003450         DISPLAY "WINHIST: NO VALID WINDOW END ON WINPARM - "
003460             "NO PROJECTION MADE"
003470     END-IF.
003480*
003490     OPEN OUTPUT HISTRPT.
003500     OPEN INPUT STEPLOG.
003510     IF NOT WS-STEPLOG-OK
003520         DISPLAY "WINHIST: STEPLOG NOT AVAILABLE, STATUS "
003530             WS-STEPLOG-STATUS
003540         MOVE "Y" TO WS-NO-LOG-SW
003550         GO TO 1000-INITIALIZE-EXIT
003560     END-IF.
003570     READ STEPLOG
003580         AT END SET WS-STEPLOG-EOF TO TRUE
003590     END-READ.
003600     PERFORM 1100-LOAD-ONE-STEP
003610         THRU 1100-LOAD-ONE-STEP-EXIT
003620         UNTIL WS-STEPLOG-EOF.
003630     CLOSE STEPLOG.
003640     IF WS-STEP-COUNT = 0
003650         DISPLAY "WINHIST: STEPLOG IS EMPTY - NOTHING RECORDED"
003660         MOVE "Y" TO WS-NO-LOG-SW
003670         GO TO 1000-INITIALIZE-EXIT
003680     END-IF.
003690*
003700*    THE CHAIN DATE IS THE DATE THE FIRST STEP STARTED, SO A
003710*    CHAIN THAT RUNS PAST MIDNIGHT IS STILL ONE DAY.
003720*
003730     MOVE WS-CS-DATE TO WS-CHAIN-DATE.
003740 1000-INITIALIZE-EXIT.
003750     EXIT.
003760*
003770 1050-EDIT-PARM.
003780     IF WINP-WINDOW-END NUMERIC
003790         AND WINP-WINDOW-HH < 24
003800         AND WINP-WINDOW-MM < 60
003810         MOVE WINP-WINDOW-HH TO WS-TW-HH
003820         MOVE WINP-WINDOW-MM TO WS-TW-MM
003830         MOVE 0 TO WS-TW-SS
003840         MOVE 0 TO WS-TW-CC
003850         PERFORM 8000-TIME-TO-CS
003860             THRU 8000-TIME-TO-CS-EXIT
003870         MOVE WS-TW-CS TO WS-WINDOW-CS
003880         MOVE WINP-WINDOW-END TO WS-ALERT-WIN-HHMM
003890         MOVE "Y" TO WS-WINDOW-SW
003900     END-IF.
003910     IF WINP-HORIZON-DAYS NUMERIC
003920         AND WINP-HORIZON-DAYS > 0
003930         MOVE WINP-HORIZON-DAYS TO WS-HORIZON-DAYS
003940     END-IF.
003950     IF WINP-TRAILING-DAYS NUMERIC
003960         AND WINP-TRAILING-DAYS > 0
003970         AND WINP-TRAILING-DAYS NOT > WS-MAX-DAYS
003980         MOVE WINP-TRAILING-DAYS TO WS-TRAILING-DAYS
003990     END-IF.
004000 1050-EDIT-PARM-EXIT.
004010     EXIT.
004020*
004030 1100-LOAD-ONE-STEP.
004040     IF WS-STEP-COUNT >= WS-MAX-STEPS
004050         DISPLAY "WINHIST: STEP TABLE FULL - "
004060             SL-PROGRAM " IGNORED"
004070         MOVE "Y" TO WS-CAPACITY-SW
004080         GO TO 1100-LOAD-ONE-STEP-READ
004090     END-IF.
004100     ADD 1 TO WS-STEP-COUNT.
004110     MOVE SL-PROGRAM     TO WS-ST-PROGRAM (WS-STEP-COUNT).
004120     MOVE SL-START-STAMP TO WS-ST-START (WS-STEP-COUNT).
004130     MOVE SL-END-STAMP   TO WS-ST-END (WS-STEP-COUNT).
004140     MOVE SL-RECORDS     TO WS-ST-RECORDS (WS-STEP-COUNT).
004150     MOVE SL-RETURN-CODE TO WS-ST-RC (WS-STEP-COUNT).
004160     MOVE "N"            TO WS-ST-DUP (WS-STEP-COUNT).
004170     IF WS-STEP-COUNT = 1
004180         OR SL-START-STAMP < WS-CHAIN-START
004190         MOVE SL-START-STAMP TO WS-CHAIN-START
004200     END-IF.
004210     IF WS-STEP-COUNT = 1
004220         OR SL-END-STAMP > WS-CHAIN-END
004230         MOVE SL-END-STAMP TO WS-CHAIN-END
004240     END-IF.
004250     IF SL-PROGRAM = "CNTREDIT"
004260         ADD SL-RECORDS TO WS-VOLUME
004270     END-IF.
004280*
004290 1100-LOAD-ONE-STEP-READ.
004300     READ STEPLOG
004310         AT END SET WS-STEPLOG-EOF TO TRUE
004320     END-READ.
004330 1100-LOAD-ONE-STEP-EXIT.
004340     EXIT.
004350*
004360 2000-LOAD-HISTORY.
004370     OPEN INPUT RUNHIST.
004380     IF NOT WS-RUNHIST-OK
004390         DISPLAY "WINHIST: NO EARLIER HISTORY ON RUNHIST, STATUS "
004400             WS-RUNHIST-STATUS
004410         GO TO 2000-LOAD-HISTORY-EXIT
004420     END-IF.
004430     READ RUNHIST
004440         AT END SET WS-RUNHIST-EOF TO TRUE
004450     END-READ.
004460     PERFORM 2100-LOAD-ONE-HISTORY
004470         THRU 2100-LOAD-ONE-HISTORY-EXIT
004480         UNTIL WS-RUNHIST-EOF.
004490     CLOSE RUNHIST.
004500 2000-LOAD-HISTORY-EXIT.
004510     EXIT.
004520*
004530 2100-LOAD-ONE-HISTORY.
004540*
004550*    TODAY'S CHAIN DATE ALREADY ON FILE MEANS THIS STEP IS
004560*    BEING RERUN -- NOTE WHAT IS THERE SO IT IS NOT ADDED
004570*    TWICE.  ONLY EARLIER DATES FEED THE GROWTH RATE, AND
004580*    ONLY THROUGH THE EDIT'S RAW RECORD COUNT.
004590*
004600     ADD 1 TO WS-HIST-READ.
004610     IF STEP-CHAIN-DATE = WS-CHAIN-DATE
004620         PERFORM 2200-NOTE-DONE
004630             THRU 2200-NOTE-DONE-EXIT
004640         GO TO 2100-LOAD-ONE-HISTORY-READ
004650     END-IF.
004660     IF STEP-CHAIN-DATE > WS-CHAIN-DATE
004670         OR STEP-PROGRAM NOT = "CNTREDIT"
004680         GO TO 2100-LOAD-ONE-HISTORY-READ
004690     END-IF.
004700     SET WS-DY-IDX TO 1.
004710     SEARCH WS-DY-ENTRY
004720         AT END
004730             PERFORM 2300-ADD-DAY
004740                 THRU 2300-ADD-DAY-EXIT
004750         WHEN WS-DY-IDX > WS-DAY-COUNT
004760             PERFORM 2300-ADD-DAY
004770                 THRU 2300-ADD-DAY-EXIT
004780         WHEN WS-DY-DATE (WS-DY-IDX) = STEP-CHAIN-DATE
004790             ADD STEP-RECORDS TO WS-DY-VOLUME (WS-DY-IDX)
004800     END-SEARCH.
004810*
004820 2100-LOAD-ONE-HISTORY-READ.
004830     READ RUNHIST
004840         AT END SET WS-RUNHIST-EOF TO TRUE
004850     END-READ.
004860 2100-LOAD-ONE-HISTORY-EXIT.
004870     EXIT.
004880*
004890 2200-NOTE-DONE.
004900     IF WS-DONE-COUNT >= WS-MAX-DONE
004910         DISPLAY "WINHIST: RERUN TABLE FULL - "
004920             STEP-PROGRAM " NOT CHECKED"
004930         MOVE "Y" TO WS-CAPACITY-SW
004940         GO TO 2200-NOTE-DONE-EXIT
004950     END-IF.
004960     ADD 1 TO WS-DONE-COUNT.
004970     MOVE STEP-PROGRAM    TO WS-DN-PROGRAM (WS-DONE-COUNT).
004980     MOVE STEP-START-DATE TO WS-DN-START-DATE (WS-DONE-COUNT).
004990     MOVE STEP-START-TIME TO WS-DN-START-TIME (WS-DONE-COUNT).
005000 2200-NOTE-DONE-EXIT.
005010     EXIT.
005020*
005030 2300-ADD-DAY.
005040     IF WS-DAY-COUNT >= WS-MAX-DAYS
005050         PERFORM 2350-SHIFT-ONE-DAY
005060             THRU 2350-SHIFT-ONE-DAY-EXIT
005070             VARYING WS-DAY-SUB FROM 2 BY 1
005080             UNTIL WS-DAY-SUB > WS-DAY-COUNT
005090         SUBTRACT 1 FROM WS-DAY-COUNT
005100     END-IF.
005110     ADD 1 TO WS-DAY-COUNT.
005120     MOVE STEP-CHAIN-DATE TO WS-DY-DATE (WS-DAY-COUNT).
005130     MOVE STEP-RECORDS    TO WS-DY-VOLUME (WS-DAY-COUNT).
005140 2300-ADD-DAY-EXIT.
005150     EXIT.
005160*
005170 2350-SHIFT-ONE-DAY.
005180     COMPUTE WS-SHIFT-SUB = WS-DAY-SUB - 1.
005190     MOVE WS-DY-ENTRY (WS-DAY-SUB) TO WS-DY-ENTRY (WS-SHIFT-SUB).
005200 2350-SHIFT-ONE-DAY-EXIT.
005210     EXIT.
005220*
005230 3000-APPEND-HISTORY.
005240     OPEN EXTEND RUNHIST.
005250     IF NOT WS-RUNHIST-OK
005260         OPEN OUTPUT RUNHIST
005270         CLOSE RUNHIST
005280         OPEN EXTEND RUNHIST
005290     END-IF.
005300     IF NOT WS-RUNHIST-OK
005310         DISPLAY "WINHIST: RUNHIST CANNOT BE EXTENDED, STATUS "
005320             WS-RUNHIST-STATUS
005330         MOVE "Y" TO WS-HIST-FAILED-SW
005340         GO TO 3000-APPEND-HISTORY-EXIT
005350     END-IF.
005360     PERFORM 3100-APPEND-ONE-STEP
005370         THRU 3100-APPEND-ONE-STEP-EXIT
005380         VARYING WS-STEP-SUB FROM 1 BY 1
005390         UNTIL WS-STEP-SUB > WS-STEP-COUNT
005395            OR WS-HIST-FAILED.
005400     CLOSE RUNHIST.
005410 3000-APPEND-HISTORY-EXIT.
005420     EXIT.
005430*
005440 3100-APPEND-ONE-STEP.
005450     SET WS-DN-IDX TO 1.
005460     SEARCH WS-DN-ENTRY
005470         AT END
005480             CONTINUE
005490         WHEN WS-DN-IDX > WS-DONE-COUNT
005500             CONTINUE
005510         WHEN WS-DN-PROGRAM (WS-DN-IDX) =
005520             WS-ST-PROGRAM (WS-STEP-SUB)
005530             AND WS-DN-START-DATE (WS-DN-IDX) =
005540                 WS-ST-START-DATE (WS-STEP-SUB)
005550             AND WS-DN-START-TIME (WS-DN-IDX) =
005560                 WS-ST-START-TIME (WS-STEP-SUB)
005570             MOVE "Y" TO WS-ST-DUP (WS-STEP-SUB)
005580     END-SEARCH.
005590     IF WS-ST-DUP (WS-STEP-SUB) = "Y"
005600         ADD 1 TO WS-DUP-COUNT
005610         GO TO 3100-APPEND-ONE-STEP-EXIT
005620     END-IF.
005630     MOVE SPACES                     TO STEP-RECORD.
005640     MOVE WS-CHAIN-DATE              TO STEP-CHAIN-DATE.
005650     MOVE WS-ST-PROGRAM (WS-STEP-SUB) TO STEP-PROGRAM.
005660     MOVE WS-ST-START-DATE (WS-STEP-SUB) TO STEP-START-DATE.
005670     MOVE WS-ST-START-TIME (WS-STEP-SUB) TO STEP-START-TIME.
005680     MOVE WS-ST-END-DATE (WS-STEP-SUB)   TO STEP-END-DATE.
005690     MOVE WS-ST-END-TIME (WS-STEP-SUB)   TO STEP-END-TIME.
005700     MOVE WS-ST-RECORDS (WS-STEP-SUB)    TO STEP-RECORDS.
005710     MOVE WS-ST-RC (WS-STEP-SUB)         TO STEP-RETURN-CODE.
005720     WRITE STEP-RECORD.
005721     IF NOT WS-RUNHIST-OK
005722         DISPLAY "WINHIST: RUNHIST WRITE FAILED, STATUS "
005723             WS-RUNHIST-STATUS " - NOTHING MORE APPENDED"
005724         MOVE "Y" TO WS-HIST-FAILED-SW
005725         GO TO 3100-APPEND-ONE-STEP-EXIT
005726     END-IF.
005730     ADD 1 TO WS-WRITTEN-COUNT.
005740 3100-APPEND-ONE-STEP-EXIT.
005750     EXIT.
005760*
005770 4000-PROJECT-WINDOW.
005780*
005790*    THE CHAIN RUNS FROM THE FIRST STEP'S START TO THE LAST
005800*    STEP'S END.  TIMES ARE HELD IN HUNDREDTHS OF A SECOND
005810*    FROM MIDNIGHT OF THE START DATE.
005820*
005830     MOVE WS-CHAIN-START TO WS-EL-START.
005840     MOVE WS-CHAIN-END   TO WS-EL-END.
005850     PERFORM 8200-ELAPSED
005860         THRU 8200-ELAPSED-EXIT.
005870     MOVE WS-EL-START-CS TO WS-CHAIN-START-CS.
005880     MOVE WS-EL-END-CS   TO WS-CHAIN-END-CS.
005890     MOVE WS-EL-CS       TO WS-CHAIN-ELAPSED.
005900*
005910*    GROWTH PER RUN DAY IS TODAY'S RAW VOLUME LESS THE
005920*    TRAILING AVERAGE, SPREAD OVER THE DISTANCE BACK TO THE
005930*    MIDDLE OF THE TRAILING DAYS.  A SHRINKING FEED PROJECTS
005940*    AS NO GROWTH.  ELAPSED TIME IS TAKEN TO GROW IN STEP
005950*    WITH VOLUME.
005960*
005970     MOVE WS-TRAILING-DAYS TO WS-TRAIL-DAYS-USED.
005980     IF WS-TRAIL-DAYS-USED > WS-DAY-COUNT
005990         MOVE WS-DAY-COUNT TO WS-TRAIL-DAYS-USED
006000     END-IF.
006010     MOVE 0 TO WS-TRAIL-TOTAL.
006020     MOVE 0 TO WS-TRAIL-AVG.
006030     MOVE 0 TO WS-GROWTH.
006040     IF WS-TRAIL-DAYS-USED > 0
006050         COMPUTE WS-FIRST-SUB =
006060             WS-DAY-COUNT - WS-TRAIL-DAYS-USED + 1
006070         PERFORM 4100-ADD-TRAILING-DAY
006080             THRU 4100-ADD-TRAILING-DAY-EXIT
006090             VARYING WS-DAY-SUB FROM WS-FIRST-SUB BY 1
006100             UNTIL WS-DAY-SUB > WS-DAY-COUNT
006110         COMPUTE WS-TRAIL-AVG ROUNDED =
006120             WS-TRAIL-TOTAL / WS-TRAIL-DAYS-USED
006130         COMPUTE WS-GROWTH ROUNDED =
006140             (WS-VOLUME - WS-TRAIL-AVG) * 2 /
006150             (WS-TRAIL-DAYS-USED + 1)
006160     END-IF.
006170     IF WS-GROWTH > 0
006180         COMPUTE WS-PROJ-VOLUME =
006190             WS-VOLUME + WS-GROWTH * WS-HORIZON-DAYS
006200     ELSE
006210         MOVE WS-VOLUME TO WS-PROJ-VOLUME
006220     END-IF.
006230     IF WS-VOLUME > 0
006240         COMPUTE WS-PROJ-ELAPSED ROUNDED =
006250             WS-CHAIN-ELAPSED * WS-PROJ-VOLUME / WS-VOLUME
006260     ELSE
006270         MOVE WS-CHAIN-ELAPSED TO WS-PROJ-ELAPSED
006280     END-IF.
006290     COMPUTE WS-PROJ-END = WS-CHAIN-START-CS + WS-PROJ-ELAPSED.
006300*
006310     IF NOT WS-WINDOW-GIVEN
006320         GO TO 4000-PROJECT-WINDOW-EXIT
006330     END-IF.
006340*
006350*    A WINDOW END NOT AFTER THE CHAIN'S START TIME OF DAY IS
006360*    ON THE FOLLOWING MORNING.
006370*
006380     MOVE WS-WINDOW-CS TO WS-WINDOW-LIMIT.
006390     IF WS-WINDOW-LIMIT NOT > WS-CHAIN-START-CS
006400         ADD WS-DAY-CS TO WS-WINDOW-LIMIT
006410     END-IF.
006420     IF WS-CHAIN-END-CS > WS-WINDOW-LIMIT
006430         SET WS-BREACH-ACTUAL TO TRUE
006440     ELSE
006450         IF WS-PROJ-END > WS-WINDOW-LIMIT
006460             SET WS-BREACH-PROJECTED TO TRUE
006470         END-IF
006480     END-IF.
006490     IF WS-BREACH-ACTUAL
006500         OR WS-BREACH-PROJECTED
006510         PERFORM 4200-WRITE-WARNING
006520             THRU 4200-WRITE-WARNING-EXIT
006530     END-IF.
006540 4000-PROJECT-WINDOW-EXIT.
006550     EXIT.
006560*
006570 4100-ADD-TRAILING-DAY.
006580     ADD WS-DY-VOLUME (WS-DAY-SUB) TO WS-TRAIL-TOTAL.
006590 4100-ADD-TRAILING-DAY-EXIT.
006600     EXIT.
006610*
006620 4200-WRITE-WARNING.
006630     OPEN EXTEND ALERTFILE.
006640     IF NOT WS-ALERTFILE-OK
006650         OPEN OUTPUT ALERTFILE
006660         CLOSE ALERTFILE
006670         OPEN EXTEND ALERTFILE
006680     END-IF.
006690     IF NOT WS-ALERTFILE-OK
006700         DISPLAY "WINHIST: ALERTFILE NOT AVAILABLE, STATUS "
006710             WS-ALERTFILE-STATUS " - WINDOW WARNING NOT QUEUED"
006720         GO TO 4200-WRITE-WARNING-EXIT
006730     END-IF.
006740     ACCEPT ALERT-DATE FROM DATE YYYYMMDD.
006750     ACCEPT ALERT-TIME FROM TIME.
006760     MOVE "BATCH WINDOW" TO ALERT-COUNTER-ID.
006770     MOVE "WARNING" TO ALERT-SEVERITY.
006780     MOVE SPACES TO ALERT-MESSAGE.
006790     IF WS-BREACH-ACTUAL
006800         MOVE WS-CHAIN-END-CS TO WS-CS-WORK
006810         PERFORM 8100-CS-TO-HHMM
006820             THRU 8100-CS-TO-HHMM-EXIT
006830         MOVE WS-HHMM TO WS-ALERT-END-HHMM
006840         STRING "BATCH WINDOW - CHAIN ENDED " DELIMITED BY SIZE
006850             WS-ALERT-END-HHMM DELIMITED BY SIZE
006860             " PAST WINDOW END " DELIMITED BY SIZE
006870             WS-ALERT-WIN-HHMM DELIMITED BY SIZE
006880             INTO ALERT-MESSAGE
006890         END-STRING
006900     ELSE
006910         MOVE WS-PROJ-END TO WS-CS-WORK
006920         PERFORM 8100-CS-TO-HHMM
006930             THRU 8100-CS-TO-HHMM-EXIT
006940         MOVE WS-HHMM TO WS-ALERT-END-HHMM
006950         STRING "BATCH WINDOW - PROJECTED END " DELIMITED BY SIZE
006960             WS-ALERT-END-HHMM DELIMITED BY SIZE
006970             " PAST " DELIMITED BY SIZE
006980             WS-ALERT-WIN-HHMM DELIMITED BY SIZE
006990             " IN " DELIMITED BY SIZE
007000             WS-HORIZON-DAYS DELIMITED BY SIZE
007010             " DAYS" DELIMITED BY SIZE
007020             INTO ALERT-MESSAGE
007030         END-STRING
007040     END-IF.
007050     SET ALERT-PENDING TO TRUE.
007060     MOVE 0 TO ALERT-DISP-DATE.
007070     MOVE 0 TO ALERT-DISP-TIME.
007080     MOVE 1 TO ALERT-PRIORITY.
007090     SET ALERT-UNACKED TO TRUE.
007100     MOVE 0 TO ALERT-ACK-DATE.
007110     MOVE 0 TO ALERT-ACK-TIME.
007120     MOVE SPACES TO ALERT-ACK-BY.
007130     MOVE 0 TO ALERT-UNACK-CYCLES.
007140     WRITE ALERT-RECORD.
007150     CLOSE ALERTFILE.
007160 4200-WRITE-WARNING-EXIT.
007170     EXIT.
007180*
007190 5000-PRINT-REPORT.
007200     MOVE WS-CHAIN-DATE TO WS-HDR-DATE.
007210     WRITE HIST-LINE FROM WS-HDR-LINE-1.
007220     WRITE HIST-LINE FROM WS-HDR-LINE-2.
007230     PERFORM 5100-PRINT-ONE-STEP
007240         THRU 5100-PRINT-ONE-STEP-EXIT
007250         VARYING WS-STEP-SUB FROM 1 BY 1
007260         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
007270*
007280     MOVE "STEP RECORDS ADDED TO RUNHIST" TO WS-TOT-LABEL.
007290     MOVE WS-WRITTEN-COUNT              TO WS-TOT-VALUE.
007300     WRITE HIST-LINE FROM WS-TOT-LINE.
007310     MOVE "ALREADY ON RUNHIST"          TO WS-TOT-LABEL.
007320     MOVE WS-DUP-COUNT                  TO WS-TOT-VALUE.
007330     WRITE HIST-LINE FROM WS-TOT-LINE.
007340*
007350     MOVE "CHAIN START"                 TO WS-TL-LABEL.
007360     MOVE WS-CHAIN-START-CS             TO WS-CS-WORK.
007370     PERFORM 5200-PRINT-TIME-LINE
007380         THRU 5200-PRINT-TIME-LINE-EXIT.
007390     MOVE "CHAIN END"                   TO WS-TL-LABEL.
007400     MOVE WS-CHAIN-END-CS               TO WS-CS-WORK.
007410     PERFORM 5200-PRINT-TIME-LINE
007420         THRU 5200-PRINT-TIME-LINE-EXIT.
007430     MOVE "CHAIN ELAPSED SECONDS"       TO WS-TOT-LABEL.
007440     COMPUTE WS-TOT-VALUE = WS-CHAIN-ELAPSED / 100.
007450     WRITE HIST-LINE FROM WS-TOT-LINE.
007460     MOVE "RAW FEED RECORDS TODAY"      TO WS-TOT-LABEL.
007470     MOVE WS-VOLUME                     TO WS-TOT-VALUE.
007480     WRITE HIST-LINE FROM WS-TOT-LINE.
007490     MOVE "TRAILING RUN DAYS USED"      TO WS-TOT-LABEL.
007500     MOVE WS-TRAIL-DAYS-USED            TO WS-TOT-VALUE.
007510     WRITE HIST-LINE FROM WS-TOT-LINE.
007520     MOVE "TRAILING AVERAGE RECORDS"    TO WS-TOT-LABEL.
007530     MOVE WS-TRAIL-AVG                  TO WS-TOT-VALUE.
007540     WRITE HIST-LINE FROM WS-TOT-LINE.
007550     MOVE "GROWTH PER RUN DAY"          TO WS-SGN-LABEL.
007560     MOVE WS-GROWTH                     TO WS-SGN-VALUE.
007570     WRITE HIST-LINE FROM WS-SGN-LINE.
007580     MOVE "HORIZON DAYS"                TO WS-TOT-LABEL.
007590     MOVE WS-HORIZON-DAYS               TO WS-TOT-VALUE.
007600     WRITE HIST-LINE FROM WS-TOT-LINE.
007610     MOVE "PROJECTED RAW FEED RECORDS"  TO WS-TOT-LABEL.
007620     MOVE WS-PROJ-VOLUME                TO WS-TOT-VALUE.
007630     WRITE HIST-LINE FROM WS-TOT-LINE.
007640     MOVE "PROJECTED ELAPSED SECONDS"   TO WS-TOT-LABEL.
007650     COMPUTE WS-TOT-VALUE = WS-PROJ-ELAPSED / 100.
007660     WRITE HIST-LINE FROM WS-TOT-LINE.
007670     MOVE "PROJECTED CHAIN END"         TO WS-TL-LABEL.
007680     MOVE WS-PROJ-END                   TO WS-CS-WORK.
007690     PERFORM 5200-PRINT-TIME-LINE
007700         THRU 5200-PRINT-TIME-LINE-EXIT.
007710*
007720     IF NOT WS-WINDOW-GIVEN
007730         MOVE "NO WINDOW END GIVEN - NO PROJECTION CHECK MADE"
007740             TO WS-MSG-TEXT
007750         WRITE HIST-LINE FROM WS-MSG-LINE
007760         GO TO 5000-PRINT-REPORT-EXIT
007770     END-IF.
007780     MOVE "WINDOW END"                  TO WS-TL-LABEL.
007790     MOVE WS-WINDOW-CS                  TO WS-CS-WORK.
007800     PERFORM 5200-PRINT-TIME-LINE
007810         THRU 5200-PRINT-TIME-LINE-EXIT.
007820     IF WS-BREACH-ACTUAL
007830         MOVE "** CHAIN ENDED PAST THE WINDOW - WARNING QUEUED"
007840             TO WS-MSG-TEXT
007850     ELSE
007860         IF WS-BREACH-PROJECTED
007870             MOVE "** PROJECTED PAST THE WINDOW - WARNING QUEUED"
007880                 TO WS-MSG-TEXT
007890         ELSE
007900             MOVE "PROJECTED TO END WITHIN THE WINDOW"
007910                 TO WS-MSG-TEXT
007920         END-IF
007930     END-IF.
007940     WRITE HIST-LINE FROM WS-MSG-LINE.
007950 5000-PRINT-REPORT-EXIT.
007960     EXIT.
007970*
007980 5100-PRINT-ONE-STEP.
007990     MOVE WS-ST-START (WS-STEP-SUB) TO WS-EL-START.
008000     MOVE WS-ST-END (WS-STEP-SUB)   TO WS-EL-END.
008010     PERFORM 8200-ELAPSED
008020         THRU 8200-ELAPSED-EXIT.
008030     MOVE WS-ST-PROGRAM (WS-STEP-SUB) TO WS-DTL-PROGRAM.
008040     MOVE WS-ST-START-TIME (WS-STEP-SUB) TO WS-TW-TIME.
008050     MOVE WS-TW-HH TO WS-DTL-START-HH.
008060     MOVE WS-TW-MM TO WS-DTL-START-MM.
008070     MOVE WS-TW-SS TO WS-DTL-START-SS.
008080     MOVE WS-ST-END-TIME (WS-STEP-SUB) TO WS-TW-TIME.
008090     MOVE WS-TW-HH TO WS-DTL-END-HH.
008100     MOVE WS-TW-MM TO WS-DTL-END-MM.
008110     MOVE WS-TW-SS TO WS-DTL-END-SS.
008120     COMPUTE WS-DTL-ELAPSED = WS-EL-CS / 100.
008130     MOVE WS-ST-RECORDS (WS-STEP-SUB) TO WS-DTL-RECORDS.
008140     MOVE WS-ST-RC (WS-STEP-SUB)      TO WS-DTL-RC.
008150     IF WS-ST-DUP (WS-STEP-SUB) = "Y"
008160         MOVE "ALREADY ON FILE" TO WS-DTL-FLAG
008170     ELSE
008180         MOVE SPACES TO WS-DTL-FLAG
008190     END-IF.
008200     WRITE HIST-LINE FROM WS-DTL-LINE.
008210 5100-PRINT-ONE-STEP-EXIT.
008220     EXIT.
008230*
008240 5200-PRINT-TIME-LINE.
008250     PERFORM 8100-CS-TO-HHMM
008260         THRU 8100-CS-TO-HHMM-EXIT.
008270     MOVE WS-HM-HH TO WS-TL-HH.
008280     MOVE WS-HM-MM TO WS-TL-MM.
008290     WRITE HIST-LINE FROM WS-TIME-LINE.
008300 5200-PRINT-TIME-LINE-EXIT.
008310     EXIT.
008320*
008330 8000-TIME-TO-CS.
008340     COMPUTE WS-TW-CS = WS-TW-HH * 360000
008350         + WS-TW-MM * 6000
008360         + WS-TW-SS * 100
008370         + WS-TW-CC.
008380 8000-TIME-TO-CS-EXIT.
008390     EXIT.
008400*
008410 8100-CS-TO-HHMM.
008420     DIVIDE WS-CS-WORK BY WS-DAY-CS
008430         GIVING WS-CS-DAYS REMAINDER WS-CS-REM.
008440     DIVIDE WS-CS-REM BY 360000
008450         GIVING WS-HM-HH REMAINDER WS-CS-REM2.
008460     DIVIDE WS-CS-REM2 BY 6000
008470         GIVING WS-HM-MM.
008480 8100-CS-TO-HHMM-EXIT.
008490     EXIT.
008500*
008510 8200-ELAPSED.
008520*
008530*    A STEP THAT ENDS ON A LATER DATE THAN IT STARTED CROSSED
008540*    MIDNIGHT; NO STEP OF THE CHAIN RUNS FOR A DAY OR MORE.
008550*
008560     MOVE WS-EL-START-TIME TO WS-TW-TIME.
008570     PERFORM 8000-TIME-TO-CS
008580         THRU 8000-TIME-TO-CS-EXIT.
008590     MOVE WS-TW-CS TO WS-EL-START-CS.
008600     MOVE WS-EL-END-TIME TO WS-TW-TIME.
008610     PERFORM 8000-TIME-TO-CS
008620         THRU 8000-TIME-TO-CS-EXIT.
008630     MOVE WS-TW-CS TO WS-EL-END-CS.
008640     IF WS-EL-END-DATE > WS-EL-START-DATE
008650         ADD WS-DAY-CS TO WS-EL-END-CS
008660     END-IF.
008670     IF WS-EL-END-CS > WS-EL-START-CS
008680         COMPUTE WS-EL-CS = WS-EL-END-CS - WS-EL-START-CS
008690     ELSE
008700         MOVE 0 TO WS-EL-CS
008710     END-IF.
008720 8200-ELAPSED-EXIT.
008730     EXIT.
008740*
008750 9000-TERMINATE.
008760     CLOSE HISTRPT.
008770     DISPLAY "WINHIST: CHAIN DATE " WS-CHAIN-DATE ", "
008780         WS-WRITTEN-COUNT " STEP RECORDS ADDED, "
008790         WS-DUP-COUNT " ALREADY ON RUNHIST".
008800 9000-TERMINATE-EXIT.
008810     EXIT.
