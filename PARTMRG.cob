000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     PARTMRG.
000030 AUTHOR.         J W MERCER.
000040 INSTALLATION.   DAILY PROCESSING - BRANCH ACCOUNTING.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.  10/15/26.
000070*-----------------------------------------------------------*
000080* MOD-LOG                                                   *
000090* DATE       INIT  DESCRIPTION                              *
000100* 10/15/26   JWM   ORIGINAL VERSION.  PARTITION MERGE FOR   *
000110*                  THE REGION-PARTITIONED DAILY UPDATE.     *
000120*                  EACH PARTITION (BUGSOLN WITH THE         *
000130*                  PARTITION NUMBER ON ITS PARMFILE CARD)   *
000140*                  APPLIES ONLY THE BRANCHES ROUTEFILE      *
000150*                  SENDS TO ITS REGION EXTRACT AND STAGES   *
000160*                  ITS RESULTS AND CONTROLS ON ITS OWN      *
000170*                  DATASETS.  THIS STEP CHECKS EACH         *
000180*                  PARTITION'S CONTROLS -- COMPLETED, NO    *
000190*                  LEDGER WRITE FAILURE, NO OVERFLOW, SAME  *
000200*                  FEED AS TODAY'S CNTRFILE,                *
000210*                  STAGED FILE AGREEING WITH ITS PUBLISHED  *
000220*                  COUNT AND HASH -- AND COPIES THE         *
000230*                  PARTITIONS THAT PASS INTO THE ONE        *
000240*                  OUTFILE GENERATION, WRITING ONE SET OF   *
000250*                  BUGSOLN CONTROLS FOR DAYBAL.  A          *
000260*                  PARTITION THAT FAILS IS HELD ALONE: ITS  *
000270*                  FEED SHARE IS COUNTED AS PARTITION HELD, *
000280*                  A CRITICAL ALERT IS QUEUED AND THE STEP  *
000290*                  ENDS RC 4 WHILE THE OTHER REGIONS        *
000300*                  PUBLISH.  AN "R" CARD ON MRGPARM         *
000310*                  RELEASES THE PARTITIONS IT NAMES ONCE    *
000320*                  REVIEWED (PARTREL).                      *
000330*-----------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT MRGPARM ASSIGN TO MRGPARM
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-MRGPARM-STATUS.
000430*
000440     SELECT ROUTEFILE ASSIGN TO ROUTEFILE
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-ROUTEFILE-STATUS.
000470*
000480     SELECT CNTRFILE ASSIGN TO CNTRFILE
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-CNTRFILE-STATUS.
000510*
000520     SELECT PRUNCTL ASSIGN TO PRUNCTL
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-PRUNCTL-STATUS.
000550*
000560     SELECT PARTOUT1 ASSIGN TO PARTOUT1
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-PARTOUT1-STATUS.
000590*
000600     SELECT PARTOUT2 ASSIGN TO PARTOUT2
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-PARTOUT2-STATUS.
000630*
000640     SELECT PARTOUT3 ASSIGN TO PARTOUT3
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-PARTOUT3-STATUS.
000670*
000680     SELECT PARTOUT4 ASSIGN TO PARTOUT4
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-PARTOUT4-STATUS.
000710*
000720     SELECT OUTFILE ASSIGN TO OUTFILE
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-OUTFILE-STATUS.
000750*
000760     SELECT RUNCTL ASSIGN TO RUNCTL
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-RUNCTL-STATUS.
000790*
000800     SELECT ALERTFILE ASSIGN TO ALERTFILE
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-ALERTFILE-STATUS.
000830*
000840     SELECT MRGRPT ASSIGN TO MRGRPT
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-MRGRPT-STATUS.
000870*
000880     SELECT STEPLOG ASSIGN TO STEPLOG
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-STEPLOG-STATUS.
000910 DATA DIVISION.
000920 FILE SECTION.
000930*
000940*    OPTIONAL CONTROL CARD.  COLUMN 1 BLANK IS THE DAILY MERGE
000950*    OF ALL FOUR PARTITIONS; "R" IS A RELEASE RUN OF ONLY THE
000960*    PARTITIONS NAMED IN COLUMNS 2-5.  COLUMNS 6-13 NAME THE
000970*    RUN DATE OF THE PARTITION CONTROLS TO MERGE (BLANK OR
000980*    ZERO = ANY DATE FROM THE CHAIN DATE THROUGH TODAY).
000990*
001000 FD  MRGPARM
001010     LABEL RECORDS ARE STANDARD.
001020 01  MRGPARM-RECORD.
001030     05  MRGP-RUN-MODE           PIC X(01).
001040         88  MRGP-DAILY-MERGE         VALUE " ".
001050         88  MRGP-RELEASE-RUN         VALUE "R".
001060     05  MRGP-PARTITION          PIC X(01) OCCURS 4 TIMES.
001070     05  MRGP-CTL-DATE           PIC 9(08).
001080     05  FILLER                  PIC X(67).
001090*
001100 FD  ROUTEFILE
001110     LABEL RECORDS ARE STANDARD.
001120 COPY ROUTEREC.
001130*
001140 FD  CNTRFILE
001150     LABEL RECORDS ARE STANDARD.
001160 COPY CNTRREC.
001170*
001180*    THE PARTITIONS' OWN RUN CONTROL FILES, CONCATENATED --
001190*    SAME LAYOUT AS RUNCREC, WITH THE PROGRAM NAME SPLIT SO
001200*    THE PARTITION NUMBER (BUGSOLN1-4) CAN BE TESTED.
001210*
001220 FD  PRUNCTL
001230     LABEL RECORDS ARE STANDARD.
001240 01  PRUNCTL-RECORD.
001250     05  PR-RUN-DATE             PIC 9(08).
001260     05  PR-PROGRAM.
001270         10  PR-PROGRAM-BASE     PIC X(07).
001280         10  PR-PROGRAM-PART     PIC X(01).
001290             88  PR-PARTITION-ROW     VALUE "1" THRU "4".
001300         10  PR-PROGRAM-PART-NO REDEFINES PR-PROGRAM-PART
001310                                 PIC 9(01).
001320     05  PR-COUNTER-NAME         PIC X(16).
001330     05  PR-COUNT                PIC 9(09).
001340     05  PR-HASH                 PIC S9(15).
001350*
001360*    EACH PARTITION'S STAGED RESULTS -- THE OUTFILE IT WROTE,
001370*    OUTREC LAYOUT.  READ INTO WS-STAGED-RESULT.
001380*
001390 FD  PARTOUT1
001400     LABEL RECORDS ARE STANDARD.
001410 01  PARTOUT1-RECORD             PIC X(54).
001420*
001430 FD  PARTOUT2
001440     LABEL RECORDS ARE STANDARD.
001450 01  PARTOUT2-RECORD             PIC X(54).
001460*
001470 FD  PARTOUT3
001480     LABEL RECORDS ARE STANDARD.
001490 01  PARTOUT3-RECORD             PIC X(54).
001500*
001510 FD  PARTOUT4
001520     LABEL RECORDS ARE STANDARD.
001530 01  PARTOUT4-RECORD             PIC X(54).
001540*
001550 FD  OUTFILE
001560     LABEL RECORDS ARE STANDARD.
001570 COPY OUTREC.
001580*
001590 FD  RUNCTL
001600     LABEL RECORDS ARE STANDARD.
001610 COPY RUNCREC.
001620*
001630 FD  ALERTFILE
001640     LABEL RECORDS ARE STANDARD.
001650 COPY ALERTREC.
001660*
001670 FD  MRGRPT
001680     LABEL RECORDS ARE STANDARD.
001690 01  MRG-LINE                    PIC X(80).
001700*
001710 FD  STEPLOG
001720     LABEL RECORDS ARE STANDARD.
001730 COPY STEPREC.
001740 WORKING-STORAGE SECTION.
001750 77  WS-RUN-DATE             PIC 9(08) VALUE 0.
001760 77  WS-CTL-DATE             PIC 9(08) VALUE 0.
001770 77  WS-STEP-START-DATE      PIC 9(08) VALUE 0.
001780 77  WS-STEP-START-TIME      PIC 9(08) VALUE 0.
001790 77  WS-PART-SUB             PIC 9(02) VALUE 0 COMP.
001800 77  WS-CARD-SUB             PIC 9(02) VALUE 0 COMP.
001810 77  WS-MAX-PARTS            PIC 9(02) VALUE 4 COMP.
001820 77  WS-ROUTE-COUNT          PIC 9(05) VALUE 0 COMP.
001830 77  WS-MAX-ROUTES           PIC 9(05) VALUE 5000 COMP.
001840 77  WS-UNROUTED-PARTITION   PIC 9(01) VALUE 1.
001850 77  WS-PART-FOUND-NO        PIC 9(01) VALUE 0.
001860 77  WS-FEED-COUNT           PIC 9(09) VALUE 0 COMP.
001870 77  WS-PRUNCTL-READ         PIC 9(09) VALUE 0 COMP.
001880 77  WS-MERGED-COUNT         PIC 9(03) VALUE 0 COMP.
001890 77  WS-HELD-COUNT           PIC 9(03) VALUE 0 COMP.
001900 77  WS-STAGE-COUNT          PIC 9(09) VALUE 0 COMP.
001910 77  WS-STAGE-HASH           PIC S9(17) COMP-3 VALUE 0.
001920 77  WS-STAGE-HASH-CTL       PIC S9(15) COMP-3 VALUE 0.
001930 77  WS-PUBLISH-COUNT        PIC 9(09) VALUE 0 COMP.
001940 77  WS-PUBLISH-HASH         PIC S9(17) COMP-3 VALUE 0.
001950 77  WS-SUM-READ             PIC 9(09) VALUE 0 COMP.
001960 77  WS-SUM-APPLIED          PIC 9(09) VALUE 0 COMP.
001970 77  WS-SUM-HELD-SKIP        PIC 9(09) VALUE 0 COMP.
001980 77  WS-SUM-UNMATCHED        PIC 9(09) VALUE 0 COMP.
001990 77  WS-SUM-STAGED           PIC 9(09) VALUE 0 COMP.
002000 77  WS-SUM-SEAM             PIC 9(09) VALUE 0 COMP.
002010 77  WS-PART-HELD-RECS       PIC 9(09) VALUE 0 COMP.
002020 77  WS-HOLD-REASON          PIC X(30) VALUE SPACES.
002030 77  WS-OVERFLOW-RC          PIC 9(04) VALUE 16.
002040 77  WS-RELEASE-SW           PIC X(01) VALUE "N".
002050     88  WS-RELEASE-RUN           VALUE "Y".
002060 77  WS-CTL-DATE-SW          PIC X(01) VALUE "N".
002070     88  WS-CTL-DATE-GIVEN        VALUE "Y".
002080 77  WS-RUN-OK-SW            PIC X(01) VALUE "Y".
002090     88  WS-RUN-OK                VALUE "Y".
002100 77  WS-STAGE-EOF-SW         PIC X(01) VALUE "N".
002110     88  WS-STAGE-EOF             VALUE "Y".
002120 77  WS-STAGE-STATUS         PIC X(02) VALUE SPACES.
002130 77  WS-HELD-RETURN-CODE     PIC 9(03) VALUE 4 COMP.
002140 77  WS-BADPARM-RETURN-CODE  PIC 9(03) VALUE 8 COMP.
002150 77  WS-NONE-RETURN-CODE     PIC 9(03) VALUE 16 COMP.
002160 77  WS-CAPACITY-SW          PIC X(01) VALUE "N".
002170     88  WS-CAPACITY-EXCEEDED     VALUE "Y".
002180 77  WS-CAPACITY-RETURN-CODE PIC 9(03) VALUE 12 COMP.
002190*
002200 01  WS-ROUTE-TABLE.
002210     05  WS-RT-ENTRY OCCURS 5000 TIMES
002220                     INDEXED BY WS-RT-IDX.
002230         10  WS-RT-BRANCH         PIC X(08).
002240         10  WS-RT-EXTRACT-NO     PIC 9(01).
002250*
002260*    ONE ENTRY PER PARTITION (REGION EXTRACT 1-4).  A SET OF
002270*    CONTROLS IS OPEN ("O") FROM ITS FEED READ ROW AND
002280*    COMPLETE ("C") AT ITS RETURN CODE ROW; A LATER SET FOR
002290*    THE SAME PARTITION (A RERUN) REPLACES AN EARLIER ONE.
002300*    RESULT IS "M" MERGED, "H" HELD, BLANK NOT IN THIS RUN.
002310*
002320 01  WS-PART-TABLE.
002330     05  WS-PT-ENTRY OCCURS 4 TIMES.
002340         10  WS-PT-IN-SCOPE       PIC X(01).
002350         10  WS-PT-SET-SW         PIC X(01).
002360         10  WS-PT-SHARE          PIC 9(09) COMP.
002370         10  WS-PT-FEED-READ      PIC 9(09) COMP.
002380         10  WS-PT-APPLIED        PIC 9(09) COMP.
002390         10  WS-PT-HELD-SKIP      PIC 9(09) COMP.
002400         10  WS-PT-UNMATCHED      PIC 9(09) COMP.
002410         10  WS-PT-OTHER          PIC 9(09) COMP.
002420         10  WS-PT-STAGED         PIC 9(09) COMP.
002430         10  WS-PT-PUBLISHED      PIC 9(09) COMP.
002440         10  WS-PT-SEAM           PIC 9(09) COMP.
002450         10  WS-PT-HASH           PIC S9(15) COMP-3.
002460         10  WS-PT-RC             PIC 9(04).
002470         10  WS-PT-LEDG-FAIL      PIC 9(09) COMP.
002480         10  WS-PT-RESULT         PIC X(01).
002490         10  WS-PT-REASON         PIC X(30).
002500*
002510*    ONE STAGED RESULT AS READ -- OUTREC LAYOUT, WITH ONLY THE
002520*    RESULT BROKEN OUT FOR THE HASH.
002530*
002540 01  WS-STAGED-RESULT.
002550     05  WS-SR-KEY               PIC X(22).
002560     05  WS-SR-RESULT            PIC S9(10).
002570     05  WS-SR-REST              PIC X(22).
002580*
002590 01  WS-FLAGS.
002600     05  WS-MRGPARM-STATUS   PIC X(02) VALUE SPACES.
002610         88  WS-MRGPARM-OK            VALUE "00".
002620     05  WS-ROUTEFILE-STATUS PIC X(02) VALUE SPACES.
002630         88  WS-ROUTEFILE-OK          VALUE "00".
002640         88  WS-ROUTEFILE-EOF         VALUE "10".
002650     05  WS-CNTRFILE-STATUS  PIC X(02) VALUE SPACES.
002660         88  WS-CNTRFILE-OK           VALUE "00".
002670         88  WS-CNTRFILE-EOF          VALUE "10".
002680     05  WS-PRUNCTL-STATUS   PIC X(02) VALUE SPACES.
002690         88  WS-PRUNCTL-OK            VALUE "00".
002700         88  WS-PRUNCTL-EOF           VALUE "10".
002710     05  WS-PARTOUT1-STATUS  PIC X(02) VALUE SPACES.
002720     05  WS-PARTOUT2-STATUS  PIC X(02) VALUE SPACES.
002730     05  WS-PARTOUT3-STATUS  PIC X(02) VALUE SPACES.
002740     05  WS-PARTOUT4-STATUS  PIC X(02) VALUE SPACES.
002750     05  WS-OUTFILE-STATUS   PIC X(02) VALUE SPACES.
002760         88  WS-OUTFILE-OK            VALUE "00".
002770     05  WS-RUNCTL-STATUS    PIC X(02) VALUE SPACES.
002780         88  WS-RUNCTL-OK             VALUE "00".
002790         88  WS-RUNCTL-EOF            VALUE "10".
002800     05  WS-ALERTFILE-STATUS PIC X(02) VALUE SPACES.
002810         88  WS-ALERTFILE-OK          VALUE "00".
002820     05  WS-MRGRPT-STATUS    PIC X(02) VALUE SPACES.
002830         88  WS-MRGRPT-OK             VALUE "00".
002840     05  WS-STEPLOG-STATUS   PIC X(02) VALUE SPACES.
002850         88  WS-STEPLOG-OK            VALUE "00".
002860*
002870 01  WS-REPORT-LINES.
002880     05  WS-HDR-LINE-1.
002890         10  FILLER              PIC X(23)
002900             VALUE "PARTITION MERGE REPORT".
002910         10  WS-HDR-RUN-TYPE     PIC X(14).
002920         10  FILLER              PIC X(14)
002930             VALUE "CONTROLS DATED".
002940         10  WS-HDR-CTL-DATE     PIC 9(08).
002950         10  FILLER              PIC X(21) VALUE SPACES.
002960     05  WS-HDR-LINE-2.
002970         10  FILLER              PIC X(02) VALUE "PT".
002980         10  FILLER              PIC X(09) VALUE "   SHARE".
002990         10  FILLER              PIC X(09) VALUE " APPLIED".
003000         10  FILLER              PIC X(09) VALUE "   SKIPS".
003010         10  FILLER              PIC X(09) VALUE "  PUBLSH".
003020         10  FILLER              PIC X(03) VALUE " RC".
003030         10  FILLER              PIC X(10) VALUE " RESULT".
003040         10  FILLER              PIC X(29) VALUE "REASON".
003050     05  WS-DTL-LINE.
003060         10  WS-DTL-PART         PIC 9(01).
003070         10  FILLER              PIC X(02) VALUE SPACES.
003080         10  WS-DTL-SHARE        PIC Z(7)9.
003090         10  FILLER              PIC X(01) VALUE SPACES.
003100         10  WS-DTL-APPLIED      PIC Z(7)9.
003110         10  FILLER              PIC X(01) VALUE SPACES.
003120         10  WS-DTL-SKIPS        PIC Z(7)9.
003130         10  FILLER              PIC X(01) VALUE SPACES.
003140         10  WS-DTL-PUBLISHED    PIC Z(7)9.
003150         10  FILLER              PIC X(01) VALUE SPACES.
003160         10  WS-DTL-RC           PIC Z9.
003170         10  FILLER              PIC X(01) VALUE SPACES.
003180         10  WS-DTL-RESULT       PIC X(08).
003190         10  FILLER              PIC X(01) VALUE SPACES.
003200         10  WS-DTL-REASON       PIC X(29).
003210     05  WS-TOT-LINE.
003220         10  FILLER              PIC X(09) VALUE "MERGED".
003230         10  WS-TOT-MERGED       PIC 9.
003240         10  FILLER              PIC X(08) VALUE "  HELD".
003250         10  WS-TOT-HELD         PIC 9.
003260         10  FILLER              PIC X(13) VALUE "  PUBLISHED".
003270         10  WS-TOT-PUBLISHED    PIC Z(8)9.
003280         10  FILLER              PIC X(16)
003290             VALUE "  HELD RECORDS".
003300         10  WS-TOT-HELD-RECS    PIC Z(8)9.
003310         10  FILLER              PIC X(14) VALUE SPACES.
003320 PROCEDURE DIVISION.
003330*
003340 0000-MAINLINE.
003350     PERFORM 1000-INITIALIZE
003360         THRU 1000-INITIALIZE-EXIT.
003370*
003380     IF NOT WS-RUN-OK
003390         MOVE WS-BADPARM-RETURN-CODE TO RETURN-CODE
003400         STOP RUN
003410     END-IF.
003420*
003430     PERFORM 2000-CHECK-ONE-PARTITION
003440         THRU 2000-CHECK-ONE-PARTITION-EXIT
003450         VARYING WS-PART-SUB FROM 1 BY 1
003460         UNTIL WS-PART-SUB > WS-MAX-PARTS.
003470*
003480     PERFORM 3000-PUBLISH
003490         THRU 3000-PUBLISH-EXIT.
003500*
003510     PERFORM 5000-WRITE-RUN-CONTROLS
003520         THRU 5000-WRITE-RUN-CONTROLS-EXIT.
003530*
003540     PERFORM 6000-PRINT-REPORT
003550         THRU 6000-PRINT-REPORT-EXIT.
003560*
003570     PERFORM 9000-TERMINATE
003580         THRU 9000-TERMINATE-EXIT.
003590*
003600*    A HELD PARTITION HOLDS ONLY ITS OWN REGION -- THE REST IS
003610*    PUBLISHED AND THE STEP ENDS RC 4 FOR REVIEW.  NOTHING
003620*    MERGED AT ALL ENDS RC 16, SO DISTRIBUTION IS BYPASSED
003630*    EXACTLY AS IT WAS FOR AN OVERFLOW OF THE SINGLE RUN.
003640*
003650     IF WS-HELD-COUNT > 0
003660         MOVE WS-HELD-RETURN-CODE TO RETURN-CODE
003670     END-IF.
003680     IF WS-CAPACITY-EXCEEDED
003690         MOVE WS-CAPACITY-RETURN-CODE TO RETURN-CODE
003700     END-IF.
003710     IF WS-MERGED-COUNT = 0
003720         MOVE WS-NONE-RETURN-CODE TO RETURN-CODE
003730     END-IF.
003740*
003750     PERFORM 9900-LOG-STEP-TIME
003760         THRU 9900-LOG-STEP-TIME-EXIT.
003770     STOP RUN.
003780*
003790*-----------------------------------------------------------*
003800* READ THE CARD, THE ROUTING TABLE, THE DAY'S FEED (DAILY    *
003810* MERGE ONLY) AND THE PARTITIONS' CONTROLS.                  *
003820*-----------------------------------------------------------*
003830 1000-INITIALIZE.
003840     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
003850     ACCEPT WS-STEP-START-TIME FROM TIME.
003860     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003870     MOVE WS-RUN-DATE TO WS-CTL-DATE.
003880     PERFORM 1020-CLEAR-ONE-PARTITION
003890         THRU 1020-CLEAR-ONE-PARTITION-EXIT
003900         VARYING WS-PART-SUB FROM 1 BY 1
003910         UNTIL WS-PART-SUB > WS-MAX-PARTS.
003920*
003930     OPEN INPUT MRGPARM.
003940     IF WS-MRGPARM-OK
003950         READ MRGPARM
003960             AT END CONTINUE
003970         END-READ
003980         IF WS-MRGPARM-OK
003990             PERFORM 1050-READ-CARD
004000                 THRU 1050-READ-CARD-EXIT
004010         END-IF
004020         CLOSE MRGPARM
004030     END-IF.
004040     IF NOT WS-RUN-OK
004050         GO TO 1000-INITIALIZE-EXIT
004060     END-IF.
004070*
004080*    THE DAILY MERGE WORKS OUT EACH PARTITION'S SHARE OF THE
004090*    FEED ITSELF, BY THE SAME ROUTING RULES THE PARTITIONS
004100*    USED, SO A PARTITION THAT NEVER FINISHED STILL HAS ITS
004110*    RECORDS ACCOUNTED FOR.  A RELEASE RUN COMES LATER, WHEN
004120*    THE FEED ON FILE MAY ALREADY BE ANOTHER DAY'S.
004130*
004140     IF NOT WS-RELEASE-RUN
004150         PERFORM 1100-COUNT-FEED
004160             THRU 1100-COUNT-FEED-EXIT
004170     END-IF.
004180     IF NOT WS-RUN-OK
004190         GO TO 1000-INITIALIZE-EXIT
004200     END-IF.
004210*
004220*    THE PARTITIONS STAMP THEIR CONTROLS WITH THEIR OWN START
004230*    DATE, WHICH IS THE NEXT DAY WHEN THE CHAIN RUNS OVER
004240*    MIDNIGHT.  UNLESS THE CARD NAMES A DATE, A SET IS TAKEN
004250*    WHEN IT IS DATED FROM THE CHAIN DATE -- THE FEED EDIT'S
004260*    RUNCTL DATE -- THROUGH TODAY.
004270*
004280     IF NOT WS-CTL-DATE-GIVEN
004290         PERFORM 1250-FIND-CHAIN-DATE
004300             THRU 1250-FIND-CHAIN-DATE-EXIT
004310     END-IF.
004320*
004330     OPEN INPUT PRUNCTL.
004340     IF WS-PRUNCTL-OK
004350         READ PRUNCTL
004360             AT END SET WS-PRUNCTL-EOF TO TRUE
004370         END-READ
004380         PERFORM 1300-LOAD-ONE-CONTROL
004390             THRU 1300-LOAD-ONE-CONTROL-EXIT
004400             UNTIL WS-PRUNCTL-EOF
004410         CLOSE PRUNCTL
004420     ELSE
004430         DISPLAY "PARTMRG: NO PARTITION CONTROLS, STATUS "
004440             WS-PRUNCTL-STATUS
004450     END-IF.
004460*
004470     OPEN EXTEND ALERTFILE.
004480     IF NOT WS-ALERTFILE-OK
004490         OPEN OUTPUT ALERTFILE
004500         CLOSE ALERTFILE
004510         OPEN EXTEND ALERTFILE
004520     END-IF.
004530     OPEN OUTPUT MRGRPT.
004540 1000-INITIALIZE-EXIT.
004550     EXIT.
004560*
004570 1020-CLEAR-ONE-PARTITION.
004580     MOVE "Y"    TO WS-PT-IN-SCOPE (WS-PART-SUB).
004590     MOVE "N"    TO WS-PT-SET-SW (WS-PART-SUB).
004600     MOVE 0      TO WS-PT-SHARE (WS-PART-SUB).
004610     PERFORM 1030-CLEAR-ONE-SET
004620         THRU 1030-CLEAR-ONE-SET-EXIT.
004630     MOVE SPACE  TO WS-PT-RESULT (WS-PART-SUB).
004640     MOVE SPACES TO WS-PT-REASON (WS-PART-SUB).
004650 1020-CLEAR-ONE-PARTITION-EXIT.
004660     EXIT.
004670*
004680 1030-CLEAR-ONE-SET.
004690     MOVE 0 TO WS-PT-FEED-READ (WS-PART-SUB).
004700     MOVE 0 TO WS-PT-APPLIED (WS-PART-SUB).
004710     MOVE 0 TO WS-PT-HELD-SKIP (WS-PART-SUB).
004720     MOVE 0 TO WS-PT-UNMATCHED (WS-PART-SUB).
004730     MOVE 0 TO WS-PT-OTHER (WS-PART-SUB).
004740     MOVE 0 TO WS-PT-STAGED (WS-PART-SUB).
004750     MOVE 0 TO WS-PT-PUBLISHED (WS-PART-SUB).
004760     MOVE 0 TO WS-PT-SEAM (WS-PART-SUB).
004770     MOVE 0 TO WS-PT-HASH (WS-PART-SUB).
004780     MOVE 0 TO WS-PT-RC (WS-PART-SUB).
004790     MOVE 0 TO WS-PT-LEDG-FAIL (WS-PART-SUB).
004800 1030-CLEAR-ONE-SET-EXIT.
004810     EXIT.
004820*
004830 1050-READ-CARD.
004840     IF MRGP-CTL-DATE NUMERIC AND MRGP-CTL-DATE > 0
004850         MOVE MRGP-CTL-DATE TO WS-CTL-DATE
004860         MOVE "Y" TO WS-CTL-DATE-SW
004870     END-IF.
004880     IF MRGP-DAILY-MERGE
004890         GO TO 1050-READ-CARD-EXIT
004900     END-IF.
004910     IF NOT MRGP-RELEASE-RUN
004920         DISPLAY "PARTMRG: INVALID RUN MODE [" MRGP-RUN-MODE
004930             "] ON MRGPARM - NOTHING MERGED"
004940         MOVE "N" TO WS-RUN-OK-SW
004950         GO TO 1050-READ-CARD-EXIT
004960     END-IF.
004970*
004980*    A RELEASE RUN TAKES ONLY THE PARTITIONS THE CARD NAMES.
004990*
005000     MOVE "Y" TO WS-RELEASE-SW.
005010     PERFORM 1060-CLEAR-ONE-SCOPE
005020         THRU 1060-CLEAR-ONE-SCOPE-EXIT
005030         VARYING WS-PART-SUB FROM 1 BY 1
005040         UNTIL WS-PART-SUB > WS-MAX-PARTS.
005050     MOVE 0 TO WS-MERGED-COUNT.
005060     PERFORM 1070-NAME-ONE-PARTITION
005070         THRU 1070-NAME-ONE-PARTITION-EXIT
005080         VARYING WS-CARD-SUB FROM 1 BY 1
005090         UNTIL WS-CARD-SUB > WS-MAX-PARTS.
005100     IF WS-MERGED-COUNT = 0
005110         DISPLAY "PARTMRG: RELEASE CARD NAMES NO PARTITION - "
005120             "NOTHING MERGED"
005130         MOVE "N" TO WS-RUN-OK-SW
005140     END-IF.
005150     MOVE 0 TO WS-MERGED-COUNT.
005160 1050-READ-CARD-EXIT.
005170     EXIT.
005180*
005190 1060-CLEAR-ONE-SCOPE.
005200     MOVE "N" TO WS-PT-IN-SCOPE (WS-PART-SUB).
005210 1060-CLEAR-ONE-SCOPE-EXIT.
005220     EXIT.
005230*
005240 1070-NAME-ONE-PARTITION.
005250     IF MRGP-PARTITION (WS-CARD-SUB) = SPACE
005260         GO TO 1070-NAME-ONE-PARTITION-EXIT
005270     END-IF.
005280     IF MRGP-PARTITION (WS-CARD-SUB) < "1"
005290         OR MRGP-PARTITION (WS-CARD-SUB) > "4"
005300         DISPLAY "PARTMRG: INVALID PARTITION ["
005310             MRGP-PARTITION (WS-CARD-SUB) "] ON MRGPARM - "
005320             "IGNORED"
005330         GO TO 1070-NAME-ONE-PARTITION-EXIT
005340     END-IF.
005350     MOVE MRGP-PARTITION (WS-CARD-SUB) TO WS-PART-FOUND-NO.
005360     MOVE WS-PART-FOUND-NO TO WS-PART-SUB.
005370     MOVE "Y" TO WS-PT-IN-SCOPE (WS-PART-SUB).
005380     ADD 1 TO WS-MERGED-COUNT.
005390 1070-NAME-ONE-PARTITION-EXIT.
005400     EXIT.
005410*
005420 1100-COUNT-FEED.
005430     OPEN INPUT ROUTEFILE.
005440     IF NOT WS-ROUTEFILE-OK
005450         DISPLAY "PARTMRG: ROUTEFILE NOT AVAILABLE, STATUS "
005460             WS-ROUTEFILE-STATUS " - NOTHING MERGED"
005470         MOVE "N" TO WS-RUN-OK-SW
005480         GO TO 1100-COUNT-FEED-EXIT
005490     END-IF.
005500     READ ROUTEFILE
005510         AT END SET WS-ROUTEFILE-EOF TO TRUE
005520     END-READ.
005530     PERFORM 1150-LOAD-ONE-ROUTE
005540         THRU 1150-LOAD-ONE-ROUTE-EXIT
005550         UNTIL WS-ROUTEFILE-EOF.
005560     CLOSE ROUTEFILE.
005570*
005580     OPEN INPUT CNTRFILE.
005590     IF NOT WS-CNTRFILE-OK
005600         DISPLAY "PARTMRG: CNTRFILE NOT AVAILABLE, STATUS "
005610             WS-CNTRFILE-STATUS " - NOTHING MERGED"
005620         MOVE "N" TO WS-RUN-OK-SW
005630         GO TO 1100-COUNT-FEED-EXIT
005640     END-IF.
005650     READ CNTRFILE
005660         AT END SET WS-CNTRFILE-EOF TO TRUE
005670     END-READ.
005680     PERFORM 1200-COUNT-ONE-RECORD
005690         THRU 1200-COUNT-ONE-RECORD-EXIT
005700         UNTIL WS-CNTRFILE-EOF.
005710     CLOSE CNTRFILE.
005720 1100-COUNT-FEED-EXIT.
005730     EXIT.
005740*
005750 1150-LOAD-ONE-ROUTE.
005760*
005770*    SAME RULES AS THE PARTITION RUN AND THE DISTRIBUTION
005780*    STEP -- A ROUTE OUTSIDE EXTRACTS 1-4 IS NO ROUTE AT ALL.
005790*
005800     IF WS-ROUTE-COUNT >= WS-MAX-ROUTES
005810         DISPLAY "PARTMRG: ROUTING TABLE FULL - "
005820             ROUTE-BRANCH-CODE " IGNORED"
005830         MOVE "Y" TO WS-CAPACITY-SW
005840         GO TO 1150-LOAD-ONE-ROUTE-READ
005850     END-IF.
005860     IF ROUTE-EXTRACT-NO NOT NUMERIC
005870         OR ROUTE-EXTRACT-NO < 1
005880         OR ROUTE-EXTRACT-NO > 4
005890         GO TO 1150-LOAD-ONE-ROUTE-READ
005900     END-IF.
005910     ADD 1 TO WS-ROUTE-COUNT.
005920     MOVE ROUTE-BRANCH-CODE TO WS-RT-BRANCH (WS-ROUTE-COUNT).
005930     MOVE ROUTE-EXTRACT-NO  TO WS-RT-EXTRACT-NO (WS-ROUTE-COUNT).
005940*
005950 1150-LOAD-ONE-ROUTE-READ.
005960     READ ROUTEFILE
005970         AT END SET WS-ROUTEFILE-EOF TO TRUE
005980     END-READ.
005990 1150-LOAD-ONE-ROUTE-EXIT.
006000     EXIT.
006010*
006020 1200-COUNT-ONE-RECORD.
006030     ADD 1 TO WS-FEED-COUNT.
006040     MOVE WS-UNROUTED-PARTITION TO WS-PART-FOUND-NO.
006050     SET WS-RT-IDX TO 1.
006060     SEARCH WS-RT-ENTRY
006070         AT END
006080             CONTINUE
006090         WHEN WS-RT-IDX > WS-ROUTE-COUNT
006100             CONTINUE
006110         WHEN WS-RT-BRANCH (WS-RT-IDX) = CNTR-BRANCH-CODE
006120             MOVE WS-RT-EXTRACT-NO (WS-RT-IDX)
006130                 TO WS-PART-FOUND-NO
006140     END-SEARCH.
006150     MOVE WS-PART-FOUND-NO TO WS-PART-SUB.
006160     ADD 1 TO WS-PT-SHARE (WS-PART-SUB).
006170     READ CNTRFILE
006180         AT END SET WS-CNTRFILE-EOF TO TRUE
006190     END-READ.
006200 1200-COUNT-ONE-RECORD-EXIT.
006210     EXIT.
006220*
006230*-----------------------------------------------------------*
006240* THE CHAIN DATE IS THE DATE ON THE FEED EDIT'S CONTROLS.    *
006250*-----------------------------------------------------------*
006260 1250-FIND-CHAIN-DATE.
006270     OPEN INPUT RUNCTL.
006280     IF NOT WS-RUNCTL-OK
006290         DISPLAY "PARTMRG: NO CHAIN CONTROLS ON RUNCTL, STATUS "
006300             WS-RUNCTL-STATUS " - TODAY'S DATE USED"
006310         GO TO 1250-FIND-CHAIN-DATE-EXIT
006320     END-IF.
006330     READ RUNCTL
006340         AT END SET WS-RUNCTL-EOF TO TRUE
006350     END-READ.
006360     PERFORM 1260-CHECK-ONE-CHAIN-ROW
006370         THRU 1260-CHECK-ONE-CHAIN-ROW-EXIT
006380         UNTIL WS-RUNCTL-EOF.
006390     CLOSE RUNCTL.
006400 1250-FIND-CHAIN-DATE-EXIT.
006410     EXIT.
006420*
006430 1260-CHECK-ONE-CHAIN-ROW.
006440     IF RUNC-PROGRAM = "CNTREDIT"
006450         MOVE RUNC-RUN-DATE TO WS-CTL-DATE
006460     END-IF.
006470     READ RUNCTL
006480         AT END SET WS-RUNCTL-EOF TO TRUE
006490     END-READ.
006500 1260-CHECK-ONE-CHAIN-ROW-EXIT.
006510     EXIT.
006520*
006530 1300-LOAD-ONE-CONTROL.
006540     ADD 1 TO WS-PRUNCTL-READ.
006550     IF PR-PROGRAM-BASE NOT = "BUGSOLN"
006560         OR NOT PR-PARTITION-ROW
006570         GO TO 1300-LOAD-ONE-CONTROL-READ
006580     END-IF.
006590     IF WS-CTL-DATE-GIVEN
006600         AND PR-RUN-DATE NOT = WS-CTL-DATE
006610         GO TO 1300-LOAD-ONE-CONTROL-READ
006620     END-IF.
006630     IF PR-RUN-DATE < WS-CTL-DATE
006640         OR PR-RUN-DATE > WS-RUN-DATE
006650         GO TO 1300-LOAD-ONE-CONTROL-READ
006660     END-IF.
006670     MOVE PR-PROGRAM-PART-NO TO WS-PART-SUB.
006680*
006690*    FEED READ IS THE FIRST ROW OF A SET.  A ROW WITH NO SET
006700*    OPEN BELONGS TO A RUN WHOSE START WAS NEVER WRITTEN AND
006710*    IS PASSED OVER.
006720*
006730     IF PR-COUNTER-NAME = "FEED READ"
006740         PERFORM 1030-CLEAR-ONE-SET
006750             THRU 1030-CLEAR-ONE-SET-EXIT
006760         MOVE "O" TO WS-PT-SET-SW (WS-PART-SUB)
006770         MOVE PR-COUNT TO WS-PT-FEED-READ (WS-PART-SUB)
006780         GO TO 1300-LOAD-ONE-CONTROL-READ
006790     END-IF.
006800     IF WS-PT-SET-SW (WS-PART-SUB) NOT = "O"
006810         GO TO 1300-LOAD-ONE-CONTROL-READ
006820     END-IF.
006830     IF PR-COUNTER-NAME = "APPLIED"
006840         MOVE PR-COUNT TO WS-PT-APPLIED (WS-PART-SUB)
006850     END-IF.
006860     IF PR-COUNTER-NAME = "HELD SKIPPED"
006870         MOVE PR-COUNT TO WS-PT-HELD-SKIP (WS-PART-SUB)
006880     END-IF.
006890     IF PR-COUNTER-NAME = "UNMATCHED"
006900         MOVE PR-COUNT TO WS-PT-UNMATCHED (WS-PART-SUB)
006910     END-IF.
006920     IF PR-COUNTER-NAME = "OTHER PARTITION"
006930         MOVE PR-COUNT TO WS-PT-OTHER (WS-PART-SUB)
006940     END-IF.
006950     IF PR-COUNTER-NAME = "STAGED READ"
006960         MOVE PR-COUNT TO WS-PT-STAGED (WS-PART-SUB)
006970     END-IF.
006980     IF PR-COUNTER-NAME = "PUBLISHED"
006990         MOVE PR-COUNT TO WS-PT-PUBLISHED (WS-PART-SUB)
007000     END-IF.
007010     IF PR-COUNTER-NAME = "SEAM DROPPED"
007020         MOVE PR-COUNT TO WS-PT-SEAM (WS-PART-SUB)
007030     END-IF.
007040     IF PR-COUNTER-NAME = "PUBLISH HASH"
007050         MOVE PR-HASH TO WS-PT-HASH (WS-PART-SUB)
007060     END-IF.
007070     IF PR-COUNTER-NAME = "LEDGER FAILED"
007080         MOVE PR-COUNT TO WS-PT-LEDG-FAIL (WS-PART-SUB)
007090     END-IF.
007100     IF PR-COUNTER-NAME = "RETURN CODE"
007110         MOVE PR-COUNT TO WS-PT-RC (WS-PART-SUB)
007120         MOVE "C" TO WS-PT-SET-SW (WS-PART-SUB)
007130     END-IF.
007140*
007150 1300-LOAD-ONE-CONTROL-READ.
007160     READ PRUNCTL
007170         AT END SET WS-PRUNCTL-EOF TO TRUE
007180     END-READ.
007190 1300-LOAD-ONE-CONTROL-EXIT.
007200     EXIT.
007210*
007220*-----------------------------------------------------------*
007230* DECIDE EACH PARTITION: MERGE IT, OR HOLD ITS REGION.       *
007240*-----------------------------------------------------------*
007250 2000-CHECK-ONE-PARTITION.
007260     IF WS-PT-IN-SCOPE (WS-PART-SUB) NOT = "Y"
007270         GO TO 2000-CHECK-ONE-PARTITION-EXIT
007280     END-IF.
007290     IF WS-PT-SET-SW (WS-PART-SUB) NOT = "C"
007300         MOVE "DID NOT COMPLETE" TO WS-HOLD-REASON
007310         PERFORM 2900-HOLD-PARTITION
007320             THRU 2900-HOLD-PARTITION-EXIT
007330         GO TO 2000-CHECK-ONE-PARTITION-EXIT
007340     END-IF.
007350*
007360*    A LEDGER ROW THE PARTITION COULD NOT WRITE WOULD BILL AS
007370*    BACKED OUT -- THE REGION IS HELD FOR A RERUN, AND NO
007380*    RELEASE CARD OVERRIDES THIS.
007390*
007400     IF WS-PT-LEDG-FAIL (WS-PART-SUB) > 0
007410         MOVE "LEDGER NOT WRITTEN - RERUN" TO WS-HOLD-REASON
007420         PERFORM 2900-HOLD-PARTITION
007430             THRU 2900-HOLD-PARTITION-EXIT
007440         GO TO 2000-CHECK-ONE-PARTITION-EXIT
007450     END-IF.
007460*
007470*    AN OVERFLOW HOLDS THE REGION FOR REVIEW, AS IT HELD THE
007480*    WHOLE NETWORK BEFORE -- THE RELEASE RUN IS THE REVIEWED
007490*    DECISION TO PUBLISH IT.
007500*
007510     IF WS-PT-RC (WS-PART-SUB) NOT < WS-OVERFLOW-RC
007520         AND NOT WS-RELEASE-RUN
007530         MOVE "OVERFLOW - NEEDS RELEASE CARD" TO WS-HOLD-REASON
007540         PERFORM 2900-HOLD-PARTITION
007550             THRU 2900-HOLD-PARTITION-EXIT
007560         GO TO 2000-CHECK-ONE-PARTITION-EXIT
007570     END-IF.
007580     IF NOT WS-RELEASE-RUN
007590         AND WS-PT-FEED-READ (WS-PART-SUB) NOT = WS-FEED-COUNT
007600         MOVE "RAN AGAINST A DIFFERENT FEED" TO WS-HOLD-REASON
007610         PERFORM 2900-HOLD-PARTITION
007620             THRU 2900-HOLD-PARTITION-EXIT
007630         GO TO 2000-CHECK-ONE-PARTITION-EXIT
007640     END-IF.
007650*
007660*    THE STAGED FILE MUST BE THE ONE THOSE CONTROLS DESCRIBE --
007670*    SAME RECORD COUNT, SAME RESULT HASH -- OR IT IS ANOTHER
007680*    RUN'S.  NO RELEASE CARD OVERRIDES THIS.
007690*
007700     PERFORM 2100-COUNT-STAGED
007710         THRU 2100-COUNT-STAGED-EXIT.
007720     MOVE WS-STAGE-HASH TO WS-STAGE-HASH-CTL.
007730     IF WS-STAGE-COUNT NOT = WS-PT-PUBLISHED (WS-PART-SUB)
007740         OR WS-STAGE-HASH-CTL NOT = WS-PT-HASH (WS-PART-SUB)
007750         MOVE "STAGED RESULTS DO NOT AGREE" TO WS-HOLD-REASON
007760         PERFORM 2900-HOLD-PARTITION
007770             THRU 2900-HOLD-PARTITION-EXIT
007780         GO TO 2000-CHECK-ONE-PARTITION-EXIT
007790     END-IF.
007800*
007810     MOVE "M" TO WS-PT-RESULT (WS-PART-SUB).
007820     ADD 1 TO WS-MERGED-COUNT.
007830     ADD WS-PT-APPLIED (WS-PART-SUB)   TO WS-SUM-APPLIED.
007840     ADD WS-PT-HELD-SKIP (WS-PART-SUB) TO WS-SUM-HELD-SKIP.
007850     ADD WS-PT-UNMATCHED (WS-PART-SUB) TO WS-SUM-UNMATCHED.
007860     ADD WS-PT-STAGED (WS-PART-SUB)    TO WS-SUM-STAGED.
007870     ADD WS-PT-SEAM (WS-PART-SUB)      TO WS-SUM-SEAM.
007880 2000-CHECK-ONE-PARTITION-EXIT.
007890     EXIT.
007900*
007910 2100-COUNT-STAGED.
007920     MOVE 0 TO WS-STAGE-COUNT.
007930     MOVE 0 TO WS-STAGE-HASH.
007940     PERFORM 2110-OPEN-STAGED
007950         THRU 2110-OPEN-STAGED-EXIT.
007960     IF WS-STAGE-STATUS NOT = "00"
007970         DISPLAY "PARTMRG: PARTOUT" WS-PART-SUB
007980             " NOT AVAILABLE, STATUS " WS-STAGE-STATUS
007990         GO TO 2100-COUNT-STAGED-EXIT
008000     END-IF.
008010     PERFORM 2120-READ-STAGED
008020         THRU 2120-READ-STAGED-EXIT.
008030     PERFORM 2150-COUNT-ONE-STAGED
008040         THRU 2150-COUNT-ONE-STAGED-EXIT
008050         UNTIL WS-STAGE-EOF.
008060     PERFORM 2130-CLOSE-STAGED
008070         THRU 2130-CLOSE-STAGED-EXIT.
008080 2100-COUNT-STAGED-EXIT.
008090     EXIT.
008100*
008110 2110-OPEN-STAGED.
008120     MOVE "N" TO WS-STAGE-EOF-SW.
008130     IF WS-PART-SUB = 1
008140         OPEN INPUT PARTOUT1
008150         MOVE WS-PARTOUT1-STATUS TO WS-STAGE-STATUS
008160     END-IF.
008170     IF WS-PART-SUB = 2
008180         OPEN INPUT PARTOUT2
008190         MOVE WS-PARTOUT2-STATUS TO WS-STAGE-STATUS
008200     END-IF.
008210     IF WS-PART-SUB = 3
008220         OPEN INPUT PARTOUT3
008230         MOVE WS-PARTOUT3-STATUS TO WS-STAGE-STATUS
008240     END-IF.
008250     IF WS-PART-SUB = 4
008260         OPEN INPUT PARTOUT4
008270         MOVE WS-PARTOUT4-STATUS TO WS-STAGE-STATUS
008280     END-IF.
008290 2110-OPEN-STAGED-EXIT.
008300     EXIT.
008310*
008320 2120-READ-STAGED.
008330     IF WS-PART-SUB = 1
008340         READ PARTOUT1 INTO WS-STAGED-RESULT
008350             AT END MOVE "Y" TO WS-STAGE-EOF-SW
008360         END-READ
008370     END-IF.
008380     IF WS-PART-SUB = 2
008390         READ PARTOUT2 INTO WS-STAGED-RESULT
008400             AT END MOVE "Y" TO WS-STAGE-EOF-SW
008410         END-READ
008420     END-IF.
008430     IF WS-PART-SUB = 3
008440         READ PARTOUT3 INTO WS-STAGED-RESULT
008450             AT END MOVE "Y" TO WS-STAGE-EOF-SW
008460         END-READ
008470     END-IF.
008480     IF WS-PART-SUB = 4
008490         READ PARTOUT4 INTO WS-STAGED-RESULT
008500             AT END MOVE "Y" TO WS-STAGE-EOF-SW
008510         END-READ
008520     END-IF.
008530 2120-READ-STAGED-EXIT.
008540     EXIT.
008550*
008560 2130-CLOSE-STAGED.
008570     IF WS-PART-SUB = 1
008580         CLOSE PARTOUT1
008590     END-IF.
008600     IF WS-PART-SUB = 2
008610         CLOSE PARTOUT2
008620     END-IF.
008630     IF WS-PART-SUB = 3
008640         CLOSE PARTOUT3
008650     END-IF.
008660     IF WS-PART-SUB = 4
008670         CLOSE PARTOUT4
008680     END-IF.
008690 2130-CLOSE-STAGED-EXIT.
008700     EXIT.
008710*
008720 2150-COUNT-ONE-STAGED.
008730     ADD 1 TO WS-STAGE-COUNT.
008740     ADD WS-SR-RESULT TO WS-STAGE-HASH
008750         ON SIZE ERROR
008760             CONTINUE
008770     END-ADD.
008780     PERFORM 2120-READ-STAGED
008790         THRU 2120-READ-STAGED-EXIT.
008800 2150-COUNT-ONE-STAGED-EXIT.
008810     EXIT.
008820*
008830 2900-HOLD-PARTITION.
008840     MOVE "H" TO WS-PT-RESULT (WS-PART-SUB).
008850     MOVE WS-HOLD-REASON TO WS-PT-REASON (WS-PART-SUB).
008860     ADD 1 TO WS-HELD-COUNT.
008870     ADD WS-PT-SHARE (WS-PART-SUB) TO WS-PART-HELD-RECS.
008880     DISPLAY "PARTMRG: PARTITION " WS-PART-SUB " HELD - "
008890         WS-HOLD-REASON.
008900*
008910     ACCEPT ALERT-DATE FROM DATE YYYYMMDD.
008920     ACCEPT ALERT-TIME FROM TIME.
008930     MOVE SPACES TO ALERT-COUNTER-ID.
008940     MOVE WS-PART-SUB TO WS-PART-FOUND-NO.
008950     STRING "PARTITION " DELIMITED BY SIZE
008960         WS-PART-FOUND-NO DELIMITED BY SIZE
008970         INTO ALERT-COUNTER-ID
008980     END-STRING.
008990     MOVE "CRITICAL" TO ALERT-SEVERITY.
009000     MOVE SPACES TO ALERT-MESSAGE.
009010     STRING "REGION EXTRACT " DELIMITED BY SIZE
009020         WS-PART-FOUND-NO DELIMITED BY SIZE
009030         " HELD - " DELIMITED BY SIZE
009040         WS-HOLD-REASON DELIMITED BY SIZE
009050         INTO ALERT-MESSAGE
009060     END-STRING.
009070     SET ALERT-PENDING TO TRUE.
009080     MOVE 0 TO ALERT-DISP-DATE.
009090     MOVE 0 TO ALERT-DISP-TIME.
009100     MOVE 1 TO ALERT-PRIORITY.
009110     SET ALERT-UNACKED TO TRUE.
009120     MOVE 0 TO ALERT-ACK-DATE.
009130     MOVE 0 TO ALERT-ACK-TIME.
009140     MOVE SPACES TO ALERT-ACK-BY.
009150     MOVE 0 TO ALERT-UNACK-CYCLES.
009160     WRITE ALERT-RECORD.
009170 2900-HOLD-PARTITION-EXIT.
009180     EXIT.
009190*
009200*-----------------------------------------------------------*
009210* ONE OUTFILE GENERATION FROM THE MERGED PARTITIONS, IN       *
009220* PARTITION ORDER.                                           *
009230*-----------------------------------------------------------*
009240 3000-PUBLISH.
009250     OPEN OUTPUT OUTFILE.
009260     PERFORM 3100-COPY-ONE-PARTITION
009270         THRU 3100-COPY-ONE-PARTITION-EXIT
009280         VARYING WS-PART-SUB FROM 1 BY 1
009290         UNTIL WS-PART-SUB > WS-MAX-PARTS.
009300     CLOSE OUTFILE.
009310 3000-PUBLISH-EXIT.
009320     EXIT.
009330*
009340 3100-COPY-ONE-PARTITION.
009350     IF WS-PT-RESULT (WS-PART-SUB) NOT = "M"
009360         GO TO 3100-COPY-ONE-PARTITION-EXIT
009370     END-IF.
009380     PERFORM 2110-OPEN-STAGED
009390         THRU 2110-OPEN-STAGED-EXIT.
009400     PERFORM 2120-READ-STAGED
009410         THRU 2120-READ-STAGED-EXIT.
009420     PERFORM 3150-COPY-ONE-RESULT
009430         THRU 3150-COPY-ONE-RESULT-EXIT
009440         UNTIL WS-STAGE-EOF.
009450     PERFORM 2130-CLOSE-STAGED
009460         THRU 2130-CLOSE-STAGED-EXIT.
009470 3100-COPY-ONE-PARTITION-EXIT.
009480     EXIT.
009490*
009500 3150-COPY-ONE-RESULT.
009510     WRITE OUT-RECORD FROM WS-STAGED-RESULT.
009520     ADD 1 TO WS-PUBLISH-COUNT.
009530     ADD WS-SR-RESULT TO WS-PUBLISH-HASH
009540         ON SIZE ERROR
009550             CONTINUE
009560     END-ADD.
009570     PERFORM 2120-READ-STAGED
009580         THRU 2120-READ-STAGED-EXIT.
009590 3150-COPY-ONE-RESULT-EXIT.
009600     EXIT.
009610*
009620*-----------------------------------------------------------*
009630* ONE SET OF UPDATE CONTROLS FOR THE DAY-END BALANCER,        *
009640* UNDER THE UPDATE'S OWN NAME.                               *
009650*-----------------------------------------------------------*
009660 5000-WRITE-RUN-CONTROLS.
009670*
009680*    THE DAILY MERGE SPEAKS FOR THE WHOLE FEED: A HELD
009690*    PARTITION'S SHARE IS COUNTED AS PARTITION HELD, SO READ
009700*    STILL EQUALS APPLIED PLUS THE KNOWN SKIPS.  A RELEASE RUN
009710*    SPEAKS ONLY FOR THE PARTITIONS IT RELEASED.
009720*
009730     IF WS-RELEASE-RUN
009740         COMPUTE WS-SUM-READ = WS-SUM-APPLIED
009750             + WS-SUM-HELD-SKIP + WS-SUM-UNMATCHED
009760     ELSE
009770         MOVE WS-FEED-COUNT TO WS-SUM-READ
009780     END-IF.
009790     OPEN EXTEND RUNCTL.
009800     IF NOT WS-RUNCTL-OK
009810         OPEN OUTPUT RUNCTL
009820         CLOSE RUNCTL
009830         OPEN EXTEND RUNCTL
009840     END-IF.
009850     MOVE 0 TO RUNC-HASH.
009860     MOVE "FEED READ"       TO RUNC-COUNTER-NAME.
009870     MOVE WS-SUM-READ       TO RUNC-COUNT.
009880     PERFORM 5050-WRITE-ONE-CONTROL
009890         THRU 5050-WRITE-ONE-CONTROL-EXIT.
009900     MOVE "APPLIED"         TO RUNC-COUNTER-NAME.
009910     MOVE WS-SUM-APPLIED    TO RUNC-COUNT.
009920     PERFORM 5050-WRITE-ONE-CONTROL
009930         THRU 5050-WRITE-ONE-CONTROL-EXIT.
009940     MOVE "HELD SKIPPED"    TO RUNC-COUNTER-NAME.
009950     MOVE WS-SUM-HELD-SKIP  TO RUNC-COUNT.
009960     PERFORM 5050-WRITE-ONE-CONTROL
009970         THRU 5050-WRITE-ONE-CONTROL-EXIT.
009980     MOVE "UNMATCHED"       TO RUNC-COUNTER-NAME.
009990     MOVE WS-SUM-UNMATCHED  TO RUNC-COUNT.
010000     PERFORM 5050-WRITE-ONE-CONTROL
010010         THRU 5050-WRITE-ONE-CONTROL-EXIT.
010020     MOVE "PARTITION HELD"  TO RUNC-COUNTER-NAME.
010030     MOVE WS-PART-HELD-RECS TO RUNC-COUNT.
010040     PERFORM 5050-WRITE-ONE-CONTROL
010050         THRU 5050-WRITE-ONE-CONTROL-EXIT.
010060     MOVE "STAGED READ"     TO RUNC-COUNTER-NAME.
010070     MOVE WS-SUM-STAGED     TO RUNC-COUNT.
010080     PERFORM 5050-WRITE-ONE-CONTROL
010090         THRU 5050-WRITE-ONE-CONTROL-EXIT.
010100     MOVE "PUBLISHED"       TO RUNC-COUNTER-NAME.
010110     MOVE WS-PUBLISH-COUNT  TO RUNC-COUNT.
010120     PERFORM 5050-WRITE-ONE-CONTROL
010130         THRU 5050-WRITE-ONE-CONTROL-EXIT.
010140     MOVE "SEAM DROPPED"    TO RUNC-COUNTER-NAME.
010150     MOVE WS-SUM-SEAM       TO RUNC-COUNT.
010160     PERFORM 5050-WRITE-ONE-CONTROL
010170         THRU 5050-WRITE-ONE-CONTROL-EXIT.
010180     MOVE "PUBLISH HASH"    TO RUNC-COUNTER-NAME.
010190     MOVE 0                 TO RUNC-COUNT.
010200     MOVE WS-PUBLISH-HASH   TO RUNC-HASH.
010210     PERFORM 5050-WRITE-ONE-CONTROL
010220         THRU 5050-WRITE-ONE-CONTROL-EXIT.
010230     CLOSE RUNCTL.
010240 5000-WRITE-RUN-CONTROLS-EXIT.
010250     EXIT.
010260*
010270 5050-WRITE-ONE-CONTROL.
010280     MOVE WS-RUN-DATE TO RUNC-RUN-DATE.
010290     MOVE "BUGSOLN " TO RUNC-PROGRAM.
010300     WRITE RUNC-RECORD.
010310     MOVE 0 TO RUNC-HASH.
010320 5050-WRITE-ONE-CONTROL-EXIT.
010330     EXIT.
010340*
010350*-----------------------------------------------------------*
010360* MERGE REPORT -- ONE LINE PER PARTITION.                    *
010370*-----------------------------------------------------------*
010380 6000-PRINT-REPORT.
010390     IF WS-RELEASE-RUN
010400         MOVE " RELEASE RUN " TO WS-HDR-RUN-TYPE
010410     ELSE
010420         MOVE " DAILY MERGE " TO WS-HDR-RUN-TYPE
010430     END-IF.
010440     MOVE WS-CTL-DATE TO WS-HDR-CTL-DATE.
010450     WRITE MRG-LINE FROM WS-HDR-LINE-1.
010460     WRITE MRG-LINE FROM WS-HDR-LINE-2.
010470     PERFORM 6100-PRINT-ONE-PARTITION
010480         THRU 6100-PRINT-ONE-PARTITION-EXIT
010490         VARYING WS-PART-SUB FROM 1 BY 1
010500         UNTIL WS-PART-SUB > WS-MAX-PARTS.
010510     MOVE WS-MERGED-COUNT   TO WS-TOT-MERGED.
010520     MOVE WS-HELD-COUNT     TO WS-TOT-HELD.
010530     MOVE WS-PUBLISH-COUNT  TO WS-TOT-PUBLISHED.
010540     MOVE WS-PART-HELD-RECS TO WS-TOT-HELD-RECS.
010550     WRITE MRG-LINE FROM WS-TOT-LINE.
010560 6000-PRINT-REPORT-EXIT.
010570     EXIT.
010580*
010590 6100-PRINT-ONE-PARTITION.
010600     IF WS-PT-IN-SCOPE (WS-PART-SUB) NOT = "Y"
010610         GO TO 6100-PRINT-ONE-PARTITION-EXIT
010620     END-IF.
010630     MOVE WS-PART-SUB TO WS-DTL-PART.
010640     MOVE WS-PT-SHARE (WS-PART-SUB) TO WS-DTL-SHARE.
010650     MOVE WS-PT-APPLIED (WS-PART-SUB) TO WS-DTL-APPLIED.
010660     COMPUTE WS-DTL-SKIPS = WS-PT-HELD-SKIP (WS-PART-SUB)
010670         + WS-PT-UNMATCHED (WS-PART-SUB).
010680     MOVE WS-PT-PUBLISHED (WS-PART-SUB) TO WS-DTL-PUBLISHED.
010690     MOVE WS-PT-RC (WS-PART-SUB) TO WS-DTL-RC.
010700     IF WS-PT-RESULT (WS-PART-SUB) = "M"
010710         IF WS-RELEASE-RUN
010720             MOVE "RELEASED" TO WS-DTL-RESULT
010730         ELSE
010740             MOVE "MERGED" TO WS-DTL-RESULT
010750         END-IF
010760     ELSE
010770         MOVE "HELD" TO WS-DTL-RESULT
010780     END-IF.
010790     MOVE WS-PT-REASON (WS-PART-SUB) TO WS-DTL-REASON.
010800     WRITE MRG-LINE FROM WS-DTL-LINE.
010810 6100-PRINT-ONE-PARTITION-EXIT.
010820     EXIT.
010830*
010840 9000-TERMINATE.
010850     CLOSE ALERTFILE.
010860     CLOSE MRGRPT.
010870     DISPLAY "PARTMRG: " WS-MERGED-COUNT " PARTITIONS MERGED, "
010880         WS-HELD-COUNT " HELD, " WS-PUBLISH-COUNT
010890         " RESULTS PUBLISHED".
010900 9000-TERMINATE-EXIT.
010910     EXIT.
010920*
010930 9900-LOG-STEP-TIME.
010940     OPEN EXTEND STEPLOG.
010950     IF NOT WS-STEPLOG-OK
010960         OPEN OUTPUT STEPLOG
010970         CLOSE STEPLOG
010980         OPEN EXTEND STEPLOG
010990     END-IF.
011000     IF NOT WS-STEPLOG-OK
011010         DISPLAY "PARTMRG: STEPLOG NOT AVAILABLE, STATUS "
011020             WS-STEPLOG-STATUS
011030         GO TO 9900-LOG-STEP-TIME-EXIT
011040     END-IF.
011050     MOVE SPACES             TO STEP-RECORD.
011060     MOVE ZERO               TO STEP-CHAIN-DATE.
011070     MOVE "PARTMRG"          TO STEP-PROGRAM.
011080     MOVE WS-STEP-START-DATE TO STEP-START-DATE.
011090     MOVE WS-STEP-START-TIME TO STEP-START-TIME.
011100     ACCEPT STEP-END-DATE FROM DATE YYYYMMDD.
011110     ACCEPT STEP-END-TIME FROM TIME.
011120     MOVE WS-PUBLISH-COUNT   TO STEP-RECORDS.
011130     MOVE RETURN-CODE        TO STEP-RETURN-CODE.
011140     WRITE STEP-RECORD.
011150     CLOSE STEPLOG.
011160 9900-LOG-STEP-TIME-EXIT.
011170     EXIT.
