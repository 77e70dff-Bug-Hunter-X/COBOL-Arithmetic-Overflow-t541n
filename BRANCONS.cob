000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     BRANCONS.
000030 AUTHOR.         J W MERCER.
000040 INSTALLATION.   DAILY PROCESSING - BRANCH ACCOUNTING.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.  10/15/26.
000070*-----------------------------------------------------------*
000080* MOD-LOG                                                   *
000090* DATE       INIT  DESCRIPTION                              *
000100* 10/15/26   JWM   ORIGINAL VERSION.  BRANCH CONSOLIDATION  *
000110*                  FOR THE ACQUIRED NETWORKS, DRIVEN BY     *
000120*                  MERGE CHANGES ("M") ON THE PENDING       *
000130*                  CHANGE FILE (PENDFILE) -- KEYED BY ONE   *
000140*                  OPERATOR AND APPROVED BY ANOTHER THROUGH *
000150*                  PNDCHG -- EACH GIVING THE OLD BRANCH,    *
000160*                  THE SURVIVING BRANCH AND THE EFFECTIVE   *
000170*                  BUSINESS DATE.  A MERGE APPROVED AHEAD   *
000180*                  OF ITS DATE WAITS FOR THE FIRST RUN ON   *
000190*                  OR AFTER IT.  EACH CATEGORY COUNTER OF   *
000200*                  THE OLD BRANCH IS ADDED INTO THE         *
000210*                  SURVIVOR'S ON SEQFILE; A CATEGORY THE    *
000220*                  SURVIVOR DOES NOT RUN IS CREATED ON      *
000230*                  BCATFILE FROM THE OLD BRANCH'S ROW.  A   *
000240*                  COMBINED VALUE OVER THE SURVIVOR'S       *
000250*                  CTYPEFILE CEILING REFUSES THE WHOLE      *
000260*                  MERGE BEFORE ANYTHING CHANGES, AND A     *
000270*                  SEQFILE UPDATE THAT FAILS STOPS IT       *
000280*                  BEFORE THE BRANCH TABLES, CHGLOG OR      *
000290*                  ALIASFILE ARE TOUCHED.  THE OLD BRANCH   *
000300*                  IS CLOSED, ITS ROUTEFILE REGION CARRIED  *
000310*                  TO A SURVIVOR WITH NONE, AN ALIAS RECORD *
000320*                  (ALIASFILE) LETS THE FEED EDIT RE-KEY    *
000330*                  LATE ACTIVITY TO THE SURVIVOR, AND THE   *
000340*                  MERGE IS LOGGED ON CHGLOG UNDER ITS      *
000350*                  CHANGE NUMBER.  A SURVIVOR NOT YET ON    *
000360*                  BRANFILE IS A RE-CODE -- IT IS ADDED AS  *
000370*                  A COPY OF THE OLD BRANCH.  EACH MERGE    *
000380*                  TAKEN IS MARKED APPLIED OR REFUSED ON    *
000390*                  PENDFILE.  BRANFILE, BCATFILE AND        *
000400*                  ROUTEFILE ARE REWRITTEN TO BRANOUT,      *
000410*                  BCATOUT AND ROUTEOUT FOR THE COPY-BACK   *
000420*                  STEPS.  RC 8 WHEN ANY MERGE WAS REFUSED, *
000430*                  WHEN SEQFILE, CHGLOG OR ALIASFILE WILL   *
000440*                  NOT OPEN (NOTHING IS TAKEN), OR WHEN A   *
000450*                  CHGLOG OR ALIASFILE WRITE FAILS (NO      *
000460*                  FURTHER MERGE IS TAKEN); RC 12 WHEN A    *
000470*                  TABLE FILLS.                             *
000480* 10/15/26   JWM   A TABLE THAT FILLS PART-WAY THROUGH THE  *
000490*                  RUN REFUSES ONLY THE MERGE THAT WOULD    *
000500*                  OVERFILL IT (RC 8) -- THE ROUTING TABLE  *
000510*                  IS CHECKED BEFORE ANY COUNTER MOVES.  A  *
000520*                  SEQFILE UPDATE THAT FAILS AFTER SOME     *
000530*                  CATEGORIES HAVE MOVED LOGS THOSE ON      *
000540*                  CHGLOG, TAKES NO FURTHER MERGE AND ENDS  *
000550*                  RC 16 FOR A HAND FIX; THE COPY-BACKS     *
000560*                  STILL RUN.                               *
000570*-----------------------------------------------------------*
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER.   IBM-370.
000610 OBJECT-COMPUTER.   IBM-370.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT PENDFILE ASSIGN TO PENDFILE
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS PEND-CHANGE-NO
000680         FILE STATUS IS WS-PENDFILE-STATUS.
000690*
000700     SELECT BRANFILE ASSIGN TO BRANFILE
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-BRANFILE-STATUS.
000730*
000740     SELECT BRANOUT ASSIGN TO BRANOUT
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-BRANOUT-STATUS.
000770*
000780     SELECT BCATFILE ASSIGN TO BCATFILE
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-BCATFILE-STATUS.
000810*
000820     SELECT BCATOUT ASSIGN TO BCATOUT
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-BCATOUT-STATUS.
000850*
000860     SELECT ROUTEFILE ASSIGN TO ROUTEFILE
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-ROUTEFILE-STATUS.
000890*
000900     SELECT ROUTEOUT ASSIGN TO ROUTEOUT
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-ROUTEOUT-STATUS.
000930*
000940     SELECT CTYPEFILE ASSIGN TO CTYPEFILE
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-CTYPEFILE-STATUS.
000970*
000980     SELECT SEQFILE ASSIGN TO SEQFILE
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS SEQ-COUNTER-ID
001020         FILE STATUS IS WS-SEQFILE-STATUS.
001030*
001040     SELECT CHGLOG ASSIGN TO CHGLOG
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS WS-CHGLOG-STATUS.
001070*
001080     SELECT ALIASFILE ASSIGN TO ALIASFILE
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS WS-ALIASFILE-STATUS.
001110 DATA DIVISION.
001120 FILE SECTION.
001130 FD  PENDFILE
001140     LABEL RECORDS ARE STANDARD.
001150 COPY PENDREC.
001160*
001170 FD  BRANFILE
001180     LABEL RECORDS ARE STANDARD.
001190 COPY BRANREC.
001200*
001210 FD  BRANOUT
001220     LABEL RECORDS ARE STANDARD.
001230 01  BRANOUT-RECORD.
001240     05  BRO-BRANCH-CODE         PIC X(08).
001250     05  BRO-BRANCH-NAME         PIC X(20).
001260     05  BRO-COUNTER-TYPE        PIC X(04).
001270     05  BRO-STATUS              PIC X(01).
001280*
001290 FD  BCATFILE
001300     LABEL RECORDS ARE STANDARD.
001310 COPY BCATREC.
001320*
001330 FD  BCATOUT
001340     LABEL RECORDS ARE STANDARD.
001350 01  BCATOUT-RECORD.
001360     05  BCO-BRANCH-CODE         PIC X(08).
001370     05  BCO-CATEGORY            PIC X(04).
001380     05  BCO-COUNTER-TYPE        PIC X(04).
001390*
001400 FD  ROUTEFILE
001410     LABEL RECORDS ARE STANDARD.
001420 COPY ROUTEREC.
001430*
001440 FD  ROUTEOUT
001450     LABEL RECORDS ARE STANDARD.
001460 01  ROUTEOUT-RECORD.
001470     05  RTO-BRANCH-CODE         PIC X(08).
001480     05  RTO-REGION-NAME         PIC X(08).
001490     05  RTO-EXTRACT-NO          PIC 9(01).
001500*
001510 FD  CTYPEFILE
001520     LABEL RECORDS ARE STANDARD.
001530 COPY CTYPEREC.
001540*
001550 FD  SEQFILE
001560     LABEL RECORDS ARE STANDARD.
001570 COPY SEQREC.
001580*
001590 FD  CHGLOG
001600     LABEL RECORDS ARE STANDARD.
001610 COPY CHGREC.
001620*
001630 FD  ALIASFILE
001640     LABEL RECORDS ARE STANDARD.
001650 COPY ALIASREC.
001660 WORKING-STORAGE SECTION.
001670 77  WS-BRANCH-COUNT         PIC 9(05) VALUE 0 COMP.
001680 77  WS-MAX-BRANCHES         PIC 9(05) VALUE 5000 COMP.
001690 77  WS-BCAT-COUNT           PIC 9(05) VALUE 0 COMP.
001700 77  WS-MAX-BCATS            PIC 9(05) VALUE 20000 COMP.
001710 77  WS-ROUTE-COUNT          PIC 9(05) VALUE 0 COMP.
001720 77  WS-MAX-ROUTES           PIC 9(05) VALUE 5000 COMP.
001730 77  WS-CTYPE-COUNT          PIC 9(03) VALUE 0 COMP.
001740 77  WS-MAX-CTYPES           PIC 9(03) VALUE 100 COMP.
001750 77  WS-MC-COUNT             PIC 9(03) VALUE 0 COMP.
001760 77  WS-MAX-MCS              PIC 9(03) VALUE 500 COMP.
001770 77  WS-NEW-BCAT-COUNT       PIC 9(03) VALUE 0 COMP.
001780 77  WS-TAKEN-COUNT          PIC 9(05) VALUE 0 COMP.
001790 77  WS-ACCEPT-COUNT         PIC 9(05) VALUE 0 COMP.
001800 77  WS-REFUSE-COUNT         PIC 9(05) VALUE 0 COMP.
001810 77  WS-COMBINE-COUNT        PIC 9(05) VALUE 0 COMP.
001820 77  WS-CREATE-COUNT         PIC 9(05) VALUE 0 COMP.
001830 77  WS-ERROR-RETURN-CODE    PIC 9(03) VALUE 8 COMP.
001840 77  WS-SEVERE-RETURN-CODE   PIC 9(03) VALUE 16 COMP.
001850 77  WS-CAPACITY-SW          PIC X(01) VALUE "N".
001860     88  WS-CAPACITY-EXCEEDED     VALUE "Y".
001870 77  WS-CAPACITY-RETURN-CODE PIC 9(03) VALUE 12 COMP.
001880 77  WS-BRANCH-SUB           PIC 9(05) VALUE 0 COMP.
001890 77  WS-OLD-SUB              PIC 9(05) VALUE 0 COMP.
001900 77  WS-SURV-SUB             PIC 9(05) VALUE 0 COMP.
001910 77  WS-BCAT-SUB             PIC 9(05) VALUE 0 COMP.
001920 77  WS-SCAN-SUB             PIC 9(05) VALUE 0 COMP.
001930 77  WS-FOUND-SUB            PIC 9(05) VALUE 0 COMP.
001940 77  WS-ROUTE-SUB            PIC 9(05) VALUE 0 COMP.
001950 77  WS-OLD-ROUTE-SUB        PIC 9(05) VALUE 0 COMP.
001960 77  WS-SURV-ROUTE-SUB       PIC 9(05) VALUE 0 COMP.
001970 77  WS-MC-SUB               PIC 9(03) VALUE 0 COMP.
001980 77  WS-CEILING-SUB          PIC 9(02) COMP.
001990 77  WS-CEILING-WORK         PIC S9(11) COMP-3 VALUE 0.
002000 77  WS-DEFAULT-DIGITS       PIC 9(02) VALUE 5.
002010 77  WS-DIGITS               PIC 9(02) VALUE 0.
002020 77  WS-TYPE-WORK            PIC X(04) VALUE SPACES.
002030 77  WS-SEARCH-BRANCH        PIC X(08) VALUE SPACES.
002040 77  WS-SEARCH-CATEGORY      PIC X(04) VALUE SPACES.
002050 77  WS-RUN-DATE             PIC 9(08) VALUE 0.
002060 77  WS-RUN-TIME             PIC 9(08) VALUE 0.
002070 77  WS-REFUSE-BEFORE        PIC 9(05) VALUE 0 COMP.
002080 77  WS-RECODE-SW            PIC X(01) VALUE "N".
002090     88  WS-RECODE                VALUE "Y".
002100 77  WS-WAIT-COUNT           PIC 9(05) VALUE 0 COMP.
002110 77  WS-MC-DONE-COUNT        PIC 9(03) VALUE 0 COMP.
002120 77  WS-PENDING-END-SW       PIC X(01) VALUE "N".
002130     88  WS-NO-MORE-CHANGES       VALUE "Y".
002140 77  WS-LOG-FAIL-SW          PIC X(01) VALUE "N".
002150     88  WS-LOG-FAILED            VALUE "Y".
002160 77  WS-PART-APPLIED-SW      PIC X(01) VALUE "N".
002170     88  WS-MERGE-PART-APPLIED    VALUE "Y".
002180*
002190 01  WS-CTYPE-TABLE.
002200     05  WS-CT-ENTRY OCCURS 100 TIMES
002210                     INDEXED BY WS-CT-IDX.
002220         10  WS-CT-CODE           PIC X(04).
002230         10  WS-CT-DIGITS         PIC 9(02).
002240*
002250 01  WS-BRANCH-TABLE.
002260     05  WS-BR-ENTRY OCCURS 5000 TIMES.
002270         10  WS-BR-CODE           PIC X(08).
002280         10  WS-BR-NAME           PIC X(20).
002290         10  WS-BR-TYPE           PIC X(04).
002300         10  WS-BR-STATUS         PIC X(01).
002310*
002320 01  WS-BCAT-TABLE.
002330     05  WS-BC-ENTRY OCCURS 20000 TIMES.
002340         10  WS-BC-BRANCH         PIC X(08).
002350         10  WS-BC-CATEGORY       PIC X(04).
002360         10  WS-BC-TYPE           PIC X(04).
002370*
002380 01  WS-ROUTE-TABLE.
002390     05  WS-RT-ENTRY OCCURS 5000 TIMES.
002400         10  WS-RT-BRANCH         PIC X(08).
002410         10  WS-RT-REGION         PIC X(08).
002420         10  WS-RT-EXTRACT        PIC 9(01).
002430*
002440*
002450*    THE MERGE BEING APPLIED, TAKEN FROM THE PENDFILE PAYLOAD.
002460*    THE OPERATOR KEYED THE CHANGE; THE APPROVER PASSED IT.
002470*
002480 01  MC-RECORD.
002490     05  MC-OLD-BRANCH           PIC X(08).
002500     05  MC-SURVIVOR             PIC X(08).
002510     05  MC-EFFECTIVE-DATE       PIC 9(08).
002520     05  MC-OPERATOR-ID          PIC X(08).
002530     05  MC-APPROVER-ID          PIC X(08).
002540     05  MC-SURVIVOR-NAME        PIC X(20).
002550*
002560*    ONE ENTRY PER CATEGORY THE OLD BRANCH RUNS, BUILT AND
002570*    CEILING-CHECKED FOR THE WHOLE MERGE BEFORE ANY COUNTER
002580*    IS TOUCHED.
002590*
002600 01  WS-MERGE-TABLE.
002610     05  WS-MC-ENTRY OCCURS 500 TIMES.
002620         10  WS-MC-CATEGORY       PIC X(04).
002630         10  WS-MC-TYPE           PIC X(04).
002640         10  WS-MC-NEW-SW         PIC X(01).
002650         10  WS-MC-OLD-ON-FILE    PIC X(01).
002660         10  WS-MC-OLD-VALUE      PIC S9(10) COMP-3.
002670         10  WS-MC-SURV-VALUE     PIC S9(10) COMP-3.
002680         10  WS-MC-COMBINED       PIC S9(11) COMP-3.
002690         10  WS-MC-CYCLE          PIC 9(04).
002700         10  WS-MC-LAST-RUN       PIC 9(08).
002710*
002720 01  WS-FLAGS.
002730     05  WS-PENDFILE-STATUS  PIC X(02) VALUE SPACES.
002740         88  WS-PENDFILE-OK           VALUE "00".
002750     05  WS-BRANFILE-STATUS  PIC X(02) VALUE SPACES.
002760         88  WS-BRANFILE-OK           VALUE "00".
002770         88  WS-BRANFILE-EOF          VALUE "10".
002780     05  WS-BRANOUT-STATUS   PIC X(02) VALUE SPACES.
002790         88  WS-BRANOUT-OK            VALUE "00".
002800     05  WS-BCATFILE-STATUS  PIC X(02) VALUE SPACES.
002810         88  WS-BCATFILE-OK           VALUE "00".
002820         88  WS-BCATFILE-EOF          VALUE "10".
002830     05  WS-BCATOUT-STATUS   PIC X(02) VALUE SPACES.
002840         88  WS-BCATOUT-OK            VALUE "00".
002850     05  WS-ROUTEFILE-STATUS PIC X(02) VALUE SPACES.
002860         88  WS-ROUTEFILE-OK          VALUE "00".
002870         88  WS-ROUTEFILE-EOF         VALUE "10".
002880     05  WS-ROUTEOUT-STATUS  PIC X(02) VALUE SPACES.
002890         88  WS-ROUTEOUT-OK           VALUE "00".
002900     05  WS-CTYPEFILE-STATUS PIC X(02) VALUE SPACES.
002910         88  WS-CTYPEFILE-OK          VALUE "00".
002920         88  WS-CTYPEFILE-EOF         VALUE "10".
002930     05  WS-SEQFILE-STATUS   PIC X(02) VALUE SPACES.
002940         88  WS-SEQFILE-OK            VALUE "00".
002950         88  WS-SEQFILE-NOT-FOUND     VALUE "23".
002960     05  WS-CHGLOG-STATUS    PIC X(02) VALUE SPACES.
002970         88  WS-CHGLOG-OK             VALUE "00".
002980     05  WS-ALIASFILE-STATUS PIC X(02) VALUE SPACES.
002990         88  WS-ALIASFILE-OK          VALUE "00".
003000 PROCEDURE DIVISION.
003010*
003020 0000-MAINLINE.
003030     PERFORM 1000-INITIALIZE
003040         THRU 1000-INITIALIZE-EXIT.
003050*
003060     PERFORM 3000-APPLY-ONE-MERGE
003070         THRU 3000-APPLY-ONE-MERGE-EXIT
003080         UNTIL WS-NO-MORE-CHANGES.
003090*
003100     PERFORM 9000-TERMINATE
003110         THRU 9000-TERMINATE-EXIT.
003120*
003130     IF WS-REFUSE-COUNT > 0
003140         OR WS-LOG-FAILED
003150         MOVE WS-ERROR-RETURN-CODE TO RETURN-CODE
003160     END-IF.
003170*
003180*    A MASTER RECORD A FULL TABLE COULD NOT HOLD WOULD BE
003190*    DROPPED FROM THE REWRITTEN FILES -- FAIL THE STEP SO
003200*    THE COPY-BACKS NEVER RUN ON A SHORT FILE.
003210*
003220     IF WS-CAPACITY-EXCEEDED
003230         MOVE WS-CAPACITY-RETURN-CODE TO RETURN-CODE
003240     END-IF.
003250*
003260*    A MERGE LEFT PART-APPLIED NEEDS A HAND FIX BEFORE THE
003270*    NEXT RUN -- RC 16.  THE COPY-BACKS STILL RUN, SINCE THE
003280*    MERGES BEFORE IT AND ITS OWN NEW CATEGORY ROWS ARE
003290*    ALREADY ON SEQFILE AND CHGLOG.
003300*
003310     IF WS-MERGE-PART-APPLIED
003320         MOVE WS-SEVERE-RETURN-CODE TO RETURN-CODE
003330     END-IF.
003340     STOP RUN.
003350*
003360 1000-INITIALIZE.
003370     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003380     ACCEPT WS-RUN-TIME FROM TIME.
003390*
003400     OPEN INPUT CTYPEFILE.
003410     READ CTYPEFILE
003420         AT END SET WS-CTYPEFILE-EOF TO TRUE
003430     END-READ.
003440     PERFORM 1050-LOAD-ONE-CTYPE
003450         THRU 1050-LOAD-ONE-CTYPE-EXIT
003460         UNTIL WS-CTYPEFILE-EOF.
003470     CLOSE CTYPEFILE.
003480*
003490     OPEN INPUT BRANFILE.
003500     READ BRANFILE
003510         AT END SET WS-BRANFILE-EOF TO TRUE
003520     END-READ.
003530     PERFORM 1100-LOAD-ONE-BRANCH
003540         THRU 1100-LOAD-ONE-BRANCH-EXIT
003550         UNTIL WS-BRANFILE-EOF.
003560     CLOSE BRANFILE.
003570*
003580     OPEN INPUT BCATFILE.
003590     READ BCATFILE
003600         AT END SET WS-BCATFILE-EOF TO TRUE
003610     END-READ.
003620     PERFORM 1150-LOAD-ONE-BCAT
003630         THRU 1150-LOAD-ONE-BCAT-EXIT
003640         UNTIL WS-BCATFILE-EOF.
003650     CLOSE BCATFILE.
003660*
003670     OPEN INPUT ROUTEFILE.
003680     READ ROUTEFILE
003690         AT END SET WS-ROUTEFILE-EOF TO TRUE
003700     END-READ.
003710     PERFORM 1200-LOAD-ONE-ROUTE
003720         THRU 1200-LOAD-ONE-ROUTE-EXIT
003730         UNTIL WS-ROUTEFILE-EOF.
003740     CLOSE ROUTEFILE.
003750*
003760     OPEN I-O SEQFILE.
003770     IF NOT WS-SEQFILE-OK
003780         DISPLAY "BRANCONS: SEQFILE WILL NOT OPEN - STATUS "
003790             WS-SEQFILE-STATUS " - NOTHING APPLIED"
003800         ADD 1 TO WS-REFUSE-COUNT
003810         MOVE "Y" TO WS-PENDING-END-SW
003820         GO TO 1000-INITIALIZE-EXIT
003830     END-IF.
003840     OPEN EXTEND CHGLOG.
003850     IF NOT WS-CHGLOG-OK
003860         OPEN OUTPUT CHGLOG
003870         CLOSE CHGLOG
003880         OPEN EXTEND CHGLOG
003890     END-IF.
003900     IF NOT WS-CHGLOG-OK
003910         DISPLAY "BRANCONS: CHGLOG WILL NOT OPEN - STATUS "
003920             WS-CHGLOG-STATUS " - NOTHING APPLIED"
003930         ADD 1 TO WS-REFUSE-COUNT
003940         MOVE "Y" TO WS-PENDING-END-SW
003950         GO TO 1000-INITIALIZE-EXIT
003960     END-IF.
003970     OPEN EXTEND ALIASFILE.
003980     IF NOT WS-ALIASFILE-OK
003990         OPEN OUTPUT ALIASFILE
004000         CLOSE ALIASFILE
004010         OPEN EXTEND ALIASFILE
004020     END-IF.
004030     IF NOT WS-ALIASFILE-OK
004040         DISPLAY "BRANCONS: ALIASFILE WILL NOT OPEN - STATUS "
004050             WS-ALIASFILE-STATUS " - NOTHING APPLIED"
004060         ADD 1 TO WS-REFUSE-COUNT
004070         MOVE "Y" TO WS-PENDING-END-SW
004080         GO TO 1000-INITIALIZE-EXIT
004090     END-IF.
004100*
004110*    A MERGE MUST NEVER BE APPLIED WITHOUT ITS CHANGE LOG
004120*    AND ALIAS RECORDS, SO EACH OF THOSE FILES AND SEQFILE
004130*    MUST OPEN BEFORE ANY MERGE IS TAKEN.
004140*
004150*    ONLY MERGES A SECOND OPERATOR HAS APPROVED ON THE PENDING
004160*    CHANGE FILE ARE APPLIED (SEE PNDCHG).  A SHORT TABLE WOULD
004170*    MERGE AGAINST A PARTIAL PICTURE OF THE MASTERS -- WHEN A
004180*    TABLE FILLS WHILE THEY LOAD NO MERGE IS TAKEN AND ALL STAY
004190*    APPROVED.  ONE THAT FILLS LATER, WHILE A MERGE IS BUILT,
004200*    REFUSES THAT MERGE ALONE (SEE 3100 AND 3300).
004210*
004220     OPEN I-O PENDFILE.
004230     IF NOT WS-PENDFILE-OK
004240         DISPLAY "BRANCONS: PENDFILE WILL NOT OPEN - STATUS "
004250             WS-PENDFILE-STATUS " - NOTHING APPLIED"
004260         ADD 1 TO WS-REFUSE-COUNT
004270         MOVE "Y" TO WS-PENDING-END-SW
004280         GO TO 1000-INITIALIZE-EXIT
004290     END-IF.
004300     IF WS-CAPACITY-EXCEEDED
004310         DISPLAY "BRANCONS: TABLE CAPACITY EXCEEDED - NO "
004320             "MERGE APPLIED"
004330         MOVE "Y" TO WS-PENDING-END-SW
004340     ELSE
004350         PERFORM 3900-NEXT-APPROVED
004360             THRU 3900-NEXT-APPROVED-EXIT
004370     END-IF.
004380 1000-INITIALIZE-EXIT.
004390     EXIT.
004400*
004410 1050-LOAD-ONE-CTYPE.
004420     IF WS-CTYPE-COUNT >= WS-MAX-CTYPES
004430         DISPLAY "BRANCONS: COUNTER TYPE TABLE FULL - "
004440             CTYPE-TYPE-CODE " IGNORED"
004450         MOVE "Y" TO WS-CAPACITY-SW
004460         GO TO 1050-LOAD-ONE-CTYPE-READ
004470     END-IF.
004480     ADD 1 TO WS-CTYPE-COUNT.
004490     MOVE CTYPE-TYPE-CODE   TO WS-CT-CODE (WS-CTYPE-COUNT).
004500     MOVE CTYPE-DIGIT-COUNT TO WS-CT-DIGITS (WS-CTYPE-COUNT).
004510*
004520 1050-LOAD-ONE-CTYPE-READ.
004530     READ CTYPEFILE
004540         AT END SET WS-CTYPEFILE-EOF TO TRUE
004550     END-READ.
004560 1050-LOAD-ONE-CTYPE-EXIT.
004570     EXIT.
004580*
004590 1100-LOAD-ONE-BRANCH.
004600     IF WS-BRANCH-COUNT >= WS-MAX-BRANCHES
004610         DISPLAY "BRANCONS: BRANCH TABLE FULL - "
004620             BRAN-BRANCH-CODE " IGNORED"
004630         MOVE "Y" TO WS-CAPACITY-SW
004640         GO TO 1100-LOAD-ONE-BRANCH-READ
004650     END-IF.
004660     ADD 1 TO WS-BRANCH-COUNT.
004670     MOVE BRAN-BRANCH-CODE  TO WS-BR-CODE (WS-BRANCH-COUNT).
004680     MOVE BRAN-BRANCH-NAME  TO WS-BR-NAME (WS-BRANCH-COUNT).
004690     MOVE BRAN-COUNTER-TYPE TO WS-BR-TYPE (WS-BRANCH-COUNT).
004700     MOVE BRAN-STATUS       TO WS-BR-STATUS (WS-BRANCH-COUNT).
004710*
004720 1100-LOAD-ONE-BRANCH-READ.
004730     READ BRANFILE
004740         AT END SET WS-BRANFILE-EOF TO TRUE
004750     END-READ.
004760 1100-LOAD-ONE-BRANCH-EXIT.
004770     EXIT.
004780*
004790 1150-LOAD-ONE-BCAT.
004800     IF WS-BCAT-COUNT >= WS-MAX-BCATS
004810         DISPLAY "BRANCONS: CATEGORY TABLE FULL - "
004820             BCAT-BRANCH-CODE " " BCAT-CATEGORY " IGNORED"
004830         MOVE "Y" TO WS-CAPACITY-SW
004840         GO TO 1150-LOAD-ONE-BCAT-READ
004850     END-IF.
004860     ADD 1 TO WS-BCAT-COUNT.
004870     MOVE BCAT-BRANCH-CODE  TO WS-BC-BRANCH (WS-BCAT-COUNT).
004880     MOVE BCAT-CATEGORY     TO WS-BC-CATEGORY (WS-BCAT-COUNT).
004890     MOVE BCAT-COUNTER-TYPE TO WS-BC-TYPE (WS-BCAT-COUNT).
004900*
004910 1150-LOAD-ONE-BCAT-READ.
004920     READ BCATFILE
004930         AT END SET WS-BCATFILE-EOF TO TRUE
004940     END-READ.
004950 1150-LOAD-ONE-BCAT-EXIT.
004960     EXIT.
004970*
004980 1200-LOAD-ONE-ROUTE.
004990     IF WS-ROUTE-COUNT >= WS-MAX-ROUTES
005000         DISPLAY "BRANCONS: ROUTING TABLE FULL - "
005010             ROUTE-BRANCH-CODE " IGNORED"
005020         MOVE "Y" TO WS-CAPACITY-SW
005030         GO TO 1200-LOAD-ONE-ROUTE-READ
005040     END-IF.
005050     ADD 1 TO WS-ROUTE-COUNT.
005060     MOVE ROUTE-BRANCH-CODE TO WS-RT-BRANCH (WS-ROUTE-COUNT).
005070     MOVE ROUTE-REGION-NAME TO WS-RT-REGION (WS-ROUTE-COUNT).
005080     MOVE ROUTE-EXTRACT-NO  TO WS-RT-EXTRACT (WS-ROUTE-COUNT).
005090*
005100 1200-LOAD-ONE-ROUTE-READ.
005110     READ ROUTEFILE
005120         AT END SET WS-ROUTEFILE-EOF TO TRUE
005130     END-READ.
005140 1200-LOAD-ONE-ROUTE-EXIT.
005150     EXIT.
005160*
005170 3000-APPLY-ONE-MERGE.
005180     MOVE PEND-MRG-OLD-BRANCH     TO MC-OLD-BRANCH.
005190     MOVE PEND-MRG-SURVIVOR       TO MC-SURVIVOR.
005200     MOVE PEND-MRG-EFFECTIVE-DATE TO MC-EFFECTIVE-DATE.
005210     MOVE PEND-MRG-SURVIVOR-NAME  TO MC-SURVIVOR-NAME.
005220     MOVE PEND-REQUEST-OPER       TO MC-OPERATOR-ID.
005230     MOVE PEND-DECIDE-OPER        TO MC-APPROVER-ID.
005240*
005250*    THE MERGE CLOSES THE OLD BRANCH WHEN IT IS APPLIED, SO ONE
005260*    APPROVED AHEAD OF ITS EFFECTIVE DATE WAITS, STILL
005270*    APPROVED, FOR THE FIRST RUN ON OR AFTER THAT DATE.
005280*
005290     IF MC-EFFECTIVE-DATE NUMERIC
005300         AND MC-EFFECTIVE-DATE > WS-RUN-DATE
005310         DISPLAY "BRANCONS: CHANGE " PEND-CHANGE-NO " NOT YET "
005320             "DUE - " MC-OLD-BRANCH " EFFECTIVE "
005330             MC-EFFECTIVE-DATE
005340         ADD 1 TO WS-WAIT-COUNT
005350         GO TO 3000-APPLY-ONE-MERGE-READ
005360     END-IF.
005370     ADD 1 TO WS-TAKEN-COUNT.
005380     MOVE WS-REFUSE-COUNT TO WS-REFUSE-BEFORE.
005390     DISPLAY "BRANCONS: CHANGE " PEND-CHANGE-NO " - MERGE "
005400         MC-OLD-BRANCH " INTO " MC-SURVIVOR.
005410     PERFORM 3100-VALIDATE-MERGE
005420         THRU 3100-VALIDATE-MERGE-EXIT.
005430     IF WS-REFUSE-COUNT > WS-REFUSE-BEFORE
005440         GO TO 3000-APPLY-ONE-MERGE-MARK
005450     END-IF.
005460*
005470     PERFORM 3300-BUILD-MERGE
005480         THRU 3300-BUILD-MERGE-EXIT.
005490     IF WS-REFUSE-COUNT > WS-REFUSE-BEFORE
005500         GO TO 3000-APPLY-ONE-MERGE-MARK
005510     END-IF.
005520*
005530     PERFORM 3500-APPLY-MERGE
005540         THRU 3500-APPLY-MERGE-EXIT.
005550     IF WS-REFUSE-COUNT = WS-REFUSE-BEFORE
005560         ADD 1 TO WS-ACCEPT-COUNT
005570     END-IF.
005580*
005590 3000-APPLY-ONE-MERGE-MARK.
005600     PERFORM 3950-MARK-CHANGE
005610         THRU 3950-MARK-CHANGE-EXIT.
005620*
005630*    THE SEQFILE UPDATE OF A MERGE WHOSE LOG WRITE FAILED
005640*    STANDS, SO IT IS MARKED APPLIED -- BUT NO FURTHER MERGE
005650*    IS TAKEN UNTIL THE LOG IS PUT RIGHT.  NOR IS ONE TAKEN
005660*    AFTER A MERGE LEFT PART-APPLIED (SEE 3500).
005670*
005680     IF WS-LOG-FAILED
005690         OR WS-MERGE-PART-APPLIED
005700         MOVE "Y" TO WS-PENDING-END-SW
005710         GO TO 3000-APPLY-ONE-MERGE-EXIT
005720     END-IF.
005730 3000-APPLY-ONE-MERGE-READ.
005740     PERFORM 3900-NEXT-APPROVED
005750         THRU 3900-NEXT-APPROVED-EXIT.
005760 3000-APPLY-ONE-MERGE-EXIT.
005770     EXIT.
005780*
005790 3100-VALIDATE-MERGE.
005800     IF MC-OLD-BRANCH = SPACES
005810         OR MC-SURVIVOR = SPACES
005820         OR MC-OPERATOR-ID = SPACES
005830         OR MC-APPROVER-ID = SPACES
005840         DISPLAY "BRANCONS: MERGE REFUSED - OLD ["
005850             MC-OLD-BRANCH "] SURVIVOR [" MC-SURVIVOR
005860             "] OPERATOR [" MC-OPERATOR-ID "] APPROVER ["
005870             MC-APPROVER-ID "]"
005880         ADD 1 TO WS-REFUSE-COUNT
005890         GO TO 3100-VALIDATE-MERGE-EXIT
005900     END-IF.
005910     IF MC-OLD-BRANCH = MC-SURVIVOR
005920         DISPLAY "BRANCONS: MERGE REFUSED - BRANCH "
005930             MC-OLD-BRANCH " CANNOT MERGE INTO ITSELF"
005940         ADD 1 TO WS-REFUSE-COUNT
005950         GO TO 3100-VALIDATE-MERGE-EXIT
005960     END-IF.
005970     IF MC-EFFECTIVE-DATE NOT NUMERIC
005980         OR MC-EFFECTIVE-DATE = 0
005990         DISPLAY "BRANCONS: MERGE REFUSED - EFFECTIVE DATE ["
006000             MC-EFFECTIVE-DATE "] MISSING - " MC-OLD-BRANCH
006010         ADD 1 TO WS-REFUSE-COUNT
006020         GO TO 3100-VALIDATE-MERGE-EXIT
006030     END-IF.
006040*
006050*    PNDCHG WILL NOT LET AN OPERATOR APPROVE THEIR OWN CHANGE.
006060*    IT IS CHECKED AGAIN HERE SO A PENDFILE RECORD ALTERED
006070*    OUTSIDE PNDCHG IS NEVER APPLIED ON ONE OPERATOR'S SAY.
006080*
006090     IF MC-APPROVER-ID = MC-OPERATOR-ID
006100         DISPLAY "BRANCONS: MERGE REFUSED - OPERATOR "
006110             MC-OPERATOR-ID " BOTH KEYED AND APPROVED IT"
006120         ADD 1 TO WS-REFUSE-COUNT
006130         GO TO 3100-VALIDATE-MERGE-EXIT
006140     END-IF.
006150*
006160     MOVE MC-OLD-BRANCH TO WS-SEARCH-BRANCH.
006170     PERFORM 3200-FIND-BRANCH
006180         THRU 3200-FIND-BRANCH-EXIT.
006190     MOVE WS-FOUND-SUB TO WS-OLD-SUB.
006200     IF WS-OLD-SUB = 0
006210         DISPLAY "BRANCONS: MERGE REFUSED - OLD BRANCH "
006220             MC-OLD-BRANCH " NOT ON FILE"
006230         ADD 1 TO WS-REFUSE-COUNT
006240         GO TO 3100-VALIDATE-MERGE-EXIT
006250     END-IF.
006260     IF WS-BR-STATUS (WS-OLD-SUB) = "C"
006270         DISPLAY "BRANCONS: MERGE REFUSED - OLD BRANCH "
006280             MC-OLD-BRANCH " IS ALREADY CLOSED"
006290         ADD 1 TO WS-REFUSE-COUNT
006300         GO TO 3100-VALIDATE-MERGE-EXIT
006310     END-IF.
006320*
006330*    A SURVIVOR NOT YET ON FILE MAKES THE MERGE A RE-CODE --
006340*    THE NEW CODE IS ADDED AS A COPY OF THE OLD BRANCH.  A FULL
006350*    BRANCH TABLE REFUSES THIS MERGE ONLY; THE TABLE STILL
006360*    HOLDS EVERY BRANCH, SO THE OTHERS GO AHEAD.
006370*
006380     MOVE MC-SURVIVOR TO WS-SEARCH-BRANCH.
006390     PERFORM 3200-FIND-BRANCH
006400         THRU 3200-FIND-BRANCH-EXIT.
006410     MOVE WS-FOUND-SUB TO WS-SURV-SUB.
006420     MOVE "N" TO WS-RECODE-SW.
006430     IF WS-SURV-SUB = 0
006440         IF WS-BRANCH-COUNT >= WS-MAX-BRANCHES
006450             DISPLAY "BRANCONS: MERGE REFUSED - BRANCH TABLE "
006460                 "FULL - " MC-SURVIVOR
006470             ADD 1 TO WS-REFUSE-COUNT
006480             GO TO 3100-VALIDATE-MERGE-EXIT
006490         END-IF
006500         MOVE "Y" TO WS-RECODE-SW
006510         GO TO 3100-VALIDATE-MERGE-EXIT
006520     END-IF.
006530     IF WS-BR-STATUS (WS-SURV-SUB) = "C"
006540         DISPLAY "BRANCONS: MERGE REFUSED - SURVIVOR "
006550             MC-SURVIVOR " IS CLOSED"
006560         ADD 1 TO WS-REFUSE-COUNT
006570         GO TO 3100-VALIDATE-MERGE-EXIT
006580     END-IF.
006590 3100-VALIDATE-MERGE-EXIT.
006600     EXIT.
006610*
006620 3200-FIND-BRANCH.
006630     MOVE 0 TO WS-FOUND-SUB.
006640     PERFORM 3210-MATCH-ONE-BRANCH
006650         THRU 3210-MATCH-ONE-BRANCH-EXIT
006660         VARYING WS-BRANCH-SUB FROM 1 BY 1
006670         UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
006680             OR WS-FOUND-SUB > 0.
006690 3200-FIND-BRANCH-EXIT.
006700     EXIT.
006710*
006720 3210-MATCH-ONE-BRANCH.
006730     IF WS-BR-CODE (WS-BRANCH-SUB) = WS-SEARCH-BRANCH
006740         MOVE WS-BRANCH-SUB TO WS-FOUND-SUB
006750     END-IF.
006760 3210-MATCH-ONE-BRANCH-EXIT.
006770     EXIT.
006780*
006790 3250-FIND-BCAT.
006800     MOVE 0 TO WS-FOUND-SUB.
006810     PERFORM 3260-MATCH-ONE-BCAT
006820         THRU 3260-MATCH-ONE-BCAT-EXIT
006830         VARYING WS-SCAN-SUB FROM 1 BY 1
006840         UNTIL WS-SCAN-SUB > WS-BCAT-COUNT
006850             OR WS-FOUND-SUB > 0.
006860 3250-FIND-BCAT-EXIT.
006870     EXIT.
006880*
006890 3260-MATCH-ONE-BCAT.
006900     IF WS-BC-BRANCH (WS-SCAN-SUB) = WS-SEARCH-BRANCH
006910         AND WS-BC-CATEGORY (WS-SCAN-SUB) = WS-SEARCH-CATEGORY
006920         MOVE WS-SCAN-SUB TO WS-FOUND-SUB
006930     END-IF.
006940 3260-MATCH-ONE-BCAT-EXIT.
006950     EXIT.
006960*
006970 3300-BUILD-MERGE.
006980*
006990*    FIRST PASS -- NOTHING IS WRITTEN.  EVERY CATEGORY OF THE
007000*    OLD BRANCH IS PAIRED WITH THE SURVIVOR'S COUNTER AND THE
007010*    COMBINED VALUE CHECKED AGAINST THE SURVIVOR'S CEILING,
007020*    SO ONE CATEGORY OVER THE LIMIT REFUSES THE WHOLE MERGE
007030*    WITH BOTH BRANCHES STILL AS THEY WERE.  SO DOES A TABLE
007040*    WITHOUT ROOM FOR WHAT THE MERGE WILL ADD TO IT.
007050*
007060     MOVE 0 TO WS-MC-COUNT.
007070     MOVE 0 TO WS-NEW-BCAT-COUNT.
007080     PERFORM 3350-PAIR-ONE-CATEGORY
007090         THRU 3350-PAIR-ONE-CATEGORY-EXIT
007100         VARYING WS-BCAT-SUB FROM 1 BY 1
007110         UNTIL WS-BCAT-SUB > WS-BCAT-COUNT
007120             OR WS-REFUSE-COUNT > WS-REFUSE-BEFORE.
007130     IF WS-REFUSE-COUNT > WS-REFUSE-BEFORE
007140         GO TO 3300-BUILD-MERGE-EXIT
007150     END-IF.
007160     IF WS-BCAT-COUNT + WS-NEW-BCAT-COUNT > WS-MAX-BCATS
007170         DISPLAY "BRANCONS: MERGE REFUSED - CATEGORY TABLE "
007180             "FULL - " MC-OLD-BRANCH " INTO " MC-SURVIVOR
007190         ADD 1 TO WS-REFUSE-COUNT
007200         GO TO 3300-BUILD-MERGE-EXIT
007210     END-IF.
007220*
007230*    THE OLD BRANCH'S ROUTING ROW IS CARRIED TO A SURVIVOR
007240*    WITH NONE (SEE 3600), SO ROOM FOR IT IS PROVED NOW,
007250*    BEFORE ANY COUNTER MOVES.
007260*
007270     MOVE 0 TO WS-OLD-ROUTE-SUB.
007280     MOVE 0 TO WS-SURV-ROUTE-SUB.
007290     PERFORM 3650-MATCH-ONE-ROUTE
007300         THRU 3650-MATCH-ONE-ROUTE-EXIT
007310         VARYING WS-ROUTE-SUB FROM 1 BY 1
007320         UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT.
007330     IF WS-OLD-ROUTE-SUB > 0
007340         AND WS-SURV-ROUTE-SUB = 0
007350         AND WS-ROUTE-COUNT >= WS-MAX-ROUTES
007360         DISPLAY "BRANCONS: MERGE REFUSED - ROUTING TABLE "
007370             "FULL - " MC-OLD-BRANCH " INTO " MC-SURVIVOR
007380         ADD 1 TO WS-REFUSE-COUNT
007390         GO TO 3300-BUILD-MERGE-EXIT
007400     END-IF.
007410     IF WS-MC-COUNT = 0
007420         DISPLAY "BRANCONS: NO BCATFILE CATEGORIES FOR "
007430             MC-OLD-BRANCH " - BRANCH CLOSED, NO COUNTERS "
007440             "COMBINED"
007450     END-IF.
007460 3300-BUILD-MERGE-EXIT.
007470     EXIT.
007480*
007490 3350-PAIR-ONE-CATEGORY.
007500     IF WS-BC-BRANCH (WS-BCAT-SUB) NOT = MC-OLD-BRANCH
007510         GO TO 3350-PAIR-ONE-CATEGORY-EXIT
007520     END-IF.
007530     IF WS-MC-COUNT >= WS-MAX-MCS
007540         DISPLAY "BRANCONS: MERGE REFUSED - MORE THAN "
007550             WS-MAX-MCS " CATEGORIES FOR " MC-OLD-BRANCH
007560         ADD 1 TO WS-REFUSE-COUNT
007570         GO TO 3350-PAIR-ONE-CATEGORY-EXIT
007580     END-IF.
007590     ADD 1 TO WS-MC-COUNT.
007600     MOVE WS-BC-CATEGORY (WS-BCAT-SUB)
007610         TO WS-MC-CATEGORY (WS-MC-COUNT).
007620*
007630     MOVE MC-OLD-BRANCH TO SEQ-BRANCH-CODE.
007640     MOVE WS-MC-CATEGORY (WS-MC-COUNT) TO SEQ-CATEGORY.
007650     MOVE "Y" TO WS-MC-OLD-ON-FILE (WS-MC-COUNT).
007660     READ SEQFILE
007670         INVALID KEY
007680             MOVE "N" TO WS-MC-OLD-ON-FILE (WS-MC-COUNT)
007690             MOVE 0 TO SEQ-COUNTER-VALUE
007700             MOVE 0 TO SEQ-CYCLE-NUMBER
007710             MOVE 0 TO SEQ-LAST-RUN-DATE
007720     END-READ.
007730     MOVE SEQ-COUNTER-VALUE TO WS-MC-OLD-VALUE (WS-MC-COUNT).
007740     MOVE SEQ-CYCLE-NUMBER  TO WS-MC-CYCLE (WS-MC-COUNT).
007750     MOVE SEQ-LAST-RUN-DATE TO WS-MC-LAST-RUN (WS-MC-COUNT).
007760*
007770*    THE SURVIVOR'S OWN CATEGORY ROW DECIDES THE COUNTER
007780*    TYPE WHEN IT HAS ONE; A CATEGORY CREATED FROM THE OLD
007790*    BRANCH'S ROW KEEPS THAT ROW'S TYPE.  A BLANK TYPE FALLS
007800*    BACK TO THE SURVIVOR'S BRANCH TYPE, AS IN THE DAILY RUN.
007810*
007820     MOVE MC-SURVIVOR TO WS-SEARCH-BRANCH.
007830     MOVE WS-MC-CATEGORY (WS-MC-COUNT) TO WS-SEARCH-CATEGORY.
007840     MOVE WS-BC-TYPE (WS-BCAT-SUB) TO WS-MC-TYPE (WS-MC-COUNT).
007850     PERFORM 3250-FIND-BCAT
007860         THRU 3250-FIND-BCAT-EXIT.
007870     IF WS-FOUND-SUB = 0
007880         MOVE "Y" TO WS-MC-NEW-SW (WS-MC-COUNT)
007890         ADD 1 TO WS-NEW-BCAT-COUNT
007900         MOVE WS-MC-TYPE (WS-MC-COUNT) TO WS-TYPE-WORK
007910         MOVE 0 TO WS-MC-SURV-VALUE (WS-MC-COUNT)
007920     ELSE
007930         MOVE "N" TO WS-MC-NEW-SW (WS-MC-COUNT)
007940         MOVE WS-BC-TYPE (WS-FOUND-SUB) TO WS-TYPE-WORK
007950         MOVE MC-SURVIVOR TO SEQ-BRANCH-CODE
007960         MOVE WS-MC-CATEGORY (WS-MC-COUNT) TO SEQ-CATEGORY
007970         READ SEQFILE
007980             INVALID KEY
007990                 MOVE 0 TO SEQ-COUNTER-VALUE
008000         END-READ
008010         MOVE SEQ-COUNTER-VALUE
008020             TO WS-MC-SURV-VALUE (WS-MC-COUNT)
008030     END-IF.
008040     IF WS-TYPE-WORK = SPACES
008050         IF WS-RECODE
008060             MOVE WS-BR-TYPE (WS-OLD-SUB) TO WS-TYPE-WORK
008070         ELSE
008080             MOVE WS-BR-TYPE (WS-SURV-SUB) TO WS-TYPE-WORK
008090         END-IF
008100     END-IF.
008110     PERFORM 3400-SET-CEILING
008120         THRU 3400-SET-CEILING-EXIT.
008130*
008140     COMPUTE WS-MC-COMBINED (WS-MC-COUNT) =
008150         WS-MC-OLD-VALUE (WS-MC-COUNT)
008160         + WS-MC-SURV-VALUE (WS-MC-COUNT).
008170     IF WS-MC-COMBINED (WS-MC-COUNT) > WS-CEILING-WORK
008180         DISPLAY "BRANCONS: MERGE REFUSED - " MC-OLD-BRANCH
008190             " INTO " MC-SURVIVOR " CATEGORY "
008200             WS-MC-CATEGORY (WS-MC-COUNT)
008210             " COMBINED VALUE OVER TYPE " WS-TYPE-WORK
008220             " CEILING"
008230         ADD 1 TO WS-REFUSE-COUNT
008240     END-IF.
008250 3350-PAIR-ONE-CATEGORY-EXIT.
008260     EXIT.
008270*
008280 3400-SET-CEILING.
008290     MOVE WS-DEFAULT-DIGITS TO WS-DIGITS.
008300     SET WS-CT-IDX TO 1.
008310     SEARCH WS-CT-ENTRY
008320         AT END
008330             CONTINUE
008340         WHEN WS-CT-IDX > WS-CTYPE-COUNT
008350             CONTINUE
008360         WHEN WS-CT-CODE (WS-CT-IDX) = WS-TYPE-WORK
008370             MOVE WS-CT-DIGITS (WS-CT-IDX) TO WS-DIGITS
008380     END-SEARCH.
008390     IF WS-DIGITS > 9
008400         MOVE 9 TO WS-DIGITS
008410     END-IF.
008420     MOVE 1 TO WS-CEILING-WORK.
008430     PERFORM 3410-MULTIPLY-TEN
008440         THRU 3410-MULTIPLY-TEN-EXIT
008450         VARYING WS-CEILING-SUB FROM 1 BY 1
008460         UNTIL WS-CEILING-SUB > WS-DIGITS.
008470     SUBTRACT 1 FROM WS-CEILING-WORK.
008480 3400-SET-CEILING-EXIT.
008490     EXIT.
008500*
008510 3410-MULTIPLY-TEN.
008520     COMPUTE WS-CEILING-WORK = WS-CEILING-WORK * 10.
008530 3410-MULTIPLY-TEN-EXIT.
008540     EXIT.
008550*
008560 3500-APPLY-MERGE.
008570*
008580*    SECOND PASS -- THE MERGE HAS PASSED EVERY CHECK.  THE
008590*    COUNTERS MOVE FIRST.  IF SEQFILE REFUSES THE FIRST UPDATE
008600*    NOTHING MORE IS DONE -- THE BRANCH TABLES, CHGLOG AND
008610*    ALIASFILE ARE LEFT ALONE AND THE MERGE IS REFUSED.  IF IT
008620*    FAILS LATER, THE CATEGORIES ALREADY MOVED ARE LOGGED ON
008630*    CHGLOG (AND A RE-CODE'S NEW BRANCH AND CATEGORY ROWS ARE
008640*    ADDED) SO EVERY COUNTER CHANGE CAN BE EXPLAINED, BUT THE
008650*    OLD BRANCH STAYS OPEN WITH NO ROUTING CARRIED AND NO
008660*    ALIAS -- THE MERGE IS LEFT PART-APPLIED FOR A HAND FIX.
008670*
008680     MOVE 0 TO WS-MC-DONE-COUNT.
008690     PERFORM 3550-APPLY-ONE-CATEGORY
008700         THRU 3550-APPLY-ONE-CATEGORY-EXIT
008710         VARYING WS-MC-SUB FROM 1 BY 1
008720         UNTIL WS-MC-SUB > WS-MC-COUNT
008730             OR WS-REFUSE-COUNT > WS-REFUSE-BEFORE.
008740     IF WS-REFUSE-COUNT > WS-REFUSE-BEFORE
008750         AND WS-MC-DONE-COUNT = 0
008760         DISPLAY "BRANCONS: MERGE REFUSED - NO CATEGORY WAS "
008770             "MOVED TO " MC-SURVIVOR
008780         GO TO 3500-APPLY-MERGE-EXIT
008790     END-IF.
008800     IF WS-REFUSE-COUNT > WS-REFUSE-BEFORE
008810         MOVE "Y" TO WS-PART-APPLIED-SW
008820     END-IF.
008830*
008840     IF WS-RECODE
008850         ADD 1 TO WS-BRANCH-COUNT
008860         MOVE WS-BRANCH-COUNT TO WS-SURV-SUB
008870         MOVE MC-SURVIVOR TO WS-BR-CODE (WS-SURV-SUB)
008880         IF MC-SURVIVOR-NAME = SPACES
008890             MOVE WS-BR-NAME (WS-OLD-SUB)
008900                 TO WS-BR-NAME (WS-SURV-SUB)
008910         ELSE
008920             MOVE MC-SURVIVOR-NAME TO WS-BR-NAME (WS-SURV-SUB)
008930         END-IF
008940         MOVE WS-BR-TYPE (WS-OLD-SUB) TO WS-BR-TYPE (WS-SURV-SUB)
008950         MOVE SPACE TO WS-BR-STATUS (WS-SURV-SUB)
008960         DISPLAY "BRANCONS: RE-CODE - BRANCH " MC-SURVIVOR
008970             " ADDED FROM " MC-OLD-BRANCH
008980     END-IF.
008990     IF WS-MERGE-PART-APPLIED
009000         PERFORM 3570-LOG-ONE-CATEGORY
009010             THRU 3570-LOG-ONE-CATEGORY-EXIT
009020             VARYING WS-MC-SUB FROM 1 BY 1
009030             UNTIL WS-MC-SUB > WS-MC-DONE-COUNT
009040         DISPLAY "BRANCONS: MERGE " MC-OLD-BRANCH " INTO "
009050             MC-SURVIVOR " PART-APPLIED - " WS-MC-DONE-COUNT
009060             " OF " WS-MC-COUNT " CATEGORIES MOVED AND LOGGED"
009070         DISPLAY "BRANCONS: " MC-OLD-BRANCH " IS STILL OPEN - "
009080             "FINISH THE MERGE INTO " MC-SURVIVOR " BY HAND"
009090         GO TO 3500-APPLY-MERGE-EXIT
009100     END-IF.
009110     IF WS-BR-STATUS (WS-OLD-SUB) = "H"
009120         DISPLAY "BRANCONS: " MC-OLD-BRANCH " WAS HELD - RUN "
009130             "SUSPRPL TO REPLAY ITS SUSPENSE TO " MC-SURVIVOR
009140     END-IF.
009150     MOVE "C" TO WS-BR-STATUS (WS-OLD-SUB).
009160*
009170     MOVE MC-OLD-BRANCH TO CHG-BRANCH-CODE.
009180     MOVE MC-SURVIVOR   TO CHG-OTHER-BRANCH.
009190     MOVE WS-OLD-SUB    TO WS-FOUND-SUB.
009200     MOVE SPACES        TO CHG-CATEGORY.
009210     MOVE 0             TO CHG-PRIOR-VALUE.
009220     MOVE 0             TO CHG-SEED-VALUE.
009230     PERFORM 5000-WRITE-CHANGE-LOG
009240         THRU 5000-WRITE-CHANGE-LOG-EXIT.
009250*
009260     PERFORM 3570-LOG-ONE-CATEGORY
009270         THRU 3570-LOG-ONE-CATEGORY-EXIT
009280         VARYING WS-MC-SUB FROM 1 BY 1
009290         UNTIL WS-MC-SUB > WS-MC-COUNT.
009300*
009310     PERFORM 3600-CARRY-ROUTE
009320         THRU 3600-CARRY-ROUTE-EXIT.
009330*
009340     MOVE MC-OLD-BRANCH     TO ALIAS-OLD-BRANCH.
009350     MOVE MC-SURVIVOR       TO ALIAS-SURVIVOR.
009360     MOVE MC-EFFECTIVE-DATE TO ALIAS-EFFECTIVE-DATE.
009370     MOVE WS-RUN-DATE       TO ALIAS-MERGE-DATE.
009380     MOVE MC-OPERATOR-ID    TO ALIAS-OPERATOR-ID.
009390     MOVE MC-APPROVER-ID    TO ALIAS-APPROVER-ID.
009400     WRITE ALIAS-RECORD.
009410     IF NOT WS-ALIASFILE-OK
009420         DISPLAY "BRANCONS: ALIASFILE WRITE FAILED - STATUS "
009430             WS-ALIASFILE-STATUS " - ADD ALIAS " MC-OLD-BRANCH
009440             " BY HAND"
009450         MOVE "Y" TO WS-LOG-FAIL-SW
009460     END-IF.
009470*
009480     DISPLAY "BRANCONS: MERGED " MC-OLD-BRANCH " INTO "
009490         MC-SURVIVOR " EFFECTIVE " MC-EFFECTIVE-DATE " - "
009500         WS-MC-COUNT " CATEGORIES".
009510 3500-APPLY-MERGE-EXIT.
009520     EXIT.
009530*
009540 3550-APPLY-ONE-CATEGORY.
009550     MOVE MC-SURVIVOR TO SEQ-BRANCH-CODE.
009560     MOVE WS-MC-CATEGORY (WS-MC-SUB) TO SEQ-CATEGORY.
009570*
009580*    A CATEGORY NEW TO THE SURVIVOR MUST NOT ALREADY HAVE A
009590*    COUNTER -- ONE THAT DOES WAS LEFT OUT OF THE CEILING
009600*    CHECK, SO THE WRITE IS REFUSED RATHER THAN OVERLAID.
009610*
009620     IF WS-MC-NEW-SW (WS-MC-SUB) = "Y"
009630         GO TO 3550-APPLY-ONE-CATEGORY-WRITE
009640     END-IF.
009650*
009660*    A SURVIVOR CATEGORY WITH NO COUNTER YET (ONE SET UP ON
009670*    BCATFILE BUT NEVER SEEDED) TAKES THE OLD COUNTER'S CYCLE
009680*    AND LAST-RUN DATE.
009690*
009700     READ SEQFILE
009710         INVALID KEY
009720             CONTINUE
009730     END-READ.
009740     IF WS-SEQFILE-NOT-FOUND
009750         GO TO 3550-APPLY-ONE-CATEGORY-WRITE
009760     END-IF.
009770     IF WS-SEQFILE-OK
009780         MOVE WS-MC-COMBINED (WS-MC-SUB) TO SEQ-COUNTER-VALUE
009790         REWRITE SEQ-RECORD
009800             INVALID KEY
009810                 CONTINUE
009820         END-REWRITE
009830     END-IF.
009840     GO TO 3550-APPLY-ONE-CATEGORY-CHECK.
009850*
009860 3550-APPLY-ONE-CATEGORY-WRITE.
009870     MOVE MC-SURVIVOR TO SEQ-BRANCH-CODE.
009880     MOVE WS-MC-CATEGORY (WS-MC-SUB) TO SEQ-CATEGORY.
009890     MOVE WS-MC-COMBINED (WS-MC-SUB) TO SEQ-COUNTER-VALUE.
009900     MOVE WS-MC-LAST-RUN (WS-MC-SUB) TO SEQ-LAST-RUN-DATE.
009910     MOVE WS-MC-CYCLE (WS-MC-SUB)    TO SEQ-CYCLE-NUMBER.
009920     WRITE SEQ-RECORD
009930         INVALID KEY
009940             CONTINUE
009950     END-WRITE.
009960*
009970 3550-APPLY-ONE-CATEGORY-CHECK.
009980     IF NOT WS-SEQFILE-OK
009990         DISPLAY "BRANCONS: SEQFILE STATUS " WS-SEQFILE-STATUS
010000             " UPDATING " MC-SURVIVOR " "
010010             WS-MC-CATEGORY (WS-MC-SUB)
010020         ADD 1 TO WS-REFUSE-COUNT
010030         GO TO 3550-APPLY-ONE-CATEGORY-EXIT
010040     END-IF.
010050*
010060*    THE OLD BRANCH'S COUNTER STAYS ON FILE FOR HISTORY,
010070*    EMPTIED SO ITS VALUE IS NEVER COUNTED TWICE.
010080*
010090     IF WS-MC-OLD-ON-FILE (WS-MC-SUB) NOT = "Y"
010100         GO TO 3550-APPLY-ONE-CATEGORY-DONE
010110     END-IF.
010120     MOVE MC-OLD-BRANCH TO SEQ-BRANCH-CODE.
010130     MOVE WS-MC-CATEGORY (WS-MC-SUB) TO SEQ-CATEGORY.
010140     READ SEQFILE
010150         INVALID KEY
010160             CONTINUE
010170     END-READ.
010180     IF WS-SEQFILE-OK
010190         MOVE 0 TO SEQ-COUNTER-VALUE
010200         REWRITE SEQ-RECORD
010210             INVALID KEY
010220                 CONTINUE
010230         END-REWRITE
010240     END-IF.
010250     IF NOT WS-SEQFILE-OK
010260         DISPLAY "BRANCONS: SEQFILE STATUS " WS-SEQFILE-STATUS
010270             " EMPTYING " MC-OLD-BRANCH " "
010280             WS-MC-CATEGORY (WS-MC-SUB) " - ITS VALUE IS ALSO IN "
010290             MC-SURVIVOR " - ZERO IT BY HAND"
010300         ADD 1 TO WS-REFUSE-COUNT
010310*
010320*        THE SURVIVOR ALREADY HOLDS THIS CATEGORY, SO IT IS
010330*        LOGGED AS MOVED -- THE HAND FIX MAKES THE OLD SIDE
010340*        AGREE WITH ITS LOG ROW.
010350*
010360         ADD 1 TO WS-MC-DONE-COUNT
010370         GO TO 3550-APPLY-ONE-CATEGORY-EXIT
010380     END-IF.
010390*
010400 3550-APPLY-ONE-CATEGORY-DONE.
010410     ADD 1 TO WS-MC-DONE-COUNT.
010420     IF WS-MC-NEW-SW (WS-MC-SUB) = "Y"
010430         ADD 1 TO WS-CREATE-COUNT
010440     ELSE
010450         ADD 1 TO WS-COMBINE-COUNT
010460     END-IF.
010470 3550-APPLY-ONE-CATEGORY-EXIT.
010480     EXIT.
010490*
010500 3570-LOG-ONE-CATEGORY.
010510     IF WS-MC-NEW-SW (WS-MC-SUB) = "Y"
010520         ADD 1 TO WS-BCAT-COUNT
010530         MOVE MC-SURVIVOR TO WS-BC-BRANCH (WS-BCAT-COUNT)
010540         MOVE WS-MC-CATEGORY (WS-MC-SUB)
010550             TO WS-BC-CATEGORY (WS-BCAT-COUNT)
010560         MOVE WS-MC-TYPE (WS-MC-SUB)
010570             TO WS-BC-TYPE (WS-BCAT-COUNT)
010580     END-IF.
010590*
010600     MOVE MC-SURVIVOR TO CHG-BRANCH-CODE.
010610     MOVE MC-OLD-BRANCH TO CHG-OTHER-BRANCH.
010620     MOVE WS-SURV-SUB TO WS-FOUND-SUB.
010630     MOVE WS-MC-CATEGORY (WS-MC-SUB) TO CHG-CATEGORY.
010640     MOVE WS-MC-SURV-VALUE (WS-MC-SUB) TO CHG-PRIOR-VALUE.
010650     MOVE WS-MC-COMBINED (WS-MC-SUB) TO CHG-SEED-VALUE.
010660     PERFORM 5000-WRITE-CHANGE-LOG
010670         THRU 5000-WRITE-CHANGE-LOG-EXIT.
010680     MOVE MC-OLD-BRANCH TO CHG-BRANCH-CODE.
010690     MOVE MC-SURVIVOR TO CHG-OTHER-BRANCH.
010700     MOVE WS-OLD-SUB TO WS-FOUND-SUB.
010710     MOVE WS-MC-CATEGORY (WS-MC-SUB) TO CHG-CATEGORY.
010720     MOVE WS-MC-OLD-VALUE (WS-MC-SUB) TO CHG-PRIOR-VALUE.
010730     MOVE 0 TO CHG-SEED-VALUE.
010740     PERFORM 5000-WRITE-CHANGE-LOG
010750         THRU 5000-WRITE-CHANGE-LOG-EXIT.
010760 3570-LOG-ONE-CATEGORY-EXIT.
010770     EXIT.
010780*
010790 3600-CARRY-ROUTE.
010800*
010810*    A SURVIVOR WITHOUT A ROUTING ROW TAKES THE OLD BRANCH'S,
010820*    SO THE MERGED ACTIVITY KEEPS GOING TO THE SAME REGION
010830*    INSTEAD OF FALLING INTO THE UNROUTED SUSPENSE EXTRACT.
010840*    A SURVIVOR ALREADY ROUTED KEEPS ITS OWN REGION.
010850*
010860     MOVE 0 TO WS-OLD-ROUTE-SUB.
010870     MOVE 0 TO WS-SURV-ROUTE-SUB.
010880     PERFORM 3650-MATCH-ONE-ROUTE
010890         THRU 3650-MATCH-ONE-ROUTE-EXIT
010900         VARYING WS-ROUTE-SUB FROM 1 BY 1
010910         UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT.
010920     IF WS-OLD-ROUTE-SUB = 0
010930         DISPLAY "BRANCONS: " MC-OLD-BRANCH " HAD NO ROUTING "
010940             "- NONE CARRIED TO " MC-SURVIVOR
010950         GO TO 3600-CARRY-ROUTE-EXIT
010960     END-IF.
010970     IF WS-SURV-ROUTE-SUB > 0
010980         IF WS-RT-REGION (WS-SURV-ROUTE-SUB) NOT =
010990             WS-RT-REGION (WS-OLD-ROUTE-SUB)
011000             DISPLAY "BRANCONS: " MC-SURVIVOR " KEEPS REGION "
011010                 WS-RT-REGION (WS-SURV-ROUTE-SUB) " - "
011020                 MC-OLD-BRANCH " WAS IN "
011030                 WS-RT-REGION (WS-OLD-ROUTE-SUB)
011040         END-IF
011050         GO TO 3600-CARRY-ROUTE-EXIT
011060     END-IF.
011070*
011080*    3300 HAS ALREADY PROVED THERE IS ROOM FOR THE NEW ROW.
011090*
011100     ADD 1 TO WS-ROUTE-COUNT.
011110     MOVE MC-SURVIVOR TO WS-RT-BRANCH (WS-ROUTE-COUNT).
011120     MOVE WS-RT-REGION (WS-OLD-ROUTE-SUB)
011130         TO WS-RT-REGION (WS-ROUTE-COUNT).
011140     MOVE WS-RT-EXTRACT (WS-OLD-ROUTE-SUB)
011150         TO WS-RT-EXTRACT (WS-ROUTE-COUNT).
011160 3600-CARRY-ROUTE-EXIT.
011170     EXIT.
011180*
011190 3650-MATCH-ONE-ROUTE.
011200     IF WS-RT-BRANCH (WS-ROUTE-SUB) = MC-OLD-BRANCH
011210         MOVE WS-ROUTE-SUB TO WS-OLD-ROUTE-SUB
011220     END-IF.
011230     IF WS-RT-BRANCH (WS-ROUTE-SUB) = MC-SURVIVOR
011240         MOVE WS-ROUTE-SUB TO WS-SURV-ROUTE-SUB
011250     END-IF.
011260 3650-MATCH-ONE-ROUTE-EXIT.
011270     EXIT.
011280*
011290 3900-NEXT-APPROVED.
011300*
011310*    POSITION ON THE NEXT APPROVED MERGE.  PENDING, DECIDED-
011320*    AGAINST AND ALREADY-APPLIED CHANGES, AND CHANGES FOR THE
011330*    OTHER MAINTENANCE RUNS, ARE PASSED OVER.
011340*
011350     READ PENDFILE NEXT RECORD
011360         AT END
011370             MOVE "Y" TO WS-PENDING-END-SW
011380             GO TO 3900-NEXT-APPROVED-EXIT
011390     END-READ.
011400     IF NOT PEND-APPROVED OR NOT PEND-FOR-BRANCONS
011410         GO TO 3900-NEXT-APPROVED
011420     END-IF.
011430 3900-NEXT-APPROVED-EXIT.
011440     EXIT.
011450*
011460 3950-MARK-CHANGE.
011470*
011480*    A MERGE IS APPLIED ONCE.  ONE REFUSED HERE IS CLOSED AS
011490*    REFUSED -- CORRECT IT AND RAISE A NEW REQUEST.  ONE LEFT
011500*    PART-APPLIED IS CLOSED TOO, SO IT IS NEVER TAKEN TWICE.
011510*    IF THE MARK ITSELF CANNOT BE WRITTEN THE MERGE WOULD BE
011520*    TAKEN AGAIN NEXT RUN, SO THE STEP ENDS RC 8.
011530*
011540     MOVE WS-RUN-DATE TO PEND-APPLY-DATE.
011550     IF WS-REFUSE-COUNT > WS-REFUSE-BEFORE
011560         SET PEND-REFUSED TO TRUE
011570         MOVE "REFUSED AT APPLY - SEE SYSOUT" TO PEND-REASON
011580         IF WS-MERGE-PART-APPLIED
011590             MOVE "PART-APPLIED - FIX BY HAND" TO PEND-REASON
011600         END-IF
011610     ELSE
011620         SET PEND-APPLIED TO TRUE
011630     END-IF.
011640     REWRITE PEND-RECORD
011650         INVALID KEY
011660             DISPLAY "BRANCONS: REWRITE FAILED FOR CHANGE "
011670                 PEND-CHANGE-NO " - MARK IT BY HAND"
011680             ADD 1 TO WS-REFUSE-COUNT
011690     END-REWRITE.
011700 3950-MARK-CHANGE-EXIT.
011710     EXIT.
011720*
011730 5000-WRITE-CHANGE-LOG.
011740     MOVE WS-RUN-DATE        TO CHG-DATE.
011750     MOVE WS-RUN-TIME        TO CHG-TIME.
011760     SET CHG-ACTION-MERGE    TO TRUE.
011770     MOVE MC-OPERATOR-ID     TO CHG-OPERATOR-ID.
011780     MOVE MC-APPROVER-ID     TO CHG-APPROVER-ID.
011790     MOVE PEND-CHANGE-NO     TO CHG-CHANGE-NO.
011800     MOVE MC-EFFECTIVE-DATE  TO CHG-EFFECTIVE-DATE.
011810     MOVE WS-BR-NAME (WS-FOUND-SUB)   TO CHG-BRANCH-NAME.
011820     MOVE WS-BR-TYPE (WS-FOUND-SUB)   TO CHG-COUNTER-TYPE.
011830     MOVE WS-BR-STATUS (WS-FOUND-SUB) TO CHG-STATUS.
011840     WRITE CHG-RECORD.
011850     IF NOT WS-CHGLOG-OK
011860         DISPLAY "BRANCONS: CHGLOG WRITE FAILED - STATUS "
011870             WS-CHGLOG-STATUS " - CHANGE " PEND-CHANGE-NO
011880             " NOT FULLY LOGGED"
011890         MOVE "Y" TO WS-LOG-FAIL-SW
011900     END-IF.
011910 5000-WRITE-CHANGE-LOG-EXIT.
011920     EXIT.
011930*
011940 9000-TERMINATE.
011950     OPEN OUTPUT BRANOUT.
011960     PERFORM 9100-WRITE-ONE-BRANCH
011970         THRU 9100-WRITE-ONE-BRANCH-EXIT
011980         VARYING WS-BRANCH-SUB FROM 1 BY 1
011990         UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT.
012000     CLOSE BRANOUT.
012010*
012020     OPEN OUTPUT BCATOUT.
012030     PERFORM 9200-WRITE-ONE-BCAT
012040         THRU 9200-WRITE-ONE-BCAT-EXIT
012050         VARYING WS-BCAT-SUB FROM 1 BY 1
012060         UNTIL WS-BCAT-SUB > WS-BCAT-COUNT.
012070     CLOSE BCATOUT.
012080*
012090     OPEN OUTPUT ROUTEOUT.
012100     PERFORM 9300-WRITE-ONE-ROUTE
012110         THRU 9300-WRITE-ONE-ROUTE-EXIT
012120         VARYING WS-ROUTE-SUB FROM 1 BY 1
012130         UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT.
012140     CLOSE ROUTEOUT.
012150*
012160     DISPLAY "BRANCONS: " WS-TAKEN-COUNT" MERGES TAKEN, "
012170         WS-ACCEPT-COUNT " MERGED, " WS-REFUSE-COUNT
012180         " REFUSED, " WS-WAIT-COUNT " NOT YET DUE".
012190     DISPLAY "BRANCONS: " WS-COMBINE-COUNT
012200         " COUNTERS COMBINED, " WS-CREATE-COUNT
012210         " CATEGORIES CREATED".
012220*
012230     CLOSE PENDFILE.
012240     CLOSE SEQFILE.
012250     CLOSE CHGLOG.
012260     CLOSE ALIASFILE.
012270 9000-TERMINATE-EXIT.
012280     EXIT.
012290*
012300 9100-WRITE-ONE-BRANCH.
012310     MOVE WS-BR-CODE (WS-BRANCH-SUB)   TO BRO-BRANCH-CODE.
012320     MOVE WS-BR-NAME (WS-BRANCH-SUB)   TO BRO-BRANCH-NAME.
012330     MOVE WS-BR-TYPE (WS-BRANCH-SUB)   TO BRO-COUNTER-TYPE.
012340     MOVE WS-BR-STATUS (WS-BRANCH-SUB) TO BRO-STATUS.
012350     WRITE BRANOUT-RECORD.
012360 9100-WRITE-ONE-BRANCH-EXIT.
012370     EXIT.
012380*
012390 9200-WRITE-ONE-BCAT.
012400     MOVE WS-BC-BRANCH (WS-BCAT-SUB)   TO BCO-BRANCH-CODE.
012410     MOVE WS-BC-CATEGORY (WS-BCAT-SUB) TO BCO-CATEGORY.
012420     MOVE WS-BC-TYPE (WS-BCAT-SUB)     TO BCO-COUNTER-TYPE.
012430     WRITE BCATOUT-RECORD.
012440 9200-WRITE-ONE-BCAT-EXIT.
012450     EXIT.
012460*
012470 9300-WRITE-ONE-ROUTE.
012480     MOVE WS-RT-BRANCH (WS-ROUTE-SUB)  TO RTO-BRANCH-CODE.
012490     MOVE WS-RT-REGION (WS-ROUTE-SUB)  TO RTO-REGION-NAME.
012500     MOVE WS-RT-EXTRACT (WS-ROUTE-SUB) TO RTO-EXTRACT-NO.
012510     WRITE ROUTEOUT-RECORD.
012520 9300-WRITE-ONE-ROUTE-EXIT.
012530     EXIT.
