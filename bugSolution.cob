002400*                  TREATS A SOURCE-REPORTED ZERO COUNT AS A   *
002410*                  COUNT -- A ZERO-ACTIVITY DATE THE SOURCE   *
002420*                  SPOKE FOR IS NOT A MISSED FEED.            *
002421* 10/15/26   JWM   OVERFLOW EXCEPTION CARRIES A STATUS BYTE.  *
002422* 10/15/26   JWM   WRITES THE DAILY LEDGER (LEDGFILE) ROWS.   *
002423* 10/15/26   JWM   LOGS START/END TIME TO STEPLOG (WINHIST).  *
002424* 10/15/26   JWM   PARTITION RUN (PARM-PARTITION, ROUTEFILE); *
002425*                  THE PARTITION MERGE (PARTMRG) PUBLISHES.   *
002426* 10/15/26   JWM   LEDGFILE IS CREATED ONLY WHEN NOT FOUND;   *
002427*                  A LEDGER OPEN OR WRITE FAILURE ENDS RC 16  *
002428*                  (LEDGER FAILED ROW FOR A PARTITION).       *
002430*-----------------------------------------------------------*
002440 ENVIRONMENT DIVISION.
002450 CONFIGURATION SECTION.
003010         ORGANIZATION IS SEQUENTIAL
003020         FILE STATUS IS WS-CALFILE-STATUS.
003030*
003032     SELECT STEPLOG ASSIGN TO STEPLOG
003034         ORGANIZATION IS SEQUENTIAL
003036         FILE STATUS IS WS-STEPLOG-STATUS.
003038*
003040     SELECT RUNCTL ASSIGN TO RUNCTL
003050         ORGANIZATION IS SEQUENTIAL
003060         FILE STATUS IS WS-RUNCTL-STATUS.
003070*
003072     SELECT ROUTEFILE ASSIGN TO ROUTEFILE
003074         ORGANIZATION IS SEQUENTIAL
003076         FILE STATUS IS WS-ROUTEFILE-STATUS.
003078*
003080     SELECT CHKPTFILE ASSIGN TO CHKPTFILE
003090         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-CHKPTFILE-STATUS.
003101*
003102     SELECT LEDGFILE ASSIGN TO LEDGFILE
003103         ORGANIZATION IS INDEXED
003104         ACCESS MODE IS DYNAMIC
003105         RECORD KEY IS LEDG-KEY
003106         FILE STATUS IS WS-LEDGFILE-STATUS.
003110 DATA DIVISION.
003120 FILE SECTION.
003130 FD  BRANFILE
003670     LABEL RECORDS ARE STANDARD.
003680 COPY CALREC.
003690*
003692 FD  STEPLOG
003694     LABEL RECORDS ARE STANDARD.
003696 COPY STEPREC.
003698*
003700 FD  RUNCTL
003710     LABEL RECORDS ARE STANDARD.
003720 COPY RUNCREC.
003780 FD  CHKPTFILE
003790     LABEL RECORDS ARE STANDARD.
003800 COPY CHKPTREC.
003801*
003802 FD  LEDGFILE
003803     LABEL RECORDS ARE STANDARD.
003804 COPY LEDGREC.
003805*
003806 FD  ROUTEFILE
003807     LABEL RECORDS ARE STANDARD.
003808 COPY ROUTEREC.
003810 WORKING-STORAGE SECTION.
003820 77  WS-BRANCH-COUNT         PIC 9(05) VALUE 0 COMP.
003830 77  WS-MAX-BRANCHES         PIC 9(05) VALUE 5000 COMP.
004000 77  WS-CAPACITY-SW          PIC X(01) VALUE "N".
004010     88  WS-CAPACITY-EXCEEDED     VALUE "Y".
004020 77  WS-CAPACITY-RETURN-CODE PIC 9(03) VALUE 12 COMP.
004021 77  WS-PARTITION-RETURN-CODE PIC 9(03) VALUE 16 COMP.
004022 77  WS-PARTITION-SW         PIC X(01) VALUE SPACE.
004023     88  WS-WHOLE-NETWORK         VALUE SPACE.
004024     88  WS-PARTITION-RUN         VALUE "1" THRU "4".
004025 77  WS-PARTITION-NO         PIC 9(01) VALUE 0.
004026 77  WS-PART-STOP-SW         PIC X(01) VALUE "N".
004027     88  WS-PARTITION-STOPPED     VALUE "Y".
004030 77  WS-RUN-MODE-SW          PIC X(01) VALUE " ".
004040     88  WS-NORMAL-MODE           VALUE " ".
004050     88  WS-RESTART-MODE          VALUE "R".
004190 77  WS-GAP-DISP             PIC 9(05) VALUE 0.
004200 77  WS-MISSING-COUNT        PIC 9(05) VALUE 0 COMP.
004210 77  WS-RUN-DATE             PIC 9(08) VALUE 0.
004213 77  WS-STEP-START-DATE      PIC 9(08) VALUE 0.
004216 77  WS-STEP-START-TIME      PIC 9(08) VALUE 0.
004220 77  WS-NOENTRY-COUNT        PIC 9(09) VALUE 0 COMP.
004230 77  WS-APPLIED-COUNT        PIC 9(09) VALUE 0 COMP.
004240 77  WS-STAGED-READ-COUNT    PIC 9(09) VALUE 0 COMP.
004360 77  WS-RD-FOUND-SUB         PIC 9(05) VALUE 0 COMP.
004370 77  WS-REPORT-DATE          PIC 9(08) VALUE 0.
004380 77  WS-TXN-DELTA            PIC S9(05) COMP-3 VALUE 0.
004381 77  WS-LEDGER-COUNT         PIC 9(09) VALUE 0 COMP.
004382 77  WS-ROUTE-COUNT          PIC 9(05) VALUE 0 COMP.
004383 77  WS-MAX-ROUTES           PIC 9(05) VALUE 5000 COMP.
004384 77  WS-UNROUTED-PARTITION   PIC 9(01) VALUE 1.
004385 77  WS-OTHER-PART-COUNT     PIC 9(09) VALUE 0 COMP.
004386 77  WS-PART-BRANCH          PIC X(08) VALUE SPACES.
004387 77  WS-PART-FOUND-NO        PIC 9(01) VALUE 0.
004388 77  WS-IN-PART-SW           PIC X(01) VALUE "Y".
004389     88  WS-BRANCH-IN-PARTITION   VALUE "Y".
004390*
004391 77  WS-LEDGER-FAIL-COUNT    PIC 9(09) VALUE 0 COMP.
004392 77  WS-LEDGER-RETURN-CODE   PIC 9(03) VALUE 16 COMP.
004393 77  WS-LEDGER-OPEN-SW       PIC X(01) VALUE "N".
004394     88  WS-LEDGER-OPEN-FAILED    VALUE "Y".
004395*
004400 01  WS-TRAN-TABLE.
004410     05  WS-TR-ENTRY OCCURS 20000 TIMES.
004420         10  WS-TR-BRANCH         PIC X(08).
004690         10  WS-CA-DATE           PIC 9(08).
004700         10  WS-CA-TYPE           PIC X(01).
004710*
004711*
004712 01  WS-ROUTE-TABLE.
004713     05  WS-RT-ENTRY OCCURS 5000 TIMES
004714                     INDEXED BY WS-RT-IDX.
004715         10  WS-RT-BRANCH         PIC X(08).
004716         10  WS-RT-EXTRACT-NO     PIC 9(01).
004720 01  WS-ACTIVE-BRANCH-TABLE.
004730     05  WS-BS-ENTRY OCCURS 5000 TIMES
004740                     INDEXED BY WS-BS-IDX.
005070     05  WS-CID-BRANCH           PIC X(08).
005080     05  WS-CID-CATEGORY         PIC X(04).
005090*
005092 01  WS-RUN-PROGRAM.
005094     05  WS-RUN-PROGRAM-BASE     PIC X(07) VALUE "BUGSOLN".
005096     05  WS-RUN-PROGRAM-PART     PIC X(01) VALUE SPACE.
005098*
005100 01  WS-FLAGS.
005110     05  WS-BRANFILE-STATUS  PIC X(02) VALUE SPACES.
005120         88  WS-BRANFILE-OK           VALUE "00".
005470     05  WS-CHKPTFILE-STATUS PIC X(02) VALUE SPACES.
005480         88  WS-CHKPTFILE-OK          VALUE "00".
005490         88  WS-CHKPTFILE-EOF         VALUE "10".
005491     05  WS-LEDGFILE-STATUS  PIC X(02) VALUE SPACES.
005492         88  WS-LEDGFILE-OK           VALUE "00".
005493         88  WS-LEDGFILE-NOT-FOUND    VALUE "35".
005494     05  WS-STEPLOG-STATUS   PIC X(02) VALUE SPACES.
005496         88  WS-STEPLOG-OK            VALUE "00".
005497     05  WS-ROUTEFILE-STATUS PIC X(02) VALUE SPACES.
005498         88  WS-ROUTEFILE-OK          VALUE "00".
005499         88  WS-ROUTEFILE-EOF         VALUE "10".
005500*
005510 01  WS-REPORT-LINES.
005520     05  WS-HDR-LINE-1.
005660         10  FILLER              PIC X(42)
005670             VALUE "*** SIMULATION RUN - NO FILES UPDATED ***".
005680         10  FILLER              PIC X(38) VALUE SPACES.
005681     05  WS-PART-BANNER.
005682         10  FILLER              PIC X(14) VALUE "*** PARTITION ".
005683         10  WS-PB-PARTITION     PIC X(01).
005684         10  FILLER              PIC X(21)
005685             VALUE " - ROUTEFILE EXTRACT ".
005686         10  WS-PB-EXTRACT       PIC X(01).
005687         10  FILLER              PIC X(18)
005688             VALUE " BRANCHES ONLY ***".
005689         10  FILLER              PIC X(25) VALUE SPACES.
005690     05  WS-HDR-LINE-2.
005700         10  FILLER              PIC X(08) VALUE "BRANCH".
005710         10  FILLER              PIC X(09) VALUE "CATEGORY".
006110 0000-MAINLINE.
006120     PERFORM 1000-INITIALIZE
006130         THRU 1000-INITIALIZE-EXIT.
006131     IF WS-PARTITION-STOPPED OR WS-LEDGER-OPEN-FAILED
006132         MOVE WS-PARTITION-RETURN-CODE TO RETURN-CODE
006133         IF WS-LEDGER-OPEN-FAILED
006134             MOVE WS-LEDGER-RETURN-CODE TO RETURN-CODE
006135         END-IF
006136         PERFORM 9900-LOG-STEP-TIME
006137             THRU 9900-LOG-STEP-TIME-EXIT
006138         STOP RUN
006139     END-IF.
006140*
006150* IMPROVED CODE TO HANDLE POTENTIAL OVERFLOW.
006160* INCREASED SIZE OF WS-RESULT TO ACCOMMODATE THE POSSIBLE
006340     IF WS-CAPACITY-EXCEEDED
006350         MOVE WS-CAPACITY-RETURN-CODE TO RETURN-CODE
006360     END-IF.
006362     IF WS-LEDGER-FAIL-COUNT > 0
006364         MOVE WS-LEDGER-RETURN-CODE TO RETURN-CODE
006366     END-IF.
006370     IF WS-RUN-HAD-OVERFLOW
006380         MOVE WS-OVERFLOW-RETURN-CODE TO RETURN-CODE
006390     END-IF.
006392*
006394     PERFORM 9900-LOG-STEP-TIME
006396         THRU 9900-LOG-STEP-TIME-EXIT.
006400     STOP RUN.
006410*
006420 1000-INITIALIZE.
006423     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
006426     ACCEPT WS-STEP-START-TIME FROM TIME.
006430     OPEN INPUT PARMFILE.
006440     IF WS-PARMFILE-OK
006450         READ PARMFILE
006560                 AND PARM-GAP-THRESHOLD > 0
006570                 MOVE PARM-GAP-THRESHOLD TO WS-GAP-THRESHOLD
006580             END-IF
006585             MOVE PARM-PARTITION     TO WS-PARTITION-SW
006590         END-IF
006600         CLOSE PARMFILE
006610     END-IF.
006611*
006612*    A PARTITION RUN NEEDS THE ROUTING TABLE BEFORE ANY
006613*    MASTER IS LOADED -- IT DECIDES WHICH BRANCHES ARE OURS.
006614*
006615     PERFORM 6300-SET-PARTITION
006616         THRU 6300-SET-PARTITION-EXIT.
006617     IF WS-PARTITION-STOPPED
006618         GO TO 1000-INITIALIZE-EXIT
006619     END-IF.
006620     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
006630     IF WS-SIMULATE-MODE
006640         DISPLAY "BUGSOLN: SIMULATION RUN - NO FILES WILL BE "
006790             OPEN I-O SEQFILE
006800         END-IF
006810     END-IF.
006811*
006812     IF NOT WS-SIMULATE-MODE
006813         OPEN I-O LEDGFILE
006814         IF WS-LEDGFILE-NOT-FOUND
006815             OPEN OUTPUT LEDGFILE
006816             CLOSE LEDGFILE
006817             OPEN I-O LEDGFILE
006818         END-IF
006819     END-IF.
006820*
006821     IF NOT WS-SIMULATE-MODE AND NOT WS-LEDGFILE-OK
006822         DISPLAY "BUGSOLN: LEDGFILE NOT AVAILABLE, STATUS "
006823             WS-LEDGFILE-STATUS
006824         MOVE "Y" TO WS-LEDGER-OPEN-SW
006825         GO TO 1000-INITIALIZE-EXIT
006826     END-IF.
006827*
006830     OPEN EXTEND EXCPFILE.
006840     IF NOT WS-EXCPFILE-OK
006850         OPEN OUTPUT EXCPFILE
008000*    (SEE 1200) -- THIS TABLE ONLY PROVES A BRANCH ACTIVE AND
008010*    CARRIES ITS FALLBACK COUNTER TYPE.
008020*
008021     MOVE BRAN-BRANCH-CODE TO WS-PART-BRANCH.
008022     PERFORM 6500-CHECK-PARTITION
008023         THRU 6500-CHECK-PARTITION-EXIT.
008024     IF NOT WS-BRANCH-IN-PARTITION
008025         GO TO 1100-LOAD-ONE-BRANCH-READ
008026     END-IF.
008030     IF BRAN-CLOSED
008040         DISPLAY "BUGSOLN: BRANCH CLOSED - NOT LOADED - "
008050             BRAN-BRANCH-CODE
008700*    COUNTER TYPE WINS; A BLANK TYPE FALLS BACK TO THE
008710*    BRANCH'S BRAN-COUNTER-TYPE.
008720*
008721     MOVE BCAT-BRANCH-CODE TO WS-PART-BRANCH.
008722     PERFORM 6500-CHECK-PARTITION
008723         THRU 6500-CHECK-PARTITION-EXIT.
008724     IF NOT WS-BRANCH-IN-PARTITION
008725         GO TO 1200-LOAD-ONE-COUNTER-READ
008726     END-IF.
008730     SET WS-BS-IDX TO 1.
008740     SEARCH WS-BS-ENTRY
008750         AT END
009680*    BRANCH AND CATEGORY BOTH -- OR IT COULD NEVER RECONCILE
009690*    AND WOULD ONLY VANISH AT THE END-OF-RUN SWEEP.
009700*
009701     MOVE TRAN-BRANCH-CODE TO WS-PART-BRANCH.
009702     PERFORM 6500-CHECK-PARTITION
009703         THRU 6500-CHECK-PARTITION-EXIT.
009704     IF NOT WS-BRANCH-IN-PARTITION
009705         GO TO 1400-LOAD-ONE-TRAN-READ
009706     END-IF.
009710     SET WS-BR-IDX TO 1.
009720     SEARCH WS-BR-ENTRY
009730         AT END
011480     MOVE WS-COUNTER-ID            TO EXC-COUNTER-ID.
011490     MOVE WS-PRIOR-NUMBER          TO EXC-PRIOR-VALUE.
011500     MOVE WS-BR-NUMBER (WS-BR-IDX) TO EXC-ATTEMPTED-VALUE.
011505     MOVE SPACE                    TO EXC-STATUS.
011510     WRITE EXC-RECORD.
011520 2000-WRITE-EXCEPTION-EXIT.
011530     EXIT.
011930             THRU 3600-START-OF-DATE-EXIT
011940     END-IF.
011950*
011951     MOVE CNTR-BRANCH-CODE TO WS-PART-BRANCH.
011952     PERFORM 6500-CHECK-PARTITION
011953         THRU 6500-CHECK-PARTITION-EXIT.
011954     IF NOT WS-BRANCH-IN-PARTITION
011955         ADD 1 TO WS-OTHER-PART-COUNT
011956         GO TO 3000-PROCESS-ONE-TRANSACTION-CHKPT
011957     END-IF.
011958*
011960     PERFORM 3050-FIND-BRANCH-FOR-TXN
011970         THRU 3050-FIND-BRANCH-FOR-TXN-EXIT.
011980     IF NOT WS-TXN-BRANCH-FOUND
013780                 " - COUNTER NOT TRUSTED THIS RUN"
013790         END-IF
013800     END-IF.
013801*
013802     IF NOT WS-SIMULATE-MODE
013803         PERFORM 6600-WRITE-LEDGER
013804             THRU 6600-WRITE-LEDGER-EXIT
013805     END-IF.
013810 3550-CLOSE-ONE-BRANCH-EXIT.
013820     EXIT.
013830*
016430         DISPLAY "BUGSOLN: " WS-HELD-SKIP-COUNT
016440             " TRANSACTIONS SKIPPED FOR HELD BRANCHES"
016450     END-IF.
016451*
016452     IF NOT WS-SIMULATE-MODE
016453         DISPLAY "BUGSOLN: " WS-LEDGER-COUNT
016454             " DAILY LEDGER RECORDS WRITTEN, "
016455             WS-LEDGER-FAIL-COUNT " FAILED"
016456         CLOSE LEDGFILE
016457     END-IF.
016460*
016461     IF WS-PARTITION-RUN
016462         DISPLAY "BUGSOLN: PARTITION " WS-PARTITION-SW " - "
016463             WS-OTHER-PART-COUNT
016464             " TRANSACTIONS LEFT TO OTHER PARTITIONS"
016465     END-IF.
016466*
016470     CLOSE SEQFILE.
016480     CLOSE EXCPFILE.
016490     CLOSE ALERTFILE.
017960     MOVE WS-PUBLISH-HASH   TO RUNC-HASH.
017970     PERFORM 9350-WRITE-ONE-CONTROL
017980         THRU 9350-WRITE-ONE-CONTROL-EXIT.
017982     IF WS-PARTITION-RUN
017984         PERFORM 6700-WRITE-PARTITION-CONTROLS
017986             THRU 6700-WRITE-PARTITION-CONTROLS-EXIT
017988     END-IF.
017990     CLOSE RUNCTL.
018000 9300-WRITE-RUN-CONTROLS-EXIT.
018010     EXIT.
018020*
018030 9350-WRITE-ONE-CONTROL.
018040     MOVE WS-RUN-DATE TO RUNC-RUN-DATE.
018050     MOVE WS-RUN-PROGRAM TO RUNC-PROGRAM.
018060     WRITE RUNC-RECORD.
018070     MOVE 0 TO RUNC-HASH.
018080 9350-WRITE-ONE-CONTROL-EXIT.
018140     IF WS-SIMULATE-MODE
018150         WRITE CTL-LINE FROM WS-SIM-BANNER
018160     END-IF.
018162     IF WS-PARTITION-RUN
018164         WRITE CTL-LINE FROM WS-PART-BANNER
018166     END-IF.
018170*
018180*    ONE SECTION PER BUSINESS DATE, IN THE ORDER THE DATES
018190*    WERE APPLIED, FOLLOWED BY THE WHOLE-RUN TOTALS PER
020150     WRITE ALERT-RECORD.
020160 6200-WRITE-GAP-ALERT-EXIT.
020170     EXIT.
020180*
020190 6300-SET-PARTITION.
020200*
020210*    A BLANK PARM-PARTITION IS THE WHOLE NETWORK, AS BEFORE.
020220*    "1" TO "4" RUNS ONLY THE BRANCHES ROUTEFILE SENDS TO THAT
020230*    REGION EXTRACT (REGOUT1-4).  PARTITION 1 ALSO CARRIES ANY
020240*    BRANCH WITH NO USABLE ROUTE -- DISTRIBUTION SENDS THOSE TO
020250*    SUSPENSE ANYWAY -- SO EVERY FEED RECORD BELONGS TO EXACTLY
020260*    ONE PARTITION.  A PARTITION CANNOT GUESS ITS BRANCHES: A
020270*    BAD PARTITION OR NO ROUTING TABLE STOPS THE RUN BEFORE ANY
020280*    FILE IS TOUCHED.
020290*
020300     IF WS-WHOLE-NETWORK
020310         GO TO 6300-SET-PARTITION-EXIT
020320     END-IF.
020330     IF NOT WS-PARTITION-RUN
020340         DISPLAY "BUGSOLN: INVALID PARTITION [" WS-PARTITION-SW
020350             "] ON PARMFILE - RUN STOPPED"
020360         MOVE "Y" TO WS-PART-STOP-SW
020370         GO TO 6300-SET-PARTITION-EXIT
020380     END-IF.
020390     MOVE WS-PARTITION-SW TO WS-PARTITION-NO.
020400     MOVE WS-PARTITION-SW TO WS-RUN-PROGRAM-PART.
020410     MOVE WS-PARTITION-SW TO WS-PB-PARTITION.
020420     MOVE WS-PARTITION-SW TO WS-PB-EXTRACT.
020430*
020440     OPEN INPUT ROUTEFILE.
020450     IF NOT WS-ROUTEFILE-OK
020460         DISPLAY "BUGSOLN: ROUTEFILE NOT AVAILABLE, STATUS "
020470             WS-ROUTEFILE-STATUS " - PARTITION RUN STOPPED"
020480         MOVE "Y" TO WS-PART-STOP-SW
020490         GO TO 6300-SET-PARTITION-EXIT
020500     END-IF.
020510     READ ROUTEFILE
020520         AT END SET WS-ROUTEFILE-EOF TO TRUE
020530     END-READ.
020540     PERFORM 6400-LOAD-ONE-ROUTE
020550         THRU 6400-LOAD-ONE-ROUTE-EXIT
020560         UNTIL WS-ROUTEFILE-EOF.
020570     CLOSE ROUTEFILE.
020580     IF WS-ROUTE-COUNT = 0
020590         DISPLAY "BUGSOLN: ROUTEFILE EMPTY - PARTITION RUN "
020600             "STOPPED"
020610         MOVE "Y" TO WS-PART-STOP-SW
020620         GO TO 6300-SET-PARTITION-EXIT
020630     END-IF.
020640     DISPLAY "BUGSOLN: PARTITION RUN FOR EXTRACT "
020650         WS-PARTITION-SW " - " WS-ROUTE-COUNT " ROUTES LOADED".
020660 6300-SET-PARTITION-EXIT.
020670     EXIT.
020680*
020690 6400-LOAD-ONE-ROUTE.
020700*
020710*    SAME RULES AS THE DISTRIBUTION STEP (OUTDIST) -- A ROUTE
020720*    OUTSIDE EXTRACTS 1-4 IS NO ROUTE AT ALL.
020730*
020740     IF WS-ROUTE-COUNT >= WS-MAX-ROUTES
020750         DISPLAY "BUGSOLN: ROUTING TABLE FULL - "
020760             ROUTE-BRANCH-CODE " IGNORED"
020770         MOVE "Y" TO WS-CAPACITY-SW
020780         GO TO 6400-LOAD-ONE-ROUTE-READ
020790     END-IF.
020800     IF ROUTE-EXTRACT-NO NOT NUMERIC
020810         OR ROUTE-EXTRACT-NO < 1
020820         OR ROUTE-EXTRACT-NO > 4
020830         GO TO 6400-LOAD-ONE-ROUTE-READ
020840     END-IF.
020850     ADD 1 TO WS-ROUTE-COUNT.
020860     MOVE ROUTE-BRANCH-CODE TO WS-RT-BRANCH (WS-ROUTE-COUNT).
020870     MOVE ROUTE-EXTRACT-NO  TO WS-RT-EXTRACT-NO (WS-ROUTE-COUNT).
020880*
020890 6400-LOAD-ONE-ROUTE-READ.
020900     READ ROUTEFILE
020910         AT END SET WS-ROUTEFILE-EOF TO TRUE
020920     END-READ.
020930 6400-LOAD-ONE-ROUTE-EXIT.
020940     EXIT.
020950*
020960 6500-CHECK-PARTITION.
020970*
020980*    SETS WS-BRANCH-IN-PARTITION FOR WS-PART-BRANCH.  THE
020990*    WHOLE-NETWORK RUN OWNS EVERY BRANCH.  A PARTITION OWNS THE
021000*    BRANCHES ROUTED TO ITS EXTRACT, AND PARTITION 1 THE
021010*    UNROUTED ONES AS WELL.  ANOTHER PARTITION'S BRANCHES ARE
021020*    PASSED OVER WITHOUT COMMENT -- NOT LOADED, NOT RECONCILED,
021030*    AND THEIR FEED RECORDS COUNTED AS OTHER PARTITION RATHER
021040*    THAN UNMATCHED.
021050*
021060     MOVE "Y" TO WS-IN-PART-SW.
021070     IF WS-WHOLE-NETWORK
021080         GO TO 6500-CHECK-PARTITION-EXIT
021090     END-IF.
021100     MOVE WS-UNROUTED-PARTITION TO WS-PART-FOUND-NO.
021110     SET WS-RT-IDX TO 1.
021120     SEARCH WS-RT-ENTRY
021130         AT END
021140             CONTINUE
021150         WHEN WS-RT-IDX > WS-ROUTE-COUNT
021160             CONTINUE
021170         WHEN WS-RT-BRANCH (WS-RT-IDX) = WS-PART-BRANCH
021180             MOVE WS-RT-EXTRACT-NO (WS-RT-IDX)
021190                 TO WS-PART-FOUND-NO
021200     END-SEARCH.
021210     IF WS-PART-FOUND-NO NOT = WS-PARTITION-NO
021220         MOVE "N" TO WS-IN-PART-SW
021230     END-IF.
021240 6500-CHECK-PARTITION-EXIT.
021250     EXIT.
021260*
021270 6600-WRITE-LEDGER.
021280*
021290*    ONE LEDGER ROW PER COUNTER PER BUSINESS DATE, CARRYING THE
021300*    SAME RECONCILIATION STATUS THE DATE IS PUBLISHED WITH.  A
021310*    DATE ALREADY ON THE LEDGER -- A CHECKPOINT RESTART CLOSING
021320*    IT AGAIN, OR A REPLAY AFTER A DAY BACKOUT -- IS REPLACED.
021330*
021340     MOVE WS-BR-CODE (WS-BR-IDX)     TO LEDG-BRANCH-CODE.
021350     MOVE WS-BR-CATEGORY (WS-BR-IDX) TO LEDG-CATEGORY.
021360     MOVE WS-CURRENT-BUS-DATE        TO LEDG-BUSINESS-DATE.
021370     MOVE WS-BR-DATE-START (WS-BR-IDX) TO LEDG-START-VALUE.
021380     MOVE WS-BR-NUMBER (WS-BR-IDX)   TO LEDG-END-VALUE.
021390     MOVE WS-BR-DATE-INCR (WS-BR-IDX) TO LEDG-NET-INCREMENT.
021400     MOVE WS-BR-DATE-ADJ (WS-BR-IDX) TO LEDG-ADJ-COUNT.
021410     MOVE WS-BR-DATE-OVFL (WS-BR-IDX) TO LEDG-OVFL-COUNT.
021420     IF WS-RD-FLAG (WS-RD-COUNT) = 1
021430         SET LEDG-RECON-MISMATCH TO TRUE
021440     ELSE
021450         SET LEDG-RECON-OK TO TRUE
021460     END-IF.
021470     MOVE WS-BR-CYCLE (WS-BR-IDX)    TO LEDG-CYCLE-NUMBER.
021480     MOVE WS-RUN-DATE                TO LEDG-POSTED-DATE.
021490     WRITE LEDG-RECORD
021500         INVALID KEY
021510             REWRITE LEDG-RECORD
021520                 INVALID KEY
021530                     CONTINUE
021540             END-REWRITE
021550     END-WRITE.
021560*
021570*    A ROW THAT CANNOT BE WRITTEN WOULD READ AS BACKED OUT
021580*    DOWNSTREAM -- COUNT IT AND FAIL THE RUN.
021590*
021600     IF NOT WS-LEDGFILE-OK
021610         DISPLAY "BUGSOLN: LEDGER NOT UPDATED - "
021620             LEDG-KEY " STATUS " WS-LEDGFILE-STATUS
021630         ADD 1 TO WS-LEDGER-FAIL-COUNT
021640         GO TO 6600-WRITE-LEDGER-EXIT
021650     END-IF.
021660     ADD 1 TO WS-LEDGER-COUNT.
021670 6600-WRITE-LEDGER-EXIT.
021680     EXIT.
021690*
021700 6700-WRITE-PARTITION-CONTROLS.
021710*
021720*    A PARTITION'S CONTROLS GO TO ITS OWN RUNCTL UNDER ITS OWN
021730*    NAME (BUGSOLN1-4) FOR THE PARTITION MERGE (PARTMRG) TO
021740*    READ -- THE MERGE WRITES THE ONE BUGSOLN SET THE DAY-END
021750*    BALANCER PROVES.  THE RETURN CODE ROW GOES LAST: A SET
021760*    WITHOUT ONE IS A RUN THAT NEVER FINISHED.
021770*
021780     MOVE "OTHER PARTITION" TO RUNC-COUNTER-NAME.
021790     MOVE WS-OTHER-PART-COUNT TO RUNC-COUNT.
021800     PERFORM 9350-WRITE-ONE-CONTROL
021810         THRU 9350-WRITE-ONE-CONTROL-EXIT.
021820     MOVE "LEDGER FAILED" TO RUNC-COUNTER-NAME.
021830     MOVE WS-LEDGER-FAIL-COUNT TO RUNC-COUNT.
021840     PERFORM 9350-WRITE-ONE-CONTROL
021850         THRU 9350-WRITE-ONE-CONTROL-EXIT.
021860     MOVE 0 TO RUNC-COUNT.
021870     IF WS-CAPACITY-EXCEEDED
021880         MOVE WS-CAPACITY-RETURN-CODE TO RUNC-COUNT
021890     END-IF.
021900     IF WS-LEDGER-FAIL-COUNT > 0
021910         MOVE WS-LEDGER-RETURN-CODE TO RUNC-COUNT
021920     END-IF.
021930     IF WS-RUN-HAD-OVERFLOW
021940         MOVE WS-OVERFLOW-RETURN-CODE TO RUNC-COUNT
021950     END-IF.
021960     MOVE "RETURN CODE" TO RUNC-COUNTER-NAME.
021970     PERFORM 9350-WRITE-ONE-CONTROL
021980         THRU 9350-WRITE-ONE-CONTROL-EXIT.
021990 6700-WRITE-PARTITION-CONTROLS-EXIT.
022000     EXIT.
022010*
022020 9900-LOG-STEP-TIME.
022030     IF WS-SIMULATE-MODE
022040         GO TO 9900-LOG-STEP-TIME-EXIT
022050     END-IF.
022060     OPEN EXTEND STEPLOG.
022070     IF NOT WS-STEPLOG-OK
022080         OPEN OUTPUT STEPLOG
022090         CLOSE STEPLOG
022100         OPEN EXTEND STEPLOG
022110     END-IF.
022120     IF NOT WS-STEPLOG-OK
022130         DISPLAY "BUGSOLN: STEPLOG NOT AVAILABLE, STATUS "
022140             WS-STEPLOG-STATUS
022150         GO TO 9900-LOG-STEP-TIME-EXIT
022160     END-IF.
022170     MOVE SPACES             TO STEP-RECORD.
022180     MOVE ZERO               TO STEP-CHAIN-DATE.
022190     MOVE WS-RUN-PROGRAM     TO STEP-PROGRAM.
022200     MOVE WS-STEP-START-DATE TO STEP-START-DATE.
022210     MOVE WS-STEP-START-TIME TO STEP-START-TIME.
022220     ACCEPT STEP-END-DATE FROM DATE YYYYMMDD.
022230     ACCEPT STEP-END-TIME FROM TIME.
022240     MOVE WS-TXNS-PROCESSED  TO STEP-RECORDS.
022250     MOVE RETURN-CODE        TO STEP-RETURN-CODE.
022260     WRITE STEP-RECORD.
022270     CLOSE STEPLOG.
022280 9900-LOG-STEP-TIME-EXIT.
022290     EXIT.
022300*
