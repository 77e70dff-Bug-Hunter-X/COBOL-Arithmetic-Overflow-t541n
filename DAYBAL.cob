000270*                  DUPLICATED COUNT (A RESTART DAY) SO THE   *
000280*                  SCHEDULE HOLDS THE DOWNSTREAM             *
000290*                  TRANSMISSION UNTIL A HUMAN SIGNS OFF.     *
000291* 10/15/26   JWM   ALSO CERTIFIES A DAYBKOUT RUN (ALONE ON A *
000292*                  BACKOUT-ONLY DAY), INCLUDING LEDGER ROWS  *
000293*                  MATCHED = DELETED; LISTS THE DAY'S FEEDREG*
000294*                  FILES AND PROVES THE RAW READ AGAINST     *
000295*                  THEIR TRAILERS; LOGS TO STEPLOG FOR       *
000296*                  WINHIST; COUNTS A PARTMRG PARTITION HELD  *
000297*                  AS A KNOWN SKIP (NOTE PRINTED, RC 4); AND *
000298*                  ADDS THE ANOMSCR RELEASES TO THE PUBLISHED*
000299*                  COUNT AND HASH.                           *
000300*-----------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000410     SELECT BALRPT ASSIGN TO BALRPT
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-BALRPT-STATUS.
000431*
000432     SELECT FEEDREG ASSIGN TO FEEDREG
000433         ORGANIZATION IS SEQUENTIAL
000434         FILE STATUS IS WS-FEEDREG-STATUS.
000435*
000436     SELECT STEPLOG ASSIGN TO STEPLOG
000437         ORGANIZATION IS SEQUENTIAL
000438         FILE STATUS IS WS-STEPLOG-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  RUNCTL
000500 FD  BALRPT
000510     LABEL RECORDS ARE STANDARD.
000520 01  BAL-LINE                    PIC X(80).
000521*
000522 FD  FEEDREG
000523     LABEL RECORDS ARE STANDARD.
000524 COPY FREGREC.
000525*
000526 FD  STEPLOG
000527     LABEL RECORDS ARE STANDARD.
000528 COPY STEPREC.
000530 WORKING-STORAGE SECTION.
000540 77  WS-CTL-COUNT            PIC 9(03) VALUE 0 COMP.
000550 77  WS-MAX-CTLS             PIC 9(03) VALUE 200 COMP.
000560 77  WS-CTL-SUB              PIC 9(03) VALUE 0 COMP.
000570 77  WS-RUN-DATE             PIC 9(08) VALUE 0.
000573 77  WS-STEP-START-DATE      PIC 9(08) VALUE 0.
000576 77  WS-STEP-START-TIME      PIC 9(08) VALUE 0.
000580 77  WS-BREAK-COUNT          PIC 9(03) VALUE 0 COMP.
000590 77  WS-DUP-COUNT            PIC 9(03) VALUE 0 COMP.
000600 77  WS-BREAK-RETURN-CODE    PIC 9(03) VALUE 8 COMP.
000660     88  WS-COUNTER-FOUND         VALUE "Y".
000670 77  WS-ANY-MISSING-SW       PIC X(01) VALUE "N".
000680 77  WS-MERGED-SW            PIC X(01) VALUE "N".
000681 77  WS-CHAIN-ROWS-SW        PIC X(01) VALUE "N".
000682 77  WS-BKOUT-ROWS-SW        PIC X(01) VALUE "N".
000683 77  WS-FEED-FILES           PIC 9(05) VALUE 0 COMP.
000684 77  WS-FEED-RECORDS         PIC S9(13) COMP-3 VALUE 0.
000685 77  WS-PART-HELD            PIC S9(13) COMP-3 VALUE 0.
000686 77  WS-SAVE-MISSING-SW      PIC X(01) VALUE "N".
000687 77  WS-HELD-RETURN-CODE     PIC 9(03) VALUE 4 COMP.
000690 77  WS-LHS                  PIC S9(13) COMP-3 VALUE 0.
000700 77  WS-RHS                  PIC S9(13) COMP-3 VALUE 0.
000710 77  WS-LHS-HASH             PIC S9(17) COMP-3 VALUE 0.
000890         88  WS-RUNCTL-EOF            VALUE "10".
000900     05  WS-BALRPT-STATUS    PIC X(02) VALUE SPACES.
000910         88  WS-BALRPT-OK             VALUE "00".
000911     05  WS-FEEDREG-STATUS   PIC X(02) VALUE SPACES.
000912         88  WS-FEEDREG-OK            VALUE "00".
000913         88  WS-FEEDREG-EOF           VALUE "10".
000915     05  WS-STEPLOG-STATUS   PIC X(02) VALUE SPACES.
000917         88  WS-STEPLOG-OK            VALUE "00".
000920*
000921 01  WS-FEED-HDR-LINE.
000922     05  FILLER              PIC X(35)
000923         VALUE "  SOURCE     FILE SEQ   CREATED    ".
000924     05  FILLER              PIC X(45)
000925         VALUE "RECORDS FIRST BUS  LAST BUS".
000926*
000930 01  WS-REPORT-LINES.
000940     05  WS-HDR-LINE-1.
000950         10  FILLER              PIC X(36)
000970         10  WS-HDR-DATE         PIC 9(08).
000980         10  FILLER              PIC X(36) VALUE SPACES.
000990     05  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
000991     05  WS-SECTION-LINE.
000992         10  WS-SEC-TEXT         PIC X(40).
000993         10  FILLER              PIC X(40) VALUE SPACES.
001000     05  WS-CHK-LINE.
001010         10  WS-CK-DESC          PIC X(38).
001020         10  WS-CK-LHS           PIC Z(12)9-.
001070     05  WS-VERDICT-LINE.
001080         10  WS-VD-TEXT          PIC X(50).
001090         10  FILLER              PIC X(30) VALUE SPACES.
001091     05  WS-FEED-LINE.
001092         10  FILLER              PIC X(02) VALUE SPACES.
001093         10  WS-FL-SOURCE        PIC X(08).
001094         10  WS-FL-SEQ           PIC Z(10)9.
001095         10  WS-FL-CREATE        PIC Z(9)9.
001096         10  WS-FL-COUNT         PIC Z(10)9.
001097         10  WS-FL-FIRST         PIC Z(9)9.
001098         10  WS-FL-LAST          PIC Z(9)9.
001099         10  FILLER              PIC X(18) VALUE SPACES.
001100 PROCEDURE DIVISION.
001110*
001120 0000-MAINLINE.
001190     PERFORM 9000-TERMINATE
001200         THRU 9000-TERMINATE-EXIT.
001210*
001212     IF WS-PART-HELD > 0
001214         MOVE WS-HELD-RETURN-CODE TO RETURN-CODE
001216     END-IF.
001220     IF WS-BREAK-COUNT > 0
001230         OR WS-DUP-COUNT > 0
001240         MOVE WS-BREAK-RETURN-CODE TO RETURN-CODE
001250     END-IF.
001252*
001254     PERFORM 9900-LOG-STEP-TIME
001256         THRU 9900-LOG-STEP-TIME-EXIT.
001260     STOP RUN.
001270*
001280 1000-INITIALIZE.
001283     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
001286     ACCEPT WS-STEP-START-TIME FROM TIME.
001290     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001300     OPEN INPUT RUNCTL.
001310     IF WS-RUNCTL-OK
001580     IF RUNC-RUN-DATE NOT = WS-RUN-DATE
001590         GO TO 1100-LOAD-ONE-CONTROL-READ
001600     END-IF.
001601     IF RUNC-PROGRAM = "DAYBKOUT"
001602         MOVE "Y" TO WS-BKOUT-ROWS-SW
001603     ELSE
001604         MOVE "Y" TO WS-CHAIN-ROWS-SW
001605     END-IF.
001610     PERFORM 1150-FIND-OR-ADD
001620         THRU 1150-FIND-OR-ADD-EXIT.
001630*
002130*    WROTE PRINTS AS A MISSING BREAK, NOT A ZERO THAT
002140*    HAPPENS TO BALANCE.
002150*
002151*    A BACKOUT RUN ON ITS OWN CERTIFIES ONLY THE BACKOUT --
002152*    A DAY WITH NO CONTROLS AT ALL STILL PRINTS EVERY CHAIN
002153*    CHECK AS MISSING.
002154*
002155     IF WS-BKOUT-ROWS-SW = "Y" AND WS-CHAIN-ROWS-SW = "N"
002156         GO TO 3000-RUN-ALL-CHECKS-BKOUT
002157     END-IF.
002158*
002160     MOVE "RAW READ = CLEAN + REJECT + SUSPENSE"
002170         TO WS-CK-DESC.
002180     PERFORM 7100-GET-CNTREDIT-RAW
002610         THRU 7700-GET-HASH-CHECK-EXIT.
002620     PERFORM 8000-PRINT-ONE-CHECK
002630         THRU 8000-PRINT-ONE-CHECK-EXIT.
002631*
002632     PERFORM 9200-LIST-FEED-FILES
002633         THRU 9200-LIST-FEED-FILES-EXIT.
002634*
002635 3000-RUN-ALL-CHECKS-BKOUT.
002636     IF WS-BKOUT-ROWS-SW = "Y"
002637         PERFORM 9100-RUN-BACKOUT-CHECKS
002638             THRU 9100-RUN-BACKOUT-CHECKS-EXIT
002639     END-IF.
002640 3000-RUN-ALL-CHECKS-EXIT.
002650     EXIT.
002660*
003420     PERFORM 7000-GET-COUNTER
003430         THRU 7000-GET-COUNTER-EXIT.
003440     ADD WS-GET-COUNT TO WS-RHS.
003441*    PARTITION HELD IS WRITTEN ONLY BY THE PARTITION MERGE --
003442*    ABSENT FROM A SINGLE-STEP RUN, AND NOT A MISSING BREAK.
003443     MOVE WS-ANY-MISSING-SW TO WS-SAVE-MISSING-SW.
003444     MOVE "PARTITION HELD" TO WS-GET-NAME.
003445     PERFORM 7000-GET-COUNTER
003446         THRU 7000-GET-COUNTER-EXIT.
003447     MOVE WS-SAVE-MISSING-SW TO WS-ANY-MISSING-SW.
003448     MOVE WS-GET-COUNT TO WS-PART-HELD.
003449     ADD WS-GET-COUNT TO WS-RHS.
003450 7300-GET-APPLIED-SKIPS-EXIT.
003460     EXIT.
003470*
003730     PERFORM 7000-GET-COUNTER
003740         THRU 7000-GET-COUNTER-EXIT.
003750     MOVE WS-GET-COUNT TO WS-RHS.
003751*    RESULTS THE VOLUME SCREEN RELEASED FROM AN EARLIER DAY
003752*    ARE DISTRIBUTED OVER AND ABOVE THE DAY'S OWN.
003753     MOVE WS-ANY-MISSING-SW TO WS-SAVE-MISSING-SW.
003754     MOVE "ANOMSCR " TO WS-GET-PROGRAM.
003755     MOVE "RELEASED" TO WS-GET-NAME.
003756     PERFORM 7000-GET-COUNTER
003757         THRU 7000-GET-COUNTER-EXIT.
003758     MOVE WS-SAVE-MISSING-SW TO WS-ANY-MISSING-SW.
003759     ADD WS-GET-COUNT TO WS-RHS.
003760 7500-GET-DIST-VS-PUBLISHED-EXIT.
003770     EXIT.
003780*
004150     PERFORM 7000-GET-COUNTER
004160         THRU 7000-GET-COUNTER-EXIT.
004170     MOVE WS-GET-HASH TO WS-LHS-HASH.
004171*    PLUS THE RESULTS THE VOLUME SCREEN RELEASED.
004172     MOVE WS-ANY-MISSING-SW TO WS-SAVE-MISSING-SW.
004173     MOVE "ANOMSCR " TO WS-GET-PROGRAM.
004174     MOVE "RELEASED HASH" TO WS-GET-NAME.
004175     PERFORM 7000-GET-COUNTER
004176         THRU 7000-GET-COUNTER-EXIT.
004177     MOVE WS-SAVE-MISSING-SW TO WS-ANY-MISSING-SW.
004178     ADD WS-GET-HASH TO WS-LHS-HASH.
004180     MOVE 0 TO WS-RHS-HASH.
004190     PERFORM 7750-SUM-ONE-HASH
004200         THRU 7750-SUM-ONE-HASH-EXIT
004730             TO WS-VD-TEXT
004740         WRITE BAL-LINE FROM WS-VERDICT-LINE
004750     END-IF.
004751     IF WS-PART-HELD > 0
004752         MOVE "REGION HELD AT PARTITION MERGE - SEE MERGE REPORT"
004753             TO WS-VD-TEXT
004754         WRITE BAL-LINE FROM WS-VERDICT-LINE
004755     END-IF.
004760*
004770     DISPLAY "DAYBAL: " WS-BREAK-COUNT " BREAKS, "
004780         WS-DUP-COUNT " DUPLICATES".
004790     CLOSE BALRPT.
004800 9000-TERMINATE-EXIT.
004810     EXIT.
004820*
004830 9100-RUN-BACKOUT-CHECKS.
004840     WRITE BAL-LINE FROM WS-BLANK-LINE.
004850     MOVE "DAY BACKOUT (DAYBKOUT)" TO WS-SEC-TEXT.
004860     WRITE BAL-LINE FROM WS-SECTION-LINE.
004870*
004880     MOVE "BACKOUT READ = REVERSED + KEPT"
004890         TO WS-CK-DESC.
004900     PERFORM 9110-GET-BACKOUT-READ
004910         THRU 9110-GET-BACKOUT-READ-EXIT.
004920     PERFORM 8000-PRINT-ONE-CHECK
004930         THRU 8000-PRINT-ONE-CHECK-EXIT.
004940*
004950     MOVE "BACKOUT COUNTERS = AUDIT RECORDS"
004960         TO WS-CK-DESC.
004970     PERFORM 9120-GET-BACKOUT-AUDITED
004980         THRU 9120-GET-BACKOUT-AUDITED-EXIT.
004990     PERFORM 8000-PRINT-ONE-CHECK
005000         THRU 8000-PRINT-ONE-CHECK-EXIT.
005010*
005020     MOVE "AUDITED = RESTORED + NOT PERSISTED"
005030         TO WS-CK-DESC.
005040     PERFORM 9130-GET-BACKOUT-ACTIONS
005050         THRU 9130-GET-BACKOUT-ACTIONS-EXIT.
005060     PERFORM 8000-PRINT-ONE-CHECK
005070         THRU 8000-PRINT-ONE-CHECK-EXIT.
005080*
005090     MOVE "SUMMARY READ = KEPT + DROPPED"
005100         TO WS-CK-DESC.
005110     PERFORM 9140-GET-BACKOUT-SUMMARY
005120         THRU 9140-GET-BACKOUT-SUMMARY-EXIT.
005130     PERFORM 8000-PRINT-ONE-CHECK
005140         THRU 8000-PRINT-ONE-CHECK-EXIT.
005150*
005160     MOVE "LEDGER ROWS MATCHED = DELETED"
005170         TO WS-CK-DESC.
005180     PERFORM 9150-GET-BACKOUT-LEDGER
005190         THRU 9150-GET-BACKOUT-LEDGER-EXIT.
005200     PERFORM 8000-PRINT-ONE-CHECK
005210         THRU 8000-PRINT-ONE-CHECK-EXIT.
005220 9100-RUN-BACKOUT-CHECKS-EXIT.
005230     EXIT.
005240*
005250 9110-GET-BACKOUT-READ.
005260     MOVE "DAYBKOUT" TO WS-GET-PROGRAM.
005270     MOVE "BKOUT READ" TO WS-GET-NAME.
005280     PERFORM 7000-GET-COUNTER
005290         THRU 7000-GET-COUNTER-EXIT.
005300     MOVE WS-GET-COUNT TO WS-LHS.
005310     MOVE "BKOUT REVERSED" TO WS-GET-NAME.
005320     PERFORM 7000-GET-COUNTER
005330         THRU 7000-GET-COUNTER-EXIT.
005340     MOVE WS-GET-COUNT TO WS-RHS.
005350     MOVE "BKOUT KEPT" TO WS-GET-NAME.
005360     PERFORM 7000-GET-COUNTER
005370         THRU 7000-GET-COUNTER-EXIT.
005380     ADD WS-GET-COUNT TO WS-RHS.
005390 9110-GET-BACKOUT-READ-EXIT.
005400     EXIT.
005410*
005420 9120-GET-BACKOUT-AUDITED.
005430     MOVE "DAYBKOUT" TO WS-GET-PROGRAM.
005440     MOVE "BKOUT COUNTERS" TO WS-GET-NAME.
005450     PERFORM 7000-GET-COUNTER
005460         THRU 7000-GET-COUNTER-EXIT.
005470     MOVE WS-GET-COUNT TO WS-LHS.
005480     MOVE "BKOUT AUDITED" TO WS-GET-NAME.
005490     PERFORM 7000-GET-COUNTER
005500         THRU 7000-GET-COUNTER-EXIT.
005510     MOVE WS-GET-COUNT TO WS-RHS.
005520 9120-GET-BACKOUT-AUDITED-EXIT.
005530     EXIT.
005540*
005550 9130-GET-BACKOUT-ACTIONS.
005560     MOVE "DAYBKOUT" TO WS-GET-PROGRAM.
005570     MOVE "BKOUT AUDITED" TO WS-GET-NAME.
005580     PERFORM 7000-GET-COUNTER
005590         THRU 7000-GET-COUNTER-EXIT.
005600     MOVE WS-GET-COUNT TO WS-LHS.
005610     MOVE "BKOUT RESTORED" TO WS-GET-NAME.
005620     PERFORM 7000-GET-COUNTER
005630         THRU 7000-GET-COUNTER-EXIT.
005640     MOVE WS-GET-COUNT TO WS-RHS.
005650     MOVE "BKOUT NO-PERSIST" TO WS-GET-NAME.
005660     PERFORM 7000-GET-COUNTER
005670         THRU 7000-GET-COUNTER-EXIT.
005680     ADD WS-GET-COUNT TO WS-RHS.
005690 9130-GET-BACKOUT-ACTIONS-EXIT.
005700     EXIT.
005710*
005720 9140-GET-BACKOUT-SUMMARY.
005730     MOVE "DAYBKOUT" TO WS-GET-PROGRAM.
005740     MOVE "RSUM READ" TO WS-GET-NAME.
005750     PERFORM 7000-GET-COUNTER
005760         THRU 7000-GET-COUNTER-EXIT.
005770     MOVE WS-GET-COUNT TO WS-LHS.
005780     MOVE "RSUM KEPT" TO WS-GET-NAME.
005790     PERFORM 7000-GET-COUNTER
005800         THRU 7000-GET-COUNTER-EXIT.
005810     MOVE WS-GET-COUNT TO WS-RHS.
005820     MOVE "RSUM DROPPED" TO WS-GET-NAME.
005830     PERFORM 7000-GET-COUNTER
005840         THRU 7000-GET-COUNTER-EXIT.
005850     ADD WS-GET-COUNT TO WS-RHS.
005860 9140-GET-BACKOUT-SUMMARY-EXIT.
005870     EXIT.
005880*
005890 9150-GET-BACKOUT-LEDGER.
005900     MOVE "DAYBKOUT" TO WS-GET-PROGRAM.
005910     MOVE "LEDGER MATCHED" TO WS-GET-NAME.
005920     PERFORM 7000-GET-COUNTER
005930         THRU 7000-GET-COUNTER-EXIT.
005940     MOVE WS-GET-COUNT TO WS-LHS.
005950     MOVE "LEDGER DELETED" TO WS-GET-NAME.
005960     PERFORM 7000-GET-COUNTER
005970         THRU 7000-GET-COUNTER-EXIT.
005980     MOVE WS-GET-COUNT TO WS-RHS.
005990 9150-GET-BACKOUT-LEDGER-EXIT.
006000     EXIT.
006010*
006020*    THE DAY'S FEED FILES ARE THOSE THE EDIT REGISTERED TODAY.
006030*    THEIR TRAILER RECORD COUNTS MUST ADD UP TO WHAT THE EDIT
006040*    READ -- A FILE EDITED BUT NOT REGISTERED, OR REGISTERED
006050*    BUT NOT EDITED, BREAKS HERE.
006060*
006070 9200-LIST-FEED-FILES.
006080     WRITE BAL-LINE FROM WS-BLANK-LINE.
006090     MOVE "FEED FILES EDITED (CNTREDIT)" TO WS-SEC-TEXT.
006100     WRITE BAL-LINE FROM WS-SECTION-LINE.
006110     WRITE BAL-LINE FROM WS-FEED-HDR-LINE.
006120     MOVE 0 TO WS-FEED-FILES.
006130     MOVE 0 TO WS-FEED-RECORDS.
006140     OPEN INPUT FEEDREG.
006150     IF WS-FEEDREG-OK
006160         READ FEEDREG
006170             AT END SET WS-FEEDREG-EOF TO TRUE
006180         END-READ
006190         PERFORM 9250-LIST-ONE-FEED
006200             THRU 9250-LIST-ONE-FEED-EXIT
006210             UNTIL WS-FEEDREG-EOF
006220         CLOSE FEEDREG
006230     ELSE
006240         DISPLAY "DAYBAL: NO FEED REGISTER - NO FEED FILES "
006250             "TO LIST"
006260     END-IF.
006270     IF WS-FEED-FILES = 0
006280         MOVE "  NO FEED FILE REGISTERED TODAY" TO WS-VD-TEXT
006290         WRITE BAL-LINE FROM WS-VERDICT-LINE
006300     END-IF.
006310*
006320     MOVE "RAW READ = REGISTERED FILE RECORDS"
006330         TO WS-CK-DESC.
006340     MOVE "CNTREDIT" TO WS-GET-PROGRAM.
006350     MOVE "RAW READ" TO WS-GET-NAME.
006360     PERFORM 7000-GET-COUNTER
006370         THRU 7000-GET-COUNTER-EXIT.
006380     MOVE WS-GET-COUNT    TO WS-LHS.
006390     MOVE WS-FEED-RECORDS TO WS-RHS.
006400     PERFORM 8000-PRINT-ONE-CHECK
006410         THRU 8000-PRINT-ONE-CHECK-EXIT.
006420 9200-LIST-FEED-FILES-EXIT.
006430     EXIT.
006440*
006450 9250-LIST-ONE-FEED.
006460     IF FREG-RUN-DATE NOT = WS-RUN-DATE
006470         GO TO 9250-LIST-ONE-FEED-READ
006480     END-IF.
006490     ADD 1 TO WS-FEED-FILES.
006500     ADD FREG-RECORD-COUNT TO WS-FEED-RECORDS.
006510     MOVE FREG-SOURCE-ID      TO WS-FL-SOURCE.
006520     MOVE FREG-FILE-SEQ       TO WS-FL-SEQ.
006530     MOVE FREG-CREATE-DATE    TO WS-FL-CREATE.
006540     MOVE FREG-RECORD-COUNT   TO WS-FL-COUNT.
006550     MOVE FREG-FIRST-BUS-DATE TO WS-FL-FIRST.
006560     MOVE FREG-LAST-BUS-DATE  TO WS-FL-LAST.
006570     WRITE BAL-LINE FROM WS-FEED-LINE.
006580*
006590 9250-LIST-ONE-FEED-READ.
006600     READ FEEDREG
006610         AT END SET WS-FEEDREG-EOF TO TRUE
006620     END-READ.
006630 9250-LIST-ONE-FEED-EXIT.
006640     EXIT.
006650*
006660 9900-LOG-STEP-TIME.
006670     OPEN EXTEND STEPLOG.
006680     IF NOT WS-STEPLOG-OK
006690         OPEN OUTPUT STEPLOG
006700         CLOSE STEPLOG
006710         OPEN EXTEND STEPLOG
006720     END-IF.
006730     IF NOT WS-STEPLOG-OK
006740         DISPLAY "DAYBAL: STEPLOG NOT AVAILABLE, STATUS "
006750             WS-STEPLOG-STATUS
006760         GO TO 9900-LOG-STEP-TIME-EXIT
006770     END-IF.
006780     MOVE SPACES             TO STEP-RECORD.
006790     MOVE ZERO               TO STEP-CHAIN-DATE.
006800     MOVE "DAYBAL"           TO STEP-PROGRAM.
006810     MOVE WS-STEP-START-DATE TO STEP-START-DATE.
006820     MOVE WS-STEP-START-TIME TO STEP-START-TIME.
006830     ACCEPT STEP-END-DATE FROM DATE YYYYMMDD.
006840     ACCEPT STEP-END-TIME FROM TIME.
006850     MOVE WS-CTL-COUNT       TO STEP-RECORDS.
006860     MOVE RETURN-CODE        TO STEP-RETURN-CODE.
006870     WRITE STEP-RECORD.
006880     CLOSE STEPLOG.
006890 9900-LOG-STEP-TIME-EXIT.
006900     EXIT.
