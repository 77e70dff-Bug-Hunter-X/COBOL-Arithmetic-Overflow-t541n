000660*                  RUN CONTROL FILE (RUNCTL, SEE RUNCREC)    *
000670*                  SO THE DAY-END BALANCER (DAYBAL) CAN      *
000680*                  PROVE THE CHAIN END TO END.               *
000681* 10/15/26   JWM   A CLOSED BRANCH MERGED OR RE-CODED        *
000682*                  (ALIASFILE) IS RE-KEYED TO ITS SURVIVOR   *
000683*                  FROM THE EFFECTIVE DATE ON.  THE RAW FEED *
000684*                  IS NOW FILES FRAMED BY A HEADER AND       *
000685*                  TRAILER (FEEDCTL), ALL PROVED AND         *
000686*                  REGISTERED (FEEDREG) BEFORE ANY RECORD IS *
000687*                  EDITED -- A BAD OR REPEATED FILE FAILS THE*
000688*                  WHOLE FEED RC 16.  START/END TIME, RECORDS*
000689*                  READ AND RC GO TO STEPLOG.                *
000690*-----------------------------------------------------------*
000700 ENVIRONMENT DIVISION.
000710 CONFIGURATION SECTION.
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS WS-CALFILE-STATUS.
001070*
001072     SELECT STEPLOG ASSIGN TO STEPLOG
001074         ORGANIZATION IS SEQUENTIAL
001076         FILE STATUS IS WS-STEPLOG-STATUS.
001078*
001080     SELECT RUNCTL ASSIGN TO RUNCTL
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS WS-RUNCTL-STATUS.
001101*
001102     SELECT ALIASFILE ASSIGN TO ALIASFILE
001103         ORGANIZATION IS SEQUENTIAL
001104         FILE STATUS IS WS-ALIASFILE-STATUS.
001105*
001106     SELECT FEEDREG ASSIGN TO FEEDREG
001107         ORGANIZATION IS SEQUENTIAL
001108         FILE STATUS IS WS-FEEDREG-STATUS.
001110 DATA DIVISION.
001120 FILE SECTION.
001130 FD  BRANFILE
001170 FD  CNTRIN
001180     LABEL RECORDS ARE STANDARD.
001190 COPY CNTRREC.
001191 COPY FEEDCTL.
001200*
001210 FD  CNTROUT
001220     LABEL RECORDS ARE STANDARD.
001420     LABEL RECORDS ARE STANDARD.
001430 COPY CALREC.
001440*
001442 FD  STEPLOG
001444     LABEL RECORDS ARE STANDARD.
001446 COPY STEPREC.
001448*
001450 FD  RUNCTL
001460     LABEL RECORDS ARE STANDARD.
001470 COPY RUNCREC.
001471*
001472 FD  ALIASFILE
001473     LABEL RECORDS ARE STANDARD.
001474 COPY ALIASREC.
001475*
001476 FD  FEEDREG
001477     LABEL RECORDS ARE STANDARD.
001478 COPY FREGREC.
001480 WORKING-STORAGE SECTION.
001490 77  WS-BRANCH-COUNT         PIC 9(05) VALUE 0 COMP.
001500 77  WS-MAX-BRANCHES         PIC 9(05) VALUE 5000 COMP.
001580 77  WS-CAL-FOUND-SW         PIC X(01) VALUE "N".
001590     88  WS-EDIT-CAL-FOUND        VALUE "Y".
001600 77  WS-RUN-DATE             PIC 9(08) VALUE 0.
001603 77  WS-STEP-START-DATE      PIC 9(08) VALUE 0.
001606 77  WS-STEP-START-TIME      PIC 9(08) VALUE 0.
001610 77  WS-BCAT-COUNT           PIC 9(05) VALUE 0 COMP.
001620 77  WS-MAX-BCATS            PIC 9(05) VALUE 20000 COMP.
001630 77  WS-BCAT-FOUND-SW        PIC X(01) VALUE "N".
001670 77  WS-CAPACITY-SW          PIC X(01) VALUE "N".
001680     88  WS-CAPACITY-EXCEEDED     VALUE "Y".
001690 77  WS-CAPACITY-RETURN-CODE PIC 9(03) VALUE 12 COMP.
001691 77  WS-FEED-COUNT           PIC 9(03) VALUE 0 COMP.
001692 77  WS-MAX-FEEDS            PIC 9(03) VALUE 20 COMP.
001693 77  WS-FEED-SUB             PIC 9(03) VALUE 0 COMP.
001694 77  WS-FEED-PRIOR-SUB       PIC 9(03) VALUE 0 COMP.
001695 77  WS-FEED-RETURN-CODE     PIC 9(03) VALUE 16 COMP.
001696 77  WS-FEED-REJECT-SW       PIC X(01) VALUE "N".
001697     88  WS-FEED-REJECTED         VALUE "Y".
001698 77  WS-IN-FILE-SW           PIC X(01) VALUE "N".
001699     88  WS-IN-FILE               VALUE "Y".
001700 77  WS-BLANK-SEEN-SW        PIC X(01) VALUE "N".
001710     88  WS-BLANK-SEEN            VALUE "Y".
001720 77  WS-EDIT-RESULT-SW       PIC X(01) VALUE " ".
001750 77  WS-BRANCH-FOUND-SW      PIC X(01) VALUE "N".
001760     88  WS-EDIT-BRANCH-FOUND     VALUE "Y".
001770 77  WS-PREV-BUS-DATE        PIC 9(08) VALUE 0.
001771 77  WS-ALIAS-COUNT          PIC 9(05) VALUE 0 COMP.
001772 77  WS-MAX-ALIASES          PIC 9(05) VALUE 5000 COMP.
001773 77  WS-ALIAS-FOUND-SW       PIC X(01) VALUE "N".
001774     88  WS-EDIT-ALIAS-FOUND      VALUE "Y".
001775 77  WS-ALIAS-HOPS           PIC 9(02) VALUE 0 COMP.
001776 77  WS-MAX-ALIAS-HOPS       PIC 9(02) VALUE 10 COMP.
001777 77  WS-REKEY-COUNT          PIC 9(09) VALUE 0 COMP.
001778 77  WS-RAW-IMAGE            PIC X(27) VALUE SPACES.
001779 77  WS-FEED-REASON          PIC X(40) VALUE SPACES.
001780*
001790 01  WS-BRANCH-TABLE.
001800     05  WS-BR-ENTRY OCCURS 5000 TIMES
001940         10  WS-CA-DATE           PIC 9(08).
001950         10  WS-CA-TYPE           PIC X(01).
001960*
001961 01  WS-ALIAS-TABLE.
001962     05  WS-AL-ENTRY OCCURS 5000 TIMES
001963                     INDEXED BY WS-AL-IDX.
001964         10  WS-AL-OLD            PIC X(08).
001965         10  WS-AL-SURVIVOR       PIC X(08).
001966         10  WS-AL-EFFECTIVE      PIC 9(08).
001967*
001970 01  WS-CODE-BYTES.
001980     05  WS-CODE-BYTE OCCURS 8 TIMES
001990                      PIC X(01).
001991*
001992 01  WS-FEED-TABLE.
001993     05  WS-FD-ENTRY OCCURS 20 TIMES.
001994         10  WS-FD-SOURCE         PIC X(08).
001995         10  WS-FD-SEQ            PIC 9(09).
001996         10  WS-FD-CREATE-DATE    PIC 9(08).
001997         10  WS-FD-HIGH-SEQ       PIC 9(09).
001998         10  WS-FD-REASON         PIC X(40).
002000*
002001 01  WS-FEED-TOTALS.
002002     05  WS-FT-ENTRY OCCURS 20 TIMES.
002003         10  WS-FD-COUNT          PIC 9(09) COMP.
002004         10  WS-FD-HASH           PIC 9(15) COMP.
002005         10  WS-FD-TRL-COUNT      PIC 9(09).
002006         10  WS-FD-TRL-HASH       PIC 9(15).
002007         10  WS-FD-FIRST-DATE     PIC 9(08).
002008         10  WS-FD-LAST-DATE      PIC 9(08).
002009*
002010 01  WS-FLAGS.
002020     05  WS-BRANFILE-STATUS  PIC X(02) VALUE SPACES.
002030         88  WS-BRANFILE-OK           VALUE "00".
002210         88  WS-CALFILE-EOF           VALUE "10".
002220     05  WS-RUNCTL-STATUS    PIC X(02) VALUE SPACES.
002230         88  WS-RUNCTL-OK             VALUE "00".
002231     05  WS-ALIASFILE-STATUS PIC X(02) VALUE SPACES.
002232         88  WS-ALIASFILE-OK          VALUE "00".
002233         88  WS-ALIASFILE-EOF         VALUE "10".
002234     05  WS-FEEDREG-STATUS   PIC X(02) VALUE SPACES.
002235         88  WS-FEEDREG-OK            VALUE "00".
002236         88  WS-FEEDREG-EOF           VALUE "10".
002237     05  WS-STEPLOG-STATUS   PIC X(02) VALUE SPACES.
002238         88  WS-STEPLOG-OK            VALUE "00".
002240*
002250 01  WS-REPORT-LINES.
002260     05  WS-HDR-LINE-1.
002310         10  WS-CNT-LABEL        PIC X(20).
002320         10  WS-CNT-VALUE        PIC Z(8)9.
002330         10  FILLER              PIC X(51) VALUE SPACES.
002331     05  WS-FEED-LINE.
002332         10  WS-FL-SOURCE        PIC X(08).
002333         10  FILLER              PIC X(01) VALUE SPACES.
002334         10  WS-FL-SEQ           PIC Z(8)9.
002335         10  FILLER              PIC X(01) VALUE SPACES.
002336         10  WS-FL-COUNT         PIC Z(8)9.
002337         10  FILLER              PIC X(01) VALUE SPACES.
002338         10  WS-FL-TEXT          PIC X(40).
002339         10  FILLER              PIC X(11) VALUE SPACES.
002340 PROCEDURE DIVISION.
002350*
002360 0000-MAINLINE.
002550     IF WS-CAPACITY-EXCEEDED
002560         MOVE WS-CAPACITY-RETURN-CODE TO RETURN-CODE
002570     END-IF.
002571*
002572*    A FEED THAT FAILED ITS HEADER/TRAILER CONTROL WAS NOT
002573*    EDITED AT ALL -- THE CHAIN MUST STOP HERE.
002574     IF WS-FEED-REJECTED
002575         MOVE WS-FEED-RETURN-CODE TO RETURN-CODE
002576     END-IF.
002577*
002578     PERFORM 9900-LOG-STEP-TIME
002579         THRU 9900-LOG-STEP-TIME-EXIT.
002580     STOP RUN.
002590*
002600 1000-INITIALIZE.
002603     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
002606     ACCEPT WS-STEP-START-TIME FROM TIME.
002610     OPEN INPUT BRANFILE.
002620     READ BRANFILE
002630         AT END SET WS-BRANFILE-EOF TO TRUE
002890             UNTIL WS-CALFILE-EOF
002900         CLOSE CALFILE
002910     END-IF.
002911*
002912*    NO ALIAS FILE MEANS NO BRANCH HAS BEEN MERGED YET --
002913*    CLOSED-BRANCH ACTIVITY REJECTS AS IT ALWAYS HAS.
002914     PERFORM 9110-LOAD-ALIASES
002915         THRU 9110-LOAD-ALIASES-EXIT.
002920*
002921*    PROVE EVERY FILE ON THE RAW FEED BEFORE EDITING ANY OF IT.
002922     PERFORM 9130-CHECK-FEED-CONTROL
002923         THRU 9130-CHECK-FEED-CONTROL-EXIT.
002924*
002930     OPEN INPUT CNTRIN.
002940     OPEN OUTPUT CNTROUT.
002950     OPEN OUTPUT CNTRREJ.
003030     READ CNTRIN
003040         AT END SET WS-CNTRIN-EOF TO TRUE
003050     END-READ.
003051*
003052*    A REJECTED FEED LEAVES THE CLEAN FEED EMPTY.
003053     IF WS-FEED-REJECTED
003054         SET WS-CNTRIN-EOF TO TRUE
003055     END-IF.
003060 1000-INITIALIZE-EXIT.
003070     EXIT.
003080*
003640     EXIT.
003650*
003660 3000-EDIT-ONE-RECORD.
003661*
003662*    FILE HEADERS AND TRAILERS WERE PROVED IN THE FIRST PASS
003663*    AND ARE NOT FEED RECORDS.
003664     IF FHDR-IS-HEADER OR FTRL-IS-TRAILER
003665         GO TO 3000-EDIT-ONE-RECORD-READ
003666     END-IF.
003667*
003670     ADD 1 TO WS-READ-COUNT.
003680     MOVE " " TO WS-EDIT-RESULT-SW.
003681     MOVE CNTR-RECORD TO WS-RAW-IMAGE.
003682     MOVE 0 TO WS-ALIAS-HOPS.
003690*
003700     IF CNTR-BRANCH-CODE = SPACES
003710         SET REJ-BLANK-BRANCH TO TRUE
003830         GO TO 3000-EDIT-ONE-RECORD-READ
003840     END-IF.
003850*
003855 3000-EDIT-ONE-RECORD-FIND.
003860     MOVE "N" TO WS-BRANCH-FOUND-SW.
003870     SET WS-BR-IDX TO 1.
003880     SEARCH WS-BR-ENTRY
003980         GO TO 3000-EDIT-ONE-RECORD-READ
003990     END-IF.
004000*
004002*    A CLOSED BRANCH MERGED INTO, OR RE-CODED AS, ANOTHER
004003*    HANDS ITS ACTIVITY FROM THE EFFECTIVE DATE ON TO THE
004004*    SURVIVOR -- THE RECORD IS RE-KEYED AND THE SURVIVOR
004005*    LOOKED UP AFRESH, SO A SURVIVOR SINCE MERGED IN ITS TURN
004006*    IS FOLLOWED DOWN THE CHAIN.
004007*
004010     IF WS-BR-STATUS (WS-BR-IDX) = "C"
004011         PERFORM 9120-FIND-SURVIVOR
004012             THRU 9120-FIND-SURVIVOR-EXIT
004013         IF WS-EDIT-ALIAS-FOUND
004014             GO TO 3000-EDIT-ONE-RECORD-FIND
004015         END-IF
004020         SET REJ-CLOSED-BRANCH TO TRUE
004030         PERFORM 3200-WRITE-REJECT
004040             THRU 3200-WRITE-REJECT-EXIT
005450*
005460 3200-WRITE-REJECT.
005470     MOVE SPACES TO REJ-RECORD-IMAGE.
005480     MOVE WS-RAW-IMAGE TO REJ-RECORD-IMAGE.
005490     WRITE REJ-RECORD.
005500     ADD 1 TO WS-REJECT-COUNT.
005510 3200-WRITE-REJECT-EXIT.
005520     EXIT.
005530*
005540 9000-TERMINATE.
005541     IF WS-FEED-REJECTED
005542         PERFORM 9300-FEED-REJECTED
005543             THRU 9300-FEED-REJECTED-EXIT
005544         GO TO 9000-TERMINATE-EXIT
005545     END-IF.
005546*
005550     WRITE EDIT-LINE FROM WS-HDR-LINE-1.
005560     MOVE "RECORDS READ"        TO WS-CNT-LABEL.
005570     MOVE WS-READ-COUNT         TO WS-CNT-VALUE.
005680     MOVE "RECORDS SUSPENDED"   TO WS-CNT-LABEL.
005690     MOVE WS-SUSPEND-COUNT      TO WS-CNT-VALUE.
005700     WRITE EDIT-LINE FROM WS-CNT-LINE.
005701     MOVE "RE-KEYED TO SURVIVOR" TO WS-CNT-LABEL.
005702     MOVE WS-REKEY-COUNT        TO WS-CNT-VALUE.
005703     WRITE EDIT-LINE FROM WS-CNT-LINE.
005704*
005705     PERFORM 9200-REGISTER-FEEDS
005706         THRU 9200-REGISTER-FEEDS-EXIT.
005710*
005720     DISPLAY "CNTREDIT: READ " WS-READ-COUNT
005730         " CLEAN " WS-CLEAN-COUNT
005740         " REJECTED " WS-REJECT-COUNT
005750         " SUSPENDED " WS-SUSPEND-COUNT
005751         " RE-KEYED " WS-REKEY-COUNT.
005760*
005770*    THE DAY-END BALANCER (DAYBAL) PROVES THESE COUNTS
005780*    AGAINST THE REST OF THE CHAIN -- EVERY RAW RECORD MUST
006180     WRITE RUNC-RECORD.
006190 9100-WRITE-ONE-CONTROL-EXIT.
006200     EXIT.
006210*
006220*    THE BRANCH ALIAS TABLE IS LOADED WHOLE AT START OF RUN.
006230*
006240 9110-LOAD-ALIASES.
006250     OPEN INPUT ALIASFILE.
006260     IF NOT WS-ALIASFILE-OK
006270         GO TO 9110-LOAD-ALIASES-EXIT
006280     END-IF.
006290     READ ALIASFILE
006300         AT END SET WS-ALIASFILE-EOF TO TRUE
006310     END-READ.
006320     PERFORM 9115-LOAD-ONE-ALIAS
006330         THRU 9115-LOAD-ONE-ALIAS-EXIT
006340         UNTIL WS-ALIASFILE-EOF.
006350     CLOSE ALIASFILE.
006360 9110-LOAD-ALIASES-EXIT.
006370     EXIT.
006380*
006390 9115-LOAD-ONE-ALIAS.
006400     IF WS-ALIAS-COUNT >= WS-MAX-ALIASES
006410         DISPLAY "CNTREDIT: ALIAS TABLE FULL - "
006420             ALIAS-OLD-BRANCH " IGNORED"
006430         MOVE "Y" TO WS-CAPACITY-SW
006440         GO TO 9115-LOAD-ONE-ALIAS-READ
006450     END-IF.
006460*
006470     ADD 1 TO WS-ALIAS-COUNT.
006480     MOVE ALIAS-OLD-BRANCH TO WS-AL-OLD (WS-ALIAS-COUNT).
006490     MOVE ALIAS-SURVIVOR   TO WS-AL-SURVIVOR (WS-ALIAS-COUNT).
006500     MOVE ALIAS-EFFECTIVE-DATE
006510         TO WS-AL-EFFECTIVE (WS-ALIAS-COUNT).
006520*
006530 9115-LOAD-ONE-ALIAS-READ.
006540     READ ALIASFILE
006550         AT END SET WS-ALIASFILE-EOF TO TRUE
006560     END-READ.
006570 9115-LOAD-ONE-ALIAS-EXIT.
006580     EXIT.
006590*
006600 9120-FIND-SURVIVOR.
006610     MOVE "N" TO WS-ALIAS-FOUND-SW.
006620     IF WS-ALIAS-COUNT = 0
006630         OR WS-ALIAS-HOPS >= WS-MAX-ALIAS-HOPS
006640         OR CNTR-BUSINESS-DATE NOT NUMERIC
006650         GO TO 9120-FIND-SURVIVOR-EXIT
006660     END-IF.
006670     SET WS-AL-IDX TO 1.
006680     SEARCH WS-AL-ENTRY
006690         AT END
006700             CONTINUE
006710         WHEN WS-AL-IDX > WS-ALIAS-COUNT
006720             CONTINUE
006730         WHEN WS-AL-OLD (WS-AL-IDX) = CNTR-BRANCH-CODE
006740             AND CNTR-BUSINESS-DATE NOT <
006750                 WS-AL-EFFECTIVE (WS-AL-IDX)
006760             MOVE "Y" TO WS-ALIAS-FOUND-SW
006770     END-SEARCH.
006780     IF WS-EDIT-ALIAS-FOUND
006790         IF WS-ALIAS-HOPS = 0
006800             ADD 1 TO WS-REKEY-COUNT
006810         END-IF
006820         ADD 1 TO WS-ALIAS-HOPS
006830         MOVE WS-AL-SURVIVOR (WS-AL-IDX) TO CNTR-BRANCH-CODE
006840     END-IF.
006850 9120-FIND-SURVIVOR-EXIT.
006860     EXIT.
006870*
006880*    FIRST PASS OVER THE RAW FEED.  EACH FILE ON IT MUST OPEN
006890*    WITH A HEADER AND CLOSE WITH A TRAILER WHOSE RECORD COUNT
006900*    AND QUANTITY HASH AGREE WITH THE DETAIL BETWEEN THEM, AND
006910*    ITS SEQUENCE NUMBER MUST RUN ABOVE EVERY NUMBER ALREADY
006920*    REGISTERED FOR ITS SOURCE.  ONE BAD FILE FAILS THE WHOLE
006930*    FEED -- NOTHING IS EDITED AND THE CLEAN FEED IS LEFT EMPTY.
006940*
006950 9130-CHECK-FEED-CONTROL.
006960     OPEN INPUT CNTRIN.
006970     READ CNTRIN
006980         AT END SET WS-CNTRIN-EOF TO TRUE
006990     END-READ.
007000     PERFORM 9140-PROVE-ONE-RECORD
007010         THRU 9140-PROVE-ONE-RECORD-EXIT
007020         UNTIL WS-CNTRIN-EOF.
007030     CLOSE CNTRIN.
007040     MOVE SPACES TO WS-CNTRIN-STATUS.
007050*
007060     IF WS-IN-FILE
007070         MOVE "N" TO WS-IN-FILE-SW
007080         IF WS-FD-REASON (WS-FEED-SUB) = SPACES
007090             MOVE "NO TRAILER BEFORE END OF FEED"
007100                 TO WS-FD-REASON (WS-FEED-SUB)
007110         END-IF
007120         SET WS-FEED-REJECTED TO TRUE
007130     END-IF.
007140*
007150     PERFORM 9170-CHECK-REGISTER
007160         THRU 9170-CHECK-REGISTER-EXIT.
007170*
007180     IF WS-FEED-REJECTED
007190         DISPLAY "CNTREDIT: FEED FAILED HEADER/TRAILER CONTROL"
007200             " - NO RECORD EDITED"
007210     END-IF.
007220 9130-CHECK-FEED-CONTROL-EXIT.
007230     EXIT.
007240*
007250 9140-PROVE-ONE-RECORD.
007260     IF FHDR-IS-HEADER
007270         IF WS-IN-FILE
007280             IF WS-FD-REASON (WS-FEED-SUB) = SPACES
007290                 MOVE "NO TRAILER BEFORE NEXT HEADER"
007300                     TO WS-FD-REASON (WS-FEED-SUB)
007310             END-IF
007320             SET WS-FEED-REJECTED TO TRUE
007330         END-IF
007340         PERFORM 9150-OPEN-ONE-FILE
007350             THRU 9150-OPEN-ONE-FILE-EXIT
007360         GO TO 9140-PROVE-ONE-RECORD-READ
007370     END-IF.
007380*
007390     IF FTRL-IS-TRAILER
007400         IF WS-IN-FILE
007410             PERFORM 9160-CLOSE-ONE-FILE
007420                 THRU 9160-CLOSE-ONE-FILE-EXIT
007430         ELSE
007440             IF WS-FEED-REASON = SPACES
007450                 MOVE "TRAILER WITH NO HEADER BEFORE IT"
007460                     TO WS-FEED-REASON
007470             END-IF
007480             SET WS-FEED-REJECTED TO TRUE
007490         END-IF
007500         GO TO 9140-PROVE-ONE-RECORD-READ
007510     END-IF.
007520*
007530     IF NOT WS-IN-FILE
007540         IF WS-FEED-REASON = SPACES
007550             MOVE "RECORDS OUTSIDE ANY FILE HEADER"
007560                 TO WS-FEED-REASON
007570         END-IF
007580         SET WS-FEED-REJECTED TO TRUE
007590         GO TO 9140-PROVE-ONE-RECORD-READ
007600     END-IF.
007610*
007620     ADD 1 TO WS-FD-COUNT (WS-FEED-SUB).
007630     IF CNTR-QUANTITY NUMERIC
007640         ADD CNTR-QUANTITY TO WS-FD-HASH (WS-FEED-SUB)
007650     END-IF.
007660     IF CNTR-BUSINESS-DATE NUMERIC
007670         IF WS-FD-FIRST-DATE (WS-FEED-SUB) = 0
007680             OR CNTR-BUSINESS-DATE
007690                 < WS-FD-FIRST-DATE (WS-FEED-SUB)
007700             MOVE CNTR-BUSINESS-DATE
007710                 TO WS-FD-FIRST-DATE (WS-FEED-SUB)
007720         END-IF
007730         IF CNTR-BUSINESS-DATE
007740             > WS-FD-LAST-DATE (WS-FEED-SUB)
007750             MOVE CNTR-BUSINESS-DATE
007760                 TO WS-FD-LAST-DATE (WS-FEED-SUB)
007770         END-IF
007780     END-IF.
007790 9140-PROVE-ONE-RECORD-READ.
007800     READ CNTRIN
007810         AT END SET WS-CNTRIN-EOF TO TRUE
007820     END-READ.
007830 9140-PROVE-ONE-RECORD-EXIT.
007840     EXIT.
007850*
007860 9150-OPEN-ONE-FILE.
007870     IF WS-FEED-COUNT NOT < WS-MAX-FEEDS
007880         MOVE "N" TO WS-IN-FILE-SW
007890         MOVE "MORE FILES ON THE FEED THAN THE TABLE HOLDS"
007900             TO WS-FEED-REASON
007910         SET WS-FEED-REJECTED TO TRUE
007920         GO TO 9150-OPEN-ONE-FILE-EXIT
007930     END-IF.
007940     ADD 1 TO WS-FEED-COUNT.
007950     MOVE WS-FEED-COUNT TO WS-FEED-SUB.
007960     SET WS-IN-FILE TO TRUE.
007970     MOVE FHDR-SOURCE-ID TO WS-FD-SOURCE (WS-FEED-SUB).
007980     MOVE 0 TO WS-FD-SEQ (WS-FEED-SUB)
007990               WS-FD-CREATE-DATE (WS-FEED-SUB)
008000               WS-FD-COUNT (WS-FEED-SUB)
008010               WS-FD-HASH (WS-FEED-SUB)
008020               WS-FD-TRL-COUNT (WS-FEED-SUB)
008030               WS-FD-TRL-HASH (WS-FEED-SUB)
008040               WS-FD-FIRST-DATE (WS-FEED-SUB)
008050               WS-FD-LAST-DATE (WS-FEED-SUB)
008060               WS-FD-HIGH-SEQ (WS-FEED-SUB).
008070     MOVE SPACES TO WS-FD-REASON (WS-FEED-SUB).
008080*
008090     IF FHDR-SOURCE-ID = SPACES
008100         MOVE "HEADER NAMES NO SOURCE SYSTEM"
008110             TO WS-FD-REASON (WS-FEED-SUB)
008120         SET WS-FEED-REJECTED TO TRUE
008130         GO TO 9150-OPEN-ONE-FILE-EXIT
008140     END-IF.
008150     IF FHDR-FILE-SEQ NOT NUMERIC
008160         OR FHDR-FILE-SEQ = 0
008170         MOVE "HEADER FILE SEQUENCE NOT VALID"
008180             TO WS-FD-REASON (WS-FEED-SUB)
008190         SET WS-FEED-REJECTED TO TRUE
008200         GO TO 9150-OPEN-ONE-FILE-EXIT
008210     END-IF.
008220     MOVE FHDR-FILE-SEQ TO WS-FD-SEQ (WS-FEED-SUB).
008230     IF FHDR-CREATE-DATE NOT NUMERIC
008240         MOVE "HEADER CREATION DATE NOT VALID"
008250             TO WS-FD-REASON (WS-FEED-SUB)
008260         SET WS-FEED-REJECTED TO TRUE
008270         GO TO 9150-OPEN-ONE-FILE-EXIT
008280     END-IF.
008290     MOVE FHDR-CREATE-DATE TO WS-FD-CREATE-DATE (WS-FEED-SUB).
008300 9150-OPEN-ONE-FILE-EXIT.
008310     EXIT.
008320*
008330 9160-CLOSE-ONE-FILE.
008340     MOVE "N" TO WS-IN-FILE-SW.
008350     IF FTRL-RECORD-COUNT NOT NUMERIC
008360         OR FTRL-QTY-HASH NOT NUMERIC
008370         IF WS-FD-REASON (WS-FEED-SUB) = SPACES
008380             MOVE "TRAILER TOTALS NOT NUMERIC"
008390                 TO WS-FD-REASON (WS-FEED-SUB)
008400         END-IF
008410         SET WS-FEED-REJECTED TO TRUE
008420         GO TO 9160-CLOSE-ONE-FILE-EXIT
008430     END-IF.
008440     MOVE FTRL-RECORD-COUNT TO WS-FD-TRL-COUNT (WS-FEED-SUB).
008450     MOVE FTRL-QTY-HASH     TO WS-FD-TRL-HASH (WS-FEED-SUB).
008460     IF WS-FD-REASON (WS-FEED-SUB) NOT = SPACES
008470         GO TO 9160-CLOSE-ONE-FILE-EXIT
008480     END-IF.
008490     IF WS-FD-TRL-COUNT (WS-FEED-SUB)
008500         NOT = WS-FD-COUNT (WS-FEED-SUB)
008510         MOVE "TRAILER RECORD COUNT DOES NOT AGREE"
008520             TO WS-FD-REASON (WS-FEED-SUB)
008530         SET WS-FEED-REJECTED TO TRUE
008540         GO TO 9160-CLOSE-ONE-FILE-EXIT
008550     END-IF.
008560     IF WS-FD-TRL-HASH (WS-FEED-SUB)
008570         NOT = WS-FD-HASH (WS-FEED-SUB)
008580         MOVE "TRAILER QUANTITY HASH DOES NOT AGREE"
008590             TO WS-FD-REASON (WS-FEED-SUB)
008600         SET WS-FEED-REJECTED TO TRUE
008610     END-IF.
008620 9160-CLOSE-ONE-FILE-EXIT.
008630     EXIT.
008640*
008650*    A SOURCE'S FILES MUST ARRIVE IN STRICTLY ASCENDING
008660*    SEQUENCE.  GAPS ARE ALLOWED; A NUMBER ALREADY ON THE
008670*    REGISTER, OR AT OR BELOW THE HIGHEST THERE OR EARLIER ON
008680*    THIS FEED FOR THE SAME SOURCE, IS NOT.
008690*
008700 9170-CHECK-REGISTER.
008710     IF WS-FEED-COUNT = 0
008720         GO TO 9170-CHECK-REGISTER-EXIT
008730     END-IF.
008740     OPEN INPUT FEEDREG.
008750     IF WS-FEEDREG-OK
008760         READ FEEDREG
008770             AT END SET WS-FEEDREG-EOF TO TRUE
008780         END-READ
008790         PERFORM 9180-MATCH-ONE-REGISTERED
008800             THRU 9180-MATCH-ONE-REGISTERED-EXIT
008810             UNTIL WS-FEEDREG-EOF
008820         CLOSE FEEDREG
008830     END-IF.
008840     PERFORM 9190-CHECK-ONE-SEQUENCE
008850         THRU 9190-CHECK-ONE-SEQUENCE-EXIT
008860         VARYING WS-FEED-SUB FROM 1 BY 1
008870         UNTIL WS-FEED-SUB > WS-FEED-COUNT.
008880 9170-CHECK-REGISTER-EXIT.
008890     EXIT.
008900*
008910 9180-MATCH-ONE-REGISTERED.
008920     PERFORM 9185-MATCH-ONE-FILE
008930         THRU 9185-MATCH-ONE-FILE-EXIT
008940         VARYING WS-FEED-SUB FROM 1 BY 1
008950         UNTIL WS-FEED-SUB > WS-FEED-COUNT.
008960     READ FEEDREG
008970         AT END SET WS-FEEDREG-EOF TO TRUE
008980     END-READ.
008990 9180-MATCH-ONE-REGISTERED-EXIT.
009000     EXIT.
009010*
009020 9185-MATCH-ONE-FILE.
009030     IF FREG-SOURCE-ID NOT = WS-FD-SOURCE (WS-FEED-SUB)
009040         GO TO 9185-MATCH-ONE-FILE-EXIT
009050     END-IF.
009060     IF FREG-FILE-SEQ = WS-FD-SEQ (WS-FEED-SUB)
009070         AND WS-FD-REASON (WS-FEED-SUB) = SPACES
009080         MOVE "DUPLICATE - FILE ALREADY ON FEED REGISTER"
009090             TO WS-FD-REASON (WS-FEED-SUB)
009100         SET WS-FEED-REJECTED TO TRUE
009110     END-IF.
009120     IF FREG-FILE-SEQ > WS-FD-HIGH-SEQ (WS-FEED-SUB)
009130         MOVE FREG-FILE-SEQ TO WS-FD-HIGH-SEQ (WS-FEED-SUB)
009140     END-IF.
009150 9185-MATCH-ONE-FILE-EXIT.
009160     EXIT.
009170*
009180 9190-CHECK-ONE-SEQUENCE.
009190     PERFORM 9195-CHECK-ONE-PRIOR
009200         THRU 9195-CHECK-ONE-PRIOR-EXIT
009210         VARYING WS-FEED-PRIOR-SUB FROM 1 BY 1
009220         UNTIL WS-FEED-PRIOR-SUB NOT < WS-FEED-SUB.
009230     IF WS-FD-REASON (WS-FEED-SUB) NOT = SPACES
009240         GO TO 9190-CHECK-ONE-SEQUENCE-EXIT
009250     END-IF.
009260     IF WS-FD-SEQ (WS-FEED-SUB)
009270         NOT > WS-FD-HIGH-SEQ (WS-FEED-SUB)
009280         MOVE "OUT OF ORDER - SEQUENCE NOT ABOVE LAST"
009290             TO WS-FD-REASON (WS-FEED-SUB)
009300         SET WS-FEED-REJECTED TO TRUE
009310     END-IF.
009320 9190-CHECK-ONE-SEQUENCE-EXIT.
009330     EXIT.
009340*
009350 9195-CHECK-ONE-PRIOR.
009360     IF WS-FD-SOURCE (WS-FEED-PRIOR-SUB)
009370         NOT = WS-FD-SOURCE (WS-FEED-SUB)
009380         GO TO 9195-CHECK-ONE-PRIOR-EXIT
009390     END-IF.
009400     IF WS-FD-SEQ (WS-FEED-PRIOR-SUB) = WS-FD-SEQ (WS-FEED-SUB)
009410         AND WS-FD-REASON (WS-FEED-SUB) = SPACES
009420         MOVE "DUPLICATE - FILE REPEATED ON THIS FEED"
009430             TO WS-FD-REASON (WS-FEED-SUB)
009440         SET WS-FEED-REJECTED TO TRUE
009450     END-IF.
009460     IF WS-FD-SEQ (WS-FEED-PRIOR-SUB)
009470         > WS-FD-HIGH-SEQ (WS-FEED-SUB)
009480         MOVE WS-FD-SEQ (WS-FEED-PRIOR-SUB)
009490             TO WS-FD-HIGH-SEQ (WS-FEED-SUB)
009500     END-IF.
009510 9195-CHECK-ONE-PRIOR-EXIT.
009520     EXIT.
009530*
009540*    EVERY FILE ON AN ACCEPTED FEED GOES ON THE FEED REGISTER,
009550*    SO THE SAME FILE CAN NEVER BE EDITED TWICE.
009560*
009570 9200-REGISTER-FEEDS.
009580     MOVE "FEED FILES ACCEPTED" TO WS-CNT-LABEL.
009590     MOVE WS-FEED-COUNT         TO WS-CNT-VALUE.
009600     WRITE EDIT-LINE FROM WS-CNT-LINE.
009610     IF WS-FEED-COUNT = 0
009620         GO TO 9200-REGISTER-FEEDS-EXIT
009630     END-IF.
009640     OPEN EXTEND FEEDREG.
009650     IF NOT WS-FEEDREG-OK
009660         OPEN OUTPUT FEEDREG
009670         CLOSE FEEDREG
009680         OPEN EXTEND FEEDREG
009690     END-IF.
009700     PERFORM 9210-REGISTER-ONE-FEED
009710         THRU 9210-REGISTER-ONE-FEED-EXIT
009720         VARYING WS-FEED-SUB FROM 1 BY 1
009730         UNTIL WS-FEED-SUB > WS-FEED-COUNT.
009740     CLOSE FEEDREG.
009750 9200-REGISTER-FEEDS-EXIT.
009760     EXIT.
009770*
009780 9210-REGISTER-ONE-FEED.
009790     MOVE SPACES TO FREG-RECORD.
009800     MOVE WS-FD-SOURCE (WS-FEED-SUB)  TO FREG-SOURCE-ID.
009810     MOVE WS-FD-SEQ (WS-FEED-SUB)     TO FREG-FILE-SEQ.
009820     MOVE WS-FD-CREATE-DATE (WS-FEED-SUB)
009830                                      TO FREG-CREATE-DATE.
009840     MOVE WS-FD-COUNT (WS-FEED-SUB)   TO FREG-RECORD-COUNT.
009850     MOVE WS-FD-HASH (WS-FEED-SUB)    TO FREG-QTY-HASH.
009860     MOVE WS-FD-FIRST-DATE (WS-FEED-SUB)
009870                                      TO FREG-FIRST-BUS-DATE.
009880     MOVE WS-FD-LAST-DATE (WS-FEED-SUB)
009890                                      TO FREG-LAST-BUS-DATE.
009900     ACCEPT FREG-RUN-DATE FROM DATE YYYYMMDD.
009910     ACCEPT FREG-RUN-TIME FROM TIME.
009920     WRITE FREG-RECORD.
009930*
009940     MOVE WS-FD-SOURCE (WS-FEED-SUB)  TO WS-FL-SOURCE.
009950     MOVE WS-FD-SEQ (WS-FEED-SUB)     TO WS-FL-SEQ.
009960     MOVE WS-FD-COUNT (WS-FEED-SUB)   TO WS-FL-COUNT.
009970     MOVE "REGISTERED"                TO WS-FL-TEXT.
009980     WRITE EDIT-LINE FROM WS-FEED-LINE.
009990 9210-REGISTER-ONE-FEED-EXIT.
010000     EXIT.
010010*
010020*    A REJECTED FEED GETS NO CONTROL COUNTS AND NO REGISTER
010030*    ENTRY -- ONLY THE REASONS, FILE BY FILE.
010040*
010050 9300-FEED-REJECTED.
010060     WRITE EDIT-LINE FROM WS-HDR-LINE-1.
010070     MOVE "FEED REJECTED - FILES" TO WS-CNT-LABEL.
010080     MOVE WS-FEED-COUNT         TO WS-CNT-VALUE.
010090     WRITE EDIT-LINE FROM WS-CNT-LINE.
010100     PERFORM 9310-LIST-ONE-FEED
010110         THRU 9310-LIST-ONE-FEED-EXIT
010120         VARYING WS-FEED-SUB FROM 1 BY 1
010130         UNTIL WS-FEED-SUB > WS-FEED-COUNT.
010140     IF WS-FEED-REASON NOT = SPACES
010150         MOVE SPACES         TO WS-FEED-LINE
010160         MOVE WS-FEED-REASON TO WS-FL-TEXT
010170         WRITE EDIT-LINE FROM WS-FEED-LINE
010180         DISPLAY "CNTREDIT: " WS-FEED-REASON
010190     END-IF.
010200*
010210     CLOSE CNTRIN.
010220     CLOSE CNTROUT.
010230     CLOSE CNTRREJ.
010240     CLOSE CNTRSUSP.
010250     CLOSE EDITRPT.
010260 9300-FEED-REJECTED-EXIT.
010270     EXIT.
010280*
010290 9310-LIST-ONE-FEED.
010300     MOVE WS-FD-SOURCE (WS-FEED-SUB)  TO WS-FL-SOURCE.
010310     MOVE WS-FD-SEQ (WS-FEED-SUB)     TO WS-FL-SEQ.
010320     MOVE WS-FD-COUNT (WS-FEED-SUB)   TO WS-FL-COUNT.
010330     IF WS-FD-REASON (WS-FEED-SUB) = SPACES
010340         MOVE "PROVED - HELD BACK WITH THE FEED" TO WS-FL-TEXT
010350     ELSE
010360         MOVE WS-FD-REASON (WS-FEED-SUB) TO WS-FL-TEXT
010370         DISPLAY "CNTREDIT: FILE " WS-FD-SOURCE (WS-FEED-SUB)
010380             " " WS-FD-SEQ (WS-FEED-SUB)
010390             " " WS-FD-REASON (WS-FEED-SUB)
010400     END-IF.
010410     WRITE EDIT-LINE FROM WS-FEED-LINE.
010420 9310-LIST-ONE-FEED-EXIT.
010430     EXIT.
010440*
010450 9900-LOG-STEP-TIME.
010460     OPEN EXTEND STEPLOG.
010470     IF NOT WS-STEPLOG-OK
010480         OPEN OUTPUT STEPLOG
010490         CLOSE STEPLOG
010500         OPEN EXTEND STEPLOG
010510     END-IF.
010520     IF NOT WS-STEPLOG-OK
010530         DISPLAY "CNTREDIT: STEPLOG NOT AVAILABLE, STATUS "
010540             WS-STEPLOG-STATUS
010550         GO TO 9900-LOG-STEP-TIME-EXIT
010560     END-IF.
010570     MOVE SPACES             TO STEP-RECORD.
010580     MOVE ZERO               TO STEP-CHAIN-DATE.
010590     MOVE "CNTREDIT"         TO STEP-PROGRAM.
010600     MOVE WS-STEP-START-DATE TO STEP-START-DATE.
010610     MOVE WS-STEP-START-TIME TO STEP-START-TIME.
010620     ACCEPT STEP-END-DATE FROM DATE YYYYMMDD.
010630     ACCEPT STEP-END-TIME FROM TIME.
010640     MOVE WS-READ-COUNT      TO STEP-RECORDS.
010650     MOVE RETURN-CODE        TO STEP-RETURN-CODE.
010660     WRITE STEP-RECORD.
010670     CLOSE STEPLOG.
010680 9900-LOG-STEP-TIME-EXIT.
010690     EXIT.
