000450*                  STATUS SO THE REPLAY STEP (SUSPRPL) CAN    *
000460*                  FEED THE SUSPENDED RECORDS BACK THROUGH    *
000470*                  THE NORMAL RUN.                            *
000471* 10/15/26   JWM   ACTIONS NOW COME FROM THE PENDING CHANGE   *
000472*                  FILE (PENDFILE, SEE PNDCHG): ONLY CHANGES  *
000473*                  APPROVED BY A SECOND OPERATOR ARE APPLIED, *
000474*                  IN CHANGE-NUMBER ORDER, EACH MARKED APPLIED*
000475*                  OR REFUSED.  THE CHANGE LOG CARRIES THE    *
000476*                  APPROVER AND CHANGE NUMBER, AND ITS MERGE  *
000477*                  FIELDS (SEE CHGREC) ARE CLEARED.           *
000480*-----------------------------------------------------------*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000700         RECORD KEY IS SEQ-COUNTER-ID
000710         FILE STATUS IS WS-SEQFILE-STATUS.
000720*
000730     SELECT PENDFILE ASSIGN TO PENDFILE
000740         ORGANIZATION IS INDEXED
000742         ACCESS MODE IS DYNAMIC
000744         RECORD KEY IS PEND-CHANGE-NO
000750         FILE STATUS IS WS-PENDFILE-STATUS.
000760*
000770     SELECT CHGLOG ASSIGN TO CHGLOG
000780         ORGANIZATION IS SEQUENTIAL
001030     LABEL RECORDS ARE STANDARD.
001040 COPY SEQREC.
001050*
001060 FD  PENDFILE
001070     LABEL RECORDS ARE STANDARD.
001080 COPY PENDREC.
001210*
001220 FD  CHGLOG
001230     LABEL RECORDS ARE STANDARD.
001450 77  WS-SEED-COUNT           PIC 9(05) VALUE 0 COMP.
001460 77  WS-TYPE-FOUND-SW        PIC X(01) VALUE "N".
001470     88  WS-TYPE-FOUND            VALUE "Y".
001472 77  WS-REFUSE-BEFORE        PIC 9(05) VALUE 0 COMP.
001474 77  WS-PENDING-END-SW       PIC X(01) VALUE "N".
001476     88  WS-NO-MORE-CHANGES       VALUE "Y".
001480*
001490 01  WS-CTYPE-TABLE.
001500     05  WS-CT-ENTRY OCCURS 100 TIMES
001760     05  WS-SEQFILE-STATUS   PIC X(02) VALUE SPACES.
001770         88  WS-SEQFILE-OK            VALUE "00".
001780         88  WS-SEQFILE-NOT-FOUND     VALUE "23".
001790     05  WS-PENDFILE-STATUS  PIC X(02) VALUE SPACES.
001800         88  WS-PENDFILE-OK           VALUE "00".
001820     05  WS-CHGLOG-STATUS    PIC X(02) VALUE SPACES.
001830         88  WS-CHGLOG-OK             VALUE "00".
001840     05  WS-BCATFILE-STATUS  PIC X(02) VALUE SPACES.
001920*
001930     PERFORM 3000-APPLY-ONE-CARD
001940         THRU 3000-APPLY-ONE-CARD-EXIT
001950         UNTIL WS-NO-MORE-CHANGES.
001960*
001970     PERFORM 9000-TERMINATE
001980         THRU 9000-TERMINATE-EXIT.
002450         CLOSE CHGLOG
002460         OPEN EXTEND CHGLOG
002470     END-IF.
002480*
002482*    ONLY CHANGES A SECOND OPERATOR HAS APPROVED ON THE
002484*    PENDING CHANGE FILE ARE APPLIED (SEE PNDCHG).
002486*
002490     OPEN I-O PENDFILE.
002500     IF NOT WS-PENDFILE-OK
002502         DISPLAY "BRANMNT: PENDFILE WILL NOT OPEN - STATUS "
002504             WS-PENDFILE-STATUS " - NOTHING APPLIED"
002506         ADD 1 TO WS-REFUSE-COUNT
002508         MOVE "Y" TO WS-PENDING-END-SW
002510     ELSE
002512         PERFORM 9200-NEXT-APPROVED
002514             THRU 9200-NEXT-APPROVED-EXIT
002516     END-IF.
002520 1000-INITIALIZE-EXIT.
002530     EXIT.
002540*
003080     EXIT.
003090*
003100 3000-APPLY-ONE-CARD.
003105     MOVE WS-REFUSE-COUNT TO WS-REFUSE-BEFORE.
003110     IF PEND-BRANCH-CODE = SPACES
003120         OR PEND-REQUEST-OPER = SPACES
003130         DISPLAY "BRANMNT: CARD REFUSED - BRANCH ["
003140             PEND-BRANCH-CODE "] OPERATOR ["
003150             PEND-REQUEST-OPER "]"
003160         ADD 1 TO WS-REFUSE-COUNT
003170         GO TO 3000-APPLY-ONE-CARD-READ
003180     END-IF.
003200     PERFORM 3050-FIND-BRANCH
003210         THRU 3050-FIND-BRANCH-EXIT.
003220*
003230     IF PEND-ACTION-ADD
003240         PERFORM 3100-ADD-BRANCH
003250             THRU 3100-ADD-BRANCH-EXIT
003260     ELSE
003270         IF PEND-ACTION-CHANGE
003280             PERFORM 3300-CHANGE-BRANCH
003290                 THRU 3300-CHANGE-BRANCH-EXIT
003300         ELSE
003310             IF PEND-ACTION-CLOSE
003320                 PERFORM 3400-CLOSE-BRANCH
003330                     THRU 3400-CLOSE-BRANCH-EXIT
003340             ELSE
003350                 IF PEND-ACTION-HOLD OR PEND-ACTION-RELEASE
003360                     PERFORM 3500-HOLD-RELEASE-BRANCH
003370                         THRU 3500-HOLD-RELEASE-BRANCH-EXIT
003380                 ELSE
003390                     DISPLAY "BRANMNT: CARD REFUSED - BAD "
003400                         "ACTION [" PEND-ACTION "] BRANCH "
003410                         PEND-BRANCH-CODE
003420                     ADD 1 TO WS-REFUSE-COUNT
003430                 END-IF
003440             END-IF
003460     END-IF.
003470*
003480 3000-APPLY-ONE-CARD-READ.
003490     PERFORM 9250-MARK-CHANGE
003500         THRU 9250-MARK-CHANGE-EXIT.
003505     PERFORM 9200-NEXT-APPROVED
003510         THRU 9200-NEXT-APPROVED-EXIT.
003520 3000-APPLY-ONE-CARD-EXIT.
003530     EXIT.
003540*
003630     EXIT.
003640*
003650 3060-MATCH-ONE-BRANCH.
003660     IF WS-BR-CODE (WS-BRANCH-SUB) = PEND-BRANCH-CODE
003670         MOVE WS-BRANCH-SUB TO WS-FOUND-SUB
003680     END-IF.
003690 3060-MATCH-ONE-BRANCH-EXIT.
003720 3100-ADD-BRANCH.
003730     IF WS-FOUND-SUB > 0
003740         DISPLAY "BRANMNT: ADD REFUSED - BRANCH "
003750             PEND-BRANCH-CODE " ALREADY ON FILE"
003760         ADD 1 TO WS-REFUSE-COUNT
003770         GO TO 3100-ADD-BRANCH-EXIT
003780     END-IF.
003790     IF WS-BRANCH-COUNT >= WS-MAX-BRANCHES
003800         DISPLAY "BRANMNT: ADD REFUSED - BRANCH TABLE FULL - "
003810             PEND-BRANCH-CODE
003820         ADD 1 TO WS-REFUSE-COUNT
003830         MOVE "Y" TO WS-CAPACITY-SW
003840         GO TO 3100-ADD-BRANCH-EXIT
003870         THRU 3200-VALIDATE-TYPE-EXIT.
003880     IF NOT WS-TYPE-FOUND
003890         DISPLAY "BRANMNT: ADD REFUSED - COUNTER TYPE ["
003900             PEND-COUNTER-TYPE "] NOT ON CTYPEFILE FOR "
003910             PEND-BRANCH-CODE
003920         ADD 1 TO WS-REFUSE-COUNT
003930         GO TO 3100-ADD-BRANCH-EXIT
003940     END-IF.
003950     IF PEND-VALUE NOT NUMERIC
003960         DISPLAY "BRANMNT: ADD REFUSED - SEED VALUE ["
003970             PEND-VALUE "] NOT NUMERIC FOR "
003980             PEND-BRANCH-CODE
003990         ADD 1 TO WS-REFUSE-COUNT
004000         GO TO 3100-ADD-BRANCH-EXIT
004010     END-IF.
004020*
004030     ADD 1 TO WS-BRANCH-COUNT.
004040     MOVE PEND-BRANCH-CODE  TO WS-BR-CODE (WS-BRANCH-COUNT).
004050     MOVE PEND-BRANCH-NAME  TO WS-BR-NAME (WS-BRANCH-COUNT).
004060     MOVE PEND-COUNTER-TYPE TO WS-BR-TYPE (WS-BRANCH-COUNT).
004070     MOVE SPACE            TO WS-BR-STATUS (WS-BRANCH-COUNT).
004080*
004090*    SEED THE NEW BRANCH'S COUNTERS -- ONE PER CATEGORY THE
004200         UNTIL WS-BCAT-SUB > WS-BCAT-COUNT.
004210     IF WS-SEED-COUNT = 0
004220         DISPLAY "BRANMNT: NO BCATFILE CATEGORIES FOR "
004230             PEND-BRANCH-CODE " - NO COUNTERS SEEDED"
004240     END-IF.
004250*
004260     ADD 1 TO WS-ACCEPT-COUNT.
004270     PERFORM 5000-WRITE-CHANGE-LOG
004280         THRU 5000-WRITE-CHANGE-LOG-EXIT.
004290     DISPLAY "BRANMNT: ADDED BRANCH " PEND-BRANCH-CODE
004300         " TYPE " PEND-COUNTER-TYPE
004310         " SEEDED AT " PEND-VALUE.
004320 3100-ADD-BRANCH-EXIT.
004330     EXIT.
004340*
004350 3150-SEED-ONE-CATEGORY.
004360     IF WS-BC-BRANCH (WS-BCAT-SUB) NOT = PEND-BRANCH-CODE
004370         GO TO 3150-SEED-ONE-CATEGORY-EXIT
004380     END-IF.
004390     MOVE PEND-BRANCH-CODE TO SEQ-BRANCH-CODE.
004400     MOVE WS-BC-CATEGORY (WS-BCAT-SUB) TO SEQ-CATEGORY.
004410     MOVE PEND-VALUE       TO SEQ-COUNTER-VALUE.
004420     ACCEPT SEQ-LAST-RUN-DATE FROM DATE YYYYMMDD.
004430     MOVE 0 TO SEQ-CYCLE-NUMBER.
004440     WRITE SEQ-RECORD
004610             CONTINUE
004620         WHEN WS-CT-IDX > WS-CTYPE-COUNT
004630             CONTINUE
004640         WHEN WS-CT-CODE (WS-CT-IDX) = PEND-COUNTER-TYPE
004650             MOVE "Y" TO WS-TYPE-FOUND-SW
004660     END-SEARCH.
004670 3200-VALIDATE-TYPE-EXIT.
004700 3300-CHANGE-BRANCH.
004710     IF WS-FOUND-SUB = 0
004720         DISPLAY "BRANMNT: CHANGE REFUSED - BRANCH "
004730             PEND-BRANCH-CODE " NOT ON FILE"
004740         ADD 1 TO WS-REFUSE-COUNT
004750         GO TO 3300-CHANGE-BRANCH-EXIT
004760     END-IF.
004770     IF PEND-COUNTER-TYPE NOT = SPACES
004780         PERFORM 3200-VALIDATE-TYPE
004790             THRU 3200-VALIDATE-TYPE-EXIT
004800         IF NOT WS-TYPE-FOUND
004810             DISPLAY "BRANMNT: CHANGE REFUSED - COUNTER TYPE ["
004820                 PEND-COUNTER-TYPE "] NOT ON CTYPEFILE FOR "
004830                 PEND-BRANCH-CODE
004840             ADD 1 TO WS-REFUSE-COUNT
004850             GO TO 3300-CHANGE-BRANCH-EXIT
004860         END-IF
004870         MOVE PEND-COUNTER-TYPE TO WS-BR-TYPE (WS-FOUND-SUB)
004880     END-IF.
004890     IF PEND-BRANCH-NAME NOT = SPACES
004900         MOVE PEND-BRANCH-NAME TO WS-BR-NAME (WS-FOUND-SUB)
004910     END-IF.
004920     ADD 1 TO WS-ACCEPT-COUNT.
004930     PERFORM 5000-WRITE-CHANGE-LOG
004940         THRU 5000-WRITE-CHANGE-LOG-EXIT.
004950     DISPLAY "BRANMNT: CHANGED BRANCH " PEND-BRANCH-CODE.
004960 3300-CHANGE-BRANCH-EXIT.
004970     EXIT.
004980*
004990 3400-CLOSE-BRANCH.
005000     IF WS-FOUND-SUB = 0
005010         DISPLAY "BRANMNT: CLOSE REFUSED - BRANCH "
005020             PEND-BRANCH-CODE " NOT ON FILE"
005030         ADD 1 TO WS-REFUSE-COUNT
005040         GO TO 3400-CLOSE-BRANCH-EXIT
005050     END-IF.
005070     ADD 1 TO WS-ACCEPT-COUNT.
005080     PERFORM 5000-WRITE-CHANGE-LOG
005090         THRU 5000-WRITE-CHANGE-LOG-EXIT.
005100     DISPLAY "BRANMNT: CLOSED BRANCH " PEND-BRANCH-CODE.
005110 3400-CLOSE-BRANCH-EXIT.
005120     EXIT.
005130*
005210*
005220     IF WS-FOUND-SUB = 0
005230         DISPLAY "BRANMNT: HOLD/RELEASE REFUSED - BRANCH "
005240             PEND-BRANCH-CODE " NOT ON FILE"
005250         ADD 1 TO WS-REFUSE-COUNT
005260         GO TO 3500-HOLD-RELEASE-BRANCH-EXIT
005270     END-IF.
005280     IF WS-BR-STATUS (WS-FOUND-SUB) = "C"
005290         DISPLAY "BRANMNT: HOLD/RELEASE REFUSED - BRANCH "
005300             PEND-BRANCH-CODE " IS CLOSED"
005310         ADD 1 TO WS-REFUSE-COUNT
005320         GO TO 3500-HOLD-RELEASE-BRANCH-EXIT
005330     END-IF.
005340     IF PEND-ACTION-RELEASE
005350         AND WS-BR-STATUS (WS-FOUND-SUB) NOT = "H"
005360         DISPLAY "BRANMNT: RELEASE REFUSED - BRANCH "
005370             PEND-BRANCH-CODE " IS NOT HELD"
005380         ADD 1 TO WS-REFUSE-COUNT
005390         GO TO 3500-HOLD-RELEASE-BRANCH-EXIT
005400     END-IF.
005410*
005420     IF PEND-ACTION-HOLD
005430         MOVE "H" TO WS-BR-STATUS (WS-FOUND-SUB)
005440         DISPLAY "BRANMNT: HELD BRANCH " PEND-BRANCH-CODE
005450     ELSE
005460         MOVE " " TO WS-BR-STATUS (WS-FOUND-SUB)
005470         DISPLAY "BRANMNT: RELEASED BRANCH " PEND-BRANCH-CODE
005480             " - RUN SUSPRPL TO REPLAY ITS SUSPENSE"
005490     END-IF.
005500     ADD 1 TO WS-ACCEPT-COUNT.
005560 5000-WRITE-CHANGE-LOG.
005570     ACCEPT CHG-DATE FROM DATE YYYYMMDD.
005580     ACCEPT CHG-TIME FROM TIME.
005590     MOVE PEND-ACTION        TO CHG-ACTION.
005600     MOVE PEND-BRANCH-CODE   TO CHG-BRANCH-CODE.
005610     MOVE PEND-REQUEST-OPER  TO CHG-OPERATOR-ID.
005612     MOVE PEND-DECIDE-OPER   TO CHG-APPROVER-ID.
005614     MOVE PEND-CHANGE-NO     TO CHG-CHANGE-NO.
005615     MOVE SPACES             TO CHG-OTHER-BRANCH.
005616     MOVE SPACES             TO CHG-CATEGORY.
005617     MOVE 0                  TO CHG-EFFECTIVE-DATE.
005618     MOVE 0                  TO CHG-PRIOR-VALUE.
005620     IF PEND-ACTION-ADD
005630         MOVE WS-BRANCH-COUNT TO WS-FOUND-SUB
005640     END-IF.
005650     MOVE WS-BR-NAME (WS-FOUND-SUB)   TO CHG-BRANCH-NAME.
005660     MOVE WS-BR-TYPE (WS-FOUND-SUB)   TO CHG-COUNTER-TYPE.
005670     MOVE WS-BR-STATUS (WS-FOUND-SUB) TO CHG-STATUS.
005680     IF PEND-ACTION-ADD
005690         MOVE PEND-VALUE TO CHG-SEED-VALUE
005700     ELSE
005710         MOVE 0 TO CHG-SEED-VALUE
005720     END-IF.
005870*
005880     CLOSE SEQFILE.
005890     CLOSE CHGLOG.
005900     CLOSE PENDFILE.
005910 9000-TERMINATE-EXIT.
005920     EXIT.
005930*
005990     WRITE BRANOUT-RECORD.
006000 9100-WRITE-ONE-BRANCH-EXIT.
006010     EXIT.
006020*
006030 9200-NEXT-APPROVED.
006040*
006050*    POSITION ON THE NEXT APPROVED BRANCH MAINTENANCE CHANGE.
006060*    PENDING, DECIDED-AGAINST, ALREADY-APPLIED AND ROLLOVER
006070*    CHANGES ARE PASSED OVER.
006080*
006090     READ PENDFILE NEXT RECORD
006100         AT END
006110             MOVE "Y" TO WS-PENDING-END-SW
006120             GO TO 9200-NEXT-APPROVED-EXIT
006130     END-READ.
006140     IF NOT PEND-APPROVED OR NOT PEND-FOR-BRANMNT
006150         GO TO 9200-NEXT-APPROVED
006160     END-IF.
006170 9200-NEXT-APPROVED-EXIT.
006180     EXIT.
006190*
006200 9250-MARK-CHANGE.
006210*
006220*    A CHANGE IS APPLIED ONCE.  ONE REFUSED HERE (BRANCH NOT
006230*    ON FILE, BAD COUNTER TYPE AND SO ON) IS CLOSED AS
006240*    REFUSED -- CORRECT IT AND RAISE A NEW REQUEST.  IF THE
006250*    MARK ITSELF CANNOT BE WRITTEN THE CHANGE WOULD BE
006260*    APPLIED AGAIN NEXT RUN, SO THE STEP ENDS RC 8.
006270*
006280     ACCEPT PEND-APPLY-DATE FROM DATE YYYYMMDD.
006290     IF WS-REFUSE-COUNT > WS-REFUSE-BEFORE
006300         SET PEND-REFUSED TO TRUE
006310         MOVE "REFUSED AT APPLY - SEE SYSOUT" TO PEND-REASON
006320     ELSE
006330         SET PEND-APPLIED TO TRUE
006340     END-IF.
006350     REWRITE PEND-RECORD
006360         INVALID KEY
006370             DISPLAY "BRANMNT: REWRITE FAILED FOR CHANGE "
006380                 PEND-CHANGE-NO " - MARK IT BY HAND"
006390             ADD 1 TO WS-REFUSE-COUNT
006400     END-REWRITE.
006410 9250-MARK-CHANGE-EXIT.
006420     EXIT.
