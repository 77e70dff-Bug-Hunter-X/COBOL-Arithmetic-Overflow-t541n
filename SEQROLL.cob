002440*                  ROLL AND THE AUDIT RECORD CARRIES IT, SO  *
002450*                  ONE CATEGORY'S RESET CANNOT TOUCH THE     *
002460*                  BRANCH'S OTHER COUNTERS.                  *
002461* 10/15/26   JWM   RESETS NO LONGER COME STRAIGHT FROM       *
002462*                  ROLLPARM CARDS.  EACH IS REQUESTED AND     *
002463*                  APPROVED BY TWO DIFFERENT OPERATORS ON     *
002464*                  THE PENDING CHANGE FILE (PENDFILE, SEE     *
002465*                  PNDCHG) AND ONLY APPROVED ROLLOVERS ARE    *
002466*                  APPLIED, EACH MARKED APPLIED OR REFUSED.   *
002467*                  THE AUDIT RECORD NOW CARRIES THE APPROVER  *
002468*                  AND THE CHANGE NUMBER.                     *
002500*-----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003500         RECORD KEY IS SEQ-COUNTER-ID
003600         FILE STATUS IS WS-SEQFILE-STATUS.
003700*
003800     SELECT PENDFILE ASSIGN TO PENDFILE
003900         ORGANIZATION IS INDEXED
003930         ACCESS MODE IS DYNAMIC
003960         RECORD KEY IS PEND-CHANGE-NO
004000         FILE STATUS IS WS-PENDFILE-STATUS.
004100*
004200     SELECT ROLLAUD ASSIGN TO ROLLAUD
004300         ORGANIZATION IS SEQUENTIAL
004800     LABEL RECORDS ARE STANDARD.
004900 COPY SEQREC.
005000*
005100 FD  PENDFILE
005200     LABEL RECORDS ARE STANDARD.
005300 COPY PENDREC.
005700*
005800 FD  ROLLAUD
005900     LABEL RECORDS ARE STANDARD.
006400     88  WS-RUN-HAD-ERROR         VALUE "Y".
006500 77  WS-OLD-VALUE            PIC S9(10) COMP-3 VALUE 0.
006600 77  WS-OLD-CYCLE            PIC 9(04) VALUE 0.
006610 77  WS-APPLIED-SW           PIC X(01) VALUE "N".
006620     88  WS-CHANGE-APPLIED        VALUE "Y".
006630 77  WS-PENDING-END-SW       PIC X(01) VALUE "N".
006640     88  WS-NO-MORE-CHANGES       VALUE "Y".
006700*
006800 01  WS-FLAGS.
006900     05  WS-SEQFILE-STATUS   PIC X(02) VALUE SPACES.
007000         88  WS-SEQFILE-OK            VALUE "00".
007100         88  WS-SEQFILE-NOT-FOUND     VALUE "23".
007200     05  WS-PENDFILE-STATUS  PIC X(02) VALUE SPACES.
007300         88  WS-PENDFILE-OK           VALUE "00".
007500     05  WS-ROLLAUD-STATUS   PIC X(02) VALUE SPACES.
007600         88  WS-ROLLAUD-OK            VALUE "00".
007700 PROCEDURE DIVISION.
008200*
008300     PERFORM 3000-ROLL-ONE-CARD
008400         THRU 3000-ROLL-ONE-CARD-EXIT
008500         UNTIL WS-NO-MORE-CHANGES.
008600*
008700     PERFORM 9000-TERMINATE
008800         THRU 9000-TERMINATE-EXIT.
009300     STOP RUN.
009400*
009500 1000-INITIALIZE.
009700     OPEN I-O SEQFILE.
009800     OPEN EXTEND ROLLAUD.
009900     IF NOT WS-ROLLAUD-OK
010100         CLOSE ROLLAUD
010200         OPEN EXTEND ROLLAUD
010300     END-IF.
010310*
010320*    ONLY ROLLOVERS A SECOND OPERATOR HAS APPROVED ON THE
010330*    PENDING CHANGE FILE ARE APPLIED (SEE PNDCHG).
010340*
010400     OPEN I-O PENDFILE.
010500     IF NOT WS-PENDFILE-OK
010510         DISPLAY "SEQROLL: PENDFILE WILL NOT OPEN - STATUS "
010520             WS-PENDFILE-STATUS " - NOTHING ROLLED"
010530         MOVE "Y" TO WS-ERROR-SW
010540         MOVE "Y" TO WS-PENDING-END-SW
010550     ELSE
010560         PERFORM 9100-NEXT-APPROVED
010570             THRU 9100-NEXT-APPROVED-EXIT
010600     END-IF.
010700 1000-INITIALIZE-EXIT.
010800     EXIT.
010900*
011000 3000-ROLL-ONE-CARD.
011050     MOVE "N" TO WS-APPLIED-SW.
011100     IF PEND-BRANCH-CODE = SPACES
011150         OR PEND-CATEGORY = SPACES
011200         OR PEND-VALUE NOT NUMERIC
011210         OR PEND-REQUEST-OPER = SPACES
011300         DISPLAY "SEQROLL: BAD CONTROL CARD - BRANCH ["
011400             PEND-BRANCH-CODE "] CATEGORY [" PEND-CATEGORY
011410             "] VALUE [" PEND-VALUE
011420             "] OPERATOR [" PEND-REQUEST-OPER "]"
011500         MOVE "Y" TO WS-ERROR-SW
011600         GO TO 3000-ROLL-ONE-CARD-READ
011700     END-IF.
011800*
011900     MOVE PEND-BRANCH-CODE TO SEQ-BRANCH-CODE.
011910     MOVE PEND-CATEGORY    TO SEQ-CATEGORY.
012000     READ SEQFILE
012100         INVALID KEY
012200             CONTINUE
012300     END-READ.
012400     IF NOT WS-SEQFILE-OK
012500         DISPLAY "SEQROLL: NO SEQFILE RECORD FOR COUNTER "
012600             PEND-BRANCH-CODE " " PEND-CATEGORY
012650             " - NOTHING ROLLED"
012700         MOVE "Y" TO WS-ERROR-SW
012800         GO TO 3000-ROLL-ONE-CARD-READ
012900     END-IF.
013000*
013100     MOVE SEQ-COUNTER-VALUE TO WS-OLD-VALUE.
013200     MOVE SEQ-CYCLE-NUMBER  TO WS-OLD-CYCLE.
013300     MOVE PEND-VALUE        TO SEQ-COUNTER-VALUE.
013400     ADD 1 TO SEQ-CYCLE-NUMBER.
013500     ACCEPT SEQ-LAST-RUN-DATE FROM DATE YYYYMMDD.
013600     REWRITE SEQ-RECORD
013700         INVALID KEY
013800             DISPLAY "SEQROLL: REWRITE FAILED FOR BRANCH "
013900                 PEND-BRANCH-CODE
014000             MOVE "Y" TO WS-ERROR-SW
014100             GO TO 3000-ROLL-ONE-CARD-READ
014200     END-REWRITE.
014300*
014350     MOVE "Y" TO WS-APPLIED-SW.
014400     PERFORM 3100-WRITE-AUDIT
014500         THRU 3100-WRITE-AUDIT-EXIT.
014600     DISPLAY "SEQROLL: COUNTER " PEND-BRANCH-CODE
014650         " " PEND-CATEGORY
014700         " RESET TO " PEND-VALUE
014800         " CYCLE " SEQ-CYCLE-NUMBER
014900         " BY " PEND-REQUEST-OPER.
015000*
015100 3000-ROLL-ONE-CARD-READ.
015200     PERFORM 9150-MARK-CHANGE
015300         THRU 9150-MARK-CHANGE-EXIT.
015350     PERFORM 9100-NEXT-APPROVED
015400         THRU 9100-NEXT-APPROVED-EXIT.
015500 3000-ROLL-ONE-CARD-EXIT.
015600     EXIT.
015700*
015800 3100-WRITE-AUDIT.
015900     ACCEPT ROLL-DATE FROM DATE YYYYMMDD.
016000     ACCEPT ROLL-TIME FROM TIME.
016100     MOVE PEND-BRANCH-CODE  TO ROLL-BRANCH-CODE.
016150     MOVE PEND-CATEGORY     TO ROLL-CATEGORY.
016200     MOVE PEND-REQUEST-OPER TO ROLL-OPERATOR-ID.
016210     MOVE PEND-DECIDE-OPER  TO ROLL-APPROVER-ID.
016220     MOVE PEND-CHANGE-NO    TO ROLL-CHANGE-NO.
016300     MOVE WS-OLD-VALUE      TO ROLL-OLD-VALUE.
016400     MOVE SEQ-COUNTER-VALUE TO ROLL-NEW-VALUE.
016500     MOVE WS-OLD-CYCLE      TO ROLL-OLD-CYCLE.
016900     EXIT.
017000*
017100 9000-TERMINATE.
017200     CLOSE PENDFILE.
017300     CLOSE SEQFILE.
017400     CLOSE ROLLAUD.
017500 9000-TERMINATE-EXIT.
017600     EXIT.
017700*
017800 9100-NEXT-APPROVED.
017900*
018000*    POSITION ON THE NEXT APPROVED ROLLOVER.  PENDING,
018100*    DECIDED-AGAINST, ALREADY-APPLIED AND BRANCH MAINTENANCE
018200*    CHANGES ARE PASSED OVER.
018300*
018400     READ PENDFILE NEXT RECORD
018500         AT END
018600             MOVE "Y" TO WS-PENDING-END-SW
018700             GO TO 9100-NEXT-APPROVED-EXIT
018800     END-READ.
018900     IF NOT PEND-APPROVED OR NOT PEND-FOR-SEQROLL
019000         GO TO 9100-NEXT-APPROVED
019100     END-IF.
019200 9100-NEXT-APPROVED-EXIT.
019300     EXIT.
019400*
019500 9150-MARK-CHANGE.
019600*
019700*    A ROLLOVER IS APPLIED ONCE.  ONE REFUSED HERE (NO SEQFILE
019800*    RECORD, BAD CARD) IS CLOSED AS REFUSED -- CORRECT IT AND
019900*    RAISE A NEW REQUEST.  IF THE MARK ITSELF CANNOT BE
020000*    WRITTEN THE COUNTER WOULD BE RESET AGAIN NEXT RUN, SO
020100*    THE STEP ENDS RC 8.
020200*
020300     ACCEPT PEND-APPLY-DATE FROM DATE YYYYMMDD.
020400     IF WS-CHANGE-APPLIED
020500         SET PEND-APPLIED TO TRUE
020600     ELSE
020700         SET PEND-REFUSED TO TRUE
020800         MOVE "REFUSED AT APPLY - SEE SYSOUT" TO PEND-REASON
020900     END-IF.
021000     REWRITE PEND-RECORD
021100         INVALID KEY
021200             DISPLAY "SEQROLL: REWRITE FAILED FOR CHANGE "
021300                 PEND-CHANGE-NO " - MARK IT BY HAND"
021400             MOVE "Y" TO WS-ERROR-SW
021500     END-REWRITE.
021600 9150-MARK-CHANGE-EXIT.
021700     EXIT.
