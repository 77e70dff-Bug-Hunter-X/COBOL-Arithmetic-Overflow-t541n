000450*                  (RUNCTL, SEE RUNCREC) SO THE DAY-END      *
000460*                  BALANCER (DAYBAL) CAN PROVE THE CHAIN     *
000470*                  END TO END.                               *
000471* 10/15/26   JWM   THE RUN NOW APPENDS ITS START AND END     *
000472*                  TIME, RESULTS READ AND RETURN CODE TO THE *
000473*                  DAY'S STEP LOG (STEPLOG, SEE STEPREC) FOR *
000474*                  THE BATCH WINDOW HISTORY (WINHIST).       *
000475* 10/15/26   JWM   A RESULT HELD BY THE VOLUME SCREEN        *
000476*                  (RECON STATUS "ANOMALY", SEE ANOMSCR)     *
000477*                  NOW GOES TO SUSPENSE LIKE A MISMATCH.     *
000480*-----------------------------------------------------------*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000870     SELECT RUNCTL ASSIGN TO RUNCTL
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-RUNCTL-STATUS.
000892*
000894     SELECT STEPLOG ASSIGN TO STEPLOG
000896         ORGANIZATION IS SEQUENTIAL
000898         FILE STATUS IS WS-STEPLOG-STATUS.
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  OUTIN
001240 FD  RUNCTL
001250     LABEL RECORDS ARE STANDARD.
001260 COPY RUNCREC.
001262*
001264 FD  STEPLOG
001266     LABEL RECORDS ARE STANDARD.
001268 COPY STEPREC.
001270 WORKING-STORAGE SECTION.
001280 77  WS-ROUTE-COUNT          PIC 9(05) VALUE 0 COMP.
001290 77  WS-MAX-ROUTES           PIC 9(05) VALUE 5000 COMP.
001300 77  WS-READ-COUNT           PIC 9(09) VALUE 0 COMP.
001310 77  WS-UNROUTED-COUNT       PIC 9(09) VALUE 0 COMP.
001320 77  WS-RUN-DATE             PIC 9(08) VALUE 0.
001323 77  WS-STEP-START-DATE      PIC 9(08) VALUE 0.
001326 77  WS-STEP-START-TIME      PIC 9(08) VALUE 0.
001330 77  WS-EXTRACT-NO           PIC 9(01) VALUE 0.
001340 77  WS-EXTRACT-SUB          PIC 9(01) VALUE 0 COMP.
001350 77  WS-SUSPENSE-EXTRACT     PIC 9(01) VALUE 5.
001820         88  WS-DISTRPT-OK            VALUE "00".
001830     05  WS-RUNCTL-STATUS    PIC X(02) VALUE SPACES.
001840         88  WS-RUNCTL-OK             VALUE "00".
001843     05  WS-STEPLOG-STATUS   PIC X(02) VALUE SPACES.
001846         88  WS-STEPLOG-OK            VALUE "00".
001850*
001860 01  WS-REPORT-LINES.
001870     05  WS-HDR-LINE-1.
002230     IF WS-CAPACITY-EXCEEDED
002240         MOVE WS-CAPACITY-RETURN-CODE TO RETURN-CODE
002250     END-IF.
002252*
002254     PERFORM 9900-LOG-STEP-TIME
002256         THRU 9900-LOG-STEP-TIME-EXIT.
002260     STOP RUN.
002270*
002280 1000-INITIALIZE.
002283     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
002286     ACCEPT WS-STEP-START-TIME FROM TIME.
002290     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002300*
002310     MOVE "REGION1 " TO WS-EX-REGION (1).
003120 3000-ROUTE-ONE-RECORD.
003130     ADD 1 TO WS-READ-COUNT.
003140*
003150*    A RESULT THE RUN COULD NOT RECONCILE, OR ONE THE VOLUME
003155*    SCREEN (ANOMSCR) HELD AS AN ANOMALY, MUST NOT BE
003160*    DELIVERED AS IF TRUSTED -- IT GOES TO SUSPENSE FOR
003170*    REVIEW, WHATEVER ITS ROUTING SAYS.
003180*
003190     IF OUT-RECON-STATUS = "MISMATCH"
003195         OR OUT-RECON-STATUS = "ANOMALY"
003200         MOVE WS-SUSPENSE-EXTRACT TO WS-EXTRACT-NO
003210     ELSE
003220         PERFORM 3100-FIND-ROUTE
005090         THRU 9400-WRITE-ONE-CONTROL-EXIT.
005100 9450-WRITE-ONE-EXTRACT-CTL-EXIT.
005110     EXIT.
005120*
005130 9900-LOG-STEP-TIME.
005140     OPEN EXTEND STEPLOG.
005150     IF NOT WS-STEPLOG-OK
005160         OPEN OUTPUT STEPLOG
005170         CLOSE STEPLOG
005180         OPEN EXTEND STEPLOG
005190     END-IF.
005200     IF NOT WS-STEPLOG-OK
005210         DISPLAY "OUTDIST: STEPLOG NOT AVAILABLE, STATUS "
005220             WS-STEPLOG-STATUS
005230         GO TO 9900-LOG-STEP-TIME-EXIT
005240     END-IF.
005250     MOVE SPACES             TO STEP-RECORD.
005260     MOVE ZERO               TO STEP-CHAIN-DATE.
005270     MOVE "OUTDIST"          TO STEP-PROGRAM.
005280     MOVE WS-STEP-START-DATE TO STEP-START-DATE.
005290     MOVE WS-STEP-START-TIME TO STEP-START-TIME.
005300     ACCEPT STEP-END-DATE FROM DATE YYYYMMDD.
005310     ACCEPT STEP-END-TIME FROM TIME.
005320     MOVE WS-READ-COUNT      TO STEP-RECORDS.
005330     MOVE RETURN-CODE        TO STEP-RETURN-CODE.
005340     WRITE STEP-RECORD.
005350     CLOSE STEPLOG.
005360 9900-LOG-STEP-TIME-EXIT.
005370     EXIT.
