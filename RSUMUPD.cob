002300*                  PERIOD-TO-DATE PICTURE.  RUN AFTER THE    *
002400*                  DISTRIBUTION STEP EVERY DAY.  ENDS RC 12  *
002500*                  IF ANY TABLE FILLED.                      *
002510* 10/15/26   JWM   THE RUN NOW APPENDS ITS START AND END     *
002520*                  TIME, RESULTS READ AND RETURN CODE TO THE *
002530*                  DAY'S STEP LOG (STEPLOG, SEE STEPREC) FOR *
002540*                  THE BATCH WINDOW HISTORY (WINHIST).       *
002550* 10/15/26   JWM   A RESULT HELD BY THE VOLUME SCREEN (RECON *
002560*                  STATUS "ANOMALY") IS NOT ROLLED IN UNTIL  *
002570*                  IT IS RELEASED.                           *
002600*-----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004500     SELECT RSUMOUT ASSIGN TO RSUMOUT
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-RSUMOUT-STATUS.
004710*
004720     SELECT STEPLOG ASSIGN TO STEPLOG
004730         ORGANIZATION IS SEQUENTIAL
004740         FILE STATUS IS WS-STEPLOG-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  RSUMIN
006440     05  RSO-OVERFLOW-COUNT      PIC 9(07).
006450     05  RSO-MISMATCH-COUNT      PIC 9(07).
006460     05  RSO-END-POSITION        PIC S9(15).
006468*
006476 FD  STEPLOG
006484     LABEL RECORDS ARE STANDARD.
006492 COPY STEPREC.
006500 WORKING-STORAGE SECTION.
006600 77  WS-ROUTE-COUNT          PIC 9(05) VALUE 0 COMP.
006700 77  WS-MAX-ROUTES           PIC 9(05) VALUE 5000 COMP.
007700 77  WS-CAPACITY-SW          PIC X(01) VALUE "N".
007800     88  WS-CAPACITY-EXCEEDED     VALUE "Y".
007900 77  WS-CAPACITY-RETURN-CODE PIC 9(03) VALUE 12 COMP.
007910 77  WS-STEP-START-DATE      PIC 9(08) VALUE 0.
007920 77  WS-STEP-START-TIME      PIC 9(08) VALUE 0.
008000*
008100 01  WS-ROUTE-TABLE.
008200     05  WS-RT-ENTRY OCCURS 5000 TIMES
011800         88  WS-ROUTEFILE-EOF         VALUE "10".
011900     05  WS-RSUMOUT-STATUS   PIC X(02) VALUE SPACES.
012000         88  WS-RSUMOUT-OK            VALUE "00".
012010     05  WS-STEPLOG-STATUS   PIC X(02) VALUE SPACES.
012020         88  WS-STEPLOG-OK            VALUE "00".
012100 PROCEDURE DIVISION.
012200*
012300 0000-MAINLINE.
013900     IF WS-CAPACITY-EXCEEDED
014000         MOVE WS-CAPACITY-RETURN-CODE TO RETURN-CODE
014100     END-IF.
014110*
014120     PERFORM 9900-LOG-STEP-TIME
014130         THRU 9900-LOG-STEP-TIME-EXIT.
014200     STOP RUN.
014300*
014400 1000-INITIALIZE.
014410     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
014420     ACCEPT WS-STEP-START-TIME FROM TIME.
014500     OPEN INPUT ROUTEFILE.
014600     READ ROUTEFILE
014700         AT END SET WS-ROUTEFILE-EOF TO TRUE
021300*
021400 3000-ROLL-IN-ONE-RESULT.
021500     ADD 1 TO WS-READ-COUNT.
021510*
021520*    A RESULT HELD BY THE VOLUME SCREEN (ANOMSCR) IS ROLLED IN
021530*    FROM THE GENERATION THAT RELEASES IT, NOT TWICE.
021540*
021550     IF OUT-RECON-STATUS = "ANOMALY"
021560         GO TO 3000-ROLL-IN-ONE-RESULT-READ
021570     END-IF.
021600*
021700     MOVE "SUSPENSE" TO WS-WORK-REGION.
021800     SET WS-RT-IDX TO 1.
037200     WRITE RSUMOUT-RECORD.
037300 9100-WRITE-ONE-SUMMARY-EXIT.
037400     EXIT.
037500*
037600 9900-LOG-STEP-TIME.
037700     OPEN EXTEND STEPLOG.
037800     IF NOT WS-STEPLOG-OK
037900         OPEN OUTPUT STEPLOG
038000         CLOSE STEPLOG
038100         OPEN EXTEND STEPLOG
038200     END-IF.
038300     IF NOT WS-STEPLOG-OK
038400         DISPLAY "RSUMUPD: STEPLOG NOT AVAILABLE, STATUS "
038500             WS-STEPLOG-STATUS
038600         GO TO 9900-LOG-STEP-TIME-EXIT
038700     END-IF.
038800     MOVE SPACES             TO STEP-RECORD.
038900     MOVE ZERO               TO STEP-CHAIN-DATE.
039000     MOVE "RSUMUPD"          TO STEP-PROGRAM.
039100     MOVE WS-STEP-START-DATE TO STEP-START-DATE.
039200     MOVE WS-STEP-START-TIME TO STEP-START-TIME.
039300     ACCEPT STEP-END-DATE FROM DATE YYYYMMDD.
039400     ACCEPT STEP-END-TIME FROM TIME.
039500     MOVE WS-READ-COUNT      TO STEP-RECORDS.
039600     MOVE RETURN-CODE        TO STEP-RETURN-CODE.
039700     WRITE STEP-RECORD.
039800     CLOSE STEPLOG.
039900 9900-LOG-STEP-TIME-EXIT.
040000     EXIT.
