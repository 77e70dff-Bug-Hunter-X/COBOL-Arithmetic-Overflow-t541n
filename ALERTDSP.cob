000500*                  AT A HIGHER PRIORITY, TAGGED RESC ON THE  *
000510*                  ACTION LIST AND COUNTED ON THE NEW AGING  *
000520*                  SUMMARY.                                  *
000522* 10/15/26   JWM   THE RUN NOW APPENDS ITS START AND END     *
000524*                  TIME, ALERTS READ AND RETURN CODE TO THE  *
000526*                  DAY'S STEP LOG (STEPLOG, SEE STEPREC) FOR *
000528*                  THE BATCH WINDOW HISTORY (WINHIST).       *
000530*-----------------------------------------------------------*
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000800     SELECT DSPPARM ASSIGN TO DSPPARM
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-DSPPARM-STATUS.
000822*
000824     SELECT STEPLOG ASSIGN TO STEPLOG
000826         ORGANIZATION IS SEQUENTIAL
000828         FILE STATUS IS WS-STEPLOG-STATUS.
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  ALERTIN
001070 01  DSPPARM-RECORD.
001080     05  DSP-REDISP-CYCLES       PIC 9(03).
001090     05  FILLER                  PIC X(77).
001092*
001094 FD  STEPLOG
001096     LABEL RECORDS ARE STANDARD.
001098 COPY STEPREC.
001100 WORKING-STORAGE SECTION.
001110 77  WS-SEEN-COUNT           PIC 9(05) VALUE 0 COMP.
001120 77  WS-MAX-SEEN             PIC 9(05) VALUE 20000 COMP.
001220 77  WS-OLDEST-UNACKED       PIC 9(08) VALUE 0.
001230 77  WS-REDISP-CYCLES        PIC 9(03) VALUE 2.
001240 77  WS-TODAY-DATE           PIC 9(08) VALUE 0.
001243 77  WS-STEP-START-DATE      PIC 9(08) VALUE 0.
001246 77  WS-STEP-START-TIME      PIC 9(08) VALUE 0.
001250 77  WS-SEEN-FOUND-SW        PIC X(01) VALUE "N".
001260     88  WS-SEEN-FOUND            VALUE "Y".
001270 77  WS-CAPACITY-SW          PIC X(01) VALUE "N".
001480         88  WS-NOTIFOUT-OK           VALUE "00".
001490     05  WS-DSPPARM-STATUS   PIC X(02) VALUE SPACES.
001500         88  WS-DSPPARM-OK            VALUE "00".
001503     05  WS-STEPLOG-STATUS   PIC X(02) VALUE SPACES.
001506         88  WS-STEPLOG-OK            VALUE "00".
001510*
001520 01  WS-REPORT-LINES.
001530     05  WS-OPS-HDR-1.
001980     IF WS-CAPACITY-EXCEEDED
001990         MOVE WS-CAPACITY-RETURN-CODE TO RETURN-CODE
002000     END-IF.
002002*
002004     PERFORM 9900-LOG-STEP-TIME
002006         THRU 9900-LOG-STEP-TIME-EXIT.
002010     STOP RUN.
002020*
002030 1000-INITIALIZE.
002033     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
002036     ACCEPT WS-STEP-START-TIME FROM TIME.
002040     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002050     OPEN INPUT DSPPARM.
002060     IF WS-DSPPARM-OK
004150     CLOSE NOTIFOUT.
004160 9000-TERMINATE-EXIT.
004170     EXIT.
004180*
004190 9900-LOG-STEP-TIME.
004200     OPEN EXTEND STEPLOG.
004210     IF NOT WS-STEPLOG-OK
004220         OPEN OUTPUT STEPLOG
004230         CLOSE STEPLOG
004240         OPEN EXTEND STEPLOG
004250     END-IF.
004260     IF NOT WS-STEPLOG-OK
004270         DISPLAY "ALERTDSP: STEPLOG NOT AVAILABLE, STATUS "
004280             WS-STEPLOG-STATUS
004290         GO TO 9900-LOG-STEP-TIME-EXIT
004300     END-IF.
004310     MOVE SPACES             TO STEP-RECORD.
004320     MOVE ZERO               TO STEP-CHAIN-DATE.
004330     MOVE "ALERTDSP"         TO STEP-PROGRAM.
004340     MOVE WS-STEP-START-DATE TO STEP-START-DATE.
004350     MOVE WS-STEP-START-TIME TO STEP-START-TIME.
004360     ACCEPT STEP-END-DATE FROM DATE YYYYMMDD.
004370     ACCEPT STEP-END-TIME FROM TIME.
004380     MOVE WS-READ-COUNT      TO STEP-RECORDS.
004390     MOVE RETURN-CODE        TO STEP-RETURN-CODE.
004400     WRITE STEP-RECORD.
004410     CLOSE STEPLOG.
004420 9900-LOG-STEP-TIME-EXIT.
004430     EXIT.
