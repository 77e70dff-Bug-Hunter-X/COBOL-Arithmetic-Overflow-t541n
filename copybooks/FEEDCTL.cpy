      ******************************************************************
      *  FEEDCTL.CPY                                                  *
      *  HEADER AND TRAILER RECORDS OF THE RAW COUNTER FEED           *
      *  (CNTRRAW).  EACH FILE A SOURCE SYSTEM SENDS IS FRAMED BY     *
      *  ONE HEADER AND ONE TRAILER, BOTH THE 27-BYTE LENGTH OF THE   *
      *  DETAIL RECORD (CNTRREC) AND TOLD APART FROM IT BY THE FIRST  *
      *  BYTE -- LOW-VALUE ON THE HEADER, HIGH-VALUE ON THE TRAILER,  *
      *  NEITHER OF WHICH CAN BEGIN A BRANCH CODE.  THE HEADER NAMES  *
      *  THE SOURCE SYSTEM, THE FILE SEQUENCE NUMBER (ASCENDING PER   *
      *  SOURCE) AND THE DATE THE FILE WAS CUT; THE TRAILER CARRIES   *
      *  THE DETAIL RECORD COUNT AND THE SUM OF CNTR-QUANTITY OVER    *
      *  THOSE RECORDS.  SEVERAL FRAMED FILES MAY BE CONCATENATED     *
      *  INTO ONE RUN.  THE FEED EDIT (CNTREDIT) PROVES EVERY FILE    *
      *  AGAINST ITS TRAILER AND THE FEED REGISTER (SEE FREGREC)      *
      *  BEFORE IT EDITS A SINGLE RECORD.                             *
      *                                                                *
      *  MOD-LOG                                                      *
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/26   JWM   ORIGINAL COPYBOOK.                          *
      ******************************************************************
       01  FHDR-RECORD.
           05  FHDR-RECORD-ID          PIC X(01).
               88  FHDR-IS-HEADER          VALUE LOW-VALUE.
           05  FHDR-SOURCE-ID          PIC X(08).
           05  FHDR-FILE-SEQ           PIC 9(09).
           05  FHDR-CREATE-DATE        PIC 9(08).
           05  FILLER                  PIC X(01).
       01  FTRL-RECORD.
           05  FTRL-RECORD-ID          PIC X(01).
               88  FTRL-IS-TRAILER         VALUE HIGH-VALUE.
           05  FTRL-RECORD-COUNT       PIC 9(09).
           05  FTRL-QTY-HASH           PIC 9(15).
           05  FILLER                  PIC X(02).
