      ******************************************************************
      *  FREGREC.CPY                                                  *
      *  RECORD LAYOUT FOR THE FEED REGISTER (FEEDREG).  THE FEED     *
      *  EDIT (CNTREDIT) APPENDS ONE RECORD FOR EVERY RAW FEED FILE   *
      *  IT ACCEPTS -- SOURCE SYSTEM, FILE SEQUENCE NUMBER AND        *
      *  CREATION DATE FROM THE FILE'S HEADER, RECORD COUNT AND       *
      *  QUANTITY HASH PROVED AGAINST ITS TRAILER (SEE FEEDCTL), THE  *
      *  FIRST AND LAST BUSINESS DATES IT CARRIED, AND WHEN IT WAS    *
      *  EDITED.  A FILE WHOSE SOURCE AND SEQUENCE NUMBER ARE         *
      *  ALREADY HERE IS A DUPLICATE; ONE NUMBERED BELOW THE HIGHEST  *
      *  ALREADY HERE FOR ITS SOURCE IS OUT OF ORDER.  EITHER FAILS   *
      *  THE WHOLE RUN'S FEED.  THE DAY-END BALANCER (DAYBAL) LISTS   *
      *  THE DAY'S FILES ON THE BALANCE CERTIFICATE.                  *
      *                                                                *
      *  MOD-LOG                                                      *
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/26   JWM   ORIGINAL COPYBOOK.                          *
      ******************************************************************
       01  FREG-RECORD.
           05  FREG-SOURCE-ID          PIC X(08).
           05  FREG-FILE-SEQ           PIC 9(09).
           05  FREG-CREATE-DATE        PIC 9(08).
           05  FREG-RECORD-COUNT       PIC 9(09).
           05  FREG-QTY-HASH           PIC 9(15).
           05  FREG-FIRST-BUS-DATE     PIC 9(08).
           05  FREG-LAST-BUS-DATE      PIC 9(08).
           05  FREG-RUN-DATE           PIC 9(08).
           05  FREG-RUN-TIME           PIC 9(08).
           05  FILLER                  PIC X(09).
