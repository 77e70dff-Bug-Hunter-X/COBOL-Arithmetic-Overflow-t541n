      ******************************************************************
      *  GLIFREC.CPY                                                  *
      *  RECORD LAYOUT FOR THE CHARGEBACK GENERAL LEDGER INTERFACE    *
      *  FILE (BILLGL) WRITTEN BY THE MONTHLY CHARGEBACK BILLING      *
      *  (CHGBILL).  ONE HEADER ("H") NAMING THE BILLING MONTH, ONE   *
      *  DETAIL ("D") PER BRANCH PER ACTIVITY CATEGORY BILLED, GIVING *
      *  THE UNITS AND AMOUNTS CHARGED AND CREDITED, AND ONE TRAILER  *
      *  ("T") CARRYING THE DETAIL COUNT, THE CHARGE AND CREDIT       *
      *  AMOUNT TOTALS AND A HASH OF ALL UNITS FOR THE GENERAL        *
      *  LEDGER LOAD TO BALANCE TO BEFORE IT POSTS ANYTHING.  UNITS   *
      *  AND AMOUNTS ARE UNSIGNED -- THE CREDIT FIELDS CARRY THE      *
      *  REVERSALS AND DOWNWARD ADJUSTMENTS.                          *
      *                                                                *
      *  MOD-LOG                                                      *
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/26   JWM   ORIGINAL COPYBOOK.                          *
      ******************************************************************
       01  GLIF-RECORD.
           05  GLIF-RECORD-TYPE        PIC X(01).
               88  GLIF-HEADER-REC         VALUE "H".
               88  GLIF-DETAIL-REC         VALUE "D".
               88  GLIF-TRAILER-REC        VALUE "T".
           05  GLIF-DETAIL             PIC X(79).
           05  GLIF-HEADER-DETAIL REDEFINES GLIF-DETAIL.
               10  GLIF-SOURCE-ID      PIC X(08).
               10  GLIF-BILL-MONTH     PIC 9(06).
               10  GLIF-RUN-DATE       PIC 9(08).
               10  FILLER              PIC X(57).
           05  GLIF-CHARGE-DETAIL REDEFINES GLIF-DETAIL.
               10  GLIF-REGION-NAME    PIC X(08).
               10  GLIF-BRANCH-CODE    PIC X(08).
               10  GLIF-CATEGORY       PIC X(04).
               10  GLIF-CHARGE-UNITS   PIC 9(11).
               10  GLIF-CREDIT-UNITS   PIC 9(11).
               10  GLIF-CHARGE-AMOUNT  PIC 9(11)V99.
               10  GLIF-CREDIT-AMOUNT  PIC 9(11)V99.
               10  FILLER              PIC X(11).
           05  GLIF-TRAILER-DETAIL REDEFINES GLIF-DETAIL.
               10  GLIF-REC-COUNT      PIC 9(09).
               10  GLIF-TOTAL-CHARGES  PIC 9(13)V99.
               10  GLIF-TOTAL-CREDITS  PIC 9(13)V99.
               10  GLIF-UNIT-HASH      PIC 9(15).
               10  FILLER              PIC X(25).
