      ******************************************************************
      *  REFLREC.CPY                                                  *
      *  RECORD LAYOUT FOR THE REFERENCE TABLE CHANGE LOG (REFLOG).   *
      *  ONE RECORD IS APPENDED BY THE REFERENCE TABLE MAINTENANCE    *
      *  PROGRAM (REFMNT) FOR EVERY ACCEPTED CHANGE TO THE COUNTER    *
      *  TYPE TABLE (CTYPEFILE), THE REGION ROUTING TABLE             *
      *  (ROUTEFILE) OR THE BUSINESS CALENDAR (CALFILE) -- WHO        *
      *  KEYED IT, WHO APPROVED IT, AND THE TABLE RECORD BEFORE AND   *
      *  AFTER THE CHANGE, LAID OUT AS IN CTYPEREC, ROUTEREC OR       *
      *  CALREC.  THE BEFORE IMAGE IS BLANK ON AN ADD, THE AFTER      *
      *  IMAGE BLANK ON A DELETE.  A CALENDAR YEAR GENERATED FROM A   *
      *  HOLIDAY DECK LOGS ONE ADD PER DATE, WITH THE HOLIDAY NAME    *
      *  FROM THE DECK ON EACH HOLIDAY.                               *
      *                                                                *
      *  MOD-LOG                                                      *
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/26   JWM   ORIGINAL COPYBOOK.                          *
      ******************************************************************
       01  REFL-RECORD.
           05  REFL-DATE               PIC 9(08).
           05  REFL-TIME               PIC 9(08).
           05  REFL-TABLE              PIC X(01).
               88  REFL-TABLE-CTYPE        VALUE "T".
               88  REFL-TABLE-ROUTE        VALUE "R".
               88  REFL-TABLE-CALENDAR     VALUE "C".
           05  REFL-ACTION             PIC X(01).
               88  REFL-ACTION-ADD         VALUE "A".
               88  REFL-ACTION-CHANGE      VALUE "C".
               88  REFL-ACTION-DELETE      VALUE "D".
           05  REFL-KEY                PIC X(08).
           05  REFL-BEFORE-IMAGE       PIC X(17).
           05  REFL-AFTER-IMAGE        PIC X(17).
           05  REFL-OPERATOR-ID        PIC X(08).
           05  REFL-APPROVER-ID        PIC X(08).
           05  REFL-HOLIDAY-NAME       PIC X(20).
           05  FILLER                  PIC X(04).
