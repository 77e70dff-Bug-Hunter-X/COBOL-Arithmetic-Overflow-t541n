      ******************************************************************
      *  RATEREC.CPY                                                  *
      *  RECORD LAYOUT FOR THE CHARGEBACK RATE TABLE (RATEFILE).      *
      *  ONE RECORD PER ACTIVITY CATEGORY PER EFFECTIVE DATE, GIVING  *
      *  THE PRICE FINANCE CHARGES A BRANCH FOR EACH UNIT OF NET      *
      *  ACTIVITY IN THAT CATEGORY.  THE MONTHLY CHARGEBACK BILLING   *
      *  (CHGBILL) PRICES EACH BUSINESS DATE'S ACTIVITY AT THE RATE   *
      *  WITH THE LATEST EFFECTIVE DATE NOT AFTER THAT BUSINESS DATE, *
      *  SO A PRICE CHANGE PART WAY THROUGH A MONTH IS BILLED AT THE  *
      *  OLD RATE UP TO THE DAY BEFORE AND AT THE NEW RATE FROM THE   *
      *  DAY IT TAKES EFFECT.  A NEW PRICE IS ADDED AS A NEW RECORD,  *
      *  NEVER KEYED OVER THE OLD ONE, SO A PRIOR MONTH CAN STILL BE  *
      *  PRICED AS IT WAS.                                            *
      *                                                                *
      *  MOD-LOG                                                      *
      *  DATE       INIT  DESCRIPTION                                 *
      *  10/15/26   JWM   ORIGINAL COPYBOOK.                          *
      ******************************************************************
       01  RATE-RECORD.
           05  RATE-CATEGORY           PIC X(04).
           05  RATE-EFFECTIVE-DATE     PIC 9(08).
           05  RATE-UNIT-PRICE         PIC 9(03)V9(04).
           05  RATE-DESCRIPTION        PIC X(20).
           05  FILLER                  PIC X(41).
