      ******************************************************************
      *                                                                *
      *   INTRATE - INTEREST RATE TABLE RECORD LAYOUT                  *
      *                                                                *
      *   ONE 80-BYTE RECORD PER SITE AND EFFECTIVE DATE ON THE        *
      *   INTRATE DATASET, MAINTAINED BY FINANCE.  THE RATES ARE       *
      *   ANNUAL PERCENTAGES WITH FOUR ASSUMED DECIMALS (002.5000 =    *
      *   2.5 PER CENT):                                               *
      *     CREDIT RATE - PAID ON A POSITIVE CURRENT BALANCE           *
      *     DEBIT RATE  - CHARGED ON AN OVERDRAWN CURRENT BALANCE      *
      *   THE DAY BASIS IS THE YEAR LENGTH THE DAILY ACCRUAL DIVIDES   *
      *   BY (360 OR 365).  A SITE MAY CARRY SEVERAL RECORDS; THE      *
      *   RECORD WITH THE LATEST EFFECTIVE DATE ON OR BEFORE THE RUN   *
      *   DATE APPLIES.  A BLANK EFFECTIVE DATE MEANS ALWAYS IN        *
      *   EFFECT.  READ BY INTACCR.                                    *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   DATE       INIT  DESCRIPTION                                *
      *   10/15/2026 HB    ORIGINAL.                                  *
      *                                                                *
      ******************************************************************
       01  BCH-RATE-RECORD.
           05  BCH-RATE-SITE-CODE         PIC X(02).
           05  FILLER                     PIC X(01).
           05  BCH-RATE-CR-RATE           PIC 9(03)V9(04).
           05  FILLER                     PIC X(01).
           05  BCH-RATE-DR-RATE           PIC 9(03)V9(04).
           05  FILLER                     PIC X(01).
           05  BCH-RATE-DAY-BASIS         PIC 9(03).
           05  FILLER                     PIC X(01).
           05  BCH-RATE-EFF-DATE          PIC X(10).
           05  FILLER                     PIC X(47).
