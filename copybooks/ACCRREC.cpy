      ******************************************************************
      *                                                                *
      *   ACCRREC - INTEREST ACCRUAL CARRY RECORD LAYOUT               *
      *                                                                *
      *   ONE 80-BYTE RECORD PER ACCOUNT ON THE ACCRUAL DATASET, IN    *
      *   ASCENDING ACCOUNT-NUMBER ORDER.  INTACCR READS YESTERDAY'S   *
      *   GENERATION ON ACCRIN AND WRITES TODAY'S TO ACCROUT, SO THE   *
      *   INTEREST ACCRUED TO DATE SURVIVES FROM ONE BATCH DAY TO THE  *
      *   NEXT UNTIL IT IS CAPITALISED ON THE LAST BUSINESS DAY OF     *
      *   THE MONTH.  THE ACCRUED AMOUNTS CARRY SIX ASSUMED DECIMALS   *
      *   SO THE DAILY FRACTIONS OF A CENT ARE NOT LOST; THEY ARE      *
      *   ROUNDED TO THE CENT ONLY WHEN CAPITALISED.  THE THROUGH      *
      *   DATE IS THE LAST CALENDAR DAY ALREADY ACCRUED - A RERUN      *
      *   CANNOT ACCRUE THE SAME DAY TWICE.                            *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   DATE       INIT  DESCRIPTION                                *
      *   10/15/2026 HB    ORIGINAL.                                  *
      *                                                                *
      ******************************************************************
       01  BCH-ACCR-RECORD.
           05  BCH-ACCR-ACCT-NUMBER       PIC 9(08).
           05  BCH-ACCR-SITE-CODE         PIC X(02).
           05  BCH-ACCR-CR-ACCRUED        PIC 9(09)V9(06).
           05  BCH-ACCR-DR-ACCRUED        PIC 9(09)V9(06).
           05  BCH-ACCR-THRU-DATE         PIC X(10).
           05  FILLER                     PIC X(30).
