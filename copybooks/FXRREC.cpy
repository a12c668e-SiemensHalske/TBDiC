      ******************************************************************
      *                                                                *
      *   FXRREC - DAILY EXCHANGE-RATE RECORD LAYOUT                   *
      *                                                                *
      *   ONE 80-BYTE RECORD PER CURRENCY PAIR PER RATE DATE ON THE    *
      *   FXRATE DATASET, LOADED DAILY BY TREASURY.  THE RATE IS THE   *
      *   NUMBER OF UNITS OF THE TO-CURRENCY BOUGHT BY ONE UNIT OF     *
      *   THE FROM-CURRENCY, WITH SIX ASSUMED DECIMALS - E.G.          *
      *   '2026-10-15 EUR USD 00001085000' IS 1 EUR = 1.085000 USD.    *
      *   A RATE IS EXPECTED FOR EVERY BUSINESS DAY ON THE CALENDAR;   *
      *   THE FILE MAY CARRY SEVERAL DAYS AND ANY NUMBER OF PAIRS.     *
      *   EITHER DIRECTION OF A PAIR SERVES - SETLCONS DIVIDES BY AN   *
      *   INVERSE QUOTE.  READ BY SETLCONS.                            *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   DATE       INIT  DESCRIPTION                                *
      *   10/15/2026 HB    ORIGINAL.                                  *
      *                                                                *
      ******************************************************************
       01  BCH-FXR-RECORD.
           05  BCH-FXR-RATE-DATE          PIC X(10).
           05  FILLER                     PIC X(01).
           05  BCH-FXR-FROM-CCY           PIC X(03).
           05  FILLER                     PIC X(01).
           05  BCH-FXR-TO-CCY             PIC X(03).
           05  FILLER                     PIC X(01).
           05  BCH-FXR-RATE               PIC 9(05)V9(06).
           05  FILLER                     PIC X(50).
