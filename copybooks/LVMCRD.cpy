      ******************************************************************
      *                                                                *
      *   LVMCRD - LVMON LARGE-VALUE MONITOR CONTROL CARD LAYOUT       *
      *                                                                *
      *   OPTIONAL 80-BYTE CARDS READ FROM SYSIN BY LVMON.  ANY        *
      *   NUMBER MAY BE STACKED; A BLANK CARD OR ONE WITH AN           *
      *   ASTERISK IN COLUMN 1 IS IGNORED.  VALUES ARE LEFT-           *
      *   JUSTIFIED IN THE VALUE FIELD.  KEYWORDS:                     *
      *     THRESHLD - A SITE'S REPORTING THRESHOLD: THE SITE CODE,    *
      *                A SPACE, THEN THE AMOUNT IN WHOLE UNITS OF THE  *
      *                SITE'S CURRENCY (9 DIGITS, NOT ZERO), E.G.      *
      *                'THRESHLD DE 000010000'.  DEFAULT 10000 FOR     *
      *                EVERY SITE.                                     *
      *     NEARPCT  - A TRANSACTION IS 'JUST UNDER' THE THRESHOLD     *
      *                WHEN IT IS AT LEAST THIS PERCENTAGE OF IT AND   *
      *                NOT OVER IT (3 DIGITS, 050 TO 099).  DEFAULT    *
      *                090.                                            *
      *     STRCOUNT - THE NUMBER OF JUST-UNDER TRANSACTIONS THAT      *
      *                MAKES A STRUCTURING CASE (3 DIGITS, AT LEAST    *
      *                2).  DEFAULT 3.                                 *
      *     LOOKBACK - THE STRUCTURING WINDOW IN BUSINESS DAYS,        *
      *                TODAY INCLUDED (3 DIGITS, 1 TO 10).  DEFAULT 3. *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   DATE       INIT  DESCRIPTION                                *
      *   10/15/2026 HB    ORIGINAL.                                  *
      *                                                                *
      ******************************************************************
       01  BCH-LMC-CARD.
           05  BCH-LMC-KEYWORD            PIC X(08).
           05  FILLER                     PIC X(01).
           05  BCH-LMC-VALUE-AREA.
               10  BCH-LMC-VALUE          PIC X(03).
               10  FILLER                 PIC X(09).
           05  BCH-LMC-THRESH-AREA REDEFINES BCH-LMC-VALUE-AREA.
               10  BCH-LMC-THR-SITE       PIC X(02).
               10  FILLER                 PIC X(01).
               10  BCH-LMC-THR-AMOUNT     PIC X(09).
           05  FILLER                     PIC X(59).
