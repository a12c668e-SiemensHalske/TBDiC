      ******************************************************************
      *                                                                *
      *   SCONCRD - SETLCONS SETTLEMENT CONSOLIDATION CONTROL CARD     *
      *                                                                *
      *   OPTIONAL 80-BYTE CARDS READ FROM SYSIN BY SETLCONS.  ANY     *
      *   NUMBER MAY BE STACKED; A BLANK CARD OR ONE WITH AN           *
      *   ASTERISK IN COLUMN 1 IS IGNORED.  VALUES ARE LEFT-           *
      *   JUSTIFIED IN THE VALUE FIELD.  KEYWORDS:                     *
      *     REPCCY   - THE GROUP REPORTING CURRENCY, A THREE-LETTER    *
      *                ISO CODE, E.G. 'REPCCY   EUR'.  DEFAULT EUR.    *
      *     BUSDATE  - THE BUSINESS DATE TO CONSOLIDATE, YYYY-MM-DD,   *
      *                FOR A RUN AFTER MIDNIGHT OR A RERUN OF AN       *
      *                EARLIER DAY.  DEFAULT TODAY.                    *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   DATE       INIT  DESCRIPTION                                *
      *   10/15/2026 HB    ORIGINAL.                                  *
      *                                                                *
      ******************************************************************
       01  BCH-SCC-CARD.
           05  BCH-SCC-KEYWORD            PIC X(08).
           05  FILLER                     PIC X(01).
           05  BCH-SCC-VALUE-AREA.
               10  BCH-SCC-VALUE          PIC X(10).
               10  FILLER                 PIC X(02).
           05  BCH-SCC-CCY-AREA REDEFINES BCH-SCC-VALUE-AREA.
               10  BCH-SCC-CCY            PIC X(03).
               10  FILLER                 PIC X(09).
           05  FILLER                     PIC X(59).
