      *                                                                *
      *   TPOSTCRD - TRANPOST PARAMETER CONTROL CARD LAYOUT           *
      *                                                                *
      *   OPTIONAL 80-BYTE CARDS READ FROM SYSIN BY TRANPOST.  ANY    *
      *   NUMBER MAY BE STACKED; A BLANK CARD OR ONE WITH AN          *
      *   ASTERISK IN COLUMN 1 IS IGNORED.  KEYWORDS:                 *
      *     SUSPDAYS - THE NUMBER OF BUSINESS DAYS A REJECTED         *
      *                TRANSACTION IS CARRIED ON THE TRANREJ          *
      *                SUSPENSE BEFORE IT FALLS TO THE FINAL-REJECT   *
      *                REPORT (3 DIGITS).  DEFAULT 5.                 *
      *     COMMIT   - TAKE A COMMIT POINT ON THE RESTART LEDGER      *
      *                EVERY N ACCOUNTS WRITTEN TO ACCTNEW (5         *
      *                DIGITS).  DEFAULT 1000.                        *
      *     RESTART  - NO IGNORES TODAY'S COMMIT POINTS AND POSTS     *
      *                FROM THE FIRST ACCOUNT (AFTER ACCTFILE HAS     *
      *                BEEN RESTORED); YES (THE DEFAULT) RESUMES      *
      *                AFTER THE LAST COMMITTED ACCOUNT.              *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   DATE       INIT  DESCRIPTION                                *
      *   09/01/2026 HB    ORIGINAL.                                  *
      *   10/15/2026 HB    STACKED CARDS; COMMIT AND RESTART         *
      *                    KEYWORDS.                                 *
      *                                                                *
      ******************************************************************
       01  BCH-TPC-CARD.
           05  BCH-TPC-KEYWORD            PIC X(08).
           05  FILLER                     PIC X(01).
           05  BCH-TPC-VALUE-AREA.
               10  BCH-TPC-VALUE          PIC X(03).
               10  FILLER                 PIC X(02).
           05  BCH-TPC-LONG-VALUE REDEFINES BCH-TPC-VALUE-AREA
                                          PIC X(05).
           05  FILLER                     PIC X(66).
