      ******************************************************************
      *                                                                *
      *   DORMCRD - DORMPROC PARAMETER CONTROL CARD LAYOUT            *
      *                                                                *
      *   ONE OPTIONAL 80-BYTE CARD READ FROM SYSIN BY DORMPROC.      *
      *   KEYWORD:                                                    *
      *     DORMDAYS - THE NUMBER OF BUSINESS DAYS WITHOUT CUSTOMER   *
      *                ACTIVITY AFTER WHICH AN ACTIVE ACCOUNT IS SET  *
      *                DORMANT (3 DIGITS).                            *
      *   A MISSING OR BLANK CARD LEAVES THE COMPILED-IN DEFAULT OF   *
      *   250 BUSINESS DAYS.                                          *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   DATE       INIT  DESCRIPTION                                *
      *   10/15/2026 HB    ORIGINAL.                                  *
      *                                                                *
      ******************************************************************
       01  BCH-DMC-CARD.
           05  BCH-DMC-KEYWORD            PIC X(08).
           05  FILLER                     PIC X(01).
           05  BCH-DMC-VALUE              PIC X(03).
           05  FILLER                     PIC X(68).
