      ******************************************************************
      *                                                                *
      *   DUPCRD - DUPSCRN DUPLICATE-SCREEN CONTROL CARD LAYOUT        *
      *                                                                *
      *   80-BYTE CARDS READ FROM SYSIN BY THE DUPSCRN DUPLICATE       *
      *   SCREEN.  ANY NUMBER MAY BE STACKED.  KEYWORDS:               *
      *     DUPDAYS - THE LOOK-BACK OF THE POSTED-REFERENCE INDEX IN   *
      *               BUSINESS DAYS (3 DIGITS, LEFT-JUSTIFIED IN THE   *
      *               VALUE FIELD).  DEFAULT 10.                       *
      *     RELEASE - RELEASE ONE HELD ITEM TO TODAY'S POSTING ONCE    *
      *               IT HAS BEEN CONFIRMED GENUINE.  THE VALUE IS     *
      *               THE HELD ITEM'S REFERENCE, THE ACCOUNT FIELD     *
      *               ITS 8-DIGIT ACCOUNT NUMBER.                      *
      *     DROP    - REMOVE ONE HELD ITEM CONFIRMED AS A DUPLICATE    *
      *               FROM THE HELD FILE.  SAME FIELDS AS RELEASE.     *
      *   A BLANK CARD OR ONE WITH AN ASTERISK IN COLUMN 1 IS          *
      *   IGNORED.                                                     *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   DATE       INIT  DESCRIPTION                                *
      *   10/15/2026 HB    ORIGINAL.                                  *
      *                                                                *
      ******************************************************************
       01  BCH-DPC-CARD.
           05  BCH-DPC-KEYWORD            PIC X(08).
           05  FILLER                     PIC X(01).
           05  BCH-DPC-VALUE              PIC X(12).
           05  FILLER                     PIC X(01).
           05  BCH-DPC-ACCT-NUMBER        PIC X(08).
           05  FILLER                     PIC X(50).
