      ******************************************************************
      *                                                                *
      *   SOMCRD - SOMNT STANDING-ORDER MAINTENANCE CARD LAYOUT        *
      *                                                                *
      *   ONE 80-BYTE CARD PER STANDING-ORDER ACTION, READ FROM        *
      *   SYSIN BY THE SOMNT MAINTENANCE PROGRAM (MASTER LAYOUT IN     *
      *   COPYBOOK SOMREC).  ACTIONS:                                  *
      *     ADD    - NEW ORDER.  DEBIT AND CREDIT ACCOUNTS, AMOUNT     *
      *              (13 DIGITS, TWO ASSUMED DECIMALS), FREQUENCY      *
      *              (W, M, OR D WITH A DAY OF MONTH 01-31) AND        *
      *              START DATE REQUIRED; END DATE OPTIONAL.  THE      *
      *              START DATE MAY NOT BE BEFORE TODAY.               *
      *     CHANGE - AMEND A LIVE ORDER.  ANY OF CREDIT ACCOUNT,       *
      *              AMOUNT, FREQUENCY/DAY AND END DATE MAY BE         *
      *              GIVEN; A BLANK FIELD IS LEFT AS IT IS.  THE       *
      *              DEBIT ACCOUNT AND START DATE CANNOT BE CHANGED -  *
      *              CANCEL AND ADD A NEW ORDER INSTEAD.               *
      *     SUSPND - SUSPEND AN ACTIVE ORDER                           *
      *     RESUME - SET A SUSPENDED ORDER BACK TO ACTIVE; DUE DATES   *
      *              PASSED WHILE SUSPENDED ARE NOT MADE UP            *
      *     CANCEL - CANCEL AN ACTIVE OR SUSPENDED ORDER               *
      *   DATES ARE YYYY-MM-DD.  EVERY ACCOUNT ON A CARD IS            *
      *   VALIDATED AGAINST ACCTFILE, AND THE DEBIT ACCOUNT'S OWNER    *
      *   AGAINST THE VALIDATED CUSTOMER MASTER, BEFORE IT IS          *
      *   APPLIED.                                                     *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   DATE       INIT  DESCRIPTION                                *
      *   10/15/2026 HB    ORIGINAL.                                  *
      *                                                                *
      ******************************************************************
       01  BCH-SOMC-CARD.
           05  BCH-SOMC-ACTION            PIC X(06).
           05  FILLER                     PIC X(01).
           05  BCH-SOMC-ORDER-NUMBER      PIC X(06).
           05  FILLER                     PIC X(01).
           05  BCH-SOMC-DR-ACCT           PIC X(08).
           05  FILLER                     PIC X(01).
           05  BCH-SOMC-CR-ACCT           PIC X(08).
           05  FILLER                     PIC X(01).
           05  BCH-SOMC-AMOUNT            PIC X(13).
           05  FILLER                     PIC X(01).
           05  BCH-SOMC-FREQUENCY         PIC X(01).
           05  FILLER                     PIC X(01).
           05  BCH-SOMC-DAY-OF-MONTH      PIC X(02).
           05  FILLER                     PIC X(01).
           05  BCH-SOMC-START-DATE        PIC X(10).
           05  FILLER                     PIC X(01).
           05  BCH-SOMC-END-DATE          PIC X(10).
           05  FILLER                     PIC X(08).
