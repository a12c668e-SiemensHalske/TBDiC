      ******************************************************************
      *                                                                *
      *   AHISTCRD - ACCTHIST ENQUIRY CONTROL CARD LAYOUT              *
      *                                                                *
      *   ONE 80-BYTE CARD PER ENQUIRY, READ FROM SYSIN BY THE         *
      *   ACCTHIST ACCOUNT-HISTORY ENQUIRY.  ANY NUMBER OF CARDS MAY   *
      *   BE STACKED; EACH PRODUCES ITS OWN LISTING.  KEYWORDS:        *
      *     ACCT - ONE ACCOUNT'S HISTORY (8-DIGIT NUMBER)              *
      *     CUST - THE HISTORY OF EVERY ACCOUNT ONE CUSTOMER OWNS      *
      *            (7-DIGIT NUMBER)                                    *
      *   THE VALUE IS LEFT-JUSTIFIED IN THE VALUE FIELD.  THE DATE    *
      *   RANGE IS IN POSTING DATES, YYYY-MM-DD, BOTH ENDS INCLUSIVE.  *
      *   A BLANK FROM-DATE MEANS FROM THE START OF THE HISTORY; A     *
      *   BLANK TO-DATE MEANS UP TO THE LATEST POSTING.  A BLANK CARD  *
      *   OR ONE WITH AN ASTERISK IN COLUMN 1 IS IGNORED.              *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   DATE       INIT  DESCRIPTION                                *
      *   10/15/2026 HB    ORIGINAL.                                  *
      *                                                                *
      ******************************************************************
       01  BCH-AHC-CARD.
           05  BCH-AHC-KEYWORD            PIC X(04).
           05  FILLER                     PIC X(01).
           05  BCH-AHC-VALUE              PIC X(08).
           05  FILLER                     PIC X(01).
           05  BCH-AHC-FROM-DATE          PIC X(10).
           05  FILLER                     PIC X(01).
           05  BCH-AHC-TO-DATE            PIC X(10).
           05  FILLER                     PIC X(45).
