      *                    BLANK ON A FRESH TRANSMISSION RECORD.     *
      *                    THE SUSPENSE AGE IS DERIVED FROM IT       *
      *                    AGAINST THE BUSINESS-DAY CALENDAR.        *
      *   10/15/2026 HB    ORIGIN CODE CARVED OUT OF THE TRAILING    *
      *                    FILLER - BLANK ON A CUSTOMER TRANSMISSION *
      *                    RECORD, 'IN' ON AN INTEREST POSTING       *
      *                    GENERATED BY INTACCR.                     *
      *   10/15/2026 HB    'SO' ORIGIN ADDED - A STANDING-ORDER      *
      *                    PAYMENT GENERATED BY SOGEN.               *
      *                                                                *
      ******************************************************************
       01  BCH-TRAN-RECORD.
           05  BCH-TRAN-REFERENCE         PIC X(12).
           05  BCH-TRAN-SITE-CODE         PIC X(02).
           05  BCH-TRAN-SUSP-DATE         PIC X(10).
           05  BCH-TRAN-ORIGIN            PIC X(02).
               88  BCH-TRAN-IS-INTEREST              VALUE 'IN'.
               88  BCH-TRAN-IS-STANDING-ORDER        VALUE 'SO'.
           05  FILLER                     PIC X(21).
