      ******************************************************************
      *                                                                *
      *   THISTREC - POSTED-TRANSACTION HISTORY RECORD LAYOUT          *
      *                                                                *
      *   ONE 100-BYTE RECORD PER TRANSACTION TRANPOST POSTS, ON THE   *
      *   CUMULATIVE TRANHIST KEYED DATASET.  BCH-THIST-KEY (ACCOUNT   *
      *   NUMBER + POSTING DATE + SEQUENCE NUMBER) IS THE RECORD KEY,  *
      *   SO ONE ACCOUNT'S HISTORY READS BACK IN POSTING ORDER WITH A  *
      *   START AND READ NEXT.  THE SEQUENCE NUMBER COUNTS THE         *
      *   ACCOUNT'S POSTINGS WITHIN THE POSTING DATE FROM 1.  THE      *
      *   BALANCES BEFORE AND AFTER ARE THE ACCOUNT'S CURRENT BALANCE  *
      *   EITHER SIDE OF THIS ONE POSTING.  WRITTEN ONLY BY TRANPOST;  *
      *   READ BY THE ACCTHIST ENQUIRY AND THE LVMON COMPLIANCE        *
      *   MONITOR.                                                     *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   DATE       INIT  DESCRIPTION                                *
      *   10/15/2026 HB    ORIGINAL.                                  *
      *                                                                *
      ******************************************************************
       01  BCH-THIST-RECORD.
           05  BCH-THIST-KEY.
               10  BCH-THIST-ACCT-NUMBER  PIC 9(08).
               10  BCH-THIST-POST-DATE    PIC X(10).
               10  BCH-THIST-SEQ-NUMBER   PIC 9(05).
           05  BCH-THIST-TYPE-CODE        PIC X(02).
               88  BCH-THIST-IS-DEBIT                VALUE 'DR'.
               88  BCH-THIST-IS-CREDIT               VALUE 'CR'.
           05  BCH-THIST-AMOUNT           PIC 9(11)V99.
           05  BCH-THIST-TRAN-DATE        PIC X(10).
           05  BCH-THIST-REFERENCE        PIC X(12).
           05  BCH-THIST-BAL-BEFORE       PIC S9(11)V99.
           05  BCH-THIST-BAL-AFTER        PIC S9(11)V99.
           05  BCH-THIST-SITE-CODE        PIC X(02).
           05  BCH-THIST-ORIGIN           PIC X(02).
           05  FILLER                     PIC X(10).
