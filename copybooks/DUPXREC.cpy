      ******************************************************************
      *                                                                *
      *   DUPXREC - POSTED-REFERENCE INDEX RECORD LAYOUT               *
      *                                                                *
      *   ONE 80-BYTE RECORD PER TRANSACTION THE DUPSCRN DUPLICATE     *
      *   SCREEN HAS PASSED TO POSTING, KEPT ON THE ROLLING DUPIDX     *
      *   INDEX FOR THE LOOK-BACK PERIOD (SEE COPYBOOK DUPCRD) AND     *
      *   REWRITTEN EACH DAY AS DUPIDXN.  A TRANSACTION MATCHES AN     *
      *   ENTRY ON REFERENCE AND ACCOUNT NUMBER.  THE SCREEN DATE IS   *
      *   THE DAY THE TRANSACTION WENT TO POSTING.  SOURCE:            *
      *     T - THE DAY'S TRANFILE                                     *
      *     S - THE SUSPIN SUSPENSE RECYCLE                            *
      *     R - A HELD ITEM RELEASED BY OPERATOR CARD                  *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   DATE       INIT  DESCRIPTION                                *
      *   10/15/2026 HB    ORIGINAL.                                  *
      *                                                                *
      ******************************************************************
       01  BCH-DUPX-RECORD.
           05  BCH-DUPX-REFERENCE         PIC X(12).
           05  BCH-DUPX-ACCT-NUMBER       PIC 9(08).
           05  BCH-DUPX-TYPE-CODE         PIC X(02).
           05  BCH-DUPX-AMOUNT            PIC 9(11)V99.
           05  BCH-DUPX-SCREEN-DATE       PIC X(10).
           05  BCH-DUPX-SITE-CODE         PIC X(02).
           05  BCH-DUPX-SOURCE            PIC X(01).
               88  BCH-DUPX-FROM-TRANFILE            VALUE 'T'.
               88  BCH-DUPX-FROM-SUSPENSE            VALUE 'S'.
               88  BCH-DUPX-FROM-RELEASE             VALUE 'R'.
           05  FILLER                     PIC X(32).
