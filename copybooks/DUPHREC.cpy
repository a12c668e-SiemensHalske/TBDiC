      ******************************************************************
      *                                                                *
      *   DUPHREC - HELD SUSPECTED-DUPLICATE RECORD LAYOUT             *
      *                                                                *
      *   ONE 120-BYTE RECORD PER TRANSACTION THE DUPSCRN DUPLICATE    *
      *   SCREEN HAS HELD BACK FROM POSTING.  THE HELD FILE (DUPHELD   *
      *   IN, DUPHNEW OUT) CARRIES AN ITEM FROM DAY TO DAY UNTIL AN    *
      *   OPERATOR RELEASE OR DROP CARD (COPYBOOK DUPCRD) DISPOSES OF  *
      *   IT.  THE TRANSACTION IMAGE IS THE UNCHANGED TRANREC RECORD,  *
      *   SO A RELEASED ITEM GOES TO POSTING EXACTLY AS RECEIVED.      *
      *   SOURCE IS T (TRANFILE) OR S (SUSPIN SUSPENSE).  REASON:      *
      *     P - THE REFERENCE WAS ALREADY POSTED TO THE ACCOUNT ON     *
      *         THE MATCH DATE (FOUND ON THE POSTED-REFERENCE INDEX)   *
      *     R - THE REFERENCE WAS REPEATED IN THE DAY'S OWN INPUT      *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   DATE       INIT  DESCRIPTION                                *
      *   10/15/2026 HB    ORIGINAL.                                  *
      *                                                                *
      ******************************************************************
       01  BCH-DUPH-RECORD.
           05  BCH-DUPH-TRAN-IMAGE        PIC X(80).
           05  BCH-DUPH-HELD-DATE         PIC X(10).
           05  BCH-DUPH-SOURCE            PIC X(01).
               88  BCH-DUPH-FROM-TRANFILE            VALUE 'T'.
               88  BCH-DUPH-FROM-SUSPENSE            VALUE 'S'.
           05  BCH-DUPH-REASON            PIC X(01).
               88  BCH-DUPH-ALREADY-POSTED           VALUE 'P'.
               88  BCH-DUPH-REPEATED-TODAY           VALUE 'R'.
           05  BCH-DUPH-MATCH-DATE        PIC X(10).
           05  FILLER                     PIC X(18).
