      ******************************************************************
      *                                                                *
      *   SOMREC - STANDING-ORDER MASTER RECORD LAYOUT                 *
      *                                                                *
      *   ONE 80-BYTE RECORD PER STANDING ORDER ON THE SOMAST          *
      *   MASTER, IN ASCENDING ORDER-NUMBER SEQUENCE.  MAINTAINED BY   *
      *   SOMNT FROM SYSIN CARDS (SEE COPYBOOK SOMCRD) AND CARRIED     *
      *   FORWARD EACH DAY BY SOGEN, WHICH GENERATES THE DR/CR PAIRS   *
      *   DUE.  BOTH WRITE THE NEXT GENERATION TO SOMNEW.              *
      *   FREQUENCY:                                                   *
      *     W - WEEKLY, EVERY SEVENTH DAY FROM THE START DATE          *
      *     M - MONTHLY, ON THE START DATE'S DAY OF THE MONTH          *
      *     D - A FIXED DAY OF THE MONTH (DAY-OF-MONTH, 01-31)         *
      *   FOR M AND D A DAY PAST THE END OF A SHORT MONTH FALLS ON     *
      *   THE LAST DAY OF THAT MONTH.  A DUE DATE THAT IS NOT A        *
      *   BUSINESS DAY IS PAID ON THE NEXT BUSINESS DAY.  THE END      *
      *   DATE IS BLANK FOR AN OPEN-ENDED ORDER.  THE THROUGH DATE     *
      *   IS THE LAST DAY SOGEN HAS DEALT WITH - DUE DATES UP TO AND   *
      *   INCLUDING IT HAVE BEEN PAID OR SKIPPED; BLANK UNTIL THE      *
      *   FIRST SOGEN RUN.  AMOUNT HAS TWO ASSUMED DECIMALS.           *
      *   STATUS:                                                      *
      *     A - ACTIVE                                                 *
      *     S - SUSPENDED (DUE DATES PASS UNPAID UNTIL RESUMED)        *
      *     X - CANCELLED                                              *
      *     E - EXPIRED (PAST ITS END DATE, SET BY SOGEN)              *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   DATE       INIT  DESCRIPTION                                *
      *   10/15/2026 HB    ORIGINAL.                                  *
      *                                                                *
      ******************************************************************
       01  BCH-SOM-RECORD.
           05  BCH-SOM-ORDER-NUMBER       PIC 9(06).
           05  BCH-SOM-DR-ACCT            PIC 9(08).
           05  BCH-SOM-CR-ACCT            PIC 9(08).
           05  BCH-SOM-AMOUNT             PIC 9(11)V99.
           05  BCH-SOM-FREQUENCY          PIC X(01).
               88  BCH-SOM-IS-WEEKLY                 VALUE 'W'.
               88  BCH-SOM-IS-MONTHLY                VALUE 'M'.
               88  BCH-SOM-IS-DAY-OF-MONTH           VALUE 'D'.
           05  BCH-SOM-DAY-OF-MONTH       PIC 9(02).
           05  BCH-SOM-START-DATE         PIC X(10).
           05  BCH-SOM-END-DATE           PIC X(10).
           05  BCH-SOM-STATUS             PIC X(01).
               88  BCH-SOM-IS-ACTIVE                 VALUE 'A'.
               88  BCH-SOM-IS-SUSPENDED              VALUE 'S'.
               88  BCH-SOM-IS-CANCELLED              VALUE 'X'.
               88  BCH-SOM-IS-EXPIRED                VALUE 'E'.
           05  BCH-SOM-THRU-DATE          PIC X(10).
           05  BCH-SOM-CUST-NUMBER        PIC 9(07).
           05  FILLER                     PIC X(04).
