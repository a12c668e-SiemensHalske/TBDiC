      ******************************************************************
      *                                                                *
      *   CAUDREC - CUSTOMER-CHANGE AUDIT RECORD LAYOUT                *
      *                                                                *
      *   ONE 100-BYTE RECORD PER CUSTOMER-MASTER CHANGE, APPENDED TO  *
      *   THE CUMULATIVE CUSTAUD AUDIT TRAIL BY CUSTDIFF.  CHANGE      *
      *   TYPES:                                                       *
      *     A - CUSTOMER ADDED (AFTER = TODAY'S NAME)                  *
      *     D - CUSTOMER GONE FROM THE MASTER (BEFORE = THE NAME IT    *
      *         LAST HAD)                                              *
      *     C - ONE FIELD CHANGED; THE FIELD NAME IS ONE OF NAME,      *
      *         SITE, BRANCH, STATUS OR OPENDATE, WITH THE BEFORE AND  *
      *         AFTER VALUES AS TEXT                                   *
      *   THE SITE AND BRANCH ARE TODAY'S, OR THE LAST KNOWN ONES FOR  *
      *   A DELETED CUSTOMER.  THE EXCEPTION FLAG IS 'Y' ON A DELETE   *
      *   OR A CLOSE OF A CUSTOMER WHO STILL OWNS OPEN ACCOUNTS.       *
      *   THE RUN TIME TELLS ONE RUN'S SET FROM ANOTHER ON A RERUN     *
      *   DAY; THE LAST SET FOR A DATE IS THAT DAY'S AUDIT.            *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   DATE       INIT  DESCRIPTION                                *
      *   10/15/2026 HB    ORIGINAL.                                  *
      *                                                                *
      ******************************************************************
       01  BCH-CAUD-RECORD.
           05  BCH-CAUD-RUN-DATE          PIC X(10).
           05  BCH-CAUD-CUST-NUMBER       PIC 9(07).
           05  BCH-CAUD-SITE-CODE         PIC X(02).
           05  BCH-CAUD-BRANCH            PIC X(03).
           05  BCH-CAUD-CHANGE-TYPE       PIC X(01).
               88  BCH-CAUD-IS-ADD                   VALUE 'A'.
               88  BCH-CAUD-IS-DELETE                VALUE 'D'.
               88  BCH-CAUD-IS-CHANGE                VALUE 'C'.
           05  BCH-CAUD-FIELD-NAME        PIC X(08).
           05  BCH-CAUD-BEFORE            PIC X(30).
           05  BCH-CAUD-AFTER             PIC X(30).
           05  BCH-CAUD-EXCEPTION         PIC X(01).
               88  BCH-CAUD-IS-EXCEPTION             VALUE 'Y'.
           05  BCH-CAUD-RUN-TIME          PIC X(08).
