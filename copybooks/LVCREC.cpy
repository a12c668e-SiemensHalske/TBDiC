      ******************************************************************
      *                                                                *
      *   LVCREC - LARGE-VALUE / STRUCTURING CASE RECORD LAYOUT        *
      *                                                                *
      *   ONE 150-BYTE RECORD PER CUSTOMER THE LVMON MONITOR RAISES    *
      *   A CASE ON, ON THE DAY'S LVCASE COMPLIANCE CASE FILE.  THE    *
      *   CUSTOMER'S POSTED ACTIVITY IS TAKEN ACROSS ALL OF ITS        *
      *   ACCOUNTS.  REASON FLAGS (BLANK WHEN NOT RAISED):             *
      *     L - A SINGLE TRANSACTION TODAY OVER THE THRESHOLD          *
      *     T - THE CUSTOMER'S TOTAL FOR TODAY OVER THE THRESHOLD      *
      *     S - STRUCTURING WITHIN TODAY: ENOUGH TRANSACTIONS TODAY    *
      *         JUST UNDER THE THRESHOLD                               *
      *     M - STRUCTURING OVER THE LOOK-BACK WINDOW (WINDOW-FROM     *
      *         TO THE CASE DATE), AT LEAST ONE OF THEM TODAY          *
      *   THE THRESHOLD IS IN WHOLE UNITS OF THE SITE'S CURRENCY;      *
      *   AMOUNTS ARE IN THE SITE'S CURRENCY.  A CUSTOMER NUMBER NOT   *
      *   ON CUSTNEW CARRIES THE NAME 'NOT ON CUSTNEW'.                *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   DATE       INIT  DESCRIPTION                                *
      *   10/15/2026 HB    ORIGINAL.                                  *
      *                                                                *
      ******************************************************************
       01  BCH-LVC-RECORD.
           05  BCH-LVC-CASE-DATE          PIC X(10).
           05  BCH-LVC-CUST-NUMBER        PIC 9(07).
           05  BCH-LVC-CUST-NAME          PIC X(30).
           05  BCH-LVC-SITE-CODE          PIC X(02).
           05  BCH-LVC-BRANCH             PIC X(03).
           05  BCH-LVC-REASONS.
               10  BCH-LVC-LARGE-FLAG     PIC X(01).
                   88  BCH-LVC-IS-LARGE              VALUE 'L'.
               10  BCH-LVC-TOTAL-FLAG     PIC X(01).
                   88  BCH-LVC-IS-TOTAL              VALUE 'T'.
               10  BCH-LVC-SPLIT-FLAG     PIC X(01).
                   88  BCH-LVC-IS-SPLIT-DAY          VALUE 'S'.
                   88  BCH-LVC-IS-SPLIT-WINDOW       VALUE 'M'.
               10  FILLER                 PIC X(01).
           05  BCH-LVC-THRESHOLD          PIC 9(09).
           05  BCH-LVC-WINDOW-FROM        PIC X(10).
           05  BCH-LVC-ACCOUNTS           PIC 9(05).
           05  BCH-LVC-DAY-COUNT          PIC 9(05).
           05  BCH-LVC-DAY-TOTAL          PIC 9(13)V99.
           05  BCH-LVC-LARGE-COUNT        PIC 9(05).
           05  BCH-LVC-LARGEST            PIC 9(11)V99.
           05  BCH-LVC-NEAR-DAY-COUNT     PIC 9(05).
           05  BCH-LVC-NEAR-WIN-COUNT     PIC 9(05).
           05  BCH-LVC-NEAR-WIN-TOTAL     PIC 9(13)V99.
           05  FILLER                     PIC X(07).
