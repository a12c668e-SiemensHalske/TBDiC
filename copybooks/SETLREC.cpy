      ******************************************************************
      *                                                                *
      *   SETLREC - SITE SETTLEMENT RESULT RECORD LAYOUT               *
      *                                                                *
      *   ONE 80-BYTE RECORD PER SITETAB SITE, WRITTEN TO SETLSUM BY   *
      *   SETLRPT ALONGSIDE ITS SETTLEMENT PAGE.  EACH SITE'S SETLSUM  *
      *   IS SENT TO HEAD OFFICE, WHERE THE SETLCONS CONSOLIDATION     *
      *   READS IT AS SETLDE OR SETLUS.  THE FIGURES ARE THE SITE      *
      *   TOTALS OF THE SETTLEMENT PAGE IN THE SITE'S OWN CURRENCY     *
      *   (SEE COPYBOOK SITECCY), UNSIGNED WITH TWO ASSUMED DECIMALS:  *
      *   POSTED DEBITS, POSTED CREDITS AND THE REJECTED AMOUNT, PLUS  *
      *   THE NUMBER OF ACCOUNTS WITH ACTIVITY.  NET IS CREDITS LESS   *
      *   DEBITS, AS ON THE PAGE.  THE BUSINESS DATE IS THE SETLRPT    *
      *   RUN DATE.                                                    *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   DATE       INIT  DESCRIPTION                                *
      *   10/15/2026 HB    ORIGINAL.                                  *
      *                                                                *
      ******************************************************************
       01  BCH-SETL-RECORD.
           05  BCH-SETL-SITE-CODE         PIC X(02).
           05  FILLER                     PIC X(01).
           05  BCH-SETL-BUS-DATE          PIC X(10).
           05  FILLER                     PIC X(01).
           05  BCH-SETL-CURRENCY          PIC X(03).
           05  BCH-SETL-DEBITS            PIC 9(13)V99.
           05  BCH-SETL-CREDITS           PIC 9(13)V99.
           05  BCH-SETL-REJECTED          PIC 9(13)V99.
           05  BCH-SETL-ACCOUNTS          PIC 9(07).
           05  FILLER                     PIC X(11).
