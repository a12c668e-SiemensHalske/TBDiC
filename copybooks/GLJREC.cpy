      ******************************************************************
      *                                                                *
      *   GLJREC - GENERAL-LEDGER JOURNAL LINE LAYOUT                  *
      *                                                                *
      *   ONE 80-BYTE RECORD PER JOURNAL LINE ON THE GLJRNL FILE       *
      *   GLEXTR WRITES FROM THE DAY'S POSTING.  LINES ARE SUMMARISED  *
      *   BY SITE AND BRANCH AND COME IN BALANCED PAIRS - EVERY DEBIT  *
      *   LINE HAS ITS MATCHING CREDIT LINE FOR THE SAME SITE, BRANCH  *
      *   AND SOURCE.  THE AMOUNT IS UNSIGNED WITH TWO ASSUMED         *
      *   DECIMALS; THE DR/CR CODE CARRIES THE DIRECTION.  THE ITEM    *
      *   COUNT IS THE NUMBER OF TRANSACTIONS SUMMARISED INTO THE      *
      *   LINE.  SOURCE CODES:                                         *
      *     POST - POSTED TO THE CUSTOMER ACCOUNT                      *
      *     SUSN - NEWLY SUSPENDED TODAY (TRANREJ)                     *
      *     SUSC - SUSPENSE CARRIED FORWARD AGAIN (TRANREJ)            *
      *     RCYC - YESTERDAY'S SUSPENSE TAKEN BACK FOR RETRY (SUSPIN)  *
      *     FREJ - FINAL REJECT, RETURNED TO ORIGINATOR (TRANFRJ)      *
      *   THE FILE CARRIES HD/TR CONTROL RECORDS (COPYBOOK CTLREC);    *
      *   THE LINE OPENS WITH THE POSTING DATE SO A DATA RECORD        *
      *   CANNOT COLLIDE WITH THE CONTROL TYPE CODES.                  *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   DATE       INIT  DESCRIPTION                                *
      *   10/15/2026 HB    ORIGINAL.                                  *
      *                                                                *
      ******************************************************************
       01  BCH-GLJ-RECORD.
           05  BCH-GLJ-POST-DATE          PIC X(10).
           05  BCH-GLJ-SITE-CODE          PIC X(02).
           05  BCH-GLJ-BRANCH             PIC 9(03).
           05  BCH-GLJ-GL-ACCOUNT         PIC X(08).
           05  BCH-GLJ-DR-CR              PIC X(02).
               88  BCH-GLJ-IS-DEBIT                  VALUE 'DR'.
               88  BCH-GLJ-IS-CREDIT                 VALUE 'CR'.
           05  BCH-GLJ-AMOUNT             PIC 9(11)V99.
           05  BCH-GLJ-SOURCE             PIC X(04).
           05  BCH-GLJ-ITEM-COUNT         PIC 9(07).
           05  BCH-GLJ-LINE-TEXT          PIC X(24).
           05  FILLER                     PIC X(07).
