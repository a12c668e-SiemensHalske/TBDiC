      *   CTLREC - HEADER/TRAILER CONTROL RECORD LAYOUT                *
      *                                                                *
      *   FIRST AND LAST RECORD OF EACH DAILY INPUT TRANSMISSION      *
      *   (CUSTMAST, TRANFILE, ACCTFILE), OF THE MONTH-END INTEREST   *
      *   FILE INTACCR GENERATES (INTTRAN) AND OF THE STANDING-ORDER  *
      *   PAYMENTS SOGEN GENERATES (SOTRAN).  THE HEADER              *
      *   CARRIES THE CREATION DATE AND CYCLE NUMBER; THE TRAILER     *
      *   REPEATS THEM AND ADDS THE DATA-RECORD COUNT AND THE         *
      *   CONTROL TOTAL.  THE CONTROL TOTAL IS, BY FILE:              *
      *     CUSTMAST - HASH SUM OF THE CUSTOMER NUMBERS               *
      *     TRANFILE - AMOUNT TOTAL IN CENTS                          *
      *     ACCTFILE - HASH SUM OF THE ACCOUNT NUMBERS                *
      *     INTTRAN  - AMOUNT TOTAL IN CENTS                          *
      *     GLJRNL   - JOURNAL LINE AMOUNT TOTAL IN CENTS             *
      *     SOTRAN   - AMOUNT TOTAL IN CENTS                          *
      *   ALL SUMS ARE TAKEN MODULO 10**15 TO FIT THE FIELD.  THE     *
      *   FILECHEK PROGRAM VERIFIES EVERY TRANSMISSION AGAINST THESE  *
      *   RECORDS BEFORE THE POSTING SUITE TOUCHES IT; THE DATA       *
      *   MODIFICATION HISTORY                                        *
      *   DATE       INIT  DESCRIPTION                                *
      *   08/22/2026 HB    ORIGINAL.                                  *
      *   10/15/2026 HB    INTTRAN ADDED - DATED FOR THE BUSINESS    *
      *                    DAY IT IS TO BE POSTED ON, NOT THE DAY    *
      *                    INTACCR WROTE IT.                          *
      *   10/15/2026 HB    GLJRNL ADDED - THE GENERAL-LEDGER JOURNAL *
      *                    GLEXTR WRITES FROM THE DAY'S POSTING.     *
      *   10/15/2026 HB    SOTRAN ADDED - THE STANDING-ORDER         *
      *                    PAYMENTS SOGEN GENERATES FOR THE DAY.     *
      *                                                                *
      ******************************************************************
       01  BCH-CTL-RECORD.
