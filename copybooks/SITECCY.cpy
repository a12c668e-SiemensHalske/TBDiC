      ******************************************************************
      *                                                                *
      *   SITECCY - SITE CURRENCY TABLE                                *
      *                                                                *
      *   THE ISO CURRENCY CODE EACH SITE KEEPS ITS BOOKS IN, ONE      *
      *   ENTRY PER SITE IN THE SAME ORDER AS THE SITETAB TABLE        *
      *   ENTRIES (1 = DE, 2 = US).  SETLRPT STAMPS IT ON THE SITE     *
      *   SETTLEMENT RESULTS (SEE COPYBOOK SETLREC) AND SETLCONS       *
      *   CHECKS THEM AGAINST IT.  LOADED VIA REDEFINES SO THE TABLE   *
      *   CAN CARRY VALUE CLAUSES.  ADD A SITE HERE WHEN ONE IS ADDED  *
      *   TO SITETAB.                                                  *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   DATE       INIT  DESCRIPTION                                *
      *   10/15/2026 HB    ORIGINAL.                                  *
      *                                                                *
      ******************************************************************
       01  BCH-SITE-CCY-DATA.
           05  FILLER  PIC X(05)  VALUE 'DEEUR'.
           05  FILLER  PIC X(05)  VALUE 'USUSD'.
      *
       01  BCH-SITE-CCY-TABLE REDEFINES BCH-SITE-CCY-DATA.
           05  BCH-SITE-CCY-ENTRY OCCURS 2 TIMES
                                  INDEXED BY BCH-SITE-CCY-IDX.
               10  BCH-SITE-CCY-SITE  PIC X(02).
               10  BCH-SITE-CCY-CODE  PIC X(03).
