      *  CUSTLOAD AND BEFORE TRANPOST AND PROVES, FOR EVERY ACCOUNT
      *  ON THE ACCOUNT FILE (ACCTFILE, COPYBOOK ACCTREC), THAT THE
      *  OWNING CUSTOMER EXISTS ON THE VALIDATED CUSTOMER MASTER
      *  (CUSTNEW, THE FILE CUSTLOAD WRITES), THAT AN OPEN (ACTIVE OR
      *  DORMANT) ACCOUNT IS NOT OWNED BY A CLOSED CUSTOMER, AND THAT
      *  THE ACCOUNT SITE CODE AGREES WITH THE CUSTOMER'S.  EVERY
      *  FAILURE IS PRINTED ON THE EXCEPTION REPORT, AND ANY
      *  EXCEPTION ENDS THE RUN AT
      *  RETURN CODE 8 SO THE SCHEDULER HOLDS POSTING - THE SAME
      *  FAIL-FAST IDEA FILECHEK GIVES THE TRANSMISSIONS THEMSELVES.
      *  A CLOSED ACCOUNT OWNED BY A CLOSED CUSTOMER IS THE NORMAL
      *  09/01/2026 HB    ORIGINAL.  ORPHANED ACCOUNTS HAVE ONLY EVER
      *                   SURFACED THROUGH BRANCH STATEMENT QUERIES -
      *                   THIS STEP CATCHES THEM BEFORE POSTING.
      *  10/15/2026 HB    DORMANT STATUS 'D' (SET BY DORMPROC)
      *                   ACCEPTED.  A DORMANT ACCOUNT IS STILL OPEN,
      *                   SO A CLOSED CUSTOMER OWNING ONE IS AN
      *                   EXCEPTION JUST AS FOR AN ACTIVE ACCOUNT.
      *-----------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
      *    3100-CHECK-ONE-ACCOUNT - ONE ACCOUNT RECORD PER CALL.
      *    EVERY ACCOUNT IS MATCHED TO ITS CUSTOMER; A CLOSED
      *    CUSTOMER IS AN EXCEPTION ONLY WHEN THE ACCOUNT IS STILL
      *    OPEN - ACTIVE OR DORMANT.
      *-----------------------------------------------------------------
       3100-CHECK-ONE-ACCOUNT.
      *
               PERFORM 3300-PRINT-EXCEPTION
                   THRU 3300-EXIT
           END-IF.
      *
           IF BCH-ACCT-IS-DORMANT AND
              WS-CUST-ENT-STATUS (WS-CUST-IDX) = 'C'
               ADD 1 TO WS-CLOSED-CUST-COUNT
               MOVE 'DORMANT ACCOUNT, CUSTOMER CLOSED'
                   TO WS-EXC-TEXT
               PERFORM 3300-PRINT-EXCEPTION
                   THRU 3300-EXIT
           END-IF.
      *
           IF BCH-ACCT-SITE-CODE NOT =
                  WS-CUST-ENT-SITE (WS-CUST-IDX)
