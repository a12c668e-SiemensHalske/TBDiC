      *  CLOSING BALANCE.  THE OWNING CUSTOMER'S NAME AND BRANCH,
      *  FROM THE VALIDATED CUSTOMER MASTER (CUSTNEW, COPYBOOK
      *  CUSTREC), HEAD EACH STATEMENT.  YESTERDAY'S SUSPENSE
      *  (SUSPIN) IS READ AHEAD OF THE DAY'S TRANFILE, AND THE
      *  STANDING-ORDER PAYMENTS (SOTRAN) AND THE MONTH-END
      *  INTEREST POSTINGS (INTTRAN) AFTER IT, EXACTLY AS TRANPOST
      *  READS THEM, SO A RECYCLED TRANSACTION, A STANDING ORDER OR
      *  AN INTEREST POSTING THAT POSTED TODAY APPEARS ON ITS
      *  STATEMENT AND THE LINES STILL ADD FROM OPENING TO CLOSING
      *  BALANCE.  ONLY TRANSACTIONS
      *  TRANPOST WOULD HAVE POSTED ARE LISTED - A REJECTED
      *  TRANSACTION NEVER REACHED A BALANCE, SO IT MUST NOT REACH
      *  A STATEMENT.  AN
      *  09/01/2026 HB    ORIGINAL.  REPLACES THE HAND-GREP OF THE
      *                   RAW TRANFILE WHENEVER A BRANCH ASKS WHAT
      *                   MOVED ON AN ACCOUNT.
      *  10/15/2026 HB    MONTH-END INTEREST POSTINGS (INTTRAN, FROM
      *                   INTACCR) ARE READ AFTER THE DAY'S TRANFILE
      *                   WHEN PRESENT, SO CAPITALISED INTEREST
      *                   APPEARS ON THE STATEMENT IT POSTED TO.
      *  10/15/2026 HB    DORMANT ACCOUNTS - A CUSTOMER DEBIT ON AN
      *                   ACCOUNT THAT CAME INTO TRANPOST DORMANT WAS
      *                   REFERRED TO SUSPENSE, NOT POSTED, AND IS
      *                   NO LONGER LISTED.
      *  10/15/2026 HB    STANDING-ORDER PAYMENTS (SOTRAN, FROM SOGEN)
      *                   ARE READ AFTER THE DAY'S TRANFILE WHEN
      *                   PRESENT, SO A STANDING ORDER APPEARS ON THE
      *                   STATEMENTS OF BOTH ITS ACCOUNTS.
      *-----------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
                                      ASSIGN TO 'SUSPIN'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-SUSPIN-STATUS.
      *
           SELECT OPTIONAL INT-TRAN-FILE
                                      ASSIGN TO 'INTTRAN'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-INTTRAN-STATUS.
      *
           SELECT OPTIONAL SO-TRAN-FILE
                                      ASSIGN TO 'SOTRAN'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-SOTRAN-STATUS.
      *
           SELECT CUST-MASTER-FILE   ASSIGN TO 'CUSTNEW'
                                      ORGANIZATION IS SEQUENTIAL
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SUSP-OLD-RECORD            PIC X(80).
      *
       FD  INT-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  INT-TRAN-RECORD            PIC X(80).
      *
       FD  SO-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SO-TRAN-RECORD             PIC X(80).
      *
       FD  CUST-MASTER-FILE
           LABEL RECORDS ARE STANDARD
       01  WS-ACCTNEW-STATUS      PIC X(02)  VALUE '00'.
       01  WS-TRANFILE-STATUS     PIC X(02)  VALUE '00'.
       01  WS-SUSPIN-STATUS       PIC X(02)  VALUE '00'.
       01  WS-INTTRAN-STATUS      PIC X(02)  VALUE '00'.
       01  WS-SOTRAN-STATUS       PIC X(02)  VALUE '00'.
       01  WS-CUSTNEW-STATUS      PIC X(02)  VALUE '00'.
       01  WS-STMTWRK-STATUS      PIC X(02)  VALUE '00'.
      *
           88  WS-TRANFILE-EOF               VALUE 'Y'.
       01  WS-SUSPIN-EOF-SW       PIC X(01)  VALUE 'N'.
           88  WS-SUSPIN-EOF                 VALUE 'Y'.
       01  WS-INTTRAN-EOF-SW      PIC X(01)  VALUE 'N'.
           88  WS-INTTRAN-EOF                VALUE 'Y'.
       01  WS-SOTRAN-EOF-SW       PIC X(01)  VALUE 'N'.
           88  WS-SOTRAN-EOF                 VALUE 'Y'.
       01  WS-CUSTNEW-EOF-SW      PIC X(01)  VALUE 'N'.
           88  WS-CUSTNEW-EOF                VALUE 'Y'.
       01  WS-SORTED-EOF-SW       PIC X(01)  VALUE 'N'.
       01  WS-CUST-SUB            PIC 9(04)  COMP  VALUE ZERO.
      *
       01  WS-PREV-ACCT-NUMBER    PIC 9(08)  VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    DORMANT WHEN IT CAME INTO TODAY'S POSTING - STILL DORMANT
      *    ON THE POSTED FILE, OR REACTIVATED BY A CREDIT IN TODAY'S
      *    POSTING.  TRANPOST REFERRED SUCH AN ACCOUNT'S CUSTOMER
      *    DEBITS INSTEAD OF POSTING THEM.
      *-----------------------------------------------------------------
       01  WS-DORMANT-IN-SW       PIC X(01)  VALUE 'N'.
           88  WS-DORMANT-IN                 VALUE 'Y'.
      *
       01  WS-STMT-HEADER.
           05  FILLER             PIC X(02)  VALUE SPACES.
      *-----------------------------------------------------------------
      *    2100-SORT-INPUT - YESTERDAY'S SUSPENSE IS READ AHEAD OF
      *    THE DAY'S RAW TRANSACTION FILE, SAME AS TRANPOST'S RETRY
      *    PASS; ALL RELEASE TO THE SAME SORT UNDER THE SAME FIELD
      *    EDITS.  THE STANDING-ORDER PAYMENTS AND THE MONTH-END
      *    INTEREST POSTINGS FOLLOW THE RAW FILE.
      *-----------------------------------------------------------------
       2100-SORT-INPUT.
      *
               UNTIL WS-TRANFILE-EOF.
      *
           CLOSE TRAN-FILE.
      *
           PERFORM 2140-READ-STANDING-ORDERS
               THRU 2140-EXIT.
      *
           PERFORM 2160-READ-INTEREST
               THRU 2160-EXIT.
      *
           GO TO 2100-EXIT.
      *
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2140-READ-STANDING-ORDERS - THE DAY'S STANDING-ORDER
      *    PAYMENTS, READ AFTER THE DAY'S TRANFILE AS TRANPOST READS
      *    THEM.  A MISSING OR EMPTY SOTRAN IS NORMAL.
      *-----------------------------------------------------------------
       2140-READ-STANDING-ORDERS.
      *
           OPEN INPUT SO-TRAN-FILE.
           IF WS-SOTRAN-STATUS NOT = '00' AND
              WS-SOTRAN-STATUS NOT = '05'
               GO TO 2140-EXIT
           END-IF.
      *
           PERFORM 2145-RELEASE-ONE-SO
               THRU 2145-EXIT
               UNTIL WS-SOTRAN-EOF.
      *
           CLOSE SO-TRAN-FILE.
      *
           GO TO 2140-EXIT.
      *
       2140-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2145-RELEASE-ONE-SO - ONE STANDING-ORDER LEG PER CALL.
      *    HD/TR CONTROL RECORDS ARE SKIPPED.
      *-----------------------------------------------------------------
       2145-RELEASE-ONE-SO.
      *
           READ SO-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-SOTRAN-EOF-SW
                   GO TO 2145-EXIT
           END-READ.
      *
           IF SO-TRAN-RECORD(1:2) = 'HD' OR
              SO-TRAN-RECORD(1:2) = 'TR'
               GO TO 2145-EXIT
           END-IF.
      *
           MOVE SO-TRAN-RECORD TO BCH-TRAN-RECORD.
      *
           PERFORM 2180-EDIT-AND-RELEASE
               THRU 2180-EXIT.
      *
           GO TO 2145-EXIT.
      *
       2145-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2150-RELEASE-ONE-TRAN - ONE RAW TRANSACTION PER CALL.
      *    HD/TR CONTROL RECORDS ARE SKIPPED.
      *-----------------------------------------------------------------
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2160-READ-INTEREST - THE MONTH-END INTEREST POSTINGS, READ
      *    AFTER THE DAY'S TRANFILE AS TRANPOST READS THEM.  INTTRAN
      *    IS ONLY PRESENT ON THE FIRST BUSINESS DAY OF A MONTH; A
      *    MISSING OR EMPTY FILE IS NORMAL.
      *-----------------------------------------------------------------
       2160-READ-INTEREST.
      *
           OPEN INPUT INT-TRAN-FILE.
           IF WS-INTTRAN-STATUS NOT = '00' AND
              WS-INTTRAN-STATUS NOT = '05'
               GO TO 2160-EXIT
           END-IF.
      *
           PERFORM 2170-RELEASE-ONE-INT
               THRU 2170-EXIT
               UNTIL WS-INTTRAN-EOF.
      *
           CLOSE INT-TRAN-FILE.
      *
           GO TO 2160-EXIT.
      *
       2160-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2170-RELEASE-ONE-INT - ONE INTEREST POSTING PER CALL.
      *    HD/TR CONTROL RECORDS ARE SKIPPED.
      *-----------------------------------------------------------------
       2170-RELEASE-ONE-INT.
      *
           READ INT-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-INTTRAN-EOF-SW
                   GO TO 2170-EXIT
           END-READ.
      *
           IF INT-TRAN-RECORD(1:2) = 'HD' OR
              INT-TRAN-RECORD(1:2) = 'TR'
               GO TO 2170-EXIT
           END-IF.
      *
           MOVE INT-TRAN-RECORD TO BCH-TRAN-RECORD.
      *
           PERFORM 2180-EDIT-AND-RELEASE
               THRU 2180-EXIT.
      *
           GO TO 2170-EXIT.
      *
       2170-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2180-EDIT-AND-RELEASE - THE COMMON FIELD-EDIT GATE.
      *    RECORDS TRANPOST WOULD HAVE REJECTED ON FIELD EDITS ARE
      *    NOT RELEASED - THEY NEVER POSTED.
           MOVE 'OPENING BALANCE'       TO WS-BAL-LABEL.
           MOVE BCH-ACCT-OPEN-BALANCE   TO WS-BAL-AMOUNT.
           DISPLAY WS-BALANCE-LINE.
      *
           IF BCH-ACCT-IS-DORMANT OR
              BCH-ACCT-REACT-DATE = BCH-BANNER-RUN-DATE
               MOVE 'Y' TO WS-DORMANT-IN-SW
           ELSE
               MOVE 'N' TO WS-DORMANT-IN-SW
           END-IF.
      *
           PERFORM 3400-PRINT-ONE-DETAIL
               THRU 3400-EXIT
      *
      *-----------------------------------------------------------------
      *    3400-PRINT-ONE-DETAIL - ONE STATEMENT LINE PER POSTED
      *    TRANSACTION.  A TRANSACTION AGAINST A CLOSED ACCOUNT, OR
      *    A CUSTOMER DEBIT AGAINST ONE THAT CAME IN DORMANT, WAS
      *    REJECTED BY POSTING AND IS NOT LISTED.
      *-----------------------------------------------------------------
       3400-PRINT-ONE-DETAIL.
               ADD 1 TO WS-TRANS-UNPOSTED
               GO TO 3400-READ-NEXT
           END-IF.
      *
           IF WS-DORMANT-IN AND
              BCH-TRAN-IS-DEBIT AND
              NOT BCH-TRAN-IS-INTEREST
               ADD 1 TO WS-TRANS-UNPOSTED
               GO TO 3400-READ-NEXT
           END-IF.
      *
           MOVE BCH-TRAN-DATE       TO WS-DET-DATE.
           MOVE BCH-TRAN-REFERENCE  TO WS-DET-REF.
