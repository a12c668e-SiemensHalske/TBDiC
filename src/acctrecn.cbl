      *
      *-----------------------------------------------------------------
      *  ACCOUNT RECONCILIATION.  SORTS THE DAY'S TRANSACTION FILE
      *  (TRANFILE, COPYBOOK TRANREC), WITH THE STANDING-ORDER
      *  PAYMENTS (SOTRAN) AND ANY INTEREST POSTINGS (INTTRAN)
      *  BEHIND IT, BY ACCOUNT NUMBER AND RUNS IT
      *  AGAINST THE POSTED ACCOUNT FILE (ACCTFILE, THE GENERATION
      *  TRANPOST WROTE, COPYBOOK ACCTREC) AS A TWO-FILE MATCHED
      *  SEQUENTIAL MERGE, PROVING PER ACCOUNT AND IN TOTAL THAT
      *  OUT-OF-SEQUENCE FILE FAILS AT RETURN CODE 8.  VOLUME IS
      *  BOUNDED BY THE DATASETS, NOT BY WORKING STORAGE.  ACTIVITY
      *  IS ACCUMULATED UNDER THE SAME RULES TRANPOST POSTS BY -
      *  ONLY MATCHED, OPEN-ACCOUNT, VALID DR/CR TRANSACTIONS
      *  COUNT, LESS THE CUSTOMER DEBITS OF AN ACCOUNT THAT CAME IN
      *  DORMANT - SO A REJECTED TRANSACTION CANNOT THROW THE PROOF.
      *  EVERY ACCOUNT THAT DOES NOT RECONCILE IS PRINTED ON THE
      *  EXCEPTION REPORT WITH ITS DIFFERENCE, AND THE RUN ENDS WITH
      *  RETURN CODE 8 SO THE SCHEDULER HOLDS EODRPT ON AN
      *                   TRANSACTION THAT POSTED IS IN THE CLOSING
      *                   BALANCE, SO IT MUST BE IN THE ACTIVITY
      *                   SIDE OF THE PROOF TOO.
      *  10/15/2026 HB    MONTH-END INTEREST POSTINGS (INTTRAN, FROM
      *                   INTACCR) ARE READ AFTER THE DAY'S TRANFILE
      *                   WHEN PRESENT - CAPITALISED INTEREST IS IN
      *                   THE CLOSING BALANCE, SO IT MUST BE IN THE
      *                   ACTIVITY SIDE OF THE PROOF TOO.
      *  10/15/2026 HB    DORMANT STATUS 'D' ACCEPTED.  A CUSTOMER
      *                   DEBIT ON AN ACCOUNT THAT CAME INTO TRANPOST
      *                   DORMANT (STILL DORMANT, OR REACTIVATED BY A
      *                   CREDIT TODAY) WAS REFERRED, NOT POSTED, AND
      *                   IS SKIPPED HERE TOO.
      *  10/15/2026 HB    STANDING-ORDER PAYMENTS (SOTRAN, FROM SOGEN)
      *                   ARE READ AFTER THE DAY'S TRANFILE WHEN
      *                   PRESENT AND COUNT AS TRANSACTIONS READ, AS
      *                   ON THE TRANPOST BALANCING PAGE.
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
           SELECT TRAN-SORT-FILE     ASSIGN TO 'SORTWK'.
      *
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
       SD  TRAN-SORT-FILE.
       01  SORT-TRAN-RECORD.
       01  WS-ACCTFILE-STATUS     PIC X(02)  VALUE '00'.
       01  WS-TRANFILE-STATUS     PIC X(02)  VALUE '00'.
       01  WS-SUSPIN-STATUS       PIC X(02)  VALUE '00'.
       01  WS-INTTRAN-STATUS      PIC X(02)  VALUE '00'.
       01  WS-SOTRAN-STATUS       PIC X(02)  VALUE '00'.
       01  WS-RECNWRK-STATUS      PIC X(02)  VALUE '00'.
      *
       01  WS-ACCTFILE-EOF-SW     PIC X(01)  VALUE 'N'.
           88  WS-TRANFILE-EOF               VALUE 'Y'.
       01  WS-SUSPIN-EOF-SW       PIC X(01)  VALUE 'N'.
           88  WS-SUSPIN-EOF                 VALUE 'Y'.
       01  WS-INTTRAN-EOF-SW      PIC X(01)  VALUE 'N'.
           88  WS-INTTRAN-EOF                VALUE 'Y'.
       01  WS-SOTRAN-EOF-SW       PIC X(01)  VALUE 'N'.
           88  WS-SOTRAN-EOF                 VALUE 'Y'.
       01  WS-SORTED-EOF-SW       PIC X(01)  VALUE 'N'.
           88  WS-SORTED-EOF                 VALUE 'Y'.
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
       01  WS-ACCT-ACTIVITY       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-EXPECTED-BAL        PIC S9(12)V99 COMP-3 VALUE ZERO.
       77  WS-ACCTS-READ          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-TRANS-READ          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-SUSP-READ           PIC 9(07)  COMP  VALUE ZERO.
       77  WS-INT-READ            PIC 9(07)  COMP  VALUE ZERO.
       77  WS-TRANS-COUNTED       PIC 9(07)  COMP  VALUE ZERO.
       77  WS-TRANS-SKIPPED       PIC 9(07)  COMP  VALUE ZERO.
       77  WS-EXCEPTION-COUNT     PIC 9(07)  COMP  VALUE ZERO.
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
           ADD 1 TO WS-TRANS-READ.
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
           ADD 1 TO WS-INT-READ.
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
      *    2180-EDIT-AND-RELEASE - THE COMMON FIELD-EDIT GATE.  A
      *    TRANSACTION TRANPOST WOULD HAVE REJECTED ON FIELD EDITS
      *    IS SKIPPED; A CLEAN RECORD RELEASES TO THE SORT.
                     BCH-TRAN-ACCT-NUMBER NOT < BCH-ACCT-NUMBER.
      *
           MOVE ZERO TO WS-ACCT-ACTIVITY.
           IF BCH-ACCT-IS-DORMANT OR
              BCH-ACCT-REACT-DATE = BCH-BANNER-RUN-DATE
               MOVE 'Y' TO WS-DORMANT-IN-SW
           ELSE
               MOVE 'N' TO WS-DORMANT-IN-SW
           END-IF.
      *
           PERFORM 4300-COUNT-ONE-TRAN
               THRU 4300-EXIT
               UNTIL WS-SORTED-EOF OR
      *
      *-----------------------------------------------------------------
      *    4300-COUNT-ONE-TRAN - ONE TRANSACTION OF THE CURRENT
      *    ACCOUNT'S GROUP.  A CLOSED ACCOUNT'S TRANSACTIONS, AND
      *    THE CUSTOMER DEBITS OF ONE THAT CAME IN DORMANT, WERE
      *    REJECTED BY POSTING AND ARE SKIPPED HERE TOO.
      *-----------------------------------------------------------------
       4300-COUNT-ONE-TRAN.
               ADD 1 TO WS-TRANS-SKIPPED
               GO TO 4300-READ-NEXT
           END-IF.
      *
           IF WS-DORMANT-IN AND
              BCH-TRAN-IS-DEBIT AND
              NOT BCH-TRAN-IS-INTEREST
               ADD 1 TO WS-TRANS-SKIPPED
               GO TO 4300-READ-NEXT
           END-IF.
      *
           IF BCH-TRAN-IS-CREDIT
               ADD BCH-TRAN-AMOUNT TO WS-ACCT-ACTIVITY
           MOVE 'SUSPENSE RECORDS IN'   TO WS-COUNT-LABEL.
           MOVE WS-SUSP-READ            TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'INTEREST RECORDS IN'   TO WS-COUNT-LABEL.
           MOVE WS-INT-READ             TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'TRANSACTIONS COUNTED'  TO WS-COUNT-LABEL.
           MOVE WS-TRANS-COUNTED        TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
