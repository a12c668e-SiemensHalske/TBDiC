      *  THE TRANFILE (COPYBOOK TRANREC) UP BY BRANCH WITHIN SITE:
      *  DEBIT TOTAL, CREDIT TOTAL, NET MOVEMENT AND THE NUMBER OF
      *  ACCOUNTS WITH ACTIVITY.  YESTERDAY'S SUSPENSE (SUSPIN) IS
      *  READ AHEAD OF THE DAY'S TRANFILE, AND THE STANDING-ORDER
      *  PAYMENTS (SOTRAN) AND THE MONTH-END INTEREST POSTINGS
      *  (INTTRAN) AFTER IT, EXACTLY AS TRANPOST READS THEM, AND
      *  ACTIVITY IS COUNTED UNDER THE SAME RULES TRANPOST POSTS BY,
      *  SO THE PAGE AGREES WITH THE POSTING BALANCING TOTALS.  THE
      *  REJECTED AMOUNT PER SITE IS TAKEN OFF THE TRANREJ FILE.
      *  THIS IS THE ONE PAGE THE 08:30 HEAD-OFFICE CALL NEEDS.  THE
      *  SITE TOTALS ARE ALSO WRITTEN TO SETLSUM (COPYBOOK SETLREC),
      *  ONE RECORD PER SITE IN THE SITE'S CURRENCY, FOR THE SETLCONS
      *  GROUP CONSOLIDATION AT HEAD OFFICE.
      *  RETURN CODES: 0 = SUMMARY PRODUCED, 4 = WARNINGS
      *  (UNMATCHED ACTIVITY OR A MISSING REJECT FILE), 8 = AN
      *  INPUT OR OUTPUT UNUSABLE.
      *
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  09/01/2026 HB    ORIGINAL.  REPLACES THE CALCULATOR SESSION
      *                   OFF THE TRANPOST WHOLE-FILE TOTALS EVERY
      *                   MORNING.
      *  10/15/2026 HB    MONTH-END INTEREST POSTINGS (INTTRAN, FROM
      *                   INTACCR) ARE ROLLED UP AFTER THE DAY'S
      *                   TRANFILE WHEN PRESENT, SO THE PAGE STILL
      *                   AGREES WITH THE POSTING BALANCING TOTALS.
      *  10/15/2026 HB    DORMANT ACCOUNTS - A CUSTOMER DEBIT ON AN
      *                   ACCOUNT THAT CAME INTO TRANPOST DORMANT (STILL
      *                   DORMANT ON ACCTNEW, OR REACTIVATED BY A
      *                   CREDIT TODAY) WAS REFERRED, NOT POSTED, AND
      *                   IS NO LONGER ROLLED UP.
      *  10/15/2026 HB    STANDING-ORDER PAYMENTS (SOTRAN, FROM SOGEN)
      *                   ARE ROLLED UP AFTER THE DAY'S TRANFILE WHEN
      *                   PRESENT, AS TRANPOST READS THEM.
      *  10/15/2026 HB    SITE TOTALS WRITTEN TO SETLSUM (COPYBOOK
      *                   SETLREC) IN THE SITE'S CURRENCY FOR THE
      *                   SETLCONS HEAD-OFFICE CONSOLIDATION.
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
           SELECT OPTIONAL TRAN-REJECT-FILE
                                      ASSIGN TO 'TRANREJ'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-TRANREJ-STATUS.
      *
           SELECT SETL-SUM-FILE      ASSIGN TO 'SETLSUM'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-SETLSUM-STATUS.
      *
           SELECT OPTIONAL SITE-CONTROL-FILE
                                      ASSIGN TO 'SITECTL'
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
       FD  TRAN-REJECT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  TRAN-REJECT-RECORD         PIC X(80).
      *
       FD  SETL-SUM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY SETLREC.
      *
       FD  SITE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
       COPY SITETAB.
      *
      *-----------------------------------------------------------------
      *    SITE CURRENCY TABLE, IN SITETAB ORDER - STAMPED ON THE
      *    SETLSUM RESULTS.  SEE COPYBOOKS/SITECCY.CPY
      *-----------------------------------------------------------------
       COPY SITECCY.
      *
      *-----------------------------------------------------------------
      *    TRANSACTION WORK AREA - THE CURRENT TRANSACTION, SUSPENSE
      *    OR REJECT RECORD IS MOVED HERE FOR INSPECTION.
      *-----------------------------------------------------------------
       01  WS-CUSTNEW-STATUS      PIC X(02)  VALUE '00'.
       01  WS-TRANFILE-STATUS     PIC X(02)  VALUE '00'.
       01  WS-SUSPIN-STATUS       PIC X(02)  VALUE '00'.
       01  WS-INTTRAN-STATUS      PIC X(02)  VALUE '00'.
       01  WS-SOTRAN-STATUS       PIC X(02)  VALUE '00'.
       01  WS-TRANREJ-STATUS      PIC X(02)  VALUE '00'.
       01  WS-SETLSUM-STATUS      PIC X(02)  VALUE '00'.
      *
       01  WS-ACCTNEW-EOF-SW      PIC X(01)  VALUE 'N'.
           88  WS-ACCTNEW-EOF                VALUE 'Y'.
           88  WS-TRANFILE-EOF               VALUE 'Y'.
       01  WS-SUSPIN-EOF-SW       PIC X(01)  VALUE 'N'.
           88  WS-SUSPIN-EOF                 VALUE 'Y'.
       01  WS-INTTRAN-EOF-SW      PIC X(01)  VALUE 'N'.
           88  WS-INTTRAN-EOF                VALUE 'Y'.
       01  WS-SOTRAN-EOF-SW       PIC X(01)  VALUE 'N'.
           88  WS-SOTRAN-EOF                 VALUE 'Y'.
       01  WS-TRANREJ-EOF-SW      PIC X(01)  VALUE 'N'.
           88  WS-TRANREJ-EOF                VALUE 'Y'.
      *
               10  WS-ACCT-ENT-NUMBER     PIC 9(08).
               10  WS-ACCT-ENT-CUST       PIC 9(07).
               10  WS-ACCT-ENT-STATUS     PIC X(01).
               10  WS-ACCT-ENT-DORM-SW    PIC X(01).
               10  WS-ACCT-ENT-ACTIVE-SW  PIC X(01).
      *
       01  WS-ACCT-FOUND-SW       PIC X(01)  VALUE 'N'.
      *
       77  WS-TRANS-READ          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-SUSP-READ           PIC 9(07)  COMP  VALUE ZERO.
       77  WS-INT-READ            PIC 9(07)  COMP  VALUE ZERO.
       77  WS-TRANS-COUNTED       PIC 9(07)  COMP  VALUE ZERO.
       77  WS-TRANS-UNMATCHED     PIC 9(07)  COMP  VALUE ZERO.
       77  WS-REJECTS-READ        PIC 9(07)  COMP  VALUE ZERO.
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 4000-PRINT-SUMMARY
                   THRU 4000-EXIT
               PERFORM 4700-WRITE-RESULTS
                   THRU 4700-EXIT
           END-IF.
      *
           PERFORM 6000-WRITE-AUDIT-RECORD
               TO WS-ACCT-ENT-CUST (WS-ACCT-IDX).
           MOVE BCH-ACCT-STATUS
               TO WS-ACCT-ENT-STATUS (WS-ACCT-IDX).
      *
      *    DORMANT WHEN IT CAME INTO TODAY'S POSTING - STILL DORMANT,
      *    OR REACTIVATED BY A CREDIT IN TODAY'S POSTING.
           MOVE 'N' TO WS-ACCT-ENT-DORM-SW (WS-ACCT-IDX).
           IF BCH-ACCT-IS-DORMANT OR
              BCH-ACCT-REACT-DATE = BCH-BANNER-RUN-DATE
               MOVE 'Y' TO WS-ACCT-ENT-DORM-SW (WS-ACCT-IDX)
           END-IF.
           MOVE 'N'
               TO WS-ACCT-ENT-ACTIVE-SW (WS-ACCT-IDX).
      *
               UNTIL WS-TRANFILE-EOF OR BCH-RETURN-CODE = 8.
      *
           CLOSE TRAN-FILE.
      *
           PERFORM 3090-TALLY-STANDING-ORDERS
               THRU 3090-EXIT.
      *
           PERFORM 3070-TALLY-INTEREST
               THRU 3070-EXIT.
      *
           GO TO 3000-EXIT.
      *
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3070-TALLY-INTEREST - THE MONTH-END INTEREST POSTINGS, READ
      *    AFTER THE DAY'S TRANFILE AS TRANPOST READS THEM.  INTTRAN
      *    IS ONLY PRESENT ON THE FIRST BUSINESS DAY OF A MONTH; A
      *    MISSING OR EMPTY FILE IS NORMAL.
      *-----------------------------------------------------------------
       3070-TALLY-INTEREST.
      *
           OPEN INPUT INT-TRAN-FILE.
           IF WS-INTTRAN-STATUS NOT = '00' AND
              WS-INTTRAN-STATUS NOT = '05'
               GO TO 3070-EXIT
           END-IF.
      *
           PERFORM 3080-COUNT-ONE-INT
               THRU 3080-EXIT
               UNTIL WS-INTTRAN-EOF OR BCH-RETURN-CODE = 8.
      *
           CLOSE INT-TRAN-FILE.
      *
           GO TO 3070-EXIT.
      *
       3070-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3080-COUNT-ONE-INT - ONE INTEREST POSTING PER CALL.
      *    HD/TR CONTROL RECORDS ARE SKIPPED.
      *-----------------------------------------------------------------
       3080-COUNT-ONE-INT.
      *
           READ INT-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-INTTRAN-EOF-SW
                   GO TO 3080-EXIT
           END-READ.
      *
           IF INT-TRAN-RECORD(1:2) = 'HD' OR
              INT-TRAN-RECORD(1:2) = 'TR'
               GO TO 3080-EXIT
           END-IF.
      *
           MOVE INT-TRAN-RECORD TO BCH-TRAN-RECORD.
           ADD 1 TO WS-INT-READ.
      *
           PERFORM 3150-TALLY-ONE-TRAN
               THRU 3150-EXIT.
      *
           GO TO 3080-EXIT.
      *
       3080-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3090-TALLY-STANDING-ORDERS - THE DAY'S STANDING-ORDER
      *    PAYMENTS, READ AFTER THE DAY'S TRANFILE AS TRANPOST READS
      *    THEM.  A MISSING OR EMPTY SOTRAN IS NORMAL.
      *-----------------------------------------------------------------
       3090-TALLY-STANDING-ORDERS.
      *
           OPEN INPUT SO-TRAN-FILE.
           IF WS-SOTRAN-STATUS NOT = '00' AND
              WS-SOTRAN-STATUS NOT = '05'
               GO TO 3090-EXIT
           END-IF.
      *
           PERFORM 3095-COUNT-ONE-SO
               THRU 3095-EXIT
               UNTIL WS-SOTRAN-EOF OR BCH-RETURN-CODE = 8.
      *
           CLOSE SO-TRAN-FILE.
      *
           GO TO 3090-EXIT.
      *
       3090-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3095-COUNT-ONE-SO - ONE STANDING-ORDER LEG PER CALL.  IT
      *    COUNTS AS A RAW TRANSACTION, AS ON THE TRANPOST BALANCING
      *    PAGE.  HD/TR CONTROL RECORDS ARE SKIPPED.
      *-----------------------------------------------------------------
       3095-COUNT-ONE-SO.
      *
           READ SO-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-SOTRAN-EOF-SW
                   GO TO 3095-EXIT
           END-READ.
      *
           IF SO-TRAN-RECORD(1:2) = 'HD' OR
              SO-TRAN-RECORD(1:2) = 'TR'
               GO TO 3095-EXIT
           END-IF.
      *
           MOVE SO-TRAN-RECORD TO BCH-TRAN-RECORD.
           ADD 1 TO WS-TRANS-READ.
      *
           PERFORM 3150-TALLY-ONE-TRAN
               THRU 3150-EXIT.
      *
           GO TO 3095-EXIT.
      *
       3095-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3100-COUNT-ONE-TRAN - ONE RAW TRANSACTION PER CALL.
      *    HD/TR CONTROL RECORDS ARE SKIPPED.
      *-----------------------------------------------------------------
           IF WS-ACCT-ENT-STATUS (WS-ACCT-IDX) = 'C'
               GO TO 3150-EXIT
           END-IF.
           IF WS-ACCT-ENT-DORM-SW (WS-ACCT-IDX) = 'Y' AND
              BCH-TRAN-IS-DEBIT AND
              NOT BCH-TRAN-IS-INTEREST
               GO TO 3150-EXIT
           END-IF.
      *
           PERFORM 3250-FIND-CUSTOMER
               THRU 3250-EXIT.
           MOVE 'SUSPENSE RECORDS IN'    TO WS-COUNT-LABEL.
           MOVE WS-SUSP-READ             TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'INTEREST RECORDS IN'   TO WS-COUNT-LABEL.
           MOVE WS-INT-READ             TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'TRANSACTIONS COUNTED'   TO WS-COUNT-LABEL.
           MOVE WS-TRANS-COUNTED         TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4700-WRITE-RESULTS - ONE SETLSUM RECORD PER SITETAB SITE,
      *    WITH OR WITHOUT ACTIVITY, SO HEAD OFFICE CAN TELL A QUIET
      *    DAY FROM A MISSING SITE.
      *-----------------------------------------------------------------
       4700-WRITE-RESULTS.
      *
           OPEN OUTPUT SETL-SUM-FILE.
           IF WS-SETLSUM-STATUS NOT = '00'
               DISPLAY 'SETLRPT - SETLSUM OPEN FAILED, STATUS '
                   WS-SETLSUM-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 4700-EXIT
           END-IF.
      *
           PERFORM 4750-WRITE-ONE-SITE
               THRU 4750-EXIT
               VARYING WS-SITE-SUB FROM 1 BY 1
               UNTIL WS-SITE-SUB > 2.
      *
           CLOSE SETL-SUM-FILE.
      *
           GO TO 4700-EXIT.
      *
       4700-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4750-WRITE-ONE-SITE - ADD UP THE SITE'S BRANCH SLOTS AND
      *    WRITE ITS RESULT RECORD.
      *-----------------------------------------------------------------
       4750-WRITE-ONE-SITE.
      *
           MOVE BCH-SITE-CODE (WS-SITE-SUB) TO WS-CURR-SITE.
           MOVE ZERO TO WS-SITE-DEBITS
                        WS-SITE-CREDITS
                        WS-SITE-ACCTS.
      *
           IF WS-BR-COUNT > ZERO
               PERFORM 4760-ADD-ONE-SLOT
                   THRU 4760-EXIT
                   VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
           END-IF.
      *
           MOVE SPACES                   TO BCH-SETL-RECORD.
           MOVE WS-CURR-SITE             TO BCH-SETL-SITE-CODE.
           MOVE BCH-BANNER-RUN-DATE      TO BCH-SETL-BUS-DATE.
           MOVE BCH-SITE-CCY-CODE (WS-SITE-SUB)
                                         TO BCH-SETL-CURRENCY.
           MOVE WS-SITE-DEBITS           TO BCH-SETL-DEBITS.
           MOVE WS-SITE-CREDITS          TO BCH-SETL-CREDITS.
           MOVE WS-REJ-SITE-AMT (WS-SITE-SUB)
                                         TO BCH-SETL-REJECTED.
           MOVE WS-SITE-ACCTS            TO BCH-SETL-ACCOUNTS.
      *
           WRITE BCH-SETL-RECORD.
           IF WS-SETLSUM-STATUS NOT = '00'
               DISPLAY 'SETLRPT - SETLSUM WRITE FAILED, STATUS '
                   WS-SETLSUM-STATUS
               MOVE 8 TO BCH-RETURN-CODE
           END-IF.
      *
           MOVE ZERO TO WS-SITE-DEBITS
                        WS-SITE-CREDITS
                        WS-SITE-ACCTS.
      *
           GO TO 4750-EXIT.
      *
       4750-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4760-ADD-ONE-SLOT - ONE BRANCH SLOT INTO THE SITE TOTAL
      *    WHEN IT BELONGS TO THE SITE BEING WRITTEN.
      *-----------------------------------------------------------------
       4760-ADD-ONE-SLOT.
      *
           IF WS-BR-ENT-SITE (WS-BR-IDX) = WS-CURR-SITE
               ADD WS-BR-ENT-DEBITS (WS-BR-IDX)  TO WS-SITE-DEBITS
               ADD WS-BR-ENT-CREDITS (WS-BR-IDX) TO WS-SITE-CREDITS
               ADD WS-BR-ENT-ACCTS (WS-BR-IDX)   TO WS-SITE-ACCTS
           END-IF.
      *
           GO TO 4760-EXIT.
      *
       4760-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    6000-WRITE-AUDIT-RECORD - RECORD THE RUN VIA THE RUNHWRT
      *    SUBPROGRAM (KEYED DATASET PLUS FLAT WRITE-THROUGH
      *    EXTRACT), SAME CONVENTION AS EVERY PROGRAM IN THE SUITE.
