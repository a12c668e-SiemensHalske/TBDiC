      *  A MISSING CYCLE-CONTROL ENTRY (FIRST TRANSMISSION) IS
      *  ACCEPTED WITH RETURN CODE 4.  THE ADVANCED CYCLE-CONTROL
      *  DATASET IS WRITTEN TO CYCLNEW.
      *  THE INTEREST POSTINGS INTACCR WRITES AT MONTH END (INTTRAN)
      *  GET THE SAME PROOF WHEN PRESENT.  INTTRAN IS WRITTEN EVERY
      *  DAY BUT CARRIES POSTINGS ONLY ON THE FIRST BUSINESS DAY OF
      *  A MONTH; AN ABSENT OR EMPTY INTTRAN IS REPORTED AND
      *  ACCEPTED WITHOUT A WARNING.  THE
      *  STANDING-ORDER PAYMENTS SOGEN GENERATES (SOTRAN) GET THE
      *  SAME PROOF ON THE SAME TERMS - ABSENT OR EMPTY IS ACCEPTED.
      *
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  08/22/2026 HB    RUN-HISTORY RECORDS NOW CARRY THE RUNNING
      *                   SITE CODE, READ FROM THE SITECTL DATASET,
      *                   FOR THE HEAD-OFFICE CONSOLIDATION.
      *  10/15/2026 HB    INTTRAN (MONTH-END INTEREST POSTINGS FROM
      *                   INTACCR) VERIFIED AS A FOURTH INPUT WHEN
      *                   PRESENT; ABSENT OR EMPTY IS NOT AN ERROR.
      *  10/15/2026 HB    SOTRAN (STANDING-ORDER PAYMENTS FROM SOGEN)
      *                   VERIFIED AS A FIFTH INPUT ON THE SAME TERMS
      *                   AS INTTRAN.
      *-----------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
           SELECT ACCT-FILE          ASSIGN TO 'ACCTFILE'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-ACCTFILE-STATUS.
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
           SELECT OPTIONAL CYCLE-OLD-FILE
                                      ASSIGN TO 'CYCLCTL'
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ACCT-FILE-RECORD           PIC X(80).
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
       FD  CYCLE-OLD-FILE
           LABEL RECORDS ARE STANDARD
       01  WS-CUSTMAST-STATUS     PIC X(02)  VALUE '00'.
       01  WS-TRANFILE-STATUS     PIC X(02)  VALUE '00'.
       01  WS-ACCTFILE-STATUS     PIC X(02)  VALUE '00'.
       01  WS-INTTRAN-STATUS      PIC X(02)  VALUE '00'.
       01  WS-SOTRAN-STATUS       PIC X(02)  VALUE '00'.
       01  WS-CYCLCTL-STATUS      PIC X(02)  VALUE '00'.
       01  WS-CYCLNEW-STATUS      PIC X(02)  VALUE '00'.
      *
           88  WS-CHECK-FAILED               VALUE 'Y'.
       01  WS-TRAILER-SEEN-SW     PIC X(01)  VALUE 'N'.
           88  WS-TRAILER-SEEN               VALUE 'Y'.
       01  WS-CHECK-ABSENT-SW     PIC X(01)  VALUE 'N'.
           88  WS-CHECK-ABSENT               VALUE 'Y'.
      *
       01  WS-HDR-CYCLE           PIC 9(05)  VALUE ZERO.
       01  WS-EXPECTED-CYCLE      PIC 9(05)  VALUE ZERO.
           MOVE 'ACCTFILE' TO WS-CHECK-FILE-ID.
           PERFORM 3000-CHECK-ONE-FILE
               THRU 3000-EXIT.
      *
           MOVE 'INTTRAN ' TO WS-CHECK-FILE-ID.
           PERFORM 3000-CHECK-ONE-FILE
               THRU 3000-EXIT.
      *
           MOVE 'SOTRAN  ' TO WS-CHECK-FILE-ID.
           PERFORM 3000-CHECK-ONE-FILE
               THRU 3000-EXIT.
      *
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 4000-WRITE-CYCLE-CONTROL
      *
           MOVE 'N'  TO WS-CHECK-EOF-SW
                        WS-CHECK-FAILED-SW
                        WS-TRAILER-SEEN-SW
                        WS-CHECK-ABSENT-SW.
           MOVE ZERO TO WS-DATA-COUNT
                        WS-CONTROL-TOTAL.
      *
      *
           PERFORM 3100-CHECK-HEADER
               THRU 3100-EXIT.
      *
      *    AN OPTIONAL INPUT NOT SENT TODAY - NOTHING TO PROVE.
           IF WS-CHECK-ABSENT
               PERFORM 3850-CLOSE-CURRENT
                   THRU 3850-EXIT
               IF WS-CHECK-FILE-ID = 'SOTRAN  '
                   DISPLAY 'FILECHEK - ' WS-CHECK-FILE-ID
                       '  NOT PRESENT - NO STANDING ORDERS TODAY'
               ELSE
                   DISPLAY 'FILECHEK - ' WS-CHECK-FILE-ID
                       '  NOT PRESENT - NO INTEREST TO POST TODAY'
               END-IF
               GO TO 3000-EXIT
           END-IF.
      *
           IF NOT WS-CHECK-FAILED
               PERFORM 3200-CHECK-ONE-RECORD
      *
           PERFORM 3900-READ-CURRENT
               THRU 3900-EXIT.
           IF WS-CHECK-EOF AND
              (WS-CHECK-FILE-ID = 'INTTRAN ' OR
               WS-CHECK-FILE-ID = 'SOTRAN  ')
               MOVE 'Y' TO WS-CHECK-ABSENT-SW
               GO TO 3100-EXIT
           END-IF.
           IF WS-CHECK-EOF
               MOVE 'FILE IS EMPTY - NO HEADER RECORD'
                   TO WS-FAIL-TEXT
      *-----------------------------------------------------------------
      *    3600-ACCUMULATE-TOTAL - ADD THIS DATA RECORD TO THE
      *    CONTROL TOTAL, BY FILE: CUSTOMER-NUMBER HASH, AMOUNT IN
      *    CENTS (TRANFILE, INTTRAN AND SOTRAN), OR ACCOUNT-NUMBER
      *    HASH, MODULO 10**15.
      *-----------------------------------------------------------------
       3600-ACCUMULATE-TOTAL.
      *
                               BCH-CUST-NUM-CHECK, 1000000000000000)
                   END-IF
               WHEN 'TRANFILE'
               WHEN 'INTTRAN '
               WHEN 'SOTRAN  '
                   MOVE WS-CHECK-RECORD TO BCH-TRAN-RECORD
                   IF BCH-TRAN-AMOUNT NUMERIC
                       COMPUTE WS-CONTROL-TOTAL =
                       PERFORM 3700-FAIL-FILE
                           THRU 3700-EXIT
                   END-IF
               WHEN 'INTTRAN '
                   OPEN INPUT INT-TRAN-FILE
                   IF WS-INTTRAN-STATUS NOT = '00' AND
                      WS-INTTRAN-STATUS NOT = '05'
                       MOVE 'OPEN FAILED' TO WS-FAIL-TEXT
                       PERFORM 3700-FAIL-FILE
                           THRU 3700-EXIT
                   END-IF
               WHEN 'SOTRAN  '
                   OPEN INPUT SO-TRAN-FILE
                   IF WS-SOTRAN-STATUS NOT = '00' AND
                      WS-SOTRAN-STATUS NOT = '05'
                       MOVE 'OPEN FAILED' TO WS-FAIL-TEXT
                       PERFORM 3700-FAIL-FILE
                           THRU 3700-EXIT
                   END-IF
           END-EVALUATE.
      *
           GO TO 3800-EXIT.
                   CLOSE TRAN-FILE
               WHEN 'ACCTFILE'
                   CLOSE ACCT-FILE
               WHEN 'INTTRAN '
                   CLOSE INT-TRAN-FILE
               WHEN 'SOTRAN  '
                   CLOSE SO-TRAN-FILE
           END-EVALUATE.
      *
           GO TO 3850-EXIT.
                           GO TO 3900-EXIT
                   END-READ
                   MOVE ACCT-FILE-RECORD TO WS-CHECK-RECORD
               WHEN 'INTTRAN '
                   READ INT-TRAN-FILE
                       AT END
                           MOVE 'Y' TO WS-CHECK-EOF-SW
                           GO TO 3900-EXIT
                   END-READ
                   MOVE INT-TRAN-RECORD TO WS-CHECK-RECORD
               WHEN 'SOTRAN  '
                   READ SO-TRAN-FILE
                       AT END
                           MOVE 'Y' TO WS-CHECK-EOF-SW
                           GO TO 3900-EXIT
                   END-READ
                   MOVE SO-TRAN-RECORD TO WS-CHECK-RECORD
           END-EVALUATE.
      *
           GO TO 3900-EXIT.
