      *  RETURN CODE 8.  VOLUME IS BOUNDED BY THE DATASETS, NOT BY
      *  WORKING STORAGE.  UNMATCHED OR INVALID TRANSACTIONS GO TO
      *  THE TRANREJ REJECT FILE AND THE SYSOUT REJECT LISTING.
      *  EVERY POSTED TRANSACTION IS ALSO WRITTEN TO THE CUMULATIVE
      *  TRANHIST KEYED HISTORY (COPYBOOK THISTREC).  A CUSTOMER
      *  DEBIT AGAINST AN ACCOUNT THAT CAME INTO THE RUN DORMANT IS
      *  REFERRED TO THE SUSPENSE INSTEAD OF POSTING; A CUSTOMER
      *  CREDIT POSTS AND REACTIVATES THE ACCOUNT.  THE DAY'S
      *  STANDING-ORDER PAYMENTS (SOTRAN, FROM SOGEN) AND ANY
      *  MONTH-END INTEREST POSTINGS (INTTRAN) FOLLOW THE TRANFILE.
      *  END-OF-RUN BALANCING TOTALS PROVE AMOUNT IN = AMOUNT
      *  APPLIED + AMOUNT REJECTED.  EVERY N ACCOUNTS WRITTEN TO
      *  ACCTNEW THE OUTPUTS ARE HARDENED AND A CP COMMIT POINT IS
      *  APPENDED TO THE RESTART LEDGER.  A RESTART AFTER A FAILURE
      *  IS GIVEN THE INTERRUPTED RUN'S ACCTNEW, TRANREJ AND TRANFRJ
      *  AS ACCTPART, REJPART AND FRJPART: THE COMMITTED PART OF
      *  EACH IS COPIED FORWARD, THE MERGE RESUMES AFTER THE LAST
      *  COMMITTED ACCOUNT AND THE TOTALS CARRY FORWARD, SO THE
      *  PROOF STILL COVERS THE WHOLE DAY.  RETURN CODES: 0 = POSTED
      *  CLEAN, 4 = REJECTS PRESENT, 8 = OUT OF BALANCE, A FILE COULD
      *  NOT BE PROCESSED OR A RESTART COULD NOT BE RESUMED.
      *
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *                   AND SUSPENSE-CARRIED-FORWARD ARE THEIR
      *                   OWN BALANCING LINES, SO AMOUNT IN =
      *                   APPLIED + REJECTED STILL HOLDS.
      *  10/15/2026 HB    MONTH-END INTEREST POSTINGS (INTTRAN,
      *                   WRITTEN BY INTACCR AND VERIFIED BY
      *                   FILECHEK) ARE READ AFTER THE DAY'S TRANFILE
      *                   WHEN PRESENT AND POST UNDER THE NORMAL
      *                   RULES.  INTEREST IN IS ITS OWN BALANCING
      *                   LINE.
      *  10/15/2026 HB    FINAL REJECTS ARE NOW ALSO WRITTEN TO
      *                   TRANFRJ (TRANREC LAYOUT) SO THE GLEXTR
      *                   JOURNAL CAN TAKE THEM OFF A FILE RATHER
      *                   THAN THE SYSOUT LISTING.
      *  10/15/2026 HB    EVERY POSTED TRANSACTION IS NOW WRITTEN TO
      *                   THE CUMULATIVE TRANHIST KEYED DATASET
      *                   (COPYBOOK THISTREC) WITH THE BALANCE
      *                   BEFORE AND AFTER, FOR THE ACCTHIST
      *                   ENQUIRY.
      *  10/15/2026 HB    DORMANT ACCOUNTS (STATUS 'D', SET BY
      *                   DORMPROC).  EVERY CUSTOMER TRANSACTION THAT
      *                   POSTS STAMPS THE ACCOUNT'S LAST-ACTIVITY
      *                   DATE.  AN ACCOUNT THAT COMES INTO THE RUN
      *                   DORMANT HAS EVERY CUSTOMER DEBIT IN ITS
      *                   GROUP REFERRED TO THE TRANREJ SUSPENSE AS
      *                   'DEBIT ON DORMANT ACCOUNT' - WHATEVER ORDER
      *                   THE GROUP SORTS IN - SO THE REPLAYING
      *                   PROGRAMS CAN TELL FROM ACCTNEW ALONE WHAT
      *                   POSTED.  A CUSTOMER CREDIT POSTS AND
      *                   REACTIVATES THE ACCOUNT, STAMPING THE
      *                   REACTIVATION DATE; THE REFERRED DEBITS
      *                   RETRY FROM SUSPENSE NEXT DAY.  INTEREST
      *                   POSTINGS ARE NOT CUSTOMER ACTIVITY - THEY
      *                   POST ON A DORMANT ACCOUNT AND LEAVE ITS
      *                   STATUS AND DATES ALONE.
      *  10/15/2026 HB    COMMIT POINTS.  EVERY N ACCOUNTS (SYSIN
      *                   COMMIT CARD, DEFAULT 1000) THE SEQUENTIAL
      *                   OUTPUTS ARE CLOSED AND REOPENED EXTEND AND
      *                   A CP RECORD (COPYBOOK CHKPTREC) CARRIES THE
      *                   LAST ACCOUNT AND THE RUNNING TOTALS.  A RUN
      *                   THAT FINDS A COMMIT POINT FOR TODAY AND NO
      *                   COMPLETE STEP RESTARTS AFTER IT (RESTART
      *                   NO CARD POSTS FROM THE TOP INSTEAD).  ON A
      *                   RESTART A TRANHIST DUPLICATE KEY IS THE
      *                   INTERRUPTED RUN'S OWN WRITE AND COUNTS AS
      *                   WRITTEN.  PARAMETER CARDS MAY BE STACKED.
      *  10/15/2026 HB    STANDING-ORDER PAYMENTS (SOTRAN, WRITTEN BY
      *                   SOGEN AND VERIFIED BY FILECHEK) ARE READ
      *                   AFTER THE DAY'S TRANFILE WHEN PRESENT AND
      *                   POST AS CUSTOMER TRANSACTIONS.  THEY ARE
      *                   PART OF TRANSACTIONS READ AND AMOUNT IN,
      *                   SO THE COMMIT-POINT TOTALS ARE UNCHANGED;
      *                   THE STANDING-ORDER COUNT IS SHOWN BELOW
      *                   IT FOR INFORMATION.
      *  10/15/2026 HB    A SAME-DAY RERUN REPLACES TODAY'S TRANHIST
      *                   ROWS FROM THE EARLIER RUN INSTEAD OF FAILING
      *                   THE HISTORY WRITE, AND DROPS ANY OF THEM
      *                   BEYOND THE ACCOUNT'S LAST POSTING THIS RUN.
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
           SELECT OPTIONAL CALENDAR-FILE
                                      ASSIGN TO 'CALENDAR'
           SELECT TRAN-REJECT-FILE   ASSIGN TO 'TRANREJ'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-TRANREJ-STATUS.
      *
           SELECT TRAN-FINAL-FILE    ASSIGN TO 'TRANFRJ'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-TRANFRJ-STATUS.
      *
           SELECT OPTIONAL TRAN-HIST-FILE
                                      ASSIGN TO 'TRANHIST'
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS BCH-THIST-KEY
                                      FILE STATUS IS WS-TRANHIST-STATUS.
      *
           SELECT TRAN-SORT-FILE     ASSIGN TO 'SORTWK'.
      *
                                      ASSIGN TO 'CHKPT'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-CHKPT-STATUS.
      *
           SELECT OPTIONAL ACCT-PART-FILE
                                      ASSIGN TO 'ACCTPART'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-ACCTPART-STATUS.
      *
           SELECT OPTIONAL REJ-PART-FILE
                                      ASSIGN TO 'REJPART'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-REJPART-STATUS.
      *
           SELECT OPTIONAL FRJ-PART-FILE
                                      ASSIGN TO 'FRJPART'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-FRJPART-STATUS.
      *
           SELECT OPTIONAL SITE-CONTROL-FILE
                                      ASSIGN TO 'SITECTL'
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  TRAN-FILE-RECORD           PIC X(80).
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
       FD  CARD-FILE
           LABEL RECORDS ARE STANDARD
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  TRAN-REJECT-RECORD         PIC X(80).
      *
       FD  TRAN-FINAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  TRAN-FINAL-RECORD          PIC X(80).
      *
       FD  TRAN-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY THISTREC.
      *
       SD  TRAN-SORT-FILE.
       01  SORT-TRAN-RECORD.
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY CHKPTREC.
      *
       FD  ACCT-PART-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ACCT-PART-RECORD           PIC X(80).
      *
       FD  REJ-PART-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REJ-PART-RECORD            PIC X(80).
      *
       FD  FRJ-PART-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRJ-PART-RECORD            PIC X(80).
      *
       FD  SITE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
       01  WS-TRANFILE-STATUS     PIC X(02)  VALUE '00'.
       01  WS-CARD-STATUS         PIC X(02)  VALUE '00'.
       01  WS-SUSPIN-STATUS       PIC X(02)  VALUE '00'.
       01  WS-INTTRAN-STATUS      PIC X(02)  VALUE '00'.
       01  WS-SOTRAN-STATUS       PIC X(02)  VALUE '00'.
       01  WS-CALENDAR-STATUS     PIC X(02)  VALUE '00'.
       01  WS-ACCTFILE-STATUS     PIC X(02)  VALUE '00'.
       01  WS-ACCTNEW-STATUS      PIC X(02)  VALUE '00'.
       01  WS-TRANREJ-STATUS      PIC X(02)  VALUE '00'.
       01  WS-TRANFRJ-STATUS      PIC X(02)  VALUE '00'.
       01  WS-TRANHIST-STATUS     PIC X(02)  VALUE '00'.
       01  WS-TRANWRK-STATUS      PIC X(02)  VALUE '00'.
       01  WS-CHKPT-STATUS        PIC X(02)  VALUE '00'.
       01  WS-ACCTPART-STATUS     PIC X(02)  VALUE '00'.
       01  WS-REJPART-STATUS      PIC X(02)  VALUE '00'.
       01  WS-FRJPART-STATUS      PIC X(02)  VALUE '00'.
      *
       01  WS-TRANFILE-EOF-SW     PIC X(01)  VALUE 'N'.
           88  WS-TRANFILE-EOF               VALUE 'Y'.
       01  WS-SUSPIN-EOF-SW       PIC X(01)  VALUE 'N'.
           88  WS-SUSPIN-EOF                 VALUE 'Y'.
       01  WS-INTTRAN-EOF-SW      PIC X(01)  VALUE 'N'.
           88  WS-INTTRAN-EOF                VALUE 'Y'.
       01  WS-SOTRAN-EOF-SW       PIC X(01)  VALUE 'N'.
           88  WS-SOTRAN-EOF                 VALUE 'Y'.
       01  WS-SUSP-SOURCE-SW      PIC X(01)  VALUE 'N'.
           88  WS-FROM-SUSPENSE              VALUE 'Y'.
       01  WS-ACCTFILE-EOF-SW     PIC X(01)  VALUE 'N'.
           88  WS-SORTED-EOF                 VALUE 'Y'.
       01  WS-CHKPT-EOF-SW        PIC X(01)  VALUE 'N'.
           88  WS-CHKPT-EOF                  VALUE 'Y'.
       01  WS-CARD-EOF-SW         PIC X(01)  VALUE 'N'.
           88  WS-CARD-EOF                   VALUE 'Y'.
      *
       01  WS-POSTED-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-ALREADY-POSTED             VALUE 'Y'.
       01  WS-PREV-ACCT-NUMBER    PIC 9(08)  VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    COMMIT POINTS AND RESTART.  THE COMMIT ACCOUNT IS THE LAST
      *    ACCOUNT WHOSE POSTING IS SAFE ON THE OUTPUTS - FROM TODAY'S
      *    LATEST CP RECORD ON A RESTART, THEN FROM EACH COMMIT THIS
      *    RUN TAKES.  ON A RESTART THE SORT PASS COUNTS ITS INPUT
      *    AFRESH INTO THE RECHECK FIELDS, WHICH MUST MATCH THE
      *    CARRIED TOTALS - OTHERWISE THE INPUT HAS CHANGED SINCE THE
      *    INTERRUPTED RUN AND THE RESTART IS REFUSED.
      *-----------------------------------------------------------------
       77  WS-COMMIT-INTERVAL     PIC 9(05)        VALUE 1000.
       77  WS-SINCE-COMMIT        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-COMMITS-TAKEN       PIC 9(07)  COMP  VALUE ZERO.
       77  WS-SKIP-COUNT          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-COPY-COUNT          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-HIST-ON-FILE        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-HIST-DROPPED        PIC 9(07)  COMP  VALUE ZERO.
       01  WS-HIST-STALE-DONE-SW  PIC X(01)  VALUE 'N'.
           88  WS-HIST-STALE-DONE            VALUE 'Y'.
       01  WS-COMMIT-ACCT         PIC 9(08)  VALUE ZERO.
       01  WS-COMMIT-TIME         PIC X(08)  VALUE SPACES.
       01  WS-COMMIT-RC           PIC 9(04)  VALUE ZERO.
       01  WS-RESTART-OPT-SW      PIC X(01)  VALUE 'Y'.
           88  WS-RESTART-ALLOWED            VALUE 'Y'.
       01  WS-COMMIT-FOUND-SW     PIC X(01)  VALUE 'N'.
           88  WS-COMMIT-FOUND               VALUE 'Y'.
       01  WS-RESTARTING-SW       PIC X(01)  VALUE 'N'.
           88  WS-RESTARTING                 VALUE 'Y'.
       01  WS-SKIP-DONE-SW        PIC X(01)  VALUE 'N'.
           88  WS-SKIP-DONE                  VALUE 'Y'.
       01  WS-PART-EOF-SW         PIC X(01)  VALUE 'N'.
           88  WS-PART-EOF                   VALUE 'Y'.
      *
       77  WS-RECHECK-TRANS       PIC 9(07)  COMP  VALUE ZERO.
       77  WS-RECHECK-SUSP        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-RECHECK-INT         PIC 9(07)  COMP  VALUE ZERO.
       01  WS-RECHECK-AMT-IN      PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-RECHECK-AMT-SUSP    PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-RECHECK-AMT-INT     PIC S9(13)V99 COMP-3 VALUE ZERO.
      *
       01  WS-RESTART-LINE.
           05  FILLER             PIC X(36)
                     VALUE 'TRANPOST - RESTARTING AFTER ACCOUNT '.
           05  WS-RST-ACCT        PIC 9(08).
           05  FILLER             PIC X(02)  VALUE ', '.
           05  WS-RST-COUNT       PIC Z(06)9.
           05  FILLER             PIC X(23)
                     VALUE ' ACCOUNTS COMMITTED AT '.
           05  WS-RST-TIME        PIC X(08).
      *
      *-----------------------------------------------------------------
      *    DORMANCY - THE STATUS THE ACCOUNT CARRIED INTO THE RUN
      *    GOVERNS ITS WHOLE GROUP.  A CREDIT THAT REACTIVATES THE
      *    ACCOUNT DOES NOT RELEASE THE SAME DAY'S DEBITS.
      *-----------------------------------------------------------------
       01  WS-DORMANT-GROUP-SW    PIC X(01)  VALUE 'N'.
           88  WS-DORMANT-GROUP              VALUE 'Y'.
      *
       01  WS-REACT-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-REACT-ACCT      PIC X(08).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-REACT-REF       PIC X(12).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  FILLER             PIC X(30)
                                  VALUE 'DORMANT - REACTIVATED BY CR'.
      *
       01  WS-DORMANT-ALERT.
           05  FILLER             PIC X(11)
                                  VALUE 'TRANPOST - '.
           05  WS-DORM-ALERT-COUNT PIC Z(04)9.
           05  FILLER             PIC X(30)
                                  VALUE ' DORMANT-ACCOUNT DEBITS HELD'.
      *
      *-----------------------------------------------------------------
      *    POSTED-TRANSACTION HISTORY WORK FIELDS.  THE SEQUENCE
      *    RESTARTS AT 1 FOR EACH ACCOUNT GROUP - ONE POSTING RUN
      *    PER ACCOUNT PER DAY, SO ACCOUNT + DATE + SEQUENCE IS
      *    UNIQUE.
      *-----------------------------------------------------------------
       01  WS-HIST-SEQ            PIC 9(05)  VALUE ZERO.
       01  WS-HIST-BAL-BEFORE     PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    OVERDRAFT REFERRAL WORK FIELDS.  THE CURRENT ACCOUNT'S
      *    LIMIT IS EDITED HERE ONCE PER GROUP - A BLANK LIMIT ON AN
      *    OLD-FORMAT RECORD READS AS ZERO (NO OVERDRAFT).
      *
       01  WS-AMOUNT-IN           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-AMOUNT-SUSP-IN      PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-AMOUNT-INT-IN       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-AMOUNT-APPLIED      PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-AMOUNT-REJECTED     PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-AMOUNT-CARRIED      PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  WS-ACCTS-READ          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-TRANS-READ          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-SUSP-READ           PIC 9(07)  COMP  VALUE ZERO.
       77  WS-INT-READ            PIC 9(07)  COMP  VALUE ZERO.
       77  WS-SO-READ             PIC 9(07)  COMP  VALUE ZERO.
       77  WS-TRANS-POSTED        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-TRANS-REJECTED      PIC 9(07)  COMP  VALUE ZERO.
       77  WS-TRANS-CARRIED       PIC 9(07)  COMP  VALUE ZERO.
       77  WS-TRANS-FINAL         PIC 9(07)  COMP  VALUE ZERO.
       77  WS-REFERRAL-COUNT      PIC 9(07)  COMP  VALUE ZERO.
       77  WS-DORMANT-REFERRED    PIC 9(07)  COMP  VALUE ZERO.
       77  WS-DORMANT-REACTIVATED PIC 9(07)  COMP  VALUE ZERO.
       77  WS-HIST-WRITTEN        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-HIST-FAILED         PIC 9(07)  COMP  VALUE ZERO.
       77  BCH-RETURN-CODE        PIC 9(04)  COMP  VALUE ZERO.
      *
      ******************************************************************
      *
           CLOSE ACCT-FILE
                 ACCT-NEW-FILE
                 TRAN-REJECT-FILE
                 TRAN-FINAL-FILE
                 TRAN-HIST-FILE.
      *
           PERFORM 5000-PRINT-TOTALS
               THRU 5000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1100-READ-PARM-CARD - OPTIONAL STACKED SYSIN PARAMETER
      *    CARDS (SEE COPYBOOK TPOSTCRD).  MISSING OR EMPTY LEAVES
      *    THE COMPILED-IN DEFAULTS.
      *-----------------------------------------------------------------
       1100-READ-PARM-CARD.
      *
           IF WS-CARD-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.
      *
           PERFORM 1150-READ-ONE-CARD
               THRU 1150-EXIT
               UNTIL WS-CARD-EOF.
      *
           CLOSE CARD-FILE.
           GO TO 1100-EXIT.
      *
       1100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1150-READ-ONE-CARD - ONE PARAMETER CARD PER CALL.  A ZERO
      *    SUSPDAYS IS REFUSED - A FRESH REJECT AGES ZERO, SO A ZERO
      *    LIMIT WOULD FINAL-REJECT EVERY REJECT THE SAME DAY AND
      *    THE SUSPENSE WOULD SILENTLY DISAPPEAR.  A ZERO COMMIT
      *    INTERVAL IS REFUSED TOO.
      *-----------------------------------------------------------------
       1150-READ-ONE-CARD.
      *
           READ CARD-FILE
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-SW
                   GO TO 1150-EXIT
           END-READ.
      *
           IF BCH-TPC-CARD = SPACES OR
              BCH-TPC-KEYWORD(1:1) = '*'
               GO TO 1150-EXIT
           END-IF.
      *
           IF BCH-TPC-KEYWORD = 'SUSPDAYS' AND
              BCH-TPC-VALUE NUMERIC AND
              BCH-TPC-VALUE NOT = '000'
               MOVE BCH-TPC-VALUE TO WS-SUSP-LIMIT-DAYS
               GO TO 1150-EXIT
           END-IF.
      *
           IF BCH-TPC-KEYWORD = 'COMMIT' AND
              BCH-TPC-LONG-VALUE NUMERIC AND
              BCH-TPC-LONG-VALUE NOT = '00000'
               MOVE BCH-TPC-LONG-VALUE TO WS-COMMIT-INTERVAL
               GO TO 1150-EXIT
           END-IF.
      *
           IF BCH-TPC-KEYWORD = 'RESTART' AND
              BCH-TPC-VALUE = 'NO '
               MOVE 'N' TO WS-RESTART-OPT-SW
               GO TO 1150-EXIT
           END-IF.
      *
           IF BCH-TPC-KEYWORD = 'RESTART' AND
              BCH-TPC-VALUE = 'YES'
               MOVE 'Y' TO WS-RESTART-OPT-SW
               GO TO 1150-EXIT
           END-IF.
      *
           DISPLAY 'TRANPOST - PARM CARD IGNORED: '
               BCH-TPC-KEYWORD ' ' BCH-TPC-LONG-VALUE.
           IF BCH-RETURN-CODE < 4
               MOVE 4 TO BCH-RETURN-CODE
           END-IF.
      *
           GO TO 1150-EXIT.
      *
       1150-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    SCENARIO.  IF THE RESTART LEDGER ALREADY CARRIES A
      *    COMPLETE TRANPOST STEP RECORD FOR TODAY, THIS INVOCATION
      *    IS A RERUN OF A STEP THAT ALREADY RAN - REFUSE IT.
      *    OTHERWISE A CP COMMIT POINT FOR TODAY MEANS AN EARLIER
      *    RUN FAILED PART-WAY THROUGH THE MERGE: RESUME AFTER ITS
      *    LAST COMMITTED ACCOUNT WITH ITS TOTALS CARRIED FORWARD,
      *    OR - ON A RESTART NO CARD - CANCEL THE COMMIT POINTS AND
      *    POST FROM THE FIRST ACCOUNT.
      *-----------------------------------------------------------------
       1500-CHECK-RESTART-LEDGER.
      *
               DISPLAY 'TRANPOST - ALREADY POSTED COMPLETE ON '
                   BCH-BANNER-RUN-DATE ' - RERUN REFUSED'
                   UPON CONSOLE
               GO TO 1500-EXIT
           END-IF.
      *
           IF NOT WS-COMMIT-FOUND
               GO TO 1500-EXIT
           END-IF.
      *
           IF NOT WS-RESTART-ALLOWED
               PERFORM 1540-CANCEL-COMMIT-POINTS
                   THRU 1540-EXIT
               GO TO 1500-EXIT
           END-IF.
      *
           MOVE 'Y' TO WS-RESTARTING-SW.
           IF WS-COMMIT-RC = 4 AND
              BCH-RETURN-CODE < 4
               MOVE 4 TO BCH-RETURN-CODE
           END-IF.
      *
           MOVE WS-COMMIT-ACCT TO WS-RST-ACCT.
           MOVE WS-ACCTS-READ  TO WS-RST-COUNT.
           MOVE WS-COMMIT-TIME TO WS-RST-TIME.
           DISPLAY WS-RESTART-LINE.
           DISPLAY WS-RESTART-LINE UPON CONSOLE.
           DISPLAY 'TRANPOST - REJECTS UP TO THE COMMIT POINT WERE'
               ' LISTED BY THE INTERRUPTED RUN'.
      *
           GO TO 1500-EXIT.
      *
              BCH-CHKPT-IS-COMPLETE
               MOVE 'Y' TO WS-POSTED-SWITCH
           END-IF.
      *
           IF BCH-CHKPT-IS-COMMIT AND
              BCH-CHKPT-JOB-NAME = BCH-BANNER-JOB-NAME AND
              BCH-CHKPT-RUN-DATE = BCH-BANNER-RUN-DATE
               PERFORM 1520-LOAD-COMMIT-POINT
                   THRU 1520-EXIT
           END-IF.
      *
           GO TO 1510-EXIT.
      *
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1520-LOAD-COMMIT-POINT - TODAY'S COMMIT POINTS ARE IN
      *    LEDGER ORDER, SO THE LAST ONE READ WINS.  ITS TOTALS
      *    BECOME THE RUNNING TOTALS; A ZERO LAST ACCOUNT IS A
      *    CANCELLATION AND LEAVES NOTHING TO RESUME.
      *-----------------------------------------------------------------
       1520-LOAD-COMMIT-POINT.
      *
           MOVE BCH-CHKPT-CP-LAST-ACCT    TO WS-COMMIT-ACCT.
           MOVE BCH-CHKPT-END-TIME        TO WS-COMMIT-TIME.
           MOVE BCH-CHKPT-RETURN-CODE     TO WS-COMMIT-RC.
      *
           MOVE BCH-CHKPT-CP-ACCTS-READ   TO WS-ACCTS-READ.
           MOVE BCH-CHKPT-CP-TRANS-READ   TO WS-TRANS-READ.
           MOVE BCH-CHKPT-CP-SUSP-READ    TO WS-SUSP-READ.
           MOVE BCH-CHKPT-CP-INT-READ     TO WS-INT-READ.
           MOVE BCH-CHKPT-CP-POSTED       TO WS-TRANS-POSTED.
           MOVE BCH-CHKPT-CP-REJECTED     TO WS-TRANS-REJECTED.
           MOVE BCH-CHKPT-CP-CARRIED      TO WS-TRANS-CARRIED.
           MOVE BCH-CHKPT-CP-FINAL        TO WS-TRANS-FINAL.
           MOVE BCH-CHKPT-CP-REFERRALS    TO WS-REFERRAL-COUNT.
           MOVE BCH-CHKPT-CP-DORM-REFER   TO WS-DORMANT-REFERRED.
           MOVE BCH-CHKPT-CP-DORM-REACT   TO WS-DORMANT-REACTIVATED.
           MOVE BCH-CHKPT-CP-HIST-WRITTEN TO WS-HIST-WRITTEN.
           MOVE BCH-CHKPT-CP-HIST-FAILED  TO WS-HIST-FAILED.
      *
           MOVE BCH-CHKPT-CP-AMT-IN       TO WS-AMOUNT-IN.
           MOVE BCH-CHKPT-CP-AMT-SUSP-IN  TO WS-AMOUNT-SUSP-IN.
           MOVE BCH-CHKPT-CP-AMT-INT-IN   TO WS-AMOUNT-INT-IN.
           MOVE BCH-CHKPT-CP-AMT-APPLIED  TO WS-AMOUNT-APPLIED.
           MOVE BCH-CHKPT-CP-AMT-REJECTED TO WS-AMOUNT-REJECTED.
           MOVE BCH-CHKPT-CP-AMT-CARRIED  TO WS-AMOUNT-CARRIED.
           MOVE BCH-CHKPT-CP-AMT-FINAL    TO WS-AMOUNT-FINAL.
      *
           IF WS-COMMIT-ACCT > ZERO
               MOVE 'Y' TO WS-COMMIT-FOUND-SW
           ELSE
               MOVE 'N' TO WS-COMMIT-FOUND-SW
           END-IF.
      *
           GO TO 1520-EXIT.
      *
       1520-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1540-CANCEL-COMMIT-POINTS - RESTART NO.  THE CARRIED
      *    TOTALS ARE DROPPED AND A ZERO CP RECORD CANCELS TODAY'S
      *    COMMIT POINTS, SO A FAILURE OF THIS RUN BEFORE ITS OWN
      *    FIRST COMMIT CANNOT RESUME FROM THE OLD ONES.
      *-----------------------------------------------------------------
       1540-CANCEL-COMMIT-POINTS.
      *
           MOVE ZERO TO WS-COMMIT-ACCT
                        WS-ACCTS-READ
                        WS-TRANS-READ
                        WS-SUSP-READ
                        WS-INT-READ
                        WS-TRANS-POSTED
                        WS-TRANS-REJECTED
                        WS-TRANS-CARRIED
                        WS-TRANS-FINAL
                        WS-REFERRAL-COUNT
                        WS-DORMANT-REFERRED
                        WS-DORMANT-REACTIVATED
                        WS-HIST-WRITTEN
                        WS-HIST-FAILED.
           MOVE ZERO TO WS-AMOUNT-IN
                        WS-AMOUNT-SUSP-IN
                        WS-AMOUNT-INT-IN
                        WS-AMOUNT-APPLIED
                        WS-AMOUNT-REJECTED
                        WS-AMOUNT-CARRIED
                        WS-AMOUNT-FINAL.
      *
           PERFORM 3750-WRITE-COMMIT-RECORD
               THRU 3750-EXIT.
      *
           DISPLAY 'TRANPOST - RESTART NO - TODAY''S COMMIT POINTS'
               ' CANCELLED, POSTING FROM THE FIRST ACCOUNT'.
           DISPLAY 'TRANPOST - RESTART NO - TODAY''S COMMIT POINTS'
               ' CANCELLED, POSTING FROM THE FIRST ACCOUNT'
               UPON CONSOLE.
      *
           GO TO 1540-EXIT.
      *
       1540-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2000-OPEN-FILES - THE MERGE FILES.  THE REJECT FILE OPENS
      *    BEFORE THE SORT BECAUSE FIELD-EDIT REJECTS ARE WRITTEN
      *    FROM THE SORT INPUT PASS.
                     ACCT-NEW-FILE
               GO TO 2000-EXIT
           END-IF.
      *
           OPEN OUTPUT TRAN-FINAL-FILE.
           IF WS-TRANFRJ-STATUS NOT = '00'
               DISPLAY 'TRANPOST - TRANFRJ OPEN FAILED, STATUS '
                   WS-TRANFRJ-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               CLOSE ACCT-FILE
                     ACCT-NEW-FILE
                     TRAN-REJECT-FILE
               GO TO 2000-EXIT
           END-IF.
      *
      *    THE HISTORY IS CUMULATIVE - OPENED FOR UPDATE, AND CREATED
      *    ON FIRST USE.  POSTING DOES NOT START WITHOUT IT.
           OPEN I-O TRAN-HIST-FILE.
           IF WS-TRANHIST-STATUS NOT = '00' AND
              WS-TRANHIST-STATUS NOT = '05'
               OPEN OUTPUT TRAN-HIST-FILE
           END-IF.
           IF WS-TRANHIST-STATUS NOT = '00' AND
              WS-TRANHIST-STATUS NOT = '05'
               DISPLAY 'TRANPOST - TRANHIST OPEN FAILED, STATUS '
                   WS-TRANHIST-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               CLOSE ACCT-FILE
                     ACCT-NEW-FILE
                     TRAN-REJECT-FILE
                     TRAN-FINAL-FILE
               GO TO 2000-EXIT
           END-IF.
      *
           IF WS-RESTARTING
               PERFORM 2200-RESTORE-COMMITTED
                   THRU 2200-EXIT
           END-IF.
      *
           GO TO 2000-EXIT.
      *
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2200-RESTORE-COMMITTED - A RESTART.  THE INTERRUPTED RUN'S
      *    OUTPUTS COME IN AS ACCTPART, REJPART AND FRJPART, AND THE
      *    PART OF EACH THAT THE COMMIT POINT VOUCHES FOR - AS MANY
      *    RECORDS AS ITS CARRIED COUNTS - IS COPIED TO THE NEW
      *    OUTPUTS.  ANYTHING WRITTEN AFTER THE COMMIT IS DROPPED
      *    AND POSTED AGAIN.  A PART FILE SHORTER THAN ITS COUNT
      *    CANNOT BE RESUMED.
      *-----------------------------------------------------------------
       2200-RESTORE-COMMITTED.
      *
           OPEN INPUT ACCT-PART-FILE.
           IF WS-ACCTPART-STATUS NOT = '00' AND
              WS-ACCTPART-STATUS NOT = '05'
               DISPLAY 'TRANPOST - ACCTPART OPEN FAILED, STATUS '
                   WS-ACCTPART-STATUS
               GO TO 2200-FAIL
           END-IF.
           MOVE ZERO TO WS-COPY-COUNT.
           MOVE 'N'  TO WS-PART-EOF-SW.
           PERFORM 2220-COPY-ONE-ACCT
               THRU 2220-EXIT
               UNTIL WS-PART-EOF OR
                     WS-COPY-COUNT = WS-ACCTS-READ.
           CLOSE ACCT-PART-FILE.
           IF WS-COPY-COUNT NOT = WS-ACCTS-READ
               MOVE WS-COPY-COUNT TO WS-TOTALS-COUNT
               DISPLAY 'TRANPOST - ACCTPART HOLDS ONLY '
                   WS-TOTALS-COUNT ' COMMITTED ACCOUNTS'
               GO TO 2200-FAIL
           END-IF.
      *
           OPEN INPUT REJ-PART-FILE.
           IF WS-REJPART-STATUS NOT = '00' AND
              WS-REJPART-STATUS NOT = '05'
               DISPLAY 'TRANPOST - REJPART OPEN FAILED, STATUS '
                   WS-REJPART-STATUS
               GO TO 2200-FAIL
           END-IF.
           MOVE ZERO TO WS-COPY-COUNT.
           MOVE 'N'  TO WS-PART-EOF-SW.
           PERFORM 2230-COPY-ONE-REJECT
               THRU 2230-EXIT
               UNTIL WS-PART-EOF OR
                     WS-COPY-COUNT = WS-TRANS-CARRIED.
           CLOSE REJ-PART-FILE.
           IF WS-COPY-COUNT NOT = WS-TRANS-CARRIED
               MOVE WS-COPY-COUNT TO WS-TOTALS-COUNT
               DISPLAY 'TRANPOST - REJPART HOLDS ONLY '
                   WS-TOTALS-COUNT ' COMMITTED SUSPENSE RECORDS'
               GO TO 2200-FAIL
           END-IF.
      *
           OPEN INPUT FRJ-PART-FILE.
           IF WS-FRJPART-STATUS NOT = '00' AND
              WS-FRJPART-STATUS NOT = '05'
               DISPLAY 'TRANPOST - FRJPART OPEN FAILED, STATUS '
                   WS-FRJPART-STATUS
               GO TO 2200-FAIL
           END-IF.
           MOVE ZERO TO WS-COPY-COUNT.
           MOVE 'N'  TO WS-PART-EOF-SW.
           PERFORM 2240-COPY-ONE-FINAL
               THRU 2240-EXIT
               UNTIL WS-PART-EOF OR
                     WS-COPY-COUNT = WS-TRANS-FINAL.
           CLOSE FRJ-PART-FILE.
           IF WS-COPY-COUNT NOT = WS-TRANS-FINAL
               MOVE WS-COPY-COUNT TO WS-TOTALS-COUNT
               DISPLAY 'TRANPOST - FRJPART HOLDS ONLY '
                   WS-TOTALS-COUNT ' COMMITTED FINAL REJECTS'
               GO TO 2200-FAIL
           END-IF.
      *
           GO TO 2200-EXIT.
      *
       2200-FAIL.
           DISPLAY 'TRANPOST - RESTART CANNOT RESUME - RERUN WITH'
               ' RESTART NO'.
           DISPLAY 'TRANPOST - RESTART CANNOT RESUME - RERUN WITH'
               ' RESTART NO'
               UPON CONSOLE.
           MOVE 8 TO BCH-RETURN-CODE.
           CLOSE ACCT-FILE
                 ACCT-NEW-FILE
                 TRAN-REJECT-FILE
                 TRAN-FINAL-FILE
                 TRAN-HIST-FILE.
           GO TO 2200-EXIT.
      *
       2200-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2220-COPY-ONE-ACCT - ONE COMMITTED ACCOUNT PER CALL.
      *-----------------------------------------------------------------
       2220-COPY-ONE-ACCT.
      *
           READ ACCT-PART-FILE
               AT END
                   MOVE 'Y' TO WS-PART-EOF-SW
                   GO TO 2220-EXIT
           END-READ.
      *
           MOVE ACCT-PART-RECORD TO ACCT-NEW-RECORD.
           WRITE ACCT-NEW-RECORD.
           ADD 1 TO WS-COPY-COUNT.
      *
           GO TO 2220-EXIT.
      *
       2220-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2230-COPY-ONE-REJECT - ONE COMMITTED SUSPENSE RECORD PER
      *    CALL.
      *-----------------------------------------------------------------
       2230-COPY-ONE-REJECT.
      *
           READ REJ-PART-FILE
               AT END
                   MOVE 'Y' TO WS-PART-EOF-SW
                   GO TO 2230-EXIT
           END-READ.
      *
           MOVE REJ-PART-RECORD TO TRAN-REJECT-RECORD.
           WRITE TRAN-REJECT-RECORD.
           ADD 1 TO WS-COPY-COUNT.
      *
           GO TO 2230-EXIT.
      *
       2230-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2240-COPY-ONE-FINAL - ONE COMMITTED FINAL REJECT PER CALL.
      *-----------------------------------------------------------------
       2240-COPY-ONE-FINAL.
      *
           READ FRJ-PART-FILE
               AT END
                   MOVE 'Y' TO WS-PART-EOF-SW
                   GO TO 2240-EXIT
           END-READ.
      *
           MOVE FRJ-PART-RECORD TO TRAN-FINAL-RECORD.
           WRITE TRAN-FINAL-RECORD.
           ADD 1 TO WS-COPY-COUNT.
      *
           GO TO 2240-EXIT.
      *
       2240-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2500-SORT-TRANSACTIONS - SORT THE DAY'S TRANSACTIONS BY
      *    ACCOUNT NUMBER INTO THE POSTING WORK FILE.  FIELD-EDIT
      *    FAILURES ARE REJECTED ON THIS PASS; ONLY POSTABLE
      *    RECORDS REACH THE MERGE.  ON A RESTART THE INPUT IS
      *    RECOUNTED AGAINST THE CARRIED TOTALS.
      *-----------------------------------------------------------------
       2500-SORT-TRANSACTIONS.
      *
               INPUT PROCEDURE IS 2600-SORT-INPUT
                   THRU 2600-EXIT
               GIVING TRAN-SORTED-FILE.
      *
           IF WS-RESTARTING AND
              BCH-RETURN-CODE NOT = 8
               PERFORM 2700-RECHECK-INPUT
                   THRU 2700-EXIT
           END-IF.
      *
           GO TO 2500-EXIT.
      *
      *    THE DAY'S RAW TRANSACTION FILE; BOTH PASS THE SAME FIELD
      *    EDITS AND BOTH RELEASE TO THE SAME SORT, SO A SUSPENSE
      *    RECORD RETRIES UNDER EXACTLY THE NORMAL POSTING RULES.
      *    THE STANDING-ORDER PAYMENTS AND THE MONTH-END INTEREST
      *    POSTINGS FOLLOW THE RAW FILE.
      *-----------------------------------------------------------------
       2600-SORT-INPUT.
      *
               UNTIL WS-TRANFILE-EOF.
      *
           CLOSE TRAN-FILE.
      *
           PERFORM 2640-READ-STANDING-ORDERS
               THRU 2640-EXIT.
      *
           PERFORM 2660-READ-INTEREST
               THRU 2660-EXIT.
      *
           GO TO 2600-EXIT.
      *
      *
           MOVE SUSP-OLD-RECORD TO BCH-TRAN-RECORD.
      *
           IF WS-RESTARTING
               ADD 1 TO WS-RECHECK-SUSP
               IF BCH-TRAN-AMOUNT NUMERIC
                   ADD BCH-TRAN-AMOUNT TO WS-RECHECK-AMT-SUSP
               END-IF
           ELSE
               ADD 1 TO WS-SUSP-READ
               IF BCH-TRAN-AMOUNT NUMERIC
                   ADD BCH-TRAN-AMOUNT TO WS-AMOUNT-SUSP-IN
               END-IF
           END-IF.
      *
           PERFORM 2680-EDIT-AND-RELEASE
      *
           MOVE TRAN-FILE-RECORD TO BCH-TRAN-RECORD.
      *
           IF WS-RESTARTING
               ADD 1 TO WS-RECHECK-TRANS
               IF BCH-TRAN-AMOUNT NUMERIC
                   ADD BCH-TRAN-AMOUNT TO WS-RECHECK-AMT-IN
               END-IF
           ELSE
               ADD 1 TO WS-TRANS-READ
               IF BCH-TRAN-AMOUNT NUMERIC
                   ADD BCH-TRAN-AMOUNT TO WS-AMOUNT-IN
               END-IF
           END-IF.
      *
           PERFORM 2680-EDIT-AND-RELEASE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2640-READ-STANDING-ORDERS - THE DAY'S STANDING-ORDER
      *    PAYMENTS.  A MISSING OR EMPTY SOTRAN IS NORMAL.  THEY
      *    COUNT AS RAW TRANSACTIONS IN THE BALANCING TOTALS.
      *-----------------------------------------------------------------
       2640-READ-STANDING-ORDERS.
      *
           OPEN INPUT SO-TRAN-FILE.
           IF WS-SOTRAN-STATUS NOT = '00' AND
              WS-SOTRAN-STATUS NOT = '05'
               GO TO 2640-EXIT
           END-IF.
      *
           PERFORM 2645-RELEASE-ONE-SO
               THRU 2645-EXIT
               UNTIL WS-SOTRAN-EOF.
      *
           CLOSE SO-TRAN-FILE.
      *
           GO TO 2640-EXIT.
      *
       2640-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2645-RELEASE-ONE-SO - ONE STANDING-ORDER LEG PER CALL.
      *    HD/TR CONTROL RECORDS ARE SKIPPED.
      *-----------------------------------------------------------------
       2645-RELEASE-ONE-SO.
      *
           READ SO-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-SOTRAN-EOF-SW
                   GO TO 2645-EXIT
           END-READ.
      *
           IF SO-TRAN-RECORD(1:2) = 'HD' OR
              SO-TRAN-RECORD(1:2) = 'TR'
               GO TO 2645-EXIT
           END-IF.
      *
           MOVE SO-TRAN-RECORD TO BCH-TRAN-RECORD.
           ADD 1 TO WS-SO-READ.
      *
           IF WS-RESTARTING
               ADD 1 TO WS-RECHECK-TRANS
               IF BCH-TRAN-AMOUNT NUMERIC
                   ADD BCH-TRAN-AMOUNT TO WS-RECHECK-AMT-IN
               END-IF
           ELSE
               ADD 1 TO WS-TRANS-READ
               IF BCH-TRAN-AMOUNT NUMERIC
                   ADD BCH-TRAN-AMOUNT TO WS-AMOUNT-IN
               END-IF
           END-IF.
      *
           PERFORM 2680-EDIT-AND-RELEASE
               THRU 2680-EXIT.
      *
           GO TO 2645-EXIT.
      *
       2645-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2660-READ-INTEREST - THE MONTH-END INTEREST POSTINGS.
      *    INTTRAN CARRIES POSTINGS ONLY ON THE FIRST BUSINESS DAY
      *    OF A MONTH; A MISSING OR EMPTY FILE IS NORMAL.
      *-----------------------------------------------------------------
       2660-READ-INTEREST.
      *
           OPEN INPUT INT-TRAN-FILE.
           IF WS-INTTRAN-STATUS NOT = '00' AND
              WS-INTTRAN-STATUS NOT = '05'
               GO TO 2660-EXIT
           END-IF.
      *
           PERFORM 2670-RELEASE-ONE-INT
               THRU 2670-EXIT
               UNTIL WS-INTTRAN-EOF.
      *
           CLOSE INT-TRAN-FILE.
      *
           GO TO 2660-EXIT.
      *
       2660-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2670-RELEASE-ONE-INT - ONE INTEREST POSTING PER CALL.
      *    HD/TR CONTROL RECORDS ARE SKIPPED.
      *-----------------------------------------------------------------
       2670-RELEASE-ONE-INT.
      *
           READ INT-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-INTTRAN-EOF-SW
                   GO TO 2670-EXIT
           END-READ.
      *
           IF INT-TRAN-RECORD(1:2) = 'HD' OR
              INT-TRAN-RECORD(1:2) = 'TR'
               GO TO 2670-EXIT
           END-IF.
      *
           MOVE INT-TRAN-RECORD TO BCH-TRAN-RECORD.
      *
           IF WS-RESTARTING
               ADD 1 TO WS-RECHECK-INT
               IF BCH-TRAN-AMOUNT NUMERIC
                   ADD BCH-TRAN-AMOUNT TO WS-RECHECK-AMT-INT
               END-IF
           ELSE
               ADD 1 TO WS-INT-READ
               IF BCH-TRAN-AMOUNT NUMERIC
                   ADD BCH-TRAN-AMOUNT TO WS-AMOUNT-INT-IN
               END-IF
           END-IF.
      *
           PERFORM 2680-EDIT-AND-RELEASE
               THRU 2680-EXIT.
      *
           GO TO 2670-EXIT.
      *
       2670-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2680-EDIT-AND-RELEASE - THE COMMON FIELD-EDIT GATE.  A
      *    FAILED EDIT SENDS THE RECORD TO SUSPENSE OR THE FINAL-
      *    REJECT REPORT, EXACTLY AS THE MERGE PASS DOES FOR AN
      *    UNMATCHED ACCOUNT; A CLEAN RECORD RELEASES TO THE SORT.
      *    ON A RESTART THE EDIT REJECTS ARE ALREADY IN THE COPIED
      *    PART OF THE SUSPENSE AND ARE SIMPLY DROPPED.
      *-----------------------------------------------------------------
       2680-EDIT-AND-RELEASE.
      *
      *
           PERFORM 3200-EDIT-TRANSACTION
               THRU 3200-EXIT.
      *
           IF WS-REJECT-REASON NOT = SPACES AND
              WS-RESTARTING
               GO TO 2680-EXIT
           END-IF.
      *
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 3400-REJECT-TRANSACTION
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2700-RECHECK-INPUT - A RESTART MUST SEE THE SAME INPUT AS
      *    THE RUN IT RESUMES, OR THE CARRIED TOTALS AND THE COPIED
      *    OUTPUTS NO LONGER DESCRIBE IT.
      *-----------------------------------------------------------------
       2700-RECHECK-INPUT.
      *
           IF WS-RECHECK-TRANS    = WS-TRANS-READ     AND
              WS-RECHECK-SUSP     = WS-SUSP-READ      AND
              WS-RECHECK-INT      = WS-INT-READ       AND
              WS-RECHECK-AMT-IN   = WS-AMOUNT-IN      AND
              WS-RECHECK-AMT-SUSP = WS-AMOUNT-SUSP-IN AND
              WS-RECHECK-AMT-INT  = WS-AMOUNT-INT-IN
               GO TO 2700-EXIT
           END-IF.
      *
           DISPLAY 'TRANPOST - INPUT CHANGED SINCE THE INTERRUPTED'
               ' RUN - RESTART REFUSED'.
           DISPLAY 'TRANPOST - INPUT CHANGED SINCE THE INTERRUPTED'
               ' RUN - RESTART REFUSED'
               UPON CONSOLE.
           MOVE 8 TO BCH-RETURN-CODE.
      *
           GO TO 2700-EXIT.
      *
       2700-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3000-POST-TRANSACTIONS - THE MATCHED MERGE.  ONE PASS OF
      *    THE ACCOUNT FILE AGAINST THE SORTED TRANSACTIONS; EVERY
      *    ACCOUNT IS WRITTEN TO ACCTNEW AS ITS GROUP COMPLETES.  A
      *    RESTART FIRST STEPS BOTH FILES PAST THE COMMIT ACCOUNT.
      *-----------------------------------------------------------------
       3000-POST-TRANSACTIONS.
      *
      *
           PERFORM 3050-READ-SORTED-TRAN
               THRU 3050-EXIT.
      *
           IF WS-RESTARTING
               PERFORM 3020-SKIP-COMMITTED
                   THRU 3020-EXIT
           END-IF.
      *
           IF BCH-RETURN-CODE = 8
               CLOSE TRAN-SORTED-FILE
               GO TO 3000-EXIT
           END-IF.
      *
           PERFORM 3100-POST-ONE-ACCOUNT
               THRU 3100-EXIT
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3020-SKIP-COMMITTED - PASS OVER THE ACCOUNTS AND THE
      *    TRANSACTIONS THE INTERRUPTED RUN ALREADY COMMITTED.  THE
      *    ACCOUNT FILE MUST REACH THE COMMIT ACCOUNT AFTER EXACTLY
      *    THE COMMITTED NUMBER OF ACCOUNTS, OR IT IS NOT THE FILE
      *    THAT RUN POSTED.
      *-----------------------------------------------------------------
       3020-SKIP-COMMITTED.
      *
           MOVE ZERO TO WS-SKIP-COUNT.
           MOVE 'N'  TO WS-SKIP-DONE-SW.
      *
           PERFORM 3030-SKIP-ONE-ACCOUNT
               THRU 3030-EXIT
               UNTIL WS-SKIP-DONE OR WS-ACCTFILE-EOF.
      *
           IF NOT WS-SKIP-DONE OR
              WS-SKIP-COUNT NOT = WS-ACCTS-READ
               DISPLAY 'TRANPOST - ACCTFILE DOES NOT MATCH THE COMMIT'
                   ' POINT AT ACCOUNT ' WS-COMMIT-ACCT
               DISPLAY 'TRANPOST - RESTART CANNOT RESUME - RERUN WITH'
                   ' RESTART NO'
               DISPLAY 'TRANPOST - RESTART CANNOT RESUME - RERUN WITH'
                   ' RESTART NO'
                   UPON CONSOLE
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 3020-EXIT
           END-IF.
      *
           PERFORM 3050-READ-SORTED-TRAN
               THRU 3050-EXIT
               UNTIL WS-SORTED-EOF OR
                     BCH-TRAN-ACCT-NUMBER > WS-COMMIT-ACCT.
      *
           MOVE WS-COMMIT-ACCT TO WS-PREV-ACCT-NUMBER.
      *
           GO TO 3020-EXIT.
      *
       3020-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3030-SKIP-ONE-ACCOUNT - ONE COMMITTED ACCOUNT PER CALL.
      *-----------------------------------------------------------------
       3030-SKIP-ONE-ACCOUNT.
      *
           READ ACCT-FILE
               AT END
                   MOVE 'Y' TO WS-ACCTFILE-EOF-SW
                   GO TO 3030-EXIT
           END-READ.
      *
           IF BCH-ACCT-RECORD(1:2) = 'HD' OR
              BCH-ACCT-RECORD(1:2) = 'TR'
               GO TO 3030-EXIT
           END-IF.
      *
           ADD 1 TO WS-SKIP-COUNT.
           IF BCH-ACCT-NUMBER = WS-COMMIT-ACCT
               MOVE 'Y' TO WS-SKIP-DONE-SW
           END-IF.
      *
           GO TO 3030-EXIT.
      *
       3030-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3050-READ-SORTED-TRAN - ONE SORTED TRANSACTION INTO THE
      *    WORK RECORD.
      *-----------------------------------------------------------------
           ELSE
               MOVE ZERO TO WS-OVDFT-LIMIT
           END-IF.
      *
           IF BCH-ACCT-IS-DORMANT
               MOVE 'Y' TO WS-DORMANT-GROUP-SW
           ELSE
               MOVE 'N' TO WS-DORMANT-GROUP-SW
           END-IF.
      *
      *    TRANSACTIONS BELOW THIS ACCOUNT MATCH NO ACCOUNT AT ALL.
           MOVE ZERO TO WS-HIST-SEQ.
           PERFORM 3150-REJECT-UNMATCHED
               THRU 3150-EXIT
               UNTIL WS-SORTED-EOF OR
               THRU 3500-EXIT
               UNTIL WS-SORTED-EOF OR
                     BCH-TRAN-ACCT-NUMBER NOT = BCH-ACCT-NUMBER.
      *
           PERFORM 3650-DROP-STALE-HISTORY
               THRU 3650-EXIT.
      *
           MOVE BCH-ACCT-RECORD TO ACCT-NEW-RECORD.
           WRITE ACCT-NEW-RECORD.
      *
           ADD 1 TO WS-SINCE-COMMIT.
           IF WS-SINCE-COMMIT NOT < WS-COMMIT-INTERVAL
               PERFORM 3700-TAKE-COMMIT-POINT
                   THRU 3700-EXIT
           END-IF.
      *
           GO TO 3100-EXIT.
      *
      *    3420-ROUTE-SUSPENSE - A FRESH REJECT IS STAMPED WITH
      *    TODAY'S SUSPENSE DATE AND CARRIED; A RECYCLED ONE KEEPS
      *    ITS ORIGINAL DATE AND FALLS TO THE FINAL-REJECT REPORT
      *    AND THE TRANFRJ FILE ONCE ITS BUSINESS-DAY AGE REACHES
      *    THE RETENTION LIMIT.
      *-----------------------------------------------------------------
       3420-ROUTE-SUSPENSE.
      *
               MOVE BCH-TRAN-REFERENCE   TO WS-FINAL-REF
               MOVE WS-SUSP-AGE          TO WS-FINAL-AGE
               DISPLAY WS-FINAL-LINE
               MOVE BCH-TRAN-RECORD TO TRAN-FINAL-RECORD
               WRITE TRAN-FINAL-RECORD
               GO TO 3420-EXIT
           END-IF.
      *
      *-----------------------------------------------------------------
      *    3500-APPLY-ONE-TRAN - ONE TRANSACTION OF THE CURRENT
      *    ACCOUNT'S GROUP.  A CLOSED ACCOUNT REJECTS ITS WHOLE
      *    GROUP, AND AN ACCOUNT THAT CAME IN DORMANT REFERS ITS
      *    CUSTOMER DEBITS; OTHERWISE CR ADDS TO THE CURRENT
      *    BALANCE, DR SUBTRACTS.  A POSTED CUSTOMER TRANSACTION
      *    STAMPS THE LAST-ACTIVITY DATE, AND A CUSTOMER CREDIT ON A
      *    DORMANT ACCOUNT REACTIVATES IT.
      *-----------------------------------------------------------------
       3500-APPLY-ONE-TRAN.
      *
                   THRU 3400-EXIT
               GO TO 3500-READ-NEXT
           END-IF.
      *
           IF WS-DORMANT-GROUP AND
              BCH-TRAN-IS-DEBIT AND
              NOT BCH-TRAN-IS-INTEREST
               ADD 1 TO WS-DORMANT-REFERRED
               MOVE 'DEBIT ON DORMANT ACCOUNT' TO WS-REJECT-REASON
               PERFORM 3400-REJECT-TRANSACTION
                   THRU 3400-EXIT
               GO TO 3500-READ-NEXT
           END-IF.
      *
           MOVE BCH-ACCT-CURR-BALANCE TO WS-HIST-BAL-BEFORE.
      *
           IF BCH-TRAN-IS-CREDIT
               ADD BCH-TRAN-AMOUNT TO BCH-ACCT-CURR-BALANCE
      *
           ADD 1 TO WS-TRANS-POSTED.
           ADD BCH-TRAN-AMOUNT TO WS-AMOUNT-APPLIED.
      *
           PERFORM 3600-WRITE-HISTORY
               THRU 3600-EXIT.
      *
           IF BCH-TRAN-IS-INTEREST
               GO TO 3500-READ-NEXT
           END-IF.
      *
           MOVE BCH-BANNER-RUN-DATE TO BCH-ACCT-LAST-ACT-DATE.
      *
           IF BCH-ACCT-IS-DORMANT AND
              BCH-TRAN-IS-CREDIT
               MOVE 'A'                 TO BCH-ACCT-STATUS
               MOVE BCH-BANNER-RUN-DATE TO BCH-ACCT-REACT-DATE
               ADD 1 TO WS-DORMANT-REACTIVATED
               MOVE BCH-ACCT-NUMBER     TO WS-REACT-ACCT
               MOVE BCH-TRAN-REFERENCE  TO WS-REACT-REF
               DISPLAY WS-REACT-LINE
           END-IF.
      *
       3500-READ-NEXT.
           PERFORM 3050-READ-SORTED-TRAN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3600-WRITE-HISTORY - ONE TRANHIST RECORD FOR THE
      *    TRANSACTION JUST POSTED.  A FAILED WRITE DOES NOT STOP
      *    THE POSTING - THE BALANCE HAS ALREADY MOVED - BUT IT IS
      *    LISTED, COUNTED ON THE BALANCING PAGE AND RAISES RETURN
      *    CODE 4 SO THE GAP IS REPAIRED.  THE KEY CARRIES TODAY'S
      *    POSTING DATE, SO A DUPLICATE KEY IS AN EARLIER RUN'S ROW
      *    FOR THE SAME POSTING SLOT TODAY - A RESTART FROM A COMMIT
      *    POINT OR A RERUN - AND THIS RUN'S POSTING REPLACES IT.
      *-----------------------------------------------------------------
       3600-WRITE-HISTORY.
      *
           ADD 1 TO WS-HIST-SEQ.
      *
           MOVE SPACES                TO BCH-THIST-RECORD.
           MOVE BCH-ACCT-NUMBER       TO BCH-THIST-ACCT-NUMBER.
           MOVE BCH-BANNER-RUN-DATE   TO BCH-THIST-POST-DATE.
           MOVE WS-HIST-SEQ           TO BCH-THIST-SEQ-NUMBER.
           MOVE BCH-TRAN-TYPE-CODE    TO BCH-THIST-TYPE-CODE.
           MOVE BCH-TRAN-AMOUNT       TO BCH-THIST-AMOUNT.
           MOVE BCH-TRAN-DATE         TO BCH-THIST-TRAN-DATE.
           MOVE BCH-TRAN-REFERENCE    TO BCH-THIST-REFERENCE.
           MOVE WS-HIST-BAL-BEFORE    TO BCH-THIST-BAL-BEFORE.
           MOVE BCH-ACCT-CURR-BALANCE TO BCH-THIST-BAL-AFTER.
           MOVE BCH-ACCT-SITE-CODE    TO BCH-THIST-SITE-CODE.
           MOVE BCH-TRAN-ORIGIN       TO BCH-THIST-ORIGIN.
      *
           WRITE BCH-THIST-RECORD.
           IF WS-TRANHIST-STATUS = '22' AND
              BCH-THIST-POST-DATE = BCH-BANNER-RUN-DATE
               REWRITE BCH-THIST-RECORD
               IF WS-TRANHIST-STATUS = '00'
                   ADD 1 TO WS-HIST-WRITTEN
                   ADD 1 TO WS-HIST-ON-FILE
                   GO TO 3600-EXIT
               END-IF
           END-IF.
           IF WS-TRANHIST-STATUS NOT = '00' AND
              WS-TRANHIST-STATUS NOT = '02'
               DISPLAY 'TRANPOST - TRANHIST WRITE FAILED, STATUS '
                   WS-TRANHIST-STATUS ' ACCOUNT ' BCH-ACCT-NUMBER
                   ' REF ' BCH-TRAN-REFERENCE
               ADD 1 TO WS-HIST-FAILED
               GO TO 3600-EXIT
           END-IF.
      *
           ADD 1 TO WS-HIST-WRITTEN.
      *
           GO TO 3600-EXIT.
      *
       3600-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3650-DROP-STALE-HISTORY - TODAY'S TRANHIST ROWS FOR THE
      *    ACCOUNT PAST THE LAST ONE THIS RUN WROTE CAN ONLY BE LEFT
      *    FROM AN EARLIER RUN TODAY THAT POSTED MORE.  THEY NO
      *    LONGER MATCH THE BALANCE AND ARE DELETED.  ON A FIRST RUN
      *    THE START FINDS THE NEXT ACCOUNT OR NOTHING.
      *-----------------------------------------------------------------
       3650-DROP-STALE-HISTORY.
      *
           MOVE SPACES              TO BCH-THIST-RECORD.
           MOVE BCH-ACCT-NUMBER     TO BCH-THIST-ACCT-NUMBER.
           MOVE BCH-BANNER-RUN-DATE TO BCH-THIST-POST-DATE.
           MOVE WS-HIST-SEQ         TO BCH-THIST-SEQ-NUMBER.
      *
           START TRAN-HIST-FILE KEY > BCH-THIST-KEY
               INVALID KEY
                   GO TO 3650-EXIT
           END-START.
      *
           MOVE 'N' TO WS-HIST-STALE-DONE-SW.
           PERFORM 3660-DROP-ONE-ROW
               THRU 3660-EXIT
               UNTIL WS-HIST-STALE-DONE.
      *
           GO TO 3650-EXIT.
      *
       3650-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3660-DROP-ONE-ROW - ONE ROW PER CALL, UNTIL THE KEY LEAVES
      *    THE ACCOUNT'S POSTINGS FOR TODAY.
      *-----------------------------------------------------------------
       3660-DROP-ONE-ROW.
      *
           READ TRAN-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-STALE-DONE-SW
                   GO TO 3660-EXIT
           END-READ.
      *
           IF BCH-THIST-ACCT-NUMBER NOT = BCH-ACCT-NUMBER OR
              BCH-THIST-POST-DATE NOT = BCH-BANNER-RUN-DATE
               MOVE 'Y' TO WS-HIST-STALE-DONE-SW
               GO TO 3660-EXIT
           END-IF.
      *
           DELETE TRAN-HIST-FILE RECORD.
           IF WS-TRANHIST-STATUS NOT = '00'
               DISPLAY 'TRANPOST - TRANHIST DELETE FAILED, STATUS '
                   WS-TRANHIST-STATUS ' ACCOUNT ' BCH-ACCT-NUMBER
               ADD 1 TO WS-HIST-FAILED
               MOVE 'Y' TO WS-HIST-STALE-DONE-SW
               GO TO 3660-EXIT
           END-IF.
      *
           ADD 1 TO WS-HIST-DROPPED.
      *
           GO TO 3660-EXIT.
      *
       3660-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3700-TAKE-COMMIT-POINT - HARDEN THE SEQUENTIAL OUTPUTS BY
      *    CLOSING THEM AND REOPENING THEM EXTEND, THEN RECORD THE
      *    ACCOUNT JUST WRITTEN AND THE RUNNING TOTALS ON THE
      *    RESTART LEDGER.  AN OUTPUT THAT WILL NOT REOPEN STOPS
      *    THE MERGE.
      *-----------------------------------------------------------------
       3700-TAKE-COMMIT-POINT.
      *
           MOVE BCH-ACCT-NUMBER TO WS-COMMIT-ACCT.
      *
           CLOSE ACCT-NEW-FILE
                 TRAN-REJECT-FILE
                 TRAN-FINAL-FILE.
      *
           OPEN EXTEND ACCT-NEW-FILE.
           IF WS-ACCTNEW-STATUS NOT = '00'
               DISPLAY 'TRANPOST - ACCTNEW REOPEN FAILED, STATUS '
                   WS-ACCTNEW-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 3700-EXIT
           END-IF.
      *
           OPEN EXTEND TRAN-REJECT-FILE.
           IF WS-TRANREJ-STATUS NOT = '00'
               DISPLAY 'TRANPOST - TRANREJ REOPEN FAILED, STATUS '
                   WS-TRANREJ-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 3700-EXIT
           END-IF.
      *
           OPEN EXTEND TRAN-FINAL-FILE.
           IF WS-TRANFRJ-STATUS NOT = '00'
               DISPLAY 'TRANPOST - TRANFRJ REOPEN FAILED, STATUS '
                   WS-TRANFRJ-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 3700-EXIT
           END-IF.
      *
           PERFORM 3750-WRITE-COMMIT-RECORD
               THRU 3750-EXIT.
      *
           ADD 1 TO WS-COMMITS-TAKEN.
           MOVE ZERO TO WS-SINCE-COMMIT.
      *
           GO TO 3700-EXIT.
      *
       3700-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3750-WRITE-COMMIT-RECORD - APPEND ONE CP RECORD TO THE
      *    RESTART LEDGER.  A LEDGER THAT CANNOT BE WRITTEN LEAVES
      *    THE PREVIOUS COMMIT POINT STANDING - A RESTART WOULD
      *    SIMPLY REDO MORE - SO IT IS A WARNING, NOT A FAILURE.
      *-----------------------------------------------------------------
       3750-WRITE-COMMIT-RECORD.
      *
           ACCEPT WS-END-RAW-TIME FROM TIME.
           MOVE SPACES               TO WS-COMMIT-TIME.
           MOVE WS-END-RAW-TIME(1:2) TO WS-COMMIT-TIME(1:2).
           MOVE ':'                  TO WS-COMMIT-TIME(3:1).
           MOVE WS-END-RAW-TIME(3:2) TO WS-COMMIT-TIME(4:2).
           MOVE ':'                  TO WS-COMMIT-TIME(6:1).
           MOVE WS-END-RAW-TIME(5:2) TO WS-COMMIT-TIME(7:2).
      *
           OPEN EXTEND CHECKPOINT-FILE.
           IF WS-CHKPT-STATUS NOT = '00' AND
              WS-CHKPT-STATUS NOT = '05'
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF.
           IF WS-CHKPT-STATUS NOT = '00' AND
              WS-CHKPT-STATUS NOT = '05'
               DISPLAY 'TRANPOST - COMMIT POINT NOT RECORDED, CHKPT'
                   ' STATUS ' WS-CHKPT-STATUS
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
               GO TO 3750-EXIT
           END-IF.
      *
           MOVE SPACES               TO BCH-CHKPT-RECORD.
           MOVE 'CP'                 TO BCH-CHKPT-RECORD-TYPE.
           MOVE BCH-BANNER-JOB-NAME  TO BCH-CHKPT-JOB-NAME.
           MOVE BCH-BANNER-RUN-DATE  TO BCH-CHKPT-RUN-DATE.
           MOVE BCH-BANNER-RUN-TIME  TO BCH-CHKPT-START-TIME.
           MOVE WS-COMMIT-TIME       TO BCH-CHKPT-END-TIME.
           MOVE BCH-RETURN-CODE      TO BCH-CHKPT-RETURN-CODE.
      *
           MOVE WS-COMMIT-ACCT         TO BCH-CHKPT-CP-LAST-ACCT.
           MOVE WS-ACCTS-READ          TO BCH-CHKPT-CP-ACCTS-READ.
           MOVE WS-TRANS-READ          TO BCH-CHKPT-CP-TRANS-READ.
           MOVE WS-SUSP-READ           TO BCH-CHKPT-CP-SUSP-READ.
           MOVE WS-INT-READ            TO BCH-CHKPT-CP-INT-READ.
           MOVE WS-TRANS-POSTED        TO BCH-CHKPT-CP-POSTED.
           MOVE WS-TRANS-REJECTED      TO BCH-CHKPT-CP-REJECTED.
           MOVE WS-TRANS-CARRIED       TO BCH-CHKPT-CP-CARRIED.
           MOVE WS-TRANS-FINAL         TO BCH-CHKPT-CP-FINAL.
           MOVE WS-REFERRAL-COUNT      TO BCH-CHKPT-CP-REFERRALS.
           MOVE WS-DORMANT-REFERRED    TO BCH-CHKPT-CP-DORM-REFER.
           MOVE WS-DORMANT-REACTIVATED TO BCH-CHKPT-CP-DORM-REACT.
           MOVE WS-HIST-WRITTEN        TO BCH-CHKPT-CP-HIST-WRITTEN.
           MOVE WS-HIST-FAILED         TO BCH-CHKPT-CP-HIST-FAILED.
      *
           MOVE WS-AMOUNT-IN           TO BCH-CHKPT-CP-AMT-IN.
           MOVE WS-AMOUNT-SUSP-IN      TO BCH-CHKPT-CP-AMT-SUSP-IN.
           MOVE WS-AMOUNT-INT-IN       TO BCH-CHKPT-CP-AMT-INT-IN.
           MOVE WS-AMOUNT-APPLIED      TO BCH-CHKPT-CP-AMT-APPLIED.
           MOVE WS-AMOUNT-REJECTED     TO BCH-CHKPT-CP-AMT-REJECTED.
           MOVE WS-AMOUNT-CARRIED      TO BCH-CHKPT-CP-AMT-CARRIED.
           MOVE WS-AMOUNT-FINAL        TO BCH-CHKPT-CP-AMT-FINAL.
      *
           WRITE BCH-CHKPT-RECORD.
           IF WS-CHKPT-STATUS NOT = '00'
               DISPLAY 'TRANPOST - COMMIT POINT NOT RECORDED, CHKPT'
                   ' STATUS ' WS-CHKPT-STATUS
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
           END-IF.
      *
           CLOSE CHECKPOINT-FILE.
      *
           GO TO 3750-EXIT.
      *
       3750-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5000-PRINT-TOTALS - END-OF-RUN BALANCING TOTALS.  AMOUNT
      *    IN MUST EQUAL AMOUNT APPLIED PLUS AMOUNT REJECTED OR THE
      *    RUN IS OUT OF BALANCE.
           MOVE 'TRANSACTIONS READ'    TO WS-TOTALS-LABEL.
           MOVE WS-TRANS-READ          TO WS-TOTALS-COUNT.
           DISPLAY WS-TOTALS-LINE.
           MOVE '  INCL STANDING ORDERS' TO WS-TOTALS-LABEL.
           MOVE WS-SO-READ             TO WS-TOTALS-COUNT.
           DISPLAY WS-TOTALS-LINE.
           MOVE 'SUSPENSE RECORDS IN'  TO WS-TOTALS-LABEL.
           MOVE WS-SUSP-READ           TO WS-TOTALS-COUNT.
           DISPLAY WS-TOTALS-LINE.
           MOVE 'INTEREST RECORDS IN'  TO WS-TOTALS-LABEL.
           MOVE WS-INT-READ            TO WS-TOTALS-COUNT.
           DISPLAY WS-TOTALS-LINE.
           MOVE 'TRANSACTIONS POSTED'  TO WS-TOTALS-LABEL.
           MOVE WS-TRANS-POSTED        TO WS-TOTALS-COUNT.
           DISPLAY WS-TOTALS-LINE.
           MOVE 'OVERDRAFT REFERRALS'  TO WS-TOTALS-LABEL.
           MOVE WS-REFERRAL-COUNT      TO WS-TOTALS-COUNT.
           DISPLAY WS-TOTALS-LINE.
           MOVE 'DORMANT DEBITS REFERRED' TO WS-TOTALS-LABEL.
           MOVE WS-DORMANT-REFERRED    TO WS-TOTALS-COUNT.
           DISPLAY WS-TOTALS-LINE.
           MOVE 'DORMANT REACTIVATED'    TO WS-TOTALS-LABEL.
           MOVE WS-DORMANT-REACTIVATED TO WS-TOTALS-COUNT.
           DISPLAY WS-TOTALS-LINE.
           MOVE 'HISTORY RECORDS WRITTEN' TO WS-TOTALS-LABEL.
           MOVE WS-HIST-WRITTEN        TO WS-TOTALS-COUNT.
           DISPLAY WS-TOTALS-LINE.
           IF WS-HIST-FAILED > ZERO
               MOVE 'HISTORY WRITES FAILED' TO WS-TOTALS-LABEL
               MOVE WS-HIST-FAILED     TO WS-TOTALS-COUNT
               DISPLAY WS-TOTALS-LINE
           END-IF.
           IF WS-HIST-ON-FILE > ZERO
               MOVE 'HISTORY REPLACED (RERUN)' TO WS-TOTALS-LABEL
               MOVE WS-HIST-ON-FILE    TO WS-TOTALS-COUNT
               DISPLAY WS-TOTALS-LINE
           END-IF.
           IF WS-HIST-DROPPED > ZERO
               MOVE 'HISTORY DROPPED (RERUN)' TO WS-TOTALS-LABEL
               MOVE WS-HIST-DROPPED    TO WS-TOTALS-COUNT
               DISPLAY WS-TOTALS-LINE
           END-IF.
           MOVE 'COMMIT POINTS TAKEN'  TO WS-TOTALS-LABEL.
           MOVE WS-COMMITS-TAKEN       TO WS-TOTALS-COUNT.
           DISPLAY WS-TOTALS-LINE.
           IF WS-RESTARTING
               DISPLAY '  ' WS-RESTART-LINE(12:73)
           END-IF.
      *
           MOVE 'AMOUNT IN'            TO WS-AMOUNT-LABEL.
           MOVE WS-AMOUNT-IN           TO WS-AMOUNT-OUT.
           MOVE 'SUSPENSE IN'          TO WS-AMOUNT-LABEL.
           MOVE WS-AMOUNT-SUSP-IN      TO WS-AMOUNT-OUT.
           DISPLAY WS-AMOUNT-LINE.
           MOVE 'INTEREST IN'          TO WS-AMOUNT-LABEL.
           MOVE WS-AMOUNT-INT-IN       TO WS-AMOUNT-OUT.
           DISPLAY WS-AMOUNT-LINE.
           MOVE 'AMOUNT APPLIED'       TO WS-AMOUNT-LABEL.
           MOVE WS-AMOUNT-APPLIED      TO WS-AMOUNT-OUT.
           DISPLAY WS-AMOUNT-LINE.
           MOVE WS-AMOUNT-FINAL        TO WS-AMOUNT-OUT.
           DISPLAY WS-AMOUNT-LINE.
      *
           IF WS-AMOUNT-IN + WS-AMOUNT-SUSP-IN +
              WS-AMOUNT-INT-IN NOT =
                  WS-AMOUNT-APPLIED + WS-AMOUNT-CARRIED +
                  WS-AMOUNT-FINAL
               DISPLAY 'TRANPOST - RUN IS OUT OF BALANCE'
              BCH-RETURN-CODE < 4
               MOVE 4 TO BCH-RETURN-CODE
           END-IF.
      *
           IF WS-HIST-FAILED > ZERO AND
              BCH-RETURN-CODE < 4
               MOVE 4 TO BCH-RETURN-CODE
           END-IF.
      *
      *    A DAY WITH REFERRALS IS ANNOUNCED LIVE - SAME ROUTING AS
      *    THE HELLO-WORLD BANNER AND THE LATEMON ALERTS.
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
           END-IF.
      *
           IF WS-DORMANT-REFERRED > ZERO
               MOVE WS-DORMANT-REFERRED TO WS-DORM-ALERT-COUNT
               DISPLAY WS-DORMANT-ALERT
               DISPLAY WS-DORMANT-ALERT UPON CONSOLE
           END-IF.
      *
           GO TO 5000-EXIT.
      *
