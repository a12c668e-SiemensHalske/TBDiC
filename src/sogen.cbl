      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    SOGEN.
       AUTHOR.        H. BRUNNER.
       INSTALLATION.  BATCH CONTROL GROUP.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *
      *-----------------------------------------------------------------
      *  DAILY STANDING-ORDER GENERATION.  RUNS AT THE START OF THE
      *  BATCH DAY, AFTER SOMNT AND BEFORE FILECHEK, AGAINST THE
      *  STANDING-ORDER MASTER (SOMAST IN, SOMNEW OUT, COPYBOOK
      *  SOMREC).  FOR EACH ACTIVE ORDER EVERY DUE DATE SINCE THE
      *  ORDER'S THROUGH DATE, UP TO AND INCLUDING TODAY, IS PAID AS
      *  ONE DR ON THE DEBIT ACCOUNT AND ONE CR ON THE CREDIT
      *  ACCOUNT, WRITTEN TO SOTRAN IN THE TRANREC LAYOUT BETWEEN
      *  HD/TR CONTROL RECORDS (COPYBOOK CTLREC) WITH THE
      *  STANDING-ORDER ORIGIN CODE, SO FILECHEK VERIFIES IT AND
      *  TRANPOST POSTS IT LIKE ANY CUSTOMER TRANSACTION.  THE BATCH
      *  ONLY GENERATES ON A BUSINESS DAY FOR THE RUNNING SITE
      *  (BUSINESS-DAY CALENDAR, COPYBOOK CALREC), SO A DUE DATE ON
      *  A WEEKEND OR HOLIDAY IS PICKED UP AND PAID ON THE NEXT
      *  BUSINESS DAY; ON A NON-BUSINESS DAY THE MASTER IS CARRIED
      *  FORWARD UNCHANGED AND SOTRAN IS WRITTEN EMPTY.  A DUE DATE
      *  WHOSE DEBIT OR CREDIT ACCOUNT IS NOT ON THE DAY'S ACCOUNT
      *  FILE (ACCTFILE), OR IS CLOSED OR DORMANT, IS SKIPPED AND
      *  LISTED FOR THE BRANCH TO FOLLOW UP; THE DUE DATES OF A
      *  SUSPENDED ORDER PASS UNPAID.  AN ORDER THAT REACHES ITS
      *  END DATE IS SET EXPIRED.  THE REPORT LISTS THE PAYMENTS
      *  GENERATED, THE DUE DATES SKIPPED AND THE ORDERS EXPIRED.
      *  A FAILED RUN LEAVES SOMNEW AND SOTRAN INCOMPLETE - RERUN
      *  FROM THE SAME SOMAST.
      *  RETURN CODES: 0 = GENERATED CLEAN, 4 = WARNINGS (DUE DATES
      *  SKIPPED FOR AN ACCOUNT, NO CALENDAR, LISTING FULL), 8 = THE
      *  STANDING-ORDER MASTER OR ACCOUNT FILE UNUSABLE, OR AN
      *  OUTPUT NOT WRITTEN.
      *
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 HB    ORIGINAL.  REPLACES THE BRANCH STAFF KEYING
      *                   EVERY CUSTOMER'S RECURRING PAYMENTS INTO THE
      *                   UPSTREAM SYSTEM EACH CYCLE.
      *-----------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SO-OLD-FILE
                                      ASSIGN TO 'SOMAST'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-SOMAST-STATUS.
      *
           SELECT SO-NEW-FILE        ASSIGN TO 'SOMNEW'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-SOMNEW-STATUS.
      *
           SELECT ACCT-FILE          ASSIGN TO 'ACCTFILE'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-ACCTFILE-STATUS.
      *
           SELECT SO-TRAN-FILE       ASSIGN TO 'SOTRAN'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-SOTRAN-STATUS.
      *
           SELECT OPTIONAL CYCLE-FILE
                                      ASSIGN TO 'CYCLCTL'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-CYCLCTL-STATUS.
      *
           SELECT OPTIONAL CALENDAR-FILE
                                      ASSIGN TO 'CALENDAR'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-CALENDAR-STATUS.
      *
           SELECT OPTIONAL SITE-CONTROL-FILE
                                      ASSIGN TO 'SITECTL'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-SITECTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SO-OLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY SOMREC.
      *
       FD  SO-NEW-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SO-NEW-RECORD              PIC X(80).
      *
       FD  ACCT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY ACCTREC.
      *
       FD  SO-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SO-TRAN-RECORD             PIC X(80).
      *
       FD  CYCLE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY CYCREC.
      *
       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY CALREC.
      *
       FD  SITE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY SITECTL.
      *
       WORKING-STORAGE SECTION.
      *
      *-----------------------------------------------------------------
      *    SHARED BANNER LAYOUT - SEE COPYBOOKS/BANNREC.CPY
      *-----------------------------------------------------------------
       COPY BANNREC.
      *
      *-----------------------------------------------------------------
      *    RUN-HISTORY WRITER PARAMETER AREA - SEE
      *    COPYBOOKS/RUNHPARM.CPY
      *-----------------------------------------------------------------
       COPY RUNHPARM.
      *
      *-----------------------------------------------------------------
      *    RESTART-LEDGER WRITER PARAMETER AREA - SEE
      *    COPYBOOKS/CHKPARM.CPY
      *-----------------------------------------------------------------
       COPY CHKPARM.
      *
      *-----------------------------------------------------------------
      *    SITE/LANGUAGE TABLE - THE SITE SUBSCRIPT PICKS THE
      *    RUNNING SITE'S CALENDAR HOLIDAY FLAG.  SEE
      *    COPYBOOKS/SITETAB.CPY
      *-----------------------------------------------------------------
       COPY SITETAB.
      *
       77  WS-SITE-SUB            PIC 9(04)  COMP  VALUE 1.
      *
      *-----------------------------------------------------------------
      *    SOTRAN RECORDS - SEE COPYBOOKS/TRANREC.CPY AND CTLREC.CPY
      *-----------------------------------------------------------------
       COPY TRANREC.
      *
       COPY CTLREC.
      *
      *-----------------------------------------------------------------
      *    BUSINESS-DAY CALENDAR, LOADED AT RUN TIME FROM THE
      *    CALENDAR DATASET - SEE COPYBOOKS/CALREC.CPY.  A MISSING
      *    CALENDAR TREATS EVERY DAY AS A BUSINESS DAY, WITH A
      *    WARNING.
      *-----------------------------------------------------------------
       01  WS-CAL-TABLE.
           05  WS-CAL-COUNT           PIC 9(04)  COMP  VALUE ZERO.
           05  WS-CAL-ENTRY OCCURS 400 TIMES
                             INDEXED BY WS-CAL-IDX.
               10  WS-CAL-ENT-DATE        PIC X(10).
               10  WS-CAL-ENT-DAY-TYPE    PIC X(01).
               10  WS-CAL-ENT-SITE-FLAGS.
                   15  WS-CAL-ENT-SITE-FLAG OCCURS 2 TIMES
                                          PIC X(01).
      *
       01  WS-CALENDAR-EOF-SW     PIC X(01)  VALUE 'N'.
           88  WS-CALENDAR-EOF               VALUE 'Y'.
       01  WS-CAL-DAY-OK-SW       PIC X(01)  VALUE 'N'.
           88  WS-CAL-DAY-OK                 VALUE 'Y'.
       01  WS-CAL-LOOKUP-DATE     PIC X(10)  VALUE SPACES.
      *
       01  WS-BUS-DAY-SW          PIC X(01)  VALUE 'Y'.
           88  WS-TODAY-IS-BUS-DAY           VALUE 'Y'.
      *
      *-----------------------------------------------------------------
      *    THE DAY'S ACCOUNT FILE - NUMBER, STATUS AND SITE ARE ALL
      *    GENERATION NEEDS.
      *-----------------------------------------------------------------
       01  WS-ACCT-TABLE.
           05  WS-ACCT-COUNT          PIC 9(04)  COMP  VALUE ZERO.
           05  WS-ACCT-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-ACCT-IDX.
               10  WS-ACCT-ENT-NUMBER     PIC 9(08).
               10  WS-ACCT-ENT-STATUS     PIC X(01).
               10  WS-ACCT-ENT-SITE       PIC X(02).
      *
       01  WS-ACCT-FOUND-SW       PIC X(01)  VALUE 'N'.
           88  WS-ACCT-FOUND                 VALUE 'Y'.
       01  WS-FIND-ACCT           PIC 9(08)  VALUE ZERO.
       01  WS-DR-SITE             PIC X(02)  VALUE SPACES.
       01  WS-CR-SITE             PIC X(02)  VALUE SPACES.
      *
      *-----------------------------------------------------------------
      *    DATE WORK.  DATES ARE WALKED AS DAY NUMBERS (INTEGER OF
      *    DATE) AND SHOWN AS YYYY-MM-DD.  THE WALK FOR AN ORDER RUNS
      *    FROM THE DAY AFTER ITS THROUGH DATE (OR ITS START DATE IF
      *    LATER) TO TODAY, OR TO ITS END DATE IF THAT IS EARLIER.
      *-----------------------------------------------------------------
       77  WS-TODAY-INT           PIC S9(09) COMP  VALUE ZERO.
       77  WS-WALK-INT            PIC S9(09) COMP  VALUE ZERO.
       77  WS-FIRST-INT           PIC S9(09) COMP  VALUE ZERO.
       77  WS-LAST-INT            PIC S9(09) COMP  VALUE ZERO.
       77  WS-START-INT           PIC S9(09) COMP  VALUE ZERO.
       77  WS-CONV-INT            PIC S9(09) COMP  VALUE ZERO.
       77  WS-NEXT-INT            PIC S9(09) COMP  VALUE ZERO.
       01  WS-DATE-NUM            PIC 9(08)  VALUE ZERO.
       01  WS-DATE-PARTS REDEFINES WS-DATE-NUM.
           05  WS-DP-YEAR         PIC 9(04).
           05  WS-DP-MONTH        PIC 9(02).
           05  WS-DP-DAY          PIC 9(02).
       01  WS-CONV-DATE           PIC X(10)  VALUE SPACES.
       01  WS-DUE-DATE            PIC X(10)  VALUE SPACES.
      *
       01  WS-DUE-SW              PIC X(01)  VALUE 'N'.
           88  WS-DATE-IS-DUE                VALUE 'Y'.
       01  WS-DATE-OK-SW          PIC X(01)  VALUE 'N'.
           88  WS-DATE-OK                    VALUE 'Y'.
      *
      *-----------------------------------------------------------------
      *    SOTRAN CONTROL FIELDS.  THE CYCLE IS THE SUCCESSOR OF THE
      *    LAST SOTRAN CYCLE FILECHEK ACCEPTED; THE CONTROL TOTAL IS
      *    THE AMOUNT TOTAL IN CENTS, MODULO 10**15, AS ON TRANFILE.
      *    THE REFERENCE NAMES THE ORDER AND THE DUE DATE'S MONTH
      *    AND DAY (E.G. SO0001231031).
      *-----------------------------------------------------------------
       01  WS-SO-CYCLE            PIC 9(05)  VALUE 1.
       01  WS-SO-COUNT            PIC 9(09)  VALUE ZERO.
       01  WS-SO-CONTROL-TOTAL    PIC 9(15)  VALUE ZERO.
       01  WS-SO-REFERENCE.
           05  FILLER             PIC X(02)  VALUE 'SO'.
           05  WS-SO-REF-ORDER    PIC 9(06).
           05  WS-SO-REF-MMDD     PIC X(04).
       01  WS-OUT-ACCT            PIC 9(08)  VALUE ZERO.
       01  WS-OUT-TYPE            PIC X(02)  VALUE SPACES.
       01  WS-OUT-SITE            PIC X(02)  VALUE SPACES.
      *
       01  WS-RAW-DATE            PIC X(08).
       01  WS-RAW-TIME            PIC X(08).
       01  WS-END-RAW-TIME        PIC X(08).
       01  WS-SITECTL-STATUS      PIC X(02)  VALUE '00'.
       01  WS-RUN-SITE-CODE       PIC X(02)  VALUE 'DE'.
       01  WS-SOMAST-STATUS       PIC X(02)  VALUE '00'.
       01  WS-SOMNEW-STATUS       PIC X(02)  VALUE '00'.
       01  WS-ACCTFILE-STATUS     PIC X(02)  VALUE '00'.
       01  WS-SOTRAN-STATUS       PIC X(02)  VALUE '00'.
       01  WS-CYCLCTL-STATUS      PIC X(02)  VALUE '00'.
       01  WS-CALENDAR-STATUS     PIC X(02)  VALUE '00'.
      *
       01  WS-SOMAST-EOF-SW       PIC X(01)  VALUE 'N'.
           88  WS-SOMAST-EOF                 VALUE 'Y'.
       01  WS-ACCTFILE-EOF-SW     PIC X(01)  VALUE 'N'.
           88  WS-ACCTFILE-EOF               VALUE 'Y'.
       01  WS-CYCLCTL-EOF-SW      PIC X(01)  VALUE 'N'.
           88  WS-CYCLCTL-EOF                VALUE 'Y'.
       01  WS-FILES-OPEN-SW       PIC X(01)  VALUE 'N'.
           88  WS-FILES-OPEN                 VALUE 'Y'.
      *
      *-----------------------------------------------------------------
      *    REPORT LINES, HELD UNTIL THE MASTER HAS BEEN PASSED AND
      *    PRINTED BY SECTION: G = PAYMENT GENERATED, S = DUE DATE
      *    SKIPPED, E = ORDER EXPIRED.  A FULL TABLE DROPS THE LINE
      *    (THE COUNTS STAY RIGHT) WITH A WARNING.
      *-----------------------------------------------------------------
       01  WS-RPT-TABLE.
           05  WS-RPT-COUNT           PIC 9(04)  COMP  VALUE ZERO.
           05  WS-RPT-ENTRY OCCURS 2000 TIMES
                              INDEXED BY WS-RPT-IDX.
               10  WS-RPT-ENT-SECTION     PIC X(01).
               10  WS-RPT-ENT-TEXT        PIC X(78).
      *
       01  WS-RPT-SECTION         PIC X(01)  VALUE SPACE.
       77  WS-SECTION-LINES       PIC 9(07)  COMP  VALUE ZERO.
      *
       01  WS-SO-HEADER.
           05  FILLER             PIC X(10) VALUE '   ORDER  '.
           05  FILLER             PIC X(10) VALUE '  DR ACCT '.
           05  FILLER             PIC X(10) VALUE '  CR ACCT '.
           05  FILLER             PIC X(16) VALUE '          AMOUNT'.
           05  FILLER             PIC X(12) VALUE '  DATE      '.
           05  FILLER             PIC X(06) VALUE '  NOTE'.
      *
       01  WS-SO-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-SL-ORDER        PIC 9(06).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-SL-DR-ACCT      PIC 9(08).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-SL-CR-ACCT      PIC 9(08).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-SL-AMOUNT       PIC Z(10)9.99.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-SL-DATE         PIC X(10).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-SL-NOTE         PIC X(20).
      *
       01  WS-COUNT-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-COUNT-LABEL     PIC X(28).
           05  WS-COUNT-OUT       PIC Z(06)9.
      *
       01  WS-AMOUNT-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-AMOUNT-LABEL    PIC X(28).
           05  WS-AMOUNT-OUT      PIC Z(12)9.99.
      *
      *-----------------------------------------------------------------
      *    RUN TOTALS.
      *-----------------------------------------------------------------
       77  WS-ORDERS-READ         PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ORDERS-WRITTEN      PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ORDERS-LIVE         PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ORDERS-ENDED        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-PAYMENTS-MADE       PIC 9(07)  COMP  VALUE ZERO.
       77  WS-PAYMENTS-ROLLED     PIC 9(07)  COMP  VALUE ZERO.
       77  WS-SKIPPED-SUSPENDED   PIC 9(07)  COMP  VALUE ZERO.
       77  WS-SKIPPED-ACCOUNT     PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ORDERS-EXPIRED      PIC 9(07)  COMP  VALUE ZERO.
       77  WS-LINES-DROPPED       PIC 9(07)  COMP  VALUE ZERO.
       01  WS-TOT-GENERATED       PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  BCH-RETURN-CODE        PIC 9(04)  COMP  VALUE ZERO.
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *
       0000-MAINLINE.
      *
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
      *
           PERFORM 1700-LOAD-CALENDAR
               THRU 1700-EXIT.
      *
           PERFORM 1800-CHECK-TODAY
               THRU 1800-EXIT.
      *
           PERFORM 2200-LOAD-ACCOUNTS
               THRU 2200-EXIT.
      *
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 2100-GET-CYCLE
                   THRU 2100-EXIT
               PERFORM 2000-OPEN-FILES
                   THRU 2000-EXIT
           END-IF.
      *
           IF BCH-RETURN-CODE = 8
               PERFORM 6000-WRITE-AUDIT-RECORD
                   THRU 6000-EXIT
               PERFORM 8000-WRITE-STEP-RECORD
                   THRU 8000-EXIT
               GO TO 9999-EXIT
           END-IF.
      *
           PERFORM 3000-PROCESS-ORDERS
               THRU 3000-EXIT
               UNTIL WS-SOMAST-EOF OR BCH-RETURN-CODE = 8.
      *
           PERFORM 4000-CLOSE-FILES
               THRU 4000-EXIT.
      *
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 5000-PRINT-REPORT
                   THRU 5000-EXIT
           END-IF.
      *
           PERFORM 6000-WRITE-AUDIT-RECORD
               THRU 6000-EXIT.
      *
           PERFORM 8000-WRITE-STEP-RECORD
               THRU 8000-EXIT.
      *
           GO TO 9999-EXIT.
      *
      *-----------------------------------------------------------------
      *    1000-INITIALIZE - STAMP AND PRINT THE BANNER LINE SO THE
      *    GENERATION REPORT IS RUN-IDENTIFIED.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
      *
           MOVE 'SOGEN   '           TO BCH-BANNER-JOB-NAME.
           MOVE 'STEP01'             TO BCH-BANNER-STEP-NAME.
           MOVE 'STANDING-ORDER GENERATION'
                                     TO BCH-BANNER-TEXT.
      *
           ACCEPT WS-RAW-DATE FROM DATE YYYYMMDD.
      *
           MOVE SPACES TO BCH-BANNER-RUN-DATE.
           MOVE WS-RAW-DATE(1:4) TO BCH-BANNER-RUN-DATE(1:4).
           MOVE '-'              TO BCH-BANNER-RUN-DATE(5:1).
           MOVE WS-RAW-DATE(5:2) TO BCH-BANNER-RUN-DATE(6:2).
           MOVE '-'              TO BCH-BANNER-RUN-DATE(8:1).
           MOVE WS-RAW-DATE(7:2) TO BCH-BANNER-RUN-DATE(9:2).
      *
           ACCEPT WS-RAW-TIME FROM TIME.
           MOVE SPACES TO BCH-BANNER-RUN-TIME.
           MOVE WS-RAW-TIME(1:2) TO BCH-BANNER-RUN-TIME(1:2).
           MOVE ':'              TO BCH-BANNER-RUN-TIME(3:1).
           MOVE WS-RAW-TIME(3:2) TO BCH-BANNER-RUN-TIME(4:2).
           MOVE ':'              TO BCH-BANNER-RUN-TIME(6:1).
           MOVE WS-RAW-TIME(5:2) TO BCH-BANNER-RUN-TIME(7:2).
      *
           PERFORM 1900-GET-SITE-CODE
               THRU 1900-EXIT.
      *
           PERFORM 1950-SET-SITE-SUB
               THRU 1950-EXIT.
      *
           DISPLAY BCH-BANNER-LINE.
      *
           GO TO 1000-EXIT.
      *
       1000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1700-LOAD-CALENDAR - PULL THE BUSINESS-DAY CALENDAR INTO
      *    THE IN-STORAGE TABLE.  A MISSING CALENDAR IS A WARNING -
      *    EVERY DAY IS THEN A BUSINESS DAY AND NO PAYMENT ROLLS.
      *-----------------------------------------------------------------
       1700-LOAD-CALENDAR.
      *
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'SOGEN - CALENDAR NOT AVAILABLE - EVERY DAY'
                   ' TREATED AS A BUSINESS DAY'
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
               GO TO 1700-EXIT
           END-IF.
      *
           PERFORM 1750-READ-CALENDAR
               THRU 1750-EXIT
               UNTIL WS-CALENDAR-EOF.
      *
           CLOSE CALENDAR-FILE.
      *
           GO TO 1700-EXIT.
      *
       1700-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1750-READ-CALENDAR - ONE CALENDAR RECORD PER CALL.
      *-----------------------------------------------------------------
       1750-READ-CALENDAR.
      *
           READ CALENDAR-FILE
               AT END
                   MOVE 'Y' TO WS-CALENDAR-EOF-SW
                   GO TO 1750-EXIT
           END-READ.
      *
           IF WS-CAL-COUNT >= 400
               GO TO 1750-EXIT
           END-IF.
      *
           ADD 1 TO WS-CAL-COUNT.
           SET WS-CAL-IDX TO WS-CAL-COUNT.
           MOVE BCH-CAL-DATE
               TO WS-CAL-ENT-DATE (WS-CAL-IDX).
           MOVE BCH-CAL-DAY-TYPE
               TO WS-CAL-ENT-DAY-TYPE (WS-CAL-IDX).
           MOVE BCH-CAL-SITE-FLAGS
               TO WS-CAL-ENT-SITE-FLAGS (WS-CAL-IDX).
      *
           GO TO 1750-EXIT.
      *
       1750-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1800-CHECK-TODAY - IS TODAY A BUSINESS DAY FOR THE RUNNING
      *    SITE?  IF NOT, NOTHING IS GENERATED - THE DUE DATES
      *    FALLING TODAY ROLL TO THE NEXT BUSINESS DAY'S RUN, WHICH
      *    WALKS EVERY DAY SINCE THE ORDER'S THROUGH DATE.
      *-----------------------------------------------------------------
       1800-CHECK-TODAY.
      *
           MOVE WS-RAW-DATE TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
      *
           MOVE BCH-BANNER-RUN-DATE TO WS-CAL-LOOKUP-DATE.
           PERFORM 1890-CHECK-BUSINESS-DAY
               THRU 1890-EXIT.
           IF NOT WS-CAL-DAY-OK
               MOVE 'N' TO WS-BUS-DAY-SW
               DISPLAY 'SOGEN - ' BCH-BANNER-RUN-DATE
                   ' IS NOT A BUSINESS DAY - NO PAYMENTS GENERATED,'
                   ' MASTER CARRIED FORWARD'
           END-IF.
      *
           GO TO 1800-EXIT.
      *
       1800-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1890-CHECK-BUSINESS-DAY - IS WS-CAL-LOOKUP-DATE A
      *    PROCESSING DAY FOR THE RUNNING SITE?  A DATE MISSING FROM
      *    THE CALENDAR IS TREATED AS A BUSINESS DAY, SAME AS
      *    TRANPOST.
      *-----------------------------------------------------------------
       1890-CHECK-BUSINESS-DAY.
      *
           MOVE 'Y' TO WS-CAL-DAY-OK-SW.
      *
           IF WS-CAL-COUNT = ZERO
               GO TO 1890-EXIT
           END-IF.
      *
           SET WS-CAL-IDX TO 1.
           SEARCH WS-CAL-ENTRY
               AT END
                   GO TO 1890-EXIT
               WHEN WS-CAL-ENT-DATE (WS-CAL-IDX) =
                        WS-CAL-LOOKUP-DATE
                AND WS-CAL-IDX <= WS-CAL-COUNT
                   CONTINUE
           END-SEARCH.
      *
           IF WS-CAL-ENT-DAY-TYPE (WS-CAL-IDX) NOT = 'B'
               MOVE 'N' TO WS-CAL-DAY-OK-SW
               GO TO 1890-EXIT
           END-IF.
      *
           IF WS-CAL-ENT-SITE-FLAG (WS-CAL-IDX, WS-SITE-SUB) = 'H'
               MOVE 'N' TO WS-CAL-DAY-OK-SW
           END-IF.
      *
           GO TO 1890-EXIT.
      *
       1890-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1900-GET-SITE-CODE - THE RUNNING SITE FROM THE SITECTL
      *    SITE-CONTROL DATASET.  A MISSING OR BLANK DATASET LEAVES
      *    THE COMPILED-IN DEFAULT.
      *-----------------------------------------------------------------
       1900-GET-SITE-CODE.
      *
           OPEN INPUT SITE-CONTROL-FILE.
           IF WS-SITECTL-STATUS NOT = '00'
               GO TO 1900-EXIT
           END-IF.
      *
           READ SITE-CONTROL-FILE
               AT END
                   GO TO 1900-CLOSE
           END-READ.
      *
           IF BCH-SITECTL-SITE-CODE NOT = SPACES
               MOVE BCH-SITECTL-SITE-CODE TO WS-RUN-SITE-CODE
           END-IF.
      *
       1900-CLOSE.
           CLOSE SITE-CONTROL-FILE.
           GO TO 1900-EXIT.
      *
       1900-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1950-SET-SITE-SUB - ALIGN THE SITE SUBSCRIPT (CALENDAR
      *    FLAGS) WITH THE RUNNING SITE CODE.
      *-----------------------------------------------------------------
       1950-SET-SITE-SUB.
      *
           SET BCH-SITE-IDX TO 1.
           SEARCH BCH-SITE-ENTRY
               AT END
                   GO TO 1950-EXIT
               WHEN BCH-SITE-CODE (BCH-SITE-IDX) = WS-RUN-SITE-CODE
                   SET WS-SITE-SUB TO BCH-SITE-IDX
           END-SEARCH.
      *
           GO TO 1950-EXIT.
      *
       1950-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2000-OPEN-FILES - THE STANDING-ORDER MASTER IN AND OUT AND
      *    SOTRAN WITH ITS HEADER.  A MISSING OR EMPTY SOMAST IS A
      *    NORMAL FIRST DAY - NO ORDERS YET.  ANY OTHER OPEN FAILURE
      *    IS FATAL.
      *-----------------------------------------------------------------
       2000-OPEN-FILES.
      *
           OPEN INPUT SO-OLD-FILE.
           IF WS-SOMAST-STATUS NOT = '00' AND
              WS-SOMAST-STATUS NOT = '05'
               DISPLAY 'SOGEN - SOMAST OPEN FAILED, STATUS '
                   WS-SOMAST-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
      *
           OPEN OUTPUT SO-NEW-FILE.
           IF WS-SOMNEW-STATUS NOT = '00'
               DISPLAY 'SOGEN - SOMNEW OPEN FAILED, STATUS '
                   WS-SOMNEW-STATUS
               CLOSE SO-OLD-FILE
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
      *
           OPEN OUTPUT SO-TRAN-FILE.
           IF WS-SOTRAN-STATUS NOT = '00'
               DISPLAY 'SOGEN - SOTRAN OPEN FAILED, STATUS '
                   WS-SOTRAN-STATUS
               CLOSE SO-OLD-FILE
                     SO-NEW-FILE
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
      *
           MOVE 'Y' TO WS-FILES-OPEN-SW.
      *
           MOVE SPACES              TO BCH-CTL-RECORD.
           MOVE 'HD'                TO BCH-CTL-RECORD-TYPE.
           MOVE 'SOTRAN  '          TO BCH-CTL-FILE-ID.
           MOVE BCH-BANNER-RUN-DATE TO BCH-CTL-CREATE-DATE.
           MOVE WS-SO-CYCLE         TO BCH-CTL-CYCLE-NUMBER.
           MOVE ZERO                TO BCH-CTL-RECORD-COUNT
                                       BCH-CTL-CONTROL-TOTAL.
           MOVE BCH-CTL-RECORD      TO SO-TRAN-RECORD.
           WRITE SO-TRAN-RECORD.
           IF WS-SOTRAN-STATUS NOT = '00'
               DISPLAY 'SOGEN - SOTRAN WRITE FAILED, STATUS '
                   WS-SOTRAN-STATUS
               MOVE 8 TO BCH-RETURN-CODE
           END-IF.
      *
           GO TO 2000-EXIT.
      *
       2000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2100-GET-CYCLE - THE SOTRAN CYCLE IS TAKEN FROM THE CYCLE-
      *    CONTROL DATASET FILECHEK MAINTAINS.  NO ENTRY YET MEANS
      *    CYCLE 1 - FILECHEK ACCEPTS A FIRST TRANSMISSION.
      *-----------------------------------------------------------------
       2100-GET-CYCLE.
      *
           OPEN INPUT CYCLE-FILE.
           IF WS-CYCLCTL-STATUS NOT = '00' AND
              WS-CYCLCTL-STATUS NOT = '05'
               GO TO 2100-EXIT
           END-IF.
      *
           PERFORM 2150-READ-ONE-CYCLE
               THRU 2150-EXIT
               UNTIL WS-CYCLCTL-EOF.
      *
           CLOSE CYCLE-FILE.
      *
           GO TO 2100-EXIT.
      *
       2100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2150-READ-ONE-CYCLE - ONE CYCLE-CONTROL RECORD PER CALL.
      *    THE SOTRAN ENTRY GIVES THE LAST ACCEPTED CYCLE.
      *-----------------------------------------------------------------
       2150-READ-ONE-CYCLE.
      *
           READ CYCLE-FILE
               AT END
                   MOVE 'Y' TO WS-CYCLCTL-EOF-SW
                   GO TO 2150-EXIT
           END-READ.
      *
           IF BCH-CYC-FILE-ID = 'SOTRAN  ' AND
              BCH-CYC-LAST-CYCLE NUMERIC
               COMPUTE WS-SO-CYCLE =
                   FUNCTION MOD (BCH-CYC-LAST-CYCLE + 1, 100000)
           END-IF.
      *
           GO TO 2150-EXIT.
      *
       2150-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2200-LOAD-ACCOUNTS - PULL THE DAY'S ACCOUNT FILE INTO THE
      *    ACCOUNT TABLE.  WITHOUT IT NO PAYMENT CAN BE CHECKED, SO
      *    AN UNUSABLE, EMPTY OR OVERFULL FILE IS FATAL.
      *-----------------------------------------------------------------
       2200-LOAD-ACCOUNTS.
      *
           OPEN INPUT ACCT-FILE.
           IF WS-ACCTFILE-STATUS NOT = '00'
               DISPLAY 'SOGEN - ACCTFILE OPEN FAILED, STATUS '
                   WS-ACCTFILE-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2200-EXIT
           END-IF.
      *
           PERFORM 2300-READ-ONE-ACCOUNT
               THRU 2300-EXIT
               UNTIL WS-ACCTFILE-EOF OR BCH-RETURN-CODE = 8.
      *
           CLOSE ACCT-FILE.
      *
           IF WS-ACCT-COUNT = ZERO AND
              BCH-RETURN-CODE NOT = 8
               DISPLAY 'SOGEN - ACCTFILE IS EMPTY'
               MOVE 8 TO BCH-RETURN-CODE
           END-IF.
      *
           GO TO 2200-EXIT.
      *
       2200-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2300-READ-ONE-ACCOUNT - ONE ACCOUNT RECORD PER CALL.  HD/TR
      *    TRANSMISSION CONTROL RECORDS ARE SKIPPED ON INPUT.
      *-----------------------------------------------------------------
       2300-READ-ONE-ACCOUNT.
      *
           READ ACCT-FILE
               AT END
                   MOVE 'Y' TO WS-ACCTFILE-EOF-SW
                   GO TO 2300-EXIT
           END-READ.
      *
           IF BCH-ACCT-RECORD(1:2) = 'HD' OR
              BCH-ACCT-RECORD(1:2) = 'TR'
               GO TO 2300-EXIT
           END-IF.
      *
           IF BCH-ACCT-NUMBER NOT NUMERIC
               GO TO 2300-EXIT
           END-IF.
      *
      *    A TRUNCATED TABLE WOULD SKIP GOOD PAYMENTS AS "NOT ON
      *    FILE" - OVERFLOW IS A HARD FAILURE, NOT A WARNING.
           IF WS-ACCT-COUNT >= 5000
               DISPLAY 'SOGEN - ACCOUNT TABLE FULL AT 5000'
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2300-EXIT
           END-IF.
      *
           ADD 1 TO WS-ACCT-COUNT.
           SET WS-ACCT-IDX TO WS-ACCT-COUNT.
           MOVE BCH-ACCT-NUMBER
               TO WS-ACCT-ENT-NUMBER (WS-ACCT-IDX).
           MOVE BCH-ACCT-STATUS
               TO WS-ACCT-ENT-STATUS (WS-ACCT-IDX).
           MOVE BCH-ACCT-SITE-CODE
               TO WS-ACCT-ENT-SITE (WS-ACCT-IDX).
      *
           GO TO 2300-EXIT.
      *
       2300-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3000-PROCESS-ORDERS - ONE STANDING ORDER PER CALL: PAY OR
      *    SKIP ITS DUE DATES, EXPIRE IT AT ITS END DATE, AND COPY IT
      *    TO SOMNEW.  CANCELLED AND EXPIRED ORDERS, AND EVERY ORDER
      *    ON A NON-BUSINESS DAY, ARE COPIED UNCHANGED.
      *-----------------------------------------------------------------
       3000-PROCESS-ORDERS.
      *
           READ SO-OLD-FILE
               AT END
                   MOVE 'Y' TO WS-SOMAST-EOF-SW
                   GO TO 3000-EXIT
           END-READ.
      *
           PERFORM 3050-EDIT-ORDER
               THRU 3050-EXIT.
           IF NOT WS-DATE-OK
               DISPLAY 'SOGEN - BAD STANDING-ORDER RECORD: '
                   BCH-SOM-RECORD(1:22)
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
      *
           ADD 1 TO WS-ORDERS-READ.
      *
           IF NOT BCH-SOM-IS-ACTIVE AND
              NOT BCH-SOM-IS-SUSPENDED
               ADD 1 TO WS-ORDERS-ENDED
               GO TO 3000-WRITE
           END-IF.
      *
           ADD 1 TO WS-ORDERS-LIVE.
      *
           IF NOT WS-TODAY-IS-BUS-DAY
               GO TO 3000-WRITE
           END-IF.
      *
           PERFORM 3100-GENERATE-ORDER
               THRU 3100-EXIT.
           IF BCH-RETURN-CODE = 8
               GO TO 3000-EXIT
           END-IF.
      *
           IF BCH-SOM-END-DATE NOT = SPACES AND
              BCH-SOM-END-DATE NOT > BCH-BANNER-RUN-DATE
               PERFORM 3500-EXPIRE-ORDER
                   THRU 3500-EXIT
           END-IF.
      *
       3000-WRITE.
           MOVE BCH-SOM-RECORD TO SO-NEW-RECORD.
           WRITE SO-NEW-RECORD.
           IF WS-SOMNEW-STATUS NOT = '00'
               DISPLAY 'SOGEN - SOMNEW WRITE FAILED, STATUS '
                   WS-SOMNEW-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-ORDERS-WRITTEN.
           GO TO 3000-EXIT.
      *
       3000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3050-EDIT-ORDER - IS THE MASTER RECORD FIT TO SCHEDULE?
      *    THE NUMBERS MUST BE NUMERIC AND THE START DATE, AND THE
      *    END AND THROUGH DATES WHEN PRESENT, YYYY-MM-DD.
      *-----------------------------------------------------------------
       3050-EDIT-ORDER.
      *
           MOVE 'N' TO WS-DATE-OK-SW.
      *
           IF BCH-SOM-ORDER-NUMBER NOT NUMERIC OR
              BCH-SOM-DR-ACCT NOT NUMERIC OR
              BCH-SOM-CR-ACCT NOT NUMERIC OR
              BCH-SOM-AMOUNT NOT NUMERIC OR
              BCH-SOM-DAY-OF-MONTH NOT NUMERIC
               GO TO 3050-EXIT
           END-IF.
      *
           IF NOT BCH-SOM-IS-WEEKLY AND
              NOT BCH-SOM-IS-MONTHLY AND
              NOT BCH-SOM-IS-DAY-OF-MONTH
               GO TO 3050-EXIT
           END-IF.
      *
           MOVE BCH-SOM-START-DATE TO WS-CONV-DATE.
           PERFORM 3080-EDIT-ONE-DATE
               THRU 3080-EXIT.
           IF NOT WS-DATE-OK
               GO TO 3050-EXIT
           END-IF.
      *
           IF BCH-SOM-END-DATE NOT = SPACES
               MOVE BCH-SOM-END-DATE TO WS-CONV-DATE
               PERFORM 3080-EDIT-ONE-DATE
                   THRU 3080-EXIT
               IF NOT WS-DATE-OK
                   GO TO 3050-EXIT
               END-IF
           END-IF.
      *
           IF BCH-SOM-THRU-DATE NOT = SPACES
               MOVE BCH-SOM-THRU-DATE TO WS-CONV-DATE
               PERFORM 3080-EDIT-ONE-DATE
                   THRU 3080-EXIT
           END-IF.
      *
           GO TO 3050-EXIT.
      *
       3050-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3080-EDIT-ONE-DATE - IS WS-CONV-DATE IN YYYY-MM-DD FORM?
      *    SOMNT HAS ALREADY HELD THE DAY TO ITS MONTH.
      *-----------------------------------------------------------------
       3080-EDIT-ONE-DATE.
      *
           MOVE 'N' TO WS-DATE-OK-SW.
      *
           IF WS-CONV-DATE(1:4)  NOT NUMERIC OR
              WS-CONV-DATE(5:1)  NOT = '-'   OR
              WS-CONV-DATE(6:2)  NOT NUMERIC OR
              WS-CONV-DATE(8:1)  NOT = '-'   OR
              WS-CONV-DATE(9:2)  NOT NUMERIC OR
              WS-CONV-DATE(1:4)  < '1601'    OR
              WS-CONV-DATE(6:2)  < '01'      OR
              WS-CONV-DATE(6:2)  > '12'      OR
              WS-CONV-DATE(9:2)  < '01'      OR
              WS-CONV-DATE(9:2)  > '31'
               GO TO 3080-EXIT
           END-IF.
      *
           MOVE 'Y' TO WS-DATE-OK-SW.
      *
           GO TO 3080-EXIT.
      *
       3080-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3100-GENERATE-ORDER - WALK THE ORDER'S DAYS SINCE ITS
      *    THROUGH DATE AND PAY OR SKIP EACH DUE DATE FOUND.  ONLY
      *    BUSINESS DAYS RUN THIS, SO A DUE DATE THAT FELL ON A
      *    WEEKEND OR HOLIDAY SINCE THE LAST RUN IS PAID TODAY.  THE
      *    THROUGH DATE THEN MOVES UP TO TODAY.
      *-----------------------------------------------------------------
       3100-GENERATE-ORDER.
      *
           MOVE BCH-SOM-START-DATE TO WS-CONV-DATE.
           PERFORM 3900-DATE-TO-INT
               THRU 3900-EXIT.
           MOVE WS-CONV-INT TO WS-START-INT
                               WS-FIRST-INT.
      *
           IF BCH-SOM-THRU-DATE NOT = SPACES
               MOVE BCH-SOM-THRU-DATE TO WS-CONV-DATE
               PERFORM 3900-DATE-TO-INT
                   THRU 3900-EXIT
               IF WS-CONV-INT + 1 > WS-FIRST-INT
                   COMPUTE WS-FIRST-INT = WS-CONV-INT + 1
               END-IF
           END-IF.
      *
           MOVE WS-TODAY-INT TO WS-LAST-INT.
           IF BCH-SOM-END-DATE NOT = SPACES
               MOVE BCH-SOM-END-DATE TO WS-CONV-DATE
               PERFORM 3900-DATE-TO-INT
                   THRU 3900-EXIT
               IF WS-CONV-INT < WS-LAST-INT
                   MOVE WS-CONV-INT TO WS-LAST-INT
               END-IF
           END-IF.
      *
           IF WS-FIRST-INT <= WS-LAST-INT
               PERFORM 3200-CHECK-ONE-DAY
                   THRU 3200-EXIT
                   VARYING WS-WALK-INT FROM WS-FIRST-INT BY 1
                   UNTIL WS-WALK-INT > WS-LAST-INT
                      OR BCH-RETURN-CODE = 8
           END-IF.
      *
           MOVE BCH-BANNER-RUN-DATE TO BCH-SOM-THRU-DATE.
      *
           GO TO 3100-EXIT.
      *
       3100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3200-CHECK-ONE-DAY - IS WS-WALK-INT A DUE DATE?  WEEKLY:
      *    A WHOLE NUMBER OF WEEKS FROM THE START DATE.  MONTHLY AND
      *    DAY OF MONTH: THE ORDER'S DAY, OR THE LAST DAY OF A MONTH
      *    TOO SHORT TO HAVE IT.
      *-----------------------------------------------------------------
       3200-CHECK-ONE-DAY.
      *
           MOVE 'N' TO WS-DUE-SW.
      *
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-WALK-INT).
      *
           IF BCH-SOM-IS-WEEKLY
               IF FUNCTION MOD (WS-WALK-INT - WS-START-INT, 7) = ZERO
                   MOVE 'Y' TO WS-DUE-SW
               END-IF
           ELSE
               IF WS-DP-DAY = BCH-SOM-DAY-OF-MONTH
                   MOVE 'Y' TO WS-DUE-SW
               ELSE
                   IF WS-DP-DAY < BCH-SOM-DAY-OF-MONTH
                       PERFORM 3250-CHECK-MONTH-END
                           THRU 3250-EXIT
                   END-IF
               END-IF
           END-IF.
      *
           IF NOT WS-DATE-IS-DUE
               GO TO 3200-EXIT
           END-IF.
      *
           MOVE SPACES TO WS-DUE-DATE.
           MOVE WS-DATE-NUM(1:4) TO WS-DUE-DATE(1:4).
           MOVE '-'              TO WS-DUE-DATE(5:1).
           MOVE WS-DATE-NUM(5:2) TO WS-DUE-DATE(6:2).
           MOVE '-'              TO WS-DUE-DATE(8:1).
           MOVE WS-DATE-NUM(7:2) TO WS-DUE-DATE(9:2).
      *
           PERFORM 3300-PAY-ONE-DUE-DATE
               THRU 3300-EXIT.
      *
           GO TO 3200-EXIT.
      *
       3200-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3250-CHECK-MONTH-END - THE WALK DATE IS BEFORE THE ORDER'S
      *    DAY; IT IS STILL DUE WHEN IT IS THE LAST DAY OF ITS MONTH
      *    (TOMORROW IS THE FIRST).  WS-DATE-NUM IS LEFT ON THE WALK
      *    DATE.
      *-----------------------------------------------------------------
       3250-CHECK-MONTH-END.
      *
           COMPUTE WS-NEXT-INT = WS-WALK-INT + 1.
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-NEXT-INT).
           IF WS-DP-DAY = 1
               MOVE 'Y' TO WS-DUE-SW
           END-IF.
      *
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-WALK-INT).
      *
           GO TO 3250-EXIT.
      *
       3250-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3300-PAY-ONE-DUE-DATE - ONE DUE DATE OF THE CURRENT ORDER.
      *    A SUSPENDED ORDER'S DUE DATE PASSES UNPAID.  BOTH ACCOUNTS
      *    MUST BE ON TODAY'S ACCOUNT FILE AND NEITHER CLOSED NOR
      *    DORMANT, OR THE PAYMENT IS SKIPPED - A PAYMENT TO OR FROM
      *    SUCH AN ACCOUNT WOULD ONLY BE REJECTED OR REFERRED BY
      *    POSTING.  A PAIR WHOSE ACCOUNTS ARE HELD AT DIFFERENT
      *    SITES IS SKIPPED TOO - A STANDING ORDER MOVES MONEY WITHIN
      *    ONE SITE ONLY.  OTHERWISE THE DR/CR PAIR GOES TO SOTRAN.
      *-----------------------------------------------------------------
       3300-PAY-ONE-DUE-DATE.
      *
           MOVE BCH-SOM-ORDER-NUMBER TO WS-SL-ORDER.
           MOVE BCH-SOM-DR-ACCT      TO WS-SL-DR-ACCT.
           MOVE BCH-SOM-CR-ACCT      TO WS-SL-CR-ACCT.
           MOVE BCH-SOM-AMOUNT       TO WS-SL-AMOUNT.
           MOVE WS-DUE-DATE          TO WS-SL-DATE.
           MOVE SPACES               TO WS-SL-NOTE.
      *
           IF BCH-SOM-IS-SUSPENDED
               MOVE 'ORDER SUSPENDED'    TO WS-SL-NOTE
               ADD 1 TO WS-SKIPPED-SUSPENDED
               MOVE 'S' TO WS-RPT-SECTION
               PERFORM 3800-ADD-REPORT-LINE
                   THRU 3800-EXIT
               GO TO 3300-EXIT
           END-IF.
      *
           MOVE BCH-SOM-DR-ACCT TO WS-FIND-ACCT.
           PERFORM 3350-FIND-ACCOUNT
               THRU 3350-EXIT.
           IF NOT WS-ACCT-FOUND
               MOVE 'DR ACCT NOT ON FILE' TO WS-SL-NOTE
               GO TO 3300-SKIP
           END-IF.
           IF WS-ACCT-ENT-STATUS (WS-ACCT-IDX) = 'C'
               MOVE 'DR ACCOUNT CLOSED'   TO WS-SL-NOTE
               GO TO 3300-SKIP
           END-IF.
           IF WS-ACCT-ENT-STATUS (WS-ACCT-IDX) = 'D'
               MOVE 'DR ACCOUNT DORMANT'  TO WS-SL-NOTE
               GO TO 3300-SKIP
           END-IF.
           MOVE WS-ACCT-ENT-SITE (WS-ACCT-IDX) TO WS-DR-SITE.
      *
           MOVE BCH-SOM-CR-ACCT TO WS-FIND-ACCT.
           PERFORM 3350-FIND-ACCOUNT
               THRU 3350-EXIT.
           IF NOT WS-ACCT-FOUND
               MOVE 'CR ACCT NOT ON FILE' TO WS-SL-NOTE
               GO TO 3300-SKIP
           END-IF.
           IF WS-ACCT-ENT-STATUS (WS-ACCT-IDX) = 'C'
               MOVE 'CR ACCOUNT CLOSED'   TO WS-SL-NOTE
               GO TO 3300-SKIP
           END-IF.
           IF WS-ACCT-ENT-STATUS (WS-ACCT-IDX) = 'D'
               MOVE 'CR ACCOUNT DORMANT'  TO WS-SL-NOTE
               GO TO 3300-SKIP
           END-IF.
           MOVE WS-ACCT-ENT-SITE (WS-ACCT-IDX) TO WS-CR-SITE.
           IF WS-DR-SITE NOT = WS-CR-SITE
               MOVE 'DR/CR SITES DIFFER'  TO WS-SL-NOTE
               GO TO 3300-SKIP
           END-IF.
      *
           MOVE BCH-SOM-ORDER-NUMBER TO WS-SO-REF-ORDER.
           MOVE WS-DUE-DATE(6:2)     TO WS-SO-REF-MMDD(1:2).
           MOVE WS-DUE-DATE(9:2)     TO WS-SO-REF-MMDD(3:2).
      *
           MOVE BCH-SOM-DR-ACCT TO WS-OUT-ACCT.
           MOVE 'DR'            TO WS-OUT-TYPE.
           MOVE WS-DR-SITE      TO WS-OUT-SITE.
           PERFORM 3400-WRITE-SO-TRAN
               THRU 3400-EXIT.
      *
           MOVE BCH-SOM-CR-ACCT TO WS-OUT-ACCT.
           MOVE 'CR'            TO WS-OUT-TYPE.
           MOVE WS-CR-SITE      TO WS-OUT-SITE.
           PERFORM 3400-WRITE-SO-TRAN
               THRU 3400-EXIT.
      *
           ADD 1 TO WS-PAYMENTS-MADE.
           ADD BCH-SOM-AMOUNT TO WS-TOT-GENERATED.
           IF WS-DUE-DATE NOT = BCH-BANNER-RUN-DATE
               MOVE 'ROLLED FORWARD'     TO WS-SL-NOTE
               ADD 1 TO WS-PAYMENTS-ROLLED
           END-IF.
           MOVE 'G' TO WS-RPT-SECTION.
           PERFORM 3800-ADD-REPORT-LINE
               THRU 3800-EXIT.
           GO TO 3300-EXIT.
      *
       3300-SKIP.
           ADD 1 TO WS-SKIPPED-ACCOUNT.
           IF BCH-RETURN-CODE < 4
               MOVE 4 TO BCH-RETURN-CODE
           END-IF.
           MOVE 'S' TO WS-RPT-SECTION.
           PERFORM 3800-ADD-REPORT-LINE
               THRU 3800-EXIT.
           GO TO 3300-EXIT.
      *
       3300-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3350-FIND-ACCOUNT - LOCATE WS-FIND-ACCT IN THE ACCOUNT
      *    TABLE.  WS-ACCT-IDX IS LEFT ON THE ENTRY FOUND.
      *-----------------------------------------------------------------
       3350-FIND-ACCOUNT.
      *
           MOVE 'N' TO WS-ACCT-FOUND-SW.
      *
           SET WS-ACCT-IDX TO 1.
           SEARCH WS-ACCT-ENTRY
               AT END
                   GO TO 3350-EXIT
               WHEN WS-ACCT-ENT-NUMBER (WS-ACCT-IDX) = WS-FIND-ACCT
                AND WS-ACCT-IDX <= WS-ACCT-COUNT
                   MOVE 'Y' TO WS-ACCT-FOUND-SW
           END-SEARCH.
      *
           GO TO 3350-EXIT.
      *
       3350-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3400-WRITE-SO-TRAN - ONE LEG OF A PAYMENT IN THE TRANREC
      *    LAYOUT, DATED TODAY, CARRYING ITS OWN ACCOUNT'S SITE AND
      *    MARKED WITH THE STANDING-ORDER ORIGIN CODE.
      *-----------------------------------------------------------------
       3400-WRITE-SO-TRAN.
      *
           MOVE SPACES               TO BCH-TRAN-RECORD.
           MOVE WS-OUT-ACCT          TO BCH-TRAN-ACCT-NUMBER.
           MOVE WS-OUT-TYPE          TO BCH-TRAN-TYPE-CODE.
           MOVE BCH-SOM-AMOUNT       TO BCH-TRAN-AMOUNT.
           MOVE BCH-BANNER-RUN-DATE  TO BCH-TRAN-DATE.
           MOVE WS-SO-REFERENCE      TO BCH-TRAN-REFERENCE.
           MOVE WS-OUT-SITE          TO BCH-TRAN-SITE-CODE.
           MOVE 'SO'                 TO BCH-TRAN-ORIGIN.
      *
           MOVE BCH-TRAN-RECORD TO SO-TRAN-RECORD.
           WRITE SO-TRAN-RECORD.
           IF WS-SOTRAN-STATUS NOT = '00'
               DISPLAY 'SOGEN - SOTRAN WRITE FAILED, STATUS '
                   WS-SOTRAN-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 3400-EXIT
           END-IF.
      *
           ADD 1 TO WS-SO-COUNT.
           COMPUTE WS-SO-CONTROL-TOTAL =
               FUNCTION MOD (WS-SO-CONTROL-TOTAL +
                   (BCH-TRAN-AMOUNT * 100), 1000000000000000).
      *
           GO TO 3400-EXIT.
      *
       3400-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3500-EXPIRE-ORDER - THE ORDER HAS REACHED ITS END DATE; ITS
      *    LAST DUE DATE HAS JUST BEEN DEALT WITH.
      *-----------------------------------------------------------------
       3500-EXPIRE-ORDER.
      *
           MOVE 'E' TO BCH-SOM-STATUS.
           ADD 1 TO WS-ORDERS-EXPIRED.
      *
           MOVE BCH-SOM-ORDER-NUMBER TO WS-SL-ORDER.
           MOVE BCH-SOM-DR-ACCT      TO WS-SL-DR-ACCT.
           MOVE BCH-SOM-CR-ACCT      TO WS-SL-CR-ACCT.
           MOVE BCH-SOM-AMOUNT       TO WS-SL-AMOUNT.
           MOVE BCH-SOM-END-DATE     TO WS-SL-DATE.
           MOVE 'END DATE REACHED'   TO WS-SL-NOTE.
           MOVE 'E' TO WS-RPT-SECTION.
           PERFORM 3800-ADD-REPORT-LINE
               THRU 3800-EXIT.
      *
           GO TO 3500-EXIT.
      *
       3500-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3800-ADD-REPORT-LINE - HOLD WS-SO-LINE FOR ITS SECTION OF
      *    THE REPORT.
      *-----------------------------------------------------------------
       3800-ADD-REPORT-LINE.
      *
           IF WS-RPT-COUNT >= 2000
               ADD 1 TO WS-LINES-DROPPED
               GO TO 3800-EXIT
           END-IF.
      *
           ADD 1 TO WS-RPT-COUNT.
           SET WS-RPT-IDX TO WS-RPT-COUNT.
           MOVE WS-RPT-SECTION TO WS-RPT-ENT-SECTION (WS-RPT-IDX).
           MOVE WS-SO-LINE     TO WS-RPT-ENT-TEXT (WS-RPT-IDX).
      *
           GO TO 3800-EXIT.
      *
       3800-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3900-DATE-TO-INT - WS-CONV-DATE (YYYY-MM-DD) AS A DAY
      *    NUMBER IN WS-CONV-INT.
      *-----------------------------------------------------------------
       3900-DATE-TO-INT.
      *
           MOVE WS-CONV-DATE(1:4) TO WS-DP-YEAR.
           MOVE WS-CONV-DATE(6:2) TO WS-DP-MONTH.
           MOVE WS-CONV-DATE(9:2) TO WS-DP-DAY.
           COMPUTE WS-CONV-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
      *
           GO TO 3900-EXIT.
      *
       3900-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4000-CLOSE-FILES - FINISH SOTRAN WITH ITS TRAILER AND CLOSE
      *    THE MASTER.  A FAILED RUN GETS NO TRAILER - A PARTIAL
      *    SOTRAN MUST NOT BALANCE, SO FILECHEK STOPS IT.
      *-----------------------------------------------------------------
       4000-CLOSE-FILES.
      *
           IF NOT WS-FILES-OPEN
               GO TO 4000-EXIT
           END-IF.
      *
           IF BCH-RETURN-CODE = 8
               DISPLAY 'SOGEN - RUN FAILED - SOTRAN LEFT WITHOUT'
                   ' TRAILER'
               GO TO 4000-CLOSE
           END-IF.
      *
           MOVE SPACES              TO BCH-CTL-RECORD.
           MOVE 'TR'                TO BCH-CTL-RECORD-TYPE.
           MOVE 'SOTRAN  '          TO BCH-CTL-FILE-ID.
           MOVE BCH-BANNER-RUN-DATE TO BCH-CTL-CREATE-DATE.
           MOVE WS-SO-CYCLE         TO BCH-CTL-CYCLE-NUMBER.
           MOVE WS-SO-COUNT         TO BCH-CTL-RECORD-COUNT.
           MOVE WS-SO-CONTROL-TOTAL TO BCH-CTL-CONTROL-TOTAL.
           MOVE BCH-CTL-RECORD      TO SO-TRAN-RECORD.
           WRITE SO-TRAN-RECORD.
           IF WS-SOTRAN-STATUS NOT = '00'
               DISPLAY 'SOGEN - SOTRAN WRITE FAILED, STATUS '
                   WS-SOTRAN-STATUS
               MOVE 8 TO BCH-RETURN-CODE
           END-IF.
      *
       4000-CLOSE.
           CLOSE SO-OLD-FILE
                 SO-NEW-FILE
                 SO-TRAN-FILE.
      *
           GO TO 4000-EXIT.
      *
       4000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5000-PRINT-REPORT - PAYMENTS GENERATED, DUE DATES SKIPPED
      *    AND ORDERS EXPIRED, EACH IN MASTER ORDER, THEN THE RUN
      *    COUNTS.
      *-----------------------------------------------------------------
       5000-PRINT-REPORT.
      *
           DISPLAY ' '.
           DISPLAY '*** STANDING-ORDER PAYMENTS GENERATED ***'.
           DISPLAY ' '.
           DISPLAY WS-SO-HEADER.
           MOVE 'G' TO WS-RPT-SECTION.
           PERFORM 5100-PRINT-SECTION
               THRU 5100-EXIT.
           IF WS-SECTION-LINES = ZERO
               DISPLAY '  NO PAYMENTS GENERATED'
           END-IF.
      *
           DISPLAY ' '.
           DISPLAY '*** STANDING-ORDER DUE DATES SKIPPED ***'.
           DISPLAY ' '.
           DISPLAY WS-SO-HEADER.
           MOVE 'S' TO WS-RPT-SECTION.
           PERFORM 5100-PRINT-SECTION
               THRU 5100-EXIT.
           IF WS-SECTION-LINES = ZERO
               DISPLAY '  NO DUE DATES SKIPPED'
           END-IF.
      *
           DISPLAY ' '.
           DISPLAY '*** STANDING ORDERS EXPIRED (DATE = END DATE) ***'.
           DISPLAY ' '.
           DISPLAY WS-SO-HEADER.
           MOVE 'E' TO WS-RPT-SECTION.
           PERFORM 5100-PRINT-SECTION
               THRU 5100-EXIT.
           IF WS-SECTION-LINES = ZERO
               DISPLAY '  NO ORDERS EXPIRED'
           END-IF.
      *
           IF WS-LINES-DROPPED > ZERO
               DISPLAY ' '
               DISPLAY 'SOGEN - REPORT TABLE FULL AT 2000 - '
                   'LINES DROPPED, COUNTS BELOW ARE COMPLETE'
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
           END-IF.
      *
           DISPLAY ' '.
           MOVE 'ORDERS READ'            TO WS-COUNT-LABEL.
           MOVE WS-ORDERS-READ           TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'ORDERS ACTIVE/SUSPENDED' TO WS-COUNT-LABEL.
           MOVE WS-ORDERS-LIVE           TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'ORDERS CANCELLED/EXPIRED' TO WS-COUNT-LABEL.
           MOVE WS-ORDERS-ENDED          TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'PAYMENTS GENERATED'     TO WS-COUNT-LABEL.
           MOVE WS-PAYMENTS-MADE         TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE '  OF WHICH ROLLED FORWARD' TO WS-COUNT-LABEL.
           MOVE WS-PAYMENTS-ROLLED       TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'SKIPPED - ORDER SUSPENDED' TO WS-COUNT-LABEL.
           MOVE WS-SKIPPED-SUSPENDED     TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'SKIPPED - ACCOUNT' TO WS-COUNT-LABEL.
           MOVE WS-SKIPPED-ACCOUNT       TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'ORDERS EXPIRED'         TO WS-COUNT-LABEL.
           MOVE WS-ORDERS-EXPIRED        TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'SOTRAN RECORDS WRITTEN' TO WS-COUNT-LABEL.
           MOVE WS-SO-COUNT              TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'MASTER RECORDS WRITTEN' TO WS-COUNT-LABEL.
           MOVE WS-ORDERS-WRITTEN        TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'AMOUNT GENERATED'       TO WS-AMOUNT-LABEL.
           MOVE WS-TOT-GENERATED         TO WS-AMOUNT-OUT.
           DISPLAY WS-AMOUNT-LINE.
      *
           GO TO 5000-EXIT.
      *
       5000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5100-PRINT-SECTION - EVERY HELD LINE OF SECTION
      *    WS-RPT-SECTION, COUNTED IN WS-SECTION-LINES.
      *-----------------------------------------------------------------
       5100-PRINT-SECTION.
      *
           MOVE ZERO TO WS-SECTION-LINES.
      *
           IF WS-RPT-COUNT > ZERO
               PERFORM 5150-PRINT-ONE-LINE
                   THRU 5150-EXIT
                   VARYING WS-RPT-IDX FROM 1 BY 1
                   UNTIL WS-RPT-IDX > WS-RPT-COUNT
           END-IF.
      *
           GO TO 5100-EXIT.
      *
       5100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5150-PRINT-ONE-LINE - ONE HELD LINE, IF IN THE SECTION.
      *-----------------------------------------------------------------
       5150-PRINT-ONE-LINE.
      *
           IF WS-RPT-ENT-SECTION (WS-RPT-IDX) = WS-RPT-SECTION
               DISPLAY WS-RPT-ENT-TEXT (WS-RPT-IDX)
               ADD 1 TO WS-SECTION-LINES
           END-IF.
      *
           GO TO 5150-EXIT.
      *
       5150-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    6000-WRITE-AUDIT-RECORD - RECORD THE RUN VIA THE RUNHWRT
      *    SUBPROGRAM (KEYED DATASET PLUS FLAT WRITE-THROUGH
      *    EXTRACT), SAME CONVENTION AS EVERY PROGRAM IN THE SUITE.
      *-----------------------------------------------------------------
       6000-WRITE-AUDIT-RECORD.
      *
           MOVE BCH-BANNER-JOB-NAME TO BCH-RUNH-JOB-NAME.
           MOVE BCH-BANNER-RUN-DATE TO BCH-RUNH-RUN-DATE.
           MOVE BCH-BANNER-RUN-TIME TO BCH-RUNH-RUN-TIME.
           MOVE BCH-RETURN-CODE     TO BCH-RUNH-RETURN-CODE.
           MOVE WS-RUN-SITE-CODE    TO BCH-RUNH-SITE-CODE.
      *
           CALL 'RUNHWRT' USING BCH-RUNH-PARM.
      *
           GO TO 6000-EXIT.
      *
       6000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    8000-WRITE-STEP-RECORD - RECORD THIS STEP'S COMPLETION ON
      *    THE RESTART LEDGER VIA THE CHKPTWRT SUBPROGRAM, SO A
      *    RERUN OF THE SUITE KNOWS THIS STEP ALREADY RAN.
      *-----------------------------------------------------------------
       8000-WRITE-STEP-RECORD.
      *
           ACCEPT WS-END-RAW-TIME FROM TIME.
      *
           MOVE BCH-BANNER-JOB-NAME  TO BCH-CHKP-JOB-NAME.
           MOVE BCH-BANNER-RUN-DATE  TO BCH-CHKP-RUN-DATE.
           MOVE BCH-BANNER-RUN-TIME  TO BCH-CHKP-START-TIME.
           MOVE SPACES               TO BCH-CHKP-END-TIME.
           MOVE WS-END-RAW-TIME(1:2) TO BCH-CHKP-END-TIME(1:2).
           MOVE ':'                  TO BCH-CHKP-END-TIME(3:1).
           MOVE WS-END-RAW-TIME(3:2) TO BCH-CHKP-END-TIME(4:2).
           MOVE ':'                  TO BCH-CHKP-END-TIME(6:1).
           MOVE WS-END-RAW-TIME(5:2) TO BCH-CHKP-END-TIME(7:2).
           MOVE BCH-RETURN-CODE      TO BCH-CHKP-RETURN-CODE.
      *
           CALL 'CHKPTWRT' USING BCH-CHKP-PARM.
      *
           GO TO 8000-EXIT.
      *
       8000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    9999-EXIT - SINGLE PROGRAM EXIT POINT. RETURN-CODE REFLECTS
      *    THE ACTUAL OUTCOME SO THE SCHEDULER CAN BRANCH ON IT.
      *-----------------------------------------------------------------
       9999-EXIT.
           MOVE BCH-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
