      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    DORMPROC.
       AUTHOR.        H. BRUNNER.
       INSTALLATION.  BATCH CONTROL GROUP.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *
      *-----------------------------------------------------------------
      *  DORMANT-ACCOUNT SWEEP.  RUNS AT THE START OF THE BATCH DAY,
      *  BEFORE FILECHEK AND TRANPOST, AGAINST THE ACCOUNT MASTER
      *  (ACCTIN IN, ACCTOUT OUT, COPYBOOK ACCTREC).  AN ACTIVE
      *  ACCOUNT WITH NO CUSTOMER ACTIVITY FOR THE DORMANCY PERIOD -
      *  A NUMBER OF BUSINESS DAYS FOR THE RUNNING SITE (BUSINESS-DAY
      *  CALENDAR, COPYBOOK CALREC), SET BY AN OPTIONAL SYSIN CARD
      *  (COPYBOOK DORMCRD) - IS SET TO DORMANT.  THE PERIOD IS
      *  COUNTED AS TRANPOST AGES ITS SUSPENSE: BUSINESS DAYS
      *  STRICTLY AFTER THE LAST-ACTIVITY DATE UP TO AND INCLUDING
      *  TODAY.  FROM THEN ON TRANPOST REFERS THE ACCOUNT'S CUSTOMER
      *  DEBITS TO SUSPENSE UNTIL A CREDIT OR AN ACCTMNT REACT CARD
      *  BRINGS IT BACK.  AN ACTIVE ACCOUNT WITH NO USABLE
      *  LAST-ACTIVITY DATE (AN OLD RECORD) HAS ITS CLOCK STARTED AT
      *  TODAY.  CLOSED AND ALREADY-DORMANT ACCOUNTS AND THE HD/TR
      *  CONTROL RECORDS ARE COPIED UNCHANGED.  THE ACCOUNTS SET
      *  DORMANT ARE LISTED BY BRANCH WITHIN SITE (BRANCH FROM THE
      *  VALIDATED CUSTOMER MASTER, CUSTNEW) WITH BRANCH TOTALS.
      *  RETURN CODES: 0 = SWEPT CLEAN, 4 = WARNINGS (NO CALENDAR,
      *  NO CUSTOMER MASTER, BRANCH NOT JOINED, PARM CARD IGNORED),
      *  8 = THE ACCOUNT MASTER UNUSABLE.
      *
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 HB    ORIGINAL.  REPLACES THE QUARTERLY DORMANCY
      *                   QUERY AND ITS HAND-KEYED STATUS CHANGES.
      *-----------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CARD-FILE ASSIGN TO 'SYSIN'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-CARD-STATUS.
      *
           SELECT ACCT-OLD-FILE      ASSIGN TO 'ACCTIN'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-ACCTIN-STATUS.
      *
           SELECT ACCT-NEW-FILE      ASSIGN TO 'ACCTOUT'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-ACCTOUT-STATUS.
      *
           SELECT OPTIONAL CUST-MASTER-FILE
                                      ASSIGN TO 'CUSTNEW'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-CUSTNEW-STATUS.
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
       FD  CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY DORMCRD.
      *
       FD  ACCT-OLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY ACCTREC.
      *
       FD  ACCT-NEW-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ACCT-NEW-RECORD            PIC X(80).
      *
       FD  CUST-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY CUSTREC.
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
      *    BUSINESS-DAY CALENDAR, LOADED AT RUN TIME FROM THE
      *    CALENDAR DATASET - SEE COPYBOOKS/CALREC.CPY.  A DATE NOT
      *    ON THE CALENDAR, OR NO CALENDAR (A WARNING), COUNTS AS A
      *    BUSINESS DAY MONDAY TO FRIDAY ONLY.
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
      *-----------------------------------------------------------------
      *    VALIDATED CUSTOMERS - NUMBER, BRANCH AND SITE FOR THE
      *    BRANCH LISTING.
      *-----------------------------------------------------------------
       01  WS-CUST-TABLE.
           05  WS-CUST-COUNT          PIC 9(04)  COMP  VALUE ZERO.
           05  WS-CUST-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-CUST-IDX.
               10  WS-CUST-ENT-NUMBER     PIC 9(07).
               10  WS-CUST-ENT-BRANCH     PIC 9(03).
               10  WS-CUST-ENT-SITE       PIC X(02).
      *
       01  WS-CUST-FOUND-SW       PIC X(01)  VALUE 'N'.
           88  WS-CUST-FOUND                 VALUE 'Y'.
       01  WS-CUST-SUB            PIC 9(04)  COMP  VALUE ZERO.
       01  WS-CUSTNEW-EOF-SW      PIC X(01)  VALUE 'N'.
           88  WS-CUSTNEW-EOF                VALUE 'Y'.
      *
      *-----------------------------------------------------------------
      *    ACCOUNTS SET DORMANT THIS RUN, ONE SLOT EACH.  SORTED BY
      *    SITE, BRANCH AND ACCOUNT BEFORE PRINTING.  AN ACCOUNT
      *    WHOSE CUSTOMER IS NOT ON THE CUSTOMER MASTER LISTS UNDER
      *    BRANCH '???'.
      *-----------------------------------------------------------------
       01  WS-DORM-TABLE.
           05  WS-DORM-COUNT          PIC 9(04)  COMP  VALUE ZERO.
           05  WS-DORM-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-DORM-IDX.
               10  WS-DORM-ENT-KEY.
                   15  WS-DORM-ENT-SITE   PIC X(02).
                   15  WS-DORM-ENT-BRANCH PIC X(03).
                   15  WS-DORM-ENT-ACCT   PIC 9(08).
               10  WS-DORM-ENT-CUST       PIC 9(07).
               10  WS-DORM-ENT-LAST-ACT   PIC X(10).
               10  WS-DORM-ENT-BALANCE    PIC S9(11)V99 COMP-3.
      *
       01  WS-DORM-SAVE-ENTRY.
           05  WS-DORM-SAVE-KEY.
               10  WS-DORM-SAVE-SITE      PIC X(02).
               10  WS-DORM-SAVE-BRANCH    PIC X(03).
               10  WS-DORM-SAVE-ACCT      PIC 9(08).
           05  WS-DORM-SAVE-CUST          PIC 9(07).
           05  WS-DORM-SAVE-LAST-ACT      PIC X(10).
           05  WS-DORM-SAVE-BALANCE       PIC S9(11)V99 COMP-3.
      *
       77  WS-SORT-I              PIC 9(04)  COMP  VALUE ZERO.
       77  WS-SORT-J              PIC 9(04)  COMP  VALUE ZERO.
       77  WS-SORT-J-START        PIC 9(04)  COMP  VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    BRANCH CONTROL BREAK FOR THE LISTING.
      *-----------------------------------------------------------------
       01  WS-BRK-KEY.
           05  WS-BRK-SITE        PIC X(02)  VALUE SPACES.
           05  WS-BRK-BRANCH      PIC X(03)  VALUE SPACES.
       77  WS-BRK-ACCTS           PIC 9(07)  COMP  VALUE ZERO.
       01  WS-BRK-BALANCE         PIC S9(13)V99 COMP-3 VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    DORMANCY PERIOD AND CUT-OFF.  AN ACTIVE ACCOUNT WHOSE
      *    LAST-ACTIVITY DATE IS BEFORE THE CUT-OFF DATE HAS GONE
      *    THE WHOLE PERIOD WITHOUT CUSTOMER ACTIVITY.  THE CUT-OFF
      *    IS THE BUSINESS DAY REACHED BY COUNTING THE PERIOD BACK
      *    FROM TODAY, TODAY INCLUDED.
      *-----------------------------------------------------------------
       77  WS-DORM-DAYS           PIC 9(03)        VALUE 250.
       77  WS-DAYS-COUNTED        PIC 9(04)  COMP  VALUE ZERO.
       77  WS-TODAY-INT           PIC S9(09) COMP  VALUE ZERO.
       77  WS-WALK-INT            PIC S9(09) COMP  VALUE ZERO.
       77  WS-WEEK-NUM            PIC S9(09) COMP  VALUE ZERO.
       77  WS-WEEKDAY-NUM         PIC S9(04) COMP  VALUE ZERO.
       01  WS-DATE-NUM            PIC 9(08)  VALUE ZERO.
       01  WS-CUTOFF-DATE         PIC X(10)  VALUE SPACES.
      *
       01  WS-LAST-ACT-OK-SW      PIC X(01)  VALUE 'N'.
           88  WS-LAST-ACT-OK                VALUE 'Y'.
      *
       01  WS-RAW-DATE            PIC X(08).
       01  WS-RAW-TIME            PIC X(08).
       01  WS-END-RAW-TIME        PIC X(08).
       01  WS-SITECTL-STATUS      PIC X(02)  VALUE '00'.
       01  WS-RUN-SITE-CODE       PIC X(02)  VALUE 'DE'.
       01  WS-CARD-STATUS         PIC X(02)  VALUE '00'.
       01  WS-ACCTIN-STATUS       PIC X(02)  VALUE '00'.
       01  WS-ACCTOUT-STATUS      PIC X(02)  VALUE '00'.
       01  WS-CUSTNEW-STATUS      PIC X(02)  VALUE '00'.
       01  WS-CALENDAR-STATUS     PIC X(02)  VALUE '00'.
      *
       01  WS-ACCTIN-EOF-SW       PIC X(01)  VALUE 'N'.
           88  WS-ACCTIN-EOF                 VALUE 'Y'.
      *
      *-----------------------------------------------------------------
      *    LISTING LINES.
      *-----------------------------------------------------------------
       01  WS-DORM-HEADER.
           05  FILLER             PIC X(13) VALUE '  SITE BRANCH'.
           05  FILLER             PIC X(11) VALUE '   ACCOUNT '.
           05  FILLER             PIC X(09) VALUE ' CUSTOMER'.
           05  FILLER             PIC X(14) VALUE '  LAST ACTIVE '.
           05  FILLER             PIC X(16) VALUE '         BALANCE'.
      *
       01  WS-DORM-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-DL-SITE         PIC X(02).
           05  FILLER             PIC X(04)  VALUE SPACES.
           05  WS-DL-BRANCH       PIC X(03).
           05  FILLER             PIC X(05)  VALUE SPACES.
           05  WS-DL-ACCT         PIC X(08).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-DL-CUST         PIC X(07).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-DL-LAST-ACT     PIC X(10).
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-DL-BALANCE      PIC Z(10)9.99-.
      *
       01  WS-BRK-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-BKL-SITE        PIC X(02).
           05  FILLER             PIC X(04)  VALUE SPACES.
           05  WS-BKL-BRANCH      PIC X(03).
           05  FILLER             PIC X(14)
                                  VALUE ' BRANCH TOTAL '.
           05  WS-BKL-ACCTS       PIC Z(06)9.
           05  FILLER             PIC X(09)  VALUE ' ACCOUNTS'.
           05  FILLER             PIC X(03)  VALUE SPACES.
           05  WS-BKL-BALANCE     PIC Z(12)9.99-.
      *
       01  WS-COUNT-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-COUNT-LABEL     PIC X(28).
           05  WS-COUNT-OUT       PIC Z(06)9.
      *
       01  WS-DATE-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-DATE-LABEL      PIC X(28).
           05  WS-DATE-OUT        PIC X(10).
      *
      *-----------------------------------------------------------------
      *    RUN TOTALS.
      *-----------------------------------------------------------------
       77  WS-ACCTS-READ          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ACCTS-WRITTEN       PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ACCTS-STILL-ACTIVE  PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ACCTS-SET-DORMANT   PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ACCTS-WERE-DORMANT  PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ACCTS-CLOSED        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ACCTS-CLOCK-STARTED PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ACCTS-UNJOINED      PIC 9(07)  COMP  VALUE ZERO.
       01  WS-TOT-DORM-BALANCE    PIC S9(13)V99 COMP-3 VALUE ZERO.
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
           PERFORM 1100-READ-PARM-CARD
               THRU 1100-EXIT.
      *
           PERFORM 1700-LOAD-CALENDAR
               THRU 1700-EXIT.
      *
           PERFORM 1800-SET-CUTOFF-DATE
               THRU 1800-EXIT.
      *
           PERFORM 2500-LOAD-CUSTOMERS
               THRU 2500-EXIT.
      *
           PERFORM 2000-OPEN-FILES
               THRU 2000-EXIT.
      *
           IF BCH-RETURN-CODE = 8
               PERFORM 6000-WRITE-AUDIT-RECORD
                   THRU 6000-EXIT
               PERFORM 8000-WRITE-STEP-RECORD
                   THRU 8000-EXIT
               GO TO 9999-EXIT
           END-IF.
      *
           PERFORM 3000-SWEEP-ACCOUNTS
               THRU 3000-EXIT
               UNTIL WS-ACCTIN-EOF OR BCH-RETURN-CODE = 8.
      *
           CLOSE ACCT-OLD-FILE
                 ACCT-NEW-FILE.
      *
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 5000-PRINT-LISTING
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
      *    DORMANCY LISTING IS RUN-IDENTIFIED.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
      *
           MOVE 'DORMPROC'           TO BCH-BANNER-JOB-NAME.
           MOVE 'STEP01'             TO BCH-BANNER-STEP-NAME.
           MOVE 'DORMANT-ACCOUNT SWEEP'
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
      *    1100-READ-PARM-CARD - OPTIONAL SYSIN PARAMETER CARD (SEE
      *    COPYBOOK DORMCRD).  MISSING, EMPTY OR BLANK LEAVES THE
      *    COMPILED-IN DORMANCY PERIOD OF 250 BUSINESS DAYS.  ZERO
      *    IS REFUSED - IT WOULD SET EVERY ACTIVE ACCOUNT DORMANT.
      *-----------------------------------------------------------------
       1100-READ-PARM-CARD.
      *
           OPEN INPUT CARD-FILE.
           IF WS-CARD-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.
      *
           READ CARD-FILE
               AT END
                   GO TO 1100-CLOSE
           END-READ.
      *
           IF BCH-DMC-CARD = SPACES
               GO TO 1100-CLOSE
           END-IF.
      *
           IF BCH-DMC-KEYWORD = 'DORMDAYS' AND
              BCH-DMC-VALUE NUMERIC AND
              BCH-DMC-VALUE NOT = '000'
               MOVE BCH-DMC-VALUE TO WS-DORM-DAYS
           ELSE
               DISPLAY 'DORMPROC - PARM CARD IGNORED: '
                   BCH-DMC-KEYWORD ' ' BCH-DMC-VALUE
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
           END-IF.
      *
       1100-CLOSE.
           CLOSE CARD-FILE.
           GO TO 1100-EXIT.
      *
       1100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1700-LOAD-CALENDAR - PULL THE BUSINESS-DAY CALENDAR INTO
      *    THE IN-STORAGE TABLE.  A MISSING CALENDAR IS A WARNING -
      *    THE PERIOD IS THEN COUNTED IN WEEKDAYS.
      *-----------------------------------------------------------------
       1700-LOAD-CALENDAR.
      *
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'DORMPROC - CALENDAR NOT AVAILABLE - DORMANCY'
                   ' PERIOD COUNTED IN WEEKDAYS'
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
      *    1800-SET-CUTOFF-DATE - COUNT THE DORMANCY PERIOD BACK
      *    FROM TODAY ONE DAY AT A TIME, TODAY INCLUDED, UNTIL THAT
      *    MANY BUSINESS DAYS HAVE BEEN COUNTED.  THE DAY THE COUNT
      *    COMPLETES IS THE CUT-OFF.  THE WALK ALWAYS ENDS - A DATE
      *    MISSING FROM THE CALENDAR COUNTS AS A BUSINESS DAY IF IT
      *    FALLS MONDAY TO FRIDAY.
      *-----------------------------------------------------------------
       1800-SET-CUTOFF-DATE.
      *
           MOVE WS-RAW-DATE TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
      *
           MOVE WS-TODAY-INT TO WS-WALK-INT.
           MOVE ZERO         TO WS-DAYS-COUNTED.
           PERFORM 1850-COUNT-ONE-DAY
               THRU 1850-EXIT
               UNTIL WS-DAYS-COUNTED >= WS-DORM-DAYS.
      *
           DISPLAY ' '.
           MOVE 'DORMANCY PERIOD (BUS DAYS)' TO WS-COUNT-LABEL.
           MOVE WS-DORM-DAYS             TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'NO ACTIVITY SINCE BEFORE'  TO WS-DATE-LABEL.
           MOVE WS-CUTOFF-DATE           TO WS-DATE-OUT.
           DISPLAY WS-DATE-LINE.
      *
           GO TO 1800-EXIT.
      *
       1800-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1850-COUNT-ONE-DAY - ONE DAY OF THE WALK BACK.  THE WALK
      *    STEPS BACK ONLY WHILE THE PERIOD IS STILL SHORT, SO IT
      *    STOPS ON THE CUT-OFF DAY.
      *-----------------------------------------------------------------
       1850-COUNT-ONE-DAY.
      *
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-WALK-INT).
           MOVE SPACES TO WS-CAL-LOOKUP-DATE.
           MOVE WS-DATE-NUM(1:4) TO WS-CAL-LOOKUP-DATE(1:4).
           MOVE '-'              TO WS-CAL-LOOKUP-DATE(5:1).
           MOVE WS-DATE-NUM(5:2) TO WS-CAL-LOOKUP-DATE(6:2).
           MOVE '-'              TO WS-CAL-LOOKUP-DATE(8:1).
           MOVE WS-DATE-NUM(7:2) TO WS-CAL-LOOKUP-DATE(9:2).
      *
           PERFORM 1890-CHECK-BUSINESS-DAY
               THRU 1890-EXIT.
           IF WS-CAL-DAY-OK
               ADD 1 TO WS-DAYS-COUNTED
           END-IF.
      *
           IF WS-DAYS-COUNTED >= WS-DORM-DAYS
               MOVE WS-CAL-LOOKUP-DATE TO WS-CUTOFF-DATE
           ELSE
               SUBTRACT 1 FROM WS-WALK-INT
           END-IF.
      *
           GO TO 1850-EXIT.
      *
       1850-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1890-CHECK-BUSINESS-DAY - IS WS-CAL-LOOKUP-DATE A
      *    PROCESSING DAY FOR THE RUNNING SITE?  A DATE MISSING FROM
      *    THE CALENDAR (OR NO CALENDAR AT ALL) IS A BUSINESS DAY
      *    MONDAY TO FRIDAY ONLY.  WS-WALK-INT HOLDS THE SAME DATE.
      *-----------------------------------------------------------------
       1890-CHECK-BUSINESS-DAY.
      *
           MOVE 'Y' TO WS-CAL-DAY-OK-SW.
      *
           IF WS-CAL-COUNT = ZERO
               GO TO 1890-WEEKDAY
           END-IF.
      *
           SET WS-CAL-IDX TO 1.
           SEARCH WS-CAL-ENTRY
               AT END
                   GO TO 1890-WEEKDAY
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
      *    NOT ON THE CALENDAR - DAY 1 OF THE INTEGER DATES IS A
      *    MONDAY, SO A REMAINDER OF 6 IS SATURDAY AND 0 IS SUNDAY.
       1890-WEEKDAY.
           DIVIDE WS-WALK-INT BY 7 GIVING WS-WEEK-NUM
               REMAINDER WS-WEEKDAY-NUM.
           IF WS-WEEKDAY-NUM = 6 OR WS-WEEKDAY-NUM = ZERO
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
      *    2000-OPEN-FILES - THE ACCOUNT MASTER IN AND OUT.  EITHER
      *    FAILING TO OPEN IS FATAL.
      *-----------------------------------------------------------------
       2000-OPEN-FILES.
      *
           OPEN INPUT ACCT-OLD-FILE.
           IF WS-ACCTIN-STATUS NOT = '00'
               DISPLAY 'DORMPROC - ACCTIN OPEN FAILED, STATUS '
                   WS-ACCTIN-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
      *
           OPEN OUTPUT ACCT-NEW-FILE.
           IF WS-ACCTOUT-STATUS NOT = '00'
               DISPLAY 'DORMPROC - ACCTOUT OPEN FAILED, STATUS '
                   WS-ACCTOUT-STATUS
               CLOSE ACCT-OLD-FILE
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
      *
           GO TO 2000-EXIT.
      *
       2000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2500-LOAD-CUSTOMERS - PULL THE VALIDATED CUSTOMER MASTER
      *    INTO THE CUSTOMER TABLE FOR THE BRANCH LISTING.  AN
      *    UNAVAILABLE CUSTOMER MASTER IS A WARNING - THE SWEEP
      *    ITSELF DOES NOT NEED IT.
      *-----------------------------------------------------------------
       2500-LOAD-CUSTOMERS.
      *
           OPEN INPUT CUST-MASTER-FILE.
           IF WS-CUSTNEW-STATUS NOT = '00'
               DISPLAY 'DORMPROC - CUSTNEW NOT AVAILABLE, STATUS '
                   WS-CUSTNEW-STATUS ' - NO BRANCH BREAKDOWN'
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
               GO TO 2500-EXIT
           END-IF.
      *
           PERFORM 2600-READ-ONE-CUSTOMER
               THRU 2600-EXIT
               UNTIL WS-CUSTNEW-EOF.
      *
           CLOSE CUST-MASTER-FILE.
      *
           GO TO 2500-EXIT.
      *
       2500-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2600-READ-ONE-CUSTOMER - ONE VALIDATED CUSTOMER RECORD PER
      *    CALL.
      *-----------------------------------------------------------------
       2600-READ-ONE-CUSTOMER.
      *
           READ CUST-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-CUSTNEW-EOF-SW
                   GO TO 2600-EXIT
           END-READ.
      *
           IF BCH-CUST-RECORD(1:2) = 'HD' OR
              BCH-CUST-RECORD(1:2) = 'TR'
               GO TO 2600-EXIT
           END-IF.
      *
           IF BCH-CUST-NUMBER NOT NUMERIC OR
              BCH-CUST-BRANCH NOT NUMERIC
               GO TO 2600-EXIT
           END-IF.
      *
           IF WS-CUST-COUNT >= 5000
               DISPLAY 'DORMPROC - CUSTOMER TABLE FULL AT 5000'
               GO TO 2600-EXIT
           END-IF.
      *
           ADD 1 TO WS-CUST-COUNT.
           SET WS-CUST-IDX TO WS-CUST-COUNT.
           MOVE BCH-CUST-NUMBER
               TO WS-CUST-ENT-NUMBER (WS-CUST-IDX).
           MOVE BCH-CUST-BRANCH
               TO WS-CUST-ENT-BRANCH (WS-CUST-IDX).
           MOVE BCH-CUST-SITE-CODE
               TO WS-CUST-ENT-SITE (WS-CUST-IDX).
      *
           GO TO 2600-EXIT.
      *
       2600-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3000-SWEEP-ACCOUNTS - ONE ACCOUNT-MASTER RECORD PER CALL,
      *    COPIED TO ACCTOUT WITH ITS STATUS AND LAST-ACTIVITY DATE
      *    BROUGHT UP TO DATE.  HD/TR CONTROL RECORDS PASS THROUGH
      *    UNCHANGED SO FILECHEK STILL BALANCES THE TRANSMISSION.
      *-----------------------------------------------------------------
       3000-SWEEP-ACCOUNTS.
      *
           READ ACCT-OLD-FILE
               AT END
                   MOVE 'Y' TO WS-ACCTIN-EOF-SW
                   GO TO 3000-EXIT
           END-READ.
      *
           IF BCH-ACCT-RECORD(1:2) = 'HD' OR
              BCH-ACCT-RECORD(1:2) = 'TR'
               GO TO 3000-WRITE
           END-IF.
      *
           IF BCH-ACCT-NUMBER NOT NUMERIC OR
              BCH-ACCT-CURR-BALANCE NOT NUMERIC
               DISPLAY 'DORMPROC - BAD ACCOUNT RECORD: '
                   BCH-ACCT-RECORD(1:20)
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
      *
           ADD 1 TO WS-ACCTS-READ.
      *
           IF BCH-ACCT-IS-CLOSED
               ADD 1 TO WS-ACCTS-CLOSED
               GO TO 3000-WRITE
           END-IF.
      *
           IF BCH-ACCT-IS-DORMANT
               ADD 1 TO WS-ACCTS-WERE-DORMANT
               GO TO 3000-WRITE
           END-IF.
      *
           IF NOT BCH-ACCT-IS-ACTIVE
               GO TO 3000-WRITE
           END-IF.
      *
           PERFORM 3100-EDIT-LAST-ACT
               THRU 3100-EXIT.
           IF NOT WS-LAST-ACT-OK
               MOVE BCH-BANNER-RUN-DATE TO BCH-ACCT-LAST-ACT-DATE
               ADD 1 TO WS-ACCTS-CLOCK-STARTED
               GO TO 3000-WRITE
           END-IF.
      *
           IF BCH-ACCT-LAST-ACT-DATE NOT < WS-CUTOFF-DATE
               ADD 1 TO WS-ACCTS-STILL-ACTIVE
               GO TO 3000-WRITE
           END-IF.
      *
           MOVE 'D' TO BCH-ACCT-STATUS.
           ADD 1 TO WS-ACCTS-SET-DORMANT.
           ADD BCH-ACCT-CURR-BALANCE TO WS-TOT-DORM-BALANCE.
           PERFORM 3200-LIST-DORMANT
               THRU 3200-EXIT.
      *
       3000-WRITE.
           MOVE BCH-ACCT-RECORD TO ACCT-NEW-RECORD.
           WRITE ACCT-NEW-RECORD.
           IF WS-ACCTOUT-STATUS NOT = '00'
               DISPLAY 'DORMPROC - ACCTOUT WRITE FAILED, STATUS '
                   WS-ACCTOUT-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-ACCTS-WRITTEN.
           GO TO 3000-EXIT.
      *
       3000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3100-EDIT-LAST-ACT - IS THE LAST-ACTIVITY DATE A
      *    YYYY-MM-DD DATE?  A BLANK ONE (AN ACCOUNT WRITTEN BEFORE
      *    THE DATE WAS CARRIED) OR A DAMAGED ONE IS NOT.
      *-----------------------------------------------------------------
       3100-EDIT-LAST-ACT.
      *
           MOVE 'N' TO WS-LAST-ACT-OK-SW.
      *
           IF BCH-ACCT-LAST-ACT-DATE(1:4) NOT NUMERIC OR
              BCH-ACCT-LAST-ACT-DATE(5:1) NOT = '-'   OR
              BCH-ACCT-LAST-ACT-DATE(6:2) NOT NUMERIC OR
              BCH-ACCT-LAST-ACT-DATE(8:1) NOT = '-'   OR
              BCH-ACCT-LAST-ACT-DATE(9:2) NOT NUMERIC
               GO TO 3100-EXIT
           END-IF.
      *
           MOVE 'Y' TO WS-LAST-ACT-OK-SW.
      *
           GO TO 3100-EXIT.
      *
       3100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3200-LIST-DORMANT - ADD THE ACCOUNT JUST SET DORMANT TO
      *    THE LISTING TABLE UNDER ITS CUSTOMER'S SITE AND BRANCH.
      *    AN ACCOUNT WHOSE CUSTOMER IS NOT ON THE MASTER LISTS
      *    UNDER ITS OWN SITE AND BRANCH '???'.
      *-----------------------------------------------------------------
       3200-LIST-DORMANT.
      *
           IF WS-DORM-COUNT >= 5000
               DISPLAY 'DORMPROC - LISTING TABLE FULL AT 5000 - '
                   BCH-ACCT-NUMBER ' NOT LISTED'
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
               GO TO 3200-EXIT
           END-IF.
      *
           ADD 1 TO WS-DORM-COUNT.
           SET WS-DORM-IDX TO WS-DORM-COUNT.
           MOVE BCH-ACCT-NUMBER
               TO WS-DORM-ENT-ACCT (WS-DORM-IDX).
           MOVE BCH-ACCT-CUST-NUMBER
               TO WS-DORM-ENT-CUST (WS-DORM-IDX).
           MOVE BCH-ACCT-LAST-ACT-DATE
               TO WS-DORM-ENT-LAST-ACT (WS-DORM-IDX).
           MOVE BCH-ACCT-CURR-BALANCE
               TO WS-DORM-ENT-BALANCE (WS-DORM-IDX).
      *
           PERFORM 3250-FIND-CUSTOMER
               THRU 3250-EXIT.
           IF WS-CUST-FOUND
               SET WS-CUST-IDX TO WS-CUST-SUB
               MOVE WS-CUST-ENT-SITE (WS-CUST-IDX)
                   TO WS-DORM-ENT-SITE (WS-DORM-IDX)
               MOVE WS-CUST-ENT-BRANCH (WS-CUST-IDX)
                   TO WS-DORM-ENT-BRANCH (WS-DORM-IDX)
           ELSE
               ADD 1 TO WS-ACCTS-UNJOINED
               MOVE BCH-ACCT-SITE-CODE
                   TO WS-DORM-ENT-SITE (WS-DORM-IDX)
               MOVE '???'
                   TO WS-DORM-ENT-BRANCH (WS-DORM-IDX)
           END-IF.
      *
           GO TO 3200-EXIT.
      *
       3200-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3250-FIND-CUSTOMER - LOCATE THE ACCOUNT'S CUSTOMER IN THE
      *    CUSTOMER TABLE.
      *-----------------------------------------------------------------
       3250-FIND-CUSTOMER.
      *
           MOVE 'N'  TO WS-CUST-FOUND-SW.
           MOVE ZERO TO WS-CUST-SUB.
      *
           IF WS-CUST-COUNT = ZERO
               GO TO 3250-EXIT
           END-IF.
      *
           SET WS-CUST-IDX TO 1.
           SEARCH WS-CUST-ENTRY
               AT END
                   GO TO 3250-EXIT
               WHEN WS-CUST-ENT-NUMBER (WS-CUST-IDX) =
                        BCH-ACCT-CUST-NUMBER
                AND WS-CUST-IDX <= WS-CUST-COUNT
                   MOVE 'Y' TO WS-CUST-FOUND-SW
                   SET WS-CUST-SUB TO WS-CUST-IDX
           END-SEARCH.
      *
           GO TO 3250-EXIT.
      *
       3250-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5000-PRINT-LISTING - THE ACCOUNTS SET DORMANT, SORTED BY
      *    SITE, BRANCH AND ACCOUNT, WITH A TOTAL AT EACH CHANGE OF
      *    BRANCH, FOLLOWED BY THE RUN COUNTS.
      *-----------------------------------------------------------------
       5000-PRINT-LISTING.
      *
           PERFORM 5500-SORT-DORMANT
               THRU 5500-EXIT.
      *
           DISPLAY ' '.
           DISPLAY '*** ACCOUNTS SET DORMANT BY BRANCH ***'.
           DISPLAY ' '.
           DISPLAY WS-DORM-HEADER.
      *
           IF WS-DORM-COUNT > ZERO
               MOVE WS-DORM-ENT-SITE (1)   TO WS-BRK-SITE
               MOVE WS-DORM-ENT-BRANCH (1) TO WS-BRK-BRANCH
               PERFORM 5100-PRINT-ONE-ACCOUNT
                   THRU 5100-EXIT
                   VARYING WS-DORM-IDX FROM 1 BY 1
                   UNTIL WS-DORM-IDX > WS-DORM-COUNT
               PERFORM 5200-PRINT-BRANCH-TOTAL
                   THRU 5200-EXIT
           ELSE
               DISPLAY '  NO ACCOUNTS SET DORMANT'
           END-IF.
      *
           IF WS-ACCTS-UNJOINED > ZERO
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
           END-IF.
      *
           DISPLAY ' '.
           MOVE 'ACCOUNTS READ'          TO WS-COUNT-LABEL.
           MOVE WS-ACCTS-READ            TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'ACCOUNTS STILL ACTIVE'  TO WS-COUNT-LABEL.
           MOVE WS-ACCTS-STILL-ACTIVE    TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'ACCOUNTS SET DORMANT'   TO WS-COUNT-LABEL.
           MOVE WS-ACCTS-SET-DORMANT     TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'ACCOUNTS ALREADY DORMANT' TO WS-COUNT-LABEL.
           MOVE WS-ACCTS-WERE-DORMANT    TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'CLOSED ACCOUNTS'        TO WS-COUNT-LABEL.
           MOVE WS-ACCTS-CLOSED          TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'ACTIVITY CLOCKS STARTED' TO WS-COUNT-LABEL.
           MOVE WS-ACCTS-CLOCK-STARTED   TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'DORMANT NOT JOINED'     TO WS-COUNT-LABEL.
           MOVE WS-ACCTS-UNJOINED        TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'RECORDS WRITTEN'        TO WS-COUNT-LABEL.
           MOVE WS-ACCTS-WRITTEN         TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
      *
           GO TO 5000-EXIT.
      *
       5000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5100-PRINT-ONE-ACCOUNT - ONE ACCOUNT LINE, PRECEDED BY THE
      *    PREVIOUS BRANCH'S TOTAL WHEN THE BRANCH CHANGES.
      *-----------------------------------------------------------------
       5100-PRINT-ONE-ACCOUNT.
      *
           IF WS-DORM-ENT-SITE (WS-DORM-IDX) NOT = WS-BRK-SITE OR
              WS-DORM-ENT-BRANCH (WS-DORM-IDX) NOT = WS-BRK-BRANCH
               PERFORM 5200-PRINT-BRANCH-TOTAL
                   THRU 5200-EXIT
               MOVE WS-DORM-ENT-SITE (WS-DORM-IDX)   TO WS-BRK-SITE
               MOVE WS-DORM-ENT-BRANCH (WS-DORM-IDX) TO WS-BRK-BRANCH
           END-IF.
      *
           MOVE WS-DORM-ENT-SITE (WS-DORM-IDX)     TO WS-DL-SITE.
           MOVE WS-DORM-ENT-BRANCH (WS-DORM-IDX)   TO WS-DL-BRANCH.
           MOVE WS-DORM-ENT-ACCT (WS-DORM-IDX)     TO WS-DL-ACCT.
           MOVE WS-DORM-ENT-CUST (WS-DORM-IDX)     TO WS-DL-CUST.
           MOVE WS-DORM-ENT-LAST-ACT (WS-DORM-IDX) TO WS-DL-LAST-ACT.
           MOVE WS-DORM-ENT-BALANCE (WS-DORM-IDX)  TO WS-DL-BALANCE.
           DISPLAY WS-DORM-LINE.
      *
           ADD 1 TO WS-BRK-ACCTS.
           ADD WS-DORM-ENT-BALANCE (WS-DORM-IDX) TO WS-BRK-BALANCE.
      *
           GO TO 5100-EXIT.
      *
       5100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5200-PRINT-BRANCH-TOTAL - THE TOTAL LINE FOR THE BRANCH
      *    JUST FINISHED, THEN RESET FOR THE NEXT.
      *-----------------------------------------------------------------
       5200-PRINT-BRANCH-TOTAL.
      *
           MOVE WS-BRK-SITE       TO WS-BKL-SITE.
           MOVE WS-BRK-BRANCH     TO WS-BKL-BRANCH.
           MOVE WS-BRK-ACCTS      TO WS-BKL-ACCTS.
           MOVE WS-BRK-BALANCE    TO WS-BKL-BALANCE.
           DISPLAY WS-BRK-LINE.
           DISPLAY ' '.
      *
           MOVE ZERO TO WS-BRK-ACCTS
                        WS-BRK-BALANCE.
      *
           GO TO 5200-EXIT.
      *
       5200-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5500-SORT-DORMANT - ORDER THE LISTING TABLE BY SITE,
      *    BRANCH AND ACCOUNT (STRAIGHT SELECTION, THE DAY'S
      *    DORMANT ACCOUNTS ARE FEW).
      *-----------------------------------------------------------------
       5500-SORT-DORMANT.
      *
           IF WS-DORM-COUNT < 2
               GO TO 5500-EXIT
           END-IF.
      *
           PERFORM 5600-SORT-ONE-PASS
               THRU 5600-EXIT
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-DORM-COUNT.
      *
           GO TO 5500-EXIT.
      *
       5500-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5600-SORT-ONE-PASS - ONE SELECTION PASS.
      *-----------------------------------------------------------------
       5600-SORT-ONE-PASS.
      *
           COMPUTE WS-SORT-J-START = WS-SORT-I + 1.
           PERFORM 5650-COMPARE-SWAP
               THRU 5650-EXIT
               VARYING WS-SORT-J FROM WS-SORT-J-START BY 1
               UNTIL WS-SORT-J > WS-DORM-COUNT.
      *
           GO TO 5600-EXIT.
      *
       5600-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5650-COMPARE-SWAP - SWAP WHEN THE LATER SLOT SORTS LOWER.
      *-----------------------------------------------------------------
       5650-COMPARE-SWAP.
      *
           IF WS-DORM-ENT-KEY (WS-SORT-J) <
                  WS-DORM-ENT-KEY (WS-SORT-I)
               MOVE WS-DORM-ENTRY (WS-SORT-I) TO WS-DORM-SAVE-ENTRY
               MOVE WS-DORM-ENTRY (WS-SORT-J)
                   TO WS-DORM-ENTRY (WS-SORT-I)
               MOVE WS-DORM-SAVE-ENTRY TO WS-DORM-ENTRY (WS-SORT-J)
           END-IF.
      *
           GO TO 5650-EXIT.
      *
       5650-EXIT.
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
