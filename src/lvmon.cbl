      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    LVMON.
       AUTHOR.        H. BRUNNER.
       INSTALLATION.  BATCH CONTROL GROUP.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *
      *-----------------------------------------------------------------
      *  LARGE-VALUE AND STRUCTURING MONITOR FOR COMPLIANCE.  RUNS
      *  DAILY AFTER TRANPOST.  EVERY ACCOUNT ON THE POSTED ACCOUNT
      *  FILE (ACCTNEW, COPYBOOK ACCTREC) IS JOINED TO ITS OWNER ON
      *  THE VALIDATED CUSTOMER MASTER (CUSTNEW, COPYBOOK CUSTREC),
      *  AND THE ACCOUNT'S POSTINGS ARE READ BACK FROM THE TRANHIST
      *  POSTED-TRANSACTION HISTORY (COPYBOOK THISTREC) AND ADDED UP
      *  PER CUSTOMER ACROSS ALL OF ITS ACCOUNTS.  DEBITS AND CREDITS
      *  COUNT ALIKE; INTEREST POSTINGS (ORIGIN IN) ARE LEFT OUT.  A
      *  CASE IS RAISED ON A CUSTOMER WHEN, AGAINST ITS SITE'S
      *  REPORTING THRESHOLD:
      *    L - ANY SINGLE TRANSACTION POSTED TODAY IS OVER IT
      *    T - THE TOTAL POSTED TODAY IS OVER IT
      *    S - ENOUGH TRANSACTIONS TODAY ARE JUST UNDER IT
      *    M - ENOUGH TRANSACTIONS OVER THE LAST FEW BUSINESS DAYS
      *        ARE JUST UNDER IT, AT LEAST ONE OF THEM TODAY
      *  ONE CASE RECORD PER CUSTOMER GOES TO THE LVCASE COMPLIANCE
      *  CASE FILE (COPYBOOK LVCREC) WITH EVERY REASON THAT APPLIES.
      *  THE REPORT LISTS THE CASES, THEN SUMMARISES THE DAY BY SITE
      *  AND BRANCH.  THRESHOLDS, THE JUST-UNDER BAND, THE
      *  STRUCTURING COUNT AND THE LOOK-BACK COME FROM THE SYSIN
      *  CARDS (COPYBOOK LVMCRD).
      *  RETURN CODES: 0 = NO CASES, 4 = CASES RAISED OR WARNINGS
      *  (NO CALENDAR, ACCOUNT OWNER NOT ON CUSTNEW, CARD REJECTED),
      *  8 = AN INPUT OR OUTPUT UNUSABLE OR A TABLE FULL.
      *
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 HB    ORIGINAL.  COMPLIANCE'S WEEKLY LIST OF
      *                   LARGE MOVEMENTS WAS PULLED BY HAND FROM
      *                   TRANFILE.
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
           SELECT TRAN-HIST-FILE     ASSIGN TO 'TRANHIST'
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS BCH-THIST-KEY
                                      FILE STATUS IS WS-TRANHIST-STATUS.
      *
           SELECT ACCT-FILE          ASSIGN TO 'ACCTNEW'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-ACCTNEW-STATUS.
      *
           SELECT CUST-MASTER-FILE   ASSIGN TO 'CUSTNEW'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-CUSTNEW-STATUS.
      *
           SELECT CASE-FILE          ASSIGN TO 'LVCASE'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-LVCASE-STATUS.
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
       COPY LVMCRD.
      *
       FD  TRAN-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY THISTREC.
      *
       FD  ACCT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY ACCTREC.
      *
       FD  CUST-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY CUSTREC.
      *
       FD  CASE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY LVCREC.
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
      *    RUNNING SITE'S CALENDAR HOLIDAY FLAG AND EACH CUSTOMER'S
      *    REPORTING THRESHOLD.  SEE COPYBOOKS/SITETAB.CPY
      *-----------------------------------------------------------------
       COPY SITETAB.
      *
       77  WS-SITE-SUB            PIC 9(04)  COMP  VALUE 1.
      *
      *-----------------------------------------------------------------
      *    REPORTING THRESHOLD PER SITE, IN WHOLE UNITS OF THE SITE'S
      *    CURRENCY, IN SITE-TABLE ORDER (DE, US).  THRESHLD CARDS
      *    OVERRIDE THESE.
      *-----------------------------------------------------------------
       01  WS-THRESHOLD-DATA.
           05  FILLER             PIC 9(09)  VALUE 10000.
           05  FILLER             PIC 9(09)  VALUE 10000.
      *
       01  WS-THRESHOLD-TABLE REDEFINES WS-THRESHOLD-DATA.
           05  WS-THR-AMOUNT OCCURS 2 TIMES
                                  PIC 9(09).
      *
       77  WS-THR-SUB             PIC 9(04)  COMP  VALUE 1.
       77  WS-CARD-SITE-SUB       PIC 9(04)  COMP  VALUE ZERO.
       01  WS-THR-LIMIT           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-THR-FLOOR           PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    STRUCTURING SETTINGS.  A TRANSACTION IS JUST UNDER THE
      *    THRESHOLD WHEN IT IS AT LEAST NEAR-PCT PER CENT OF IT AND
      *    NOT OVER IT.  STR-COUNT SUCH TRANSACTIONS MAKE A CASE.
      *    THE WINDOW IS THE LAST LOOK-BACK BUSINESS DAYS, TODAY
      *    INCLUDED.
      *-----------------------------------------------------------------
       77  WS-NEAR-PCT            PIC 9(03)        VALUE 90.
       77  WS-STR-COUNT           PIC 9(03)        VALUE 3.
       77  WS-LOOK-BACK           PIC 9(03)        VALUE 3.
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
      *    STRUCTURING WINDOW.  POSTINGS DATED FROM WS-WINDOW-DATE
      *    TO TODAY ARE READ BACK FROM THE HISTORY.
      *-----------------------------------------------------------------
       77  WS-DAYS-COUNTED        PIC 9(04)  COMP  VALUE ZERO.
       77  WS-TODAY-INT           PIC S9(09) COMP  VALUE ZERO.
       77  WS-WALK-INT            PIC S9(09) COMP  VALUE ZERO.
       77  WS-WEEK-NUM            PIC S9(09) COMP  VALUE ZERO.
       77  WS-WEEKDAY-NUM         PIC S9(04) COMP  VALUE ZERO.
       01  WS-DATE-NUM            PIC 9(08)  VALUE ZERO.
       01  WS-WINDOW-DATE         PIC X(10)  VALUE SPACES.
      *
      *-----------------------------------------------------------------
      *    CUSTOMER TABLE - ONE ROW PER CUSTOMER ON CUSTNEW, PLUS ONE
      *    PER ACCOUNT OWNER NOT ON IT, CARRYING THE CUSTOMER'S
      *    ACTIVITY ACROSS ALL OF ITS ACCOUNTS.
      *-----------------------------------------------------------------
       01  WS-CUST-TABLE.
           05  WS-CUST-COUNT          PIC 9(04)  COMP  VALUE ZERO.
           05  WS-CUST-ENTRY OCCURS 5000 TIMES
                              INDEXED BY WS-CUST-IDX.
               10  WS-CUST-ENT-NUMBER     PIC 9(07).
               10  WS-CUST-ENT-NAME       PIC X(30).
               10  WS-CUST-ENT-SITE       PIC X(02).
               10  WS-CUST-ENT-BRANCH     PIC X(03).
               10  WS-CUST-ENT-THR-SUB    PIC 9(04)  COMP.
               10  WS-CUST-ENT-ACCOUNTS   PIC 9(05)  COMP.
               10  WS-CUST-ENT-DAY-COUNT  PIC 9(05)  COMP.
               10  WS-CUST-ENT-DAY-TOTAL  PIC S9(13)V99 COMP-3.
               10  WS-CUST-ENT-LARGE      PIC 9(05)  COMP.
               10  WS-CUST-ENT-LARGEST    PIC S9(11)V99 COMP-3.
               10  WS-CUST-ENT-NEAR-DAY   PIC 9(05)  COMP.
               10  WS-CUST-ENT-NEAR-WIN   PIC 9(05)  COMP.
               10  WS-CUST-ENT-NEAR-TOTAL PIC S9(13)V99 COMP-3.
      *
       01  WS-CUST-FOUND-SW       PIC X(01)  VALUE 'N'.
           88  WS-CUST-FOUND                 VALUE 'Y'.
       01  WS-WANT-CUST           PIC 9(07)  VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    THE ACCOUNT WHOSE HISTORY IS BEING READ.
      *-----------------------------------------------------------------
       01  WS-SCAN-ACCT           PIC 9(08)  VALUE ZERO.
       01  WS-ACCT-ACTIVE-SW      PIC X(01)  VALUE 'N'.
           88  WS-ACCT-ACTIVE                VALUE 'Y'.
       01  WS-HIST-DONE-SW        PIC X(01)  VALUE 'N'.
           88  WS-HIST-DONE                  VALUE 'Y'.
      *
      *-----------------------------------------------------------------
      *    THE CASE BEING DECIDED.
      *-----------------------------------------------------------------
       01  WS-CASE-SW             PIC X(01)  VALUE 'N'.
           88  WS-CASE-RAISED                VALUE 'Y'.
       01  WS-CASE-REASONS.
           05  WS-CASE-LARGE-FLAG     PIC X(01)  VALUE SPACE.
           05  WS-CASE-TOTAL-FLAG     PIC X(01)  VALUE SPACE.
           05  WS-CASE-SPLIT-FLAG     PIC X(01)  VALUE SPACE.
      *
      *-----------------------------------------------------------------
      *    SITE/BRANCH SUMMARY - ONE ROW PER SITE AND BRANCH WITH
      *    ACTIVITY TODAY, KEPT IN SITE/BRANCH ORDER AS ROWS ARE
      *    ADDED.
      *-----------------------------------------------------------------
       01  WS-SUM-TABLE.
           05  WS-SUM-COUNT           PIC 9(04)  COMP  VALUE ZERO.
           05  WS-SUM-ENTRY OCCURS 300 TIMES.
               10  WS-SUM-KEY.
                   15  WS-SUM-SITE        PIC X(02).
                   15  WS-SUM-BRANCH      PIC X(03).
               10  WS-SUM-ACTIVE          PIC 9(07)  COMP.
               10  WS-SUM-CASES           PIC 9(07)  COMP.
               10  WS-SUM-LARGE           PIC 9(07)  COMP.
               10  WS-SUM-TOTAL           PIC 9(07)  COMP.
               10  WS-SUM-SPLIT-DAY       PIC 9(07)  COMP.
               10  WS-SUM-SPLIT-WIN       PIC 9(07)  COMP.
               10  WS-SUM-VALUE           PIC S9(13)V99 COMP-3.
      *
       01  WS-SUM-WANT-KEY.
           05  WS-SUM-WANT-SITE       PIC X(02)  VALUE SPACES.
           05  WS-SUM-WANT-BRANCH     PIC X(03)  VALUE SPACES.
       77  WS-SUM-POS             PIC 9(04)  COMP  VALUE ZERO.
       77  WS-SUM-SHIFT           PIC 9(04)  COMP  VALUE ZERO.
       01  WS-SUM-SLOT-SW         PIC X(01)  VALUE 'N'.
           88  WS-SUM-SLOT-FOUND             VALUE 'Y'.
       01  WS-SUM-MATCH-SW        PIC X(01)  VALUE 'N'.
           88  WS-SUM-MATCH                  VALUE 'Y'.
      *
      *-----------------------------------------------------------------
      *    SITE SUBTOTAL AND GRAND TOTAL FOR THE SUMMARY.
      *-----------------------------------------------------------------
       01  WS-PREV-SITE           PIC X(02)  VALUE SPACES.
       01  WS-SITE-TOTALS.
           05  WS-STT-ACTIVE          PIC 9(07)  COMP  VALUE ZERO.
           05  WS-STT-CASES           PIC 9(07)  COMP  VALUE ZERO.
           05  WS-STT-LARGE           PIC 9(07)  COMP  VALUE ZERO.
           05  WS-STT-TOTAL           PIC 9(07)  COMP  VALUE ZERO.
           05  WS-STT-SPLIT-DAY       PIC 9(07)  COMP  VALUE ZERO.
           05  WS-STT-SPLIT-WIN       PIC 9(07)  COMP  VALUE ZERO.
           05  WS-STT-VALUE           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-GRAND-TOTALS.
           05  WS-GRT-ACTIVE          PIC 9(07)  COMP  VALUE ZERO.
           05  WS-GRT-CASES           PIC 9(07)  COMP  VALUE ZERO.
           05  WS-GRT-LARGE           PIC 9(07)  COMP  VALUE ZERO.
           05  WS-GRT-TOTAL           PIC 9(07)  COMP  VALUE ZERO.
           05  WS-GRT-SPLIT-DAY       PIC 9(07)  COMP  VALUE ZERO.
           05  WS-GRT-SPLIT-WIN       PIC 9(07)  COMP  VALUE ZERO.
           05  WS-GRT-VALUE           PIC S9(13)V99 COMP-3 VALUE ZERO.
      *
       01  WS-RAW-DATE            PIC X(08).
       01  WS-RAW-TIME            PIC X(08).
       01  WS-END-RAW-TIME        PIC X(08).
       01  WS-SITECTL-STATUS      PIC X(02)  VALUE '00'.
       01  WS-RUN-SITE-CODE       PIC X(02)  VALUE 'DE'.
       01  WS-CARD-STATUS         PIC X(02)  VALUE '00'.
       01  WS-TRANHIST-STATUS     PIC X(02)  VALUE '00'.
       01  WS-ACCTNEW-STATUS      PIC X(02)  VALUE '00'.
       01  WS-CUSTNEW-STATUS      PIC X(02)  VALUE '00'.
       01  WS-LVCASE-STATUS       PIC X(02)  VALUE '00'.
       01  WS-CALENDAR-STATUS     PIC X(02)  VALUE '00'.
      *
       01  WS-CARD-EOF-SW         PIC X(01)  VALUE 'N'.
           88  WS-CARD-EOF                   VALUE 'Y'.
       01  WS-ACCTNEW-EOF-SW      PIC X(01)  VALUE 'N'.
           88  WS-ACCTNEW-EOF                VALUE 'Y'.
       01  WS-CUSTNEW-EOF-SW      PIC X(01)  VALUE 'N'.
           88  WS-CUSTNEW-EOF                VALUE 'Y'.
      *
      *-----------------------------------------------------------------
      *    REPORT LINES.
      *-----------------------------------------------------------------
       01  WS-CASE-HEADER.
           05  FILLER             PIC X(10) VALUE '  CUST NO '.
           05  FILLER             PIC X(20) VALUE 'NAME'.
           05  FILLER             PIC X(03) VALUE ' ST'.
           05  FILLER             PIC X(04) VALUE ' BR '.
           05  FILLER             PIC X(04) VALUE ' WHY'.
           05  FILLER             PIC X(15) VALUE '    TODAY TOTAL'.
           05  FILLER             PIC X(13) VALUE '      LARGEST'.
           05  FILLER             PIC X(08) VALUE ' UND D/W'.
      *
       01  WS-CASE-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-CSL-CUST        PIC 9(07).
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-CSL-NAME        PIC X(20).
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-CSL-SITE        PIC X(02).
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-CSL-BRANCH      PIC X(03).
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-CSL-REASONS     PIC X(03).
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-CSL-DAY-TOTAL   PIC Z(10)9.99.
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-CSL-LARGEST     PIC Z(08)9.99.
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-CSL-NEAR-DAY    PIC ZZ9.
           05  FILLER             PIC X(01)  VALUE '/'.
           05  WS-CSL-NEAR-WIN    PIC ZZ9.
      *
       01  WS-SUM-HEADER.
           05  FILLER             PIC X(14) VALUE '  SITE  BRANCH'.
           05  FILLER             PIC X(07) VALUE ' ACTIVE'.
           05  FILLER             PIC X(07) VALUE '  CASES'.
           05  FILLER             PIC X(07) VALUE '      L'.
           05  FILLER             PIC X(07) VALUE '      T'.
           05  FILLER             PIC X(07) VALUE '      S'.
           05  FILLER             PIC X(07) VALUE '      M'.
           05  FILLER             PIC X(17) VALUE '       CASE VALUE'.
      *
       01  WS-SUM-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-SML-SITE        PIC X(02).
           05  FILLER             PIC X(04)  VALUE SPACES.
           05  WS-SML-BRANCH      PIC X(06).
           05  WS-SML-ACTIVE      PIC Z(06)9.
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-SML-CASES       PIC Z(05)9.
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-SML-LARGE       PIC Z(05)9.
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-SML-TOTAL       PIC Z(05)9.
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-SML-SPLIT-DAY   PIC Z(05)9.
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-SML-SPLIT-WIN   PIC Z(05)9.
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-SML-VALUE       PIC Z(12)9.99.
           05  WS-SML-VALUE-X REDEFINES WS-SML-VALUE
                                  PIC X(16).
      *
       01  WS-CASE-ALERT.
           05  FILLER             PIC X(08)  VALUE 'LVMON - '.
           05  WS-ALERT-COUNT     PIC Z(04)9.
           05  FILLER             PIC X(31)
                     VALUE ' COMPLIANCE CASES RAISED TODAY'.
      *
       01  WS-COUNT-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-COUNT-LABEL     PIC X(28).
           05  WS-COUNT-OUT       PIC Z(06)9.
      *
       01  WS-LIMIT-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-LIMIT-LABEL     PIC X(28).
           05  WS-LIMIT-OUT       PIC Z(08)9.
      *
       01  WS-DATE-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-DATE-LABEL      PIC X(28).
           05  WS-DATE-OUT        PIC X(10).
      *
       77  WS-CARDS-READ          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-CARDS-REJECTED      PIC 9(07)  COMP  VALUE ZERO.
       77  WS-CUSTS-LOADED        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ACCTS-READ          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ACCTS-ACTIVE        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ACCTS-NO-OWNER      PIC 9(07)  COMP  VALUE ZERO.
       77  WS-HIST-READ           PIC 9(07)  COMP  VALUE ZERO.
       77  WS-HIST-INTEREST       PIC 9(07)  COMP  VALUE ZERO.
       77  WS-CUSTS-ACTIVE        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-CASES-RAISED        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-CASES-LARGE         PIC 9(07)  COMP  VALUE ZERO.
       77  WS-CASES-TOTAL         PIC 9(07)  COMP  VALUE ZERO.
       77  WS-CASES-SPLIT-DAY     PIC 9(07)  COMP  VALUE ZERO.
       77  WS-CASES-SPLIT-WIN     PIC 9(07)  COMP  VALUE ZERO.
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
           PERFORM 1100-READ-CARDS
               THRU 1100-EXIT.
      *
           PERFORM 1700-LOAD-CALENDAR
               THRU 1700-EXIT.
      *
           PERFORM 1800-SET-WINDOW-DATE
               THRU 1800-EXIT.
      *
           PERFORM 2000-LOAD-CUSTOMERS
               THRU 2000-EXIT.
      *
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 2500-OPEN-FILES
                   THRU 2500-EXIT
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
           PERFORM 3000-SCAN-ACCOUNTS
               THRU 3000-EXIT.
      *
      *    A SCAN THAT DID NOT FINISH WOULD UNDER-STATE THE CASES,
      *    SO NONE ARE RAISED FROM IT.
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 4000-RAISE-CASES
                   THRU 4000-EXIT
           END-IF.
      *
           CLOSE TRAN-HIST-FILE
                 ACCT-FILE
                 CASE-FILE.
      *
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 5000-PRINT-SUMMARY
                   THRU 5000-EXIT
           END-IF.
      *
           PERFORM 5500-PRINT-TOTALS
               THRU 5500-EXIT.
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
      *    MONITOR REPORT IS RUN-IDENTIFIED.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
      *
           MOVE 'LVMON'              TO BCH-BANNER-JOB-NAME.
           MOVE 'STEP01'             TO BCH-BANNER-STEP-NAME.
           MOVE 'LARGE-VALUE AND STRUCTURING MONITOR'
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
      *    1100-READ-CARDS - THE OPTIONAL SYSIN CONTROL CARDS (SEE
      *    COPYBOOK LVMCRD).  NO CARDS AT ALL RUNS ON THE DEFAULTS.
      *-----------------------------------------------------------------
       1100-READ-CARDS.
      *
           OPEN INPUT CARD-FILE.
           IF WS-CARD-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.
      *
           PERFORM 1150-EDIT-ONE-CARD
               THRU 1150-EXIT
               UNTIL WS-CARD-EOF.
      *
           CLOSE CARD-FILE.
      *
           GO TO 1100-EXIT.
      *
       1100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1150-EDIT-ONE-CARD - ONE CARD PER CALL.  A BAD CARD LEAVES
      *    THE SETTING AS IT WAS.  A THRESHOLD OF ZERO IS REFUSED -
      *    IT WOULD MAKE EVERY POSTING A CASE.
      *-----------------------------------------------------------------
       1150-EDIT-ONE-CARD.
      *
           READ CARD-FILE
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-SW
                   GO TO 1150-EXIT
           END-READ.
      *
           IF BCH-LMC-CARD = SPACES OR
              BCH-LMC-CARD(1:1) = '*'
               GO TO 1150-EXIT
           END-IF.
      *
           ADD 1 TO WS-CARDS-READ.
      *
           IF BCH-LMC-KEYWORD = 'THRESHLD'
               IF BCH-LMC-THR-AMOUNT NOT NUMERIC OR
                  BCH-LMC-THR-AMOUNT = '000000000'
                   GO TO 1150-REJECT
               END-IF
               MOVE ZERO TO WS-CARD-SITE-SUB
               SET BCH-SITE-IDX TO 1
               SEARCH BCH-SITE-ENTRY
                   AT END
                       GO TO 1150-REJECT
                   WHEN BCH-SITE-CODE (BCH-SITE-IDX) =
                            BCH-LMC-THR-SITE
                       SET WS-CARD-SITE-SUB TO BCH-SITE-IDX
               END-SEARCH
               MOVE BCH-LMC-THR-AMOUNT
                   TO WS-THR-AMOUNT (WS-CARD-SITE-SUB)
               GO TO 1150-EXIT
           END-IF.
      *
           IF BCH-LMC-VALUE NOT NUMERIC OR
              BCH-LMC-VALUE-AREA(4:9) NOT = SPACES
               GO TO 1150-REJECT
           END-IF.
      *
           IF BCH-LMC-KEYWORD = 'NEARPCT'
               IF BCH-LMC-VALUE < '050' OR
                  BCH-LMC-VALUE > '099'
                   GO TO 1150-REJECT
               END-IF
               MOVE BCH-LMC-VALUE TO WS-NEAR-PCT
               GO TO 1150-EXIT
           END-IF.
      *
           IF BCH-LMC-KEYWORD = 'STRCOUNT'
               IF BCH-LMC-VALUE < '002'
                   GO TO 1150-REJECT
               END-IF
               MOVE BCH-LMC-VALUE TO WS-STR-COUNT
               GO TO 1150-EXIT
           END-IF.
      *
           IF BCH-LMC-KEYWORD = 'LOOKBACK'
               IF BCH-LMC-VALUE < '001' OR
                  BCH-LMC-VALUE > '010'
                   GO TO 1150-REJECT
               END-IF
               MOVE BCH-LMC-VALUE TO WS-LOOK-BACK
               GO TO 1150-EXIT
           END-IF.
      *
       1150-REJECT.
           ADD 1 TO WS-CARDS-REJECTED.
           DISPLAY 'LVMON - CARD REJECTED: ' BCH-LMC-CARD(1:40).
           IF BCH-RETURN-CODE < 4
               MOVE 4 TO BCH-RETURN-CODE
           END-IF.
           GO TO 1150-EXIT.
      *
       1150-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1700-LOAD-CALENDAR - PULL THE BUSINESS-DAY CALENDAR INTO
      *    THE IN-STORAGE TABLE.  A MISSING CALENDAR IS A WARNING -
      *    THE LOOK-BACK IS THEN COUNTED IN WEEKDAYS.
      *-----------------------------------------------------------------
       1700-LOAD-CALENDAR.
      *
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'LVMON - CALENDAR NOT AVAILABLE - LOOK-BACK'
                   ' COUNTED IN WEEKDAYS'
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
      *    1800-SET-WINDOW-DATE - COUNT THE LOOK-BACK BACK FROM
      *    TODAY ONE DAY AT A TIME UNTIL THAT MANY BUSINESS DAYS
      *    HAVE BEEN COUNTED, TODAY INCLUDED.  THE DAY THE COUNT
      *    COMPLETES OPENS THE STRUCTURING WINDOW.  THE WALK ALWAYS
      *    ENDS - A DATE MISSING FROM THE CALENDAR COUNTS AS A
      *    BUSINESS DAY IF IT FALLS MONDAY TO FRIDAY.
      *-----------------------------------------------------------------
       1800-SET-WINDOW-DATE.
      *
           MOVE WS-RAW-DATE TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
      *
           MOVE WS-TODAY-INT TO WS-WALK-INT.
           MOVE ZERO TO WS-DAYS-COUNTED.
           PERFORM 1850-COUNT-ONE-DAY
               THRU 1850-EXIT
               UNTIL WS-DAYS-COUNTED >= WS-LOOK-BACK.
      *
           GO TO 1800-EXIT.
      *
       1800-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1850-COUNT-ONE-DAY - ONE DAY OF THE WALK BACK.  THE WALK
      *    STEPS BACK ONLY WHILE THE LOOK-BACK IS STILL SHORT, SO IT
      *    STOPS ON THE FIRST DAY OF THE WINDOW.
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
           IF WS-DAYS-COUNTED >= WS-LOOK-BACK
               MOVE WS-CAL-LOOKUP-DATE TO WS-WINDOW-DATE
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
      *    2000-LOAD-CUSTOMERS - PULL THE VALIDATED CUSTOMER MASTER
      *    INTO THE CUSTOMER TABLE.  WITHOUT IT THERE IS NO ONE TO
      *    ADD THE ACCOUNTS UP UNDER.
      *-----------------------------------------------------------------
       2000-LOAD-CUSTOMERS.
      *
           OPEN INPUT CUST-MASTER-FILE.
           IF WS-CUSTNEW-STATUS NOT = '00'
               DISPLAY 'LVMON - CUSTNEW OPEN FAILED, STATUS '
                   WS-CUSTNEW-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
      *
           PERFORM 2100-READ-ONE-CUSTOMER
               THRU 2100-EXIT
               UNTIL WS-CUSTNEW-EOF OR BCH-RETURN-CODE = 8.
      *
           CLOSE CUST-MASTER-FILE.
      *
           GO TO 2000-EXIT.
      *
       2000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2100-READ-ONE-CUSTOMER - ONE VALIDATED CUSTOMER RECORD PER
      *    CALL.  THE CUSTOMER'S SITE PICKS ITS THRESHOLD; A SITE NOT
      *    IN THE SITE TABLE TAKES THE RUNNING SITE'S.
      *-----------------------------------------------------------------
       2100-READ-ONE-CUSTOMER.
      *
           READ CUST-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-CUSTNEW-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
      *
           IF BCH-CUST-RECORD(1:2) = 'HD' OR
              BCH-CUST-RECORD(1:2) = 'TR'
               GO TO 2100-EXIT
           END-IF.
      *
           IF BCH-CUST-NUMBER NOT NUMERIC OR
              BCH-CUST-BRANCH NOT NUMERIC
               GO TO 2100-EXIT
           END-IF.
      *
           IF WS-CUST-COUNT >= 5000
               DISPLAY 'LVMON - CUSTOMER TABLE FULL AT 5000'
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2100-EXIT
           END-IF.
      *
           ADD 1 TO WS-CUST-COUNT
                    WS-CUSTS-LOADED.
           SET WS-CUST-IDX TO WS-CUST-COUNT.
           INITIALIZE WS-CUST-ENTRY (WS-CUST-IDX).
           MOVE BCH-CUST-NUMBER
               TO WS-CUST-ENT-NUMBER (WS-CUST-IDX).
           MOVE BCH-CUST-NAME
               TO WS-CUST-ENT-NAME (WS-CUST-IDX).
           MOVE BCH-CUST-SITE-CODE
               TO WS-CUST-ENT-SITE (WS-CUST-IDX).
           MOVE BCH-CUST-BRANCH
               TO WS-CUST-ENT-BRANCH (WS-CUST-IDX).
      *
           MOVE WS-SITE-SUB TO WS-CUST-ENT-THR-SUB (WS-CUST-IDX).
           SET BCH-SITE-IDX TO 1.
           SEARCH BCH-SITE-ENTRY
               AT END
                   CONTINUE
               WHEN BCH-SITE-CODE (BCH-SITE-IDX) = BCH-CUST-SITE-CODE
                   SET WS-CUST-ENT-THR-SUB (WS-CUST-IDX)
                       TO BCH-SITE-IDX
           END-SEARCH.
      *
           GO TO 2100-EXIT.
      *
       2100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2500-OPEN-FILES - THE TRANHIST KEYED DATASET, THE POSTED
      *    ACCOUNT FILE AND THE CASE FILE.
      *-----------------------------------------------------------------
       2500-OPEN-FILES.
      *
           OPEN INPUT TRAN-HIST-FILE.
           IF WS-TRANHIST-STATUS NOT = '00'
               DISPLAY 'LVMON - TRANHIST OPEN FAILED, STATUS '
                   WS-TRANHIST-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2500-EXIT
           END-IF.
      *
           OPEN INPUT ACCT-FILE.
           IF WS-ACCTNEW-STATUS NOT = '00'
               DISPLAY 'LVMON - ACCTNEW OPEN FAILED, STATUS '
                   WS-ACCTNEW-STATUS
               CLOSE TRAN-HIST-FILE
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2500-EXIT
           END-IF.
      *
           OPEN OUTPUT CASE-FILE.
           IF WS-LVCASE-STATUS NOT = '00'
               DISPLAY 'LVMON - LVCASE OPEN FAILED, STATUS '
                   WS-LVCASE-STATUS
               CLOSE TRAN-HIST-FILE
                     ACCT-FILE
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2500-EXIT
           END-IF.
      *
           GO TO 2500-EXIT.
      *
       2500-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3000-SCAN-ACCOUNTS - EVERY POSTED ACCOUNT, ITS WINDOW OF
      *    HISTORY ADDED TO ITS OWNER'S ROW.
      *-----------------------------------------------------------------
       3000-SCAN-ACCOUNTS.
      *
           PERFORM 3100-SCAN-ONE-ACCOUNT
               THRU 3100-EXIT
               UNTIL WS-ACCTNEW-EOF OR BCH-RETURN-CODE = 8.
      *
           GO TO 3000-EXIT.
      *
       3000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3100-SCAN-ONE-ACCOUNT - ONE POSTED ACCOUNT RECORD PER CALL.
      *    AN OWNER NOT ON CUSTNEW IS STILL MONITORED, UNDER ITS OWN
      *    ROW AT THE ACCOUNT'S SITE, AND REPORTED.
      *-----------------------------------------------------------------
       3100-SCAN-ONE-ACCOUNT.
      *
           READ ACCT-FILE
               AT END
                   MOVE 'Y' TO WS-ACCTNEW-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
      *
           IF BCH-ACCT-RECORD(1:2) = 'HD' OR
              BCH-ACCT-RECORD(1:2) = 'TR'
               GO TO 3100-EXIT
           END-IF.
      *
           IF BCH-ACCT-NUMBER NOT NUMERIC OR
              BCH-ACCT-CUST-NUMBER NOT NUMERIC
               GO TO 3100-EXIT
           END-IF.
      *
           ADD 1 TO WS-ACCTS-READ.
      *
           MOVE BCH-ACCT-CUST-NUMBER TO WS-WANT-CUST.
           PERFORM 3200-FIND-CUSTOMER
               THRU 3200-EXIT.
      *
           IF NOT WS-CUST-FOUND
               PERFORM 3250-ADD-NO-OWNER
                   THRU 3250-EXIT
               IF BCH-RETURN-CODE = 8
                   GO TO 3100-EXIT
               END-IF
           END-IF.
      *
           MOVE WS-CUST-ENT-THR-SUB (WS-CUST-IDX) TO WS-THR-SUB.
           MOVE WS-THR-AMOUNT (WS-THR-SUB)       TO WS-THR-LIMIT.
           COMPUTE WS-THR-FLOOR ROUNDED =
               WS-THR-LIMIT * WS-NEAR-PCT / 100.
      *
           MOVE BCH-ACCT-NUMBER   TO WS-SCAN-ACCT.
           PERFORM 3300-READ-ACCT-HISTORY
               THRU 3300-EXIT.
      *
           GO TO 3100-EXIT.
      *
       3100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3200-FIND-CUSTOMER - LOCATE WS-WANT-CUST IN THE CUSTOMER
      *    TABLE.  WS-CUST-IDX IS LEFT ON THE ROW WHEN FOUND.
      *-----------------------------------------------------------------
       3200-FIND-CUSTOMER.
      *
           MOVE 'N'  TO WS-CUST-FOUND-SW.
           IF WS-CUST-COUNT = ZERO
               GO TO 3200-EXIT
           END-IF.
      *
           SET WS-CUST-IDX TO 1.
           SEARCH WS-CUST-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CUST-ENT-NUMBER (WS-CUST-IDX) = WS-WANT-CUST
                AND WS-CUST-IDX <= WS-CUST-COUNT
                   MOVE 'Y' TO WS-CUST-FOUND-SW
           END-SEARCH.
      *
           GO TO 3200-EXIT.
      *
       3200-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3250-ADD-NO-OWNER - A ROW FOR AN ACCOUNT OWNER MISSING
      *    FROM CUSTNEW.  LATER ACCOUNTS OF THE SAME OWNER FIND IT.
      *-----------------------------------------------------------------
       3250-ADD-NO-OWNER.
      *
           ADD 1 TO WS-ACCTS-NO-OWNER.
           DISPLAY 'LVMON - ACCOUNT ' BCH-ACCT-NUMBER
               ' OWNER ' BCH-ACCT-CUST-NUMBER ' NOT ON CUSTNEW'.
           IF BCH-RETURN-CODE < 4
               MOVE 4 TO BCH-RETURN-CODE
           END-IF.
      *
           IF WS-CUST-COUNT >= 5000
               DISPLAY 'LVMON - CUSTOMER TABLE FULL AT 5000'
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 3250-EXIT
           END-IF.
      *
           ADD 1 TO WS-CUST-COUNT.
           SET WS-CUST-IDX TO WS-CUST-COUNT.
           INITIALIZE WS-CUST-ENTRY (WS-CUST-IDX).
           MOVE BCH-ACCT-CUST-NUMBER
               TO WS-CUST-ENT-NUMBER (WS-CUST-IDX).
           MOVE 'NOT ON CUSTNEW'
               TO WS-CUST-ENT-NAME (WS-CUST-IDX).
           MOVE BCH-ACCT-SITE-CODE
               TO WS-CUST-ENT-SITE (WS-CUST-IDX).
           MOVE SPACES
               TO WS-CUST-ENT-BRANCH (WS-CUST-IDX).
      *
           MOVE WS-SITE-SUB TO WS-CUST-ENT-THR-SUB (WS-CUST-IDX).
           SET BCH-SITE-IDX TO 1.
           SEARCH BCH-SITE-ENTRY
               AT END
                   CONTINUE
               WHEN BCH-SITE-CODE (BCH-SITE-IDX) = BCH-ACCT-SITE-CODE
                   SET WS-CUST-ENT-THR-SUB (WS-CUST-IDX)
                       TO BCH-SITE-IDX
           END-SEARCH.
      *
           GO TO 3250-EXIT.
      *
       3250-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3300-READ-ACCT-HISTORY - THE ACCOUNT'S POSTINGS FROM THE
      *    START OF THE WINDOW TO TODAY, IN KEY ORDER.
      *-----------------------------------------------------------------
       3300-READ-ACCT-HISTORY.
      *
           MOVE WS-SCAN-ACCT      TO BCH-THIST-ACCT-NUMBER.
           MOVE WS-WINDOW-DATE    TO BCH-THIST-POST-DATE.
           MOVE ZERO              TO BCH-THIST-SEQ-NUMBER.
           MOVE 'N'               TO WS-HIST-DONE-SW.
           MOVE 'N'               TO WS-ACCT-ACTIVE-SW.
      *
           START TRAN-HIST-FILE
               KEY IS NOT LESS THAN BCH-THIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-DONE-SW
           END-START.
      *
           PERFORM 3400-TALLY-ONE-ENTRY
               THRU 3400-EXIT
               UNTIL WS-HIST-DONE.
      *
           IF WS-ACCT-ACTIVE
               ADD 1 TO WS-ACCTS-ACTIVE
                        WS-CUST-ENT-ACCOUNTS (WS-CUST-IDX)
           END-IF.
      *
           GO TO 3300-EXIT.
      *
       3300-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3400-TALLY-ONE-ENTRY - ONE HISTORY RECORD PER CALL, ADDED
      *    TO THE OWNER'S ROW.  THE READ ENDS AT THE NEXT ACCOUNT OR
      *    PAST TODAY.  A JUST-UNDER POSTING COUNTS TOWARDS THE
      *    WINDOW WHATEVER ITS DAY; THE REST ONLY TODAY'S.
      *-----------------------------------------------------------------
       3400-TALLY-ONE-ENTRY.
      *
           READ TRAN-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-DONE-SW
                   GO TO 3400-EXIT
           END-READ.
      *
           IF BCH-THIST-ACCT-NUMBER NOT = WS-SCAN-ACCT OR
              BCH-THIST-POST-DATE > BCH-BANNER-RUN-DATE
               MOVE 'Y' TO WS-HIST-DONE-SW
               GO TO 3400-EXIT
           END-IF.
      *
           ADD 1 TO WS-HIST-READ.
      *
           IF BCH-THIST-ORIGIN = 'IN'
               ADD 1 TO WS-HIST-INTEREST
               GO TO 3400-EXIT
           END-IF.
      *
           MOVE 'Y' TO WS-ACCT-ACTIVE-SW.
      *
           IF BCH-THIST-AMOUNT NOT < WS-THR-FLOOR AND
              BCH-THIST-AMOUNT NOT > WS-THR-LIMIT
               ADD 1 TO WS-CUST-ENT-NEAR-WIN (WS-CUST-IDX)
               ADD BCH-THIST-AMOUNT
                   TO WS-CUST-ENT-NEAR-TOTAL (WS-CUST-IDX)
               IF BCH-THIST-POST-DATE = BCH-BANNER-RUN-DATE
                   ADD 1 TO WS-CUST-ENT-NEAR-DAY (WS-CUST-IDX)
               END-IF
           END-IF.
      *
           IF BCH-THIST-POST-DATE NOT = BCH-BANNER-RUN-DATE
               GO TO 3400-EXIT
           END-IF.
      *
           ADD 1 TO WS-CUST-ENT-DAY-COUNT (WS-CUST-IDX).
           ADD BCH-THIST-AMOUNT
               TO WS-CUST-ENT-DAY-TOTAL (WS-CUST-IDX).
      *
           IF BCH-THIST-AMOUNT > WS-THR-LIMIT
               ADD 1 TO WS-CUST-ENT-LARGE (WS-CUST-IDX)
           END-IF.
      *
           IF BCH-THIST-AMOUNT > WS-CUST-ENT-LARGEST (WS-CUST-IDX)
               MOVE BCH-THIST-AMOUNT
                   TO WS-CUST-ENT-LARGEST (WS-CUST-IDX)
           END-IF.
      *
           GO TO 3400-EXIT.
      *
       3400-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4000-RAISE-CASES - DECIDE EVERY CUSTOMER ACTIVE TODAY,
      *    WRITE AND LIST ITS CASE, AND BUILD THE SITE/BRANCH
      *    SUMMARY.
      *-----------------------------------------------------------------
       4000-RAISE-CASES.
      *
           DISPLAY ' '.
           DISPLAY '*** COMPLIANCE CASES RAISED TODAY ***'.
           DISPLAY ' '.
           DISPLAY WS-CASE-HEADER.
      *
           PERFORM 4100-DECIDE-ONE-CUSTOMER
               THRU 4100-EXIT
               VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUST-COUNT
                  OR BCH-RETURN-CODE = 8.
      *
           IF WS-CASES-RAISED = ZERO
               DISPLAY '  NONE'
           END-IF.
      *
           DISPLAY ' '.
           DISPLAY '  WHY: L = SINGLE TRANSACTION OVER THE THRESHOLD,'
               ' T = DAY TOTAL OVER IT,'.
           DISPLAY '       S = STRUCTURING TODAY, M = STRUCTURING'
               ' SINCE ' WS-WINDOW-DATE.
           DISPLAY '  UND D/W: TRANSACTIONS JUST UNDER THE THRESHOLD'
               ' TODAY / IN THE WINDOW'.
      *
           GO TO 4000-EXIT.
      *
       4000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4100-DECIDE-ONE-CUSTOMER - ONE CUSTOMER ROW PER CALL.  A
      *    CUSTOMER WITH NOTHING POSTED TODAY RAISES NO CASE - A
      *    WINDOW PATTERN IS RAISED ON THE DAY IT IS ADDED TO.
      *-----------------------------------------------------------------
       4100-DECIDE-ONE-CUSTOMER.
      *
           IF WS-CUST-ENT-DAY-COUNT (WS-CUST-IDX) = ZERO
               GO TO 4100-EXIT
           END-IF.
      *
           ADD 1 TO WS-CUSTS-ACTIVE.
           MOVE 'N'    TO WS-CASE-SW.
           MOVE SPACES TO WS-CASE-REASONS.
      *
           MOVE WS-CUST-ENT-THR-SUB (WS-CUST-IDX) TO WS-THR-SUB.
           MOVE WS-THR-AMOUNT (WS-THR-SUB)       TO WS-THR-LIMIT.
      *
           IF WS-CUST-ENT-LARGE (WS-CUST-IDX) > ZERO
               MOVE 'L' TO WS-CASE-LARGE-FLAG
               MOVE 'Y' TO WS-CASE-SW
               ADD 1 TO WS-CASES-LARGE
           END-IF.
      *
           IF WS-CUST-ENT-DAY-TOTAL (WS-CUST-IDX) > WS-THR-LIMIT
               MOVE 'T' TO WS-CASE-TOTAL-FLAG
               MOVE 'Y' TO WS-CASE-SW
               ADD 1 TO WS-CASES-TOTAL
           END-IF.
      *
           IF WS-CUST-ENT-NEAR-DAY (WS-CUST-IDX) NOT < WS-STR-COUNT
               MOVE 'S' TO WS-CASE-SPLIT-FLAG
               MOVE 'Y' TO WS-CASE-SW
               ADD 1 TO WS-CASES-SPLIT-DAY
           ELSE
               IF WS-CUST-ENT-NEAR-DAY (WS-CUST-IDX) > ZERO AND
                  WS-CUST-ENT-NEAR-WIN (WS-CUST-IDX)
                      NOT < WS-STR-COUNT
                   MOVE 'M' TO WS-CASE-SPLIT-FLAG
                   MOVE 'Y' TO WS-CASE-SW
                   ADD 1 TO WS-CASES-SPLIT-WIN
               END-IF
           END-IF.
      *
           IF WS-CASE-RAISED
               PERFORM 4200-WRITE-CASE
                   THRU 4200-EXIT
           END-IF.
      *
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 4300-ADD-TO-SUMMARY
                   THRU 4300-EXIT
           END-IF.
      *
           GO TO 4100-EXIT.
      *
       4100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4200-WRITE-CASE - THE CASE RECORD AND ITS REPORT LINE.
      *-----------------------------------------------------------------
       4200-WRITE-CASE.
      *
           MOVE SPACES TO BCH-LVC-RECORD.
           MOVE BCH-BANNER-RUN-DATE   TO BCH-LVC-CASE-DATE.
           MOVE WS-CUST-ENT-NUMBER (WS-CUST-IDX)
                                      TO BCH-LVC-CUST-NUMBER.
           MOVE WS-CUST-ENT-NAME (WS-CUST-IDX)
                                      TO BCH-LVC-CUST-NAME.
           MOVE WS-CUST-ENT-SITE (WS-CUST-IDX)
                                      TO BCH-LVC-SITE-CODE.
           MOVE WS-CUST-ENT-BRANCH (WS-CUST-IDX)
                                      TO BCH-LVC-BRANCH.
           MOVE WS-CASE-LARGE-FLAG    TO BCH-LVC-LARGE-FLAG.
           MOVE WS-CASE-TOTAL-FLAG    TO BCH-LVC-TOTAL-FLAG.
           MOVE WS-CASE-SPLIT-FLAG    TO BCH-LVC-SPLIT-FLAG.
           MOVE WS-THR-AMOUNT (WS-THR-SUB)
                                      TO BCH-LVC-THRESHOLD.
           MOVE WS-WINDOW-DATE        TO BCH-LVC-WINDOW-FROM.
           MOVE WS-CUST-ENT-ACCOUNTS (WS-CUST-IDX)
                                      TO BCH-LVC-ACCOUNTS.
           MOVE WS-CUST-ENT-DAY-COUNT (WS-CUST-IDX)
                                      TO BCH-LVC-DAY-COUNT.
           MOVE WS-CUST-ENT-DAY-TOTAL (WS-CUST-IDX)
                                      TO BCH-LVC-DAY-TOTAL.
           MOVE WS-CUST-ENT-LARGE (WS-CUST-IDX)
                                      TO BCH-LVC-LARGE-COUNT.
           MOVE WS-CUST-ENT-LARGEST (WS-CUST-IDX)
                                      TO BCH-LVC-LARGEST.
           MOVE WS-CUST-ENT-NEAR-DAY (WS-CUST-IDX)
                                      TO BCH-LVC-NEAR-DAY-COUNT.
           MOVE WS-CUST-ENT-NEAR-WIN (WS-CUST-IDX)
                                      TO BCH-LVC-NEAR-WIN-COUNT.
           MOVE WS-CUST-ENT-NEAR-TOTAL (WS-CUST-IDX)
                                      TO BCH-LVC-NEAR-WIN-TOTAL.
      *
           WRITE BCH-LVC-RECORD.
           IF WS-LVCASE-STATUS NOT = '00'
               DISPLAY 'LVMON - LVCASE WRITE FAILED, STATUS '
                   WS-LVCASE-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 4200-EXIT
           END-IF.
           ADD 1 TO WS-CASES-RAISED.
      *
           MOVE WS-CUST-ENT-NUMBER (WS-CUST-IDX)   TO WS-CSL-CUST.
           MOVE WS-CUST-ENT-NAME (WS-CUST-IDX)     TO WS-CSL-NAME.
           MOVE WS-CUST-ENT-SITE (WS-CUST-IDX)     TO WS-CSL-SITE.
           MOVE WS-CUST-ENT-BRANCH (WS-CUST-IDX)   TO WS-CSL-BRANCH.
           MOVE WS-CASE-REASONS                    TO WS-CSL-REASONS.
           MOVE WS-CUST-ENT-DAY-TOTAL (WS-CUST-IDX)
                                                   TO WS-CSL-DAY-TOTAL.
           MOVE WS-CUST-ENT-LARGEST (WS-CUST-IDX)  TO WS-CSL-LARGEST.
           MOVE WS-CUST-ENT-NEAR-DAY (WS-CUST-IDX) TO WS-CSL-NEAR-DAY.
           MOVE WS-CUST-ENT-NEAR-WIN (WS-CUST-IDX) TO WS-CSL-NEAR-WIN.
           DISPLAY WS-CASE-LINE.
      *
           GO TO 4200-EXIT.
      *
       4200-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4300-ADD-TO-SUMMARY - ADD THE CUSTOMER TO ITS SITE/BRANCH
      *    ROW, INSERTING THE ROW IN KEY ORDER THE FIRST TIME.
      *-----------------------------------------------------------------
       4300-ADD-TO-SUMMARY.
      *
           MOVE WS-CUST-ENT-SITE (WS-CUST-IDX)   TO WS-SUM-WANT-SITE.
           MOVE WS-CUST-ENT-BRANCH (WS-CUST-IDX) TO WS-SUM-WANT-BRANCH.
      *
           MOVE 1   TO WS-SUM-POS.
           MOVE 'N' TO WS-SUM-SLOT-SW.
           PERFORM 4350-FIND-SUM-SLOT
               THRU 4350-EXIT
               UNTIL WS-SUM-SLOT-FOUND.
      *
           MOVE 'N' TO WS-SUM-MATCH-SW.
           IF WS-SUM-POS NOT > WS-SUM-COUNT
               IF WS-SUM-KEY (WS-SUM-POS) = WS-SUM-WANT-KEY
                   MOVE 'Y' TO WS-SUM-MATCH-SW
               END-IF
           END-IF.
      *
           IF NOT WS-SUM-MATCH
               IF WS-SUM-COUNT >= 300
                   DISPLAY 'LVMON - SITE/BRANCH TABLE FULL AT 300'
                   MOVE 8 TO BCH-RETURN-CODE
                   GO TO 4300-EXIT
               END-IF
               MOVE WS-SUM-COUNT TO WS-SUM-SHIFT
               PERFORM 4360-SHIFT-ONE-ROW
                   THRU 4360-EXIT
                   UNTIL WS-SUM-SHIFT < WS-SUM-POS
               ADD 1 TO WS-SUM-COUNT
               INITIALIZE WS-SUM-ENTRY (WS-SUM-POS)
               MOVE WS-SUM-WANT-KEY TO WS-SUM-KEY (WS-SUM-POS)
           END-IF.
      *
           ADD 1 TO WS-SUM-ACTIVE (WS-SUM-POS).
           IF NOT WS-CASE-RAISED
               GO TO 4300-EXIT
           END-IF.
      *
           ADD 1 TO WS-SUM-CASES (WS-SUM-POS).
           ADD WS-CUST-ENT-DAY-TOTAL (WS-CUST-IDX)
               TO WS-SUM-VALUE (WS-SUM-POS).
           IF WS-CASE-LARGE-FLAG = 'L'
               ADD 1 TO WS-SUM-LARGE (WS-SUM-POS)
           END-IF.
           IF WS-CASE-TOTAL-FLAG = 'T'
               ADD 1 TO WS-SUM-TOTAL (WS-SUM-POS)
           END-IF.
           IF WS-CASE-SPLIT-FLAG = 'S'
               ADD 1 TO WS-SUM-SPLIT-DAY (WS-SUM-POS)
           END-IF.
           IF WS-CASE-SPLIT-FLAG = 'M'
               ADD 1 TO WS-SUM-SPLIT-WIN (WS-SUM-POS)
           END-IF.
      *
           GO TO 4300-EXIT.
      *
       4300-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4350-FIND-SUM-SLOT - ONE SUMMARY ROW PER CALL.  STOPS ON
      *    THE FIRST ROW NOT BELOW THE WANTED KEY, OR PAST THE END.
      *-----------------------------------------------------------------
       4350-FIND-SUM-SLOT.
      *
           IF WS-SUM-POS > WS-SUM-COUNT
               MOVE 'Y' TO WS-SUM-SLOT-SW
               GO TO 4350-EXIT
           END-IF.
      *
           IF WS-SUM-KEY (WS-SUM-POS) NOT < WS-SUM-WANT-KEY
               MOVE 'Y' TO WS-SUM-SLOT-SW
               GO TO 4350-EXIT
           END-IF.
      *
           ADD 1 TO WS-SUM-POS.
      *
           GO TO 4350-EXIT.
      *
       4350-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4360-SHIFT-ONE-ROW - MOVE ONE SUMMARY ROW DOWN A PLACE TO
      *    OPEN THE SLOT, WORKING UP FROM THE BOTTOM.
      *-----------------------------------------------------------------
       4360-SHIFT-ONE-ROW.
      *
           MOVE WS-SUM-ENTRY (WS-SUM-SHIFT)
               TO WS-SUM-ENTRY (WS-SUM-SHIFT + 1).
           SUBTRACT 1 FROM WS-SUM-SHIFT.
      *
           GO TO 4360-EXIT.
      *
       4360-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5000-PRINT-SUMMARY - ONE LINE PER SITE AND BRANCH WITH
      *    ACTIVITY TODAY, A TOTAL PER SITE AND A GRAND TOTAL.  CASE
      *    VALUE IS THE CASE CUSTOMERS' POSTINGS TODAY, IN EACH
      *    SITE'S OWN CURRENCY, SO THE GRAND TOTAL SHOWS NO VALUE
      *    WHEN MORE THAN ONE SITE IS LISTED.
      *-----------------------------------------------------------------
       5000-PRINT-SUMMARY.
      *
           DISPLAY ' '.
           DISPLAY '*** ACTIVITY AND CASES BY SITE AND BRANCH ***'.
           DISPLAY ' '.
           DISPLAY WS-SUM-HEADER.
      *
           IF WS-SUM-COUNT = ZERO
               DISPLAY '  NO POSTED ACTIVITY TODAY'
               GO TO 5000-EXIT
           END-IF.
      *
           MOVE WS-SUM-SITE (1) TO WS-PREV-SITE.
           PERFORM 5100-PRINT-ONE-ROW
               THRU 5100-EXIT
               VARYING WS-SUM-POS FROM 1 BY 1
               UNTIL WS-SUM-POS > WS-SUM-COUNT.
      *
           PERFORM 5150-PRINT-SITE-TOTAL
               THRU 5150-EXIT.
      *
           MOVE SPACES            TO WS-SML-SITE.
           MOVE 'ALL'             TO WS-SML-BRANCH.
           MOVE WS-GRT-ACTIVE     TO WS-SML-ACTIVE.
           MOVE WS-GRT-CASES      TO WS-SML-CASES.
           MOVE WS-GRT-LARGE      TO WS-SML-LARGE.
           MOVE WS-GRT-TOTAL      TO WS-SML-TOTAL.
           MOVE WS-GRT-SPLIT-DAY  TO WS-SML-SPLIT-DAY.
           MOVE WS-GRT-SPLIT-WIN  TO WS-SML-SPLIT-WIN.
           MOVE WS-GRT-VALUE      TO WS-SML-VALUE.
           IF WS-SUM-SITE (1) NOT = WS-SUM-SITE (WS-SUM-COUNT)
               MOVE SPACES        TO WS-SML-VALUE-X
           END-IF.
           DISPLAY WS-SUM-LINE.
      *
           GO TO 5000-EXIT.
      *
       5000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5100-PRINT-ONE-ROW - ONE SITE/BRANCH ROW PER CALL, WITH
      *    THE SITE TOTAL ON A CHANGE OF SITE.
      *-----------------------------------------------------------------
       5100-PRINT-ONE-ROW.
      *
           IF WS-SUM-SITE (WS-SUM-POS) NOT = WS-PREV-SITE
               PERFORM 5150-PRINT-SITE-TOTAL
                   THRU 5150-EXIT
               MOVE WS-SUM-SITE (WS-SUM-POS) TO WS-PREV-SITE
           END-IF.
      *
           MOVE WS-SUM-SITE (WS-SUM-POS)      TO WS-SML-SITE.
           MOVE WS-SUM-BRANCH (WS-SUM-POS)    TO WS-SML-BRANCH.
           MOVE WS-SUM-ACTIVE (WS-SUM-POS)    TO WS-SML-ACTIVE.
           MOVE WS-SUM-CASES (WS-SUM-POS)     TO WS-SML-CASES.
           MOVE WS-SUM-LARGE (WS-SUM-POS)     TO WS-SML-LARGE.
           MOVE WS-SUM-TOTAL (WS-SUM-POS)     TO WS-SML-TOTAL.
           MOVE WS-SUM-SPLIT-DAY (WS-SUM-POS) TO WS-SML-SPLIT-DAY.
           MOVE WS-SUM-SPLIT-WIN (WS-SUM-POS) TO WS-SML-SPLIT-WIN.
           MOVE WS-SUM-VALUE (WS-SUM-POS)     TO WS-SML-VALUE.
           DISPLAY WS-SUM-LINE.
      *
           ADD WS-SUM-ACTIVE (WS-SUM-POS)     TO WS-STT-ACTIVE.
           ADD WS-SUM-CASES (WS-SUM-POS)      TO WS-STT-CASES.
           ADD WS-SUM-LARGE (WS-SUM-POS)      TO WS-STT-LARGE.
           ADD WS-SUM-TOTAL (WS-SUM-POS)      TO WS-STT-TOTAL.
           ADD WS-SUM-SPLIT-DAY (WS-SUM-POS)  TO WS-STT-SPLIT-DAY.
           ADD WS-SUM-SPLIT-WIN (WS-SUM-POS)  TO WS-STT-SPLIT-WIN.
           ADD WS-SUM-VALUE (WS-SUM-POS)      TO WS-STT-VALUE.
      *
           GO TO 5100-EXIT.
      *
       5100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5150-PRINT-SITE-TOTAL - THE TOTAL LINE FOR WS-PREV-SITE,
      *    ROLLED INTO THE GRAND TOTAL AND CLEARED.
      *-----------------------------------------------------------------
       5150-PRINT-SITE-TOTAL.
      *
           MOVE WS-PREV-SITE      TO WS-SML-SITE.
           MOVE 'TOTAL'           TO WS-SML-BRANCH.
           MOVE WS-STT-ACTIVE     TO WS-SML-ACTIVE.
           MOVE WS-STT-CASES      TO WS-SML-CASES.
           MOVE WS-STT-LARGE      TO WS-SML-LARGE.
           MOVE WS-STT-TOTAL      TO WS-SML-TOTAL.
           MOVE WS-STT-SPLIT-DAY  TO WS-SML-SPLIT-DAY.
           MOVE WS-STT-SPLIT-WIN  TO WS-SML-SPLIT-WIN.
           MOVE WS-STT-VALUE      TO WS-SML-VALUE.
           DISPLAY WS-SUM-LINE.
           DISPLAY ' '.
      *
           ADD WS-STT-ACTIVE      TO WS-GRT-ACTIVE.
           ADD WS-STT-CASES       TO WS-GRT-CASES.
           ADD WS-STT-LARGE       TO WS-GRT-LARGE.
           ADD WS-STT-TOTAL       TO WS-GRT-TOTAL.
           ADD WS-STT-SPLIT-DAY   TO WS-GRT-SPLIT-DAY.
           ADD WS-STT-SPLIT-WIN   TO WS-GRT-SPLIT-WIN.
           ADD WS-STT-VALUE       TO WS-GRT-VALUE.
           INITIALIZE WS-SITE-TOTALS.
      *
           GO TO 5150-EXIT.
      *
       5150-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5500-PRINT-TOTALS - THE SETTINGS THE RUN USED, THE RUN
      *    COUNTS, AND THE CONSOLE NOTICE WHEN CASES WERE RAISED.
      *-----------------------------------------------------------------
       5500-PRINT-TOTALS.
      *
           DISPLAY ' '.
           PERFORM 5550-PRINT-ONE-THRESHOLD
               THRU 5550-EXIT
               VARYING WS-THR-SUB FROM 1 BY 1
               UNTIL WS-THR-SUB > 2.
           MOVE 'JUST-UNDER BAND FROM (PCT)' TO WS-COUNT-LABEL.
           MOVE WS-NEAR-PCT                  TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'STRUCTURING COUNT'          TO WS-COUNT-LABEL.
           MOVE WS-STR-COUNT                 TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'LOOK-BACK (BUSINESS DAYS)'  TO WS-COUNT-LABEL.
           MOVE WS-LOOK-BACK                 TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'WINDOW FROM'                TO WS-DATE-LABEL.
           MOVE WS-WINDOW-DATE               TO WS-DATE-OUT.
           DISPLAY WS-DATE-LINE.
      *
           DISPLAY ' '.
           MOVE 'CUSTOMERS LOADED'           TO WS-COUNT-LABEL.
           MOVE WS-CUSTS-LOADED              TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'ACCOUNTS READ'              TO WS-COUNT-LABEL.
           MOVE WS-ACCTS-READ                TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'ACCOUNTS ACTIVE IN WINDOW'  TO WS-COUNT-LABEL.
           MOVE WS-ACCTS-ACTIVE              TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'ACCOUNTS OWNER NOT ON FILE' TO WS-COUNT-LABEL.
           MOVE WS-ACCTS-NO-OWNER            TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'HISTORY ENTRIES READ'       TO WS-COUNT-LABEL.
           MOVE WS-HIST-READ                 TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'INTEREST ENTRIES SKIPPED'   TO WS-COUNT-LABEL.
           MOVE WS-HIST-INTEREST             TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'CUSTOMERS ACTIVE TODAY'     TO WS-COUNT-LABEL.
           MOVE WS-CUSTS-ACTIVE              TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'CASES RAISED'               TO WS-COUNT-LABEL.
           MOVE WS-CASES-RAISED              TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE '  SINGLE OVER THRESHOLD'    TO WS-COUNT-LABEL.
           MOVE WS-CASES-LARGE               TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE '  DAY TOTAL OVER THRESHOLD' TO WS-COUNT-LABEL.
           MOVE WS-CASES-TOTAL               TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE '  STRUCTURING TODAY'        TO WS-COUNT-LABEL.
           MOVE WS-CASES-SPLIT-DAY           TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE '  STRUCTURING IN WINDOW'    TO WS-COUNT-LABEL.
           MOVE WS-CASES-SPLIT-WIN           TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'CARDS REJECTED'             TO WS-COUNT-LABEL.
           MOVE WS-CARDS-REJECTED            TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
      *
      *    CASES ARE ANNOUNCED LIVE SO COMPLIANCE KNOWS TO PICK UP
      *    THE CASE FILE.
           IF WS-CASES-RAISED > ZERO
               MOVE WS-CASES-RAISED TO WS-ALERT-COUNT
               DISPLAY WS-CASE-ALERT
               DISPLAY WS-CASE-ALERT UPON CONSOLE
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
           END-IF.
      *
           GO TO 5500-EXIT.
      *
       5500-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5550-PRINT-ONE-THRESHOLD - ONE SITE'S THRESHOLD PER CALL.
      *-----------------------------------------------------------------
       5550-PRINT-ONE-THRESHOLD.
      *
           MOVE SPACES                   TO WS-LIMIT-LABEL.
           MOVE 'THRESHOLD - SITE'       TO WS-LIMIT-LABEL(1:16).
           MOVE BCH-SITE-CODE (WS-THR-SUB)
                                         TO WS-LIMIT-LABEL(18:2).
           MOVE WS-THR-AMOUNT (WS-THR-SUB)
                                         TO WS-LIMIT-OUT.
           DISPLAY WS-LIMIT-LINE.
      *
           GO TO 5550-EXIT.
      *
       5550-EXIT.
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
