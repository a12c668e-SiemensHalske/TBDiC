      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    SETLCONS.
       AUTHOR.        H. BRUNNER.
       INSTALLATION.  BATCH CONTROL GROUP.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *
      *-----------------------------------------------------------------
      *  HEAD-OFFICE GROUP SETTLEMENT CONSOLIDATION.  READS EACH
      *  SITE'S SETTLEMENT RESULTS (SETLDE AND SETLUS - THE SETLSUM
      *  OUTPUT OF THE SITE'S SETLRPT RUN, COPYBOOK SETLREC) FOR THE
      *  BUSINESS DATE AND CONVERTS THEM TO THE GROUP REPORTING
      *  CURRENCY AT THE DAY'S RATE FROM THE FXRATE DAILY
      *  EXCHANGE-RATE FILE (COPYBOOK FXRREC).  THE RATE MUST BE
      *  DATED THE LAST HEAD-OFFICE BUSINESS DAY ON OR BEFORE THE
      *  BUSINESS DATE, PER THE CALENDAR; AN OLDER RATE IS STALE.
      *  EITHER DIRECTION OF A CURRENCY PAIR IS ACCEPTED.  THE PAGE
      *  SHOWS EACH SITE'S DEBITS, CREDITS, NET AND REJECTED TOTALS
      *  IN ITS OWN CURRENCY AND IN THE REPORTING CURRENCY, THE RATE
      *  USED, AND THE GROUP TOTAL.  A SITE ON A HOLIDAY OF ITS OWN
      *  HAS NO SETTLEMENT TO SEND AND IS SHOWN AS SUCH.  A SITE
      *  THAT SHOULD HAVE SETTLED BUT HAS NO RESULTS, A RESULT IN
      *  THE WRONG CURRENCY, OR A MISSING OR STALE RATE STOPS THE
      *  RUN - EVERY SUCH PROBLEM IS LISTED AND NO GROUP FIGURE IS
      *  PRINTED.  THE REPORTING CURRENCY AND BUSINESS DATE COME
      *  FROM THE SYSIN CARDS (COPYBOOK SCONCRD).
      *  RETURN CODES: 0 = GROUP SETTLEMENT PRODUCED, 4 = WARNINGS
      *  (NO CALENDAR, CARD OR RATE RECORD REJECTED), 8 = GROUP
      *  SETTLEMENT NOT PRODUCED.
      *
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 HB    ORIGINAL.  HEAD OFFICE ADDED THE SITES'
      *                   SETTLEMENT PAGES TOGETHER BY HAND AT A
      *                   RATE LOOKED UP ON THE DAY.
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
           SELECT OPTIONAL SETL-DE-FILE
                                      ASSIGN TO 'SETLDE'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-SETLDE-STATUS.
      *
           SELECT OPTIONAL SETL-US-FILE
                                      ASSIGN TO 'SETLUS'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-SETLUS-STATUS.
      *
           SELECT OPTIONAL FX-RATE-FILE
                                      ASSIGN TO 'FXRATE'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-FXRATE-STATUS.
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
       COPY SCONCRD.
      *
       FD  SETL-DE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SETL-DE-RECORD             PIC X(80).
      *
       FD  SETL-US-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SETL-US-RECORD             PIC X(80).
      *
       FD  FX-RATE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY FXRREC.
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
      *    SETTLEMENT RESULT WORK AREA - THE CURRENT SITE RECORD IS
      *    MOVED HERE FOR INSPECTION.  SEE COPYBOOKS/SETLREC.CPY
      *-----------------------------------------------------------------
       COPY SETLREC.
      *
      *-----------------------------------------------------------------
      *    SITE TABLE - THE SITE RESULTS AND CALENDAR FLAGS FOLLOW
      *    THE SITETAB ENTRY ORDER (1 = DE, 2 = US).  SEE
      *    COPYBOOKS/SITETAB.CPY
      *-----------------------------------------------------------------
       COPY SITETAB.
      *
      *-----------------------------------------------------------------
      *    SITE CURRENCY TABLE, IN SITETAB ORDER - EACH SITE'S
      *    RESULTS MUST BE IN ITS OWN CURRENCY.  SEE
      *    COPYBOOKS/SITECCY.CPY
      *-----------------------------------------------------------------
       COPY SITECCY.
      *
       77  WS-SITE-SUB            PIC 9(04)  COMP  VALUE 1.
       77  WS-HO-SITE-SUB         PIC 9(04)  COMP  VALUE 1.
       77  WS-CAL-SITE-SUB        PIC 9(04)  COMP  VALUE 1.
      *
      *-----------------------------------------------------------------
      *    RUN SETTINGS.  BUSDATE AND REPCCY CARDS OVERRIDE THE
      *    BUSINESS DATE (DEFAULT TODAY) AND THE REPORTING CURRENCY.
      *    THE RATE DATE IS THE LAST HEAD-OFFICE BUSINESS DAY ON OR
      *    BEFORE THE BUSINESS DATE.
      *-----------------------------------------------------------------
       01  WS-BUS-DATE            PIC X(10)  VALUE SPACES.
       01  WS-REP-CCY             PIC X(03)  VALUE 'EUR'.
       01  WS-RATE-DATE           PIC X(10)  VALUE SPACES.
      *
      *-----------------------------------------------------------------
      *    BUSINESS-DAY CALENDAR, LOADED AT RUN TIME FROM THE
      *    CALENDAR DATASET - SEE COPYBOOKS/CALREC.CPY.  A MISSING
      *    CALENDAR TREATS EVERY DAY AS A BUSINESS DAY AT EVERY
      *    SITE, WITH A WARNING.
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
      *    DATE WORK FIELDS FOR THE WALK BACK TO THE RATE DATE AND
      *    FOR EDITING A YYYY-MM-DD DATE.
      *-----------------------------------------------------------------
       77  WS-WALK-INT            PIC S9(09) COMP  VALUE ZERO.
       01  WS-DATE-NUM            PIC 9(08)  VALUE ZERO.
       01  WS-CONV-DATE           PIC X(10)  VALUE SPACES.
       01  WS-DATE-OK-SW          PIC X(01)  VALUE 'N'.
           88  WS-DATE-OK                    VALUE 'Y'.
      *
      *-----------------------------------------------------------------
      *    SITE RESULTS, IN SITETAB ORDER.  STATE F = THE SITE'S
      *    RESULT FOR THE BUSINESS DATE WAS FOUND.  DUE = THE
      *    BUSINESS DATE IS A PROCESSING DAY AT THE SITE.  THE
      *    LATEST DATE IS THE NEWEST OTHER BUSINESS DATE SEEN ON THE
      *    SITE'S FILE, FOR THE MESSAGE WHEN TODAY'S IS MISSING.
      *-----------------------------------------------------------------
       01  WS-SITE-RESULTS.
           05  WS-SR-ENTRY OCCURS 2 TIMES.
               10  WS-SR-STATE            PIC X(01).
                   88  WS-SR-FOUND                   VALUE 'F'.
               10  WS-SR-DUE-SW           PIC X(01).
                   88  WS-SR-DUE                     VALUE 'Y'.
               10  WS-SR-FILE-SW          PIC X(01).
                   88  WS-SR-FILE-MISSING            VALUE 'M'.
               10  WS-SR-INVERSE-SW       PIC X(01).
                   88  WS-SR-INVERSE                 VALUE 'Y'.
               10  WS-SR-CCY              PIC X(03).
               10  WS-SR-LATEST-DATE      PIC X(10).
               10  WS-SR-RATE-DATE        PIC X(10).
               10  WS-SR-RATE             PIC 9(05)V9(06) COMP-3.
               10  WS-SR-DEBITS           PIC S9(13)V99 COMP-3.
               10  WS-SR-CREDITS          PIC S9(13)V99 COMP-3.
               10  WS-SR-REJECTED         PIC S9(13)V99 COMP-3.
               10  WS-SR-ACCOUNTS         PIC 9(07)  COMP.
               10  WS-SR-REP-DEBITS       PIC S9(13)V99 COMP-3.
               10  WS-SR-REP-CREDITS      PIC S9(13)V99 COMP-3.
               10  WS-SR-REP-REJECTED     PIC S9(13)V99 COMP-3.
      *
      *-----------------------------------------------------------------
      *    DAILY RATE TABLE - EVERY RATE ON FXRATE THAT QUOTES THE
      *    REPORTING CURRENCY AND IS DATED ON OR BEFORE THE RATE
      *    DATE.  LATER-DATED RATES ARE NOT FOR THIS BUSINESS DATE.
      *-----------------------------------------------------------------
       01  WS-FXR-TABLE.
           05  WS-FXR-COUNT           PIC 9(04)  COMP  VALUE ZERO.
           05  WS-FXR-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-FXR-IDX.
               10  WS-FXR-ENT-DATE        PIC X(10).
               10  WS-FXR-ENT-FROM        PIC X(03).
               10  WS-FXR-ENT-TO          PIC X(03).
               10  WS-FXR-ENT-RATE        PIC 9(05)V9(06) COMP-3.
      *
      *-----------------------------------------------------------------
      *    THE RATE BEING LOOKED UP.  THE DIRECT QUOTE (SITE
      *    CURRENCY TO REPORTING CURRENCY) IS PREFERRED TO THE
      *    INVERSE ON THE SAME DATE.
      *-----------------------------------------------------------------
       01  WS-WANT-CCY            PIC X(03)  VALUE SPACES.
       01  WS-DIRECT-SW           PIC X(01)  VALUE 'N'.
           88  WS-DIRECT-FOUND               VALUE 'Y'.
       01  WS-INVERSE-SW          PIC X(01)  VALUE 'N'.
           88  WS-INVERSE-FOUND              VALUE 'Y'.
       01  WS-DIRECT-RATE         PIC 9(05)V9(06) COMP-3 VALUE ZERO.
       01  WS-INVERSE-RATE        PIC 9(05)V9(06) COMP-3 VALUE ZERO.
       01  WS-OLDER-DATE          PIC X(10)  VALUE SPACES.
      *
      *-----------------------------------------------------------------
      *    GROUP TOTAL IN THE REPORTING CURRENCY.
      *-----------------------------------------------------------------
       01  WS-GROUP-TOTALS.
           05  WS-GRP-DEBITS          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GRP-CREDITS         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GRP-REJECTED        PIC S9(13)V99 COMP-3 VALUE ZERO.
      *
       01  WS-RAW-DATE            PIC X(08).
       01  WS-RAW-TIME            PIC X(08).
       01  WS-END-RAW-TIME        PIC X(08).
       01  WS-SITECTL-STATUS      PIC X(02)  VALUE '00'.
       01  WS-RUN-SITE-CODE       PIC X(02)  VALUE 'DE'.
       01  WS-CARD-STATUS         PIC X(02)  VALUE '00'.
       01  WS-SETLDE-STATUS       PIC X(02)  VALUE '00'.
       01  WS-SETLUS-STATUS       PIC X(02)  VALUE '00'.
       01  WS-FXRATE-STATUS       PIC X(02)  VALUE '00'.
       01  WS-CALENDAR-STATUS     PIC X(02)  VALUE '00'.
      *
       01  WS-CURRENT-FILE        PIC X(08)  VALUE SPACES.
      *
       01  WS-CARD-EOF-SW         PIC X(01)  VALUE 'N'.
           88  WS-CARD-EOF                   VALUE 'Y'.
       01  WS-SETL-EOF-SW         PIC X(01)  VALUE 'N'.
           88  WS-SETL-EOF                   VALUE 'Y'.
       01  WS-FXRATE-EOF-SW       PIC X(01)  VALUE 'N'.
           88  WS-FXRATE-EOF                 VALUE 'Y'.
      *
      *-----------------------------------------------------------------
      *    REPORT LINES.
      *-----------------------------------------------------------------
       01  WS-PAGE-TITLE.
           05  FILLER             PIC X(37)
                     VALUE '*** GROUP SETTLEMENT - BUSINESS DATE '.
           05  WS-TTL-DATE        PIC X(10).
           05  FILLER             PIC X(15)
                     VALUE ' - REPORTED IN '.
           05  WS-TTL-CCY         PIC X(03).
           05  FILLER             PIC X(04)  VALUE ' ***'.
      *
       01  WS-PAGE-HEADER.
           05  FILLER             PIC X(12) VALUE '  SITE  CCY '.
           05  FILLER             PIC X(17) VALUE '         DEBITS  '.
           05  FILLER             PIC X(17) VALUE '        CREDITS  '.
           05  FILLER             PIC X(17) VALUE '            NET  '.
           05  FILLER             PIC X(16) VALUE '       REJECTED '.
      *
       01  WS-PAGE-RULE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  FILLER             PIC X(77)  VALUE ALL '-'.
      *
       01  WS-AMT-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-AML-SITE        PIC X(05).
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-AML-CCY         PIC X(03).
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-AML-DEBITS      PIC Z(11)9.99-.
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-AML-CREDITS     PIC Z(11)9.99-.
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-AML-NET         PIC Z(11)9.99-.
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-AML-REJECTED    PIC Z(11)9.99-.
      *
       01  WS-RATE-LINE.
           05  FILLER             PIC X(13)  VALUE '        RATE '.
           05  WS-RTL-FROM        PIC X(03).
           05  FILLER             PIC X(01)  VALUE '/'.
           05  WS-RTL-TO          PIC X(03).
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-RTL-RATE        PIC Z(04)9.9(06).
           05  FILLER             PIC X(04)  VALUE ' OF '.
           05  WS-RTL-DATE        PIC X(10).
           05  WS-RTL-NOTE        PIC X(32).
      *
       01  WS-NOTE-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-NTL-SITE        PIC X(05).
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-NTL-CCY         PIC X(03).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-NTL-TEXT        PIC X(50).
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
       77  WS-CARDS-READ          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-CARDS-REJECTED      PIC 9(07)  COMP  VALUE ZERO.
       77  WS-SETL-READ           PIC 9(07)  COMP  VALUE ZERO.
       77  WS-SETL-IGNORED        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-RATES-READ          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-RATES-LOADED        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-RATES-REJECTED      PIC 9(07)  COMP  VALUE ZERO.
       77  WS-PROBLEMS            PIC 9(07)  COMP  VALUE ZERO.
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
           PERFORM 1800-SET-RATE-DATE
               THRU 1800-EXIT.
      *
           MOVE 'SETLDE  ' TO WS-CURRENT-FILE.
           MOVE 1          TO WS-SITE-SUB.
           PERFORM 2000-LOAD-ONE-SITE
               THRU 2000-EXIT.
      *
           MOVE 'SETLUS  ' TO WS-CURRENT-FILE.
           MOVE 2          TO WS-SITE-SUB.
           PERFORM 2000-LOAD-ONE-SITE
               THRU 2000-EXIT.
      *
           PERFORM 2500-LOAD-RATES
               THRU 2500-EXIT.
      *
           PERFORM 3000-CHECK-ONE-SITE
               THRU 3000-EXIT
               VARYING WS-SITE-SUB FROM 1 BY 1
               UNTIL WS-SITE-SUB > 2.
      *
      *    A GROUP FIGURE MISSING A SITE OR CONVERTED AT THE WRONG
      *    RATE WOULD BE TAKEN AS RIGHT, SO NONE IS PRINTED.
           IF WS-PROBLEMS = ZERO
               PERFORM 4000-PRINT-GROUP
                   THRU 4000-EXIT
           ELSE
               MOVE 8 TO BCH-RETURN-CODE
               DISPLAY ' '
               DISPLAY 'SETLCONS - GROUP SETTLEMENT NOT PRODUCED FOR '
                   WS-BUS-DATE
               DISPLAY 'SETLCONS - GROUP SETTLEMENT NOT PRODUCED FOR '
                   WS-BUS-DATE
                   UPON CONSOLE
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
      *    GROUP PAGE IS RUN-IDENTIFIED.  THE BUSINESS DATE DEFAULTS
      *    TO THE RUN DATE.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
      *
           MOVE 'SETLCONS'           TO BCH-BANNER-JOB-NAME.
           MOVE 'STEP01'             TO BCH-BANNER-STEP-NAME.
           MOVE 'GROUP SETTLEMENT CONSOLIDATION'
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
           MOVE BCH-BANNER-RUN-DATE TO WS-BUS-DATE.
           INITIALIZE WS-SITE-RESULTS.
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
      *    COPYBOOK SCONCRD).  NO CARDS AT ALL RUNS ON THE DEFAULTS.
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
      *    THE SETTING AS IT WAS.
      *-----------------------------------------------------------------
       1150-EDIT-ONE-CARD.
      *
           READ CARD-FILE
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-SW
                   GO TO 1150-EXIT
           END-READ.
      *
           IF BCH-SCC-CARD = SPACES OR
              BCH-SCC-CARD(1:1) = '*'
               GO TO 1150-EXIT
           END-IF.
      *
           ADD 1 TO WS-CARDS-READ.
      *
           IF BCH-SCC-KEYWORD = 'REPCCY'
               IF BCH-SCC-CCY NOT ALPHABETIC OR
                  BCH-SCC-CCY(3:1) = SPACE OR
                  BCH-SCC-CCY-AREA(4:9) NOT = SPACES
                   GO TO 1150-REJECT
               END-IF
               MOVE BCH-SCC-CCY TO WS-REP-CCY
               GO TO 1150-EXIT
           END-IF.
      *
           IF BCH-SCC-KEYWORD = 'BUSDATE'
               MOVE BCH-SCC-VALUE TO WS-CONV-DATE
               PERFORM 1180-EDIT-ONE-DATE
                   THRU 1180-EXIT
               IF NOT WS-DATE-OK OR
                  BCH-SCC-VALUE-AREA(11:2) NOT = SPACES
                   GO TO 1150-REJECT
               END-IF
               MOVE BCH-SCC-VALUE TO WS-BUS-DATE
               GO TO 1150-EXIT
           END-IF.
      *
       1150-REJECT.
           ADD 1 TO WS-CARDS-REJECTED.
           DISPLAY 'SETLCONS - CARD REJECTED: ' BCH-SCC-CARD(1:40).
           IF BCH-RETURN-CODE < 4
               MOVE 4 TO BCH-RETURN-CODE
           END-IF.
           GO TO 1150-EXIT.
      *
       1150-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1180-EDIT-ONE-DATE - IS WS-CONV-DATE IN YYYY-MM-DD FORM?
      *-----------------------------------------------------------------
       1180-EDIT-ONE-DATE.
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
               GO TO 1180-EXIT
           END-IF.
      *
           MOVE 'Y' TO WS-DATE-OK-SW.
      *
           GO TO 1180-EXIT.
      *
       1180-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1700-LOAD-CALENDAR - PULL THE BUSINESS-DAY CALENDAR INTO
      *    THE IN-STORAGE TABLE.  A MISSING CALENDAR IS A WARNING -
      *    EVERY SITE IS THEN EXPECTED TO HAVE SETTLED AND THE RATE
      *    MUST BE DATED THE BUSINESS DATE ITSELF.
      *-----------------------------------------------------------------
       1700-LOAD-CALENDAR.
      *
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'SETLCONS - CALENDAR NOT AVAILABLE - EVERY DAY'
                   ' TAKEN AS A BUSINESS DAY'
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
      *    1800-SET-RATE-DATE - WALK BACK FROM THE BUSINESS DATE ONE
      *    DAY AT A TIME TO THE FIRST HEAD-OFFICE BUSINESS DAY.
      *    TREASURY LOADS NO RATES ON A DAY HEAD OFFICE IS CLOSED,
      *    SO A SITE SETTLING THEN IS CONVERTED AT THE LAST RATE
      *    BEFORE IT.  THE WALK ALWAYS ENDS - A DATE MISSING FROM
      *    THE CALENDAR COUNTS AS A BUSINESS DAY.
      *-----------------------------------------------------------------
       1800-SET-RATE-DATE.
      *
           MOVE WS-BUS-DATE(1:4) TO WS-DATE-NUM(1:4).
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-NUM(5:2).
           MOVE WS-BUS-DATE(9:2) TO WS-DATE-NUM(7:2).
           COMPUTE WS-WALK-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
      *
           MOVE WS-HO-SITE-SUB TO WS-CAL-SITE-SUB.
           MOVE 'N' TO WS-CAL-DAY-OK-SW.
           PERFORM 1850-TRY-ONE-DAY
               THRU 1850-EXIT
               UNTIL WS-CAL-DAY-OK.
      *
           GO TO 1800-EXIT.
      *
       1800-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1850-TRY-ONE-DAY - ONE DAY OF THE WALK BACK.  THE WALK
      *    STEPS BACK ONLY WHILE NO BUSINESS DAY HAS BEEN FOUND, SO
      *    IT STOPS ON THE RATE DATE.
      *-----------------------------------------------------------------
       1850-TRY-ONE-DAY.
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
      *
           IF WS-CAL-DAY-OK
               MOVE WS-CAL-LOOKUP-DATE TO WS-RATE-DATE
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
      *    PROCESSING DAY FOR THE SITE IN WS-CAL-SITE-SUB?  A DATE
      *    MISSING FROM THE CALENDAR IS TREATED AS A BUSINESS DAY,
      *    SAME AS TRANPOST.
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
           IF WS-CAL-ENT-SITE-FLAG (WS-CAL-IDX, WS-CAL-SITE-SUB) = 'H'
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
      *    1950-SET-SITE-SUB - ALIGN THE HEAD-OFFICE SITE SUBSCRIPT
      *    (CALENDAR FLAGS FOR THE RATE DATE) WITH THE RUNNING SITE
      *    CODE.
      *-----------------------------------------------------------------
       1950-SET-SITE-SUB.
      *
           SET BCH-SITE-IDX TO 1.
           SEARCH BCH-SITE-ENTRY
               AT END
                   GO TO 1950-EXIT
               WHEN BCH-SITE-CODE (BCH-SITE-IDX) = WS-RUN-SITE-CODE
                   SET WS-HO-SITE-SUB TO BCH-SITE-IDX
           END-SEARCH.
      *
           GO TO 1950-EXIT.
      *
       1950-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2000-LOAD-ONE-SITE - READ THE SITE'S SETTLEMENT RESULTS
      *    AND KEEP ITS RECORD FOR THE BUSINESS DATE.  WHETHER THE
      *    SITE OWED ONE IS DECIDED IN 3000-CHECK-ONE-SITE.
      *-----------------------------------------------------------------
       2000-LOAD-ONE-SITE.
      *
           MOVE 'N' TO WS-SETL-EOF-SW.
      *
           PERFORM 2800-OPEN-CURRENT
               THRU 2800-EXIT.
           IF WS-SETL-EOF
               MOVE 'M' TO WS-SR-FILE-SW (WS-SITE-SUB)
               GO TO 2000-EXIT
           END-IF.
      *
           PERFORM 2100-TAKE-ONE-RESULT
               THRU 2100-EXIT
               UNTIL WS-SETL-EOF.
      *
           PERFORM 2850-CLOSE-CURRENT
               THRU 2850-EXIT.
      *
           GO TO 2000-EXIT.
      *
       2000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2100-TAKE-ONE-RESULT - ONE RESULT RECORD PER CALL.  ONLY
      *    THE SITE'S OWN RECORD FOR THE BUSINESS DATE IS TAKEN; THE
      *    NEWEST OTHER DATE IS NOTED.  A SECOND RECORD FOR THE SAME
      *    DATE IS IGNORED.
      *-----------------------------------------------------------------
       2100-TAKE-ONE-RESULT.
      *
           PERFORM 2900-READ-CURRENT
               THRU 2900-EXIT.
           IF WS-SETL-EOF
               GO TO 2100-EXIT
           END-IF.
      *
           ADD 1 TO WS-SETL-READ.
      *
           IF BCH-SETL-SITE-CODE NOT = BCH-SITE-CODE (WS-SITE-SUB)
               ADD 1 TO WS-SETL-IGNORED
               GO TO 2100-EXIT
           END-IF.
      *
           IF BCH-SETL-BUS-DATE NOT = WS-BUS-DATE
               IF BCH-SETL-BUS-DATE >
                      WS-SR-LATEST-DATE (WS-SITE-SUB)
                   MOVE BCH-SETL-BUS-DATE
                       TO WS-SR-LATEST-DATE (WS-SITE-SUB)
               END-IF
               ADD 1 TO WS-SETL-IGNORED
               GO TO 2100-EXIT
           END-IF.
      *
           IF WS-SR-FOUND (WS-SITE-SUB)
               ADD 1 TO WS-SETL-IGNORED
               GO TO 2100-EXIT
           END-IF.
      *
           IF BCH-SETL-DEBITS   NOT NUMERIC OR
              BCH-SETL-CREDITS  NOT NUMERIC OR
              BCH-SETL-REJECTED NOT NUMERIC OR
              BCH-SETL-ACCOUNTS NOT NUMERIC
               DISPLAY 'SETLCONS - ' WS-CURRENT-FILE
                   ' RESULT FOR ' WS-BUS-DATE ' IS NOT NUMERIC'
               ADD 1 TO WS-SETL-IGNORED
               GO TO 2100-EXIT
           END-IF.
      *
           MOVE 'F'               TO WS-SR-STATE (WS-SITE-SUB).
           MOVE BCH-SETL-CURRENCY TO WS-SR-CCY (WS-SITE-SUB).
           MOVE BCH-SETL-DEBITS   TO WS-SR-DEBITS (WS-SITE-SUB).
           MOVE BCH-SETL-CREDITS  TO WS-SR-CREDITS (WS-SITE-SUB).
           MOVE BCH-SETL-REJECTED TO WS-SR-REJECTED (WS-SITE-SUB).
           MOVE BCH-SETL-ACCOUNTS TO WS-SR-ACCOUNTS (WS-SITE-SUB).
      *
           GO TO 2100-EXIT.
      *
       2100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2500-LOAD-RATES - PULL THE DAY'S RATES INTO THE RATE
      *    TABLE.  A MISSING RATE FILE IS NOT AN ERROR IN ITSELF -
      *    EVERY SITE NEEDING A CONVERSION WILL THEN FAIL ITS RATE
      *    CHECK.
      *-----------------------------------------------------------------
       2500-LOAD-RATES.
      *
           OPEN INPUT FX-RATE-FILE.
           IF WS-FXRATE-STATUS NOT = '00'
               DISPLAY 'SETLCONS - FXRATE NOT AVAILABLE'
               GO TO 2500-EXIT
           END-IF.
      *
           PERFORM 2550-READ-ONE-RATE
               THRU 2550-EXIT
               UNTIL WS-FXRATE-EOF.
      *
           CLOSE FX-RATE-FILE.
      *
           GO TO 2500-EXIT.
      *
       2500-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2550-READ-ONE-RATE - ONE RATE RECORD PER CALL.  A RECORD
      *    WITH A BAD DATE, A BLANK CURRENCY OR A ZERO OR NON-NUMERIC
      *    RATE IS REJECTED.  ONLY RATES QUOTING THE REPORTING
      *    CURRENCY, DATED NO LATER THAN THE RATE DATE, ARE KEPT.
      *-----------------------------------------------------------------
       2550-READ-ONE-RATE.
      *
           READ FX-RATE-FILE
               AT END
                   MOVE 'Y' TO WS-FXRATE-EOF-SW
                   GO TO 2550-EXIT
           END-READ.
      *
           ADD 1 TO WS-RATES-READ.
      *
           MOVE BCH-FXR-RATE-DATE TO WS-CONV-DATE.
           PERFORM 1180-EDIT-ONE-DATE
               THRU 1180-EXIT.
      *
           IF NOT WS-DATE-OK OR
              BCH-FXR-FROM-CCY = SPACES OR
              BCH-FXR-TO-CCY   = SPACES OR
              BCH-FXR-RATE NOT NUMERIC OR
              BCH-FXR-RATE = ZERO
               ADD 1 TO WS-RATES-REJECTED
               DISPLAY 'SETLCONS - FXRATE RECORD REJECTED: '
                   BCH-FXR-RECORD(1:30)
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
               GO TO 2550-EXIT
           END-IF.
      *
           IF BCH-FXR-RATE-DATE > WS-RATE-DATE
               GO TO 2550-EXIT
           END-IF.
      *
           IF BCH-FXR-FROM-CCY NOT = WS-REP-CCY AND
              BCH-FXR-TO-CCY   NOT = WS-REP-CCY
               GO TO 2550-EXIT
           END-IF.
      *
           IF WS-FXR-COUNT >= 200
               DISPLAY 'SETLCONS - RATE TABLE FULL AT 200 - RATE '
                   BCH-FXR-RECORD(1:30) ' NOT LOADED'
               ADD 1 TO WS-PROBLEMS
               GO TO 2550-EXIT
           END-IF.
      *
           ADD 1 TO WS-FXR-COUNT.
           ADD 1 TO WS-RATES-LOADED.
           SET WS-FXR-IDX TO WS-FXR-COUNT.
           MOVE BCH-FXR-RATE-DATE TO WS-FXR-ENT-DATE (WS-FXR-IDX).
           MOVE BCH-FXR-FROM-CCY  TO WS-FXR-ENT-FROM (WS-FXR-IDX).
           MOVE BCH-FXR-TO-CCY    TO WS-FXR-ENT-TO (WS-FXR-IDX).
           MOVE BCH-FXR-RATE      TO WS-FXR-ENT-RATE (WS-FXR-IDX).
      *
           GO TO 2550-EXIT.
      *
       2550-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2800-OPEN-CURRENT - OPEN THE SITE RESULT FILE BEING READ.
      *    A MISSING FILE IS NOTED; IT ONLY MATTERS IF THE SITE OWED
      *    A RESULT.
      *-----------------------------------------------------------------
       2800-OPEN-CURRENT.
      *
           IF WS-CURRENT-FILE = 'SETLDE  '
               OPEN INPUT SETL-DE-FILE
               IF WS-SETLDE-STATUS NOT = '00'
                   MOVE 'Y' TO WS-SETL-EOF-SW
               END-IF
           ELSE
               OPEN INPUT SETL-US-FILE
               IF WS-SETLUS-STATUS NOT = '00'
                   MOVE 'Y' TO WS-SETL-EOF-SW
               END-IF
           END-IF.
      *
           IF WS-SETL-EOF
               DISPLAY 'SETLCONS - ' WS-CURRENT-FILE
                   ' NOT AVAILABLE'
           END-IF.
      *
           GO TO 2800-EXIT.
      *
       2800-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2850-CLOSE-CURRENT - CLOSE THE SITE RESULT FILE BEING
      *    READ.
      *-----------------------------------------------------------------
       2850-CLOSE-CURRENT.
      *
           IF WS-CURRENT-FILE = 'SETLDE  '
               CLOSE SETL-DE-FILE
           ELSE
               CLOSE SETL-US-FILE
           END-IF.
      *
           GO TO 2850-EXIT.
      *
       2850-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2900-READ-CURRENT - ONE RECORD FROM THE SITE RESULT FILE
      *    BEING READ INTO THE SETLREC WORK AREA.
      *-----------------------------------------------------------------
       2900-READ-CURRENT.
      *
           IF WS-CURRENT-FILE = 'SETLDE  '
               READ SETL-DE-FILE
                   AT END
                       MOVE 'Y' TO WS-SETL-EOF-SW
                       GO TO 2900-EXIT
               END-READ
               MOVE SETL-DE-RECORD TO BCH-SETL-RECORD
           ELSE
               READ SETL-US-FILE
                   AT END
                       MOVE 'Y' TO WS-SETL-EOF-SW
                       GO TO 2900-EXIT
               END-READ
               MOVE SETL-US-RECORD TO BCH-SETL-RECORD
           END-IF.
      *
           GO TO 2900-EXIT.
      *
       2900-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3000-CHECK-ONE-SITE - DID THE SITE OWE A RESULT FOR THE
      *    BUSINESS DATE, AND IF SO IS IT HERE, IN THE SITE'S OWN
      *    CURRENCY, WITH A CURRENT RATE?  EACH PROBLEM IS LISTED
      *    AND COUNTED; A SITE THAT PASSES IS CONVERTED.
      *-----------------------------------------------------------------
       3000-CHECK-ONE-SITE.
      *
           MOVE WS-BUS-DATE TO WS-CAL-LOOKUP-DATE.
           MOVE WS-SITE-SUB TO WS-CAL-SITE-SUB.
           PERFORM 1890-CHECK-BUSINESS-DAY
               THRU 1890-EXIT.
           IF WS-CAL-DAY-OK
               MOVE 'Y' TO WS-SR-DUE-SW (WS-SITE-SUB)
           END-IF.
      *
           IF NOT WS-SR-FOUND (WS-SITE-SUB)
               IF WS-SR-DUE (WS-SITE-SUB)
                   PERFORM 3100-REPORT-MISSING-SITE
                       THRU 3100-EXIT
               END-IF
               GO TO 3000-EXIT
           END-IF.
      *
           IF WS-SR-CCY (WS-SITE-SUB) NOT =
                  BCH-SITE-CCY-CODE (WS-SITE-SUB)
               DISPLAY 'SETLCONS - SITE ' BCH-SITE-CODE (WS-SITE-SUB)
                   ' RESULT IS IN ' WS-SR-CCY (WS-SITE-SUB)
                   ', SITE CURRENCY IS '
                   BCH-SITE-CCY-CODE (WS-SITE-SUB)
               ADD 1 TO WS-PROBLEMS
               GO TO 3000-EXIT
           END-IF.
      *
           PERFORM 3500-FIND-RATE
               THRU 3500-EXIT.
           IF WS-SR-RATE (WS-SITE-SUB) = ZERO
               GO TO 3000-EXIT
           END-IF.
      *
           PERFORM 3700-CONVERT-SITE
               THRU 3700-EXIT.
      *
           GO TO 3000-EXIT.
      *
       3000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3100-REPORT-MISSING-SITE - THE SITE SHOULD HAVE SETTLED
      *    AND DID NOT SEND THE RESULT.  SAY WHAT WAS THERE INSTEAD.
      *-----------------------------------------------------------------
       3100-REPORT-MISSING-SITE.
      *
           ADD 1 TO WS-PROBLEMS.
           DISPLAY 'SETLCONS - SITE ' BCH-SITE-CODE (WS-SITE-SUB)
               ' SETTLEMENT MISSING FOR ' WS-BUS-DATE.
      *
           IF WS-SR-FILE-MISSING (WS-SITE-SUB)
               DISPLAY 'SETLCONS -   NO RESULT FILE RECEIVED FROM '
                   'THE SITE'
               GO TO 3100-EXIT
           END-IF.
      *
           IF WS-SR-LATEST-DATE (WS-SITE-SUB) = SPACES
               DISPLAY 'SETLCONS -   RESULT FILE HOLDS NO RESULTS '
                   'FOR THE SITE'
           ELSE
               DISPLAY 'SETLCONS -   LATEST RESULT RECEIVED IS FOR '
                   WS-SR-LATEST-DATE (WS-SITE-SUB)
           END-IF.
      *
           GO TO 3100-EXIT.
      *
       3100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3500-FIND-RATE - THE RATE FROM THE SITE'S CURRENCY TO THE
      *    REPORTING CURRENCY AS OF THE RATE DATE.  A SITE ALREADY
      *    IN THE REPORTING CURRENCY NEEDS NO RATE.  A ZERO RATE
      *    LEFT ON THE SITE MEANS NONE WAS FOUND.
      *-----------------------------------------------------------------
       3500-FIND-RATE.
      *
           MOVE WS-SR-CCY (WS-SITE-SUB) TO WS-WANT-CCY.
           MOVE WS-RATE-DATE            TO WS-SR-RATE-DATE
                                               (WS-SITE-SUB).
      *
           IF WS-WANT-CCY = WS-REP-CCY
               MOVE 1 TO WS-SR-RATE (WS-SITE-SUB)
               GO TO 3500-EXIT
           END-IF.
      *
           MOVE 'N'    TO WS-DIRECT-SW
                          WS-INVERSE-SW.
           MOVE SPACES TO WS-OLDER-DATE.
           IF WS-FXR-COUNT > ZERO
               PERFORM 3550-CHECK-ONE-RATE
                   THRU 3550-EXIT
                   VARYING WS-FXR-IDX FROM 1 BY 1
                   UNTIL WS-FXR-IDX > WS-FXR-COUNT
           END-IF.
      *
           IF WS-DIRECT-FOUND
               MOVE WS-DIRECT-RATE TO WS-SR-RATE (WS-SITE-SUB)
               GO TO 3500-EXIT
           END-IF.
      *
           IF WS-INVERSE-FOUND
               MOVE WS-INVERSE-RATE TO WS-SR-RATE (WS-SITE-SUB)
               MOVE 'Y' TO WS-SR-INVERSE-SW (WS-SITE-SUB)
               GO TO 3500-EXIT
           END-IF.
      *
           ADD 1 TO WS-PROBLEMS.
           IF WS-OLDER-DATE = SPACES
               DISPLAY 'SETLCONS - SITE ' BCH-SITE-CODE (WS-SITE-SUB)
                   ' RATE MISSING: NO ' WS-WANT-CCY '/' WS-REP-CCY
                   ' RATE FOR ' WS-RATE-DATE
           ELSE
               DISPLAY 'SETLCONS - SITE ' BCH-SITE-CODE (WS-SITE-SUB)
                   ' RATE STALE: ' WS-WANT-CCY '/' WS-REP-CCY
                   ' LATEST IS ' WS-OLDER-DATE ', NEED '
                   WS-RATE-DATE
           END-IF.
      *
           GO TO 3500-EXIT.
      *
       3500-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3550-CHECK-ONE-RATE - ONE RATE TABLE ROW PER CALL.  A ROW
      *    FOR THE PAIR IN EITHER DIRECTION ON THE RATE DATE IS A
      *    CANDIDATE; AN OLDER ONE ONLY DATES THE STALE MESSAGE.
      *-----------------------------------------------------------------
       3550-CHECK-ONE-RATE.
      *
           IF NOT ((WS-FXR-ENT-FROM (WS-FXR-IDX) = WS-WANT-CCY AND
                    WS-FXR-ENT-TO (WS-FXR-IDX)   = WS-REP-CCY) OR
                   (WS-FXR-ENT-FROM (WS-FXR-IDX) = WS-REP-CCY AND
                    WS-FXR-ENT-TO (WS-FXR-IDX)   = WS-WANT-CCY))
               GO TO 3550-EXIT
           END-IF.
      *
           IF WS-FXR-ENT-DATE (WS-FXR-IDX) NOT = WS-RATE-DATE
               IF WS-FXR-ENT-DATE (WS-FXR-IDX) > WS-OLDER-DATE
                   MOVE WS-FXR-ENT-DATE (WS-FXR-IDX) TO WS-OLDER-DATE
               END-IF
               GO TO 3550-EXIT
           END-IF.
      *
           IF WS-FXR-ENT-FROM (WS-FXR-IDX) = WS-WANT-CCY
               MOVE 'Y' TO WS-DIRECT-SW
               MOVE WS-FXR-ENT-RATE (WS-FXR-IDX) TO WS-DIRECT-RATE
           ELSE
               MOVE 'Y' TO WS-INVERSE-SW
               MOVE WS-FXR-ENT-RATE (WS-FXR-IDX) TO WS-INVERSE-RATE
           END-IF.
      *
           GO TO 3550-EXIT.
      *
       3550-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3700-CONVERT-SITE - THE SITE'S FIGURES IN THE REPORTING
      *    CURRENCY, ADDED INTO THE GROUP TOTAL.  AN INVERSE QUOTE
      *    IS DIVIDED.  NET IS WORKED FROM THE CONVERTED FIGURES SO
      *    THE PAGE ADDS ACROSS.
      *-----------------------------------------------------------------
       3700-CONVERT-SITE.
      *
           IF WS-SR-INVERSE (WS-SITE-SUB)
               COMPUTE WS-SR-REP-DEBITS (WS-SITE-SUB) ROUNDED =
                   WS-SR-DEBITS (WS-SITE-SUB) /
                   WS-SR-RATE (WS-SITE-SUB)
               COMPUTE WS-SR-REP-CREDITS (WS-SITE-SUB) ROUNDED =
                   WS-SR-CREDITS (WS-SITE-SUB) /
                   WS-SR-RATE (WS-SITE-SUB)
               COMPUTE WS-SR-REP-REJECTED (WS-SITE-SUB) ROUNDED =
                   WS-SR-REJECTED (WS-SITE-SUB) /
                   WS-SR-RATE (WS-SITE-SUB)
           ELSE
               COMPUTE WS-SR-REP-DEBITS (WS-SITE-SUB) ROUNDED =
                   WS-SR-DEBITS (WS-SITE-SUB) *
                   WS-SR-RATE (WS-SITE-SUB)
               COMPUTE WS-SR-REP-CREDITS (WS-SITE-SUB) ROUNDED =
                   WS-SR-CREDITS (WS-SITE-SUB) *
                   WS-SR-RATE (WS-SITE-SUB)
               COMPUTE WS-SR-REP-REJECTED (WS-SITE-SUB) ROUNDED =
                   WS-SR-REJECTED (WS-SITE-SUB) *
                   WS-SR-RATE (WS-SITE-SUB)
           END-IF.
      *
           ADD WS-SR-REP-DEBITS (WS-SITE-SUB)   TO WS-GRP-DEBITS.
           ADD WS-SR-REP-CREDITS (WS-SITE-SUB)  TO WS-GRP-CREDITS.
           ADD WS-SR-REP-REJECTED (WS-SITE-SUB) TO WS-GRP-REJECTED.
      *
           GO TO 3700-EXIT.
      *
       3700-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4000-PRINT-GROUP - THE GROUP SETTLEMENT PAGE: EACH SITE IN
      *    ITS OWN CURRENCY, IN THE REPORTING CURRENCY AND THE RATE
      *    USED, THEN THE GROUP TOTAL.
      *-----------------------------------------------------------------
       4000-PRINT-GROUP.
      *
           MOVE WS-BUS-DATE TO WS-TTL-DATE.
           MOVE WS-REP-CCY  TO WS-TTL-CCY.
           DISPLAY ' '.
           DISPLAY WS-PAGE-TITLE.
           DISPLAY ' '.
           DISPLAY WS-PAGE-HEADER.
           DISPLAY ' '.
      *
           PERFORM 4100-PRINT-ONE-SITE
               THRU 4100-EXIT
               VARYING WS-SITE-SUB FROM 1 BY 1
               UNTIL WS-SITE-SUB > 2.
      *
           DISPLAY WS-PAGE-RULE.
           MOVE 'GROUP'         TO WS-AML-SITE.
           MOVE WS-REP-CCY      TO WS-AML-CCY.
           MOVE WS-GRP-DEBITS   TO WS-AML-DEBITS.
           MOVE WS-GRP-CREDITS  TO WS-AML-CREDITS.
           COMPUTE WS-AML-NET = WS-GRP-CREDITS - WS-GRP-DEBITS.
           MOVE WS-GRP-REJECTED TO WS-AML-REJECTED.
           DISPLAY WS-AMT-LINE.
      *
           GO TO 4000-EXIT.
      *
       4000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4100-PRINT-ONE-SITE - ONE SITE'S BLOCK OF THE PAGE.
      *-----------------------------------------------------------------
       4100-PRINT-ONE-SITE.
      *
           IF NOT WS-SR-FOUND (WS-SITE-SUB)
               MOVE BCH-SITE-CODE (WS-SITE-SUB)     TO WS-NTL-SITE
               MOVE BCH-SITE-CCY-CODE (WS-SITE-SUB) TO WS-NTL-CCY
               MOVE 'NOT A BUSINESS DAY AT THIS SITE - NO SETTLEMENT'
                                                    TO WS-NTL-TEXT
               DISPLAY WS-NOTE-LINE
               DISPLAY ' '
               GO TO 4100-EXIT
           END-IF.
      *
           MOVE BCH-SITE-CODE (WS-SITE-SUB)  TO WS-AML-SITE.
           MOVE WS-SR-CCY (WS-SITE-SUB)      TO WS-AML-CCY.
           MOVE WS-SR-DEBITS (WS-SITE-SUB)   TO WS-AML-DEBITS.
           MOVE WS-SR-CREDITS (WS-SITE-SUB)  TO WS-AML-CREDITS.
           COMPUTE WS-AML-NET =
               WS-SR-CREDITS (WS-SITE-SUB) - WS-SR-DEBITS (WS-SITE-SUB).
           MOVE WS-SR-REJECTED (WS-SITE-SUB) TO WS-AML-REJECTED.
           DISPLAY WS-AMT-LINE.
      *
           MOVE SPACES                           TO WS-AML-SITE.
           MOVE WS-REP-CCY                       TO WS-AML-CCY.
           MOVE WS-SR-REP-DEBITS (WS-SITE-SUB)   TO WS-AML-DEBITS.
           MOVE WS-SR-REP-CREDITS (WS-SITE-SUB)  TO WS-AML-CREDITS.
           COMPUTE WS-AML-NET =
               WS-SR-REP-CREDITS (WS-SITE-SUB) -
               WS-SR-REP-DEBITS (WS-SITE-SUB).
           MOVE WS-SR-REP-REJECTED (WS-SITE-SUB) TO WS-AML-REJECTED.
           DISPLAY WS-AMT-LINE.
      *
           IF WS-SR-CCY (WS-SITE-SUB) = WS-REP-CCY
               DISPLAY '        NO CONVERSION - SITE ALREADY IN THE '
                   'REPORTING CURRENCY'
               DISPLAY ' '
               GO TO 4100-EXIT
           END-IF.
      *
           MOVE WS-SR-CCY (WS-SITE-SUB)       TO WS-RTL-FROM.
           MOVE WS-REP-CCY                    TO WS-RTL-TO.
           MOVE SPACES                        TO WS-RTL-NOTE.
           IF WS-SR-INVERSE (WS-SITE-SUB)
               MOVE WS-REP-CCY                TO WS-RTL-FROM
               MOVE WS-SR-CCY (WS-SITE-SUB)   TO WS-RTL-TO
               MOVE ' (INVERSE QUOTE, DIVIDED)'
                                              TO WS-RTL-NOTE
           END-IF.
           MOVE WS-SR-RATE (WS-SITE-SUB)      TO WS-RTL-RATE.
           MOVE WS-SR-RATE-DATE (WS-SITE-SUB) TO WS-RTL-DATE.
           DISPLAY WS-RATE-LINE.
           DISPLAY ' '.
      *
           GO TO 4100-EXIT.
      *
       4100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5500-PRINT-TOTALS - THE SETTINGS THE RUN USED AND THE RUN
      *    COUNTS.
      *-----------------------------------------------------------------
       5500-PRINT-TOTALS.
      *
           DISPLAY ' '.
           MOVE 'BUSINESS DATE'              TO WS-DATE-LABEL.
           MOVE WS-BUS-DATE                  TO WS-DATE-OUT.
           DISPLAY WS-DATE-LINE.
           MOVE 'RATES AS OF'                TO WS-DATE-LABEL.
           MOVE WS-RATE-DATE                 TO WS-DATE-OUT.
           DISPLAY WS-DATE-LINE.
           MOVE 'REPORTING CURRENCY'         TO WS-DATE-LABEL.
           MOVE WS-REP-CCY                   TO WS-DATE-OUT.
           DISPLAY WS-DATE-LINE.
      *
           DISPLAY ' '.
           MOVE 'SITE RESULTS READ'          TO WS-COUNT-LABEL.
           MOVE WS-SETL-READ                 TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'SITE RESULTS NOT USED'      TO WS-COUNT-LABEL.
           MOVE WS-SETL-IGNORED              TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'RATE RECORDS READ'          TO WS-COUNT-LABEL.
           MOVE WS-RATES-READ                TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'RATE RECORDS LOADED'        TO WS-COUNT-LABEL.
           MOVE WS-RATES-LOADED              TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'RATE RECORDS REJECTED'      TO WS-COUNT-LABEL.
           MOVE WS-RATES-REJECTED            TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'CARDS REJECTED'             TO WS-COUNT-LABEL.
           MOVE WS-CARDS-REJECTED            TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'PROBLEMS STOPPING THE RUN'  TO WS-COUNT-LABEL.
           MOVE WS-PROBLEMS                  TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
      *
           GO TO 5500-EXIT.
      *
       5500-EXIT.
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
