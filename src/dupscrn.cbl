      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    DUPSCRN.
       AUTHOR.        H. BRUNNER.
       INSTALLATION.  BATCH CONTROL GROUP.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *
      *-----------------------------------------------------------------
      *  CROSS-DAY DUPLICATE-TRANSACTION SCREEN.  RUNS BETWEEN
      *  FILECHEK AND TRANPOST.  FILECHEK PROVES A TRANSMISSION IS
      *  COMPLETE AND IN CYCLE SEQUENCE, BUT AN UPSTREAM RESEND OF
      *  AN EARLIER DAY'S TRANSACTIONS UNDER A NEW CYCLE NUMBER
      *  PASSES IT.  THIS STEP CHECKS EVERY TRANSACTION ON THE
      *  SUSPIN SUSPENSE RECYCLE AND THE DAY'S TRANFILE (COPYBOOK
      *  TRANREC), BY REFERENCE AND ACCOUNT NUMBER, AGAINST THE
      *  ROLLING INDEX OF REFERENCES PASSED TO POSTING OVER THE
      *  LAST N BUSINESS DAYS (DUPIDX IN, DUPIDXN OUT, COPYBOOK
      *  DUPXREC) AND AGAINST THE DAY'S OWN INPUT.  A SUSPECTED
      *  DUPLICATE IS HELD ON THE HELD FILE (DUPHELD IN, DUPHNEW
      *  OUT, COPYBOOK DUPHREC) AND LISTED ON THE DUPLICATE REPORT;
      *  EVERYTHING ELSE IS COPIED TO THE SCREENED FILES TRANSCRN
      *  AND SUSPSCRN, WHICH TRANPOST AND THE REPLAYING PROGRAMS
      *  READ AS TRANFILE AND SUSPIN.  THE TRANSCRN TRAILER IS
      *  REBUILT FOR THE RECORDS PASSED.  A SUSPENSE RECORD THAT
      *  MATCHES ITS OWN EARLIER INDEX ENTRY (SAME TYPE AND AMOUNT,
      *  AN EARLIER DAY) IS THE SAME TRANSACTION COMING ROUND AGAIN
      *  AND PASSES.  A HELD ITEM STAYS HELD UNTIL AN OPERATOR
      *  RELEASE CARD SENDS IT TO THE DAY'S POSTING OR A DROP CARD
      *  REMOVES IT (COPYBOOK DUPCRD).  A TRANSACTION WITH NO
      *  REFERENCE OR NO NUMERIC ACCOUNT CANNOT BE SCREENED AND IS
      *  PASSED FOR TRANPOST'S EDITS.
      *  RETURN CODES: 0 = SCREENED CLEAN, 4 = ITEMS HELD OR
      *  WARNINGS (NO INDEX - FIRST RUN, NO CALENDAR, CARD
      *  REJECTED), 8 = AN INPUT OR OUTPUT UNUSABLE, A TABLE FULL OR
      *  THE SCREEN OUT OF BALANCE.
      *
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 HB    ORIGINAL.  A RESENT TRANSMISSION POSTED
      *                   TWICE UNDER A NEW CYCLE NUMBER.
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
           SELECT TRAN-FILE          ASSIGN TO 'TRANFILE'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-TRANFILE-STATUS.
      *
           SELECT TRAN-SCREEN-FILE   ASSIGN TO 'TRANSCRN'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-TRANSCRN-STATUS.
      *
           SELECT OPTIONAL SUSP-OLD-FILE
                                      ASSIGN TO 'SUSPIN'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-SUSPIN-STATUS.
      *
           SELECT SUSP-SCREEN-FILE   ASSIGN TO 'SUSPSCRN'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-SUSPSCRN-STATUS.
      *
           SELECT OPTIONAL INDEX-OLD-FILE
                                      ASSIGN TO 'DUPIDX'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-DUPIDX-STATUS.
      *
           SELECT INDEX-NEW-FILE     ASSIGN TO 'DUPIDXN'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-DUPIDXN-STATUS.
      *
           SELECT OPTIONAL HELD-OLD-FILE
                                      ASSIGN TO 'DUPHELD'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-DUPHELD-STATUS.
      *
           SELECT HELD-NEW-FILE      ASSIGN TO 'DUPHNEW'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-DUPHNEW-STATUS.
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
       COPY DUPCRD.
      *
       FD  TRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  TRAN-FILE-RECORD           PIC X(80).
      *
       FD  TRAN-SCREEN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  TRAN-SCREEN-RECORD         PIC X(80).
      *
       FD  SUSP-OLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SUSP-OLD-RECORD            PIC X(80).
      *
       FD  SUSP-SCREEN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SUSP-SCREEN-RECORD         PIC X(80).
      *
       FD  INDEX-OLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY DUPXREC.
      *
       FD  INDEX-NEW-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  INDEX-NEW-RECORD           PIC X(80).
      *
       FD  HELD-OLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY DUPHREC.
      *
       FD  HELD-NEW-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  HELD-NEW-RECORD            PIC X(120).
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
      *    TRANSACTION WORK AREA - EACH TRANSACTION SCREENED, HELD
      *    OR RELEASED IS MOVED HERE.  SEE COPYBOOKS/TRANREC.CPY
      *-----------------------------------------------------------------
       COPY TRANREC.
      *
      *-----------------------------------------------------------------
      *    CONTROL RECORD WORK AREA - THE TRANSCRN TRAILER IS
      *    REBUILT HERE.  SEE COPYBOOKS/CTLREC.CPY
      *-----------------------------------------------------------------
       COPY CTLREC.
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
      *    LOOK-BACK PERIOD AND CUT-OFF.  THE INDEX KEEPS THE
      *    REFERENCES PASSED ON THE LAST N BUSINESS DAYS BEFORE
      *    TODAY; AN ENTRY DATED BEFORE THE CUT-OFF HAS AGED OUT.
      *-----------------------------------------------------------------
       77  WS-DUP-DAYS            PIC 9(03)        VALUE 10.
       77  WS-DAYS-COUNTED        PIC 9(04)  COMP  VALUE ZERO.
       77  WS-TODAY-INT           PIC S9(09) COMP  VALUE ZERO.
       77  WS-WALK-INT            PIC S9(09) COMP  VALUE ZERO.
       77  WS-WEEK-NUM            PIC S9(09) COMP  VALUE ZERO.
       77  WS-WEEKDAY-NUM         PIC S9(04) COMP  VALUE ZERO.
       01  WS-DATE-NUM            PIC 9(08)  VALUE ZERO.
       01  WS-CUTOFF-DATE         PIC X(10)  VALUE SPACES.
      *
      *-----------------------------------------------------------------
      *    POSTED-REFERENCE INDEX - THE ENTRIES STILL INSIDE THE
      *    LOOK-BACK, THEN EVERY TRANSACTION PASSED TODAY.
      *-----------------------------------------------------------------
       01  WS-IDX-TABLE.
           05  WS-IDX-COUNT           PIC 9(05)  COMP  VALUE ZERO.
           05  WS-IDX-ENTRY OCCURS 20000 TIMES
                              INDEXED BY WS-IDX-IDX.
               10  WS-IDX-ENT-REF         PIC X(12).
               10  WS-IDX-ENT-ACCT        PIC 9(08).
               10  WS-IDX-ENT-TYPE        PIC X(02).
               10  WS-IDX-ENT-AMOUNT      PIC 9(11)V99 COMP-3.
               10  WS-IDX-ENT-DATE        PIC X(10).
               10  WS-IDX-ENT-SITE        PIC X(02).
               10  WS-IDX-ENT-SOURCE      PIC X(01).
      *
       01  WS-IDX-FOUND-SW        PIC X(01)  VALUE 'N'.
           88  WS-IDX-FOUND                  VALUE 'Y'.
       01  WS-IDX-SUB             PIC 9(05)  COMP  VALUE ZERO.
       01  WS-IDX-SOURCE          PIC X(01)  VALUE SPACES.
      *
      *-----------------------------------------------------------------
      *    HELD ITEMS - THOSE CARRIED FROM EARLIER DAYS, THEN THOSE
      *    HELD TODAY.  DISPOSITION: H = STILL HELD (CARRIED), N =
      *    HELD TODAY, R = RELEASED BY CARD, X = DROPPED BY CARD.
      *-----------------------------------------------------------------
       01  WS-HELD-TABLE.
           05  WS-HELD-COUNT          PIC 9(04)  COMP  VALUE ZERO.
           05  WS-HELD-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-HELD-IDX.
               10  WS-HELD-ENT-IMAGE      PIC X(80).
               10  WS-HELD-ENT-REF        PIC X(12).
               10  WS-HELD-ENT-ACCT       PIC X(08).
               10  WS-HELD-ENT-DATE       PIC X(10).
               10  WS-HELD-ENT-SOURCE     PIC X(01).
               10  WS-HELD-ENT-REASON     PIC X(01).
               10  WS-HELD-ENT-MATCH-DATE PIC X(10).
               10  WS-HELD-ENT-DISP       PIC X(01).
      *
       01  WS-HELD-FOUND-SW       PIC X(01)  VALUE 'N'.
           88  WS-HELD-FOUND                 VALUE 'Y'.
       01  WS-HELD-SUB            PIC 9(04)  COMP  VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    OPERATOR RELEASE AND DROP CARDS, APPLIED TO THE HELD
      *    ITEMS ONCE THE HELD FILE IS LOADED.
      *-----------------------------------------------------------------
       01  WS-CARD-TABLE.
           05  WS-CRD-COUNT           PIC 9(04)  COMP  VALUE ZERO.
           05  WS-CRD-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-CRD-IDX.
               10  WS-CRD-ENT-ACTION      PIC X(08).
               10  WS-CRD-ENT-REF         PIC X(12).
               10  WS-CRD-ENT-ACCT        PIC X(08).
      *
      *-----------------------------------------------------------------
      *    THE TRANSACTION BEING SCREENED.
      *-----------------------------------------------------------------
       01  WS-SCREEN-SOURCE       PIC X(01)  VALUE SPACES.
       01  WS-HOLD-SW             PIC X(01)  VALUE 'N'.
           88  WS-HOLD-TRAN                  VALUE 'Y'.
       01  WS-HOLD-REASON         PIC X(01)  VALUE SPACES.
       01  WS-HOLD-MATCH-DATE     PIC X(10)  VALUE SPACES.
       01  WS-WANT-REF            PIC X(12)  VALUE SPACES.
       01  WS-WANT-ACCT           PIC 9(08)  VALUE ZERO.
       01  WS-WANT-ACCT-X REDEFINES WS-WANT-ACCT
                                  PIC X(08).
      *
      *-----------------------------------------------------------------
      *    TRANSCRN TRAILER - THE TRANFILE TRAILER IS HELD BACK AND
      *    WRITTEN LAST WITH THE COUNT AND AMOUNT TOTAL OF THE
      *    RECORDS ACTUALLY PASSED.
      *-----------------------------------------------------------------
       01  WS-SAVED-TRAILER       PIC X(80)  VALUE SPACES.
       01  WS-TRAILER-SW          PIC X(01)  VALUE 'N'.
           88  WS-TRAILER-SEEN               VALUE 'Y'.
       77  WS-SCRN-COUNT          PIC 9(09)  COMP  VALUE ZERO.
       01  WS-SCRN-CONTROL-TOTAL  PIC 9(15)  VALUE ZERO.
       77  WS-ORIG-COUNT          PIC 9(09)  VALUE ZERO.
      *
       01  WS-RAW-DATE            PIC X(08).
       01  WS-RAW-TIME            PIC X(08).
       01  WS-END-RAW-TIME        PIC X(08).
       01  WS-SITECTL-STATUS      PIC X(02)  VALUE '00'.
       01  WS-RUN-SITE-CODE       PIC X(02)  VALUE 'DE'.
       01  WS-CARD-STATUS         PIC X(02)  VALUE '00'.
       01  WS-TRANFILE-STATUS     PIC X(02)  VALUE '00'.
       01  WS-TRANSCRN-STATUS     PIC X(02)  VALUE '00'.
       01  WS-SUSPIN-STATUS       PIC X(02)  VALUE '00'.
       01  WS-SUSPSCRN-STATUS     PIC X(02)  VALUE '00'.
       01  WS-DUPIDX-STATUS       PIC X(02)  VALUE '00'.
       01  WS-DUPIDXN-STATUS      PIC X(02)  VALUE '00'.
       01  WS-DUPHELD-STATUS      PIC X(02)  VALUE '00'.
       01  WS-DUPHNEW-STATUS      PIC X(02)  VALUE '00'.
       01  WS-CALENDAR-STATUS     PIC X(02)  VALUE '00'.
      *
       01  WS-CARD-EOF-SW         PIC X(01)  VALUE 'N'.
           88  WS-CARD-EOF                   VALUE 'Y'.
       01  WS-TRANFILE-EOF-SW     PIC X(01)  VALUE 'N'.
           88  WS-TRANFILE-EOF               VALUE 'Y'.
       01  WS-SUSPIN-EOF-SW       PIC X(01)  VALUE 'N'.
           88  WS-SUSPIN-EOF                 VALUE 'Y'.
       01  WS-DUPIDX-EOF-SW       PIC X(01)  VALUE 'N'.
           88  WS-DUPIDX-EOF                 VALUE 'Y'.
       01  WS-DUPHELD-EOF-SW      PIC X(01)  VALUE 'N'.
           88  WS-DUPHELD-EOF                VALUE 'Y'.
      *
      *-----------------------------------------------------------------
      *    REPORT LINES.
      *-----------------------------------------------------------------
       01  WS-HELD-HEADER.
           05  FILLER             PIC X(12) VALUE '  SOURCE'.
           05  FILLER             PIC X(10) VALUE 'ACCOUNT   '.
           05  FILLER             PIC X(14) VALUE 'REFERENCE     '.
           05  FILLER             PIC X(04) VALUE 'TP  '.
           05  FILLER             PIC X(16) VALUE '        AMOUNT  '.
           05  FILLER             PIC X(24) VALUE 'REASON'.
           05  FILLER             PIC X(10) VALUE 'DATE'.
      *
       01  WS-HELD-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-HL-SOURCE       PIC X(10).
           05  WS-HL-ACCT         PIC X(08).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-HL-REF          PIC X(12).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-HL-TYPE         PIC X(02).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-HL-AMOUNT       PIC Z(10)9.99.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-HL-REASON       PIC X(24).
           05  WS-HL-DATE         PIC X(10).
      *
       01  WS-CARD-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-CDL-ACTION      PIC X(08).
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-CDL-ACCT        PIC X(08).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-CDL-REF         PIC X(12).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-CDL-TEXT        PIC X(30).
      *
       01  WS-DUP-ALERT.
           05  FILLER             PIC X(10)  VALUE 'DUPSCRN - '.
           05  WS-ALERT-COUNT     PIC Z(04)9.
           05  FILLER             PIC X(40)
                     VALUE ' SUSPECTED DUPLICATES HELD FROM POSTING'.
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
       01  WS-AMOUNT-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-AMOUNT-LABEL    PIC X(24).
           05  WS-AMOUNT-OUT      PIC Z(12)9.99-.
      *
      *-----------------------------------------------------------------
      *    RUN TOTALS.  AMOUNT IN (TRANFILE AND SUSPIN) MUST EQUAL
      *    AMOUNT PASSED PLUS AMOUNT HELD TODAY.
      *-----------------------------------------------------------------
       01  WS-AMOUNT-IN           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-AMOUNT-PASSED       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-AMOUNT-HELD         PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-AMOUNT-RELEASED     PIC S9(13)V99 COMP-3 VALUE ZERO.
      *
       77  WS-CARDS-READ          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-CARDS-REJECTED      PIC 9(07)  COMP  VALUE ZERO.
       77  WS-IDX-LOADED          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-IDX-AGED-OUT        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-IDX-WRITTEN         PIC 9(07)  COMP  VALUE ZERO.
       77  WS-HELD-CARRIED-IN     PIC 9(07)  COMP  VALUE ZERO.
       77  WS-HELD-RELEASED       PIC 9(07)  COMP  VALUE ZERO.
       77  WS-HELD-DROPPED        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-HELD-TODAY          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-HELD-WRITTEN        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-SUSP-READ           PIC 9(07)  COMP  VALUE ZERO.
       77  WS-SUSP-PASSED         PIC 9(07)  COMP  VALUE ZERO.
       77  WS-SUSP-RECYCLED       PIC 9(07)  COMP  VALUE ZERO.
       77  WS-TRANS-READ          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-TRANS-PASSED        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-UNSCREENED          PIC 9(07)  COMP  VALUE ZERO.
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
           PERFORM 1800-SET-CUTOFF-DATE
               THRU 1800-EXIT.
      *
           PERFORM 2000-LOAD-INDEX
               THRU 2000-EXIT.
      *
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 2200-LOAD-HELD
                   THRU 2200-EXIT
           END-IF.
      *
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 2400-APPLY-CARDS
                   THRU 2400-EXIT
           END-IF.
      *
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 2600-OPEN-SCREEN-FILES
                   THRU 2600-EXIT
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
           PERFORM 3000-SCREEN-SUSPENSE
               THRU 3000-EXIT.
      *
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 3500-SCREEN-TRANFILE
                   THRU 3500-EXIT
           END-IF.
      *
           CLOSE TRAN-SCREEN-FILE
                 SUSP-SCREEN-FILE.
      *
      *    A SCREEN THAT DID NOT FINISH LEAVES YESTERDAY'S INDEX AND
      *    HELD FILE AS THEY WERE FOR THE RERUN.
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 4000-WRITE-INDEX
                   THRU 4000-EXIT
           END-IF.
      *
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 4500-WRITE-HELD
                   THRU 4500-EXIT
           END-IF.
      *
           PERFORM 5000-PRINT-REPORT
               THRU 5000-EXIT.
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
      *    DUPLICATE REPORT IS RUN-IDENTIFIED.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
      *
           MOVE 'DUPSCRN'            TO BCH-BANNER-JOB-NAME.
           MOVE 'STEP01'             TO BCH-BANNER-STEP-NAME.
           MOVE 'DUPLICATE-TRANSACTION SCREEN'
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
      *    COPYBOOK DUPCRD).  NO CARDS AT ALL IS A NORMAL DAY.
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
      *    1150-EDIT-ONE-CARD - ONE CARD PER CALL.  THE LOOK-BACK
      *    TAKES EFFECT AT ONCE; RELEASE AND DROP CARDS ARE KEPT
      *    UNTIL THE HELD FILE IS LOADED.  ZERO DAYS IS REFUSED - IT
      *    WOULD EMPTY THE INDEX AND LET A RESEND THROUGH.
      *-----------------------------------------------------------------
       1150-EDIT-ONE-CARD.
      *
           READ CARD-FILE
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-SW
                   GO TO 1150-EXIT
           END-READ.
      *
           IF BCH-DPC-CARD = SPACES OR
              BCH-DPC-CARD(1:1) = '*'
               GO TO 1150-EXIT
           END-IF.
      *
           ADD 1 TO WS-CARDS-READ.
      *
           IF BCH-DPC-KEYWORD = 'DUPDAYS'
               IF BCH-DPC-VALUE(1:3) NUMERIC AND
                  BCH-DPC-VALUE(1:3) NOT = '000' AND
                  BCH-DPC-VALUE(4:9) = SPACES
                   MOVE BCH-DPC-VALUE(1:3) TO WS-DUP-DAYS
                   GO TO 1150-EXIT
               END-IF
               GO TO 1150-REJECT
           END-IF.
      *
           IF BCH-DPC-KEYWORD NOT = 'RELEASE' AND
              BCH-DPC-KEYWORD NOT = 'DROP'
               GO TO 1150-REJECT
           END-IF.
      *
           IF BCH-DPC-VALUE = SPACES OR
              BCH-DPC-ACCT-NUMBER NOT NUMERIC
               GO TO 1150-REJECT
           END-IF.
      *
           IF WS-CRD-COUNT >= 500
               DISPLAY 'DUPSCRN - MORE THAN 500 RELEASE/DROP CARDS'
               GO TO 1150-REJECT
           END-IF.
      *
           ADD 1 TO WS-CRD-COUNT.
           SET WS-CRD-IDX TO WS-CRD-COUNT.
           MOVE BCH-DPC-KEYWORD     TO WS-CRD-ENT-ACTION (WS-CRD-IDX).
           MOVE BCH-DPC-VALUE       TO WS-CRD-ENT-REF (WS-CRD-IDX).
           MOVE BCH-DPC-ACCT-NUMBER TO WS-CRD-ENT-ACCT (WS-CRD-IDX).
           GO TO 1150-EXIT.
      *
       1150-REJECT.
           ADD 1 TO WS-CARDS-REJECTED.
           DISPLAY 'DUPSCRN - CARD REJECTED: ' BCH-DPC-CARD(1:40).
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
               DISPLAY 'DUPSCRN - CALENDAR NOT AVAILABLE - LOOK-BACK'
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
      *    1800-SET-CUTOFF-DATE - COUNT THE LOOK-BACK BACK FROM
      *    YESTERDAY ONE DAY AT A TIME UNTIL THAT MANY BUSINESS DAYS
      *    HAVE BEEN COUNTED.  THE DAY THE COUNT COMPLETES IS THE
      *    OLDEST SCREEN DATE THE INDEX KEEPS.  THE WALK ALWAYS ENDS
      *    - A DATE MISSING FROM THE CALENDAR COUNTS AS A BUSINESS
      *    DAY IF IT FALLS MONDAY TO FRIDAY.
      *-----------------------------------------------------------------
       1800-SET-CUTOFF-DATE.
      *
           MOVE WS-RAW-DATE TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
      *
           COMPUTE WS-WALK-INT = WS-TODAY-INT - 1.
           MOVE ZERO TO WS-DAYS-COUNTED.
           PERFORM 1850-COUNT-ONE-DAY
               THRU 1850-EXIT
               UNTIL WS-DAYS-COUNTED >= WS-DUP-DAYS.
      *
           GO TO 1800-EXIT.
      *
       1800-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1850-COUNT-ONE-DAY - ONE DAY OF THE WALK BACK.  THE WALK
      *    STEPS BACK ONLY WHILE THE LOOK-BACK IS STILL SHORT, SO IT
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
           IF WS-DAYS-COUNTED >= WS-DUP-DAYS
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
      *    2000-LOAD-INDEX - YESTERDAY'S POSTED-REFERENCE INDEX,
      *    LESS THE ENTRIES THAT HAVE AGED OUT OF THE LOOK-BACK.  NO
      *    INDEX AT ALL IS THE FIRST RUN - A WARNING, AND THE INDEX
      *    STARTS WITH TODAY.
      *-----------------------------------------------------------------
       2000-LOAD-INDEX.
      *
           OPEN INPUT INDEX-OLD-FILE.
           IF WS-DUPIDX-STATUS NOT = '00'
               DISPLAY 'DUPSCRN - DUPIDX NOT AVAILABLE, STATUS '
                   WS-DUPIDX-STATUS ' - INDEX STARTS TODAY'
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
               IF WS-DUPIDX-STATUS = '05'
                   CLOSE INDEX-OLD-FILE
               END-IF
               GO TO 2000-EXIT
           END-IF.
      *
           PERFORM 2100-READ-ONE-INDEX
               THRU 2100-EXIT
               UNTIL WS-DUPIDX-EOF OR BCH-RETURN-CODE = 8.
      *
           CLOSE INDEX-OLD-FILE.
      *
           GO TO 2000-EXIT.
      *
       2000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2100-READ-ONE-INDEX - ONE INDEX ENTRY PER CALL.  AN INDEX
      *    TOO BIG FOR THE TABLE CANNOT SCREEN SAFELY.
      *-----------------------------------------------------------------
       2100-READ-ONE-INDEX.
      *
           READ INDEX-OLD-FILE
               AT END
                   MOVE 'Y' TO WS-DUPIDX-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
      *
           IF BCH-DUPX-SCREEN-DATE < WS-CUTOFF-DATE
               ADD 1 TO WS-IDX-AGED-OUT
               GO TO 2100-EXIT
           END-IF.
      *
           IF WS-IDX-COUNT >= 20000
               DISPLAY 'DUPSCRN - DUPIDX EXCEEDS 20000 ENTRIES'
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2100-EXIT
           END-IF.
      *
           ADD 1 TO WS-IDX-LOADED.
           ADD 1 TO WS-IDX-COUNT.
           SET WS-IDX-IDX TO WS-IDX-COUNT.
           MOVE BCH-DUPX-REFERENCE   TO WS-IDX-ENT-REF (WS-IDX-IDX).
           MOVE BCH-DUPX-ACCT-NUMBER TO WS-IDX-ENT-ACCT (WS-IDX-IDX).
           MOVE BCH-DUPX-TYPE-CODE   TO WS-IDX-ENT-TYPE (WS-IDX-IDX).
           MOVE BCH-DUPX-AMOUNT      TO WS-IDX-ENT-AMOUNT (WS-IDX-IDX).
           MOVE BCH-DUPX-SCREEN-DATE TO WS-IDX-ENT-DATE (WS-IDX-IDX).
           MOVE BCH-DUPX-SITE-CODE   TO WS-IDX-ENT-SITE (WS-IDX-IDX).
           MOVE BCH-DUPX-SOURCE      TO WS-IDX-ENT-SOURCE (WS-IDX-IDX).
      *
           GO TO 2100-EXIT.
      *
       2100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2200-LOAD-HELD - THE ITEMS STILL HELD FROM EARLIER DAYS.
      *    NONE IS NORMAL.
      *-----------------------------------------------------------------
       2200-LOAD-HELD.
      *
           OPEN INPUT HELD-OLD-FILE.
           IF WS-DUPHELD-STATUS NOT = '00' AND
              WS-DUPHELD-STATUS NOT = '05'
               GO TO 2200-EXIT
           END-IF.
      *
           PERFORM 2300-READ-ONE-HELD
               THRU 2300-EXIT
               UNTIL WS-DUPHELD-EOF OR BCH-RETURN-CODE = 8.
      *
           CLOSE HELD-OLD-FILE.
      *
           GO TO 2200-EXIT.
      *
       2200-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2300-READ-ONE-HELD - ONE CARRIED HELD ITEM PER CALL.
      *-----------------------------------------------------------------
       2300-READ-ONE-HELD.
      *
           READ HELD-OLD-FILE
               AT END
                   MOVE 'Y' TO WS-DUPHELD-EOF-SW
                   GO TO 2300-EXIT
           END-READ.
      *
           IF WS-HELD-COUNT >= 5000
               DISPLAY 'DUPSCRN - DUPHELD EXCEEDS 5000 ITEMS'
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2300-EXIT
           END-IF.
      *
           ADD 1 TO WS-HELD-CARRIED-IN.
           MOVE BCH-DUPH-TRAN-IMAGE TO BCH-TRAN-RECORD.
      *
           ADD 1 TO WS-HELD-COUNT.
           SET WS-HELD-IDX TO WS-HELD-COUNT.
           MOVE BCH-DUPH-TRAN-IMAGE
               TO WS-HELD-ENT-IMAGE (WS-HELD-IDX).
           MOVE BCH-TRAN-REFERENCE
               TO WS-HELD-ENT-REF (WS-HELD-IDX).
           MOVE BCH-TRAN-RECORD(1:8)
               TO WS-HELD-ENT-ACCT (WS-HELD-IDX).
           MOVE BCH-DUPH-HELD-DATE
               TO WS-HELD-ENT-DATE (WS-HELD-IDX).
           MOVE BCH-DUPH-SOURCE
               TO WS-HELD-ENT-SOURCE (WS-HELD-IDX).
           MOVE BCH-DUPH-REASON
               TO WS-HELD-ENT-REASON (WS-HELD-IDX).
           MOVE BCH-DUPH-MATCH-DATE
               TO WS-HELD-ENT-MATCH-DATE (WS-HELD-IDX).
           MOVE 'H'
               TO WS-HELD-ENT-DISP (WS-HELD-IDX).
      *
           GO TO 2300-EXIT.
      *
       2300-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2400-APPLY-CARDS - EACH RELEASE OR DROP CARD AGAINST THE
      *    CARRIED HELD ITEMS.
      *-----------------------------------------------------------------
       2400-APPLY-CARDS.
      *
           IF WS-CRD-COUNT = ZERO
               GO TO 2400-EXIT
           END-IF.
      *
           DISPLAY ' '.
           DISPLAY '*** OPERATOR RELEASE AND DROP CARDS ***'.
           DISPLAY ' '.
      *
           PERFORM 2450-APPLY-ONE-CARD
               THRU 2450-EXIT
               VARYING WS-CRD-IDX FROM 1 BY 1
               UNTIL WS-CRD-IDX > WS-CRD-COUNT
                  OR BCH-RETURN-CODE = 8.
      *
           GO TO 2400-EXIT.
      *
       2400-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2450-APPLY-ONE-CARD - FIND THE HELD ITEM NAMED ON THE
      *    CARD.  A RELEASED ITEM GOES TO TODAY'S POSTING AND INTO
      *    THE INDEX, SO A FURTHER COPY OF IT IS STILL CAUGHT; A
      *    DROPPED ITEM IS SIMPLY NOT CARRIED.  A CARD THAT NAMES NO
      *    HELD ITEM IS A WARNING.
      *-----------------------------------------------------------------
       2450-APPLY-ONE-CARD.
      *
           MOVE WS-CRD-ENT-ACTION (WS-CRD-IDX) TO WS-CDL-ACTION.
           MOVE WS-CRD-ENT-ACCT (WS-CRD-IDX)   TO WS-CDL-ACCT.
           MOVE WS-CRD-ENT-REF (WS-CRD-IDX)    TO WS-CDL-REF.
      *
           MOVE 'N' TO WS-HELD-FOUND-SW.
           IF WS-HELD-COUNT > ZERO
               SET WS-HELD-IDX TO 1
               SEARCH WS-HELD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HELD-ENT-REF (WS-HELD-IDX) =
                            WS-CRD-ENT-REF (WS-CRD-IDX)
                    AND WS-HELD-ENT-ACCT (WS-HELD-IDX) =
                            WS-CRD-ENT-ACCT (WS-CRD-IDX)
                    AND WS-HELD-ENT-DISP (WS-HELD-IDX) = 'H'
                    AND WS-HELD-IDX <= WS-HELD-COUNT
                       MOVE 'Y' TO WS-HELD-FOUND-SW
               END-SEARCH
           END-IF.
      *
           IF NOT WS-HELD-FOUND
               MOVE 'NO SUCH HELD ITEM - IGNORED' TO WS-CDL-TEXT
               DISPLAY WS-CARD-LINE
               ADD 1 TO WS-CARDS-REJECTED
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
               GO TO 2450-EXIT
           END-IF.
      *
           IF WS-CRD-ENT-ACTION (WS-CRD-IDX) = 'DROP'
               MOVE 'X' TO WS-HELD-ENT-DISP (WS-HELD-IDX)
               ADD 1 TO WS-HELD-DROPPED
               MOVE 'DROPPED AS A DUPLICATE' TO WS-CDL-TEXT
               DISPLAY WS-CARD-LINE
               GO TO 2450-EXIT
           END-IF.
      *
           MOVE 'R' TO WS-HELD-ENT-DISP (WS-HELD-IDX).
           ADD 1 TO WS-HELD-RELEASED.
           MOVE 'RELEASED TO POSTING' TO WS-CDL-TEXT.
           DISPLAY WS-CARD-LINE.
      *
           MOVE WS-HELD-ENT-IMAGE (WS-HELD-IDX) TO BCH-TRAN-RECORD.
           IF BCH-TRAN-AMOUNT NUMERIC
               ADD BCH-TRAN-AMOUNT TO WS-AMOUNT-RELEASED
           END-IF.
           MOVE 'R' TO WS-IDX-SOURCE.
           PERFORM 3900-INDEX-TRAN
               THRU 3900-EXIT.
      *
           GO TO 2450-EXIT.
      *
       2450-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2600-OPEN-SCREEN-FILES - THE SCREENED TRANSACTION AND
      *    SUSPENSE FILES TRANPOST WILL READ.
      *-----------------------------------------------------------------
       2600-OPEN-SCREEN-FILES.
      *
           OPEN OUTPUT TRAN-SCREEN-FILE.
           IF WS-TRANSCRN-STATUS NOT = '00'
               DISPLAY 'DUPSCRN - TRANSCRN OPEN FAILED, STATUS '
                   WS-TRANSCRN-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2600-EXIT
           END-IF.
      *
           OPEN OUTPUT SUSP-SCREEN-FILE.
           IF WS-SUSPSCRN-STATUS NOT = '00'
               DISPLAY 'DUPSCRN - SUSPSCRN OPEN FAILED, STATUS '
                   WS-SUSPSCRN-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               CLOSE TRAN-SCREEN-FILE
               GO TO 2600-EXIT
           END-IF.
      *
           GO TO 2600-EXIT.
      *
       2600-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3000-SCREEN-SUSPENSE - RELEASED SUSPENSE ITEMS GO STRAIGHT
      *    TO SUSPSCRN, THEN YESTERDAY'S SUSPENSE IS SCREENED, AHEAD
      *    OF THE DAY'S TRANFILE AS TRANPOST READS THEM.  A MISSING
      *    OR EMPTY SUSPENSE IS NORMAL.
      *-----------------------------------------------------------------
       3000-SCREEN-SUSPENSE.
      *
           MOVE 'S' TO WS-SCREEN-SOURCE.
           IF WS-HELD-COUNT > ZERO
               PERFORM 3100-WRITE-RELEASED
                   THRU 3100-EXIT
                   VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
           END-IF.
      *
           OPEN INPUT SUSP-OLD-FILE.
           IF WS-SUSPIN-STATUS NOT = '00' AND
              WS-SUSPIN-STATUS NOT = '05'
               GO TO 3000-EXIT
           END-IF.
      *
           PERFORM 3200-SCREEN-ONE-SUSP
               THRU 3200-EXIT
               UNTIL WS-SUSPIN-EOF OR BCH-RETURN-CODE = 8.
      *
           CLOSE SUSP-OLD-FILE.
      *
           GO TO 3000-EXIT.
      *
       3000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3100-WRITE-RELEASED - ONE HELD SLOT PER CALL.  AN ITEM
      *    RELEASED TODAY GOES BACK TO THE FILE IT WAS HELD FROM.
      *-----------------------------------------------------------------
       3100-WRITE-RELEASED.
      *
           IF WS-HELD-ENT-DISP (WS-HELD-IDX) NOT = 'R' OR
              WS-HELD-ENT-SOURCE (WS-HELD-IDX) NOT = WS-SCREEN-SOURCE
               GO TO 3100-EXIT
           END-IF.
      *
           MOVE WS-HELD-ENT-IMAGE (WS-HELD-IDX) TO BCH-TRAN-RECORD.
      *
           IF WS-SCREEN-SOURCE = 'S'
               MOVE BCH-TRAN-RECORD TO SUSP-SCREEN-RECORD
               WRITE SUSP-SCREEN-RECORD
           ELSE
               PERFORM 3650-WRITE-SCREENED-TRAN
                   THRU 3650-EXIT
           END-IF.
      *
           GO TO 3100-EXIT.
      *
       3100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3200-SCREEN-ONE-SUSP - ONE SUSPENSE RECORD PER CALL.
      *-----------------------------------------------------------------
       3200-SCREEN-ONE-SUSP.
      *
           READ SUSP-OLD-FILE
               AT END
                   MOVE 'Y' TO WS-SUSPIN-EOF-SW
                   GO TO 3200-EXIT
           END-READ.
      *
           MOVE SUSP-OLD-RECORD TO BCH-TRAN-RECORD.
      *
           ADD 1 TO WS-SUSP-READ.
           IF BCH-TRAN-AMOUNT NUMERIC
               ADD BCH-TRAN-AMOUNT TO WS-AMOUNT-IN
           END-IF.
      *
           PERFORM 3800-SCREEN-ONE-TRAN
               THRU 3800-EXIT.
      *
           IF WS-HOLD-TRAN
               PERFORM 3950-HOLD-TRAN
                   THRU 3950-EXIT
               GO TO 3200-EXIT
           END-IF.
      *
           ADD 1 TO WS-SUSP-PASSED.
           IF BCH-TRAN-AMOUNT NUMERIC
               ADD BCH-TRAN-AMOUNT TO WS-AMOUNT-PASSED
           END-IF.
           MOVE BCH-TRAN-RECORD TO SUSP-SCREEN-RECORD.
           WRITE SUSP-SCREEN-RECORD.
      *
           GO TO 3200-EXIT.
      *
       3200-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3500-SCREEN-TRANFILE - THE DAY'S TRANSACTION FILE.  THE
      *    HEADER IS COPIED; THE TRAILER IS HELD BACK UNTIL THE
      *    RELEASED ITEMS HAVE BEEN ADDED, THEN REBUILT.
      *-----------------------------------------------------------------
       3500-SCREEN-TRANFILE.
      *
           MOVE 'T' TO WS-SCREEN-SOURCE.
      *
           OPEN INPUT TRAN-FILE.
           IF WS-TRANFILE-STATUS NOT = '00'
               DISPLAY 'DUPSCRN - TRANFILE OPEN FAILED, STATUS '
                   WS-TRANFILE-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 3500-EXIT
           END-IF.
      *
           PERFORM 3600-SCREEN-ONE-TRAN
               THRU 3600-EXIT
               UNTIL WS-TRANFILE-EOF OR BCH-RETURN-CODE = 8.
      *
           CLOSE TRAN-FILE.
      *
           IF BCH-RETURN-CODE = 8
               GO TO 3500-EXIT
           END-IF.
      *
           IF WS-HELD-COUNT > ZERO
               PERFORM 3100-WRITE-RELEASED
                   THRU 3100-EXIT
                   VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
           END-IF.
      *
           PERFORM 3700-WRITE-TRAILER
               THRU 3700-EXIT.
      *
           GO TO 3500-EXIT.
      *
       3500-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3600-SCREEN-ONE-TRAN - ONE TRANFILE RECORD PER CALL.
      *-----------------------------------------------------------------
       3600-SCREEN-ONE-TRAN.
      *
           READ TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-TRANFILE-EOF-SW
                   GO TO 3600-EXIT
           END-READ.
      *
           IF TRAN-FILE-RECORD(1:2) = 'HD'
               MOVE TRAN-FILE-RECORD TO TRAN-SCREEN-RECORD
               WRITE TRAN-SCREEN-RECORD
               GO TO 3600-EXIT
           END-IF.
      *
           IF TRAN-FILE-RECORD(1:2) = 'TR'
               MOVE TRAN-FILE-RECORD TO WS-SAVED-TRAILER
               MOVE 'Y' TO WS-TRAILER-SW
               GO TO 3600-EXIT
           END-IF.
      *
           MOVE TRAN-FILE-RECORD TO BCH-TRAN-RECORD.
      *
           ADD 1 TO WS-TRANS-READ.
           IF BCH-TRAN-AMOUNT NUMERIC
               ADD BCH-TRAN-AMOUNT TO WS-AMOUNT-IN
           END-IF.
      *
           PERFORM 3800-SCREEN-ONE-TRAN
               THRU 3800-EXIT.
      *
           IF WS-HOLD-TRAN
               PERFORM 3950-HOLD-TRAN
                   THRU 3950-EXIT
               GO TO 3600-EXIT
           END-IF.
      *
           ADD 1 TO WS-TRANS-PASSED.
           IF BCH-TRAN-AMOUNT NUMERIC
               ADD BCH-TRAN-AMOUNT TO WS-AMOUNT-PASSED
           END-IF.
           PERFORM 3650-WRITE-SCREENED-TRAN
               THRU 3650-EXIT.
      *
           GO TO 3600-EXIT.
      *
       3600-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3650-WRITE-SCREENED-TRAN - ONE DATA RECORD TO TRANSCRN,
      *    COUNTED AND TOTALLED IN CENTS FOR THE REBUILT TRAILER.
      *-----------------------------------------------------------------
       3650-WRITE-SCREENED-TRAN.
      *
           MOVE BCH-TRAN-RECORD TO TRAN-SCREEN-RECORD.
           WRITE TRAN-SCREEN-RECORD.
      *
           ADD 1 TO WS-SCRN-COUNT.
           IF BCH-TRAN-AMOUNT NUMERIC
               COMPUTE WS-SCRN-CONTROL-TOTAL =
                   FUNCTION MOD (WS-SCRN-CONTROL-TOTAL +
                       (BCH-TRAN-AMOUNT * 100), 1000000000000000)
           END-IF.
      *
           GO TO 3650-EXIT.
      *
       3650-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3700-WRITE-TRAILER - THE TRANFILE TRAILER WITH ITS COUNT
      *    AND CONTROL TOTAL REPLACED BY THOSE OF THE RECORDS PASSED.
      *    THE CREATION DATE AND CYCLE ARE KEPT.
      *-----------------------------------------------------------------
       3700-WRITE-TRAILER.
      *
           IF NOT WS-TRAILER-SEEN
               GO TO 3700-EXIT
           END-IF.
      *
           MOVE WS-SAVED-TRAILER      TO BCH-CTL-RECORD.
           MOVE BCH-CTL-RECORD-COUNT  TO WS-ORIG-COUNT.
           MOVE WS-SCRN-COUNT         TO BCH-CTL-RECORD-COUNT.
           MOVE WS-SCRN-CONTROL-TOTAL TO BCH-CTL-CONTROL-TOTAL.
           MOVE BCH-CTL-RECORD        TO TRAN-SCREEN-RECORD.
           WRITE TRAN-SCREEN-RECORD.
      *
           GO TO 3700-EXIT.
      *
       3700-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3800-SCREEN-ONE-TRAN - SCREEN THE TRANSACTION IN THE WORK
      *    AREA (SOURCE IN WS-SCREEN-SOURCE).  A REFERENCE AND
      *    ACCOUNT NOT YET ON THE INDEX PASS AND ARE INDEXED.  ONE
      *    ALREADY THERE IS HELD - UNLESS IT IS A SUSPENSE RECORD
      *    MEETING ITS OWN ENTRY FROM AN EARLIER DAY.
      *-----------------------------------------------------------------
       3800-SCREEN-ONE-TRAN.
      *
           MOVE 'N'    TO WS-HOLD-SW.
           MOVE SPACES TO WS-HOLD-REASON
                          WS-HOLD-MATCH-DATE.
      *
           IF BCH-TRAN-REFERENCE = SPACES OR
              BCH-TRAN-ACCT-NUMBER NOT NUMERIC
               ADD 1 TO WS-UNSCREENED
               GO TO 3800-EXIT
           END-IF.
      *
           PERFORM 3850-FIND-INDEX
               THRU 3850-EXIT.
           IF NOT WS-IDX-FOUND
               MOVE WS-SCREEN-SOURCE TO WS-IDX-SOURCE
               PERFORM 3900-INDEX-TRAN
                   THRU 3900-EXIT
               GO TO 3800-EXIT
           END-IF.
      *
           SET WS-IDX-IDX TO WS-IDX-SUB.
           IF WS-SCREEN-SOURCE = 'S' AND
              WS-IDX-ENT-DATE (WS-IDX-IDX) < BCH-BANNER-RUN-DATE AND
              WS-IDX-ENT-TYPE (WS-IDX-IDX) = BCH-TRAN-TYPE-CODE AND
              BCH-TRAN-AMOUNT NUMERIC
               IF WS-IDX-ENT-AMOUNT (WS-IDX-IDX) = BCH-TRAN-AMOUNT
                   ADD 1 TO WS-SUSP-RECYCLED
                   GO TO 3800-EXIT
               END-IF
           END-IF.
      *
           MOVE 'Y' TO WS-HOLD-SW.
           MOVE WS-IDX-ENT-DATE (WS-IDX-IDX) TO WS-HOLD-MATCH-DATE.
           IF WS-IDX-ENT-DATE (WS-IDX-IDX) = BCH-BANNER-RUN-DATE
               MOVE 'R' TO WS-HOLD-REASON
           ELSE
               MOVE 'P' TO WS-HOLD-REASON
           END-IF.
      *
           GO TO 3800-EXIT.
      *
       3800-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3850-FIND-INDEX - LOCATE THE WORK-AREA TRANSACTION'S
      *    REFERENCE AND ACCOUNT ON THE INDEX.
      *-----------------------------------------------------------------
       3850-FIND-INDEX.
      *
           MOVE 'N'  TO WS-IDX-FOUND-SW.
           MOVE ZERO TO WS-IDX-SUB.
      *
           IF WS-IDX-COUNT = ZERO
               GO TO 3850-EXIT
           END-IF.
      *
           MOVE BCH-TRAN-REFERENCE   TO WS-WANT-REF.
           MOVE BCH-TRAN-ACCT-NUMBER TO WS-WANT-ACCT.
      *
           SET WS-IDX-IDX TO 1.
           SEARCH WS-IDX-ENTRY
               AT END
                   GO TO 3850-EXIT
               WHEN WS-IDX-ENT-REF (WS-IDX-IDX) = WS-WANT-REF
                AND WS-IDX-ENT-ACCT (WS-IDX-IDX) = WS-WANT-ACCT
                AND WS-IDX-IDX <= WS-IDX-COUNT
                   MOVE 'Y' TO WS-IDX-FOUND-SW
                   SET WS-IDX-SUB TO WS-IDX-IDX
           END-SEARCH.
      *
           GO TO 3850-EXIT.
      *
       3850-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3900-INDEX-TRAN - RECORD THE WORK-AREA TRANSACTION ON THE
      *    INDEX AS PASSED TODAY (SOURCE IN WS-IDX-SOURCE).  A
      *    RELEASED ITEM REPLACES THE ENTRY IT WAS HELD AGAINST, SO
      *    ITS OWN RETURN FROM SUSPENSE IS RECOGNISED.
      *-----------------------------------------------------------------
       3900-INDEX-TRAN.
      *
           PERFORM 3850-FIND-INDEX
               THRU 3850-EXIT.
           IF WS-IDX-FOUND
               SET WS-IDX-IDX TO WS-IDX-SUB
               GO TO 3900-FILL
           END-IF.
      *
           IF WS-IDX-COUNT >= 20000
               DISPLAY 'DUPSCRN - INDEX TABLE FULL AT 20000 - SCREEN'
                   ' STOPPED'
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 3900-EXIT
           END-IF.
      *
           ADD 1 TO WS-IDX-COUNT.
           SET WS-IDX-IDX TO WS-IDX-COUNT.
      *
       3900-FILL.
           MOVE BCH-TRAN-REFERENCE   TO WS-IDX-ENT-REF (WS-IDX-IDX).
           MOVE BCH-TRAN-ACCT-NUMBER TO WS-IDX-ENT-ACCT (WS-IDX-IDX).
           MOVE BCH-TRAN-TYPE-CODE   TO WS-IDX-ENT-TYPE (WS-IDX-IDX).
           IF BCH-TRAN-AMOUNT NUMERIC
               MOVE BCH-TRAN-AMOUNT  TO WS-IDX-ENT-AMOUNT (WS-IDX-IDX)
           ELSE
               MOVE ZERO             TO WS-IDX-ENT-AMOUNT (WS-IDX-IDX)
           END-IF.
           MOVE BCH-BANNER-RUN-DATE  TO WS-IDX-ENT-DATE (WS-IDX-IDX).
           MOVE BCH-TRAN-SITE-CODE   TO WS-IDX-ENT-SITE (WS-IDX-IDX).
           MOVE WS-IDX-SOURCE        TO WS-IDX-ENT-SOURCE (WS-IDX-IDX).
      *
           GO TO 3900-EXIT.
      *
       3900-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3950-HOLD-TRAN - PUT THE WORK-AREA TRANSACTION ON THE
      *    HELD LIST.  A HELD LIST THAT CANNOT TAKE IT STOPS THE
      *    SCREEN - THE ITEM MUST NEITHER POST NOR BE LOST.
      *-----------------------------------------------------------------
       3950-HOLD-TRAN.
      *
           IF WS-HELD-COUNT >= 5000
               DISPLAY 'DUPSCRN - HELD TABLE FULL AT 5000 - SCREEN'
                   ' STOPPED'
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 3950-EXIT
           END-IF.
      *
           ADD 1 TO WS-HELD-TODAY.
           IF BCH-TRAN-AMOUNT NUMERIC
               ADD BCH-TRAN-AMOUNT TO WS-AMOUNT-HELD
           END-IF.
      *
           ADD 1 TO WS-HELD-COUNT.
           SET WS-HELD-IDX TO WS-HELD-COUNT.
           MOVE BCH-TRAN-RECORD
               TO WS-HELD-ENT-IMAGE (WS-HELD-IDX).
           MOVE BCH-TRAN-REFERENCE
               TO WS-HELD-ENT-REF (WS-HELD-IDX).
           MOVE BCH-TRAN-RECORD(1:8)
               TO WS-HELD-ENT-ACCT (WS-HELD-IDX).
           MOVE BCH-BANNER-RUN-DATE
               TO WS-HELD-ENT-DATE (WS-HELD-IDX).
           MOVE WS-SCREEN-SOURCE
               TO WS-HELD-ENT-SOURCE (WS-HELD-IDX).
           MOVE WS-HOLD-REASON
               TO WS-HELD-ENT-REASON (WS-HELD-IDX).
           MOVE WS-HOLD-MATCH-DATE
               TO WS-HELD-ENT-MATCH-DATE (WS-HELD-IDX).
           MOVE 'N'
               TO WS-HELD-ENT-DISP (WS-HELD-IDX).
      *
           GO TO 3950-EXIT.
      *
       3950-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4000-WRITE-INDEX - TODAY'S INDEX: THE ENTRIES STILL INSIDE
      *    THE LOOK-BACK PLUS EVERYTHING PASSED TODAY.
      *-----------------------------------------------------------------
       4000-WRITE-INDEX.
      *
           OPEN OUTPUT INDEX-NEW-FILE.
           IF WS-DUPIDXN-STATUS NOT = '00'
               DISPLAY 'DUPSCRN - DUPIDXN OPEN FAILED, STATUS '
                   WS-DUPIDXN-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
      *
           IF WS-IDX-COUNT > ZERO
               PERFORM 4100-WRITE-ONE-INDEX
                   THRU 4100-EXIT
                   VARYING WS-IDX-IDX FROM 1 BY 1
                   UNTIL WS-IDX-IDX > WS-IDX-COUNT
           END-IF.
      *
           CLOSE INDEX-NEW-FILE.
      *
           GO TO 4000-EXIT.
      *
       4000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4100-WRITE-ONE-INDEX - ONE INDEX ENTRY PER CALL.
      *-----------------------------------------------------------------
       4100-WRITE-ONE-INDEX.
      *
           MOVE SPACES TO BCH-DUPX-RECORD.
           MOVE WS-IDX-ENT-REF (WS-IDX-IDX)    TO BCH-DUPX-REFERENCE.
           MOVE WS-IDX-ENT-ACCT (WS-IDX-IDX)   TO BCH-DUPX-ACCT-NUMBER.
           MOVE WS-IDX-ENT-TYPE (WS-IDX-IDX)   TO BCH-DUPX-TYPE-CODE.
           MOVE WS-IDX-ENT-AMOUNT (WS-IDX-IDX) TO BCH-DUPX-AMOUNT.
           MOVE WS-IDX-ENT-DATE (WS-IDX-IDX)   TO BCH-DUPX-SCREEN-DATE.
           MOVE WS-IDX-ENT-SITE (WS-IDX-IDX)   TO BCH-DUPX-SITE-CODE.
           MOVE WS-IDX-ENT-SOURCE (WS-IDX-IDX) TO BCH-DUPX-SOURCE.
      *
           MOVE BCH-DUPX-RECORD TO INDEX-NEW-RECORD.
           WRITE INDEX-NEW-RECORD.
           ADD 1 TO WS-IDX-WRITTEN.
      *
           GO TO 4100-EXIT.
      *
       4100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4500-WRITE-HELD - THE ITEMS STILL HELD: THOSE CARRIED AND
      *    NOT DISPOSED OF BY CARD, AND THOSE HELD TODAY.
      *-----------------------------------------------------------------
       4500-WRITE-HELD.
      *
           OPEN OUTPUT HELD-NEW-FILE.
           IF WS-DUPHNEW-STATUS NOT = '00'
               DISPLAY 'DUPSCRN - DUPHNEW OPEN FAILED, STATUS '
                   WS-DUPHNEW-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 4500-EXIT
           END-IF.
      *
           IF WS-HELD-COUNT > ZERO
               PERFORM 4600-WRITE-ONE-HELD
                   THRU 4600-EXIT
                   VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
           END-IF.
      *
           CLOSE HELD-NEW-FILE.
      *
           GO TO 4500-EXIT.
      *
       4500-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4600-WRITE-ONE-HELD - ONE HELD SLOT PER CALL.
      *-----------------------------------------------------------------
       4600-WRITE-ONE-HELD.
      *
           IF WS-HELD-ENT-DISP (WS-HELD-IDX) NOT = 'H' AND
              WS-HELD-ENT-DISP (WS-HELD-IDX) NOT = 'N'
               GO TO 4600-EXIT
           END-IF.
      *
           MOVE SPACES TO BCH-DUPH-RECORD.
           MOVE WS-HELD-ENT-IMAGE (WS-HELD-IDX)
               TO BCH-DUPH-TRAN-IMAGE.
           MOVE WS-HELD-ENT-DATE (WS-HELD-IDX)
               TO BCH-DUPH-HELD-DATE.
           MOVE WS-HELD-ENT-SOURCE (WS-HELD-IDX)
               TO BCH-DUPH-SOURCE.
           MOVE WS-HELD-ENT-REASON (WS-HELD-IDX)
               TO BCH-DUPH-REASON.
           MOVE WS-HELD-ENT-MATCH-DATE (WS-HELD-IDX)
               TO BCH-DUPH-MATCH-DATE.
      *
           MOVE BCH-DUPH-RECORD TO HELD-NEW-RECORD.
           WRITE HELD-NEW-RECORD.
           ADD 1 TO WS-HELD-WRITTEN.
      *
           GO TO 4600-EXIT.
      *
       4600-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5000-PRINT-REPORT - THE DUPLICATE REPORT: ITEMS HELD
      *    TODAY, ITEMS STILL HELD FROM EARLIER DAYS, THEN THE
      *    COUNTS AND THE AMOUNT PROOF.
      *-----------------------------------------------------------------
       5000-PRINT-REPORT.
      *
           DISPLAY ' '.
           DISPLAY '*** SUSPECTED DUPLICATES HELD TODAY ***'.
           DISPLAY ' '.
           DISPLAY WS-HELD-HEADER.
           IF WS-HELD-TODAY = ZERO
               DISPLAY '  NONE'
           ELSE
               PERFORM 5100-PRINT-ONE-HELD
                   THRU 5100-EXIT
                   VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
           END-IF.
      *
           DISPLAY ' '.
           DISPLAY '*** ITEMS STILL HELD FROM EARLIER DAYS ***'.
           DISPLAY ' '.
           DISPLAY WS-HELD-HEADER.
           IF WS-HELD-CARRIED-IN - WS-HELD-RELEASED - WS-HELD-DROPPED
                  = ZERO
               DISPLAY '  NONE'
           ELSE
               PERFORM 5200-PRINT-ONE-CARRIED
                   THRU 5200-EXIT
                   VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
           END-IF.
      *
           DISPLAY ' '.
           MOVE 'LOOK-BACK (BUSINESS DAYS)'  TO WS-COUNT-LABEL.
           MOVE WS-DUP-DAYS                  TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'INDEX HOLDS PASSED SINCE'   TO WS-DATE-LABEL.
           MOVE WS-CUTOFF-DATE               TO WS-DATE-OUT.
           DISPLAY WS-DATE-LINE.
           MOVE 'INDEX ENTRIES LOADED'       TO WS-COUNT-LABEL.
           MOVE WS-IDX-LOADED                TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'INDEX ENTRIES AGED OUT'     TO WS-COUNT-LABEL.
           MOVE WS-IDX-AGED-OUT              TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'INDEX ENTRIES WRITTEN'      TO WS-COUNT-LABEL.
           MOVE WS-IDX-WRITTEN               TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'SUSPENSE RECORDS IN'        TO WS-COUNT-LABEL.
           MOVE WS-SUSP-READ                 TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'SUSPENSE RECORDS PASSED'    TO WS-COUNT-LABEL.
           MOVE WS-SUSP-PASSED               TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'TRANSACTIONS IN'            TO WS-COUNT-LABEL.
           MOVE WS-TRANS-READ                TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'TRANSACTIONS PASSED'        TO WS-COUNT-LABEL.
           MOVE WS-TRANS-PASSED              TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'NOT SCREENABLE - PASSED'    TO WS-COUNT-LABEL.
           MOVE WS-UNSCREENED                TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'HELD TODAY'                 TO WS-COUNT-LABEL.
           MOVE WS-HELD-TODAY                TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'HELD CARRIED IN'            TO WS-COUNT-LABEL.
           MOVE WS-HELD-CARRIED-IN           TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'RELEASED BY CARD'           TO WS-COUNT-LABEL.
           MOVE WS-HELD-RELEASED             TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'DROPPED BY CARD'            TO WS-COUNT-LABEL.
           MOVE WS-HELD-DROPPED              TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'HELD CARRIED FORWARD'       TO WS-COUNT-LABEL.
           MOVE WS-HELD-WRITTEN              TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'CARDS REJECTED'             TO WS-COUNT-LABEL.
           MOVE WS-CARDS-REJECTED            TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           IF WS-TRAILER-SEEN
               MOVE 'TRANFILE TRAILER COUNT' TO WS-COUNT-LABEL
               MOVE WS-ORIG-COUNT            TO WS-COUNT-OUT
               DISPLAY WS-COUNT-LINE
               MOVE 'TRANSCRN TRAILER COUNT' TO WS-COUNT-LABEL
               MOVE WS-SCRN-COUNT            TO WS-COUNT-OUT
               DISPLAY WS-COUNT-LINE
           END-IF.
      *
           MOVE 'AMOUNT IN'            TO WS-AMOUNT-LABEL.
           MOVE WS-AMOUNT-IN           TO WS-AMOUNT-OUT.
           DISPLAY WS-AMOUNT-LINE.
           MOVE 'AMOUNT PASSED'        TO WS-AMOUNT-LABEL.
           MOVE WS-AMOUNT-PASSED       TO WS-AMOUNT-OUT.
           DISPLAY WS-AMOUNT-LINE.
           MOVE 'AMOUNT HELD TODAY'    TO WS-AMOUNT-LABEL.
           MOVE WS-AMOUNT-HELD         TO WS-AMOUNT-OUT.
           DISPLAY WS-AMOUNT-LINE.
           MOVE 'AMOUNT RELEASED'      TO WS-AMOUNT-LABEL.
           MOVE WS-AMOUNT-RELEASED     TO WS-AMOUNT-OUT.
           DISPLAY WS-AMOUNT-LINE.
      *
           IF BCH-RETURN-CODE = 8
               GO TO 5000-EXIT
           END-IF.
      *
           IF WS-AMOUNT-IN NOT = WS-AMOUNT-PASSED + WS-AMOUNT-HELD
               DISPLAY 'DUPSCRN - SCREEN IS OUT OF BALANCE'
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
      *
      *    HELD ITEMS ARE ANNOUNCED LIVE SO THE OPERATOR CAN CONFIRM
      *    THEM BEFORE THE NEXT RUN.
           IF WS-HELD-TODAY > ZERO
               MOVE WS-HELD-TODAY TO WS-ALERT-COUNT
               DISPLAY WS-DUP-ALERT
               DISPLAY WS-DUP-ALERT UPON CONSOLE
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
           END-IF.
      *
           GO TO 5000-EXIT.
      *
       5000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5100-PRINT-ONE-HELD - ONE LINE PER ITEM HELD TODAY.
      *-----------------------------------------------------------------
       5100-PRINT-ONE-HELD.
      *
           IF WS-HELD-ENT-DISP (WS-HELD-IDX) NOT = 'N'
               GO TO 5100-EXIT
           END-IF.
      *
           PERFORM 5300-FORMAT-HELD-LINE
               THRU 5300-EXIT.
           MOVE WS-HELD-ENT-MATCH-DATE (WS-HELD-IDX) TO WS-HL-DATE.
           DISPLAY WS-HELD-LINE.
      *
           GO TO 5100-EXIT.
      *
       5100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5200-PRINT-ONE-CARRIED - ONE LINE PER ITEM STILL HELD
      *    FROM AN EARLIER DAY, DATED THE DAY IT WAS HELD.
      *-----------------------------------------------------------------
       5200-PRINT-ONE-CARRIED.
      *
           IF WS-HELD-ENT-DISP (WS-HELD-IDX) NOT = 'H'
               GO TO 5200-EXIT
           END-IF.
      *
           PERFORM 5300-FORMAT-HELD-LINE
               THRU 5300-EXIT.
           MOVE 'HELD SINCE'                  TO WS-HL-REASON.
           MOVE WS-HELD-ENT-DATE (WS-HELD-IDX) TO WS-HL-DATE.
           DISPLAY WS-HELD-LINE.
      *
           GO TO 5200-EXIT.
      *
       5200-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5300-FORMAT-HELD-LINE - THE COMMON COLUMNS OF A HELD
      *    ITEM'S LINE.
      *-----------------------------------------------------------------
       5300-FORMAT-HELD-LINE.
      *
           MOVE WS-HELD-ENT-IMAGE (WS-HELD-IDX) TO BCH-TRAN-RECORD.
      *
           IF WS-HELD-ENT-SOURCE (WS-HELD-IDX) = 'S'
               MOVE 'SUSPIN'   TO WS-HL-SOURCE
           ELSE
               MOVE 'TRANFILE' TO WS-HL-SOURCE
           END-IF.
           MOVE BCH-TRAN-RECORD(1:8)  TO WS-HL-ACCT.
           MOVE BCH-TRAN-REFERENCE    TO WS-HL-REF.
           MOVE BCH-TRAN-TYPE-CODE    TO WS-HL-TYPE.
           IF BCH-TRAN-AMOUNT NUMERIC
               MOVE BCH-TRAN-AMOUNT   TO WS-HL-AMOUNT
           ELSE
               MOVE ZERO              TO WS-HL-AMOUNT
           END-IF.
      *
           IF WS-HELD-ENT-REASON (WS-HELD-IDX) = 'R'
               MOVE 'REPEATED IN TODAY INPUT' TO WS-HL-REASON
           ELSE
               MOVE 'ALREADY POSTED ON'       TO WS-HL-REASON
           END-IF.
      *
           GO TO 5300-EXIT.
      *
       5300-EXIT.
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
