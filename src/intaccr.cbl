      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    INTACCR.
       AUTHOR.        H. BRUNNER.
       INSTALLATION.  BATCH CONTROL GROUP.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *
      *-----------------------------------------------------------------
      *  DAILY INTEREST ACCRUAL AND MONTH-END CAPITALISATION.  RUNS
      *  AFTER TRANPOST AGAINST THE POSTED ACCOUNT FILE (ACCTNEW,
      *  COPYBOOK ACCTREC).  EACH ACCOUNT'S CURRENT BALANCE EARNS
      *  CREDIT INTEREST WHEN POSITIVE AND IS CHARGED DEBIT INTEREST
      *  WHEN OVERDRAWN, AT THE RATES FINANCE MAINTAINS FOR THE
      *  ACCOUNT'S SITE (INTRATE, COPYBOOK INTRATE).  THE BALANCE
      *  STANDS UNTIL THE NEXT POSTING DAY, SO A RUN ACCRUES EVERY
      *  CALENDAR DAY FROM TODAY UP TO THE NEXT BUSINESS DAY - A
      *  FRIDAY ACCRUES THE WEEKEND.  THE INTEREST ACCRUED TO DATE
      *  IS CARRIED FROM DAY TO DAY ON THE ACCRUAL DATASET (ACCRIN
      *  IN, ACCROUT OUT, COPYBOOK ACCRREC).
      *  ON THE LAST BUSINESS DAY OF THE MONTH FOR THE RUNNING SITE
      *  (BUSINESS-DAY CALENDAR, COPYBOOK CALREC) THE MONTH'S
      *  ACCRUAL IS CAPITALISED: ONE CR (CREDIT INTEREST) AND/OR ONE
      *  DR (DEBIT INTEREST) PER ACCOUNT IS WRITTEN TO INTTRAN IN THE
      *  TRANREC LAYOUT BETWEEN HD/TR CONTROL RECORDS (COPYBOOK
      *  CTLREC) DATED FOR THE NEXT BUSINESS DAY, SO FILECHEK
      *  VERIFIES IT AND TRANPOST, STMTGEN AND ACCTRECN TAKE IT
      *  EXACTLY LIKE ANY OTHER POSTING.  ON EVERY OTHER DAY INTTRAN
      *  IS STILL WRITTEN, HD/TR ONLY, SO THE LAST CAPITALISATION
      *  NEVER STANDS OVER TO BE POSTED AGAIN.  THE ACCRUAL LISTING
      *  SHOWS EVERY ACCOUNT AND A SUMMARY BY BRANCH WITHIN SITE
      *  (BRANCH FROM THE VALIDATED CUSTOMER MASTER, CUSTNEW).
      *  RETURN CODES: 0 = ACCRUED CLEAN, 4 = WARNINGS (NO RATE FOR
      *  A SITE, NO CALENDAR, ACCRUALS WITHOUT AN ACCOUNT, BRANCH
      *  NOT JOINED), 8 = AN INPUT UNUSABLE OR RERUN REFUSED.
      *
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 HB    ORIGINAL.  REPLACES THE MONTH-END INTEREST
      *                   SPREADSHEET AND ITS HAND-KEYED POSTINGS.
      *-----------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE          ASSIGN TO 'ACCTNEW'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-ACCTNEW-STATUS.
      *
           SELECT OPTIONAL ACCR-OLD-FILE
                                      ASSIGN TO 'ACCRIN'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-ACCRIN-STATUS.
      *
           SELECT ACCR-NEW-FILE      ASSIGN TO 'ACCROUT'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-ACCROUT-STATUS.
      *
           SELECT RATE-FILE          ASSIGN TO 'INTRATE'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-INTRATE-STATUS.
      *
           SELECT OPTIONAL CALENDAR-FILE
                                      ASSIGN TO 'CALENDAR'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-CALENDAR-STATUS.
      *
           SELECT OPTIONAL CUST-MASTER-FILE
                                      ASSIGN TO 'CUSTNEW'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-CUSTNEW-STATUS.
      *
           SELECT OPTIONAL CYCLE-FILE
                                      ASSIGN TO 'CYCLCTL'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-CYCLCTL-STATUS.
      *
           SELECT INT-TRAN-FILE      ASSIGN TO 'INTTRAN'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-INTTRAN-STATUS.
      *
           SELECT OPTIONAL CHECKPOINT-FILE
                                      ASSIGN TO 'CHKPT'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-CHKPT-STATUS.
      *
           SELECT OPTIONAL SITE-CONTROL-FILE
                                      ASSIGN TO 'SITECTL'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-SITECTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY ACCTREC.
      *
       FD  ACCR-OLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ACCR-OLD-RECORD            PIC X(80).
      *
       FD  ACCR-NEW-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ACCR-NEW-RECORD            PIC X(80).
      *
       FD  RATE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY INTRATE.
      *
       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY CALREC.
      *
       FD  CUST-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY CUSTREC.
      *
       FD  CYCLE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY CYCREC.
      *
       FD  INT-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  INT-TRAN-RECORD            PIC X(80).
      *
       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY CHKPTREC.
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
      *    ACCRUAL CARRY WORK AREA - THE CURRENT ACCRIN RECORD IS
      *    MOVED HERE, AND THE ACCROUT RECORD IS BUILT HERE.  SEE
      *    COPYBOOKS/ACCRREC.CPY
      *-----------------------------------------------------------------
       COPY ACCRREC.
      *
      *-----------------------------------------------------------------
      *    INTEREST POSTING AND CONTROL-RECORD WORK AREAS FOR THE
      *    INTTRAN FILE - SEE COPYBOOKS/TRANREC.CPY AND CTLREC.CPY
      *-----------------------------------------------------------------
       COPY TRANREC.
      *
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
      *-----------------------------------------------------------------
      *    RATES IN EFFECT TODAY, ONE SLOT PER SITE - THE INTRATE
      *    RECORD WITH THE LATEST EFFECTIVE DATE NOT AFTER TODAY.
      *-----------------------------------------------------------------
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT          PIC 9(04)  COMP  VALUE ZERO.
           05  WS-RATE-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-RATE-IDX.
               10  WS-RATE-ENT-SITE       PIC X(02).
               10  WS-RATE-ENT-CR-RATE    PIC 9(03)V9(04).
               10  WS-RATE-ENT-DR-RATE    PIC 9(03)V9(04).
               10  WS-RATE-ENT-BASIS      PIC 9(03).
               10  WS-RATE-ENT-EFF-DATE   PIC X(10).
      *
       01  WS-RATE-FOUND-SW       PIC X(01)  VALUE 'N'.
           88  WS-RATE-FOUND                 VALUE 'Y'.
       01  WS-RATE-SUB            PIC 9(04)  COMP  VALUE ZERO.
       01  WS-INTRATE-EOF-SW      PIC X(01)  VALUE 'N'.
           88  WS-INTRATE-EOF                VALUE 'Y'.
      *
      *-----------------------------------------------------------------
      *    VALIDATED CUSTOMERS - NUMBER, BRANCH AND SITE FOR THE
      *    BRANCH SUMMARY.
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
      *    BRANCH SUMMARY SLOTS - ONE PER (SITE, BRANCH).  SORTED BY
      *    SITE AND BRANCH BEFORE PRINTING.
      *-----------------------------------------------------------------
       01  WS-BRANCH-TABLE.
           05  WS-BR-COUNT            PIC 9(04)  COMP  VALUE ZERO.
           05  WS-BR-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-BR-IDX.
               10  WS-BR-ENT-KEY.
                   15  WS-BR-ENT-SITE     PIC X(02).
                   15  WS-BR-ENT-BRANCH   PIC 9(03).
               10  WS-BR-ENT-ACCTS        PIC 9(05)  COMP.
               10  WS-BR-ENT-CR-ACCRUED   PIC S9(11)V9(06) COMP-3.
               10  WS-BR-ENT-DR-ACCRUED   PIC S9(11)V9(06) COMP-3.
               10  WS-BR-ENT-CR-CAP       PIC S9(13)V99 COMP-3.
               10  WS-BR-ENT-DR-CAP       PIC S9(13)V99 COMP-3.
      *
       01  WS-BR-SAVE-ENTRY.
           05  WS-BR-SAVE-KEY.
               10  WS-BR-SAVE-SITE        PIC X(02).
               10  WS-BR-SAVE-BRANCH      PIC 9(03).
           05  WS-BR-SAVE-ACCTS           PIC 9(05)  COMP.
           05  WS-BR-SAVE-CR-ACCRUED      PIC S9(11)V9(06) COMP-3.
           05  WS-BR-SAVE-DR-ACCRUED      PIC S9(11)V9(06) COMP-3.
           05  WS-BR-SAVE-CR-CAP          PIC S9(13)V99 COMP-3.
           05  WS-BR-SAVE-DR-CAP          PIC S9(13)V99 COMP-3.
      *
       01  WS-BR-FOUND-SW         PIC X(01)  VALUE 'N'.
           88  WS-BR-FOUND                   VALUE 'Y'.
       01  WS-BR-SUB              PIC 9(04)  COMP  VALUE ZERO.
       01  WS-WANT-KEY.
           05  WS-WANT-SITE       PIC X(02).
           05  WS-WANT-BRANCH     PIC 9(03).
      *
       77  WS-SORT-I              PIC 9(04)  COMP  VALUE ZERO.
       77  WS-SORT-J              PIC 9(04)  COMP  VALUE ZERO.
       77  WS-SORT-J-START        PIC 9(04)  COMP  VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    ACCRUAL DATES.  TODAY, THE NEXT BUSINESS DAY AND THE LAST
      *    CALENDAR DAY OF TODAY'S MONTH AS INTEGER DATES.  TODAY IS
      *    THE CAPITALISATION DAY WHEN THE NEXT BUSINESS DAY FALLS IN
      *    A LATER MONTH.
      *-----------------------------------------------------------------
       77  WS-TODAY-INT           PIC S9(09) COMP  VALUE ZERO.
       77  WS-NEXT-BUS-INT        PIC S9(09) COMP  VALUE ZERO.
       77  WS-MONTH-END-INT       PIC S9(09) COMP  VALUE ZERO.
       77  WS-WALK-INT            PIC S9(09) COMP  VALUE ZERO.
       77  WS-WALK-LIMIT          PIC S9(09) COMP  VALUE ZERO.
       01  WS-NEXT-BUS-DATE       PIC X(10)  VALUE SPACES.
       01  WS-CAPITALISE-SW       PIC X(01)  VALUE 'N'.
           88  WS-CAPITALISE-TODAY           VALUE 'Y'.
       01  WS-NEXT-BUS-FOUND-SW   PIC X(01)  VALUE 'N'.
           88  WS-NEXT-BUS-FOUND             VALUE 'Y'.
      *
      *-----------------------------------------------------------------
      *    DATE CONVERSION WORK FIELDS - YYYY-MM-DD TO INTEGER DATE
      *    AND BACK.
      *-----------------------------------------------------------------
       01  WS-CONV-DATE           PIC X(10)  VALUE SPACES.
       01  WS-CONV-DATE-NUM       PIC 9(08)  VALUE ZERO.
       77  WS-CONV-INT            PIC S9(09) COMP  VALUE ZERO.
       01  WS-CONV-DATE-OK-SW     PIC X(01)  VALUE 'N'.
           88  WS-CONV-DATE-OK               VALUE 'Y'.
       77  WS-EDIT-YYYY           PIC 9(04)  VALUE ZERO.
       77  WS-EDIT-MM             PIC 9(02)  VALUE ZERO.
       77  WS-EDIT-DD             PIC 9(02)  VALUE ZERO.
       77  WS-MAX-DAY             PIC 9(02)  VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    ONE ACCOUNT'S ACCRUAL.  THE WINDOW IS THE CALENDAR DAYS
      *    STILL TO ACCRUE; ON THE CAPITALISATION DAY IT IS SPLIT AT
      *    THE MONTH END SO THE DAYS OF THE NEW MONTH ACCRUE INTO THE
      *    NEW MONTH'S BALANCE.
      *-----------------------------------------------------------------
       77  WS-WIN-START-INT       PIC S9(09) COMP  VALUE ZERO.
       77  WS-WIN-END-INT         PIC S9(09) COMP  VALUE ZERO.
       77  WS-PART-START-INT      PIC S9(09) COMP  VALUE ZERO.
       77  WS-PART-END-INT        PIC S9(09) COMP  VALUE ZERO.
       77  WS-ACCR-DAYS           PIC S9(05) COMP  VALUE ZERO.
       77  WS-ACCT-DAYS           PIC S9(05) COMP  VALUE ZERO.
       01  WS-CR-ACCRUED          PIC S9(11)V9(06) COMP-3 VALUE ZERO.
       01  WS-DR-ACCRUED          PIC S9(11)V9(06) COMP-3 VALUE ZERO.
       01  WS-ACCR-TODAY          PIC S9(11)V9(06) COMP-3 VALUE ZERO.
       01  WS-ACCT-ACCR-TODAY     PIC S9(11)V9(06) COMP-3 VALUE ZERO.
       01  WS-CAP-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ACCT-CR-CAP         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ACCT-DR-CAP         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ACCT-NOTE           PIC X(20)  VALUE SPACES.
       01  WS-CARRY-FOUND-SW      PIC X(01)  VALUE 'N'.
           88  WS-CARRY-FOUND                VALUE 'Y'.
      *
       01  WS-PREV-ACCT-NUMBER    PIC 9(08)  VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    INTTRAN CONTROL FIELDS.  THE CYCLE IS THE SUCCESSOR OF THE
      *    LAST INTTRAN CYCLE FILECHEK ACCEPTED; THE CONTROL TOTAL IS
      *    THE AMOUNT TOTAL IN CENTS, MODULO 10**15, AS ON TRANFILE.
      *-----------------------------------------------------------------
       01  WS-INT-CYCLE           PIC 9(05)  VALUE 1.
       01  WS-INT-COUNT           PIC 9(09)  VALUE ZERO.
       01  WS-INT-CONTROL-TOTAL   PIC 9(15)  VALUE ZERO.
       01  WS-INT-REFERENCE.
           05  WS-INT-REF-TYPE    PIC X(05).
           05  WS-INT-REF-MONTH   PIC X(07).
      *
       01  WS-RAW-DATE            PIC X(08).
       01  WS-RAW-TIME            PIC X(08).
       01  WS-END-RAW-TIME        PIC X(08).
       01  WS-SITECTL-STATUS      PIC X(02)  VALUE '00'.
       01  WS-RUN-SITE-CODE       PIC X(02)  VALUE 'DE'.
       01  WS-ACCTNEW-STATUS      PIC X(02)  VALUE '00'.
       01  WS-ACCRIN-STATUS       PIC X(02)  VALUE '00'.
       01  WS-ACCROUT-STATUS      PIC X(02)  VALUE '00'.
       01  WS-INTRATE-STATUS      PIC X(02)  VALUE '00'.
       01  WS-CALENDAR-STATUS     PIC X(02)  VALUE '00'.
       01  WS-CUSTNEW-STATUS      PIC X(02)  VALUE '00'.
       01  WS-CYCLCTL-STATUS      PIC X(02)  VALUE '00'.
       01  WS-INTTRAN-STATUS      PIC X(02)  VALUE '00'.
       01  WS-CHKPT-STATUS        PIC X(02)  VALUE '00'.
      *
       01  WS-ACCTNEW-EOF-SW      PIC X(01)  VALUE 'N'.
           88  WS-ACCTNEW-EOF                VALUE 'Y'.
       01  WS-ACCRIN-EOF-SW       PIC X(01)  VALUE 'N'.
           88  WS-ACCRIN-EOF                 VALUE 'Y'.
       01  WS-CYCLCTL-EOF-SW      PIC X(01)  VALUE 'N'.
           88  WS-CYCLCTL-EOF                VALUE 'Y'.
       01  WS-CHKPT-EOF-SW        PIC X(01)  VALUE 'N'.
           88  WS-CHKPT-EOF                  VALUE 'Y'.
       01  WS-ACCRIN-OPEN-SW      PIC X(01)  VALUE 'N'.
           88  WS-ACCRIN-OPEN                VALUE 'Y'.
       01  WS-INTTRAN-OPEN-SW     PIC X(01)  VALUE 'N'.
           88  WS-INTTRAN-OPEN               VALUE 'Y'.
      *
       01  WS-ACCRUED-SWITCH      PIC X(01)  VALUE 'N'.
           88  WS-ALREADY-ACCRUED            VALUE 'Y'.
      *
      *-----------------------------------------------------------------
      *    ACCRUAL LISTING LINES.
      *-----------------------------------------------------------------
       01  WS-ACCT-HEADER.
           05  FILLER             PIC X(18)
                                  VALUE '  ACCOUNT  ST BR  '.
           05  FILLER             PIC X(16)
                                  VALUE '        BALANCE '.
           05  FILLER             PIC X(04)  VALUE 'DAYS'.
           05  FILLER             PIC X(14)
                                  VALUE '        TODAY '.
           05  FILLER             PIC X(15)
                                  VALUE '    CR TO DATE '.
           05  FILLER             PIC X(15)
                                  VALUE '    DR TO DATE '.
      *
       01  WS-ACCT-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-AL-ACCT         PIC X(08).
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-AL-SITE         PIC X(02).
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-AL-BRANCH       PIC X(03).
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-AL-BALANCE      PIC Z(10)9.99-.
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-AL-DAYS         PIC ZZ9.
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-AL-TODAY        PIC Z(06)9.9999-.
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-AL-CR-ACCRUED   PIC Z(08)9.9999.
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-AL-DR-ACCRUED   PIC Z(08)9.9999.
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-AL-NOTE         PIC X(20).
      *
       01  WS-CAP-LINE.
           05  FILLER             PIC X(13)  VALUE SPACES.
           05  WS-CAP-TYPE        PIC X(02).
           05  FILLER             PIC X(13)
                                  VALUE ' CAPITALISED '.
           05  WS-CAP-AMOUNT-OUT  PIC Z(10)9.99.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-CAP-REF         PIC X(12).
      *
       01  WS-BR-HEADER.
           05  FILLER             PIC X(13) VALUE '  SITE BRANCH'.
           05  FILLER             PIC X(08) VALUE '   ACCTS'.
           05  FILLER             PIC X(17) VALUE '      CR ACCRUED '.
           05  FILLER             PIC X(17) VALUE '      DR ACCRUED '.
           05  FILLER             PIC X(16) VALUE ' CR CAPITALISED '.
           05  FILLER             PIC X(16) VALUE ' DR CAPITALISED '.
      *
       01  WS-BR-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-BL-SITE         PIC X(02).
           05  FILLER             PIC X(04)  VALUE SPACES.
           05  WS-BL-BRANCH       PIC X(06).
           05  WS-BL-ACCTS        PIC Z(06)9.
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-BL-CR-ACCRUED   PIC Z(10)9.9999.
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-BL-DR-ACCRUED   PIC Z(10)9.9999.
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-BL-CR-CAP       PIC Z(11)9.99.
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-BL-DR-CAP       PIC Z(11)9.99.
      *
       01  WS-COUNT-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-COUNT-LABEL     PIC X(28).
           05  WS-COUNT-OUT       PIC Z(06)9.
      *
       01  WS-AMOUNT-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-AMOUNT-LABEL    PIC X(28).
           05  WS-AMOUNT-OUT      PIC Z(11)9.9999-.
      *
       01  WS-DATE-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-DATE-LABEL      PIC X(28).
           05  WS-DATE-OUT        PIC X(10).
      *
      *-----------------------------------------------------------------
      *    RUN TOTALS.
      *-----------------------------------------------------------------
       01  WS-TOT-CR-BF           PIC S9(13)V9(06) COMP-3 VALUE ZERO.
       01  WS-TOT-DR-BF           PIC S9(13)V9(06) COMP-3 VALUE ZERO.
       01  WS-TOT-CR-TODAY        PIC S9(13)V9(06) COMP-3 VALUE ZERO.
       01  WS-TOT-DR-TODAY        PIC S9(13)V9(06) COMP-3 VALUE ZERO.
       01  WS-TOT-CR-CAP          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-DR-CAP          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-CR-CF           PIC S9(13)V9(06) COMP-3 VALUE ZERO.
       01  WS-TOT-DR-CF           PIC S9(13)V9(06) COMP-3 VALUE ZERO.
       01  WS-UNJ-CR-ACCRUED      PIC S9(11)V9(06) COMP-3 VALUE ZERO.
       01  WS-UNJ-DR-ACCRUED      PIC S9(11)V9(06) COMP-3 VALUE ZERO.
       01  WS-UNJ-CR-CAP          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-UNJ-DR-CAP          PIC S9(13)V99 COMP-3 VALUE ZERO.
      *
       77  WS-ACCTS-READ          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ACCTS-ACCRUED       PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ACCTS-CLOSED        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ACCTS-NO-RATE       PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ACCTS-UNJOINED      PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ORPHAN-COUNT        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-CARRY-READ          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-RATES-READ          PIC 9(07)  COMP  VALUE ZERO.
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
           PERFORM 1500-CHECK-RESTART-LEDGER
               THRU 1500-EXIT.
      *
           IF WS-ALREADY-ACCRUED
               MOVE 8 TO BCH-RETURN-CODE
               PERFORM 6000-WRITE-AUDIT-RECORD
                   THRU 6000-EXIT
               GO TO 9999-EXIT
           END-IF.
      *
           PERFORM 1600-LOAD-RATES
               THRU 1600-EXIT.
      *
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 1700-LOAD-CALENDAR
                   THRU 1700-EXIT
               PERFORM 1800-SET-ACCRUAL-DATES
                   THRU 1800-EXIT
               PERFORM 2500-LOAD-CUSTOMERS
                   THRU 2500-EXIT
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
           PERFORM 3000-ACCRUE-ACCOUNTS
               THRU 3000-EXIT.
      *
           PERFORM 4000-CLOSE-FILES
               THRU 4000-EXIT.
      *
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 5000-PRINT-SUMMARY
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
      *    ACCRUAL LISTING IS RUN-IDENTIFIED.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
      *
           MOVE 'INTACCR '           TO BCH-BANNER-JOB-NAME.
           MOVE 'STEP01'             TO BCH-BANNER-STEP-NAME.
           MOVE 'DAILY INTEREST ACCRUAL'
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
      *    1500-CHECK-RESTART-LEDGER - INTEREST MUST NOT ACCRUE TWICE.
      *    IF THE RESTART LEDGER ALREADY CARRIES A COMPLETE INTACCR
      *    STEP RECORD FOR TODAY, THIS INVOCATION IS A RERUN OF A
      *    STEP THAT ALREADY RAN - REFUSE IT.
      *-----------------------------------------------------------------
       1500-CHECK-RESTART-LEDGER.
      *
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHKPT-STATUS NOT = '00' AND
              WS-CHKPT-STATUS NOT = '05'
               GO TO 1500-EXIT
           END-IF.
      *
           PERFORM 1510-SCAN-LEDGER
               THRU 1510-EXIT
               UNTIL WS-CHKPT-EOF.
      *
           CLOSE CHECKPOINT-FILE.
      *
           IF WS-ALREADY-ACCRUED
               DISPLAY 'INTACCR - ALREADY ACCRUED COMPLETE ON '
                   BCH-BANNER-RUN-DATE ' - RERUN REFUSED'
               DISPLAY 'INTACCR - ALREADY ACCRUED COMPLETE ON '
                   BCH-BANNER-RUN-DATE ' - RERUN REFUSED'
                   UPON CONSOLE
           END-IF.
      *
           GO TO 1500-EXIT.
      *
       1500-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1510-SCAN-LEDGER - ONE RESTART-LEDGER RECORD PER CALL.
      *-----------------------------------------------------------------
       1510-SCAN-LEDGER.
      *
           READ CHECKPOINT-FILE
               AT END
                   MOVE 'Y' TO WS-CHKPT-EOF-SW
                   GO TO 1510-EXIT
           END-READ.
      *
           IF BCH-CHKPT-IS-STEP AND
              BCH-CHKPT-JOB-NAME = BCH-BANNER-JOB-NAME AND
              BCH-CHKPT-RUN-DATE = BCH-BANNER-RUN-DATE AND
              BCH-CHKPT-IS-COMPLETE
               MOVE 'Y' TO WS-ACCRUED-SWITCH
           END-IF.
      *
           GO TO 1510-EXIT.
      *
       1510-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1600-LOAD-RATES - PULL THE RATE TABLE, KEEPING PER SITE
      *    THE RECORD WITH THE LATEST EFFECTIVE DATE NOT AFTER
      *    TODAY.  NO RATE TABLE, OR NO RATE IN EFFECT AT ALL, IS
      *    FATAL - ACCRUING AT AN UNKNOWN RATE IS WORSE THAN NOT
      *    ACCRUING.
      *-----------------------------------------------------------------
       1600-LOAD-RATES.
      *
           OPEN INPUT RATE-FILE.
           IF WS-INTRATE-STATUS NOT = '00'
               DISPLAY 'INTACCR - INTRATE OPEN FAILED, STATUS '
                   WS-INTRATE-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 1600-EXIT
           END-IF.
      *
           PERFORM 1650-READ-ONE-RATE
               THRU 1650-EXIT
               UNTIL WS-INTRATE-EOF.
      *
           CLOSE RATE-FILE.
      *
           IF WS-RATE-COUNT = ZERO
               DISPLAY 'INTACCR - NO INTEREST RATE IN EFFECT ON '
                   BCH-BANNER-RUN-DATE
               MOVE 8 TO BCH-RETURN-CODE
           END-IF.
      *
           GO TO 1600-EXIT.
      *
       1600-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1650-READ-ONE-RATE - ONE RATE RECORD PER CALL.  A RECORD
      *    WITH A NON-NUMERIC RATE OR BASIS IS LISTED AND IGNORED.
      *-----------------------------------------------------------------
       1650-READ-ONE-RATE.
      *
           READ RATE-FILE
               AT END
                   MOVE 'Y' TO WS-INTRATE-EOF-SW
                   GO TO 1650-EXIT
           END-READ.
      *
           ADD 1 TO WS-RATES-READ.
      *
           IF BCH-RATE-CR-RATE NOT NUMERIC OR
              BCH-RATE-DR-RATE NOT NUMERIC OR
              BCH-RATE-DAY-BASIS NOT NUMERIC OR
              BCH-RATE-DAY-BASIS = ZERO
               DISPLAY 'INTACCR - RATE RECORD IGNORED: '
                   BCH-RATE-RECORD(1:40)
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
               GO TO 1650-EXIT
           END-IF.
      *
      *    NOT YET IN EFFECT.
           IF BCH-RATE-EFF-DATE NOT = SPACES AND
              BCH-RATE-EFF-DATE > BCH-BANNER-RUN-DATE
               GO TO 1650-EXIT
           END-IF.
      *
           MOVE 'N'  TO WS-RATE-FOUND-SW.
           MOVE ZERO TO WS-RATE-SUB.
           IF WS-RATE-COUNT > ZERO
               SET WS-RATE-IDX TO 1
               SEARCH WS-RATE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RATE-ENT-SITE (WS-RATE-IDX) =
                            BCH-RATE-SITE-CODE
                    AND WS-RATE-IDX <= WS-RATE-COUNT
                       MOVE 'Y' TO WS-RATE-FOUND-SW
                       SET WS-RATE-SUB TO WS-RATE-IDX
               END-SEARCH
           END-IF.
      *
           IF WS-RATE-FOUND
               SET WS-RATE-IDX TO WS-RATE-SUB
               IF BCH-RATE-EFF-DATE <
                      WS-RATE-ENT-EFF-DATE (WS-RATE-IDX)
                   GO TO 1650-EXIT
               END-IF
           ELSE
               IF WS-RATE-COUNT >= 20
                   DISPLAY 'INTACCR - RATE TABLE FULL AT 20'
                   IF BCH-RETURN-CODE < 4
                       MOVE 4 TO BCH-RETURN-CODE
                   END-IF
                   GO TO 1650-EXIT
               END-IF
               ADD 1 TO WS-RATE-COUNT
               SET WS-RATE-IDX TO WS-RATE-COUNT
           END-IF.
      *
           MOVE BCH-RATE-SITE-CODE
               TO WS-RATE-ENT-SITE (WS-RATE-IDX).
           MOVE BCH-RATE-CR-RATE
               TO WS-RATE-ENT-CR-RATE (WS-RATE-IDX).
           MOVE BCH-RATE-DR-RATE
               TO WS-RATE-ENT-DR-RATE (WS-RATE-IDX).
           MOVE BCH-RATE-DAY-BASIS
               TO WS-RATE-ENT-BASIS (WS-RATE-IDX).
           MOVE BCH-RATE-EFF-DATE
               TO WS-RATE-ENT-EFF-DATE (WS-RATE-IDX).
      *
           GO TO 1650-EXIT.
      *
       1650-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1700-LOAD-CALENDAR - PULL THE BUSINESS-DAY CALENDAR INTO
      *    THE IN-STORAGE TABLE.  A MISSING CALENDAR IS A WARNING -
      *    EVERY DAY THEN COUNTS AS A BUSINESS DAY, SO ONLY THE LAST
      *    CALENDAR DAY OF A MONTH CAPITALISES.
      *-----------------------------------------------------------------
       1700-LOAD-CALENDAR.
      *
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'INTACCR - CALENDAR NOT AVAILABLE - EVERY DAY'
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
      *    1800-SET-ACCRUAL-DATES - TODAY, THE NEXT BUSINESS DAY FOR
      *    THE RUNNING SITE (AT MOST 31 DAYS AHEAD) AND THE LAST DAY
      *    OF TODAY'S MONTH.  A NEXT BUSINESS DAY IN A LATER MONTH
      *    MAKES TODAY THE CAPITALISATION DAY.
      *-----------------------------------------------------------------
       1800-SET-ACCRUAL-DATES.
      *
           MOVE WS-RAW-DATE TO WS-CONV-DATE-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-CONV-DATE-NUM).
      *
           MOVE 'N' TO WS-NEXT-BUS-FOUND-SW.
           COMPUTE WS-WALK-INT   = WS-TODAY-INT + 1.
           COMPUTE WS-WALK-LIMIT = WS-TODAY-INT + 31.
           PERFORM 1850-TRY-NEXT-DAY
               THRU 1850-EXIT
               UNTIL WS-NEXT-BUS-FOUND OR
                     WS-WALK-INT > WS-WALK-LIMIT.
      *
           IF NOT WS-NEXT-BUS-FOUND
               DISPLAY 'INTACCR - NO BUSINESS DAY IN THE NEXT 31 DAYS'
                   ' - CALENDAR NOT MAINTAINED'
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 1800-EXIT
           END-IF.
      *
           MOVE WS-WALK-INT TO WS-NEXT-BUS-INT.
           MOVE WS-WALK-INT TO WS-CONV-INT.
           PERFORM 1880-INT-TO-DATE
               THRU 1880-EXIT.
           MOVE WS-CONV-DATE TO WS-NEXT-BUS-DATE.
      *
      *    LAST DAY OF THE MONTH = THE FIRST OF NEXT MONTH LESS ONE.
           MOVE WS-RAW-DATE(1:4) TO WS-EDIT-YYYY.
           MOVE WS-RAW-DATE(5:2) TO WS-EDIT-MM.
           IF WS-EDIT-MM = 12
               ADD 1 TO WS-EDIT-YYYY
               MOVE 1 TO WS-EDIT-MM
           ELSE
               ADD 1 TO WS-EDIT-MM
           END-IF.
           MOVE WS-EDIT-YYYY TO WS-CONV-DATE-NUM(1:4).
           MOVE WS-EDIT-MM   TO WS-CONV-DATE-NUM(5:2).
           MOVE '01'         TO WS-CONV-DATE-NUM(7:2).
           COMPUTE WS-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-CONV-DATE-NUM) - 1.
      *
           IF WS-NEXT-BUS-INT > WS-MONTH-END-INT
               MOVE 'Y' TO WS-CAPITALISE-SW
           END-IF.
      *
           DISPLAY ' '.
           MOVE 'NEXT BUSINESS DAY'      TO WS-DATE-LABEL.
           MOVE WS-NEXT-BUS-DATE         TO WS-DATE-OUT.
           DISPLAY WS-DATE-LINE.
           IF WS-CAPITALISE-TODAY
               DISPLAY '  LAST BUSINESS DAY OF THE MONTH - ACCRUED'
                   ' INTEREST IS CAPITALISED TO INTTRAN'
           END-IF.
      *
           GO TO 1800-EXIT.
      *
       1800-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1850-TRY-NEXT-DAY - ONE CANDIDATE DAY OF THE WALK TO THE
      *    NEXT BUSINESS DAY.
      *-----------------------------------------------------------------
       1850-TRY-NEXT-DAY.
      *
           MOVE WS-WALK-INT TO WS-CONV-INT.
           PERFORM 1880-INT-TO-DATE
               THRU 1880-EXIT.
           MOVE WS-CONV-DATE TO WS-CAL-LOOKUP-DATE.
           PERFORM 1890-CHECK-BUSINESS-DAY
               THRU 1890-EXIT.
      *
           IF WS-CAL-DAY-OK
               MOVE 'Y' TO WS-NEXT-BUS-FOUND-SW
           ELSE
               ADD 1 TO WS-WALK-INT
           END-IF.
      *
           GO TO 1850-EXIT.
      *
       1850-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1860-DATE-TO-INT - WS-CONV-DATE (YYYY-MM-DD) TO AN INTEGER
      *    DATE IN WS-CONV-INT.  AN IMPLAUSIBLE DATE LEAVES
      *    WS-CONV-DATE-OK OFF.
      *-----------------------------------------------------------------
       1860-DATE-TO-INT.
      *
           MOVE 'N'  TO WS-CONV-DATE-OK-SW.
           MOVE ZERO TO WS-CONV-INT.
      *
           IF WS-CONV-DATE(1:4)  NOT NUMERIC OR
              WS-CONV-DATE(5:1)  NOT = '-'   OR
              WS-CONV-DATE(6:2)  NOT NUMERIC OR
              WS-CONV-DATE(8:1)  NOT = '-'   OR
              WS-CONV-DATE(9:2)  NOT NUMERIC OR
              WS-CONV-DATE(1:4)  < '1601'    OR
              WS-CONV-DATE(6:2)  < '01'      OR
              WS-CONV-DATE(6:2)  > '12'      OR
              WS-CONV-DATE(9:2)  < '01'
               GO TO 1860-EXIT
           END-IF.
      *
           MOVE WS-CONV-DATE(1:4) TO WS-EDIT-YYYY.
           MOVE WS-CONV-DATE(6:2) TO WS-EDIT-MM.
           MOVE WS-CONV-DATE(9:2) TO WS-EDIT-DD.
           PERFORM 1870-CHECK-DAY-OF-MONTH
               THRU 1870-EXIT.
           IF WS-EDIT-DD > WS-MAX-DAY
               GO TO 1860-EXIT
           END-IF.
      *
           MOVE WS-CONV-DATE(1:4) TO WS-CONV-DATE-NUM(1:4).
           MOVE WS-CONV-DATE(6:2) TO WS-CONV-DATE-NUM(5:2).
           MOVE WS-CONV-DATE(9:2) TO WS-CONV-DATE-NUM(7:2).
           COMPUTE WS-CONV-INT =
               FUNCTION INTEGER-OF-DATE (WS-CONV-DATE-NUM).
           MOVE 'Y' TO WS-CONV-DATE-OK-SW.
      *
           GO TO 1860-EXIT.
      *
       1860-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1870-CHECK-DAY-OF-MONTH - THE HIGHEST VALID DAY OF THE
      *    EDITED MONTH, LEAP YEARS INCLUDED.
      *-----------------------------------------------------------------
       1870-CHECK-DAY-OF-MONTH.
      *
           EVALUATE WS-EDIT-MM
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-MAX-DAY
               WHEN 02
                   MOVE 28 TO WS-MAX-DAY
                   IF FUNCTION MOD (WS-EDIT-YYYY, 4) = 0 AND
                      (FUNCTION MOD (WS-EDIT-YYYY, 100) NOT = 0 OR
                       FUNCTION MOD (WS-EDIT-YYYY, 400) = 0)
                       MOVE 29 TO WS-MAX-DAY
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MAX-DAY
           END-EVALUATE.
      *
           GO TO 1870-EXIT.
      *
       1870-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1880-INT-TO-DATE - THE INTEGER DATE IN WS-CONV-INT AS
      *    YYYY-MM-DD IN WS-CONV-DATE.
      *-----------------------------------------------------------------
       1880-INT-TO-DATE.
      *
           COMPUTE WS-CONV-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-CONV-INT).
           MOVE SPACES TO WS-CONV-DATE.
           MOVE WS-CONV-DATE-NUM(1:4) TO WS-CONV-DATE(1:4).
           MOVE '-'                   TO WS-CONV-DATE(5:1).
           MOVE WS-CONV-DATE-NUM(5:2) TO WS-CONV-DATE(6:2).
           MOVE '-'                   TO WS-CONV-DATE(8:1).
           MOVE WS-CONV-DATE-NUM(7:2) TO WS-CONV-DATE(9:2).
      *
           GO TO 1880-EXIT.
      *
       1880-EXIT.
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
      *    2000-OPEN-FILES - THE ACCRUAL MERGE FILES AND THE INTTRAN
      *    FILE WITH ITS HEADER.  INTTRAN IS REPLACED EVERY RUN; ONLY
      *    THE CAPITALISATION DAY PUTS POSTINGS IN IT.  A MISSING
      *    ACCRIN IS A NORMAL FIRST DAY - NOTHING ACCRUED YET.
      *-----------------------------------------------------------------
       2000-OPEN-FILES.
      *
           OPEN INPUT ACCT-FILE.
           IF WS-ACCTNEW-STATUS NOT = '00'
               DISPLAY 'INTACCR - ACCTNEW OPEN FAILED, STATUS '
                   WS-ACCTNEW-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
      *
           OPEN INPUT ACCR-OLD-FILE.
           IF WS-ACCRIN-STATUS = '00' OR
              WS-ACCRIN-STATUS = '05'
               MOVE 'Y' TO WS-ACCRIN-OPEN-SW
           ELSE
               DISPLAY 'INTACCR - ACCRIN OPEN FAILED, STATUS '
                   WS-ACCRIN-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               CLOSE ACCT-FILE
               GO TO 2000-EXIT
           END-IF.
      *
           OPEN OUTPUT ACCR-NEW-FILE.
           IF WS-ACCROUT-STATUS NOT = '00'
               DISPLAY 'INTACCR - ACCROUT OPEN FAILED, STATUS '
                   WS-ACCROUT-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               CLOSE ACCT-FILE
                     ACCR-OLD-FILE
               GO TO 2000-EXIT
           END-IF.
      *
           PERFORM 2100-OPEN-INTTRAN
               THRU 2100-EXIT.
      *
           GO TO 2000-EXIT.
      *
       2000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2100-OPEN-INTTRAN - THE CYCLE IS TAKEN FROM THE CYCLE-
      *    CONTROL DATASET FILECHEK MAINTAINS, SO THE HEADER CARRIES
      *    THE SUCCESSOR FILECHEK WILL EXPECT.  THE HEADER IS DATED
      *    FOR THE NEXT BUSINESS DAY, WHEN FILECHEK AND TRANPOST
      *    WILL RUN AGAINST IT.
      *-----------------------------------------------------------------
       2100-OPEN-INTTRAN.
      *
           OPEN INPUT CYCLE-FILE.
           IF WS-CYCLCTL-STATUS = '00' OR
              WS-CYCLCTL-STATUS = '05'
               PERFORM 2150-READ-ONE-CYCLE
                   THRU 2150-EXIT
                   UNTIL WS-CYCLCTL-EOF
               CLOSE CYCLE-FILE
           END-IF.
      *
           OPEN OUTPUT INT-TRAN-FILE.
           IF WS-INTTRAN-STATUS NOT = '00'
               DISPLAY 'INTACCR - INTTRAN OPEN FAILED, STATUS '
                   WS-INTTRAN-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               CLOSE ACCT-FILE
                     ACCR-OLD-FILE
                     ACCR-NEW-FILE
               GO TO 2100-EXIT
           END-IF.
           MOVE 'Y' TO WS-INTTRAN-OPEN-SW.
      *
           MOVE SPACES           TO BCH-CTL-RECORD.
           MOVE 'HD'             TO BCH-CTL-RECORD-TYPE.
           MOVE 'INTTRAN '       TO BCH-CTL-FILE-ID.
           MOVE WS-NEXT-BUS-DATE TO BCH-CTL-CREATE-DATE.
           MOVE WS-INT-CYCLE     TO BCH-CTL-CYCLE-NUMBER.
           MOVE ZERO             TO BCH-CTL-RECORD-COUNT
                                    BCH-CTL-CONTROL-TOTAL.
           MOVE BCH-CTL-RECORD   TO INT-TRAN-RECORD.
           WRITE INT-TRAN-RECORD.
      *
           GO TO 2100-EXIT.
      *
       2100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2150-READ-ONE-CYCLE - ONE CYCLE-CONTROL RECORD PER CALL.
      *    THE INTTRAN ENTRY GIVES THE LAST ACCEPTED CYCLE.
      *-----------------------------------------------------------------
       2150-READ-ONE-CYCLE.
      *
           READ CYCLE-FILE
               AT END
                   MOVE 'Y' TO WS-CYCLCTL-EOF-SW
                   GO TO 2150-EXIT
           END-READ.
      *
           IF BCH-CYC-FILE-ID = 'INTTRAN ' AND
              BCH-CYC-LAST-CYCLE NUMERIC
               COMPUTE WS-INT-CYCLE =
                   FUNCTION MOD (BCH-CYC-LAST-CYCLE + 1, 100000)
           END-IF.
      *
           GO TO 2150-EXIT.
      *
       2150-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2500-LOAD-CUSTOMERS - PULL THE VALIDATED CUSTOMER MASTER
      *    INTO THE CUSTOMER TABLE FOR THE BRANCH SUMMARY.  AN
      *    UNAVAILABLE CUSTOMER MASTER IS A WARNING - THE ACCRUAL
      *    ITSELF DOES NOT NEED IT.
      *-----------------------------------------------------------------
       2500-LOAD-CUSTOMERS.
      *
           OPEN INPUT CUST-MASTER-FILE.
           IF WS-CUSTNEW-STATUS NOT = '00'
               DISPLAY 'INTACCR - CUSTNEW NOT AVAILABLE, STATUS '
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
               DISPLAY 'INTACCR - CUSTOMER TABLE FULL AT 5000'
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
      *    3000-ACCRUE-ACCOUNTS - THE MATCHED MERGE OF THE POSTED
      *    ACCOUNT FILE AGAINST YESTERDAY'S ACCRUALS.  EVERY ACCOUNT
      *    IS WRITTEN TO ACCROUT; AN ACCRUAL WHOSE ACCOUNT HAS LEFT
      *    THE FILE IS CARRIED UNCHANGED AND LISTED.
      *-----------------------------------------------------------------
       3000-ACCRUE-ACCOUNTS.
      *
           DISPLAY ' '.
           DISPLAY '*** INTEREST ACCRUAL LISTING BY ACCOUNT ***'.
           DISPLAY ' '.
           DISPLAY WS-ACCT-HEADER.
      *
           PERFORM 3050-READ-CARRY
               THRU 3050-EXIT.
      *
           PERFORM 3100-ACCRUE-ONE-ACCOUNT
               THRU 3100-EXIT
               UNTIL WS-ACCTNEW-EOF OR BCH-RETURN-CODE = 8.
      *
      *    ACCRUALS BEYOND THE LAST ACCOUNT MATCH NOTHING.
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 3150-CARRY-ORPHAN
                   THRU 3150-EXIT
                   UNTIL WS-ACCRIN-EOF
           END-IF.
      *
           IF WS-ACCTS-READ = ZERO AND
              BCH-RETURN-CODE NOT = 8
               DISPLAY 'INTACCR - ACCTNEW IS EMPTY'
               MOVE 8 TO BCH-RETURN-CODE
           END-IF.
      *
           GO TO 3000-EXIT.
      *
       3000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3050-READ-CARRY - ONE ACCRIN RECORD INTO THE ACCRUAL WORK
      *    AREA.  A MISSING ACCRIN READS AS AN EMPTY ONE.
      *-----------------------------------------------------------------
       3050-READ-CARRY.
      *
           READ ACCR-OLD-FILE
               AT END
                   MOVE 'Y' TO WS-ACCRIN-EOF-SW
                   GO TO 3050-EXIT
           END-READ.
      *
           MOVE ACCR-OLD-RECORD TO BCH-ACCR-RECORD.
           ADD 1 TO WS-CARRY-READ.
      *
           IF BCH-ACCR-ACCT-NUMBER NOT NUMERIC
               DISPLAY 'INTACCR - BAD ACCRUAL RECORD: '
                   ACCR-OLD-RECORD(1:20)
               MOVE 8 TO BCH-RETURN-CODE
               MOVE 'Y' TO WS-ACCRIN-EOF-SW
               GO TO 3050-EXIT
           END-IF.
      *
           IF BCH-ACCR-CR-ACCRUED NOT NUMERIC
               MOVE ZERO TO BCH-ACCR-CR-ACCRUED
           END-IF.
           IF BCH-ACCR-DR-ACCRUED NOT NUMERIC
               MOVE ZERO TO BCH-ACCR-DR-ACCRUED
           END-IF.
      *
           ADD BCH-ACCR-CR-ACCRUED TO WS-TOT-CR-BF.
           ADD BCH-ACCR-DR-ACCRUED TO WS-TOT-DR-BF.
      *
           GO TO 3050-EXIT.
      *
       3050-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3100-ACCRUE-ONE-ACCOUNT - ONE POSTED ACCOUNT PER CALL.  THE
      *    ACCOUNT FILE MUST BE IN ASCENDING ACCOUNT-NUMBER ORDER
      *    FOR THE MERGE TO HOLD, AS TRANPOST WROTE IT.
      *-----------------------------------------------------------------
       3100-ACCRUE-ONE-ACCOUNT.
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
              BCH-ACCT-CURR-BALANCE NOT NUMERIC
               DISPLAY 'INTACCR - BAD ACCOUNT RECORD: '
                   BCH-ACCT-RECORD(1:20)
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 3100-EXIT
           END-IF.
      *
           IF WS-ACCTS-READ > ZERO AND
              BCH-ACCT-NUMBER NOT > WS-PREV-ACCT-NUMBER
               DISPLAY 'INTACCR - ACCTNEW NOT IN ACCOUNT ORDER AT '
                   BCH-ACCT-NUMBER
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 3100-EXIT
           END-IF.
      *
           ADD 1 TO WS-ACCTS-READ.
           MOVE BCH-ACCT-NUMBER TO WS-PREV-ACCT-NUMBER.
      *
      *    ACCRUALS BELOW THIS ACCOUNT BELONG TO NO ACCOUNT AT ALL.
           PERFORM 3150-CARRY-ORPHAN
               THRU 3150-EXIT
               UNTIL WS-ACCRIN-EOF OR
                     BCH-ACCR-ACCT-NUMBER NOT < BCH-ACCT-NUMBER.
      *
           IF NOT WS-ACCRIN-EOF AND
              BCH-ACCR-ACCT-NUMBER = BCH-ACCT-NUMBER
               MOVE 'Y' TO WS-CARRY-FOUND-SW
               MOVE BCH-ACCR-CR-ACCRUED TO WS-CR-ACCRUED
               MOVE BCH-ACCR-DR-ACCRUED TO WS-DR-ACCRUED
               MOVE BCH-ACCR-THRU-DATE  TO WS-CONV-DATE
           ELSE
               MOVE 'N'    TO WS-CARRY-FOUND-SW
               MOVE ZERO   TO WS-CR-ACCRUED
                              WS-DR-ACCRUED
               MOVE SPACES TO WS-CONV-DATE
           END-IF.
      *
           PERFORM 3200-ACCRUE-CURRENT
               THRU 3200-EXIT.
      *
           PERFORM 3600-WRITE-CARRY
               THRU 3600-EXIT.
      *
           PERFORM 3700-LIST-ACCOUNT
               THRU 3700-EXIT.
      *
           IF WS-CARRY-FOUND
               PERFORM 3050-READ-CARRY
                   THRU 3050-EXIT
           END-IF.
      *
           GO TO 3100-EXIT.
      *
       3100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3150-CARRY-ORPHAN - AN ACCRUAL WITH NO ACCOUNT ON THE
      *    POSTED FILE.  IT IS CARRIED FORWARD UNCHANGED FOR FINANCE
      *    TO CLEAR AND LISTED AS A WARNING.
      *-----------------------------------------------------------------
       3150-CARRY-ORPHAN.
      *
           ADD 1 TO WS-ORPHAN-COUNT.
           IF BCH-RETURN-CODE < 4
               MOVE 4 TO BCH-RETURN-CODE
           END-IF.
      *
           MOVE BCH-ACCR-ACCT-NUMBER TO WS-AL-ACCT.
           MOVE BCH-ACCR-SITE-CODE   TO WS-AL-SITE.
           MOVE SPACES               TO WS-AL-BRANCH.
           MOVE ZERO                 TO WS-AL-BALANCE
                                        WS-AL-DAYS
                                        WS-AL-TODAY.
           MOVE BCH-ACCR-CR-ACCRUED  TO WS-AL-CR-ACCRUED.
           MOVE BCH-ACCR-DR-ACCRUED  TO WS-AL-DR-ACCRUED.
           MOVE 'NO ACCOUNT ON FILE' TO WS-AL-NOTE.
           DISPLAY WS-ACCT-LINE.
      *
           ADD BCH-ACCR-CR-ACCRUED TO WS-TOT-CR-CF.
           ADD BCH-ACCR-DR-ACCRUED TO WS-TOT-DR-CF.
      *
           MOVE BCH-ACCR-RECORD TO ACCR-NEW-RECORD.
           WRITE ACCR-NEW-RECORD.
      *
           PERFORM 3050-READ-CARRY
               THRU 3050-EXIT.
      *
           GO TO 3150-EXIT.
      *
       3150-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3200-ACCRUE-CURRENT - THE CURRENT ACCOUNT'S ACCRUAL.  THE
      *    WINDOW RUNS FROM THE DAY AFTER THE CARRIED THROUGH DATE
      *    (TODAY FOR A NEW ACCRUAL) TO THE DAY BEFORE THE NEXT
      *    BUSINESS DAY.  A CLOSED ACCOUNT ACCRUES NOTHING AND ITS
      *    CARRIED ACCRUAL IS HELD; AN ACCOUNT WHOSE SITE HAS NO
      *    RATE KEEPS ITS THROUGH DATE SO THE DAYS ARE CAUGHT UP
      *    ONCE FINANCE SUPPLIES ONE, BUT WHAT IT HAS ALREADY
      *    ACCRUED IS STILL CAPITALISED AT MONTH END.  DAYS MISSED
      *    FOR ANY REASON ARE CAUGHT UP FROM THE THROUGH DATE.
      *-----------------------------------------------------------------
       3200-ACCRUE-CURRENT.
      *
           MOVE ZERO   TO WS-ACCT-ACCR-TODAY
                          WS-ACCT-DAYS
                          WS-ACCT-CR-CAP
                          WS-ACCT-DR-CAP.
           MOVE SPACES TO WS-ACCT-NOTE.
      *
           PERFORM 1860-DATE-TO-INT
               THRU 1860-EXIT.
           IF WS-CONV-DATE-OK
               COMPUTE WS-WIN-START-INT = WS-CONV-INT + 1
           ELSE
               MOVE WS-TODAY-INT TO WS-WIN-START-INT
           END-IF.
           COMPUTE WS-WIN-END-INT = WS-NEXT-BUS-INT - 1.
      *
      *    A NEW ACCRUAL IS GIVEN THROUGH DATE YESTERDAY, SO AN
      *    ACCOUNT THAT ACCRUES NOTHING TODAY STILL CATCHES UP FROM
      *    TODAY ONCE IT CAN.
           IF NOT WS-CONV-DATE-OK
               COMPUTE WS-CONV-INT = WS-WIN-START-INT - 1
               PERFORM 1880-INT-TO-DATE
                   THRU 1880-EXIT
           END-IF.
      *
           IF BCH-ACCT-IS-CLOSED
               ADD 1 TO WS-ACCTS-CLOSED
               MOVE 'CLOSED - HELD'         TO WS-ACCT-NOTE
               GO TO 3200-EXIT
           END-IF.
      *
           PERFORM 3250-FIND-RATE
               THRU 3250-EXIT.
           IF NOT WS-RATE-FOUND
               ADD 1 TO WS-ACCTS-NO-RATE
               MOVE 'NO RATE FOR SITE' TO WS-ACCT-NOTE
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
               IF WS-CAPITALISE-TODAY
                   PERFORM 3400-CAPITALISE
                       THRU 3400-EXIT
               END-IF
               GO TO 3200-EXIT
           END-IF.
      *
           IF WS-WIN-START-INT > WS-WIN-END-INT
               MOVE 'ALREADY ACCRUED' TO WS-ACCT-NOTE
               GO TO 3200-EXIT
           END-IF.
      *
           ADD 1 TO WS-ACCTS-ACCRUED.
      *
      *    THE DAYS UP TO THE MONTH END FIRST ...
           MOVE WS-WIN-START-INT TO WS-PART-START-INT.
           IF WS-WIN-END-INT > WS-MONTH-END-INT
               MOVE WS-MONTH-END-INT TO WS-PART-END-INT
           ELSE
               MOVE WS-WIN-END-INT   TO WS-PART-END-INT
           END-IF.
           PERFORM 3300-ACCRUE-PART
               THRU 3300-EXIT.
      *
      *    ... THEN CAPITALISE THE MONTH ...
           IF WS-CAPITALISE-TODAY
               PERFORM 3400-CAPITALISE
                   THRU 3400-EXIT
           END-IF.
      *
      *    ... THEN ANY DAYS THAT FALL IN THE NEXT MONTH.
           IF WS-WIN-END-INT > WS-MONTH-END-INT
               COMPUTE WS-PART-START-INT = WS-MONTH-END-INT + 1
               IF WS-PART-START-INT < WS-WIN-START-INT
                   MOVE WS-WIN-START-INT TO WS-PART-START-INT
               END-IF
               MOVE WS-WIN-END-INT TO WS-PART-END-INT
               PERFORM 3300-ACCRUE-PART
                   THRU 3300-EXIT
           END-IF.
      *
           MOVE WS-WIN-END-INT TO WS-CONV-INT.
           PERFORM 1880-INT-TO-DATE
               THRU 1880-EXIT.
      *
           GO TO 3200-EXIT.
      *
       3200-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3250-FIND-RATE - THE RATE SLOT FOR THE ACCOUNT'S SITE.
      *-----------------------------------------------------------------
       3250-FIND-RATE.
      *
           MOVE 'N'  TO WS-RATE-FOUND-SW.
           MOVE ZERO TO WS-RATE-SUB.
      *
           SET WS-RATE-IDX TO 1.
           SEARCH WS-RATE-ENTRY
               AT END
                   GO TO 3250-EXIT
               WHEN WS-RATE-ENT-SITE (WS-RATE-IDX) =
                        BCH-ACCT-SITE-CODE
                AND WS-RATE-IDX <= WS-RATE-COUNT
                   MOVE 'Y' TO WS-RATE-FOUND-SW
                   SET WS-RATE-SUB TO WS-RATE-IDX
           END-SEARCH.
      *
           GO TO 3250-EXIT.
      *
       3250-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3300-ACCRUE-PART - ACCRUE WS-PART-START-INT THROUGH
      *    WS-PART-END-INT ON THE CURRENT BALANCE: CREDIT INTEREST ON
      *    A POSITIVE BALANCE, DEBIT INTEREST ON AN OVERDRAWN ONE.
      *    INTEREST = BALANCE X RATE / 100 X DAYS / DAY BASIS.
      *-----------------------------------------------------------------
       3300-ACCRUE-PART.
      *
           IF WS-PART-START-INT > WS-PART-END-INT
               GO TO 3300-EXIT
           END-IF.
      *
           COMPUTE WS-ACCR-DAYS =
               WS-PART-END-INT - WS-PART-START-INT + 1.
           ADD WS-ACCR-DAYS TO WS-ACCT-DAYS.
      *
           SET WS-RATE-IDX TO WS-RATE-SUB.
      *
           IF BCH-ACCT-CURR-BALANCE > ZERO
               COMPUTE WS-ACCR-TODAY ROUNDED =
                   BCH-ACCT-CURR-BALANCE *
                   WS-RATE-ENT-CR-RATE (WS-RATE-IDX) *
                   WS-ACCR-DAYS /
                   (100 * WS-RATE-ENT-BASIS (WS-RATE-IDX))
               ADD WS-ACCR-TODAY TO WS-CR-ACCRUED
                                    WS-TOT-CR-TODAY
               ADD WS-ACCR-TODAY TO WS-ACCT-ACCR-TODAY
           END-IF.
      *
           IF BCH-ACCT-CURR-BALANCE < ZERO
               COMPUTE WS-ACCR-TODAY ROUNDED =
                   (ZERO - BCH-ACCT-CURR-BALANCE) *
                   WS-RATE-ENT-DR-RATE (WS-RATE-IDX) *
                   WS-ACCR-DAYS /
                   (100 * WS-RATE-ENT-BASIS (WS-RATE-IDX))
               ADD WS-ACCR-TODAY TO WS-DR-ACCRUED
                                    WS-TOT-DR-TODAY
               SUBTRACT WS-ACCR-TODAY FROM WS-ACCT-ACCR-TODAY
           END-IF.
      *
           GO TO 3300-EXIT.
      *
       3300-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3400-CAPITALISE - THE MONTH'S ACCRUALS, ROUNDED TO THE
      *    CENT, GO TO INTTRAN AS ONE CR AND/OR ONE DR.  THE ACCRUALS
      *    THEN START AGAIN FROM ZERO; A ROUNDED AMOUNT OF ZERO
      *    WRITES NOTHING.
      *-----------------------------------------------------------------
       3400-CAPITALISE.
      *
           IF NOT WS-INTTRAN-OPEN
               GO TO 3400-EXIT
           END-IF.
      *
           COMPUTE WS-ACCT-CR-CAP ROUNDED = WS-CR-ACCRUED.
           IF WS-ACCT-CR-CAP > ZERO
               MOVE 'INTCR'        TO WS-INT-REF-TYPE
               MOVE 'CR'           TO BCH-TRAN-TYPE-CODE
               MOVE WS-ACCT-CR-CAP TO WS-CAP-AMOUNT
               PERFORM 3450-WRITE-INTEREST
                   THRU 3450-EXIT
               ADD WS-ACCT-CR-CAP TO WS-TOT-CR-CAP
           END-IF.
      *
           COMPUTE WS-ACCT-DR-CAP ROUNDED = WS-DR-ACCRUED.
           IF WS-ACCT-DR-CAP > ZERO
               MOVE 'INTDR'        TO WS-INT-REF-TYPE
               MOVE 'DR'           TO BCH-TRAN-TYPE-CODE
               MOVE WS-ACCT-DR-CAP TO WS-CAP-AMOUNT
               PERFORM 3450-WRITE-INTEREST
                   THRU 3450-EXIT
               ADD WS-ACCT-DR-CAP TO WS-TOT-DR-CAP
           END-IF.
      *
           MOVE ZERO TO WS-CR-ACCRUED
                        WS-DR-ACCRUED.
      *
           GO TO 3400-EXIT.
      *
       3400-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3450-WRITE-INTEREST - ONE INTEREST POSTING IN THE TRANREC
      *    LAYOUT, VALUE-DATED TODAY AND MARKED WITH THE INTEREST
      *    ORIGIN CODE.  THE REFERENCE NAMES THE TYPE AND MONTH
      *    (E.G. INTCR2026-10).
      *-----------------------------------------------------------------
       3450-WRITE-INTEREST.
      *
           MOVE BCH-TRAN-TYPE-CODE   TO WS-CAP-TYPE.
           MOVE SPACES               TO BCH-TRAN-RECORD.
           MOVE WS-CAP-TYPE          TO BCH-TRAN-TYPE-CODE.
           MOVE BCH-ACCT-NUMBER      TO BCH-TRAN-ACCT-NUMBER.
           MOVE WS-CAP-AMOUNT        TO BCH-TRAN-AMOUNT.
           MOVE BCH-BANNER-RUN-DATE  TO BCH-TRAN-DATE.
           MOVE BCH-BANNER-RUN-DATE(1:7)
                                     TO WS-INT-REF-MONTH.
           MOVE WS-INT-REFERENCE     TO BCH-TRAN-REFERENCE.
           MOVE BCH-ACCT-SITE-CODE   TO BCH-TRAN-SITE-CODE.
           MOVE 'IN'                 TO BCH-TRAN-ORIGIN.
      *
           MOVE BCH-TRAN-RECORD TO INT-TRAN-RECORD.
           WRITE INT-TRAN-RECORD.
      *
           ADD 1 TO WS-INT-COUNT.
           COMPUTE WS-INT-CONTROL-TOTAL =
               FUNCTION MOD (WS-INT-CONTROL-TOTAL +
                   (BCH-TRAN-AMOUNT * 100), 1000000000000000).
      *
           MOVE WS-CAP-AMOUNT        TO WS-CAP-AMOUNT-OUT.
           MOVE WS-INT-REFERENCE     TO WS-CAP-REF.
           DISPLAY WS-CAP-LINE.
      *
           GO TO 3450-EXIT.
      *
       3450-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3600-WRITE-CARRY - THE ACCOUNT'S ACCRUAL TO ACCROUT.  THE
      *    THROUGH DATE IS LEFT IN WS-CONV-DATE BY 3200.
      *-----------------------------------------------------------------
       3600-WRITE-CARRY.
      *
           MOVE SPACES             TO BCH-ACCR-RECORD.
           MOVE BCH-ACCT-NUMBER    TO BCH-ACCR-ACCT-NUMBER.
           MOVE BCH-ACCT-SITE-CODE TO BCH-ACCR-SITE-CODE.
           MOVE WS-CR-ACCRUED      TO BCH-ACCR-CR-ACCRUED.
           MOVE WS-DR-ACCRUED      TO BCH-ACCR-DR-ACCRUED.
           MOVE WS-CONV-DATE       TO BCH-ACCR-THRU-DATE.
      *
           MOVE BCH-ACCR-RECORD TO ACCR-NEW-RECORD.
           WRITE ACCR-NEW-RECORD.
      *
           ADD WS-CR-ACCRUED TO WS-TOT-CR-CF.
           ADD WS-DR-ACCRUED TO WS-TOT-DR-CF.
      *
           GO TO 3600-EXIT.
      *
       3600-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3700-LIST-ACCOUNT - ONE LISTING LINE FOR THE ACCOUNT, AND
      *    ITS SHARE OF THE BRANCH SUMMARY.  AN ACCOUNT WITH NOTHING
      *    ACCRUED, NOTHING CARRIED AND NO NOTE IS NOT LISTED.
      *-----------------------------------------------------------------
       3700-LIST-ACCOUNT.
      *
           PERFORM 3750-FIND-CUSTOMER
               THRU 3750-EXIT.
      *
           IF WS-CUST-FOUND
               SET WS-CUST-IDX TO WS-CUST-SUB
               MOVE WS-CUST-ENT-SITE (WS-CUST-IDX)   TO WS-WANT-SITE
               MOVE WS-CUST-ENT-BRANCH (WS-CUST-IDX) TO WS-WANT-BRANCH
               PERFORM 3800-FIND-BRANCH-SLOT
                   THRU 3800-EXIT
           ELSE
               MOVE 'N' TO WS-BR-FOUND-SW
               ADD 1 TO WS-ACCTS-UNJOINED
           END-IF.
      *
           IF WS-BR-FOUND
               SET WS-BR-IDX TO WS-BR-SUB
               ADD 1              TO WS-BR-ENT-ACCTS (WS-BR-IDX)
               ADD WS-CR-ACCRUED  TO WS-BR-ENT-CR-ACCRUED (WS-BR-IDX)
               ADD WS-DR-ACCRUED  TO WS-BR-ENT-DR-ACCRUED (WS-BR-IDX)
               ADD WS-ACCT-CR-CAP TO WS-BR-ENT-CR-CAP (WS-BR-IDX)
               ADD WS-ACCT-DR-CAP TO WS-BR-ENT-DR-CAP (WS-BR-IDX)
           ELSE
               ADD WS-CR-ACCRUED  TO WS-UNJ-CR-ACCRUED
               ADD WS-DR-ACCRUED  TO WS-UNJ-DR-ACCRUED
               ADD WS-ACCT-CR-CAP TO WS-UNJ-CR-CAP
               ADD WS-ACCT-DR-CAP TO WS-UNJ-DR-CAP
           END-IF.
      *
           IF WS-ACCT-ACCR-TODAY = ZERO AND
              WS-CR-ACCRUED = ZERO AND
              WS-DR-ACCRUED = ZERO AND
              WS-ACCT-CR-CAP = ZERO AND
              WS-ACCT-DR-CAP = ZERO AND
              WS-ACCT-NOTE = SPACES
               GO TO 3700-EXIT
           END-IF.
      *
           MOVE BCH-ACCT-NUMBER       TO WS-AL-ACCT.
           MOVE BCH-ACCT-SITE-CODE    TO WS-AL-SITE.
           IF WS-CUST-FOUND
               MOVE WS-WANT-BRANCH    TO WS-AL-BRANCH
           ELSE
               MOVE '???'             TO WS-AL-BRANCH
           END-IF.
           MOVE BCH-ACCT-CURR-BALANCE TO WS-AL-BALANCE.
           MOVE WS-ACCT-DAYS          TO WS-AL-DAYS.
           MOVE WS-ACCT-ACCR-TODAY    TO WS-AL-TODAY.
           MOVE WS-CR-ACCRUED         TO WS-AL-CR-ACCRUED.
           MOVE WS-DR-ACCRUED         TO WS-AL-DR-ACCRUED.
           MOVE WS-ACCT-NOTE          TO WS-AL-NOTE.
           DISPLAY WS-ACCT-LINE.
      *
           GO TO 3700-EXIT.
      *
       3700-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3750-FIND-CUSTOMER - LOCATE THE ACCOUNT'S CUSTOMER IN THE
      *    CUSTOMER TABLE.
      *-----------------------------------------------------------------
       3750-FIND-CUSTOMER.
      *
           MOVE 'N'  TO WS-CUST-FOUND-SW.
           MOVE ZERO TO WS-CUST-SUB.
      *
           IF WS-CUST-COUNT = ZERO
               GO TO 3750-EXIT
           END-IF.
      *
           SET WS-CUST-IDX TO 1.
           SEARCH WS-CUST-ENTRY
               AT END
                   GO TO 3750-EXIT
               WHEN WS-CUST-ENT-NUMBER (WS-CUST-IDX) =
                        BCH-ACCT-CUST-NUMBER
                AND WS-CUST-IDX <= WS-CUST-COUNT
                   MOVE 'Y' TO WS-CUST-FOUND-SW
                   SET WS-CUST-SUB TO WS-CUST-IDX
           END-SEARCH.
      *
           GO TO 3750-EXIT.
      *
       3750-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3800-FIND-BRANCH-SLOT - LOCATE OR ADD THE (SITE, BRANCH)
      *    SUMMARY SLOT FOR WS-WANT-KEY.  A FULL TABLE LEAVES THE
      *    ACCOUNT IN THE NOT-JOINED LINE WITH A WARNING.
      *-----------------------------------------------------------------
       3800-FIND-BRANCH-SLOT.
      *
           MOVE 'N'  TO WS-BR-FOUND-SW.
           MOVE ZERO TO WS-BR-SUB.
      *
           IF WS-BR-COUNT > ZERO
               SET WS-BR-IDX TO 1
               SEARCH WS-BR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BR-ENT-KEY (WS-BR-IDX) = WS-WANT-KEY
                    AND WS-BR-IDX <= WS-BR-COUNT
                       MOVE 'Y' TO WS-BR-FOUND-SW
                       SET WS-BR-SUB TO WS-BR-IDX
               END-SEARCH
           END-IF.
      *
           IF WS-BR-FOUND
               GO TO 3800-EXIT
           END-IF.
      *
           IF WS-BR-COUNT >= 200
               DISPLAY 'INTACCR - BRANCH TABLE FULL AT 200'
               ADD 1 TO WS-ACCTS-UNJOINED
               GO TO 3800-EXIT
           END-IF.
      *
           ADD 1 TO WS-BR-COUNT.
           SET WS-BR-IDX TO WS-BR-COUNT.
           MOVE WS-WANT-KEY TO WS-BR-ENT-KEY (WS-BR-IDX).
           MOVE ZERO TO WS-BR-ENT-ACCTS (WS-BR-IDX)
                        WS-BR-ENT-CR-ACCRUED (WS-BR-IDX)
                        WS-BR-ENT-DR-ACCRUED (WS-BR-IDX)
                        WS-BR-ENT-CR-CAP (WS-BR-IDX)
                        WS-BR-ENT-DR-CAP (WS-BR-IDX).
           MOVE 'Y' TO WS-BR-FOUND-SW.
           MOVE WS-BR-COUNT TO WS-BR-SUB.
      *
           GO TO 3800-EXIT.
      *
       3800-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4000-CLOSE-FILES - CLOSE THE MERGE FILES AND FINISH
      *    INTTRAN WITH ITS TRAILER.  A FAILED RUN GETS NO TRAILER -
      *    A PARTIAL INTTRAN MUST NOT BALANCE, SO FILECHEK STOPS IT.
      *-----------------------------------------------------------------
       4000-CLOSE-FILES.
      *
           IF WS-INTTRAN-OPEN AND BCH-RETURN-CODE = 8
               DISPLAY 'INTACCR - RUN FAILED - INTTRAN LEFT WITHOUT'
                   ' TRAILER'
               CLOSE INT-TRAN-FILE
               GO TO 4000-CLOSE
           END-IF.
      *
           IF WS-INTTRAN-OPEN
               MOVE SPACES           TO BCH-CTL-RECORD
               MOVE 'TR'             TO BCH-CTL-RECORD-TYPE
               MOVE 'INTTRAN '       TO BCH-CTL-FILE-ID
               MOVE WS-NEXT-BUS-DATE TO BCH-CTL-CREATE-DATE
               MOVE WS-INT-CYCLE     TO BCH-CTL-CYCLE-NUMBER
               MOVE WS-INT-COUNT     TO BCH-CTL-RECORD-COUNT
               MOVE WS-INT-CONTROL-TOTAL
                                     TO BCH-CTL-CONTROL-TOTAL
               MOVE BCH-CTL-RECORD   TO INT-TRAN-RECORD
               WRITE INT-TRAN-RECORD
               CLOSE INT-TRAN-FILE
           END-IF.
      *
       4000-CLOSE.
           CLOSE ACCT-FILE
                 ACCR-OLD-FILE
                 ACCR-NEW-FILE.
      *
           GO TO 4000-EXIT.
      *
       4000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5000-PRINT-SUMMARY - THE BRANCH SUMMARY, SORTED BY SITE
      *    AND BRANCH, FOLLOWED BY THE RUN COUNTS AND ACCRUAL TOTALS.
      *-----------------------------------------------------------------
       5000-PRINT-SUMMARY.
      *
           PERFORM 5500-SORT-SLOTS
               THRU 5500-EXIT.
      *
           DISPLAY ' '.
           DISPLAY '*** INTEREST ACCRUAL SUMMARY BY BRANCH ***'.
           DISPLAY ' '.
           DISPLAY WS-BR-HEADER.
      *
           IF WS-BR-COUNT > ZERO
               PERFORM 5100-PRINT-ONE-SLOT
                   THRU 5100-EXIT
                   VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
           END-IF.
      *
           IF WS-ACCTS-UNJOINED > ZERO
               MOVE '??'              TO WS-BL-SITE
               MOVE '???   '          TO WS-BL-BRANCH
               MOVE WS-ACCTS-UNJOINED TO WS-BL-ACCTS
               MOVE WS-UNJ-CR-ACCRUED TO WS-BL-CR-ACCRUED
               MOVE WS-UNJ-DR-ACCRUED TO WS-BL-DR-ACCRUED
               MOVE WS-UNJ-CR-CAP     TO WS-BL-CR-CAP
               MOVE WS-UNJ-DR-CAP     TO WS-BL-DR-CAP
               DISPLAY WS-BR-LINE
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
           END-IF.
      *
           DISPLAY ' '.
           MOVE 'ACCOUNTS READ'          TO WS-COUNT-LABEL.
           MOVE WS-ACCTS-READ            TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'ACCOUNTS ACCRUED'       TO WS-COUNT-LABEL.
           MOVE WS-ACCTS-ACCRUED         TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'CLOSED ACCOUNTS HELD'   TO WS-COUNT-LABEL.
           MOVE WS-ACCTS-CLOSED          TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'ACCOUNTS WITH NO RATE'  TO WS-COUNT-LABEL.
           MOVE WS-ACCTS-NO-RATE         TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'ACCRUALS WITH NO ACCOUNT' TO WS-COUNT-LABEL.
           MOVE WS-ORPHAN-COUNT          TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'ACCOUNTS NOT JOINED'    TO WS-COUNT-LABEL.
           MOVE WS-ACCTS-UNJOINED        TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'INTEREST POSTINGS WRITTEN' TO WS-COUNT-LABEL.
           MOVE WS-INT-COUNT             TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
      *
           DISPLAY ' '.
           MOVE 'CR ACCRUED BROUGHT FWD' TO WS-AMOUNT-LABEL.
           MOVE WS-TOT-CR-BF             TO WS-AMOUNT-OUT.
           DISPLAY WS-AMOUNT-LINE.
           MOVE 'CR ACCRUED TODAY'       TO WS-AMOUNT-LABEL.
           MOVE WS-TOT-CR-TODAY          TO WS-AMOUNT-OUT.
           DISPLAY WS-AMOUNT-LINE.
           MOVE 'CR CAPITALISED'         TO WS-AMOUNT-LABEL.
           MOVE WS-TOT-CR-CAP            TO WS-AMOUNT-OUT.
           DISPLAY WS-AMOUNT-LINE.
           MOVE 'CR ACCRUED CARRIED FWD' TO WS-AMOUNT-LABEL.
           MOVE WS-TOT-CR-CF             TO WS-AMOUNT-OUT.
           DISPLAY WS-AMOUNT-LINE.
           MOVE 'DR ACCRUED BROUGHT FWD' TO WS-AMOUNT-LABEL.
           MOVE WS-TOT-DR-BF             TO WS-AMOUNT-OUT.
           DISPLAY WS-AMOUNT-LINE.
           MOVE 'DR ACCRUED TODAY'       TO WS-AMOUNT-LABEL.
           MOVE WS-TOT-DR-TODAY          TO WS-AMOUNT-OUT.
           DISPLAY WS-AMOUNT-LINE.
           MOVE 'DR CAPITALISED'         TO WS-AMOUNT-LABEL.
           MOVE WS-TOT-DR-CAP            TO WS-AMOUNT-OUT.
           DISPLAY WS-AMOUNT-LINE.
           MOVE 'DR ACCRUED CARRIED FWD' TO WS-AMOUNT-LABEL.
           MOVE WS-TOT-DR-CF             TO WS-AMOUNT-OUT.
           DISPLAY WS-AMOUNT-LINE.
      *
           GO TO 5000-EXIT.
      *
       5000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5100-PRINT-ONE-SLOT - ONE BRANCH LINE.
      *-----------------------------------------------------------------
       5100-PRINT-ONE-SLOT.
      *
           MOVE WS-BR-ENT-SITE (WS-BR-IDX)       TO WS-BL-SITE.
           MOVE SPACES                           TO WS-BL-BRANCH.
           MOVE WS-BR-ENT-BRANCH (WS-BR-IDX)     TO WS-BL-BRANCH(1:3).
           MOVE WS-BR-ENT-ACCTS (WS-BR-IDX)      TO WS-BL-ACCTS.
           MOVE WS-BR-ENT-CR-ACCRUED (WS-BR-IDX) TO WS-BL-CR-ACCRUED.
           MOVE WS-BR-ENT-DR-ACCRUED (WS-BR-IDX) TO WS-BL-DR-ACCRUED.
           MOVE WS-BR-ENT-CR-CAP (WS-BR-IDX)     TO WS-BL-CR-CAP.
           MOVE WS-BR-ENT-DR-CAP (WS-BR-IDX)     TO WS-BL-DR-CAP.
           DISPLAY WS-BR-LINE.
      *
           GO TO 5100-EXIT.
      *
       5100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5500-SORT-SLOTS - ORDER THE SUMMARY SLOTS BY SITE AND
      *    BRANCH (STRAIGHT SELECTION, THE TABLE IS SMALL).
      *-----------------------------------------------------------------
       5500-SORT-SLOTS.
      *
           IF WS-BR-COUNT < 2
               GO TO 5500-EXIT
           END-IF.
      *
           PERFORM 5600-SORT-ONE-PASS
               THRU 5600-EXIT
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-BR-COUNT.
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
               UNTIL WS-SORT-J > WS-BR-COUNT.
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
           IF WS-BR-ENT-KEY (WS-SORT-J) <
                  WS-BR-ENT-KEY (WS-SORT-I)
               MOVE WS-BR-ENTRY (WS-SORT-I) TO WS-BR-SAVE-ENTRY
               MOVE WS-BR-ENTRY (WS-SORT-J)
                   TO WS-BR-ENTRY (WS-SORT-I)
               MOVE WS-BR-SAVE-ENTRY TO WS-BR-ENTRY (WS-SORT-J)
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
