      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    GLEXTR.
       AUTHOR.        H. BRUNNER.
       INSTALLATION.  BATCH CONTROL GROUP.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *
      *-----------------------------------------------------------------
      *  DAILY GENERAL-LEDGER JOURNAL EXTRACT.  RUNS AFTER TRANPOST
      *  AND TURNS THE DAY'S POSTING INTO BALANCED JOURNAL LINES
      *  (GLJRNL, COPYBOOK GLJREC) SUMMARISED BY BRANCH WITHIN SITE,
      *  SO THE LEDGER NO LONGER HAS TO BE KEYED OFF THE POSTING
      *  TOTALS.  THE POSTED ACCOUNT FILE (ACCTNEW) IS JOINED TO THE
      *  VALIDATED CUSTOMER MASTER (CUSTNEW) FOR THE BRANCH, AND THE
      *  DAY'S INPUTS - YESTERDAY'S SUSPENSE (SUSPIN), THE TRANFILE,
      *  THE STANDING-ORDER PAYMENTS (SOTRAN) AND THE MONTH-END
      *  INTEREST POSTINGS (INTTRAN) - ARE READ IN TRANPOST'S ORDER
      *  AND JUDGED UNDER TRANPOST'S RULES, AS SETLRPT DOES.  WHAT
      *  TRANPOST COULD NOT POST IS TAKEN OFF ITS OUTPUT FILES:
      *  TRANREJ (SUSPENSE CARRIED FORWARD, SPLIT INTO NEWLY
      *  SUSPENDED AND CARRIED AGAIN BY THE SUSPENSE DATE) AND
      *  TRANFRJ (FINAL REJECTS).  EACH CLASS OF MOVEMENT
      *  IS JOURNALLED AS A DEBIT/CREDIT PAIR BETWEEN ITS OWN LEDGER
      *  ACCOUNT AND THE CONTRA - CLEARING FOR CUSTOMER ITEMS, THE
      *  INTEREST EXPENSE OR INCOME ACCOUNT FOR INTEREST POSTINGS:
      *      POSTED            CUSTDEP   AGAINST THE CONTRA
      *      SUSPENDED         SUSPENSE  AGAINST THE CONTRA
      *      RECYCLED          SUSPENSE  REVERSED BACK TO THE CONTRA
      *      FINAL REJECT      RETURNS   AGAINST THE CONTRA
      *  THE JOURNAL CARRIES HD/TR CONTROL RECORDS (COPYBOOK CTLREC)
      *  UNDER THE CYCLE NUMBER OF THE DAY'S TRANFILE.  THE RUN
      *  PROVES ITSELF TWICE OVER: AMOUNT IN (TRANFILE AND SOTRAN +
      *  SUSPENSE IN + INTEREST IN) MUST EQUAL AMOUNT APPLIED +
      *  SUSPENSE CARRIED + FINAL REJECTED, AS ON THE TRANPOST
      *  BALANCING PAGE, AND JOURNAL DEBITS MUST EQUAL JOURNAL
      *  CREDITS FOR EVERY SITE AND IN TOTAL.  BOTH PROOFS ARE
      *  TAKEN BEFORE THE TRAILER IS WRITTEN; A JOURNAL THAT FAILS
      *  EITHER IS LEFT EMPTY, WITH NO HD/TR, SO IT CANNOT REACH
      *  THE LEDGER.  RETURN CODES: 0 = JOURNAL PRODUCED, 4 =
      *  WARNINGS (ITEMS THAT COULD NOT BE JOINED TO A BRANCH OR
      *  COULD NOT BE JOURNALLED), 8 = OUT OF BALANCE OR AN INPUT
      *  UNUSABLE.
      *
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 HB    ORIGINAL.
      *  10/15/2026 HB    DORMANT ACCOUNTS - A CUSTOMER DEBIT ON AN
      *                   ACCOUNT THAT CAME INTO TRANPOST DORMANT (STILL
      *                   DORMANT ON ACCTNEW, OR REACTIVATED BY A
      *                   CREDIT TODAY) WAS REFERRED TO SUSPENSE, NOT
      *                   POSTED, AND IS JOURNALLED OFF TRANREJ.
      *  10/15/2026 HB    STANDING-ORDER PAYMENTS (SOTRAN, FROM SOGEN)
      *                   ARE REPLAYED AFTER THE DAY'S TRANFILE WHEN
      *                   PRESENT, AS TRANPOST READS THEM, AND
      *                   JOURNALLED AS CUSTOMER ITEMS.
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
           SELECT CUST-MASTER-FILE   ASSIGN TO 'CUSTNEW'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-CUSTNEW-STATUS.
      *
           SELECT TRAN-FILE          ASSIGN TO 'TRANFILE'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-TRANFILE-STATUS.
      *
           SELECT OPTIONAL SUSP-OLD-FILE
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
           SELECT TRAN-REJECT-FILE   ASSIGN TO 'TRANREJ'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-TRANREJ-STATUS.
      *
           SELECT TRAN-FINAL-FILE    ASSIGN TO 'TRANFRJ'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-TRANFRJ-STATUS.
      *
           SELECT GL-JOURNAL-FILE    ASSIGN TO 'GLJRNL'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-GLJRNL-STATUS.
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
       FD  CUST-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY CUSTREC.
      *
       FD  TRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  TRAN-FILE-RECORD           PIC X(80).
      *
       FD  SUSP-OLD-FILE
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
       FD  TRAN-FINAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  TRAN-FINAL-RECORD          PIC X(80).
      *
       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  GL-JOURNAL-RECORD          PIC X(80).
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
      *    TRANSACTION WORK AREA - THE CURRENT TRANSACTION, SUSPENSE,
      *    INTEREST OR REJECT RECORD IS MOVED HERE FOR INSPECTION.
      *-----------------------------------------------------------------
       COPY TRANREC.
      *
      *-----------------------------------------------------------------
      *    HD/TR CONTROL RECORD - READ OFF THE TRANFILE FOR THE
      *    CYCLE, BUILT FOR THE JOURNAL.  SEE COPYBOOKS/CTLREC.CPY
      *-----------------------------------------------------------------
       COPY CTLREC.
      *
      *-----------------------------------------------------------------
      *    JOURNAL LINE WORK AREA - SEE COPYBOOKS/GLJREC.CPY
      *-----------------------------------------------------------------
       COPY GLJREC.
      *
       01  WS-RAW-DATE            PIC X(08).
       01  WS-RAW-TIME            PIC X(08).
       01  WS-END-RAW-TIME        PIC X(08).
       01  WS-SITECTL-STATUS      PIC X(02)  VALUE '00'.
       01  WS-RUN-SITE-CODE       PIC X(02)  VALUE 'DE'.
       01  WS-ACCTNEW-STATUS      PIC X(02)  VALUE '00'.
       01  WS-CUSTNEW-STATUS      PIC X(02)  VALUE '00'.
       01  WS-TRANFILE-STATUS     PIC X(02)  VALUE '00'.
       01  WS-SUSPIN-STATUS       PIC X(02)  VALUE '00'.
       01  WS-INTTRAN-STATUS      PIC X(02)  VALUE '00'.
       01  WS-SOTRAN-STATUS       PIC X(02)  VALUE '00'.
       01  WS-TRANREJ-STATUS      PIC X(02)  VALUE '00'.
       01  WS-TRANFRJ-STATUS      PIC X(02)  VALUE '00'.
       01  WS-GLJRNL-STATUS       PIC X(02)  VALUE '00'.
      *
       01  WS-ACCTNEW-EOF-SW      PIC X(01)  VALUE 'N'.
           88  WS-ACCTNEW-EOF                VALUE 'Y'.
       01  WS-CUSTNEW-EOF-SW      PIC X(01)  VALUE 'N'.
           88  WS-CUSTNEW-EOF                VALUE 'Y'.
       01  WS-TRANFILE-EOF-SW     PIC X(01)  VALUE 'N'.
           88  WS-TRANFILE-EOF               VALUE 'Y'.
       01  WS-SUSPIN-EOF-SW       PIC X(01)  VALUE 'N'.
           88  WS-SUSPIN-EOF                 VALUE 'Y'.
       01  WS-INTTRAN-EOF-SW      PIC X(01)  VALUE 'N'.
           88  WS-INTTRAN-EOF                VALUE 'Y'.
       01  WS-SOTRAN-EOF-SW       PIC X(01)  VALUE 'N'.
           88  WS-SOTRAN-EOF                 VALUE 'Y'.
       01  WS-TRANREJ-EOF-SW      PIC X(01)  VALUE 'N'.
           88  WS-TRANREJ-EOF                VALUE 'Y'.
       01  WS-TRANFRJ-EOF-SW      PIC X(01)  VALUE 'N'.
           88  WS-TRANFRJ-EOF                VALUE 'Y'.
      *
      *-----------------------------------------------------------------
      *    LEDGER ACCOUNT CODES.  THE CONTRA FOR A CUSTOMER ITEM IS
      *    THE CLEARING ACCOUNT; FOR AN INTEREST POSTING IT IS THE
      *    INTEREST EXPENSE ACCOUNT (CREDIT INTEREST PAID) OR THE
      *    INTEREST INCOME ACCOUNT (DEBIT INTEREST CHARGED).
      *-----------------------------------------------------------------
       01  WS-GL-CLEARING         PIC X(08)  VALUE 'CLEARING'.
       01  WS-GL-INT-EXPENSE      PIC X(08)  VALUE 'INTEXP  '.
       01  WS-GL-INT-INCOME       PIC X(08)  VALUE 'INTINC  '.
      *
      *-----------------------------------------------------------------
      *    JOURNAL SOURCE CLASSES - SOURCE CODE, THE CLASS'S OWN
      *    LEDGER ACCOUNT, A REVERSAL FLAG (THE CLASS TAKES ITEMS
      *    BACK OUT OF ITS ACCOUNT RATHER THAN INTO IT) AND THE LINE
      *    TEXT.  THE CLASS NUMBER IS THE FIRST SUBSCRIPT OF THE
      *    BRANCH BUCKETS BELOW.  LOADED VIA REDEFINES SO THE TABLE
      *    CAN CARRY VALUE CLAUSES.
      *-----------------------------------------------------------------
       01  WS-GL-CLASS-DATA.
           05  FILLER  PIC X(34)
               VALUE 'POSTCUSTDEP NPOSTED TO ACCOUNT    '.
           05  FILLER  PIC X(34)
               VALUE 'SUSNSUSPENSENSUSPENDED TODAY      '.
           05  FILLER  PIC X(34)
               VALUE 'SUSCSUSPENSENSUSPENSE CARRIED FWD '.
           05  FILLER  PIC X(34)
               VALUE 'RCYCSUSPENSEYSUSPENSE RECYCLED    '.
           05  FILLER  PIC X(34)
               VALUE 'FREJRETURNS NFINAL REJECT RETURNED'.
      *
       01  WS-GL-CLASS-TABLE REDEFINES WS-GL-CLASS-DATA.
           05  WS-GL-CLASS-ENTRY OCCURS 5 TIMES.
               10  WS-GL-CLASS-SOURCE     PIC X(04).
               10  WS-GL-CLASS-ACCOUNT    PIC X(08).
               10  WS-GL-CLASS-REVERSE-SW PIC X(01).
               10  WS-GL-CLASS-TEXT       PIC X(21).
      *
       77  WS-CLASS-POSTED        PIC 9(01)  VALUE 1.
       77  WS-CLASS-SUSP-NEW      PIC 9(01)  VALUE 2.
       77  WS-CLASS-SUSP-CARRIED  PIC 9(01)  VALUE 3.
       77  WS-CLASS-RECYCLED      PIC 9(01)  VALUE 4.
       77  WS-CLASS-FINAL         PIC 9(01)  VALUE 5.
      *
      *-----------------------------------------------------------------
      *    BUCKET SUBSCRIPTS - CLASS (1-5), CONTRA (1 = CLEARING,
      *    2 = INTEREST) AND ITEM DIRECTION (1 = DR, 2 = CR).  THE
      *    BUCKET NUMBER IS (CLASS - 1) * 4 + (CONTRA - 1) * 2 + DIR.
      *-----------------------------------------------------------------
       77  WS-CLASS-SUB           PIC 9(04)  COMP  VALUE ZERO.
       77  WS-CONTRA-SUB          PIC 9(04)  COMP  VALUE ZERO.
       77  WS-DIR-SUB             PIC 9(04)  COMP  VALUE ZERO.
       77  WS-BKT-SUB             PIC 9(04)  COMP  VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    POSTED ACCOUNTS - NUMBER, OWNER AND STATUS FOR THE
      *    POSTING-RULE REPLAY AND THE BRANCH JOIN.
      *-----------------------------------------------------------------
       01  WS-ACCT-TABLE.
           05  WS-ACCT-COUNT          PIC 9(04)  COMP  VALUE ZERO.
           05  WS-ACCT-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-ACCT-IDX.
               10  WS-ACCT-ENT-NUMBER     PIC 9(08).
               10  WS-ACCT-ENT-CUST       PIC 9(07).
               10  WS-ACCT-ENT-STATUS     PIC X(01).
               10  WS-ACCT-ENT-DORM-SW    PIC X(01).
      *
       01  WS-ACCT-FOUND-SW       PIC X(01)  VALUE 'N'.
           88  WS-ACCT-FOUND                 VALUE 'Y'.
       01  WS-ACCT-SUB            PIC 9(04)  COMP  VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    VALIDATED CUSTOMERS - NUMBER, BRANCH AND SITE FOR THE
      *    BRANCH JOIN.
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
      *
      *-----------------------------------------------------------------
      *    JOURNAL SLOTS - ONE PER (SITE, BRANCH) WITH MOVEMENT, EACH
      *    HOLDING THE TWENTY CLASS/CONTRA/DIRECTION BUCKETS.  SORTED
      *    BY SITE AND BRANCH BEFORE THE JOURNAL IS WRITTEN.
      *-----------------------------------------------------------------
       01  WS-BRANCH-TABLE.
           05  WS-BR-COUNT            PIC 9(04)  COMP  VALUE ZERO.
           05  WS-BR-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-BR-IDX.
               10  WS-BR-ENT-KEY.
                   15  WS-BR-ENT-SITE     PIC X(02).
                   15  WS-BR-ENT-BRANCH   PIC 9(03).
               10  WS-BR-ENT-BUCKET OCCURS 20 TIMES.
                   15  WS-BR-ENT-AMOUNT   PIC S9(13)V99 COMP-3.
                   15  WS-BR-ENT-ITEMS    PIC 9(07)  COMP.
      *
       01  WS-BR-SAVE-ENTRY.
           05  WS-BR-SAVE-KEY.
               10  WS-BR-SAVE-SITE        PIC X(02).
               10  WS-BR-SAVE-BRANCH      PIC 9(03).
           05  WS-BR-SAVE-BUCKET OCCURS 20 TIMES.
               10  WS-BR-SAVE-AMOUNT      PIC S9(13)V99 COMP-3.
               10  WS-BR-SAVE-ITEMS       PIC 9(07)  COMP.
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
      *    ITEM TOTALS PER SOURCE CLASS FOR THE SOURCE SUMMARY.
      *-----------------------------------------------------------------
       01  WS-CLASS-TOTALS.
           05  WS-CLASS-TOT-ENTRY OCCURS 5 TIMES.
               10  WS-CLASS-TOT-AMOUNT    PIC S9(13)V99 COMP-3.
               10  WS-CLASS-TOT-ITEMS     PIC 9(07)  COMP.
      *
      *-----------------------------------------------------------------
      *    JOURNAL CONTROL FIELDS.  THE CYCLE IS THE DAY'S TRANFILE
      *    CYCLE; THE CONTROL TOTAL IS THE LINE AMOUNTS IN CENTS
      *    MODULO 10**15, AS ON EVERY CONTROL-RECORDED FILE.
      *-----------------------------------------------------------------
       01  WS-GL-CYCLE            PIC 9(05)  VALUE ZERO.
       01  WS-GL-LINE-COUNT       PIC 9(09)  VALUE ZERO.
       01  WS-GL-CONTROL-TOTAL    PIC 9(15)  VALUE ZERO.
       01  WS-GLJRNL-OPEN-SW      PIC X(01)  VALUE 'N'.
           88  WS-GLJRNL-OPEN                VALUE 'Y'.
      *
      *-----------------------------------------------------------------
      *    THE LINE BEING WRITTEN.
      *-----------------------------------------------------------------
       01  WS-LINE-ACCOUNT        PIC X(08).
       01  WS-LINE-DR-CR          PIC X(02).
       01  WS-HOME-DR-CR          PIC X(02).
       01  WS-CONTRA-DR-CR        PIC X(02).
       01  WS-CONTRA-ACCOUNT      PIC X(08).
      *
       01  WS-CURR-SITE           PIC X(02)  VALUE SPACES.
       01  WS-SITE-DEBITS         PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-SITE-CREDITS        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-JRNL-DEBITS         PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-JRNL-CREDITS        PIC S9(13)V99 COMP-3 VALUE ZERO.
      *
       01  WS-AMOUNT-IN           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-AMOUNT-SUSP-IN      PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-AMOUNT-INT-IN       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-AMOUNT-APPLIED      PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-AMOUNT-CARRIED      PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-AMOUNT-FINAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
      *
       01  WS-OUT-OF-BALANCE-SW   PIC X(01)  VALUE 'N'.
           88  WS-OUT-OF-BALANCE             VALUE 'Y'.
      *
       01  WS-JOURNAL-HEADER.
           05  FILLER             PIC X(13) VALUE '  SITE BRANCH'.
           05  FILLER             PIC X(10) VALUE '  ACCOUNT '.
           05  FILLER             PIC X(05) VALUE 'DR/CR'.
           05  FILLER             PIC X(17) VALUE '           AMOUNT'.
           05  FILLER             PIC X(06) VALUE '   SRC'.
           05  FILLER             PIC X(08) VALUE '   ITEMS'.
           05  FILLER             PIC X(06) VALUE '  TEXT'.
      *
       01  WS-JOURNAL-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-JNL-SITE        PIC X(02).
           05  FILLER             PIC X(04)  VALUE SPACES.
           05  WS-JNL-BRANCH      PIC X(06).
           05  FILLER             PIC X(01)  VALUE SPACES.
           05  WS-JNL-ACCOUNT     PIC X(08).
           05  FILLER             PIC X(03)  VALUE SPACES.
           05  WS-JNL-DR-CR       PIC X(02).
           05  WS-JNL-AMOUNT      PIC Z(12)9.99.
           05  FILLER             PIC X(03)  VALUE SPACES.
           05  WS-JNL-SOURCE      PIC X(04).
           05  FILLER             PIC X(01)  VALUE SPACES.
           05  WS-JNL-ITEMS       PIC Z(06)9.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-JNL-TEXT        PIC X(21).
      *
       01  WS-SITE-TOTAL-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-STL-SITE        PIC X(02).
           05  FILLER             PIC X(18)
                                  VALUE ' *SITE*  DEBITS   '.
           05  WS-STL-DEBITS      PIC Z(12)9.99.
           05  FILLER             PIC X(10)  VALUE '  CREDITS '.
           05  WS-STL-CREDITS     PIC Z(12)9.99.
      *
       01  WS-CLASS-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-CLS-SOURCE      PIC X(04).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-CLS-TEXT        PIC X(21).
           05  WS-CLS-ITEMS       PIC Z(06)9.
           05  WS-CLS-AMOUNT      PIC Z(12)9.99.
      *
       01  WS-AMOUNT-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-AMOUNT-LABEL    PIC X(24).
           05  WS-AMOUNT-OUT      PIC Z(12)9.99-.
      *
       01  WS-COUNT-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-COUNT-LABEL     PIC X(28).
           05  WS-COUNT-OUT       PIC Z(08)9.
      *
       77  WS-TRANS-READ          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-SUSP-READ           PIC 9(07)  COMP  VALUE ZERO.
       77  WS-INT-READ            PIC 9(07)  COMP  VALUE ZERO.
       77  WS-REJECTS-READ        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-FINALS-READ         PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ITEMS-UNJOINED      PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ITEMS-UNUSABLE      PIC 9(07)  COMP  VALUE ZERO.
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
           PERFORM 2000-LOAD-ACCOUNTS
               THRU 2000-EXIT.
      *
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 2500-LOAD-CUSTOMERS
                   THRU 2500-EXIT
           END-IF.
      *
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 3000-REPLAY-POSTING
                   THRU 3000-EXIT
           END-IF.
      *
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 3500-TALLY-SUSPENSE-OUT
                   THRU 3500-EXIT
           END-IF.
      *
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 3700-TALLY-FINAL-REJECTS
                   THRU 3700-EXIT
           END-IF.
      *
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 3900-PROVE-POSTING
                   THRU 3900-EXIT
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
           PERFORM 4000-WRITE-JOURNAL
               THRU 4000-EXIT.
      *
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 5000-PRINT-PROOF
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
      *    JOURNAL LISTING IS RUN-IDENTIFIED.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
      *
           MOVE 'GLEXTR  '           TO BCH-BANNER-JOB-NAME.
           MOVE 'STEP01'             TO BCH-BANNER-STEP-NAME.
           MOVE 'GENERAL-LEDGER JOURNAL EXTRACT'
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
           PERFORM 1100-CLEAR-CLASS-TOTAL
               THRU 1100-EXIT
               VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 5.
      *
           DISPLAY BCH-BANNER-LINE.
      *
           GO TO 1000-EXIT.
      *
       1000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1100-CLEAR-CLASS-TOTAL - ZERO ONE SOURCE-CLASS TOTAL.
      *-----------------------------------------------------------------
       1100-CLEAR-CLASS-TOTAL.
      *
           MOVE ZERO TO WS-CLASS-TOT-AMOUNT (WS-CLASS-SUB)
                        WS-CLASS-TOT-ITEMS (WS-CLASS-SUB).
      *
           GO TO 1100-EXIT.
      *
       1100-EXIT.
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
      *    2000-LOAD-ACCOUNTS - PULL THE POSTED ACCOUNT FILE INTO THE
      *    ACCOUNT TABLE FOR THE REPLAY AND THE BRANCH JOIN.
      *-----------------------------------------------------------------
       2000-LOAD-ACCOUNTS.
      *
           OPEN INPUT ACCT-FILE.
           IF WS-ACCTNEW-STATUS NOT = '00'
               DISPLAY 'GLEXTR - ACCTNEW OPEN FAILED, STATUS '
                   WS-ACCTNEW-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
      *
           PERFORM 2100-READ-ONE-ACCOUNT
               THRU 2100-EXIT
               UNTIL WS-ACCTNEW-EOF OR BCH-RETURN-CODE = 8.
      *
           CLOSE ACCT-FILE.
      *
           IF WS-ACCT-COUNT = ZERO AND
              BCH-RETURN-CODE NOT = 8
               DISPLAY 'GLEXTR - ACCTNEW IS EMPTY'
               MOVE 8 TO BCH-RETURN-CODE
           END-IF.
      *
           GO TO 2000-EXIT.
      *
       2000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2100-READ-ONE-ACCOUNT - ONE POSTED ACCOUNT RECORD PER
      *    CALL.
      *-----------------------------------------------------------------
       2100-READ-ONE-ACCOUNT.
      *
           READ ACCT-FILE
               AT END
                   MOVE 'Y' TO WS-ACCTNEW-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
      *
           IF BCH-ACCT-RECORD(1:2) = 'HD' OR
              BCH-ACCT-RECORD(1:2) = 'TR'
               GO TO 2100-EXIT
           END-IF.
      *
           IF BCH-ACCT-NUMBER NOT NUMERIC OR
              BCH-ACCT-CUST-NUMBER NOT NUMERIC
               GO TO 2100-EXIT
           END-IF.
      *
           IF WS-ACCT-COUNT >= 5000
               DISPLAY 'GLEXTR - ACCOUNT TABLE FULL AT 5000'
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2100-EXIT
           END-IF.
      *
           ADD 1 TO WS-ACCT-COUNT.
           SET WS-ACCT-IDX TO WS-ACCT-COUNT.
           MOVE BCH-ACCT-NUMBER
               TO WS-ACCT-ENT-NUMBER (WS-ACCT-IDX).
           MOVE BCH-ACCT-CUST-NUMBER
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
      *
           GO TO 2100-EXIT.
      *
       2100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2500-LOAD-CUSTOMERS - PULL THE VALIDATED CUSTOMER MASTER
      *    INTO THE CUSTOMER TABLE FOR THE BRANCH/SITE JOIN.
      *-----------------------------------------------------------------
       2500-LOAD-CUSTOMERS.
      *
           OPEN INPUT CUST-MASTER-FILE.
           IF WS-CUSTNEW-STATUS NOT = '00'
               DISPLAY 'GLEXTR - CUSTNEW OPEN FAILED, STATUS '
                   WS-CUSTNEW-STATUS
               MOVE 8 TO BCH-RETURN-CODE
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
               DISPLAY 'GLEXTR - CUSTOMER TABLE FULL AT 5000'
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
      *    3000-REPLAY-POSTING - READ YESTERDAY'S SUSPENSE, THE DAY'S
      *    TRANSACTIONS, THE STANDING-ORDER PAYMENTS AND THE
      *    INTEREST POSTINGS IN TRANPOST'S ORDER AND JOURNAL WHAT
      *    TRANPOST WOULD HAVE POSTED.
      *-----------------------------------------------------------------
       3000-REPLAY-POSTING.
      *
           PERFORM 3050-REPLAY-SUSPENSE
               THRU 3050-EXIT.
      *
           OPEN INPUT TRAN-FILE.
           IF WS-TRANFILE-STATUS NOT = '00'
               DISPLAY 'GLEXTR - TRANFILE OPEN FAILED, STATUS '
                   WS-TRANFILE-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
      *
           PERFORM 3100-REPLAY-ONE-TRAN
               THRU 3100-EXIT
               UNTIL WS-TRANFILE-EOF OR BCH-RETURN-CODE = 8.
      *
           CLOSE TRAN-FILE.
      *
           PERFORM 3090-REPLAY-STANDING-ORDERS
               THRU 3090-EXIT.
      *
           PERFORM 3070-REPLAY-INTEREST
               THRU 3070-EXIT.
      *
           GO TO 3000-EXIT.
      *
       3000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3050-REPLAY-SUSPENSE - YESTERDAY'S SUSPENSE FILE.  A
      *    MISSING OR EMPTY SUSPENSE IS A NORMAL FIRST DAY.
      *-----------------------------------------------------------------
       3050-REPLAY-SUSPENSE.
      *
           OPEN INPUT SUSP-OLD-FILE.
           IF WS-SUSPIN-STATUS NOT = '00' AND
              WS-SUSPIN-STATUS NOT = '05'
               GO TO 3050-EXIT
           END-IF.
      *
           PERFORM 3060-REPLAY-ONE-SUSP
               THRU 3060-EXIT
               UNTIL WS-SUSPIN-EOF OR BCH-RETURN-CODE = 8.
      *
           CLOSE SUSP-OLD-FILE.
      *
           GO TO 3050-EXIT.
      *
       3050-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3060-REPLAY-ONE-SUSP - ONE SUSPENSE RECORD PER CALL.  THE
      *    ITEM COMES BACK OUT OF SUSPENSE FOR THE RETRY, THEN GOES
      *    THROUGH THE POSTING RULES LIKE ANY OTHER.
      *-----------------------------------------------------------------
       3060-REPLAY-ONE-SUSP.
      *
           READ SUSP-OLD-FILE
               AT END
                   MOVE 'Y' TO WS-SUSPIN-EOF-SW
                   GO TO 3060-EXIT
           END-READ.
      *
           MOVE SUSP-OLD-RECORD TO BCH-TRAN-RECORD.
           ADD 1 TO WS-SUSP-READ.
           IF BCH-TRAN-AMOUNT NUMERIC
               ADD BCH-TRAN-AMOUNT TO WS-AMOUNT-SUSP-IN
           END-IF.
      *
           MOVE WS-CLASS-RECYCLED TO WS-CLASS-SUB.
           PERFORM 3300-JOURNAL-ITEM
               THRU 3300-EXIT.
      *
           PERFORM 3150-APPLY-POSTING-RULES
               THRU 3150-EXIT.
      *
           GO TO 3060-EXIT.
      *
       3060-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3070-REPLAY-INTEREST - THE MONTH-END INTEREST POSTINGS,
      *    READ AFTER THE DAY'S TRANFILE AS TRANPOST READS THEM.
      *    INTTRAN CARRIES POSTINGS ONLY ON THE FIRST BUSINESS DAY
      *    OF A MONTH; A MISSING OR EMPTY FILE IS NORMAL.
      *-----------------------------------------------------------------
       3070-REPLAY-INTEREST.
      *
           OPEN INPUT INT-TRAN-FILE.
           IF WS-INTTRAN-STATUS NOT = '00' AND
              WS-INTTRAN-STATUS NOT = '05'
               GO TO 3070-EXIT
           END-IF.
      *
           PERFORM 3080-REPLAY-ONE-INT
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
      *    3080-REPLAY-ONE-INT - ONE INTEREST POSTING PER CALL.
      *    HD/TR CONTROL RECORDS ARE SKIPPED.
      *-----------------------------------------------------------------
       3080-REPLAY-ONE-INT.
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
           IF BCH-TRAN-AMOUNT NUMERIC
               ADD BCH-TRAN-AMOUNT TO WS-AMOUNT-INT-IN
           END-IF.
      *
           PERFORM 3150-APPLY-POSTING-RULES
               THRU 3150-EXIT.
      *
           GO TO 3080-EXIT.
      *
       3080-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3090-REPLAY-STANDING-ORDERS - THE DAY'S STANDING-ORDER
      *    PAYMENTS, READ AFTER THE DAY'S TRANFILE AS TRANPOST READS
      *    THEM.  A MISSING OR EMPTY SOTRAN IS NORMAL.
      *-----------------------------------------------------------------
       3090-REPLAY-STANDING-ORDERS.
      *
           OPEN INPUT SO-TRAN-FILE.
           IF WS-SOTRAN-STATUS NOT = '00' AND
              WS-SOTRAN-STATUS NOT = '05'
               GO TO 3090-EXIT
           END-IF.
      *
           PERFORM 3095-REPLAY-ONE-SO
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
      *    3095-REPLAY-ONE-SO - ONE STANDING-ORDER LEG PER CALL.  IT
      *    COUNTS AS A RAW TRANSACTION, AS ON THE TRANPOST BALANCING
      *    PAGE.  HD/TR CONTROL RECORDS ARE SKIPPED.
      *-----------------------------------------------------------------
       3095-REPLAY-ONE-SO.
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
           IF BCH-TRAN-AMOUNT NUMERIC
               ADD BCH-TRAN-AMOUNT TO WS-AMOUNT-IN
           END-IF.
      *
           PERFORM 3150-APPLY-POSTING-RULES
               THRU 3150-EXIT.
      *
           GO TO 3095-EXIT.
      *
       3095-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3100-REPLAY-ONE-TRAN - ONE RAW TRANSACTION PER CALL.  THE
      *    HEADER GIVES THE JOURNAL ITS CYCLE NUMBER; HD/TR CONTROL
      *    RECORDS ARE OTHERWISE SKIPPED.
      *-----------------------------------------------------------------
       3100-REPLAY-ONE-TRAN.
      *
           READ TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-TRANFILE-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
      *
           IF TRAN-FILE-RECORD(1:2) = 'HD'
               MOVE TRAN-FILE-RECORD TO BCH-CTL-RECORD
               IF BCH-CTL-CYCLE-NUMBER NUMERIC
                   MOVE BCH-CTL-CYCLE-NUMBER TO WS-GL-CYCLE
               END-IF
               GO TO 3100-EXIT
           END-IF.
      *
           IF TRAN-FILE-RECORD(1:2) = 'TR'
               GO TO 3100-EXIT
           END-IF.
      *
           MOVE TRAN-FILE-RECORD TO BCH-TRAN-RECORD.
           ADD 1 TO WS-TRANS-READ.
           IF BCH-TRAN-AMOUNT NUMERIC
               ADD BCH-TRAN-AMOUNT TO WS-AMOUNT-IN
           END-IF.
      *
           PERFORM 3150-APPLY-POSTING-RULES
               THRU 3150-EXIT.
      *
           GO TO 3100-EXIT.
      *
       3100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3150-APPLY-POSTING-RULES - WOULD TRANPOST HAVE POSTED THIS
      *    ITEM?  THE SAME EDITS IN THE SAME ORDER: ACCOUNT AND
      *    AMOUNT NUMERIC, TYPE DR OR CR, ACCOUNT ON FILE AND NOT
      *    CLOSED, AND NO CUSTOMER DEBIT ON AN ACCOUNT THAT CAME IN
      *    DORMANT.  A POSTED ITEM IS JOURNALLED HERE; ONE TRANPOST
      *    REJECTED IS JOURNALLED OFF TRANREJ OR TRANFRJ INSTEAD.
      *-----------------------------------------------------------------
       3150-APPLY-POSTING-RULES.
      *
           IF BCH-TRAN-ACCT-NUMBER NOT NUMERIC OR
              BCH-TRAN-AMOUNT NOT NUMERIC
               GO TO 3150-EXIT
           END-IF.
           IF NOT BCH-TRAN-IS-DEBIT AND
              NOT BCH-TRAN-IS-CREDIT
               GO TO 3150-EXIT
           END-IF.
      *
           PERFORM 3200-FIND-ACCOUNT
               THRU 3200-EXIT.
           IF NOT WS-ACCT-FOUND
               GO TO 3150-EXIT
           END-IF.
      *
           SET WS-ACCT-IDX TO WS-ACCT-SUB.
           IF WS-ACCT-ENT-STATUS (WS-ACCT-IDX) = 'C'
               GO TO 3150-EXIT
           END-IF.
           IF WS-ACCT-ENT-DORM-SW (WS-ACCT-IDX) = 'Y' AND
              BCH-TRAN-IS-DEBIT AND
              NOT BCH-TRAN-IS-INTEREST
               GO TO 3150-EXIT
           END-IF.
      *
           ADD BCH-TRAN-AMOUNT TO WS-AMOUNT-APPLIED.
      *
           MOVE WS-CLASS-POSTED TO WS-CLASS-SUB.
           PERFORM 3300-JOURNAL-ITEM
               THRU 3300-EXIT.
      *
           GO TO 3150-EXIT.
      *
       3150-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3200-FIND-ACCOUNT - LOCATE THE ITEM'S ACCOUNT IN THE
      *    ACCOUNT TABLE.
      *-----------------------------------------------------------------
       3200-FIND-ACCOUNT.
      *
           MOVE 'N'  TO WS-ACCT-FOUND-SW.
           MOVE ZERO TO WS-ACCT-SUB.
      *
           SET WS-ACCT-IDX TO 1.
           SEARCH WS-ACCT-ENTRY
               AT END
                   GO TO 3200-EXIT
               WHEN WS-ACCT-ENT-NUMBER (WS-ACCT-IDX) =
                        BCH-TRAN-ACCT-NUMBER
                AND WS-ACCT-IDX <= WS-ACCT-COUNT
                   MOVE 'Y' TO WS-ACCT-FOUND-SW
                   SET WS-ACCT-SUB TO WS-ACCT-IDX
           END-SEARCH.
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
           SET WS-ACCT-IDX TO WS-ACCT-SUB.
           SET WS-CUST-IDX TO 1.
           SEARCH WS-CUST-ENTRY
               AT END
                   GO TO 3250-EXIT
               WHEN WS-CUST-ENT-NUMBER (WS-CUST-IDX) =
                        WS-ACCT-ENT-CUST (WS-ACCT-IDX)
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
      *    3300-JOURNAL-ITEM - ADD THE WORK TRANSACTION TO THE
      *    BUCKET FOR SOURCE CLASS WS-CLASS-SUB IN ITS (SITE, BRANCH)
      *    SLOT.  THE BRANCH COMES FROM THE ACCOUNT'S CUSTOMER; AN
      *    ITEM THAT CANNOT BE JOINED (UNKNOWN ACCOUNT, CUSTOMER NOT
      *    ON THE MASTER) IS JOURNALLED TO BRANCH 000 OF THE SITE ON
      *    THE RECORD, OR OF THE RUNNING SITE IF THAT IS BLANK.  AN
      *    ITEM WITH NO USABLE AMOUNT OR DIRECTION CANNOT BE
      *    JOURNALLED AND IS COUNTED FOR THE WARNING.
      *-----------------------------------------------------------------
       3300-JOURNAL-ITEM.
      *
           IF BCH-TRAN-AMOUNT NOT NUMERIC
               ADD 1 TO WS-ITEMS-UNUSABLE
               GO TO 3300-EXIT
           END-IF.
      *
           IF BCH-TRAN-IS-DEBIT
               MOVE 1 TO WS-DIR-SUB
           ELSE
               IF BCH-TRAN-IS-CREDIT
                   MOVE 2 TO WS-DIR-SUB
               ELSE
                   ADD 1 TO WS-ITEMS-UNUSABLE
                   GO TO 3300-EXIT
               END-IF
           END-IF.
      *
           IF BCH-TRAN-IS-INTEREST
               MOVE 2 TO WS-CONTRA-SUB
           ELSE
               MOVE 1 TO WS-CONTRA-SUB
           END-IF.
      *
           PERFORM 3350-SET-BRANCH-KEY
               THRU 3350-EXIT.
      *
           PERFORM 3400-FIND-BRANCH-SLOT
               THRU 3400-EXIT.
           IF NOT WS-BR-FOUND
               GO TO 3300-EXIT
           END-IF.
      *
           COMPUTE WS-BKT-SUB = (WS-CLASS-SUB - 1) * 4 +
                                (WS-CONTRA-SUB - 1) * 2 +
                                WS-DIR-SUB.
      *
           SET WS-BR-IDX TO WS-BR-SUB.
           ADD BCH-TRAN-AMOUNT
               TO WS-BR-ENT-AMOUNT (WS-BR-IDX, WS-BKT-SUB).
           ADD 1 TO WS-BR-ENT-ITEMS (WS-BR-IDX, WS-BKT-SUB).
      *
           ADD BCH-TRAN-AMOUNT TO WS-CLASS-TOT-AMOUNT (WS-CLASS-SUB).
           ADD 1 TO WS-CLASS-TOT-ITEMS (WS-CLASS-SUB).
      *
           GO TO 3300-EXIT.
      *
       3300-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3350-SET-BRANCH-KEY - THE (SITE, BRANCH) THE WORK
      *    TRANSACTION BELONGS TO.
      *-----------------------------------------------------------------
       3350-SET-BRANCH-KEY.
      *
           MOVE BCH-TRAN-SITE-CODE TO WS-WANT-SITE.
           IF WS-WANT-SITE = SPACES
               MOVE WS-RUN-SITE-CODE TO WS-WANT-SITE
           END-IF.
           MOVE ZERO TO WS-WANT-BRANCH.
      *
           IF BCH-TRAN-ACCT-NUMBER NOT NUMERIC
               ADD 1 TO WS-ITEMS-UNJOINED
               GO TO 3350-EXIT
           END-IF.
      *
           PERFORM 3200-FIND-ACCOUNT
               THRU 3200-EXIT.
           IF NOT WS-ACCT-FOUND
               ADD 1 TO WS-ITEMS-UNJOINED
               GO TO 3350-EXIT
           END-IF.
      *
           PERFORM 3250-FIND-CUSTOMER
               THRU 3250-EXIT.
           IF NOT WS-CUST-FOUND
               ADD 1 TO WS-ITEMS-UNJOINED
               GO TO 3350-EXIT
           END-IF.
      *
           SET WS-CUST-IDX TO WS-CUST-SUB.
           MOVE WS-CUST-ENT-SITE (WS-CUST-IDX)   TO WS-WANT-SITE.
           MOVE WS-CUST-ENT-BRANCH (WS-CUST-IDX) TO WS-WANT-BRANCH.
      *
           GO TO 3350-EXIT.
      *
       3350-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3400-FIND-BRANCH-SLOT - LOCATE OR ADD THE (SITE, BRANCH)
      *    JOURNAL SLOT FOR WS-WANT-KEY.
      *-----------------------------------------------------------------
       3400-FIND-BRANCH-SLOT.
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
               GO TO 3400-EXIT
           END-IF.
      *
           IF WS-BR-COUNT >= 200
               DISPLAY 'GLEXTR - BRANCH TABLE FULL AT 200'
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 3400-EXIT
           END-IF.
      *
           ADD 1 TO WS-BR-COUNT.
           SET WS-BR-IDX TO WS-BR-COUNT.
           MOVE WS-WANT-KEY TO WS-BR-ENT-KEY (WS-BR-IDX).
           PERFORM 3450-CLEAR-ONE-BUCKET
               THRU 3450-EXIT
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 20.
           MOVE 'Y' TO WS-BR-FOUND-SW.
           MOVE WS-BR-COUNT TO WS-BR-SUB.
      *
           GO TO 3400-EXIT.
      *
       3400-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3450-CLEAR-ONE-BUCKET - ZERO ONE BUCKET OF A NEW SLOT.
      *-----------------------------------------------------------------
       3450-CLEAR-ONE-BUCKET.
      *
           MOVE ZERO TO WS-BR-ENT-AMOUNT (WS-BR-IDX, WS-BKT-SUB)
                        WS-BR-ENT-ITEMS (WS-BR-IDX, WS-BKT-SUB).
      *
           GO TO 3450-EXIT.
      *
       3450-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3500-TALLY-SUSPENSE-OUT - WHAT TRANPOST CARRIED FORWARD ON
      *    TRANREJ.  AN ITEM STAMPED WITH TODAY'S SUSPENSE DATE WAS
      *    SUSPENDED TODAY; ANY OTHER WAS ALREADY IN SUSPENSE AND IS
      *    CARRIED AGAIN AFTER ITS RETRY.  TRANPOST ALWAYS WRITES
      *    TRANREJ, SO A MISSING FILE MEANS THE JOURNAL WOULD BE
      *    INCOMPLETE.
      *-----------------------------------------------------------------
       3500-TALLY-SUSPENSE-OUT.
      *
           OPEN INPUT TRAN-REJECT-FILE.
           IF WS-TRANREJ-STATUS NOT = '00'
               DISPLAY 'GLEXTR - TRANREJ OPEN FAILED, STATUS '
                   WS-TRANREJ-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 3500-EXIT
           END-IF.
      *
           PERFORM 3600-TALLY-ONE-REJECT
               THRU 3600-EXIT
               UNTIL WS-TRANREJ-EOF OR BCH-RETURN-CODE = 8.
      *
           CLOSE TRAN-REJECT-FILE.
      *
           GO TO 3500-EXIT.
      *
       3500-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3600-TALLY-ONE-REJECT - ONE SUSPENSE RECORD PER CALL.
      *-----------------------------------------------------------------
       3600-TALLY-ONE-REJECT.
      *
           READ TRAN-REJECT-FILE
               AT END
                   MOVE 'Y' TO WS-TRANREJ-EOF-SW
                   GO TO 3600-EXIT
           END-READ.
      *
           MOVE TRAN-REJECT-RECORD TO BCH-TRAN-RECORD.
           ADD 1 TO WS-REJECTS-READ.
           IF BCH-TRAN-AMOUNT NUMERIC
               ADD BCH-TRAN-AMOUNT TO WS-AMOUNT-CARRIED
           END-IF.
      *
           IF BCH-TRAN-SUSP-DATE = BCH-BANNER-RUN-DATE
               MOVE WS-CLASS-SUSP-NEW TO WS-CLASS-SUB
           ELSE
               MOVE WS-CLASS-SUSP-CARRIED TO WS-CLASS-SUB
           END-IF.
      *
           PERFORM 3300-JOURNAL-ITEM
               THRU 3300-EXIT.
      *
           GO TO 3600-EXIT.
      *
       3600-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3700-TALLY-FINAL-REJECTS - WHAT TRANPOST RETURNED AS FINAL
      *    REJECTS ON TRANFRJ.  A MISSING FILE STOPS THE RUN FOR THE
      *    SAME REASON AS A MISSING TRANREJ.
      *-----------------------------------------------------------------
       3700-TALLY-FINAL-REJECTS.
      *
           OPEN INPUT TRAN-FINAL-FILE.
           IF WS-TRANFRJ-STATUS NOT = '00'
               DISPLAY 'GLEXTR - TRANFRJ OPEN FAILED, STATUS '
                   WS-TRANFRJ-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 3700-EXIT
           END-IF.
      *
           PERFORM 3800-TALLY-ONE-FINAL
               THRU 3800-EXIT
               UNTIL WS-TRANFRJ-EOF OR BCH-RETURN-CODE = 8.
      *
           CLOSE TRAN-FINAL-FILE.
      *
           GO TO 3700-EXIT.
      *
       3700-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3800-TALLY-ONE-FINAL - ONE FINAL-REJECT RECORD PER CALL.
      *-----------------------------------------------------------------
       3800-TALLY-ONE-FINAL.
      *
           READ TRAN-FINAL-FILE
               AT END
                   MOVE 'Y' TO WS-TRANFRJ-EOF-SW
                   GO TO 3800-EXIT
           END-READ.
      *
           MOVE TRAN-FINAL-RECORD TO BCH-TRAN-RECORD.
           ADD 1 TO WS-FINALS-READ.
           IF BCH-TRAN-AMOUNT NUMERIC
               ADD BCH-TRAN-AMOUNT TO WS-AMOUNT-FINAL
           END-IF.
      *
           MOVE WS-CLASS-FINAL TO WS-CLASS-SUB.
           PERFORM 3300-JOURNAL-ITEM
               THRU 3300-EXIT.
      *
           GO TO 3800-EXIT.
      *
       3800-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3900-PROVE-POSTING - THE POSTING PROOF, TAKEN BEFORE ANY
      *    JOURNAL IS WRITTEN: AMOUNT IN MUST EQUAL APPLIED + CARRIED
      *    + FINAL, EXACTLY AS TRANPOST BALANCED.
      *-----------------------------------------------------------------
       3900-PROVE-POSTING.
      *
           IF WS-AMOUNT-IN + WS-AMOUNT-SUSP-IN +
              WS-AMOUNT-INT-IN NOT =
                  WS-AMOUNT-APPLIED + WS-AMOUNT-CARRIED +
                  WS-AMOUNT-FINAL
               DISPLAY 'GLEXTR - POSTING PROOF FAILS - JOURNAL '
                   'DOES NOT AGREE WITH TRANPOST'
               MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
           END-IF.
      *
           GO TO 3900-EXIT.
      *
       3900-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4000-WRITE-JOURNAL - SORT THE SLOTS BY SITE AND BRANCH AND
      *    WRITE THE JOURNAL: HEADER, A DEBIT/CREDIT PAIR FOR EVERY
      *    BUCKET WITH ITEMS, TRAILER.  EACH LINE IS LISTED AS IT IS
      *    WRITTEN, WITH A DEBIT/CREDIT TOTAL PER SITE.  THE TRAILER
      *    IS WRITTEN ONLY WHEN BOTH PROOFS HOLD; OTHERWISE THE
      *    JOURNAL IS EMPTIED SO THE LEDGER CANNOT TAKE IT.
      *-----------------------------------------------------------------
       4000-WRITE-JOURNAL.
      *
           OPEN OUTPUT GL-JOURNAL-FILE.
           IF WS-GLJRNL-STATUS NOT = '00'
               DISPLAY 'GLEXTR - GLJRNL OPEN FAILED, STATUS '
                   WS-GLJRNL-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           MOVE 'Y' TO WS-GLJRNL-OPEN-SW.
      *
           IF WS-OUT-OF-BALANCE
               CLOSE GL-JOURNAL-FILE
               DISPLAY 'GLEXTR - GLJRNL LEFT EMPTY - NO JOURNAL'
                   ' WRITTEN'
               GO TO 4000-EXIT
           END-IF.
      *
           PERFORM 4500-SORT-SLOTS
               THRU 4500-EXIT.
      *
           MOVE SPACES              TO BCH-CTL-RECORD.
           MOVE 'HD'                TO BCH-CTL-RECORD-TYPE.
           MOVE 'GLJRNL  '          TO BCH-CTL-FILE-ID.
           MOVE BCH-BANNER-RUN-DATE TO BCH-CTL-CREATE-DATE.
           MOVE WS-GL-CYCLE         TO BCH-CTL-CYCLE-NUMBER.
           MOVE ZERO                TO BCH-CTL-RECORD-COUNT
                                       BCH-CTL-CONTROL-TOTAL.
           MOVE BCH-CTL-RECORD      TO GL-JOURNAL-RECORD.
           WRITE GL-JOURNAL-RECORD.
      *
           DISPLAY ' '.
           DISPLAY '*** GENERAL-LEDGER JOURNAL ***'.
           DISPLAY ' '.
           DISPLAY WS-JOURNAL-HEADER.
      *
           IF WS-BR-COUNT = ZERO
               DISPLAY '  NO MOVEMENT TO JOURNAL TODAY'
           END-IF.
      *
           MOVE SPACES TO WS-CURR-SITE.
           IF WS-BR-COUNT > ZERO
               PERFORM 4100-WRITE-ONE-SLOT
                   THRU 4100-EXIT
                   VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               PERFORM 4200-CLOSE-SITE
                   THRU 4200-EXIT
           END-IF.
      *
           IF WS-JRNL-DEBITS NOT = WS-JRNL-CREDITS
               DISPLAY 'GLEXTR - JOURNAL DEBITS DO NOT EQUAL CREDITS'
               MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
           END-IF.
      *
      *    AN UNBALANCED JOURNAL GETS NO TRAILER AND IS WRITTEN
      *    AGAIN EMPTY, SO NO HEADER IS LEFT FOR THE LEDGER EITHER.
           IF WS-OUT-OF-BALANCE
               CLOSE GL-JOURNAL-FILE
               OPEN OUTPUT GL-JOURNAL-FILE
               CLOSE GL-JOURNAL-FILE
               DISPLAY 'GLEXTR - GLJRNL LEFT EMPTY - JOURNAL NOT '
                   'RELEASED TO THE LEDGER'
               GO TO 4000-EXIT
           END-IF.
      *
           MOVE SPACES              TO BCH-CTL-RECORD.
           MOVE 'TR'                TO BCH-CTL-RECORD-TYPE.
           MOVE 'GLJRNL  '          TO BCH-CTL-FILE-ID.
           MOVE BCH-BANNER-RUN-DATE TO BCH-CTL-CREATE-DATE.
           MOVE WS-GL-CYCLE         TO BCH-CTL-CYCLE-NUMBER.
           MOVE WS-GL-LINE-COUNT    TO BCH-CTL-RECORD-COUNT.
           MOVE WS-GL-CONTROL-TOTAL TO BCH-CTL-CONTROL-TOTAL.
           MOVE BCH-CTL-RECORD      TO GL-JOURNAL-RECORD.
           WRITE GL-JOURNAL-RECORD.
      *
           CLOSE GL-JOURNAL-FILE.
      *
           GO TO 4000-EXIT.
      *
       4000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4100-WRITE-ONE-SLOT - EVERY BUCKET OF ONE (SITE, BRANCH)
      *    SLOT.  A SITE CHANGE CLOSES THE PRIOR SITE FIRST.
      *-----------------------------------------------------------------
       4100-WRITE-ONE-SLOT.
      *
           IF WS-CURR-SITE NOT = SPACES AND
              WS-BR-ENT-SITE (WS-BR-IDX) NOT = WS-CURR-SITE
               PERFORM 4200-CLOSE-SITE
                   THRU 4200-EXIT
           END-IF.
           MOVE WS-BR-ENT-SITE (WS-BR-IDX) TO WS-CURR-SITE.
      *
           PERFORM 4300-WRITE-BUCKET-PAIR
               THRU 4300-EXIT
               VARYING WS-CLASS-SUB FROM 1 BY 1
                   UNTIL WS-CLASS-SUB > 5
               AFTER WS-CONTRA-SUB FROM 1 BY 1
                   UNTIL WS-CONTRA-SUB > 2
               AFTER WS-DIR-SUB FROM 1 BY 1
                   UNTIL WS-DIR-SUB > 2.
      *
           GO TO 4100-EXIT.
      *
       4100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4200-CLOSE-SITE - THE SITE'S DEBIT AND CREDIT TOTALS.  A
      *    SITE WHOSE JOURNAL DOES NOT BALANCE FAILS THE RUN.
      *-----------------------------------------------------------------
       4200-CLOSE-SITE.
      *
           MOVE WS-CURR-SITE    TO WS-STL-SITE.
           MOVE WS-SITE-DEBITS  TO WS-STL-DEBITS.
           MOVE WS-SITE-CREDITS TO WS-STL-CREDITS.
           DISPLAY WS-SITE-TOTAL-LINE.
           DISPLAY ' '.
      *
           IF WS-SITE-DEBITS NOT = WS-SITE-CREDITS
               DISPLAY 'GLEXTR - JOURNAL FOR SITE ' WS-CURR-SITE
                   ' DOES NOT BALANCE'
               MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
           END-IF.
      *
           MOVE ZERO TO WS-SITE-DEBITS
                        WS-SITE-CREDITS.
      *
           GO TO 4200-EXIT.
      *
       4200-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4300-WRITE-BUCKET-PAIR - THE DEBIT/CREDIT PAIR FOR ONE
      *    BUCKET, IF IT HOLDS ANY ITEMS.  THE CLASS'S OWN ACCOUNT
      *    TAKES THE ITEM'S DIRECTION (CREDITED FOR A CR ITEM) AND
      *    THE CONTRA THE OPPOSITE; A REVERSING CLASS SWAPS THEM.
      *-----------------------------------------------------------------
       4300-WRITE-BUCKET-PAIR.
      *
           COMPUTE WS-BKT-SUB = (WS-CLASS-SUB - 1) * 4 +
                                (WS-CONTRA-SUB - 1) * 2 +
                                WS-DIR-SUB.
      *
           IF WS-BR-ENT-ITEMS (WS-BR-IDX, WS-BKT-SUB) = ZERO
               GO TO 4300-EXIT
           END-IF.
      *
           IF WS-DIR-SUB = 2
               MOVE 'CR' TO WS-HOME-DR-CR
               MOVE 'DR' TO WS-CONTRA-DR-CR
           ELSE
               MOVE 'DR' TO WS-HOME-DR-CR
               MOVE 'CR' TO WS-CONTRA-DR-CR
           END-IF.
           IF WS-GL-CLASS-REVERSE-SW (WS-CLASS-SUB) = 'Y'
               MOVE WS-HOME-DR-CR   TO WS-LINE-DR-CR
               MOVE WS-CONTRA-DR-CR TO WS-HOME-DR-CR
               MOVE WS-LINE-DR-CR   TO WS-CONTRA-DR-CR
           END-IF.
      *
           IF WS-CONTRA-SUB = 1
               MOVE WS-GL-CLEARING TO WS-CONTRA-ACCOUNT
           ELSE
               IF WS-DIR-SUB = 2
                   MOVE WS-GL-INT-EXPENSE TO WS-CONTRA-ACCOUNT
               ELSE
                   MOVE WS-GL-INT-INCOME  TO WS-CONTRA-ACCOUNT
               END-IF
           END-IF.
      *
      *    DEBIT LINE FIRST, THEN ITS CREDIT.
           IF WS-HOME-DR-CR = 'DR'
               MOVE WS-GL-CLASS-ACCOUNT (WS-CLASS-SUB)
                                       TO WS-LINE-ACCOUNT
               MOVE WS-HOME-DR-CR      TO WS-LINE-DR-CR
               PERFORM 4400-WRITE-ONE-LINE
                   THRU 4400-EXIT
               MOVE WS-CONTRA-ACCOUNT  TO WS-LINE-ACCOUNT
               MOVE WS-CONTRA-DR-CR    TO WS-LINE-DR-CR
               PERFORM 4400-WRITE-ONE-LINE
                   THRU 4400-EXIT
           ELSE
               MOVE WS-CONTRA-ACCOUNT  TO WS-LINE-ACCOUNT
               MOVE WS-CONTRA-DR-CR    TO WS-LINE-DR-CR
               PERFORM 4400-WRITE-ONE-LINE
                   THRU 4400-EXIT
               MOVE WS-GL-CLASS-ACCOUNT (WS-CLASS-SUB)
                                       TO WS-LINE-ACCOUNT
               MOVE WS-HOME-DR-CR      TO WS-LINE-DR-CR
               PERFORM 4400-WRITE-ONE-LINE
                   THRU 4400-EXIT
           END-IF.
      *
           GO TO 4300-EXIT.
      *
       4300-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4400-WRITE-ONE-LINE - BUILD, WRITE AND LIST ONE JOURNAL
      *    LINE FOR THE CURRENT SLOT AND BUCKET, AND ACCUMULATE THE
      *    CONTROL AND BALANCING TOTALS.
      *-----------------------------------------------------------------
       4400-WRITE-ONE-LINE.
      *
           MOVE SPACES                   TO BCH-GLJ-RECORD.
           MOVE BCH-BANNER-RUN-DATE      TO BCH-GLJ-POST-DATE.
           MOVE WS-BR-ENT-SITE (WS-BR-IDX)
                                         TO BCH-GLJ-SITE-CODE.
           MOVE WS-BR-ENT-BRANCH (WS-BR-IDX)
                                         TO BCH-GLJ-BRANCH.
           MOVE WS-LINE-ACCOUNT          TO BCH-GLJ-GL-ACCOUNT.
           MOVE WS-LINE-DR-CR            TO BCH-GLJ-DR-CR.
           MOVE WS-BR-ENT-AMOUNT (WS-BR-IDX, WS-BKT-SUB)
                                         TO BCH-GLJ-AMOUNT.
           MOVE WS-GL-CLASS-SOURCE (WS-CLASS-SUB)
                                         TO BCH-GLJ-SOURCE.
           MOVE WS-BR-ENT-ITEMS (WS-BR-IDX, WS-BKT-SUB)
                                         TO BCH-GLJ-ITEM-COUNT.
           MOVE WS-GL-CLASS-TEXT (WS-CLASS-SUB)
                                         TO BCH-GLJ-LINE-TEXT.
      *
           MOVE BCH-GLJ-RECORD TO GL-JOURNAL-RECORD.
           WRITE GL-JOURNAL-RECORD.
      *
           ADD 1 TO WS-GL-LINE-COUNT.
           COMPUTE WS-GL-CONTROL-TOTAL =
               FUNCTION MOD (WS-GL-CONTROL-TOTAL +
                   (BCH-GLJ-AMOUNT * 100), 1000000000000000).
      *
           IF BCH-GLJ-IS-DEBIT
               ADD BCH-GLJ-AMOUNT TO WS-SITE-DEBITS
                                     WS-JRNL-DEBITS
           ELSE
               ADD BCH-GLJ-AMOUNT TO WS-SITE-CREDITS
                                     WS-JRNL-CREDITS
           END-IF.
      *
           MOVE BCH-GLJ-SITE-CODE        TO WS-JNL-SITE.
           MOVE SPACES                   TO WS-JNL-BRANCH.
           MOVE BCH-GLJ-BRANCH           TO WS-JNL-BRANCH(1:3).
           MOVE BCH-GLJ-GL-ACCOUNT       TO WS-JNL-ACCOUNT.
           MOVE BCH-GLJ-DR-CR            TO WS-JNL-DR-CR.
           MOVE BCH-GLJ-AMOUNT           TO WS-JNL-AMOUNT.
           MOVE BCH-GLJ-SOURCE           TO WS-JNL-SOURCE.
           MOVE BCH-GLJ-ITEM-COUNT       TO WS-JNL-ITEMS.
           MOVE WS-GL-CLASS-TEXT (WS-CLASS-SUB)
                                         TO WS-JNL-TEXT.
           DISPLAY WS-JOURNAL-LINE.
      *
           GO TO 4400-EXIT.
      *
       4400-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4500-SORT-SLOTS - ORDER THE JOURNAL SLOTS BY SITE AND
      *    BRANCH (STRAIGHT SELECTION, THE TABLE IS SMALL).
      *-----------------------------------------------------------------
       4500-SORT-SLOTS.
      *
           IF WS-BR-COUNT < 2
               GO TO 4500-EXIT
           END-IF.
      *
           PERFORM 4600-SORT-ONE-PASS
               THRU 4600-EXIT
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-BR-COUNT.
      *
           GO TO 4500-EXIT.
      *
       4500-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4600-SORT-ONE-PASS - ONE SELECTION PASS.
      *-----------------------------------------------------------------
       4600-SORT-ONE-PASS.
      *
           COMPUTE WS-SORT-J-START = WS-SORT-I + 1.
           PERFORM 4650-COMPARE-SWAP
               THRU 4650-EXIT
               VARYING WS-SORT-J FROM WS-SORT-J-START BY 1
               UNTIL WS-SORT-J > WS-BR-COUNT.
      *
           GO TO 4600-EXIT.
      *
       4600-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4650-COMPARE-SWAP - SWAP WHEN THE LATER SLOT SORTS LOWER.
      *-----------------------------------------------------------------
       4650-COMPARE-SWAP.
      *
           IF WS-BR-ENT-KEY (WS-SORT-J) <
                  WS-BR-ENT-KEY (WS-SORT-I)
               MOVE WS-BR-ENTRY (WS-SORT-I) TO WS-BR-SAVE-ENTRY
               MOVE WS-BR-ENTRY (WS-SORT-J)
                   TO WS-BR-ENTRY (WS-SORT-I)
               MOVE WS-BR-SAVE-ENTRY TO WS-BR-ENTRY (WS-SORT-J)
           END-IF.
      *
           GO TO 4650-EXIT.
      *
       4650-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5000-PRINT-PROOF - THE SOURCE SUMMARY AND THE TWO PROOFS.
      *    AMOUNT IN MUST EQUAL APPLIED + CARRIED + FINAL, EXACTLY AS
      *    TRANPOST BALANCED, AND THE JOURNAL DEBITS MUST EQUAL ITS
      *    CREDITS.  EITHER FAILURE IS RETURN CODE 8 - THE JOURNAL
      *    MUST NOT GO TO THE LEDGER.
      *-----------------------------------------------------------------
       5000-PRINT-PROOF.
      *
           DISPLAY ' '.
           DISPLAY '*** JOURNAL TOTALS BY SOURCE ***'.
           PERFORM 5100-PRINT-ONE-CLASS
               THRU 5100-EXIT
               VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 5.
      *
           DISPLAY ' '.
           DISPLAY '*** POSTING PROOF ***'.
           MOVE 'AMOUNT IN'            TO WS-AMOUNT-LABEL.
           MOVE WS-AMOUNT-IN           TO WS-AMOUNT-OUT.
           DISPLAY WS-AMOUNT-LINE.
           MOVE 'SUSPENSE IN'          TO WS-AMOUNT-LABEL.
           MOVE WS-AMOUNT-SUSP-IN      TO WS-AMOUNT-OUT.
           DISPLAY WS-AMOUNT-LINE.
           MOVE 'INTEREST IN'          TO WS-AMOUNT-LABEL.
           MOVE WS-AMOUNT-INT-IN       TO WS-AMOUNT-OUT.
           DISPLAY WS-AMOUNT-LINE.
           MOVE 'AMOUNT APPLIED'       TO WS-AMOUNT-LABEL.
           MOVE WS-AMOUNT-APPLIED      TO WS-AMOUNT-OUT.
           DISPLAY WS-AMOUNT-LINE.
           MOVE 'SUSPENSE CARRIED FWD' TO WS-AMOUNT-LABEL.
           MOVE WS-AMOUNT-CARRIED      TO WS-AMOUNT-OUT.
           DISPLAY WS-AMOUNT-LINE.
           MOVE 'FINAL REJECTED'       TO WS-AMOUNT-LABEL.
           MOVE WS-AMOUNT-FINAL        TO WS-AMOUNT-OUT.
           DISPLAY WS-AMOUNT-LINE.
           MOVE 'JOURNAL DEBITS'       TO WS-AMOUNT-LABEL.
           MOVE WS-JRNL-DEBITS         TO WS-AMOUNT-OUT.
           DISPLAY WS-AMOUNT-LINE.
           MOVE 'JOURNAL CREDITS'      TO WS-AMOUNT-LABEL.
           MOVE WS-JRNL-CREDITS        TO WS-AMOUNT-OUT.
           DISPLAY WS-AMOUNT-LINE.
      *
           DISPLAY ' '.
           MOVE 'TRANSACTIONS READ'      TO WS-COUNT-LABEL.
           MOVE WS-TRANS-READ            TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'SUSPENSE RECORDS IN'    TO WS-COUNT-LABEL.
           MOVE WS-SUSP-READ             TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'INTEREST RECORDS IN'    TO WS-COUNT-LABEL.
           MOVE WS-INT-READ              TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'SUSPENSE RECORDS OUT'   TO WS-COUNT-LABEL.
           MOVE WS-REJECTS-READ          TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'FINAL REJECT RECORDS'   TO WS-COUNT-LABEL.
           MOVE WS-FINALS-READ           TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'JOURNAL LINES WRITTEN'  TO WS-COUNT-LABEL.
           MOVE WS-GL-LINE-COUNT         TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
      *
           IF WS-ITEMS-UNJOINED > ZERO
               MOVE 'ITEMS TO BRANCH 000'  TO WS-COUNT-LABEL
               MOVE WS-ITEMS-UNJOINED      TO WS-COUNT-OUT
               DISPLAY WS-COUNT-LINE
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
           END-IF.
      *
           IF WS-ITEMS-UNUSABLE > ZERO
               MOVE 'ITEMS NOT JOURNALLED'  TO WS-COUNT-LABEL
               MOVE WS-ITEMS-UNUSABLE      TO WS-COUNT-OUT
               DISPLAY WS-COUNT-LINE
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
           END-IF.
      *
      *    BOTH PROOFS WERE TAKEN AS THE JOURNAL WAS BUILT.
           IF WS-OUT-OF-BALANCE
               DISPLAY 'GLEXTR - JOURNAL IS OUT OF BALANCE'
               MOVE 8 TO BCH-RETURN-CODE
           END-IF.
      *
           GO TO 5000-EXIT.
      *
       5000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5100-PRINT-ONE-CLASS - ITEMS AND AMOUNT FOR ONE SOURCE.
      *-----------------------------------------------------------------
       5100-PRINT-ONE-CLASS.
      *
           MOVE WS-GL-CLASS-SOURCE (WS-CLASS-SUB) TO WS-CLS-SOURCE.
           MOVE WS-GL-CLASS-TEXT (WS-CLASS-SUB)   TO WS-CLS-TEXT.
           MOVE WS-CLASS-TOT-ITEMS (WS-CLASS-SUB) TO WS-CLS-ITEMS.
           MOVE WS-CLASS-TOT-AMOUNT (WS-CLASS-SUB)
                                                  TO WS-CLS-AMOUNT.
           DISPLAY WS-CLASS-LINE.
      *
           GO TO 5100-EXIT.
      *
       5100-EXIT.
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
