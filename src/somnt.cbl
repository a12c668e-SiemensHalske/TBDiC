      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    SOMNT.
       AUTHOR.        H. BRUNNER.
       INSTALLATION.  BATCH CONTROL GROUP.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *
      *-----------------------------------------------------------------
      *  CARD-DRIVEN MAINTENANCE OF THE STANDING-ORDER MASTER.  READS
      *  THE CURRENT MASTER (SOMAST, LAYOUT IN COPYBOOK SOMREC),
      *  APPLIES THE ADD/CHANGE/SUSPND/RESUME/CANCEL CARDS FROM SYSIN
      *  (SEE COPYBOOK SOMCRD), AND WRITES THE MAINTAINED MASTER TO
      *  SOMNEW IN ORDER-NUMBER SEQUENCE.  EVERY CARD IS ECHOED TO
      *  SYSOUT WITH ITS DISPOSITION SO OPERATIONS HAS A MAINTENANCE
      *  AUDIT LISTING, AND EVERY CARD IS VALIDATED BEFORE IT IS
      *  APPLIED, AS ACCTMNT VALIDATES ITS CARDS - THE DEBIT AND
      *  CREDIT ACCOUNTS AGAINST THE DAY'S ACCOUNT FILE (ACCTFILE,
      *  NEITHER CLOSED NOR DORMANT), THE DEBIT ACCOUNT'S OWNER
      *  AGAINST THE VALIDATED CUSTOMER MASTER (CUSTNEW, STILL
      *  ACTIVE), AND THE AMOUNT, FREQUENCY AND DATES BY EDIT.  RUNS
      *  AHEAD OF SOGEN, WHICH GENERATES THE PAYMENTS DUE.
      *  RETURN CODES: 0 = ALL CARDS APPLIED, 4 = CARDS REJECTED,
      *  8 = AN UNUSABLE STANDING-ORDER, ACCOUNT OR CUSTOMER MASTER.
      *
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 HB    ORIGINAL.  STANDING ORDERS WERE KEYED INTO
      *                   THE UPSTREAM SYSTEM BY BRANCH STAFF EVERY
      *                   CYCLE; THEY ARE NOW HELD ON SOMAST AND
      *                   MAINTAINED HERE IN THE SAME CARD-DRIVEN
      *                   SHAPE AS ACCTMNT.
      *-----------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE          ASSIGN TO 'SYSIN'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-CARD-STATUS.
      *
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
           SELECT CUST-MASTER-FILE   ASSIGN TO 'CUSTNEW'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-CUSTNEW-STATUS.
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
       COPY SOMCRD.
      *
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
       FD  CUST-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY CUSTREC.
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
       01  WS-RAW-DATE            PIC X(08).
       01  WS-RAW-TIME            PIC X(08).
       01  WS-SITECTL-STATUS      PIC X(02)  VALUE '00'.
       01  WS-RUN-SITE-CODE       PIC X(02)  VALUE 'DE'.
       01  WS-CARD-STATUS         PIC X(02)  VALUE '00'.
       01  WS-SOMAST-STATUS       PIC X(02)  VALUE '00'.
       01  WS-SOMNEW-STATUS       PIC X(02)  VALUE '00'.
       01  WS-ACCTFILE-STATUS     PIC X(02)  VALUE '00'.
       01  WS-CUSTNEW-STATUS      PIC X(02)  VALUE '00'.
      *
       01  WS-CARD-EOF-SW         PIC X(01)  VALUE 'N'.
           88  WS-CARD-EOF                   VALUE 'Y'.
       01  WS-SOMAST-EOF-SW       PIC X(01)  VALUE 'N'.
           88  WS-SOMAST-EOF                 VALUE 'Y'.
       01  WS-ACCTFILE-EOF-SW     PIC X(01)  VALUE 'N'.
           88  WS-ACCTFILE-EOF               VALUE 'Y'.
       01  WS-CUSTNEW-EOF-SW      PIC X(01)  VALUE 'N'.
           88  WS-CUSTNEW-EOF                VALUE 'Y'.
      *
      *-----------------------------------------------------------------
      *    IN-STORAGE IMAGE OF THE STANDING-ORDER MASTER UNDER
      *    MAINTENANCE.  NO ACTION REMOVES AN ORDER - A CANCELLED OR
      *    EXPIRED ORDER KEEPS ITS SLOT AND ITS NUMBER.
      *-----------------------------------------------------------------
       01  WS-SO-WORK-TABLE.
           05  WS-SO-WORK-COUNT       PIC 9(04)  COMP  VALUE ZERO.
           05  WS-SO-WORK-ENTRY OCCURS 2000 TIMES
                                 INDEXED BY WS-SO-WORK-IDX.
               10  WS-SO-ENT-ORDER        PIC 9(06).
               10  WS-SO-ENT-DR-ACCT      PIC 9(08).
               10  WS-SO-ENT-CR-ACCT      PIC 9(08).
               10  WS-SO-ENT-AMOUNT       PIC 9(11)V99  COMP-3.
               10  WS-SO-ENT-FREQUENCY    PIC X(01).
               10  WS-SO-ENT-DAY          PIC 9(02).
               10  WS-SO-ENT-START-DATE   PIC X(10).
               10  WS-SO-ENT-END-DATE     PIC X(10).
               10  WS-SO-ENT-STATUS       PIC X(01).
               10  WS-SO-ENT-THRU-DATE    PIC X(10).
               10  WS-SO-ENT-CUST         PIC 9(07).
      *
      *-----------------------------------------------------------------
      *    THE DAY'S ACCOUNT FILE, LOADED FOR THE CARD ACCOUNT EDITS -
      *    NUMBER, OWNER, STATUS AND SITE ARE ALL THE EDITS NEED.
      *-----------------------------------------------------------------
       01  WS-ACCT-TABLE.
           05  WS-ACCT-COUNT          PIC 9(04)  COMP  VALUE ZERO.
           05  WS-ACCT-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-ACCT-IDX.
               10  WS-ACCT-ENT-NUMBER     PIC 9(08).
               10  WS-ACCT-ENT-CUST       PIC 9(07).
               10  WS-ACCT-ENT-STATUS     PIC X(01).
               10  WS-ACCT-ENT-SITE       PIC X(02).
      *
      *-----------------------------------------------------------------
      *    VALIDATED CUSTOMER MASTER, LOADED FOR THE OWNER EDIT.
      *-----------------------------------------------------------------
       01  WS-CUST-TABLE.
           05  WS-CUST-COUNT          PIC 9(04)  COMP  VALUE ZERO.
           05  WS-CUST-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-CUST-IDX.
               10  WS-CUST-ENT-NUMBER     PIC 9(07).
               10  WS-CUST-ENT-STATUS     PIC X(01).
      *
       01  WS-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-ORDER-FOUND                VALUE 'Y'.
       01  WS-FOUND-SUB           PIC 9(04)  COMP  VALUE ZERO.
      *
       01  WS-ACCT-FOUND-SW       PIC X(01)  VALUE 'N'.
           88  WS-ACCT-FOUND                 VALUE 'Y'.
       01  WS-ACCT-SUB            PIC 9(04)  COMP  VALUE ZERO.
       01  WS-FIND-ACCT           PIC 9(08)  VALUE ZERO.
      *
       01  WS-CUST-FOUND-SW       PIC X(01)  VALUE 'N'.
           88  WS-CUST-FOUND                 VALUE 'Y'.
       01  WS-CUST-SUB            PIC 9(04)  COMP  VALUE ZERO.
       01  WS-FIND-CUST           PIC 9(07)  VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    CARD FIELDS, REDEFINED SO THE DIGITS CAN BE NUMERIC-EDITED
      *    AND MOVED AS NUMBERS.
      *-----------------------------------------------------------------
       01  WS-CARD-ORDER-X        PIC X(06)  VALUE SPACES.
       01  WS-CARD-ORDER REDEFINES WS-CARD-ORDER-X
                                  PIC 9(06).
       01  WS-CARD-ACCT-X         PIC X(08)  VALUE SPACES.
       01  WS-CARD-ACCT REDEFINES WS-CARD-ACCT-X
                                  PIC 9(08).
       01  WS-CARD-AMOUNT-X       PIC X(13)  VALUE SPACES.
       01  WS-CARD-AMOUNT REDEFINES WS-CARD-AMOUNT-X
                                  PIC 9(11)V99.
       01  WS-CARD-DAY-X          PIC X(02)  VALUE SPACES.
       01  WS-CARD-DAY REDEFINES WS-CARD-DAY-X
                                  PIC 9(02).
      *
      *-----------------------------------------------------------------
      *    THE ORDER AS THE CARD WOULD LEAVE IT.  EVERY EDIT IS MADE
      *    AGAINST THESE FIELDS AND THE TABLE SLOT IS ONLY UPDATED
      *    WHEN THE WHOLE CARD HAS PASSED, SO A REJECTED CHANGE
      *    LEAVES THE ORDER EXACTLY AS IT WAS.
      *-----------------------------------------------------------------
       01  WS-NEW-ORDER.
           05  WS-NEW-DR-ACCT         PIC 9(08).
           05  WS-NEW-CR-ACCT         PIC 9(08).
           05  WS-NEW-AMOUNT          PIC 9(11)V99.
           05  WS-NEW-FREQUENCY       PIC X(01).
           05  WS-NEW-DAY             PIC 9(02).
           05  WS-NEW-START-DATE      PIC X(10).
           05  WS-NEW-END-DATE        PIC X(10).
           05  WS-NEW-CUST            PIC 9(07).
           05  WS-NEW-DR-SITE         PIC X(02).
      *
      *-----------------------------------------------------------------
      *    DATE EDIT.  A STANDING-ORDER DATE MUST BE A REAL DAY - IT
      *    IS TURNED INTO A DAY NUMBER WHEN THE PAYMENTS ARE
      *    SCHEDULED - SO THE DAY IS HELD TO THE LENGTH OF ITS MONTH.
      *-----------------------------------------------------------------
       01  WS-EDIT-DATE           PIC X(10)  VALUE SPACES.
       01  WS-EDIT-DATE-OK-SW     PIC X(01)  VALUE 'N'.
           88  WS-EDIT-DATE-OK               VALUE 'Y'.
       01  WS-EDIT-YEAR           PIC 9(04)  VALUE ZERO.
       01  WS-EDIT-MONTH          PIC 9(02)  VALUE ZERO.
       01  WS-EDIT-DAY            PIC 9(02)  VALUE ZERO.
       01  WS-EDIT-MONTH-DAYS     PIC 9(02)  VALUE ZERO.
       01  WS-MONTH-DAYS-VALUES   PIC X(24)
                                  VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS      PIC 9(02)  OCCURS 12 TIMES.
      *
      *-----------------------------------------------------------------
      *    RESUME - THE DAY BEFORE TODAY, SO THE THROUGH DATE OF A
      *    RESUMED ORDER CAN BE BROUGHT UP TO IT.
      *-----------------------------------------------------------------
       77  WS-DAY-INT             PIC S9(09) COMP  VALUE ZERO.
       01  WS-DATE-NUM            PIC 9(08)  VALUE ZERO.
       01  WS-YESTERDAY           PIC X(10)  VALUE SPACES.
      *
      *-----------------------------------------------------------------
      *    WORK-TABLE SORT FIELDS.  SOGEN TAKES THE MASTER IN ORDER-
      *    NUMBER SEQUENCE AND AN ADD CARD MAY LAND ANYWHERE, SO THE
      *    MAINTAINED MASTER IS SORTED BEFORE IT IS WRITTEN.
      *-----------------------------------------------------------------
       01  WS-SO-SAVE-ENTRY.
           05  WS-SO-SAVE-ORDER           PIC 9(06).
           05  WS-SO-SAVE-DR-ACCT         PIC 9(08).
           05  WS-SO-SAVE-CR-ACCT         PIC 9(08).
           05  WS-SO-SAVE-AMOUNT          PIC 9(11)V99  COMP-3.
           05  WS-SO-SAVE-FREQUENCY       PIC X(01).
           05  WS-SO-SAVE-DAY             PIC 9(02).
           05  WS-SO-SAVE-START-DATE      PIC X(10).
           05  WS-SO-SAVE-END-DATE        PIC X(10).
           05  WS-SO-SAVE-STATUS          PIC X(01).
           05  WS-SO-SAVE-THRU-DATE       PIC X(10).
           05  WS-SO-SAVE-CUST            PIC 9(07).
      *
       77  WS-SORT-I              PIC 9(04)  COMP  VALUE ZERO.
       77  WS-SORT-J              PIC 9(04)  COMP  VALUE ZERO.
       77  WS-SORT-J-START        PIC 9(04)  COMP  VALUE ZERO.
      *
       01  WS-CARD-DISPOSITION    PIC X(30)  VALUE SPACES.
      *
       01  WS-ECHO-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-ECHO-ACTION     PIC X(06).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-ECHO-ORDER      PIC X(06).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-ECHO-DR-ACCT    PIC X(08).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-ECHO-CR-ACCT    PIC X(08).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-ECHO-DISP       PIC X(30).
      *
       01  WS-TOTALS-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-TOTALS-LABEL    PIC X(24).
           05  WS-TOTALS-COUNT    PIC Z(04)9.
      *
       77  WS-CARDS-READ          PIC 9(05)  COMP  VALUE ZERO.
       77  WS-CARDS-APPLIED       PIC 9(05)  COMP  VALUE ZERO.
       77  WS-CARDS-REJECTED      PIC 9(05)  COMP  VALUE ZERO.
       77  WS-RECORDS-WRITTEN     PIC 9(05)  COMP  VALUE ZERO.
       77  WS-ORDERS-ACTIVE       PIC 9(05)  COMP  VALUE ZERO.
       77  WS-ORDERS-SUSPENDED    PIC 9(05)  COMP  VALUE ZERO.
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
           PERFORM 2000-LOAD-OLD-MASTER
               THRU 2000-EXIT.
      *
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 2200-LOAD-ACCOUNTS
                   THRU 2200-EXIT
           END-IF.
      *
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 2500-LOAD-CUSTOMERS
                   THRU 2500-EXIT
           END-IF.
      *
           IF BCH-RETURN-CODE = 8
               PERFORM 6000-WRITE-AUDIT-RECORD
                   THRU 6000-EXIT
               GO TO 9999-EXIT
           END-IF.
      *
           PERFORM 3000-PROCESS-CARDS
               THRU 3000-EXIT.
      *
           PERFORM 4000-WRITE-NEW-MASTER
               THRU 4000-EXIT.
      *
           PERFORM 5000-PRINT-TOTALS
               THRU 5000-EXIT.
      *
           PERFORM 6000-WRITE-AUDIT-RECORD
               THRU 6000-EXIT.
      *
           GO TO 9999-EXIT.
      *
      *-----------------------------------------------------------------
      *    1000-INITIALIZE - STAMP THE BANNER LINE AND PRINT IT SO THE
      *    MAINTENANCE LISTING IS RUN-IDENTIFIED.  YESTERDAY'S DATE
      *    IS KEPT FOR THE RESUME ACTION.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
      *
           MOVE 'SOMNT   '           TO BCH-BANNER-JOB-NAME.
           MOVE 'STEP01'             TO BCH-BANNER-STEP-NAME.
           MOVE 'STANDING-ORDER MAINTENANCE'
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
           MOVE WS-RAW-DATE TO WS-DATE-NUM.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) - 1.
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INT).
           MOVE SPACES TO WS-YESTERDAY.
           MOVE WS-DATE-NUM(1:4) TO WS-YESTERDAY(1:4).
           MOVE '-'              TO WS-YESTERDAY(5:1).
           MOVE WS-DATE-NUM(5:2) TO WS-YESTERDAY(6:2).
           MOVE '-'              TO WS-YESTERDAY(8:1).
           MOVE WS-DATE-NUM(7:2) TO WS-YESTERDAY(9:2).
      *
           PERFORM 1900-GET-SITE-CODE
               THRU 1900-EXIT.
      *
           DISPLAY BCH-BANNER-LINE.
           DISPLAY ' '.
           DISPLAY '*** STANDING-ORDER MAINTENANCE LISTING ***'.
           DISPLAY ' '.
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
      *    2000-LOAD-OLD-MASTER - PULL THE CURRENT STANDING-ORDER
      *    MASTER INTO THE WORK TABLE.  A MISSING OR EMPTY INPUT IS A
      *    VALID FIRST-TIME LOAD; AN OVERFULL OR UNREADABLE ONE IS AN
      *    ERROR.
      *-----------------------------------------------------------------
       2000-LOAD-OLD-MASTER.
      *
           OPEN INPUT SO-OLD-FILE.
           IF WS-SOMAST-STATUS NOT = '00' AND
              WS-SOMAST-STATUS NOT = '05'
               DISPLAY 'SOMNT - SOMAST OPEN FAILED, STATUS '
                   WS-SOMAST-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
      *
           PERFORM 2100-READ-OLD-MASTER
               THRU 2100-EXIT
               UNTIL WS-SOMAST-EOF OR BCH-RETURN-CODE = 8.
      *
           CLOSE SO-OLD-FILE.
      *
           GO TO 2000-EXIT.
      *
       2000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2100-READ-OLD-MASTER - ONE STANDING-ORDER RECORD PER CALL.
      *-----------------------------------------------------------------
       2100-READ-OLD-MASTER.
      *
           READ SO-OLD-FILE
               AT END
                   MOVE 'Y' TO WS-SOMAST-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
      *
           IF WS-SO-WORK-COUNT >= 2000
               DISPLAY 'SOMNT - ORDER MASTER EXCEEDS 2000 ENTRIES'
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2100-EXIT
           END-IF.
      *
           IF BCH-SOM-ORDER-NUMBER NOT NUMERIC OR
              BCH-SOM-DR-ACCT NOT NUMERIC OR
              BCH-SOM-CR-ACCT NOT NUMERIC OR
              BCH-SOM-AMOUNT NOT NUMERIC OR
              BCH-SOM-DAY-OF-MONTH NOT NUMERIC
               DISPLAY 'SOMNT - BAD STANDING-ORDER RECORD: '
                   BCH-SOM-RECORD(1:22)
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2100-EXIT
           END-IF.
      *
           ADD 1 TO WS-SO-WORK-COUNT.
           SET WS-SO-WORK-IDX TO WS-SO-WORK-COUNT.
           MOVE BCH-SOM-ORDER-NUMBER
               TO WS-SO-ENT-ORDER (WS-SO-WORK-IDX).
           MOVE BCH-SOM-DR-ACCT
               TO WS-SO-ENT-DR-ACCT (WS-SO-WORK-IDX).
           MOVE BCH-SOM-CR-ACCT
               TO WS-SO-ENT-CR-ACCT (WS-SO-WORK-IDX).
           MOVE BCH-SOM-AMOUNT
               TO WS-SO-ENT-AMOUNT (WS-SO-WORK-IDX).
           MOVE BCH-SOM-FREQUENCY
               TO WS-SO-ENT-FREQUENCY (WS-SO-WORK-IDX).
           MOVE BCH-SOM-DAY-OF-MONTH
               TO WS-SO-ENT-DAY (WS-SO-WORK-IDX).
           MOVE BCH-SOM-START-DATE
               TO WS-SO-ENT-START-DATE (WS-SO-WORK-IDX).
           MOVE BCH-SOM-END-DATE
               TO WS-SO-ENT-END-DATE (WS-SO-WORK-IDX).
           MOVE BCH-SOM-STATUS
               TO WS-SO-ENT-STATUS (WS-SO-WORK-IDX).
           MOVE BCH-SOM-THRU-DATE
               TO WS-SO-ENT-THRU-DATE (WS-SO-WORK-IDX).
           IF BCH-SOM-CUST-NUMBER NUMERIC
               MOVE BCH-SOM-CUST-NUMBER
                   TO WS-SO-ENT-CUST (WS-SO-WORK-IDX)
           ELSE
               MOVE ZERO
                   TO WS-SO-ENT-CUST (WS-SO-WORK-IDX)
           END-IF.
      *
           GO TO 2100-EXIT.
      *
       2100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2200-LOAD-ACCOUNTS - PULL THE DAY'S ACCOUNT FILE INTO THE
      *    ACCOUNT TABLE FOR THE CARD ACCOUNT EDITS.  NO ACCOUNTS
      *    MEANS NOTHING CAN BE VALIDATED - THAT IS A FAILURE HERE.
      *-----------------------------------------------------------------
       2200-LOAD-ACCOUNTS.
      *
           OPEN INPUT ACCT-FILE.
           IF WS-ACCTFILE-STATUS NOT = '00'
               DISPLAY 'SOMNT - ACCTFILE OPEN FAILED, STATUS '
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
               DISPLAY 'SOMNT - ACCTFILE IS EMPTY'
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
      *    A TRUNCATED EDIT TABLE WOULD FALSELY REJECT GOOD CARDS -
      *    OVERFLOW IS A HARD FAILURE, NOT A WARNING.
           IF WS-ACCT-COUNT >= 5000
               DISPLAY 'SOMNT - ACCOUNT TABLE FULL AT 5000'
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2300-EXIT
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
           MOVE BCH-ACCT-SITE-CODE
               TO WS-ACCT-ENT-SITE (WS-ACCT-IDX).
      *
           GO TO 2300-EXIT.
      *
       2300-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2500-LOAD-CUSTOMERS - PULL THE VALIDATED CUSTOMER MASTER
      *    INTO THE CUSTOMER TABLE FOR THE OWNER EDIT.  NO CUSTOMERS
      *    MEANS NOTHING CAN BE VALIDATED - THAT IS A FAILURE HERE.
      *-----------------------------------------------------------------
       2500-LOAD-CUSTOMERS.
      *
           OPEN INPUT CUST-MASTER-FILE.
           IF WS-CUSTNEW-STATUS NOT = '00'
               DISPLAY 'SOMNT - CUSTNEW OPEN FAILED, STATUS '
                   WS-CUSTNEW-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2500-EXIT
           END-IF.
      *
           PERFORM 2600-READ-ONE-CUSTOMER
               THRU 2600-EXIT
               UNTIL WS-CUSTNEW-EOF OR BCH-RETURN-CODE = 8.
      *
           CLOSE CUST-MASTER-FILE.
      *
           IF WS-CUST-COUNT = ZERO AND
              BCH-RETURN-CODE NOT = 8
               DISPLAY 'SOMNT - CUSTNEW IS EMPTY'
               MOVE 8 TO BCH-RETURN-CODE
           END-IF.
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
           IF BCH-CUST-NUMBER NOT NUMERIC
               GO TO 2600-EXIT
           END-IF.
      *
           IF WS-CUST-COUNT >= 5000
               DISPLAY 'SOMNT - CUSTOMER TABLE FULL AT 5000'
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2600-EXIT
           END-IF.
      *
           ADD 1 TO WS-CUST-COUNT.
           SET WS-CUST-IDX TO WS-CUST-COUNT.
           MOVE BCH-CUST-NUMBER
               TO WS-CUST-ENT-NUMBER (WS-CUST-IDX).
           MOVE BCH-CUST-STATUS
               TO WS-CUST-ENT-STATUS (WS-CUST-IDX).
      *
           GO TO 2600-EXIT.
      *
       2600-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3000-PROCESS-CARDS - READ AND APPLY EVERY MAINTENANCE CARD.
      *    NO CARDS AT ALL IS A STRAIGHT COPY OF THE OLD MASTER.
      *-----------------------------------------------------------------
       3000-PROCESS-CARDS.
      *
           OPEN INPUT CARD-FILE.
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'SOMNT - NO SYSIN CARDS, MASTER COPIED AS IS'
               GO TO 3000-EXIT
           END-IF.
      *
           PERFORM 3100-APPLY-ONE-CARD
               THRU 3100-EXIT
               UNTIL WS-CARD-EOF.
      *
           CLOSE CARD-FILE.
      *
           GO TO 3000-EXIT.
      *
       3000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3100-APPLY-ONE-CARD - VALIDATE AND DISPATCH ONE CARD, THEN
      *    ECHO IT WITH ITS DISPOSITION ON THE MAINTENANCE LISTING.
      *-----------------------------------------------------------------
       3100-APPLY-ONE-CARD.
      *
           READ CARD-FILE
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
      *
           IF BCH-SOMC-CARD = SPACES
               GO TO 3100-EXIT
           END-IF.
      *
           ADD 1 TO WS-CARDS-READ.
           MOVE SPACES TO WS-CARD-DISPOSITION.
      *
           MOVE BCH-SOMC-ORDER-NUMBER TO WS-CARD-ORDER-X.
           IF WS-CARD-ORDER NOT NUMERIC OR
              WS-CARD-ORDER = ZERO
               MOVE 'REJECTED - ORDER NOT NUMERIC'
                   TO WS-CARD-DISPOSITION
               GO TO 3100-ECHO
           END-IF.
      *
           PERFORM 3200-FIND-ORDER
               THRU 3200-EXIT.
      *
           EVALUATE BCH-SOMC-ACTION
               WHEN 'ADD   '
                   PERFORM 3500-APPLY-ADD
                       THRU 3500-EXIT
               WHEN 'CHANGE'
                   PERFORM 3600-APPLY-CHANGE
                       THRU 3600-EXIT
               WHEN 'SUSPND'
                   PERFORM 3700-APPLY-SUSPEND
                       THRU 3700-EXIT
               WHEN 'RESUME'
                   PERFORM 3750-APPLY-RESUME
                       THRU 3750-EXIT
               WHEN 'CANCEL'
                   PERFORM 3800-APPLY-CANCEL
                       THRU 3800-EXIT
               WHEN OTHER
                   MOVE 'REJECTED - UNKNOWN ACTION'
                       TO WS-CARD-DISPOSITION
           END-EVALUATE.
      *
       3100-ECHO.
      *
           IF WS-CARD-DISPOSITION(1:8) = 'REJECTED'
               ADD 1 TO WS-CARDS-REJECTED
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-CARDS-APPLIED
           END-IF.
      *
           MOVE BCH-SOMC-ACTION       TO WS-ECHO-ACTION.
           MOVE BCH-SOMC-ORDER-NUMBER TO WS-ECHO-ORDER.
           MOVE BCH-SOMC-DR-ACCT      TO WS-ECHO-DR-ACCT.
           MOVE BCH-SOMC-CR-ACCT      TO WS-ECHO-CR-ACCT.
           MOVE WS-CARD-DISPOSITION   TO WS-ECHO-DISP.
           DISPLAY WS-ECHO-LINE.
      *
           GO TO 3100-EXIT.
      *
       3100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3200-FIND-ORDER - LOCATE THE CARD'S ORDER IN THE WORK
      *    TABLE.
      *-----------------------------------------------------------------
       3200-FIND-ORDER.
      *
           MOVE 'N'  TO WS-FOUND-SW.
           MOVE ZERO TO WS-FOUND-SUB.
      *
           IF WS-SO-WORK-COUNT = ZERO
               GO TO 3200-EXIT
           END-IF.
      *
           SET WS-SO-WORK-IDX TO 1.
           SEARCH WS-SO-WORK-ENTRY
               AT END
                   GO TO 3200-EXIT
               WHEN WS-SO-ENT-ORDER (WS-SO-WORK-IDX) = WS-CARD-ORDER
                AND WS-SO-WORK-IDX <= WS-SO-WORK-COUNT
                   MOVE 'Y' TO WS-FOUND-SW
                   SET WS-FOUND-SUB TO WS-SO-WORK-IDX
           END-SEARCH.
      *
           GO TO 3200-EXIT.
      *
       3200-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3250-FIND-ACCOUNT - LOCATE WS-FIND-ACCT IN THE ACCOUNT
      *    TABLE.
      *-----------------------------------------------------------------
       3250-FIND-ACCOUNT.
      *
           MOVE 'N'  TO WS-ACCT-FOUND-SW.
           MOVE ZERO TO WS-ACCT-SUB.
      *
           SET WS-ACCT-IDX TO 1.
           SEARCH WS-ACCT-ENTRY
               AT END
                   GO TO 3250-EXIT
               WHEN WS-ACCT-ENT-NUMBER (WS-ACCT-IDX) = WS-FIND-ACCT
                AND WS-ACCT-IDX <= WS-ACCT-COUNT
                   MOVE 'Y' TO WS-ACCT-FOUND-SW
                   SET WS-ACCT-SUB TO WS-ACCT-IDX
           END-SEARCH.
      *
           GO TO 3250-EXIT.
      *
       3250-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3270-FIND-CUSTOMER - LOCATE WS-FIND-CUST IN THE CUSTOMER
      *    TABLE.
      *-----------------------------------------------------------------
       3270-FIND-CUSTOMER.
      *
           MOVE 'N'  TO WS-CUST-FOUND-SW.
           MOVE ZERO TO WS-CUST-SUB.
      *
           SET WS-CUST-IDX TO 1.
           SEARCH WS-CUST-ENTRY
               AT END
                   GO TO 3270-EXIT
               WHEN WS-CUST-ENT-NUMBER (WS-CUST-IDX) = WS-FIND-CUST
                AND WS-CUST-IDX <= WS-CUST-COUNT
                   MOVE 'Y' TO WS-CUST-FOUND-SW
                   SET WS-CUST-SUB TO WS-CUST-IDX
           END-SEARCH.
      *
           GO TO 3270-EXIT.
      *
       3270-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3300-EDIT-DR-ACCOUNT - THE DEBIT ACCOUNT IN WS-NEW-DR-ACCT
      *    MUST BE ON THE ACCOUNT FILE, NEITHER CLOSED NOR DORMANT,
      *    AND ITS OWNER ON THE VALIDATED CUSTOMER MASTER AND STILL
      *    ACTIVE.  THE OWNER IS LEFT IN WS-NEW-CUST AND THE
      *    ACCOUNT'S SITE IN WS-NEW-DR-SITE.  A FAILED EDIT SETS THE
      *    DISPOSITION.
      *-----------------------------------------------------------------
       3300-EDIT-DR-ACCOUNT.
      *
           MOVE WS-NEW-DR-ACCT TO WS-FIND-ACCT.
           PERFORM 3250-FIND-ACCOUNT
               THRU 3250-EXIT.
           IF NOT WS-ACCT-FOUND
               MOVE 'REJECTED - DR ACCT NOT ON FILE'
                   TO WS-CARD-DISPOSITION
               GO TO 3300-EXIT
           END-IF.
      *
           SET WS-ACCT-IDX TO WS-ACCT-SUB.
           IF WS-ACCT-ENT-STATUS (WS-ACCT-IDX) = 'C'
               MOVE 'REJECTED - DR ACCOUNT CLOSED'
                   TO WS-CARD-DISPOSITION
               GO TO 3300-EXIT
           END-IF.
           IF WS-ACCT-ENT-STATUS (WS-ACCT-IDX) = 'D'
               MOVE 'REJECTED - DR ACCOUNT DORMANT'
                   TO WS-CARD-DISPOSITION
               GO TO 3300-EXIT
           END-IF.
      *
           MOVE WS-ACCT-ENT-SITE (WS-ACCT-IDX) TO WS-NEW-DR-SITE.
           MOVE WS-ACCT-ENT-CUST (WS-ACCT-IDX) TO WS-NEW-CUST.
           MOVE WS-NEW-CUST TO WS-FIND-CUST.
           PERFORM 3270-FIND-CUSTOMER
               THRU 3270-EXIT.
           IF NOT WS-CUST-FOUND
               MOVE 'REJECTED - CUST NOT ON FILE'
                   TO WS-CARD-DISPOSITION
               GO TO 3300-EXIT
           END-IF.
      *
           SET WS-CUST-IDX TO WS-CUST-SUB.
           IF WS-CUST-ENT-STATUS (WS-CUST-IDX) = 'C'
               MOVE 'REJECTED - CUSTOMER IS CLOSED'
                   TO WS-CARD-DISPOSITION
               GO TO 3300-EXIT
           END-IF.
      *
           GO TO 3300-EXIT.
      *
       3300-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3350-EDIT-CR-ACCOUNT - THE CREDIT ACCOUNT IN
      *    WS-NEW-CR-ACCT MUST BE ON THE ACCOUNT FILE, NEITHER CLOSED
      *    NOR DORMANT, NOT THE DEBIT ACCOUNT, AND HELD AT THE SAME
      *    SITE AS THE DEBIT ACCOUNT - A STANDING ORDER MOVES MONEY
      *    WITHIN ONE SITE ONLY.  3300 HAS ALREADY SET WS-NEW-DR-SITE.
      *-----------------------------------------------------------------
       3350-EDIT-CR-ACCOUNT.
      *
           IF WS-NEW-CR-ACCT = WS-NEW-DR-ACCT
               MOVE 'REJECTED - DR AND CR ACCT SAME'
                   TO WS-CARD-DISPOSITION
               GO TO 3350-EXIT
           END-IF.
      *
           MOVE WS-NEW-CR-ACCT TO WS-FIND-ACCT.
           PERFORM 3250-FIND-ACCOUNT
               THRU 3250-EXIT.
           IF NOT WS-ACCT-FOUND
               MOVE 'REJECTED - CR ACCT NOT ON FILE'
                   TO WS-CARD-DISPOSITION
               GO TO 3350-EXIT
           END-IF.
      *
           SET WS-ACCT-IDX TO WS-ACCT-SUB.
           IF WS-ACCT-ENT-STATUS (WS-ACCT-IDX) = 'C'
               MOVE 'REJECTED - CR ACCOUNT CLOSED'
                   TO WS-CARD-DISPOSITION
               GO TO 3350-EXIT
           END-IF.
           IF WS-ACCT-ENT-STATUS (WS-ACCT-IDX) = 'D'
               MOVE 'REJECTED - CR ACCOUNT DORMANT'
                   TO WS-CARD-DISPOSITION
               GO TO 3350-EXIT
           END-IF.
           IF WS-ACCT-ENT-SITE (WS-ACCT-IDX) NOT = WS-NEW-DR-SITE
               MOVE 'REJECTED - DR/CR SITES DIFFER'
                   TO WS-CARD-DISPOSITION
               GO TO 3350-EXIT
           END-IF.
      *
           GO TO 3350-EXIT.
      *
       3350-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3400-EDIT-AMOUNT - THE CARD AMOUNT: ALL 13 DIGITS NUMERIC
      *    AND NOT ZERO.  THE EDITED AMOUNT IS LEFT IN WS-NEW-AMOUNT.
      *-----------------------------------------------------------------
       3400-EDIT-AMOUNT.
      *
           MOVE BCH-SOMC-AMOUNT TO WS-CARD-AMOUNT-X.
           IF WS-CARD-AMOUNT NOT NUMERIC
               MOVE 'REJECTED - AMOUNT NOT NUMERIC'
                   TO WS-CARD-DISPOSITION
               GO TO 3400-EXIT
           END-IF.
      *
           IF WS-CARD-AMOUNT = ZERO
               MOVE 'REJECTED - AMOUNT IS ZERO'
                   TO WS-CARD-DISPOSITION
               GO TO 3400-EXIT
           END-IF.
      *
           MOVE WS-CARD-AMOUNT TO WS-NEW-AMOUNT.
      *
           GO TO 3400-EXIT.
      *
       3400-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3420-EDIT-FREQUENCY - W OR M TAKE NO DAY; D TAKES A DAY OF
      *    THE MONTH 01-31.  A MONTHLY ORDER FALLS ON ITS START
      *    DATE'S DAY, SO WS-NEW-START-DATE MUST BE SET BEFORE THIS
      *    EDIT.  THE RESULT IS LEFT IN WS-NEW-FREQUENCY/WS-NEW-DAY.
      *-----------------------------------------------------------------
       3420-EDIT-FREQUENCY.
      *
           EVALUATE BCH-SOMC-FREQUENCY
               WHEN 'W'
                   MOVE ZERO TO WS-NEW-DAY
               WHEN 'M'
                   MOVE WS-NEW-START-DATE(9:2) TO WS-NEW-DAY
               WHEN 'D'
                   MOVE BCH-SOMC-DAY-OF-MONTH TO WS-CARD-DAY-X
                   IF WS-CARD-DAY NOT NUMERIC OR
                      WS-CARD-DAY < 1 OR
                      WS-CARD-DAY > 31
                       MOVE 'REJECTED - BAD DAY OF MONTH'
                           TO WS-CARD-DISPOSITION
                       GO TO 3420-EXIT
                   END-IF
                   MOVE WS-CARD-DAY TO WS-NEW-DAY
               WHEN OTHER
                   MOVE 'REJECTED - FREQUENCY NOT W/M/D'
                       TO WS-CARD-DISPOSITION
                   GO TO 3420-EXIT
           END-EVALUATE.
      *
           IF BCH-SOMC-FREQUENCY NOT = 'D' AND
              BCH-SOMC-DAY-OF-MONTH NOT = SPACES
               MOVE 'REJECTED - DAY ONLY FOR FREQ D'
                   TO WS-CARD-DISPOSITION
               GO TO 3420-EXIT
           END-IF.
      *
           MOVE BCH-SOMC-FREQUENCY TO WS-NEW-FREQUENCY.
      *
           GO TO 3420-EXIT.
      *
       3420-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3440-EDIT-END-DATE - A CARD END DATE MUST BE A REAL DAY,
      *    NOT BEFORE THE START DATE AND NOT BEFORE TODAY.  THE
      *    RESULT IS LEFT IN WS-NEW-END-DATE.
      *-----------------------------------------------------------------
       3440-EDIT-END-DATE.
      *
           MOVE BCH-SOMC-END-DATE TO WS-EDIT-DATE.
           PERFORM 3480-EDIT-DATE
               THRU 3480-EXIT.
           IF NOT WS-EDIT-DATE-OK
               MOVE 'REJECTED - END DATE INVALID'
                   TO WS-CARD-DISPOSITION
               GO TO 3440-EXIT
           END-IF.
      *
           IF BCH-SOMC-END-DATE < WS-NEW-START-DATE
               MOVE 'REJECTED - END BEFORE START'
                   TO WS-CARD-DISPOSITION
               GO TO 3440-EXIT
           END-IF.
      *
           IF BCH-SOMC-END-DATE < BCH-BANNER-RUN-DATE
               MOVE 'REJECTED - END DATE IN PAST'
                   TO WS-CARD-DISPOSITION
               GO TO 3440-EXIT
           END-IF.
      *
           MOVE BCH-SOMC-END-DATE TO WS-NEW-END-DATE.
      *
           GO TO 3440-EXIT.
      *
       3440-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3480-EDIT-DATE - IS WS-EDIT-DATE A REAL YYYY-MM-DD DAY?
      *    FEBRUARY HAS 29 DAYS IN A LEAP YEAR.
      *-----------------------------------------------------------------
       3480-EDIT-DATE.
      *
           MOVE 'N' TO WS-EDIT-DATE-OK-SW.
      *
           IF WS-EDIT-DATE(1:4)  NOT NUMERIC OR
              WS-EDIT-DATE(5:1)  NOT = '-'   OR
              WS-EDIT-DATE(6:2)  NOT NUMERIC OR
              WS-EDIT-DATE(8:1)  NOT = '-'   OR
              WS-EDIT-DATE(9:2)  NOT NUMERIC OR
              WS-EDIT-DATE(1:4)  < '1601'    OR
              WS-EDIT-DATE(6:2)  < '01'      OR
              WS-EDIT-DATE(6:2)  > '12'      OR
              WS-EDIT-DATE(9:2)  < '01'
               GO TO 3480-EXIT
           END-IF.
      *
           MOVE WS-EDIT-DATE(1:4) TO WS-EDIT-YEAR.
           MOVE WS-EDIT-DATE(6:2) TO WS-EDIT-MONTH.
           MOVE WS-EDIT-DATE(9:2) TO WS-EDIT-DAY.
           MOVE WS-MONTH-DAYS (WS-EDIT-MONTH) TO WS-EDIT-MONTH-DAYS.
           IF WS-EDIT-MONTH = 2 AND
              FUNCTION MOD (WS-EDIT-YEAR, 4) = ZERO AND
              (FUNCTION MOD (WS-EDIT-YEAR, 100) NOT = ZERO OR
               FUNCTION MOD (WS-EDIT-YEAR, 400) = ZERO)
               MOVE 29 TO WS-EDIT-MONTH-DAYS
           END-IF.
      *
           IF WS-EDIT-DAY > WS-EDIT-MONTH-DAYS
               GO TO 3480-EXIT
           END-IF.
      *
           MOVE 'Y' TO WS-EDIT-DATE-OK-SW.
      *
           GO TO 3480-EXIT.
      *
       3480-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3500-APPLY-ADD - NEW ORDER.  THE ORDER NUMBER MUST BE NEW TO
      *    THE MASTER - A CANCELLED ORDER STILL OWNS ITS NUMBER - AND
      *    EVERY FIELD MUST VALIDATE.  THE ORDER STARTS ACTIVE WITH
      *    NO THROUGH DATE, SO ITS FIRST DUE DATE IS ITS START DATE
      *    OR THE FIRST SCHEDULED DAY AFTER IT.
      *-----------------------------------------------------------------
       3500-APPLY-ADD.
      *
           IF WS-ORDER-FOUND
               MOVE 'REJECTED - ORDER ON FILE'
                   TO WS-CARD-DISPOSITION
               GO TO 3500-EXIT
           END-IF.
      *
           MOVE SPACES TO WS-NEW-START-DATE
                          WS-NEW-END-DATE.
      *
           MOVE BCH-SOMC-DR-ACCT TO WS-CARD-ACCT-X.
           IF WS-CARD-ACCT NOT NUMERIC
               MOVE 'REJECTED - DR ACCT NOT NUMERIC'
                   TO WS-CARD-DISPOSITION
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-CARD-ACCT TO WS-NEW-DR-ACCT.
           PERFORM 3300-EDIT-DR-ACCOUNT
               THRU 3300-EXIT.
           IF WS-CARD-DISPOSITION NOT = SPACES
               GO TO 3500-EXIT
           END-IF.
      *
           MOVE BCH-SOMC-CR-ACCT TO WS-CARD-ACCT-X.
           IF WS-CARD-ACCT NOT NUMERIC
               MOVE 'REJECTED - CR ACCT NOT NUMERIC'
                   TO WS-CARD-DISPOSITION
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-CARD-ACCT TO WS-NEW-CR-ACCT.
           PERFORM 3350-EDIT-CR-ACCOUNT
               THRU 3350-EXIT.
           IF WS-CARD-DISPOSITION NOT = SPACES
               GO TO 3500-EXIT
           END-IF.
      *
           PERFORM 3400-EDIT-AMOUNT
               THRU 3400-EXIT.
           IF WS-CARD-DISPOSITION NOT = SPACES
               GO TO 3500-EXIT
           END-IF.
      *
           MOVE BCH-SOMC-START-DATE TO WS-EDIT-DATE.
           PERFORM 3480-EDIT-DATE
               THRU 3480-EXIT.
           IF NOT WS-EDIT-DATE-OK
               MOVE 'REJECTED - START DATE INVALID'
                   TO WS-CARD-DISPOSITION
               GO TO 3500-EXIT
           END-IF.
           IF BCH-SOMC-START-DATE < BCH-BANNER-RUN-DATE
               MOVE 'REJECTED - START DATE IN PAST'
                   TO WS-CARD-DISPOSITION
               GO TO 3500-EXIT
           END-IF.
           MOVE BCH-SOMC-START-DATE TO WS-NEW-START-DATE.
      *
           PERFORM 3420-EDIT-FREQUENCY
               THRU 3420-EXIT.
           IF WS-CARD-DISPOSITION NOT = SPACES
               GO TO 3500-EXIT
           END-IF.
      *
           IF BCH-SOMC-END-DATE NOT = SPACES
               PERFORM 3440-EDIT-END-DATE
                   THRU 3440-EXIT
               IF WS-CARD-DISPOSITION NOT = SPACES
                   GO TO 3500-EXIT
               END-IF
           END-IF.
      *
           IF WS-SO-WORK-COUNT >= 2000
               MOVE 'REJECTED - ORDER TABLE FULL'
                   TO WS-CARD-DISPOSITION
               GO TO 3500-EXIT
           END-IF.
      *
           ADD 1 TO WS-SO-WORK-COUNT.
           SET WS-SO-WORK-IDX TO WS-SO-WORK-COUNT.
           MOVE WS-CARD-ORDER
               TO WS-SO-ENT-ORDER (WS-SO-WORK-IDX).
           MOVE WS-NEW-DR-ACCT
               TO WS-SO-ENT-DR-ACCT (WS-SO-WORK-IDX).
           MOVE WS-NEW-CR-ACCT
               TO WS-SO-ENT-CR-ACCT (WS-SO-WORK-IDX).
           MOVE WS-NEW-AMOUNT
               TO WS-SO-ENT-AMOUNT (WS-SO-WORK-IDX).
           MOVE WS-NEW-FREQUENCY
               TO WS-SO-ENT-FREQUENCY (WS-SO-WORK-IDX).
           MOVE WS-NEW-DAY
               TO WS-SO-ENT-DAY (WS-SO-WORK-IDX).
           MOVE WS-NEW-START-DATE
               TO WS-SO-ENT-START-DATE (WS-SO-WORK-IDX).
           MOVE WS-NEW-END-DATE
               TO WS-SO-ENT-END-DATE (WS-SO-WORK-IDX).
           MOVE 'A' TO WS-SO-ENT-STATUS (WS-SO-WORK-IDX).
           MOVE SPACES
               TO WS-SO-ENT-THRU-DATE (WS-SO-WORK-IDX).
           MOVE WS-NEW-CUST
               TO WS-SO-ENT-CUST (WS-SO-WORK-IDX).
      *
           MOVE 'ADDED' TO WS-CARD-DISPOSITION.
      *
           GO TO 3500-EXIT.
      *
       3500-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3600-APPLY-CHANGE - AMEND AN ACTIVE OR SUSPENDED ORDER.  THE
      *    ORDER AS IT STANDS IS COPIED TO THE WS-NEW FIELDS, THE
      *    FIELDS GIVEN ON THE CARD ARE EDITED OVER IT, AND THE DEBIT
      *    ACCOUNT AND ITS OWNER ARE RE-EDITED SO A CHANGE CANNOT
      *    REFRESH AN ORDER WHOSE PAYER HAS SINCE GONE.  A DEBIT
      *    ACCOUNT OR START DATE ON THE CARD MUST MATCH THE ORDER.
      *-----------------------------------------------------------------
       3600-APPLY-CHANGE.
      *
           IF NOT WS-ORDER-FOUND
               MOVE 'REJECTED - ORDER NOT ON FILE'
                   TO WS-CARD-DISPOSITION
               GO TO 3600-EXIT
           END-IF.
      *
           SET WS-SO-WORK-IDX TO WS-FOUND-SUB.
           IF WS-SO-ENT-STATUS (WS-SO-WORK-IDX) NOT = 'A' AND
              WS-SO-ENT-STATUS (WS-SO-WORK-IDX) NOT = 'S'
               MOVE 'REJECTED - ORDER NOT LIVE'
                   TO WS-CARD-DISPOSITION
               GO TO 3600-EXIT
           END-IF.
      *
           IF BCH-SOMC-CR-ACCT    = SPACES AND
              BCH-SOMC-AMOUNT     = SPACES AND
              BCH-SOMC-FREQUENCY  = SPACES AND
              BCH-SOMC-END-DATE   = SPACES
               MOVE 'REJECTED - NOTHING TO CHANGE'
                   TO WS-CARD-DISPOSITION
               GO TO 3600-EXIT
           END-IF.
      *
           MOVE WS-SO-ENT-DR-ACCT (WS-SO-WORK-IDX)
               TO WS-NEW-DR-ACCT.
           MOVE WS-SO-ENT-CR-ACCT (WS-SO-WORK-IDX)
               TO WS-NEW-CR-ACCT.
           MOVE WS-SO-ENT-AMOUNT (WS-SO-WORK-IDX)
               TO WS-NEW-AMOUNT.
           MOVE WS-SO-ENT-FREQUENCY (WS-SO-WORK-IDX)
               TO WS-NEW-FREQUENCY.
           MOVE WS-SO-ENT-DAY (WS-SO-WORK-IDX)
               TO WS-NEW-DAY.
           MOVE WS-SO-ENT-START-DATE (WS-SO-WORK-IDX)
               TO WS-NEW-START-DATE.
           MOVE WS-SO-ENT-END-DATE (WS-SO-WORK-IDX)
               TO WS-NEW-END-DATE.
      *
           IF BCH-SOMC-DR-ACCT NOT = SPACES
               MOVE BCH-SOMC-DR-ACCT TO WS-CARD-ACCT-X
               IF WS-CARD-ACCT NOT NUMERIC OR
                  WS-CARD-ACCT NOT = WS-NEW-DR-ACCT
                   MOVE 'REJECTED - DR ACCT IS FIXED'
                       TO WS-CARD-DISPOSITION
                   GO TO 3600-EXIT
               END-IF
           END-IF.
      *
           IF BCH-SOMC-START-DATE NOT = SPACES AND
              BCH-SOMC-START-DATE NOT = WS-NEW-START-DATE
               MOVE 'REJECTED - START DATE IS FIXED'
                   TO WS-CARD-DISPOSITION
               GO TO 3600-EXIT
           END-IF.
      *
           PERFORM 3300-EDIT-DR-ACCOUNT
               THRU 3300-EXIT.
           IF WS-CARD-DISPOSITION NOT = SPACES
               GO TO 3600-EXIT
           END-IF.
      *
           IF BCH-SOMC-CR-ACCT NOT = SPACES
               MOVE BCH-SOMC-CR-ACCT TO WS-CARD-ACCT-X
               IF WS-CARD-ACCT NOT NUMERIC
                   MOVE 'REJECTED - CR ACCT NOT NUMERIC'
                       TO WS-CARD-DISPOSITION
                   GO TO 3600-EXIT
               END-IF
               MOVE WS-CARD-ACCT TO WS-NEW-CR-ACCT
               PERFORM 3350-EDIT-CR-ACCOUNT
                   THRU 3350-EXIT
               IF WS-CARD-DISPOSITION NOT = SPACES
                   GO TO 3600-EXIT
               END-IF
           END-IF.
      *
           IF BCH-SOMC-AMOUNT NOT = SPACES
               PERFORM 3400-EDIT-AMOUNT
                   THRU 3400-EXIT
               IF WS-CARD-DISPOSITION NOT = SPACES
                   GO TO 3600-EXIT
               END-IF
           END-IF.
      *
           IF BCH-SOMC-FREQUENCY NOT = SPACES
               PERFORM 3420-EDIT-FREQUENCY
                   THRU 3420-EXIT
               IF WS-CARD-DISPOSITION NOT = SPACES
                   GO TO 3600-EXIT
               END-IF
           END-IF.
      *
           IF BCH-SOMC-END-DATE NOT = SPACES
               PERFORM 3440-EDIT-END-DATE
                   THRU 3440-EXIT
               IF WS-CARD-DISPOSITION NOT = SPACES
                   GO TO 3600-EXIT
               END-IF
           END-IF.
      *
           SET WS-SO-WORK-IDX TO WS-FOUND-SUB.
           MOVE WS-NEW-CR-ACCT
               TO WS-SO-ENT-CR-ACCT (WS-SO-WORK-IDX).
           MOVE WS-NEW-AMOUNT
               TO WS-SO-ENT-AMOUNT (WS-SO-WORK-IDX).
           MOVE WS-NEW-FREQUENCY
               TO WS-SO-ENT-FREQUENCY (WS-SO-WORK-IDX).
           MOVE WS-NEW-DAY
               TO WS-SO-ENT-DAY (WS-SO-WORK-IDX).
           MOVE WS-NEW-END-DATE
               TO WS-SO-ENT-END-DATE (WS-SO-WORK-IDX).
           MOVE WS-NEW-CUST
               TO WS-SO-ENT-CUST (WS-SO-WORK-IDX).
      *
           MOVE 'CHANGED' TO WS-CARD-DISPOSITION.
      *
           GO TO 3600-EXIT.
      *
       3600-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3700-APPLY-SUSPEND - SET AN ACTIVE ORDER TO SUSPENDED.
      *-----------------------------------------------------------------
       3700-APPLY-SUSPEND.
      *
           IF NOT WS-ORDER-FOUND
               MOVE 'REJECTED - ORDER NOT ON FILE'
                   TO WS-CARD-DISPOSITION
               GO TO 3700-EXIT
           END-IF.
      *
           SET WS-SO-WORK-IDX TO WS-FOUND-SUB.
           IF WS-SO-ENT-STATUS (WS-SO-WORK-IDX) NOT = 'A'
               MOVE 'REJECTED - ORDER NOT ACTIVE'
                   TO WS-CARD-DISPOSITION
               GO TO 3700-EXIT
           END-IF.
      *
           MOVE 'S' TO WS-SO-ENT-STATUS (WS-SO-WORK-IDX).
      *
           MOVE 'SUSPENDED' TO WS-CARD-DISPOSITION.
      *
           GO TO 3700-EXIT.
      *
       3700-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3750-APPLY-RESUME - SET A SUSPENDED ORDER BACK TO ACTIVE.
      *    THE PAYER IS RE-EDITED AS FOR A CHANGE.  THE THROUGH DATE
      *    IS BROUGHT UP TO YESTERDAY SO A DUE DATE THAT FELL WHILE
      *    THE ORDER WAS SUSPENDED IS NOT PAID LATE; ONE FALLING
      *    TODAY OR LATER IS.
      *-----------------------------------------------------------------
       3750-APPLY-RESUME.
      *
           IF NOT WS-ORDER-FOUND
               MOVE 'REJECTED - ORDER NOT ON FILE'
                   TO WS-CARD-DISPOSITION
               GO TO 3750-EXIT
           END-IF.
      *
           SET WS-SO-WORK-IDX TO WS-FOUND-SUB.
           IF WS-SO-ENT-STATUS (WS-SO-WORK-IDX) NOT = 'S'
               MOVE 'REJECTED - ORDER NOT SUSPENDED'
                   TO WS-CARD-DISPOSITION
               GO TO 3750-EXIT
           END-IF.
      *
           MOVE WS-SO-ENT-DR-ACCT (WS-SO-WORK-IDX)
               TO WS-NEW-DR-ACCT.
           PERFORM 3300-EDIT-DR-ACCOUNT
               THRU 3300-EXIT.
           IF WS-CARD-DISPOSITION NOT = SPACES
               GO TO 3750-EXIT
           END-IF.
      *
           SET WS-SO-WORK-IDX TO WS-FOUND-SUB.
           MOVE 'A' TO WS-SO-ENT-STATUS (WS-SO-WORK-IDX).
           IF WS-SO-ENT-THRU-DATE (WS-SO-WORK-IDX) = SPACES OR
              WS-SO-ENT-THRU-DATE (WS-SO-WORK-IDX) < WS-YESTERDAY
               MOVE WS-YESTERDAY
                   TO WS-SO-ENT-THRU-DATE (WS-SO-WORK-IDX)
           END-IF.
      *
           MOVE 'RESUMED' TO WS-CARD-DISPOSITION.
      *
           GO TO 3750-EXIT.
      *
       3750-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3800-APPLY-CANCEL - CANCEL AN ACTIVE OR SUSPENDED ORDER.
      *-----------------------------------------------------------------
       3800-APPLY-CANCEL.
      *
           IF NOT WS-ORDER-FOUND
               MOVE 'REJECTED - ORDER NOT ON FILE'
                   TO WS-CARD-DISPOSITION
               GO TO 3800-EXIT
           END-IF.
      *
           SET WS-SO-WORK-IDX TO WS-FOUND-SUB.
           IF WS-SO-ENT-STATUS (WS-SO-WORK-IDX) NOT = 'A' AND
              WS-SO-ENT-STATUS (WS-SO-WORK-IDX) NOT = 'S'
               MOVE 'REJECTED - ORDER NOT LIVE'
                   TO WS-CARD-DISPOSITION
               GO TO 3800-EXIT
           END-IF.
      *
           MOVE 'X' TO WS-SO-ENT-STATUS (WS-SO-WORK-IDX).
      *
           MOVE 'CANCELLED' TO WS-CARD-DISPOSITION.
      *
           GO TO 3800-EXIT.
      *
       3800-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4000-WRITE-NEW-MASTER - WRITE EVERY ORDER TO THE MAINTAINED
      *    MASTER, IN ASCENDING ORDER-NUMBER SEQUENCE.
      *-----------------------------------------------------------------
       4000-WRITE-NEW-MASTER.
      *
           PERFORM 4500-SORT-WORK-TABLE
               THRU 4500-EXIT.
      *
           OPEN OUTPUT SO-NEW-FILE.
           IF WS-SOMNEW-STATUS NOT = '00'
               DISPLAY 'SOMNT - SOMNEW OPEN FAILED, STATUS '
                   WS-SOMNEW-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
      *
           IF WS-SO-WORK-COUNT > ZERO
               PERFORM 4100-WRITE-ONE-ORDER
                   THRU 4100-EXIT
                   VARYING WS-SO-WORK-IDX FROM 1 BY 1
                   UNTIL WS-SO-WORK-IDX > WS-SO-WORK-COUNT
           END-IF.
      *
           CLOSE SO-NEW-FILE.
      *
           GO TO 4000-EXIT.
      *
       4000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4100-WRITE-ONE-ORDER - ONE STANDING-ORDER RECORD PER TABLE
      *    SLOT.
      *-----------------------------------------------------------------
       4100-WRITE-ONE-ORDER.
      *
           MOVE SPACES TO BCH-SOM-RECORD.
           MOVE WS-SO-ENT-ORDER (WS-SO-WORK-IDX)
               TO BCH-SOM-ORDER-NUMBER.
           MOVE WS-SO-ENT-DR-ACCT (WS-SO-WORK-IDX)
               TO BCH-SOM-DR-ACCT.
           MOVE WS-SO-ENT-CR-ACCT (WS-SO-WORK-IDX)
               TO BCH-SOM-CR-ACCT.
           MOVE WS-SO-ENT-AMOUNT (WS-SO-WORK-IDX)
               TO BCH-SOM-AMOUNT.
           MOVE WS-SO-ENT-FREQUENCY (WS-SO-WORK-IDX)
               TO BCH-SOM-FREQUENCY.
           MOVE WS-SO-ENT-DAY (WS-SO-WORK-IDX)
               TO BCH-SOM-DAY-OF-MONTH.
           MOVE WS-SO-ENT-START-DATE (WS-SO-WORK-IDX)
               TO BCH-SOM-START-DATE.
           MOVE WS-SO-ENT-END-DATE (WS-SO-WORK-IDX)
               TO BCH-SOM-END-DATE.
           MOVE WS-SO-ENT-STATUS (WS-SO-WORK-IDX)
               TO BCH-SOM-STATUS.
           MOVE WS-SO-ENT-THRU-DATE (WS-SO-WORK-IDX)
               TO BCH-SOM-THRU-DATE.
           MOVE WS-SO-ENT-CUST (WS-SO-WORK-IDX)
               TO BCH-SOM-CUST-NUMBER.
      *
           IF BCH-SOM-IS-ACTIVE
               ADD 1 TO WS-ORDERS-ACTIVE
           END-IF.
           IF BCH-SOM-IS-SUSPENDED
               ADD 1 TO WS-ORDERS-SUSPENDED
           END-IF.
      *
           MOVE BCH-SOM-RECORD TO SO-NEW-RECORD.
           WRITE SO-NEW-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.
      *
           GO TO 4100-EXIT.
      *
       4100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4500-SORT-WORK-TABLE - ORDER THE WORK TABLE BY ORDER NUMBER
      *    (STRAIGHT SELECTION; THE INPUT IS NORMALLY ALREADY IN
      *    ORDER AND THE CARD VOLUME IS SMALL).
      *-----------------------------------------------------------------
       4500-SORT-WORK-TABLE.
      *
           IF WS-SO-WORK-COUNT < 2
               GO TO 4500-EXIT
           END-IF.
      *
           PERFORM 4600-SORT-ONE-PASS
               THRU 4600-EXIT
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-SO-WORK-COUNT.
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
               UNTIL WS-SORT-J > WS-SO-WORK-COUNT.
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
           IF WS-SO-ENT-ORDER (WS-SORT-J) <
                  WS-SO-ENT-ORDER (WS-SORT-I)
               MOVE WS-SO-WORK-ENTRY (WS-SORT-I)
                   TO WS-SO-SAVE-ENTRY
               MOVE WS-SO-WORK-ENTRY (WS-SORT-J)
                   TO WS-SO-WORK-ENTRY (WS-SORT-I)
               MOVE WS-SO-SAVE-ENTRY
                   TO WS-SO-WORK-ENTRY (WS-SORT-J)
           END-IF.
      *
           GO TO 4650-EXIT.
      *
       4650-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5000-PRINT-TOTALS - MAINTENANCE RUN TOTALS FOR THE LISTING.
      *-----------------------------------------------------------------
       5000-PRINT-TOTALS.
      *
           DISPLAY ' '.
           MOVE 'CARDS READ'          TO WS-TOTALS-LABEL.
           MOVE WS-CARDS-READ         TO WS-TOTALS-COUNT.
           DISPLAY WS-TOTALS-LINE.
           MOVE 'CARDS APPLIED'       TO WS-TOTALS-LABEL.
           MOVE WS-CARDS-APPLIED      TO WS-TOTALS-COUNT.
           DISPLAY WS-TOTALS-LINE.
           MOVE 'CARDS REJECTED'      TO WS-TOTALS-LABEL.
           MOVE WS-CARDS-REJECTED     TO WS-TOTALS-COUNT.
           DISPLAY WS-TOTALS-LINE.
           MOVE 'MASTER RECORDS OUT'  TO WS-TOTALS-LABEL.
           MOVE WS-RECORDS-WRITTEN    TO WS-TOTALS-COUNT.
           DISPLAY WS-TOTALS-LINE.
           MOVE 'ORDERS ACTIVE'       TO WS-TOTALS-LABEL.
           MOVE WS-ORDERS-ACTIVE      TO WS-TOTALS-COUNT.
           DISPLAY WS-TOTALS-LINE.
           MOVE 'ORDERS SUSPENDED'    TO WS-TOTALS-LABEL.
           MOVE WS-ORDERS-SUSPENDED   TO WS-TOTALS-COUNT.
           DISPLAY WS-TOTALS-LINE.
      *
           GO TO 5000-EXIT.
      *
       5000-EXIT.
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
      *    9999-EXIT - SINGLE PROGRAM EXIT POINT. RETURN-CODE REFLECTS
      *    THE ACTUAL OUTCOME SO THE SCHEDULER CAN BRANCH ON IT.
      *-----------------------------------------------------------------
       9999-EXIT.
           MOVE BCH-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
