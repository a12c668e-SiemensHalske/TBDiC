      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    ACCTHIST.
       AUTHOR.        H. BRUNNER.
       INSTALLATION.  BATCH CONTROL GROUP.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *
      *-----------------------------------------------------------------
      *  ACCOUNT-HISTORY ENQUIRY.  RUN ON REQUEST, NOT IN THE DAILY
      *  CHAIN.  READS THE CUMULATIVE POSTED-TRANSACTION HISTORY
      *  TRANPOST KEEPS ON THE TRANHIST KEYED DATASET (COPYBOOK
      *  THISTREC) AND LISTS, FOR EACH SYSIN ENQUIRY CARD (COPYBOOK
      *  AHISTCRD), ONE ACCOUNT'S OR ONE CUSTOMER'S POSTED ACTIVITY
      *  OVER A RANGE OF POSTING DATES: THE OPENING BALANCE, ONE
      *  LINE PER POSTING WITH THE RUNNING BALANCE AFTER IT, AND THE
      *  CLOSING BALANCE.  A CUSTOMER'S ACCOUNTS ARE TAKEN OFF THE
      *  LATEST POSTED ACCOUNT FILE (ACCTNEW, COPYBOOK ACCTREC); THE
      *  CUSTOMER'S NAME AND BRANCH COME FROM THE VALIDATED CUSTOMER
      *  MASTER (CUSTNEW, COPYBOOK CUSTREC) WHEN IT IS AVAILABLE.  A
      *  POSTING WHOSE BALANCE-BEFORE DOES NOT FOLLOW ON FROM THE
      *  PREVIOUS LINE'S BALANCE-AFTER IS MARKED - THE BALANCE WAS
      *  MOVED OUTSIDE THE POSTING RUN IN BETWEEN.  ANSWERS BRANCH
      *  DISPUTES OLDER THAN YESTERDAY WITHOUT A TAPE RECALL.
      *  RETURN CODES: 0 = ALL ENQUIRIES ANSWERED, 4 = A CARD WAS
      *  REJECTED OR FOUND NOTHING, 8 = THE HISTORY OR THE ACCOUNT
      *  FILE IS UNUSABLE.
      *
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 HB    ORIGINAL.
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
           SELECT OPTIONAL CUST-MASTER-FILE
                                      ASSIGN TO 'CUSTNEW'
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
       COPY AHISTCRD.
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
       01  WS-TRANHIST-STATUS     PIC X(02)  VALUE '00'.
       01  WS-ACCTNEW-STATUS      PIC X(02)  VALUE '00'.
       01  WS-CUSTNEW-STATUS      PIC X(02)  VALUE '00'.
      *
       01  WS-CARD-EOF-SW         PIC X(01)  VALUE 'N'.
           88  WS-CARD-EOF                   VALUE 'Y'.
       01  WS-ACCTNEW-EOF-SW      PIC X(01)  VALUE 'N'.
           88  WS-ACCTNEW-EOF                VALUE 'Y'.
       01  WS-CUSTNEW-EOF-SW      PIC X(01)  VALUE 'N'.
           88  WS-CUSTNEW-EOF                VALUE 'Y'.
       01  WS-HIST-DONE-SW        PIC X(01)  VALUE 'N'.
           88  WS-HIST-DONE                  VALUE 'Y'.
       01  WS-TRANHIST-OPEN-SW    PIC X(01)  VALUE 'N'.
           88  WS-TRANHIST-OPEN              VALUE 'Y'.
      *
      *-----------------------------------------------------------------
      *    THE ENQUIRY ON THE CURRENT CARD.  A BLANK DATE ON THE CARD
      *    OPENS THAT END OF THE RANGE.
      *-----------------------------------------------------------------
       01  WS-ENQ-KEYWORD         PIC X(04)  VALUE SPACES.
       01  WS-ENQ-ACCT            PIC 9(08)  VALUE ZERO.
       01  WS-ENQ-CUST            PIC 9(07)  VALUE ZERO.
       01  WS-ENQ-FROM-DATE       PIC X(10)  VALUE SPACES.
       01  WS-ENQ-TO-DATE         PIC X(10)  VALUE SPACES.
       01  WS-LOW-DATE            PIC X(10)  VALUE '0001-01-01'.
       01  WS-HIGH-DATE           PIC X(10)  VALUE '9999-12-31'.
       01  WS-CARD-OK-SW          PIC X(01)  VALUE 'N'.
           88  WS-CARD-OK                    VALUE 'Y'.
      *
       01  WS-EDIT-DATE           PIC X(10)  VALUE SPACES.
       01  WS-EDIT-DATE-OK-SW     PIC X(01)  VALUE 'N'.
           88  WS-EDIT-DATE-OK               VALUE 'Y'.
      *
      *-----------------------------------------------------------------
      *    POSTED ACCOUNTS - NUMBER, OWNER AND CURRENT BALANCE, FOR
      *    THE CUSTOMER ENQUIRY AND THE ACCOUNT HEADINGS.
      *-----------------------------------------------------------------
       01  WS-ACCT-TABLE.
           05  WS-ACCT-COUNT          PIC 9(04)  COMP  VALUE ZERO.
           05  WS-ACCT-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-ACCT-IDX.
               10  WS-ACCT-ENT-NUMBER     PIC 9(08).
               10  WS-ACCT-ENT-CUST       PIC 9(07).
               10  WS-ACCT-ENT-STATUS     PIC X(01).
               10  WS-ACCT-ENT-BALANCE    PIC S9(11)V99 COMP-3.
      *
       01  WS-ACCT-FOUND-SW       PIC X(01)  VALUE 'N'.
           88  WS-ACCT-FOUND                 VALUE 'Y'.
       01  WS-ACCT-SUB            PIC 9(04)  COMP  VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    VALIDATED CUSTOMERS - NUMBER, NAME AND BRANCH FOR THE
      *    HEADINGS.  AN EMPTY TABLE LEAVES THE HEADINGS NAMELESS.
      *-----------------------------------------------------------------
       01  WS-CUST-TABLE.
           05  WS-CUST-COUNT          PIC 9(04)  COMP  VALUE ZERO.
           05  WS-CUST-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-CUST-IDX.
               10  WS-CUST-ENT-NUMBER     PIC 9(07).
               10  WS-CUST-ENT-NAME       PIC X(30).
               10  WS-CUST-ENT-BRANCH     PIC 9(03).
      *
       01  WS-CUST-FOUND-SW       PIC X(01)  VALUE 'N'.
           88  WS-CUST-FOUND                 VALUE 'Y'.
       01  WS-WANT-CUST           PIC 9(07)  VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    PER-ACCOUNT LISTING FIELDS.
      *-----------------------------------------------------------------
       01  WS-LIST-ACCT           PIC 9(08)  VALUE ZERO.
       01  WS-PREV-BAL-AFTER      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ACCT-DEBITS         PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-ACCT-CREDITS        PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  WS-ACCT-ENTRIES        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-CUST-ACCTS          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-CUST-ENTRIES        PIC 9(07)  COMP  VALUE ZERO.
      *
       01  WS-ENQ-HEADER.
           05  FILLER             PIC X(11)  VALUE 'ENQUIRY -  '.
           05  WS-EH-KEYWORD      PIC X(04).
           05  FILLER             PIC X(01)  VALUE SPACES.
           05  WS-EH-VALUE        PIC X(08).
           05  FILLER             PIC X(07)  VALUE '  FROM '.
           05  WS-EH-FROM         PIC X(10).
           05  FILLER             PIC X(04)  VALUE ' TO '.
           05  WS-EH-TO           PIC X(10).
      *
       01  WS-ACCT-HEADER.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  FILLER             PIC X(08)  VALUE 'ACCOUNT '.
           05  WS-AH-ACCT         PIC X(08).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-AH-NAME         PIC X(30).
           05  FILLER             PIC X(09)  VALUE '  BRANCH '.
           05  WS-AH-BRANCH       PIC X(03).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-AH-STATUS       PIC X(16).
      *
       01  WS-COLUMN-HEADER.
           05  FILLER             PIC X(04)  VALUE SPACES.
           05  FILLER             PIC X(12)  VALUE 'POSTED      '.
           05  FILLER             PIC X(06)  VALUE '  SEQ '.
           05  FILLER             PIC X(12)  VALUE 'VALUE DATE  '.
           05  FILLER             PIC X(14)  VALUE 'REFERENCE     '.
           05  FILLER             PIC X(04)  VALUE 'TYPE'.
           05  FILLER             PIC X(15)  VALUE '         AMOUNT'.
           05  FILLER             PIC X(17)  VALUE '          BALANCE'.
      *
       01  WS-HIST-LINE.
           05  FILLER             PIC X(04)  VALUE SPACES.
           05  WS-HL-POST-DATE    PIC X(10).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-HL-SEQ          PIC Z(04)9.
           05  FILLER             PIC X(01)  VALUE SPACES.
           05  WS-HL-TRAN-DATE    PIC X(10).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-HL-REF          PIC X(12).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-HL-TYPE         PIC X(02).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-HL-AMOUNT       PIC Z(10)9.99.
           05  FILLER             PIC X(01)  VALUE SPACES.
           05  WS-HL-BALANCE      PIC Z(10)9.99-.
           05  WS-HL-GAP-FLAG     PIC X(02).
      *
       01  WS-BALANCE-LINE.
           05  FILLER             PIC X(04)  VALUE SPACES.
           05  WS-BAL-LABEL       PIC X(20).
           05  WS-BAL-AMOUNT      PIC Z(12)9.99-.
      *
       01  WS-COUNT-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-COUNT-LABEL     PIC X(28).
           05  WS-COUNT-OUT       PIC Z(06)9.
      *
       77  WS-CARDS-READ          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-CARDS-REJECTED      PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ACCTS-LISTED        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ENTRIES-LISTED      PIC 9(07)  COMP  VALUE ZERO.
       77  WS-GAPS-MARKED         PIC 9(07)  COMP  VALUE ZERO.
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
           PERFORM 2000-OPEN-HISTORY
               THRU 2000-EXIT.
      *
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 2500-LOAD-ACCOUNTS
                   THRU 2500-EXIT
           END-IF.
      *
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 2700-LOAD-CUSTOMERS
                   THRU 2700-EXIT
           END-IF.
      *
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 3000-PROCESS-CARDS
                   THRU 3000-EXIT
           END-IF.
      *
           IF WS-TRANHIST-OPEN
               CLOSE TRAN-HIST-FILE
           END-IF.
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
      *    1000-INITIALIZE - STAMP AND PRINT THE BANNER LINE SO THE
      *    ENQUIRY LISTING IS RUN-IDENTIFIED.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
      *
           MOVE 'ACCTHIST'           TO BCH-BANNER-JOB-NAME.
           MOVE 'STEP01'             TO BCH-BANNER-STEP-NAME.
           MOVE 'ACCOUNT-HISTORY ENQUIRY'
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
           DISPLAY BCH-BANNER-LINE.
           DISPLAY ' '.
           DISPLAY '*** ACCOUNT-HISTORY ENQUIRY ***'.
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
      *    2000-OPEN-HISTORY - THE TRANHIST KEYED DATASET.  WITHOUT
      *    IT THERE IS NOTHING TO ENQUIRE ON.
      *-----------------------------------------------------------------
       2000-OPEN-HISTORY.
      *
           OPEN INPUT TRAN-HIST-FILE.
           IF WS-TRANHIST-STATUS NOT = '00'
               DISPLAY 'ACCTHIST - TRANHIST OPEN FAILED, STATUS '
                   WS-TRANHIST-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           MOVE 'Y' TO WS-TRANHIST-OPEN-SW.
      *
           GO TO 2000-EXIT.
      *
       2000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2500-LOAD-ACCOUNTS - PULL THE POSTED ACCOUNT FILE INTO THE
      *    ACCOUNT TABLE.
      *-----------------------------------------------------------------
       2500-LOAD-ACCOUNTS.
      *
           OPEN INPUT ACCT-FILE.
           IF WS-ACCTNEW-STATUS NOT = '00'
               DISPLAY 'ACCTHIST - ACCTNEW OPEN FAILED, STATUS '
                   WS-ACCTNEW-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2500-EXIT
           END-IF.
      *
           PERFORM 2600-READ-ONE-ACCOUNT
               THRU 2600-EXIT
               UNTIL WS-ACCTNEW-EOF OR BCH-RETURN-CODE = 8.
      *
           CLOSE ACCT-FILE.
      *
           GO TO 2500-EXIT.
      *
       2500-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2600-READ-ONE-ACCOUNT - ONE POSTED ACCOUNT RECORD PER
      *    CALL.
      *-----------------------------------------------------------------
       2600-READ-ONE-ACCOUNT.
      *
           READ ACCT-FILE
               AT END
                   MOVE 'Y' TO WS-ACCTNEW-EOF-SW
                   GO TO 2600-EXIT
           END-READ.
      *
           IF BCH-ACCT-RECORD(1:2) = 'HD' OR
              BCH-ACCT-RECORD(1:2) = 'TR'
               GO TO 2600-EXIT
           END-IF.
      *
           IF BCH-ACCT-NUMBER NOT NUMERIC OR
              BCH-ACCT-CUST-NUMBER NOT NUMERIC
               GO TO 2600-EXIT
           END-IF.
      *
           IF WS-ACCT-COUNT >= 5000
               DISPLAY 'ACCTHIST - ACCOUNT TABLE FULL AT 5000'
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2600-EXIT
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
           IF BCH-ACCT-CURR-BALANCE NUMERIC
               MOVE BCH-ACCT-CURR-BALANCE
                   TO WS-ACCT-ENT-BALANCE (WS-ACCT-IDX)
           ELSE
               MOVE ZERO TO WS-ACCT-ENT-BALANCE (WS-ACCT-IDX)
           END-IF.
      *
           GO TO 2600-EXIT.
      *
       2600-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2700-LOAD-CUSTOMERS - PULL THE VALIDATED CUSTOMER MASTER
      *    INTO THE CUSTOMER TABLE FOR THE HEADINGS.  A MISSING
      *    MASTER ONLY COSTS THE NAMES.
      *-----------------------------------------------------------------
       2700-LOAD-CUSTOMERS.
      *
           OPEN INPUT CUST-MASTER-FILE.
           IF WS-CUSTNEW-STATUS NOT = '00'
               GO TO 2700-EXIT
           END-IF.
      *
           PERFORM 2800-READ-ONE-CUSTOMER
               THRU 2800-EXIT
               UNTIL WS-CUSTNEW-EOF.
      *
           CLOSE CUST-MASTER-FILE.
      *
           GO TO 2700-EXIT.
      *
       2700-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2800-READ-ONE-CUSTOMER - ONE VALIDATED CUSTOMER RECORD PER
      *    CALL.
      *-----------------------------------------------------------------
       2800-READ-ONE-CUSTOMER.
      *
           READ CUST-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-CUSTNEW-EOF-SW
                   GO TO 2800-EXIT
           END-READ.
      *
           IF BCH-CUST-RECORD(1:2) = 'HD' OR
              BCH-CUST-RECORD(1:2) = 'TR'
               GO TO 2800-EXIT
           END-IF.
      *
           IF BCH-CUST-NUMBER NOT NUMERIC OR
              BCH-CUST-BRANCH NOT NUMERIC
               GO TO 2800-EXIT
           END-IF.
      *
           IF WS-CUST-COUNT >= 5000
               DISPLAY 'ACCTHIST - CUSTOMER TABLE FULL AT 5000'
               GO TO 2800-EXIT
           END-IF.
      *
           ADD 1 TO WS-CUST-COUNT.
           SET WS-CUST-IDX TO WS-CUST-COUNT.
           MOVE BCH-CUST-NUMBER
               TO WS-CUST-ENT-NUMBER (WS-CUST-IDX).
           MOVE BCH-CUST-NAME
               TO WS-CUST-ENT-NAME (WS-CUST-IDX).
           MOVE BCH-CUST-BRANCH
               TO WS-CUST-ENT-BRANCH (WS-CUST-IDX).
      *
           GO TO 2800-EXIT.
      *
       2800-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3000-PROCESS-CARDS - ONE ENQUIRY PER SYSIN CARD.  NO
      *    CARDS AT ALL IS A WARNING - NOTHING WAS ASKED.
      *-----------------------------------------------------------------
       3000-PROCESS-CARDS.
      *
           OPEN INPUT CARD-FILE.
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'ACCTHIST - NO ENQUIRY CARDS ON SYSIN'
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
               GO TO 3000-EXIT
           END-IF.
      *
           PERFORM 3100-PROCESS-ONE-CARD
               THRU 3100-EXIT
               UNTIL WS-CARD-EOF.
      *
           CLOSE CARD-FILE.
      *
           IF WS-CARDS-READ = ZERO
               DISPLAY 'ACCTHIST - NO ENQUIRY CARDS ON SYSIN'
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
           END-IF.
      *
           GO TO 3000-EXIT.
      *
       3000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3100-PROCESS-ONE-CARD - EDIT ONE CARD AND ANSWER IT.  A
      *    CARD THAT FAILS ITS EDITS IS LISTED AND SKIPPED.
      *-----------------------------------------------------------------
       3100-PROCESS-ONE-CARD.
      *
           READ CARD-FILE
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
      *
           IF BCH-AHC-CARD = SPACES OR
              BCH-AHC-CARD(1:1) = '*'
               GO TO 3100-EXIT
           END-IF.
      *
           ADD 1 TO WS-CARDS-READ.
      *
           PERFORM 3150-EDIT-CARD
               THRU 3150-EXIT.
           IF NOT WS-CARD-OK
               ADD 1 TO WS-CARDS-REJECTED
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
               GO TO 3100-EXIT
           END-IF.
      *
           DISPLAY ' '.
           MOVE WS-ENQ-KEYWORD    TO WS-EH-KEYWORD.
           MOVE BCH-AHC-VALUE     TO WS-EH-VALUE.
           MOVE WS-ENQ-FROM-DATE  TO WS-EH-FROM.
           MOVE WS-ENQ-TO-DATE    TO WS-EH-TO.
           IF BCH-AHC-FROM-DATE = SPACES
               MOVE '(START)'     TO WS-EH-FROM
           END-IF.
           IF BCH-AHC-TO-DATE = SPACES
               MOVE '(LATEST)'    TO WS-EH-TO
           END-IF.
           DISPLAY WS-ENQ-HEADER.
      *
           IF WS-ENQ-KEYWORD = 'ACCT'
               MOVE WS-ENQ-ACCT TO WS-LIST-ACCT
               PERFORM 3300-LIST-ONE-ACCOUNT
                   THRU 3300-EXIT
               GO TO 3100-EXIT
           END-IF.
      *
           PERFORM 3200-LIST-CUSTOMER
               THRU 3200-EXIT.
      *
           GO TO 3100-EXIT.
      *
       3100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3150-EDIT-CARD - KEYWORD, NUMBER AND DATE-RANGE EDITS.
      *    BLANK DATES OPEN THE RANGE.
      *-----------------------------------------------------------------
       3150-EDIT-CARD.
      *
           MOVE 'N' TO WS-CARD-OK-SW.
      *
           IF BCH-AHC-KEYWORD NOT = 'ACCT' AND
              BCH-AHC-KEYWORD NOT = 'CUST'
               DISPLAY 'ACCTHIST - UNKNOWN ENQUIRY KEYWORD: '
                   BCH-AHC-KEYWORD ' - CARD SKIPPED'
               GO TO 3150-EXIT
           END-IF.
           MOVE BCH-AHC-KEYWORD TO WS-ENQ-KEYWORD.
      *
           IF WS-ENQ-KEYWORD = 'ACCT'
               IF BCH-AHC-VALUE NOT NUMERIC
                   DISPLAY 'ACCTHIST - ACCOUNT NUMBER NOT 8 DIGITS: '
                       BCH-AHC-VALUE ' - CARD SKIPPED'
                   GO TO 3150-EXIT
               END-IF
               MOVE BCH-AHC-VALUE TO WS-ENQ-ACCT
           ELSE
               IF BCH-AHC-VALUE(1:7) NOT NUMERIC OR
                  BCH-AHC-VALUE(8:1) NOT = SPACE
                   DISPLAY 'ACCTHIST - CUSTOMER NUMBER NOT 7 DIGITS: '
                       BCH-AHC-VALUE ' - CARD SKIPPED'
                   GO TO 3150-EXIT
               END-IF
               MOVE BCH-AHC-VALUE(1:7) TO WS-ENQ-CUST
           END-IF.
      *
           IF BCH-AHC-FROM-DATE = SPACES
               MOVE WS-LOW-DATE TO WS-ENQ-FROM-DATE
           ELSE
               MOVE BCH-AHC-FROM-DATE TO WS-EDIT-DATE
               PERFORM 3180-EDIT-DATE
                   THRU 3180-EXIT
               IF NOT WS-EDIT-DATE-OK
                   DISPLAY 'ACCTHIST - FROM DATE NOT YYYY-MM-DD: '
                       BCH-AHC-FROM-DATE ' - CARD SKIPPED'
                   GO TO 3150-EXIT
               END-IF
               MOVE BCH-AHC-FROM-DATE TO WS-ENQ-FROM-DATE
           END-IF.
      *
           IF BCH-AHC-TO-DATE = SPACES
               MOVE WS-HIGH-DATE TO WS-ENQ-TO-DATE
           ELSE
               MOVE BCH-AHC-TO-DATE TO WS-EDIT-DATE
               PERFORM 3180-EDIT-DATE
                   THRU 3180-EXIT
               IF NOT WS-EDIT-DATE-OK
                   DISPLAY 'ACCTHIST - TO DATE NOT YYYY-MM-DD: '
                       BCH-AHC-TO-DATE ' - CARD SKIPPED'
                   GO TO 3150-EXIT
               END-IF
               MOVE BCH-AHC-TO-DATE TO WS-ENQ-TO-DATE
           END-IF.
      *
           IF WS-ENQ-FROM-DATE > WS-ENQ-TO-DATE
               DISPLAY 'ACCTHIST - FROM DATE AFTER TO DATE: '
                   WS-ENQ-FROM-DATE ' ' WS-ENQ-TO-DATE
                   ' - CARD SKIPPED'
               GO TO 3150-EXIT
           END-IF.
      *
           MOVE 'Y' TO WS-CARD-OK-SW.
      *
           GO TO 3150-EXIT.
      *
       3150-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3180-EDIT-DATE - IS WS-EDIT-DATE A PLAUSIBLE YYYY-MM-DD?
      *    A RANGE BOUND NEED NOT BE A REAL DAY - 2026-02-31 SIMPLY
      *    SORTS AFTER EVERY FEBRUARY POSTING - SO THE DAY IS ONLY
      *    HELD TO 01-31.
      *-----------------------------------------------------------------
       3180-EDIT-DATE.
      *
           MOVE 'N' TO WS-EDIT-DATE-OK-SW.
      *
           IF WS-EDIT-DATE(1:4)  NOT NUMERIC OR
              WS-EDIT-DATE(5:1)  NOT = '-'   OR
              WS-EDIT-DATE(6:2)  NOT NUMERIC OR
              WS-EDIT-DATE(8:1)  NOT = '-'   OR
              WS-EDIT-DATE(9:2)  NOT NUMERIC OR
              WS-EDIT-DATE(6:2)  < '01'      OR
              WS-EDIT-DATE(6:2)  > '12'      OR
              WS-EDIT-DATE(9:2)  < '01'      OR
              WS-EDIT-DATE(9:2)  > '31'
               GO TO 3180-EXIT
           END-IF.
      *
           MOVE 'Y' TO WS-EDIT-DATE-OK-SW.
      *
           GO TO 3180-EXIT.
      *
       3180-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3200-LIST-CUSTOMER - EVERY ACCOUNT THE CUSTOMER OWNS ON
      *    THE POSTED ACCOUNT FILE, IN ACCOUNT ORDER, THEN THE
      *    CUSTOMER SUMMARY.
      *-----------------------------------------------------------------
       3200-LIST-CUSTOMER.
      *
           MOVE ZERO TO WS-CUST-ACCTS
                        WS-CUST-ENTRIES.
      *
           IF WS-ACCT-COUNT > ZERO
               PERFORM 3250-LIST-IF-OWNED
                   THRU 3250-EXIT
                   VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
           END-IF.
      *
           IF WS-CUST-ACCTS = ZERO
               DISPLAY '  NO ACCOUNTS ON FILE FOR CUSTOMER '
                   WS-ENQ-CUST
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
               GO TO 3200-EXIT
           END-IF.
      *
           DISPLAY ' '.
           MOVE 'CUSTOMER ACCOUNTS LISTED'  TO WS-COUNT-LABEL.
           MOVE WS-CUST-ACCTS               TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'CUSTOMER POSTINGS LISTED'  TO WS-COUNT-LABEL.
           MOVE WS-CUST-ENTRIES             TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
      *
           GO TO 3200-EXIT.
      *
       3200-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3250-LIST-IF-OWNED - ONE ACCOUNT-TABLE ENTRY; LISTED WHEN
      *    THE ENQUIRY CUSTOMER OWNS IT.
      *-----------------------------------------------------------------
       3250-LIST-IF-OWNED.
      *
           SET WS-ACCT-IDX TO WS-ACCT-SUB.
           IF WS-ACCT-ENT-CUST (WS-ACCT-IDX) NOT = WS-ENQ-CUST
               GO TO 3250-EXIT
           END-IF.
      *
           MOVE WS-ACCT-ENT-NUMBER (WS-ACCT-IDX) TO WS-LIST-ACCT.
           PERFORM 3300-LIST-ONE-ACCOUNT
               THRU 3300-EXIT.
      *
           ADD 1 TO WS-CUST-ACCTS.
           ADD WS-ACCT-ENTRIES TO WS-CUST-ENTRIES.
      *
           GO TO 3250-EXIT.
      *
       3250-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3300-LIST-ONE-ACCOUNT - THE HISTORY OF WS-LIST-ACCT OVER
      *    THE ENQUIRY RANGE: HEADING, OPENING BALANCE, ONE LINE PER
      *    POSTING, CLOSING BALANCE AND THE PERIOD TOTALS.
      *-----------------------------------------------------------------
       3300-LIST-ONE-ACCOUNT.
      *
           MOVE ZERO TO WS-ACCT-ENTRIES
                        WS-ACCT-DEBITS
                        WS-ACCT-CREDITS.
      *
           PERFORM 3350-PRINT-ACCT-HEADING
               THRU 3350-EXIT.
      *
           MOVE WS-LIST-ACCT      TO BCH-THIST-ACCT-NUMBER.
           MOVE WS-ENQ-FROM-DATE  TO BCH-THIST-POST-DATE.
           MOVE ZERO              TO BCH-THIST-SEQ-NUMBER.
           MOVE 'N'               TO WS-HIST-DONE-SW.
      *
           START TRAN-HIST-FILE
               KEY IS NOT LESS THAN BCH-THIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-DONE-SW
           END-START.
      *
           PERFORM 3400-LIST-ONE-ENTRY
               THRU 3400-EXIT
               UNTIL WS-HIST-DONE.
      *
           IF WS-ACCT-ENTRIES = ZERO
               DISPLAY '    NO POSTED ACTIVITY IN THE RANGE'
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
               GO TO 3300-EXIT
           END-IF.
      *
           MOVE 'CLOSING BALANCE'     TO WS-BAL-LABEL.
           MOVE WS-PREV-BAL-AFTER     TO WS-BAL-AMOUNT.
           DISPLAY WS-BALANCE-LINE.
           MOVE 'TOTAL DEBITS'        TO WS-BAL-LABEL.
           MOVE WS-ACCT-DEBITS        TO WS-BAL-AMOUNT.
           DISPLAY WS-BALANCE-LINE.
           MOVE 'TOTAL CREDITS'       TO WS-BAL-LABEL.
           MOVE WS-ACCT-CREDITS       TO WS-BAL-AMOUNT.
           DISPLAY WS-BALANCE-LINE.
      *
           GO TO 3300-EXIT.
      *
       3300-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3350-PRINT-ACCT-HEADING - ACCOUNT NUMBER, OWNER'S NAME AND
      *    BRANCH, AND THE ACCOUNT'S STANDING ON THE POSTED FILE.  AN
      *    ACCOUNT NO LONGER ON FILE STILL HAS ITS HISTORY LISTED.
      *-----------------------------------------------------------------
       3350-PRINT-ACCT-HEADING.
      *
           MOVE SPACES        TO WS-AH-NAME
                                 WS-AH-BRANCH
                                 WS-AH-STATUS.
           MOVE WS-LIST-ACCT  TO WS-AH-ACCT.
      *
           MOVE 'N'  TO WS-ACCT-FOUND-SW.
           IF WS-ACCT-COUNT > ZERO
               SET WS-ACCT-IDX TO 1
               SEARCH WS-ACCT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ACCT-ENT-NUMBER (WS-ACCT-IDX) =
                            WS-LIST-ACCT
                    AND WS-ACCT-IDX <= WS-ACCT-COUNT
                       MOVE 'Y' TO WS-ACCT-FOUND-SW
               END-SEARCH
           END-IF.
      *
           IF NOT WS-ACCT-FOUND
               MOVE 'NOT ON ACCTNEW' TO WS-AH-STATUS
               GO TO 3350-PRINT
           END-IF.
      *
           IF WS-ACCT-ENT-STATUS (WS-ACCT-IDX) = 'C'
               MOVE 'CLOSED'         TO WS-AH-STATUS
           END-IF.
           IF WS-ACCT-ENT-STATUS (WS-ACCT-IDX) = 'D'
               MOVE 'DORMANT'        TO WS-AH-STATUS
           END-IF.
      *
           MOVE WS-ACCT-ENT-CUST (WS-ACCT-IDX) TO WS-WANT-CUST.
           MOVE 'N'  TO WS-CUST-FOUND-SW.
           IF WS-CUST-COUNT > ZERO
               SET WS-CUST-IDX TO 1
               SEARCH WS-CUST-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CUST-ENT-NUMBER (WS-CUST-IDX) =
                            WS-WANT-CUST
                    AND WS-CUST-IDX <= WS-CUST-COUNT
                       MOVE 'Y' TO WS-CUST-FOUND-SW
               END-SEARCH
           END-IF.
      *
           IF WS-CUST-FOUND
               MOVE WS-CUST-ENT-NAME (WS-CUST-IDX)   TO WS-AH-NAME
               MOVE WS-CUST-ENT-BRANCH (WS-CUST-IDX) TO WS-AH-BRANCH
           END-IF.
      *
       3350-PRINT.
           DISPLAY ' '.
           DISPLAY WS-ACCT-HEADER.
           DISPLAY WS-COLUMN-HEADER.
           ADD 1 TO WS-ACCTS-LISTED.
      *
           GO TO 3350-EXIT.
      *
       3350-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3400-LIST-ONE-ENTRY - ONE HISTORY RECORD PER CALL, IN KEY
      *    ORDER.  THE LISTING ENDS AT THE NEXT ACCOUNT OR PAST THE
      *    END OF THE RANGE.  THE FIRST ENTRY'S BALANCE-BEFORE IS
      *    THE OPENING BALANCE.
      *-----------------------------------------------------------------
       3400-LIST-ONE-ENTRY.
      *
           READ TRAN-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-DONE-SW
                   GO TO 3400-EXIT
           END-READ.
      *
           IF BCH-THIST-ACCT-NUMBER NOT = WS-LIST-ACCT OR
              BCH-THIST-POST-DATE > WS-ENQ-TO-DATE
               MOVE 'Y' TO WS-HIST-DONE-SW
               GO TO 3400-EXIT
           END-IF.
      *
           MOVE SPACES TO WS-HL-GAP-FLAG.
           IF WS-ACCT-ENTRIES = ZERO
               MOVE 'OPENING BALANCE'    TO WS-BAL-LABEL
               MOVE BCH-THIST-BAL-BEFORE TO WS-BAL-AMOUNT
               DISPLAY WS-BALANCE-LINE
           ELSE
               IF BCH-THIST-BAL-BEFORE NOT = WS-PREV-BAL-AFTER
                   MOVE ' *'             TO WS-HL-GAP-FLAG
                   ADD 1 TO WS-GAPS-MARKED
               END-IF
           END-IF.
      *
           MOVE BCH-THIST-POST-DATE   TO WS-HL-POST-DATE.
           MOVE BCH-THIST-SEQ-NUMBER  TO WS-HL-SEQ.
           MOVE BCH-THIST-TRAN-DATE   TO WS-HL-TRAN-DATE.
           MOVE BCH-THIST-REFERENCE   TO WS-HL-REF.
           MOVE BCH-THIST-TYPE-CODE   TO WS-HL-TYPE.
           MOVE BCH-THIST-AMOUNT      TO WS-HL-AMOUNT.
           MOVE BCH-THIST-BAL-AFTER   TO WS-HL-BALANCE.
           DISPLAY WS-HIST-LINE.
      *
           IF BCH-THIST-IS-DEBIT
               ADD BCH-THIST-AMOUNT TO WS-ACCT-DEBITS
           ELSE
               ADD BCH-THIST-AMOUNT TO WS-ACCT-CREDITS
           END-IF.
           MOVE BCH-THIST-BAL-AFTER TO WS-PREV-BAL-AFTER.
           ADD 1 TO WS-ACCT-ENTRIES
                    WS-ENTRIES-LISTED.
      *
           GO TO 3400-EXIT.
      *
       3400-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5000-PRINT-TOTALS - RUN TOTALS.
      *-----------------------------------------------------------------
       5000-PRINT-TOTALS.
      *
           DISPLAY ' '.
           DISPLAY '*** ENQUIRY RUN TOTALS ***'.
           MOVE 'ENQUIRY CARDS READ'       TO WS-COUNT-LABEL.
           MOVE WS-CARDS-READ              TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'ENQUIRY CARDS REJECTED'   TO WS-COUNT-LABEL.
           MOVE WS-CARDS-REJECTED          TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'ACCOUNTS LISTED'          TO WS-COUNT-LABEL.
           MOVE WS-ACCTS-LISTED            TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'POSTINGS LISTED'          TO WS-COUNT-LABEL.
           MOVE WS-ENTRIES-LISTED          TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
      *
           IF WS-GAPS-MARKED > ZERO
               MOVE 'BALANCE BREAKS MARKED *'  TO WS-COUNT-LABEL
               MOVE WS-GAPS-MARKED          TO WS-COUNT-OUT
               DISPLAY WS-COUNT-LINE
           END-IF.
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
