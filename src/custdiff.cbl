      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    CUSTDIFF.
       AUTHOR.        H. BRUNNER.
       INSTALLATION.  BATCH CONTROL GROUP.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *
      *-----------------------------------------------------------------
      *  CUSTOMER-MASTER CHANGE DETECTION.  RUNS AFTER CUSTLOAD AND
      *  BEFORE TRANPOST.  COMPARES YESTERDAY'S VALIDATED CUSTOMER
      *  MASTER (CUSTOLD, THE PREVIOUS CUSTNEW) WITH TODAY'S
      *  (CUSTNEW), BOTH IN COPYBOOK CUSTREC, BY CUSTOMER NUMBER.
      *  EVERY ADD, DELETE AND FIELD-LEVEL CHANGE (NAME, SITE,
      *  BRANCH, STATUS, OPEN DATE) IS APPENDED WITH ITS BEFORE AND
      *  AFTER VALUES TO THE CUSTOMER AUDIT TRAIL (CUSTAUD, COPYBOOK
      *  CAUDREC) AND LISTED ON THE CHANGE REPORT BY SITE AND
      *  BRANCH.  A CUSTOMER WHO DISAPPEARS, OR IS CLOSED, WHILE
      *  STILL OWNING OPEN (ACTIVE OR DORMANT) ACCOUNTS ON THE
      *  ACCOUNT MASTER (ACCTFILE, COPYBOOK ACCTREC) IS AN
      *  EXCEPTION - LISTED FIRST, SHOWN ON THE CONSOLE AND RAISING
      *  RETURN CODE 8 SO THE POSTING DOES NOT RUN ON A MASTER THAT
      *  HAS LOST ACCOUNT OWNERS.  EACH RUN'S SET OF AUDIT RECORDS
      *  CARRIES ITS RUN TIME, AND THE DAY'S AUDIT IS THE LAST SET
      *  APPENDED FOR THE DAY.  A RERUN AFTER A CLEAN SET REPORTS
      *  AGAIN BUT DOES NOT APPEND TWICE; A RERUN AFTER A SET WITH
      *  EXCEPTIONS (AN RC 8 RUN, WHICH DID NOT GO TO POSTING)
      *  APPENDS ITS OWN SET, WHICH SUPERSEDES THE FAILED ONE.
      *  RETURN CODES: 0 = COMPARED CLEAN, 4 = WARNINGS (NO
      *  YESTERDAY MASTER - FIRST RUN, TABLE FULL, AUDIT TRAIL
      *  ALREADY WRITTEN), 8 = EXCEPTIONS FOUND OR AN INPUT
      *  UNUSABLE.
      *
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 HB    ORIGINAL.  THE OVERNIGHT EXTRACT CHANGED
      *                   CUSTOMERS WITH NO TRACE.
      *-----------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUST-OLD-FILE
                                      ASSIGN TO 'CUSTOLD'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-CUSTOLD-STATUS.
      *
           SELECT CUST-NEW-FILE      ASSIGN TO 'CUSTNEW'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-CUSTNEW-STATUS.
      *
           SELECT ACCT-FILE          ASSIGN TO 'ACCTFILE'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-ACCTFILE-STATUS.
      *
           SELECT OPTIONAL CUST-AUDIT-FILE
                                      ASSIGN TO 'CUSTAUD'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-CUSTAUD-STATUS.
      *
           SELECT OPTIONAL SITE-CONTROL-FILE
                                      ASSIGN TO 'SITECTL'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-SITECTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-OLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CUST-OLD-RECORD            PIC X(80).
      *
       FD  CUST-NEW-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CUST-NEW-RECORD            PIC X(80).
      *
       FD  ACCT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY ACCTREC.
      *
       FD  CUST-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY CAUDREC.
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
      *    CUSTOMER RECORD WORK AREA - EACH CUSTOLD AND CUSTNEW
      *    RECORD IS MOVED HERE.  SEE COPYBOOKS/CUSTREC.CPY
      *-----------------------------------------------------------------
       COPY CUSTREC.
      *
      *-----------------------------------------------------------------
      *    YESTERDAY'S CUSTOMER MASTER.  THE MATCHED SWITCH IS SET
      *    AS TODAY'S MASTER FINDS EACH CUSTOMER; THOSE LEFT
      *    UNMATCHED HAVE GONE.
      *-----------------------------------------------------------------
       01  WS-OLD-TABLE.
           05  WS-OLD-COUNT           PIC 9(04)  COMP  VALUE ZERO.
           05  WS-OLD-ENTRY OCCURS 5000 TIMES
                              INDEXED BY WS-OLD-IDX.
               10  WS-OLD-ENT-NUMBER      PIC 9(07).
               10  WS-OLD-ENT-SITE        PIC X(02).
               10  WS-OLD-ENT-NAME        PIC X(30).
               10  WS-OLD-ENT-BRANCH      PIC X(03).
               10  WS-OLD-ENT-STATUS      PIC X(01).
               10  WS-OLD-ENT-OPEN-DATE   PIC X(10).
               10  WS-OLD-ENT-MATCHED-SW  PIC X(01).
      *
       01  WS-OLD-FOUND-SW        PIC X(01)  VALUE 'N'.
           88  WS-OLD-FOUND                  VALUE 'Y'.
       01  WS-OLD-SUB             PIC 9(04)  COMP  VALUE ZERO.
       01  WS-OLD-LOADED-SW       PIC X(01)  VALUE 'N'.
           88  WS-OLD-LOADED                 VALUE 'Y'.
      *
      *-----------------------------------------------------------------
      *    OPEN-ACCOUNT HOLDINGS - ONE SLOT PER CUSTOMER WHO OWNS AT
      *    LEAST ONE ACTIVE OR DORMANT ACCOUNT.
      *-----------------------------------------------------------------
       01  WS-HOLD-TABLE.
           05  WS-HOLD-COUNT          PIC 9(04)  COMP  VALUE ZERO.
           05  WS-HOLD-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-HOLD-IDX.
               10  WS-HOLD-ENT-CUST       PIC 9(07).
               10  WS-HOLD-ENT-ACCTS      PIC 9(05)  COMP.
      *
       01  WS-HOLD-FOUND-SW       PIC X(01)  VALUE 'N'.
           88  WS-HOLD-FOUND                 VALUE 'Y'.
       01  WS-HOLD-SUB            PIC 9(04)  COMP  VALUE ZERO.
       01  WS-WANT-CUST           PIC 9(07)  VALUE ZERO.
       77  WS-OPEN-ACCTS          PIC 9(05)  COMP  VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    THE DAY'S CHANGES, ONE SLOT PER ADD, DELETE OR CHANGED
      *    FIELD.  THE SEQUENCE NUMBER KEEPS ONE CUSTOMER'S FIELD
      *    CHANGES IN DETECTION ORDER WHEN THE TABLE IS SORTED BY
      *    SITE, BRANCH AND CUSTOMER.
      *-----------------------------------------------------------------
       01  WS-CHG-TABLE.
           05  WS-CHG-COUNT           PIC 9(04)  COMP  VALUE ZERO.
           05  WS-CHG-ENTRY OCCURS 5000 TIMES
                              INDEXED BY WS-CHG-IDX.
               10  WS-CHG-ENT-KEY.
                   15  WS-CHG-ENT-SITE    PIC X(02).
                   15  WS-CHG-ENT-BRANCH  PIC X(03).
                   15  WS-CHG-ENT-CUST    PIC 9(07).
                   15  WS-CHG-ENT-SEQ     PIC 9(04).
               10  WS-CHG-ENT-TYPE        PIC X(01).
               10  WS-CHG-ENT-FIELD       PIC X(08).
               10  WS-CHG-ENT-BEFORE      PIC X(30).
               10  WS-CHG-ENT-AFTER       PIC X(30).
               10  WS-CHG-ENT-EXC         PIC X(01).
               10  WS-CHG-ENT-OPEN-ACCTS  PIC 9(05)  COMP.
      *
       01  WS-CHG-SAVE-ENTRY.
           05  WS-CHG-SAVE-KEY.
               10  WS-CHG-SAVE-SITE       PIC X(02).
               10  WS-CHG-SAVE-BRANCH     PIC X(03).
               10  WS-CHG-SAVE-CUST       PIC 9(07).
               10  WS-CHG-SAVE-SEQ        PIC 9(04).
           05  WS-CHG-SAVE-TYPE           PIC X(01).
           05  WS-CHG-SAVE-FIELD          PIC X(08).
           05  WS-CHG-SAVE-BEFORE         PIC X(30).
           05  WS-CHG-SAVE-AFTER          PIC X(30).
           05  WS-CHG-SAVE-EXC            PIC X(01).
           05  WS-CHG-SAVE-OPEN-ACCTS     PIC 9(05)  COMP.
      *
      *-----------------------------------------------------------------
      *    ONE CHANGE BEING RECORDED - BUILT HERE, THEN ADDED TO THE
      *    CHANGE TABLE BY 3400-ADD-CHANGE.
      *-----------------------------------------------------------------
       01  WS-EV-SITE             PIC X(02)  VALUE SPACES.
       01  WS-EV-BRANCH           PIC X(03)  VALUE SPACES.
       01  WS-EV-CUST             PIC 9(07)  VALUE ZERO.
       01  WS-EV-TYPE             PIC X(01)  VALUE SPACES.
       01  WS-EV-FIELD            PIC X(08)  VALUE SPACES.
       01  WS-EV-BEFORE           PIC X(30)  VALUE SPACES.
       01  WS-EV-AFTER            PIC X(30)  VALUE SPACES.
       01  WS-EV-EXC              PIC X(01)  VALUE 'N'.
       01  WS-NEW-BRANCH-X        PIC X(03)  VALUE SPACES.
       01  WS-CUST-CHANGED-SW     PIC X(01)  VALUE 'N'.
           88  WS-CUST-CHANGED               VALUE 'Y'.
      *
       77  WS-SORT-I              PIC 9(04)  COMP  VALUE ZERO.
       77  WS-SORT-J              PIC 9(04)  COMP  VALUE ZERO.
       77  WS-SORT-J-START        PIC 9(04)  COMP  VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    BRANCH CONTROL BREAK FOR THE CHANGE REPORT.
      *-----------------------------------------------------------------
       01  WS-BRK-KEY.
           05  WS-BRK-SITE        PIC X(02)  VALUE SPACES.
           05  WS-BRK-BRANCH      PIC X(03)  VALUE SPACES.
       77  WS-BRK-ADDS            PIC 9(05)  COMP  VALUE ZERO.
       77  WS-BRK-DELETES         PIC 9(05)  COMP  VALUE ZERO.
       77  WS-BRK-CHANGES         PIC 9(05)  COMP  VALUE ZERO.
      *
       01  WS-AUDIT-DONE-SW       PIC X(01)  VALUE 'N'.
           88  WS-ALREADY-AUDITED            VALUE 'Y'.
       01  WS-AUD-SET-TIME        PIC X(08)  VALUE HIGH-VALUES.
      *
       01  WS-RAW-DATE            PIC X(08).
       01  WS-RAW-TIME            PIC X(08).
       01  WS-END-RAW-TIME        PIC X(08).
       01  WS-SITECTL-STATUS      PIC X(02)  VALUE '00'.
       01  WS-RUN-SITE-CODE       PIC X(02)  VALUE 'DE'.
       01  WS-CUSTOLD-STATUS      PIC X(02)  VALUE '00'.
       01  WS-CUSTNEW-STATUS      PIC X(02)  VALUE '00'.
       01  WS-ACCTFILE-STATUS     PIC X(02)  VALUE '00'.
       01  WS-CUSTAUD-STATUS      PIC X(02)  VALUE '00'.
      *
       01  WS-CUSTOLD-EOF-SW      PIC X(01)  VALUE 'N'.
           88  WS-CUSTOLD-EOF                VALUE 'Y'.
       01  WS-CUSTNEW-EOF-SW      PIC X(01)  VALUE 'N'.
           88  WS-CUSTNEW-EOF                VALUE 'Y'.
       01  WS-ACCTFILE-EOF-SW     PIC X(01)  VALUE 'N'.
           88  WS-ACCTFILE-EOF               VALUE 'Y'.
       01  WS-CUSTAUD-EOF-SW      PIC X(01)  VALUE 'N'.
           88  WS-CUSTAUD-EOF                VALUE 'Y'.
      *
      *-----------------------------------------------------------------
      *    REPORT LINES.
      *-----------------------------------------------------------------
       01  WS-CHG-HEADER.
           05  FILLER             PIC X(13) VALUE '  SITE BRANCH'.
           05  FILLER             PIC X(10) VALUE '  CUSTOMER'.
           05  FILLER             PIC X(08) VALUE '  CHANGE'.
           05  FILLER             PIC X(10) VALUE '  FIELD   '.
           05  FILLER             PIC X(31) VALUE 'BEFORE'.
           05  FILLER             PIC X(05) VALUE 'AFTER'.
      *
       01  WS-CHG-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-CL-SITE         PIC X(02).
           05  FILLER             PIC X(04)  VALUE SPACES.
           05  WS-CL-BRANCH       PIC X(03).
           05  FILLER             PIC X(04)  VALUE SPACES.
           05  WS-CL-CUST         PIC X(07).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-CL-TYPE         PIC X(06).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-CL-FIELD        PIC X(08).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-CL-BEFORE       PIC X(30).
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-CL-AFTER        PIC X(30).
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-CL-FLAG         PIC X(01).
      *
       01  WS-BRK-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-BKL-SITE        PIC X(02).
           05  FILLER             PIC X(04)  VALUE SPACES.
           05  WS-BKL-BRANCH      PIC X(03).
           05  FILLER             PIC X(20)
                                  VALUE ' BRANCH TOTAL  ADDS '.
           05  WS-BKL-ADDS        PIC Z(04)9.
           05  FILLER             PIC X(10)  VALUE '  DELETES '.
           05  WS-BKL-DELETES     PIC Z(04)9.
           05  FILLER             PIC X(10)  VALUE '  CHANGES '.
           05  WS-BKL-CHANGES     PIC Z(04)9.
      *
       01  WS-EXC-HEADER.
           05  FILLER             PIC X(13) VALUE '  SITE BRANCH'.
           05  FILLER             PIC X(10) VALUE '  CUSTOMER'.
           05  FILLER             PIC X(13) VALUE '  EXCEPTION'.
           05  FILLER             PIC X(20) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'OPEN ACCTS'.
      *
       01  WS-EXC-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-XL-SITE         PIC X(02).
           05  FILLER             PIC X(04)  VALUE SPACES.
           05  WS-XL-BRANCH       PIC X(03).
           05  FILLER             PIC X(04)  VALUE SPACES.
           05  WS-XL-CUST         PIC X(07).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-XL-TEXT         PIC X(31).
           05  WS-XL-ACCTS        PIC Z(09)9.
      *
       01  WS-EXC-ALERT.
           05  FILLER             PIC X(11)  VALUE 'CUSTDIFF - '.
           05  WS-ALERT-COUNT     PIC Z(04)9.
           05  FILLER             PIC X(32)
                            VALUE ' CUSTOMER(S) GONE OR CLOSED WITH'.
           05  FILLER             PIC X(35)
                            VALUE ' OPEN ACCOUNTS - POSTING MUST HOLD'.
      *
       01  WS-COUNT-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-COUNT-LABEL     PIC X(28).
           05  WS-COUNT-OUT       PIC Z(06)9.
      *
      *-----------------------------------------------------------------
      *    RUN TOTALS.
      *-----------------------------------------------------------------
       77  WS-OLD-READ            PIC 9(07)  COMP  VALUE ZERO.
       77  WS-NEW-READ            PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ACCTS-READ          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-CUST-UNCHANGED      PIC 9(07)  COMP  VALUE ZERO.
       77  WS-CUST-ADDED          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-CUST-DELETED        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-CUST-AMENDED        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-FIELD-CHANGES       PIC 9(07)  COMP  VALUE ZERO.
       77  WS-EXCEPTION-COUNT     PIC 9(07)  COMP  VALUE ZERO.
       77  WS-CHANGES-DROPPED     PIC 9(07)  COMP  VALUE ZERO.
       77  WS-AUDIT-WRITTEN       PIC 9(07)  COMP  VALUE ZERO.
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
           PERFORM 1500-CHECK-AUDIT-TRAIL
               THRU 1500-EXIT.
      *
           PERFORM 2000-LOAD-OLD-MASTER
               THRU 2000-EXIT.
      *
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 2500-LOAD-HOLDINGS
                   THRU 2500-EXIT
           END-IF.
      *
           IF BCH-RETURN-CODE NOT = 8
               PERFORM 3000-COMPARE-MASTERS
                   THRU 3000-EXIT
           END-IF.
      *
           IF BCH-RETURN-CODE = 8 AND WS-EXCEPTION-COUNT = ZERO
               PERFORM 6000-WRITE-AUDIT-RECORD
                   THRU 6000-EXIT
               PERFORM 8000-WRITE-STEP-RECORD
                   THRU 8000-EXIT
               GO TO 9999-EXIT
           END-IF.
      *
           PERFORM 3800-FIND-DELETES
               THRU 3800-EXIT.
      *
           PERFORM 5500-SORT-CHANGES
               THRU 5500-EXIT.
      *
           PERFORM 4000-WRITE-AUDIT-TRAIL
               THRU 4000-EXIT.
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
      *    CHANGE REPORT IS RUN-IDENTIFIED.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
      *
           MOVE 'CUSTDIFF'           TO BCH-BANNER-JOB-NAME.
           MOVE 'STEP01'             TO BCH-BANNER-STEP-NAME.
           MOVE 'CUSTOMER-MASTER CHANGE AUDIT'
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
      *
           GO TO 1000-EXIT.
      *
       1000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1500-CHECK-AUDIT-TRAIL - THE AUDIT TRAIL MUST NOT CARRY A
      *    DAY TWICE.  IF THE LAST SET IT HOLDS FOR TODAY IS CLEAN
      *    THIS IS A RERUN - THE REPORT IS PRODUCED AGAIN BUT NOTHING
      *    IS APPENDED.  IF THAT SET HAS AN EXCEPTION, ITS RUN ENDED
      *    AT RC 8 AND NEVER WENT TO POSTING - THIS RUN'S SET IS
      *    APPENDED AND BECOMES THE DAY'S AUDIT.
      *-----------------------------------------------------------------
       1500-CHECK-AUDIT-TRAIL.
      *
           OPEN INPUT CUST-AUDIT-FILE.
           IF WS-CUSTAUD-STATUS NOT = '00' AND
              WS-CUSTAUD-STATUS NOT = '05'
               GO TO 1500-EXIT
           END-IF.
      *
           PERFORM 1510-SCAN-AUDIT-TRAIL
               THRU 1510-EXIT
               UNTIL WS-CUSTAUD-EOF.
      *
           CLOSE CUST-AUDIT-FILE.
      *
           IF WS-ALREADY-AUDITED
               DISPLAY 'CUSTDIFF - CUSTAUD ALREADY HOLDS '
                   BCH-BANNER-RUN-DATE ' - NOT APPENDED AGAIN'
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
               GO TO 1500-EXIT
           END-IF.
      *
           IF WS-AUD-SET-TIME NOT = HIGH-VALUES
               DISPLAY 'CUSTDIFF - CUSTAUD HOLDS A FAILED RUN FOR '
                   BCH-BANNER-RUN-DATE ' - SUPERSEDED BY THIS RUN'
           END-IF.
      *
           GO TO 1500-EXIT.
      *
       1500-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1510-SCAN-AUDIT-TRAIL - ONE AUDIT RECORD PER CALL.  A NEW
      *    RUN TIME ON TODAY'S DATE STARTS A NEW SET, CLEAN UNTIL ONE
      *    OF ITS RECORDS IS AN EXCEPTION.
      *-----------------------------------------------------------------
       1510-SCAN-AUDIT-TRAIL.
      *
           READ CUST-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-CUSTAUD-EOF-SW
                   GO TO 1510-EXIT
           END-READ.
      *
           IF BCH-CAUD-RUN-DATE NOT = BCH-BANNER-RUN-DATE
               GO TO 1510-EXIT
           END-IF.
      *
           IF BCH-CAUD-RUN-TIME NOT = WS-AUD-SET-TIME
               MOVE BCH-CAUD-RUN-TIME TO WS-AUD-SET-TIME
               MOVE 'Y' TO WS-AUDIT-DONE-SW
           END-IF.
           IF BCH-CAUD-IS-EXCEPTION
               MOVE 'N' TO WS-AUDIT-DONE-SW
           END-IF.
      *
           GO TO 1510-EXIT.
      *
       1510-EXIT.
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
      *    2000-LOAD-OLD-MASTER - PULL YESTERDAY'S CUSTOMER MASTER
      *    INTO THE OLD TABLE.  NONE AT ALL IS THE FIRST RUN - A
      *    WARNING, AND TODAY'S MASTER BECOMES THE BASELINE WITH
      *    NOTHING REPORTED AS ADDED.
      *-----------------------------------------------------------------
       2000-LOAD-OLD-MASTER.
      *
           OPEN INPUT CUST-OLD-FILE.
           IF WS-CUSTOLD-STATUS NOT = '00'
               DISPLAY 'CUSTDIFF - CUSTOLD NOT AVAILABLE, STATUS '
                   WS-CUSTOLD-STATUS ' - TODAY IS THE BASELINE'
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
               GO TO 2000-EXIT
           END-IF.
      *
           PERFORM 2100-READ-OLD-CUSTOMER
               THRU 2100-EXIT
               UNTIL WS-CUSTOLD-EOF OR BCH-RETURN-CODE = 8.
      *
           CLOSE CUST-OLD-FILE.
      *
           IF BCH-RETURN-CODE NOT = 8
               MOVE 'Y' TO WS-OLD-LOADED-SW
           END-IF.
      *
           GO TO 2000-EXIT.
      *
       2000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2100-READ-OLD-CUSTOMER - ONE OF YESTERDAY'S CUSTOMERS PER
      *    CALL.  A MASTER TOO BIG FOR THE TABLE CANNOT BE COMPARED
      *    SAFELY - EVERY CUSTOMER PAST THE END WOULD LOOK ADDED.
      *-----------------------------------------------------------------
       2100-READ-OLD-CUSTOMER.
      *
           READ CUST-OLD-FILE
               AT END
                   MOVE 'Y' TO WS-CUSTOLD-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
      *
           MOVE CUST-OLD-RECORD TO BCH-CUST-RECORD.
           IF BCH-CUST-RECORD(1:2) = 'HD' OR
              BCH-CUST-RECORD(1:2) = 'TR'
               GO TO 2100-EXIT
           END-IF.
      *
           IF BCH-CUST-NUMBER NOT NUMERIC
               GO TO 2100-EXIT
           END-IF.
      *
           IF WS-OLD-COUNT >= 5000
               DISPLAY 'CUSTDIFF - CUSTOLD EXCEEDS 5000 CUSTOMERS'
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2100-EXIT
           END-IF.
      *
           ADD 1 TO WS-OLD-READ.
           ADD 1 TO WS-OLD-COUNT.
           SET WS-OLD-IDX TO WS-OLD-COUNT.
           MOVE BCH-CUST-NUMBER
               TO WS-OLD-ENT-NUMBER (WS-OLD-IDX).
           MOVE BCH-CUST-SITE-CODE
               TO WS-OLD-ENT-SITE (WS-OLD-IDX).
           MOVE BCH-CUST-NAME
               TO WS-OLD-ENT-NAME (WS-OLD-IDX).
           MOVE BCH-CUST-BRANCH
               TO WS-OLD-ENT-BRANCH (WS-OLD-IDX).
           MOVE BCH-CUST-STATUS
               TO WS-OLD-ENT-STATUS (WS-OLD-IDX).
           MOVE BCH-CUST-OPEN-DATE
               TO WS-OLD-ENT-OPEN-DATE (WS-OLD-IDX).
           MOVE 'N'
               TO WS-OLD-ENT-MATCHED-SW (WS-OLD-IDX).
      *
           GO TO 2100-EXIT.
      *
       2100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2500-LOAD-HOLDINGS - COUNT EACH CUSTOMER'S OPEN (ACTIVE
      *    OR DORMANT) ACCOUNTS ON THE ACCOUNT MASTER.  WITHOUT IT
      *    THE EXCEPTION CHECK CANNOT BE MADE - THAT IS FATAL.
      *-----------------------------------------------------------------
       2500-LOAD-HOLDINGS.
      *
           OPEN INPUT ACCT-FILE.
           IF WS-ACCTFILE-STATUS NOT = '00'
               DISPLAY 'CUSTDIFF - ACCTFILE OPEN FAILED, STATUS '
                   WS-ACCTFILE-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2500-EXIT
           END-IF.
      *
           PERFORM 2600-READ-ONE-ACCOUNT
               THRU 2600-EXIT
               UNTIL WS-ACCTFILE-EOF OR BCH-RETURN-CODE = 8.
      *
           CLOSE ACCT-FILE.
      *
           GO TO 2500-EXIT.
      *
       2500-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2600-READ-ONE-ACCOUNT - ONE ACCOUNT-MASTER RECORD PER
      *    CALL.  CLOSED ACCOUNTS DO NOT COUNT.
      *-----------------------------------------------------------------
       2600-READ-ONE-ACCOUNT.
      *
           READ ACCT-FILE
               AT END
                   MOVE 'Y' TO WS-ACCTFILE-EOF-SW
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
           ADD 1 TO WS-ACCTS-READ.
      *
           IF BCH-ACCT-IS-CLOSED
               GO TO 2600-EXIT
           END-IF.
      *
           MOVE BCH-ACCT-CUST-NUMBER TO WS-WANT-CUST.
           PERFORM 3550-FIND-HOLDING
               THRU 3550-EXIT.
           IF WS-HOLD-FOUND
               SET WS-HOLD-IDX TO WS-HOLD-SUB
               ADD 1 TO WS-HOLD-ENT-ACCTS (WS-HOLD-IDX)
               GO TO 2600-EXIT
           END-IF.
      *
           IF WS-HOLD-COUNT >= 5000
               DISPLAY 'CUSTDIFF - ACCOUNT HOLDERS EXCEED 5000'
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2600-EXIT
           END-IF.
      *
           ADD 1 TO WS-HOLD-COUNT.
           SET WS-HOLD-IDX TO WS-HOLD-COUNT.
           MOVE BCH-ACCT-CUST-NUMBER
               TO WS-HOLD-ENT-CUST (WS-HOLD-IDX).
           MOVE 1 TO WS-HOLD-ENT-ACCTS (WS-HOLD-IDX).
      *
           GO TO 2600-EXIT.
      *
       2600-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3000-COMPARE-MASTERS - READ TODAY'S CUSTOMER MASTER AND
      *    COMPARE EACH CUSTOMER WITH YESTERDAY'S.  TODAY'S MASTER
      *    IS REQUIRED.
      *-----------------------------------------------------------------
       3000-COMPARE-MASTERS.
      *
           OPEN INPUT CUST-NEW-FILE.
           IF WS-CUSTNEW-STATUS NOT = '00'
               DISPLAY 'CUSTDIFF - CUSTNEW OPEN FAILED, STATUS '
                   WS-CUSTNEW-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
      *
           PERFORM 3100-COMPARE-ONE-CUSTOMER
               THRU 3100-EXIT
               UNTIL WS-CUSTNEW-EOF.
      *
           CLOSE CUST-NEW-FILE.
      *
           GO TO 3000-EXIT.
      *
       3000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3100-COMPARE-ONE-CUSTOMER - ONE OF TODAY'S CUSTOMERS PER
      *    CALL.  NOT ON YESTERDAY'S MASTER IS AN ADD; OTHERWISE
      *    EACH FIELD IS COMPARED.  ON THE FIRST RUN THERE IS
      *    NOTHING TO COMPARE WITH.
      *-----------------------------------------------------------------
       3100-COMPARE-ONE-CUSTOMER.
      *
           READ CUST-NEW-FILE
               AT END
                   MOVE 'Y' TO WS-CUSTNEW-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
      *
           MOVE CUST-NEW-RECORD TO BCH-CUST-RECORD.
           IF BCH-CUST-RECORD(1:2) = 'HD' OR
              BCH-CUST-RECORD(1:2) = 'TR'
               GO TO 3100-EXIT
           END-IF.
      *
           IF BCH-CUST-NUMBER NOT NUMERIC
               GO TO 3100-EXIT
           END-IF.
      *
           ADD 1 TO WS-NEW-READ.
      *
           IF NOT WS-OLD-LOADED
               GO TO 3100-EXIT
           END-IF.
      *
           MOVE BCH-CUST-BRANCH       TO WS-NEW-BRANCH-X.
           MOVE BCH-CUST-SITE-CODE    TO WS-EV-SITE.
           MOVE WS-NEW-BRANCH-X       TO WS-EV-BRANCH.
           MOVE BCH-CUST-NUMBER       TO WS-EV-CUST.
           MOVE 'N'                   TO WS-EV-EXC.
      *
           PERFORM 3200-FIND-OLD-CUSTOMER
               THRU 3200-EXIT.
           IF NOT WS-OLD-FOUND
               ADD 1 TO WS-CUST-ADDED
               MOVE 'A'           TO WS-EV-TYPE
               MOVE SPACES        TO WS-EV-FIELD
                                     WS-EV-BEFORE
               MOVE BCH-CUST-NAME TO WS-EV-AFTER
               PERFORM 3400-ADD-CHANGE
                   THRU 3400-EXIT
               GO TO 3100-EXIT
           END-IF.
      *
           SET WS-OLD-IDX TO WS-OLD-SUB.
           MOVE 'Y' TO WS-OLD-ENT-MATCHED-SW (WS-OLD-IDX).
           PERFORM 3300-COMPARE-FIELDS
               THRU 3300-EXIT.
      *
           IF WS-CUST-CHANGED
               ADD 1 TO WS-CUST-AMENDED
           ELSE
               ADD 1 TO WS-CUST-UNCHANGED
           END-IF.
      *
           GO TO 3100-EXIT.
      *
       3100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3200-FIND-OLD-CUSTOMER - LOCATE TODAY'S CUSTOMER IN
      *    YESTERDAY'S TABLE.
      *-----------------------------------------------------------------
       3200-FIND-OLD-CUSTOMER.
      *
           MOVE 'N'  TO WS-OLD-FOUND-SW.
           MOVE ZERO TO WS-OLD-SUB.
      *
           IF WS-OLD-COUNT = ZERO
               GO TO 3200-EXIT
           END-IF.
      *
           SET WS-OLD-IDX TO 1.
           SEARCH WS-OLD-ENTRY
               AT END
                   GO TO 3200-EXIT
               WHEN WS-OLD-ENT-NUMBER (WS-OLD-IDX) = BCH-CUST-NUMBER
                AND WS-OLD-IDX <= WS-OLD-COUNT
                   MOVE 'Y' TO WS-OLD-FOUND-SW
                   SET WS-OLD-SUB TO WS-OLD-IDX
           END-SEARCH.
      *
           GO TO 3200-EXIT.
      *
       3200-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3300-COMPARE-FIELDS - ONE CHANGE PER FIELD THAT DIFFERS
      *    BETWEEN YESTERDAY AND TODAY.  A CLOSE OF A CUSTOMER WHO
      *    STILL OWNS OPEN ACCOUNTS IS AN EXCEPTION.
      *-----------------------------------------------------------------
       3300-COMPARE-FIELDS.
      *
           MOVE 'N' TO WS-CUST-CHANGED-SW.
           MOVE 'C' TO WS-EV-TYPE.
      *
           IF BCH-CUST-NAME NOT = WS-OLD-ENT-NAME (WS-OLD-IDX)
               MOVE 'NAME'                      TO WS-EV-FIELD
               MOVE WS-OLD-ENT-NAME (WS-OLD-IDX) TO WS-EV-BEFORE
               MOVE BCH-CUST-NAME               TO WS-EV-AFTER
               PERFORM 3350-RECORD-FIELD-CHANGE
                   THRU 3350-EXIT
           END-IF.
      *
           IF BCH-CUST-SITE-CODE NOT = WS-OLD-ENT-SITE (WS-OLD-IDX)
               MOVE 'SITE'                      TO WS-EV-FIELD
               MOVE WS-OLD-ENT-SITE (WS-OLD-IDX) TO WS-EV-BEFORE
               MOVE BCH-CUST-SITE-CODE          TO WS-EV-AFTER
               PERFORM 3350-RECORD-FIELD-CHANGE
                   THRU 3350-EXIT
           END-IF.
      *
           IF WS-NEW-BRANCH-X NOT = WS-OLD-ENT-BRANCH (WS-OLD-IDX)
               MOVE 'BRANCH'                    TO WS-EV-FIELD
               MOVE WS-OLD-ENT-BRANCH (WS-OLD-IDX)
                                                TO WS-EV-BEFORE
               MOVE WS-NEW-BRANCH-X             TO WS-EV-AFTER
               PERFORM 3350-RECORD-FIELD-CHANGE
                   THRU 3350-EXIT
           END-IF.
      *
           IF BCH-CUST-OPEN-DATE NOT =
                  WS-OLD-ENT-OPEN-DATE (WS-OLD-IDX)
               MOVE 'OPENDATE'                  TO WS-EV-FIELD
               MOVE WS-OLD-ENT-OPEN-DATE (WS-OLD-IDX)
                                                TO WS-EV-BEFORE
               MOVE BCH-CUST-OPEN-DATE          TO WS-EV-AFTER
               PERFORM 3350-RECORD-FIELD-CHANGE
                   THRU 3350-EXIT
           END-IF.
      *
           IF BCH-CUST-STATUS = WS-OLD-ENT-STATUS (WS-OLD-IDX)
               GO TO 3300-EXIT
           END-IF.
      *
           MOVE 'STATUS'                        TO WS-EV-FIELD.
           MOVE WS-OLD-ENT-STATUS (WS-OLD-IDX)  TO WS-EV-BEFORE.
           MOVE BCH-CUST-STATUS                 TO WS-EV-AFTER.
           IF BCH-CUST-IS-CLOSED
               MOVE BCH-CUST-NUMBER TO WS-WANT-CUST
               PERFORM 3500-CHECK-EXCEPTION
                   THRU 3500-EXIT
           END-IF.
           PERFORM 3350-RECORD-FIELD-CHANGE
               THRU 3350-EXIT.
      *
           GO TO 3300-EXIT.
      *
       3300-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3350-RECORD-FIELD-CHANGE - COUNT AND RECORD ONE CHANGED
      *    FIELD.
      *-----------------------------------------------------------------
       3350-RECORD-FIELD-CHANGE.
      *
           MOVE 'Y' TO WS-CUST-CHANGED-SW.
           ADD 1 TO WS-FIELD-CHANGES.
           PERFORM 3400-ADD-CHANGE
               THRU 3400-EXIT.
      *
           GO TO 3350-EXIT.
      *
       3350-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3400-ADD-CHANGE - ADD THE CHANGE BUILT IN THE WS-EV
      *    FIELDS TO THE CHANGE TABLE.  A FULL TABLE DROPS THE
      *    CHANGE WITH A WARNING; AN EXCEPTION HAS ALREADY BEEN
      *    SHOWN ON THE CONSOLE AND STILL RAISES 8.
      *-----------------------------------------------------------------
       3400-ADD-CHANGE.
      *
           IF WS-CHG-COUNT >= 5000
               ADD 1 TO WS-CHANGES-DROPPED
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
               GO TO 3400-EXIT
           END-IF.
      *
           ADD 1 TO WS-CHG-COUNT.
           SET WS-CHG-IDX TO WS-CHG-COUNT.
           MOVE WS-EV-SITE     TO WS-CHG-ENT-SITE (WS-CHG-IDX).
           MOVE WS-EV-BRANCH   TO WS-CHG-ENT-BRANCH (WS-CHG-IDX).
           MOVE WS-EV-CUST     TO WS-CHG-ENT-CUST (WS-CHG-IDX).
           MOVE WS-CHG-COUNT   TO WS-CHG-ENT-SEQ (WS-CHG-IDX).
           MOVE WS-EV-TYPE     TO WS-CHG-ENT-TYPE (WS-CHG-IDX).
           MOVE WS-EV-FIELD    TO WS-CHG-ENT-FIELD (WS-CHG-IDX).
           MOVE WS-EV-BEFORE   TO WS-CHG-ENT-BEFORE (WS-CHG-IDX).
           MOVE WS-EV-AFTER    TO WS-CHG-ENT-AFTER (WS-CHG-IDX).
           MOVE WS-EV-EXC      TO WS-CHG-ENT-EXC (WS-CHG-IDX).
           MOVE WS-OPEN-ACCTS  TO WS-CHG-ENT-OPEN-ACCTS (WS-CHG-IDX).
      *
           GO TO 3400-EXIT.
      *
       3400-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3500-CHECK-EXCEPTION - A CUSTOMER (WS-WANT-CUST) WHO HAS
      *    GONE OR CLOSED STILL OWNS OPEN ACCOUNTS?  IF SO THE
      *    CHANGE IS FLAGGED, SHOWN ON THE CONSOLE AT ONCE AND THE
      *    RUN ENDS AT RETURN CODE 8.
      *-----------------------------------------------------------------
       3500-CHECK-EXCEPTION.
      *
           MOVE 'N'  TO WS-EV-EXC.
           MOVE ZERO TO WS-OPEN-ACCTS.
      *
           PERFORM 3550-FIND-HOLDING
               THRU 3550-EXIT.
           IF NOT WS-HOLD-FOUND
               GO TO 3500-EXIT
           END-IF.
      *
           SET WS-HOLD-IDX TO WS-HOLD-SUB.
           MOVE WS-HOLD-ENT-ACCTS (WS-HOLD-IDX) TO WS-OPEN-ACCTS.
           MOVE 'Y' TO WS-EV-EXC.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE 8 TO BCH-RETURN-CODE.
      *
           IF WS-EV-TYPE = 'D'
               DISPLAY 'CUSTDIFF - CUSTOMER ' WS-WANT-CUST
                   ' GONE FROM CUSTNEW WITH OPEN ACCOUNTS'
                   UPON CONSOLE
           ELSE
               DISPLAY 'CUSTDIFF - CUSTOMER ' WS-WANT-CUST
                   ' CLOSED WITH OPEN ACCOUNTS'
                   UPON CONSOLE
           END-IF.
      *
           GO TO 3500-EXIT.
      *
       3500-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3550-FIND-HOLDING - LOCATE WS-WANT-CUST IN THE
      *    OPEN-ACCOUNT HOLDINGS TABLE.
      *-----------------------------------------------------------------
       3550-FIND-HOLDING.
      *
           MOVE 'N'  TO WS-HOLD-FOUND-SW.
           MOVE ZERO TO WS-HOLD-SUB.
      *
           IF WS-HOLD-COUNT = ZERO
               GO TO 3550-EXIT
           END-IF.
      *
           SET WS-HOLD-IDX TO 1.
           SEARCH WS-HOLD-ENTRY
               AT END
                   GO TO 3550-EXIT
               WHEN WS-HOLD-ENT-CUST (WS-HOLD-IDX) = WS-WANT-CUST
                AND WS-HOLD-IDX <= WS-HOLD-COUNT
                   MOVE 'Y' TO WS-HOLD-FOUND-SW
                   SET WS-HOLD-SUB TO WS-HOLD-IDX
           END-SEARCH.
      *
           GO TO 3550-EXIT.
      *
       3550-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3800-FIND-DELETES - EVERY CUSTOMER ON YESTERDAY'S MASTER
      *    THAT TODAY'S DID NOT MATCH HAS GONE.
      *-----------------------------------------------------------------
       3800-FIND-DELETES.
      *
           IF WS-OLD-COUNT = ZERO
               GO TO 3800-EXIT
           END-IF.
      *
           PERFORM 3850-CHECK-ONE-OLD
               THRU 3850-EXIT
               VARYING WS-OLD-IDX FROM 1 BY 1
               UNTIL WS-OLD-IDX > WS-OLD-COUNT.
      *
           GO TO 3800-EXIT.
      *
       3800-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3850-CHECK-ONE-OLD - ONE OF YESTERDAY'S CUSTOMERS.  A
      *    DELETE IS LISTED UNDER THE SITE AND BRANCH IT LAST HAD.
      *-----------------------------------------------------------------
       3850-CHECK-ONE-OLD.
      *
           IF WS-OLD-ENT-MATCHED-SW (WS-OLD-IDX) = 'Y'
               GO TO 3850-EXIT
           END-IF.
      *
           ADD 1 TO WS-CUST-DELETED.
           MOVE WS-OLD-ENT-SITE (WS-OLD-IDX)   TO WS-EV-SITE.
           MOVE WS-OLD-ENT-BRANCH (WS-OLD-IDX) TO WS-EV-BRANCH.
           MOVE WS-OLD-ENT-NUMBER (WS-OLD-IDX) TO WS-EV-CUST.
           MOVE 'D'                            TO WS-EV-TYPE.
           MOVE SPACES                         TO WS-EV-FIELD
                                                  WS-EV-AFTER.
           MOVE WS-OLD-ENT-NAME (WS-OLD-IDX)   TO WS-EV-BEFORE.
      *
           MOVE WS-OLD-ENT-NUMBER (WS-OLD-IDX) TO WS-WANT-CUST.
           PERFORM 3500-CHECK-EXCEPTION
               THRU 3500-EXIT.
      *
           PERFORM 3400-ADD-CHANGE
               THRU 3400-EXIT.
      *
           GO TO 3850-EXIT.
      *
       3850-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4000-WRITE-AUDIT-TRAIL - APPEND THE DAY'S CHANGES, IN
      *    SITE/BRANCH/CUSTOMER ORDER, TO THE CUSTAUD AUDIT TRAIL.
      *    NOT DONE ON A RERUN AFTER A CLEAN SET FOR THE DAY.
      *-----------------------------------------------------------------
       4000-WRITE-AUDIT-TRAIL.
      *
           IF WS-ALREADY-AUDITED OR WS-CHG-COUNT = ZERO
               GO TO 4000-EXIT
           END-IF.
      *
           OPEN EXTEND CUST-AUDIT-FILE.
           IF WS-CUSTAUD-STATUS NOT = '00' AND
              WS-CUSTAUD-STATUS NOT = '05'
               OPEN OUTPUT CUST-AUDIT-FILE
           END-IF.
           IF WS-CUSTAUD-STATUS NOT = '00' AND
              WS-CUSTAUD-STATUS NOT = '05'
               DISPLAY 'CUSTDIFF - CUSTAUD OPEN FAILED, STATUS '
                   WS-CUSTAUD-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
      *
           PERFORM 4100-WRITE-ONE-CHANGE
               THRU 4100-EXIT
               VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT.
      *
           CLOSE CUST-AUDIT-FILE.
      *
           GO TO 4000-EXIT.
      *
       4000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4100-WRITE-ONE-CHANGE - ONE AUDIT RECORD PER CHANGE.
      *-----------------------------------------------------------------
       4100-WRITE-ONE-CHANGE.
      *
           MOVE SPACES TO BCH-CAUD-RECORD.
           MOVE BCH-BANNER-RUN-DATE  TO BCH-CAUD-RUN-DATE.
           MOVE BCH-BANNER-RUN-TIME  TO BCH-CAUD-RUN-TIME.
           MOVE WS-CHG-ENT-CUST (WS-CHG-IDX)
                                     TO BCH-CAUD-CUST-NUMBER.
           MOVE WS-CHG-ENT-SITE (WS-CHG-IDX)
                                     TO BCH-CAUD-SITE-CODE.
           MOVE WS-CHG-ENT-BRANCH (WS-CHG-IDX)
                                     TO BCH-CAUD-BRANCH.
           MOVE WS-CHG-ENT-TYPE (WS-CHG-IDX)
                                     TO BCH-CAUD-CHANGE-TYPE.
           MOVE WS-CHG-ENT-FIELD (WS-CHG-IDX)
                                     TO BCH-CAUD-FIELD-NAME.
           MOVE WS-CHG-ENT-BEFORE (WS-CHG-IDX)
                                     TO BCH-CAUD-BEFORE.
           MOVE WS-CHG-ENT-AFTER (WS-CHG-IDX)
                                     TO BCH-CAUD-AFTER.
           MOVE WS-CHG-ENT-EXC (WS-CHG-IDX)
                                     TO BCH-CAUD-EXCEPTION.
      *
           WRITE BCH-CAUD-RECORD.
           ADD 1 TO WS-AUDIT-WRITTEN.
      *
           GO TO 4100-EXIT.
      *
       4100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5000-PRINT-REPORT - THE EXCEPTIONS FIRST, THEN EVERY
      *    CHANGE BY SITE AND BRANCH WITH A TOTAL AT EACH CHANGE OF
      *    BRANCH, THEN THE RUN COUNTS.
      *-----------------------------------------------------------------
       5000-PRINT-REPORT.
      *
           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY ' '
               DISPLAY '*** EXCEPTIONS - CUSTOMER GONE OR CLOSED WITH'
                   ' OPEN ACCOUNTS ***'
               DISPLAY ' '
               DISPLAY WS-EXC-HEADER
               PERFORM 5300-PRINT-ONE-EXCEPTION
                   THRU 5300-EXIT
                   VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               MOVE WS-EXCEPTION-COUNT TO WS-ALERT-COUNT
               DISPLAY WS-EXC-ALERT UPON CONSOLE
           END-IF.
      *
           DISPLAY ' '.
           DISPLAY '*** CUSTOMER-MASTER CHANGES BY SITE AND BRANCH ***'.
           DISPLAY ' '.
           DISPLAY WS-CHG-HEADER.
      *
           IF WS-CHG-COUNT > ZERO
               MOVE WS-CHG-ENT-SITE (1)   TO WS-BRK-SITE
               MOVE WS-CHG-ENT-BRANCH (1) TO WS-BRK-BRANCH
               PERFORM 5100-PRINT-ONE-CHANGE
                   THRU 5100-EXIT
                   VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               PERFORM 5200-PRINT-BRANCH-TOTAL
                   THRU 5200-EXIT
           ELSE
               DISPLAY '  NO CUSTOMER-MASTER CHANGES'
           END-IF.
      *
           IF WS-CHANGES-DROPPED > ZERO
               DISPLAY 'CUSTDIFF - CHANGE TABLE FULL AT 5000 - '
                   WS-CHANGES-DROPPED ' CHANGES NOT LISTED'
           END-IF.
      *
           DISPLAY ' '.
           MOVE 'CUSTOMERS YESTERDAY'    TO WS-COUNT-LABEL.
           MOVE WS-OLD-READ              TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'CUSTOMERS TODAY'        TO WS-COUNT-LABEL.
           MOVE WS-NEW-READ              TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'CUSTOMERS UNCHANGED'    TO WS-COUNT-LABEL.
           MOVE WS-CUST-UNCHANGED        TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'CUSTOMERS ADDED'        TO WS-COUNT-LABEL.
           MOVE WS-CUST-ADDED            TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'CUSTOMERS DELETED'      TO WS-COUNT-LABEL.
           MOVE WS-CUST-DELETED          TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'CUSTOMERS AMENDED'      TO WS-COUNT-LABEL.
           MOVE WS-CUST-AMENDED          TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'FIELD CHANGES'          TO WS-COUNT-LABEL.
           MOVE WS-FIELD-CHANGES         TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'EXCEPTIONS'             TO WS-COUNT-LABEL.
           MOVE WS-EXCEPTION-COUNT       TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'ACCOUNTS READ'          TO WS-COUNT-LABEL.
           MOVE WS-ACCTS-READ            TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'AUDIT RECORDS WRITTEN'  TO WS-COUNT-LABEL.
           MOVE WS-AUDIT-WRITTEN         TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
      *
           GO TO 5000-EXIT.
      *
       5000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5100-PRINT-ONE-CHANGE - ONE CHANGE LINE, PRECEDED BY THE
      *    PREVIOUS BRANCH'S TOTAL WHEN THE BRANCH CHANGES.  AN
      *    EXCEPTION IS MARKED '*'.
      *-----------------------------------------------------------------
       5100-PRINT-ONE-CHANGE.
      *
           IF WS-CHG-ENT-SITE (WS-CHG-IDX) NOT = WS-BRK-SITE OR
              WS-CHG-ENT-BRANCH (WS-CHG-IDX) NOT = WS-BRK-BRANCH
               PERFORM 5200-PRINT-BRANCH-TOTAL
                   THRU 5200-EXIT
               MOVE WS-CHG-ENT-SITE (WS-CHG-IDX)   TO WS-BRK-SITE
               MOVE WS-CHG-ENT-BRANCH (WS-CHG-IDX) TO WS-BRK-BRANCH
           END-IF.
      *
           MOVE WS-CHG-ENT-SITE (WS-CHG-IDX)   TO WS-CL-SITE.
           MOVE WS-CHG-ENT-BRANCH (WS-CHG-IDX) TO WS-CL-BRANCH.
           MOVE WS-CHG-ENT-CUST (WS-CHG-IDX)   TO WS-CL-CUST.
           MOVE WS-CHG-ENT-FIELD (WS-CHG-IDX)  TO WS-CL-FIELD.
           MOVE WS-CHG-ENT-BEFORE (WS-CHG-IDX) TO WS-CL-BEFORE.
           MOVE WS-CHG-ENT-AFTER (WS-CHG-IDX)  TO WS-CL-AFTER.
           MOVE SPACE                          TO WS-CL-FLAG.
           IF WS-CHG-ENT-EXC (WS-CHG-IDX) = 'Y'
               MOVE '*' TO WS-CL-FLAG
           END-IF.
      *
           EVALUATE WS-CHG-ENT-TYPE (WS-CHG-IDX)
               WHEN 'A'
                   MOVE 'ADD'    TO WS-CL-TYPE
                   ADD 1 TO WS-BRK-ADDS
               WHEN 'D'
                   MOVE 'DELETE' TO WS-CL-TYPE
                   ADD 1 TO WS-BRK-DELETES
               WHEN OTHER
                   MOVE 'CHANGE' TO WS-CL-TYPE
                   ADD 1 TO WS-BRK-CHANGES
           END-EVALUATE.
      *
           DISPLAY WS-CHG-LINE.
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
           MOVE WS-BRK-ADDS       TO WS-BKL-ADDS.
           MOVE WS-BRK-DELETES    TO WS-BKL-DELETES.
           MOVE WS-BRK-CHANGES    TO WS-BKL-CHANGES.
           DISPLAY WS-BRK-LINE.
           DISPLAY ' '.
      *
           MOVE ZERO TO WS-BRK-ADDS
                        WS-BRK-DELETES
                        WS-BRK-CHANGES.
      *
           GO TO 5200-EXIT.
      *
       5200-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5300-PRINT-ONE-EXCEPTION - ONE EXCEPTION LINE FOR A
      *    FLAGGED CHANGE; OTHER CHANGES ARE PASSED OVER.
      *-----------------------------------------------------------------
       5300-PRINT-ONE-EXCEPTION.
      *
           IF WS-CHG-ENT-EXC (WS-CHG-IDX) NOT = 'Y'
               GO TO 5300-EXIT
           END-IF.
      *
           MOVE WS-CHG-ENT-SITE (WS-CHG-IDX)   TO WS-XL-SITE.
           MOVE WS-CHG-ENT-BRANCH (WS-CHG-IDX) TO WS-XL-BRANCH.
           MOVE WS-CHG-ENT-CUST (WS-CHG-IDX)   TO WS-XL-CUST.
           MOVE WS-CHG-ENT-OPEN-ACCTS (WS-CHG-IDX)
                                               TO WS-XL-ACCTS.
           IF WS-CHG-ENT-TYPE (WS-CHG-IDX) = 'D'
               MOVE 'GONE FROM CUSTOMER MASTER' TO WS-XL-TEXT
           ELSE
               MOVE 'CUSTOMER CLOSED'           TO WS-XL-TEXT
           END-IF.
           DISPLAY WS-EXC-LINE.
      *
           GO TO 5300-EXIT.
      *
       5300-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5500-SORT-CHANGES - ORDER THE CHANGE TABLE BY SITE,
      *    BRANCH, CUSTOMER AND SEQUENCE (STRAIGHT SELECTION, THE
      *    DAY'S CHANGES ARE FEW).
      *-----------------------------------------------------------------
       5500-SORT-CHANGES.
      *
           IF WS-CHG-COUNT < 2
               GO TO 5500-EXIT
           END-IF.
      *
           PERFORM 5600-SORT-ONE-PASS
               THRU 5600-EXIT
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-CHG-COUNT.
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
               UNTIL WS-SORT-J > WS-CHG-COUNT.
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
           IF WS-CHG-ENT-KEY (WS-SORT-J) <
                  WS-CHG-ENT-KEY (WS-SORT-I)
               MOVE WS-CHG-ENTRY (WS-SORT-I) TO WS-CHG-SAVE-ENTRY
               MOVE WS-CHG-ENTRY (WS-SORT-J)
                   TO WS-CHG-ENTRY (WS-SORT-I)
               MOVE WS-CHG-SAVE-ENTRY TO WS-CHG-ENTRY (WS-SORT-J)
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
