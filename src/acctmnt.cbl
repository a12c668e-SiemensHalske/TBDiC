      *-----------------------------------------------------------------
      *  CARD-DRIVEN MAINTENANCE OF THE ACCOUNT MASTER.  READS THE
      *  CURRENT ACCOUNT MASTER (ACCTIN, LAYOUT IN COPYBOOK ACCTREC),
      *  APPLIES THE OPEN/CLOSE/REOPEN/XFER/LIMIT/REACT CARDS FROM
      *  SYSIN (SEE COPYBOOK ACCTCRD), AND WRITES THE MAINTAINED
      *  MASTER TO ACCTOUT.  EVERY CARD IS ECHOED TO SYSOUT WITH ITS
      *  DISPOSITION SO OPERATIONS HAS A MAINTENANCE AUDIT LISTING,
      *  AND EVERY CARD IS VALIDATED BEFORE IT IS APPLIED - THE
      *  ACCOUNT NUMBER AGAINST THE MASTER, THE CUSTOMER NUMBER
      *                   AND MAINTAINED - A LIMIT ACTION SETS IT ON
      *                   AN EXISTING ACCOUNT, AND AN OPEN CARD MAY
      *                   SUPPLY IT FOR A NEW ONE.
      *  10/15/2026 HB    DORMANT ACCOUNTS (STATUS 'D', SET BY
      *                   DORMPROC).  A REACT ACTION SETS A DORMANT
      *                   ACCOUNT BACK TO ACTIVE BY HAND.  THE
      *                   LAST-ACTIVITY AND REACTIVATION DATES (SEE
      *                   ACCTREC) ARE CARRIED THROUGH MAINTENANCE;
      *                   OPEN, REOPEN AND REACT START THE
      *                   LAST-ACTIVITY DATE AT TODAY SO THE ACCOUNT
      *                   IS NOT SWEPT STRAIGHT BACK TO DORMANT.
      *-----------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
               10  WS-ACCT-ENT-OPEN-BAL   PIC S9(11)V99 COMP-3.
               10  WS-ACCT-ENT-CURR-BAL   PIC S9(11)V99 COMP-3.
               10  WS-ACCT-ENT-OVDFT-LIM  PIC 9(11)V99  COMP-3.
               10  WS-ACCT-ENT-LAST-ACT   PIC X(10).
               10  WS-ACCT-ENT-REACT-DATE PIC X(10).
      *
      *-----------------------------------------------------------------
      *    VALIDATED CUSTOMER MASTER, LOADED FOR THE CARD CUSTOMER-
           05  WS-ACCT-SAVE-OPEN-BAL      PIC S9(11)V99 COMP-3.
           05  WS-ACCT-SAVE-CURR-BAL      PIC S9(11)V99 COMP-3.
           05  WS-ACCT-SAVE-OVDFT-LIM     PIC 9(11)V99  COMP-3.
           05  WS-ACCT-SAVE-LAST-ACT      PIC X(10).
           05  WS-ACCT-SAVE-REACT-DATE    PIC X(10).
      *
       77  WS-SORT-I              PIC 9(04)  COMP  VALUE ZERO.
       77  WS-SORT-J              PIC 9(04)  COMP  VALUE ZERO.
               MOVE ZERO
                   TO WS-ACCT-ENT-OVDFT-LIM (WS-ACCT-WORK-IDX)
           END-IF.
           MOVE BCH-ACCT-LAST-ACT-DATE
               TO WS-ACCT-ENT-LAST-ACT (WS-ACCT-WORK-IDX).
           MOVE BCH-ACCT-REACT-DATE
               TO WS-ACCT-ENT-REACT-DATE (WS-ACCT-WORK-IDX).
      *
           GO TO 2100-EXIT.
      *
               WHEN 'LIMIT '
                   PERFORM 3650-APPLY-LIMIT
                       THRU 3650-EXIT
               WHEN 'REACT '
                   PERFORM 3700-APPLY-REACT
                       THRU 3700-EXIT
               WHEN OTHER
                   MOVE 'REJECTED - UNKNOWN ACTION'
                       TO WS-CARD-DISPOSITION
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3290-EDIT-CUSTOMER - THE COMMON CUSTOMER EDIT FOR OPEN,
      *    XFER AND REACT: NUMERIC, ON THE VALIDATED MASTER, AND
      *    STILL ACTIVE.
      *    A FAILED EDIT SETS THE DISPOSITION.
      *-----------------------------------------------------------------
       3290-EDIT-CUSTOMER.
      *    NEW TO THE MASTER - A CLOSED ACCOUNT STILL OWNS ITS
      *    NUMBER, REOPEN IS THE PATH BACK - AND THE CUSTOMER AND
      *    SITE MUST VALIDATE.  THE ACCOUNT OPENS ACTIVE WITH ZERO
      *    BALANCES AND ITS LAST-ACTIVITY DATE STARTED AT TODAY.
      *-----------------------------------------------------------------
       3300-APPLY-OPEN.
      *
                  WS-ACCT-ENT-CURR-BAL (WS-ACCT-WORK-IDX).
           MOVE WS-CARD-LIMIT
               TO WS-ACCT-ENT-OVDFT-LIM (WS-ACCT-WORK-IDX).
           MOVE BCH-BANNER-RUN-DATE
               TO WS-ACCT-ENT-LAST-ACT (WS-ACCT-WORK-IDX).
           MOVE SPACES
               TO WS-ACCT-ENT-REACT-DATE (WS-ACCT-WORK-IDX).
      *
           MOVE 'OPENED' TO WS-CARD-DISPOSITION.
      *
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3400-APPLY-CLOSE - SET AN ACTIVE OR DORMANT ACCOUNT TO
      *    CLOSED.
      *-----------------------------------------------------------------
       3400-APPLY-CLOSE.
      *
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3500-APPLY-REOPEN - SET A CLOSED ACCOUNT BACK TO ACTIVE,
      *    STARTING ITS LAST-ACTIVITY DATE AT TODAY.
      *-----------------------------------------------------------------
       3500-APPLY-REOPEN.
      *
           END-IF.
      *
           MOVE 'A' TO WS-ACCT-ENT-STATUS (WS-ACCT-WORK-IDX).
           MOVE BCH-BANNER-RUN-DATE
               TO WS-ACCT-ENT-LAST-ACT (WS-ACCT-WORK-IDX).
      *
           MOVE 'REOPENED' TO WS-CARD-DISPOSITION.
      *
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3700-APPLY-REACT - SET A DORMANT ACCOUNT BACK TO ACTIVE BY
      *    HAND, STARTING ITS LAST-ACTIVITY DATE AT TODAY SO THE
      *    NEXT DORMPROC RUN DOES NOT SWEEP IT STRAIGHT BACK.  ITS
      *    REFERRED DEBITS POST WHEN THEY NEXT RETRY FROM SUSPENSE.
      *    AN ACCOUNT WHOSE CUSTOMER HAS SINCE CLOSED IS NOT BROUGHT
      *    BACK; THE OWNING CUSTOMER IS EDITED IN THE CARD'S CUSTOMER
      *    FIELD, SO THE ECHO LINE SHOWS IT.
      *-----------------------------------------------------------------
       3700-APPLY-REACT.
      *
           IF NOT WS-ACCT-FOUND
               MOVE 'REJECTED - ACCOUNT NOT ON FILE'
                   TO WS-CARD-DISPOSITION
               GO TO 3700-EXIT
           END-IF.
      *
           SET WS-ACCT-WORK-IDX TO WS-FOUND-SUB.
           IF WS-ACCT-ENT-STATUS (WS-ACCT-WORK-IDX) NOT = 'D'
               MOVE 'REJECTED - ACCOUNT NOT DORMANT'
                   TO WS-CARD-DISPOSITION
               GO TO 3700-EXIT
           END-IF.
      *
           MOVE WS-ACCT-ENT-CUST (WS-ACCT-WORK-IDX)
               TO BCH-ACCTC-CUST-NUMBER.
           PERFORM 3290-EDIT-CUSTOMER
               THRU 3290-EXIT.
           IF WS-CARD-DISPOSITION NOT = SPACES
               GO TO 3700-EXIT
           END-IF.
      *
           SET WS-ACCT-WORK-IDX TO WS-FOUND-SUB.
           MOVE 'A' TO WS-ACCT-ENT-STATUS (WS-ACCT-WORK-IDX).
           MOVE BCH-BANNER-RUN-DATE
               TO WS-ACCT-ENT-LAST-ACT (WS-ACCT-WORK-IDX).
      *
           MOVE 'REACTIVATED' TO WS-CARD-DISPOSITION.
      *
           GO TO 3700-EXIT.
      *
       3700-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4000-WRITE-NEW-MASTER - WRITE EVERY ACCOUNT TO THE
      *    MAINTAINED MASTER, IN ASCENDING ACCOUNT-NUMBER ORDER -
      *    THE POSTING MERGE FAILS AN OUT-OF-SEQUENCE ACCOUNT FILE
               TO BCH-ACCT-CURR-BALANCE.
           MOVE WS-ACCT-ENT-OVDFT-LIM (WS-ACCT-WORK-IDX)
               TO BCH-ACCT-OVDFT-LIMIT.
           MOVE WS-ACCT-ENT-LAST-ACT (WS-ACCT-WORK-IDX)
               TO BCH-ACCT-LAST-ACT-DATE.
           MOVE WS-ACCT-ENT-REACT-DATE (WS-ACCT-WORK-IDX)
               TO BCH-ACCT-REACT-DATE.
      *
           MOVE BCH-ACCT-RECORD TO ACCT-NEW-RECORD.
           WRITE ACCT-NEW-RECORD.
