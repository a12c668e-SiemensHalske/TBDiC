      *                   CHAIN - AND WITH IT THE RESTART POINT
      *                   AFTER A FAILURE - IS VISIBLE AT START OF
      *                   DAY.
      *  10/15/2026 HB    CP COMMIT POINTS ON THE RESTART LEDGER ARE
      *                   NOW TAKEN INTO THE STEP'S SLOT.  A STEP
      *                   THAT FAILED OR WAS INTERRUPTED AFTER A
      *                   COMMIT SHOWS AS PARTIAL, WITH THE LAST
      *                   COMMITTED ACCOUNT, THE ACCOUNTS COMMITTED
      *                   AND THE COMMIT TIME ON A SECOND LINE.
      *-----------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
      *
      *-----------------------------------------------------------------
      *    RESTART LEDGER AS READ BACK FROM THE CHECKPOINT DATASET -
      *    ONE SLOT PER ST STEP RECORD OF THE CURRENT BATCH DAY,
      *    CARRYING THE STEP'S LATEST CP COMMIT POINT IF IT HAS ONE.
      *-----------------------------------------------------------------
       01  WS-LEDGER-TABLE.
           05  WS-LEDGER-COUNT        PIC 9(04)  COMP  VALUE ZERO.
               10  WS-LEDGER-ENT-STATUS   PIC X(01).
               10  WS-LEDGER-ENT-END-TIME PIC X(08).
               10  WS-LEDGER-ENT-RC       PIC 9(04).
               10  WS-LEDGER-ENT-CP-ACCT  PIC 9(08).
               10  WS-LEDGER-ENT-CP-COUNT PIC 9(07).
               10  WS-LEDGER-ENT-CP-TIME  PIC X(08).
      *
       01  WS-LEDGER-FOUND-SW     PIC X(01)  VALUE 'N'.
           88  WS-LEDGER-FOUND               VALUE 'Y'.
       01  WS-LEDGER-SUB          PIC 9(04)  COMP  VALUE ZERO.
       01  WS-LEDGER-STAT-POS     PIC 9(04)  COMP  VALUE ZERO.
       01  WS-RESTART-MARK-SW     PIC X(01)  VALUE 'N'.
           88  WS-RESTART-MARKED             VALUE 'Y'.
      *
           05  WS-LEDGER-STAT-OUT PIC X(28).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-LEDGER-MARK-OUT PIC X(16).
      *
       01  WS-COMMIT-LINE.
           05  FILLER             PIC X(12)  VALUE SPACES.
           05  FILLER             PIC X(26)
                     VALUE 'COMMITTED THROUGH ACCOUNT '.
           05  WS-COMMIT-ACCT-OUT PIC 9(08).
           05  FILLER             PIC X(03)  VALUE ' - '.
           05  WS-COMMIT-CNT-OUT  PIC Z(06)9.
           05  FILLER             PIC X(13)  VALUE ' ACCOUNTS AT '.
           05  WS-COMMIT-TIME-OUT PIC X(08).
      *
       01  BCH-READY-MESSAGE      PIC X(60)  VALUE SPACES.
      *
      *    3200-READ-LEDGER - ONE RESTART-LEDGER RECORD PER CALL.
      *    THE DY RECORD MARKS THIS AS A RERUN; ST RECORDS FOR THE
      *    CURRENT DATE FILL THE IN-STORAGE LEDGER FOR THE RESTART
      *    SUMMARY ON THE CONTROL REPORT, AND A CP RECORD SETS THE
      *    STEP'S COMMIT POINT (A ZERO ACCOUNT CLEARS IT).  ONLY THE
      *    LAST RECORD PER STEP MATTERS, SO A LATER RECORD FOR A
      *    STEP ALREADY IN THE TABLE OVERWRITES ITS SLOT - A HEAVILY
      *    RERUN DAY CAN NEVER OVERFLOW THE TABLE INTO STALE STATUS.
      *-----------------------------------------------------------------
       3200-READ-LEDGER.
      *
               GO TO 3200-EXIT
           END-IF.
      *
           IF NOT BCH-CHKPT-IS-STEP AND
              NOT BCH-CHKPT-IS-COMMIT
               GO TO 3200-EXIT
           END-IF.
           IF BCH-CHKPT-RUN-DATE NOT = BCH-BANNER-RUN-DATE
      *
           ADD 1 TO WS-LEDGER-COUNT.
           SET WS-LEDGER-IDX TO WS-LEDGER-COUNT.
           MOVE SPACES TO WS-LEDGER-ENT-STATUS (WS-LEDGER-IDX)
                          WS-LEDGER-ENT-END-TIME (WS-LEDGER-IDX)
                          WS-LEDGER-ENT-CP-TIME (WS-LEDGER-IDX).
           MOVE ZERO   TO WS-LEDGER-ENT-RC (WS-LEDGER-IDX)
                          WS-LEDGER-ENT-CP-ACCT (WS-LEDGER-IDX)
                          WS-LEDGER-ENT-CP-COUNT (WS-LEDGER-IDX).
      *
       3210-STORE-LEDGER-ENTRY.
      *
           IF BCH-CHKPT-IS-COMMIT
               MOVE BCH-CHKPT-JOB-NAME
                   TO WS-LEDGER-ENT-JOB (WS-LEDGER-IDX)
               MOVE BCH-CHKPT-CP-LAST-ACCT
                   TO WS-LEDGER-ENT-CP-ACCT (WS-LEDGER-IDX)
               MOVE BCH-CHKPT-CP-ACCTS-READ
                   TO WS-LEDGER-ENT-CP-COUNT (WS-LEDGER-IDX)
               MOVE BCH-CHKPT-END-TIME
                   TO WS-LEDGER-ENT-CP-TIME (WS-LEDGER-IDX)
               GO TO 3200-EXIT
           END-IF.
      *
           MOVE BCH-CHKPT-JOB-NAME
               TO WS-LEDGER-ENT-JOB (WS-LEDGER-IDX).
               MOVE 'RC=' TO WS-LEDGER-STAT-OUT(22:3)
               MOVE WS-LEDGER-ENT-RC (WS-LEDGER-IDX)
                   TO WS-LEDGER-STAT-OUT(25:4)
               DISPLAY WS-LEDGER-LINE
               GO TO 7410-EXIT
           END-IF.
      *
      *    A STEP WITH A COMMIT POINT STOPPED PART-WAY - IT RESTARTS
      *    AFTER ITS LAST COMMITTED ACCOUNT.  NO ST RECORD AT ALL
      *    MEANS IT NEVER REACHED ITS END.
           MOVE 1 TO WS-LEDGER-STAT-POS.
           IF WS-LEDGER-ENT-CP-ACCT (WS-LEDGER-IDX) > ZERO
               MOVE 'PARTIAL - ' TO WS-LEDGER-STAT-OUT(1:10)
               MOVE 11 TO WS-LEDGER-STAT-POS
           END-IF.
      *
           IF WS-LEDGER-ENT-STATUS (WS-LEDGER-IDX) = SPACE
               MOVE 'INTERRUPTED'
                   TO WS-LEDGER-STAT-OUT(WS-LEDGER-STAT-POS:11)
           ELSE
               MOVE 'FAILED RC='
                   TO WS-LEDGER-STAT-OUT(WS-LEDGER-STAT-POS:10)
               MOVE WS-LEDGER-ENT-RC (WS-LEDGER-IDX)
                   TO WS-LEDGER-STAT-OUT(WS-LEDGER-STAT-POS + 10:4)
           END-IF.
      *
           PERFORM 7430-MARK-RESTART-STEP
               THRU 7430-EXIT.
           DISPLAY WS-LEDGER-LINE.
      *
           IF WS-LEDGER-ENT-CP-ACCT (WS-LEDGER-IDX) > ZERO
               MOVE WS-LEDGER-ENT-CP-ACCT (WS-LEDGER-IDX)
                   TO WS-COMMIT-ACCT-OUT
               MOVE WS-LEDGER-ENT-CP-COUNT (WS-LEDGER-IDX)
                   TO WS-COMMIT-CNT-OUT
               MOVE WS-LEDGER-ENT-CP-TIME (WS-LEDGER-IDX)
                   TO WS-COMMIT-TIME-OUT
               DISPLAY WS-COMMIT-LINE
           END-IF.
      *
           GO TO 7410-EXIT.
      *
