      *-----------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  09/01/2026 HB    ORIGINAL.
      *  10/15/2026 HB    THE LEDGER RECORD IS NOW 256 BYTES (CP
      *                   COMMIT POINTS).  CHKPTNEW FOLLOWS IT;
      *                   CHKPTHST KEEPS THE 48-BYTE LEDGER HEADER.
      *-----------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       FD  CHKPT-NEW-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CHKPT-NEW-RECORD           PIC X(256).
      *
       FD  SITE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
                   GO TO 5100-EXIT
           END-READ.
      *
      *    THE HISTORY KEEPS THE LEDGER HEADER ONLY - A CP COMMIT
      *    AREA IS OF NO USE ONCE THE DAY HAS CLOSED.
           MOVE BCH-CHKPT-RECORD(1:48) TO CHKPT-HISTORY-RECORD.
           WRITE CHKPT-HISTORY-RECORD.
           ADD 1 TO WS-RECORDS-ARCHIVED.
      *
