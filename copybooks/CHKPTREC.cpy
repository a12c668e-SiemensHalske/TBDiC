      *   ARE ALREADY COMPLETE AND WHERE TO RESTART.  OPERATIONS      *
      *   CLEARS THE CHECKPOINT DATASET WHEN THE NEXT BATCH DAY IS    *
      *   SCHEDULED.                                                  *
      *   A CP RECORD IS A COMMIT POINT TAKEN INSIDE A LONG STEP -    *
      *   TODAY ONLY TRANPOST, EVERY N ACCOUNTS OF ITS MERGE.  IT     *
      *   CARRIES THE LAST ACCOUNT COMMITTED AND THE STEP'S RUNNING   *
      *   BALANCING TOTALS IN THE COMMIT AREA (SPACES ON DY AND ST    *
      *   RECORDS), SO A RESTART RESUMES AFTER THAT ACCOUNT WITH THE  *
      *   TOTALS CARRIED FORWARD.  END TIME IS THE COMMIT TIME.  A CP *
      *   WITH A ZERO LAST ACCOUNT CANCELS THE EARLIER COMMIT POINTS  *
      *   OF THE DAY.  THE FIRST 48 BYTES ARE THE LEDGER HEADER THAT  *
      *   DAYCLOSE ARCHIVES TO CHKPTHST.                              *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   DATE       INIT  DESCRIPTION                                *
      *   03/07/2026 HB    ORIGINAL.                                  *
      *   08/22/2026 HB    GROWN FROM THE SINGLE ORIGINAL-START      *
      *                    RECORD INTO THE DY/ST RESTART LEDGER.     *
      *   10/15/2026 HB    CP COMMIT-POINT RECORD AND COMMIT AREA;   *
      *                    RECORD LENGTH 48 TO 256.                  *
      *                                                                *
      ******************************************************************
       01  BCH-CHKPT-RECORD.
           05  BCH-CHKPT-RECORD-TYPE      PIC X(02).
               88  BCH-CHKPT-IS-DAY                  VALUE 'DY'.
               88  BCH-CHKPT-IS-STEP                 VALUE 'ST'.
               88  BCH-CHKPT-IS-COMMIT               VALUE 'CP'.
           05  BCH-CHKPT-JOB-NAME         PIC X(08).
           05  BCH-CHKPT-RUN-DATE         PIC X(10).
           05  BCH-CHKPT-START-TIME       PIC X(08).
               88  BCH-CHKPT-IS-FAILED               VALUE 'F'.
           05  BCH-CHKPT-RETURN-CODE      PIC 9(04).
           05  FILLER                     PIC X(07).
           05  BCH-CHKPT-COMMIT-AREA.
               10  BCH-CHKPT-CP-LAST-ACCT     PIC 9(08).
               10  BCH-CHKPT-CP-COUNTS.
                   15  BCH-CHKPT-CP-ACCTS-READ    PIC 9(07).
                   15  BCH-CHKPT-CP-TRANS-READ    PIC 9(07).
                   15  BCH-CHKPT-CP-SUSP-READ     PIC 9(07).
                   15  BCH-CHKPT-CP-INT-READ      PIC 9(07).
                   15  BCH-CHKPT-CP-POSTED        PIC 9(07).
                   15  BCH-CHKPT-CP-REJECTED      PIC 9(07).
                   15  BCH-CHKPT-CP-CARRIED       PIC 9(07).
                   15  BCH-CHKPT-CP-FINAL         PIC 9(07).
                   15  BCH-CHKPT-CP-REFERRALS     PIC 9(07).
                   15  BCH-CHKPT-CP-DORM-REFER    PIC 9(07).
                   15  BCH-CHKPT-CP-DORM-REACT    PIC 9(07).
                   15  BCH-CHKPT-CP-HIST-WRITTEN  PIC 9(07).
                   15  BCH-CHKPT-CP-HIST-FAILED   PIC 9(07).
               10  BCH-CHKPT-CP-AMOUNTS.
                   15  BCH-CHKPT-CP-AMT-IN        PIC S9(13)V99.
                   15  BCH-CHKPT-CP-AMT-SUSP-IN   PIC S9(13)V99.
                   15  BCH-CHKPT-CP-AMT-INT-IN    PIC S9(13)V99.
                   15  BCH-CHKPT-CP-AMT-APPLIED   PIC S9(13)V99.
                   15  BCH-CHKPT-CP-AMT-REJECTED  PIC S9(13)V99.
                   15  BCH-CHKPT-CP-AMT-CARRIED   PIC S9(13)V99.
                   15  BCH-CHKPT-CP-AMT-FINAL     PIC S9(13)V99.
               10  FILLER                     PIC X(04).
