      *                    REFERRAL RULE.  MAINTAINED BY ACCTMNT;    *
      *                    A BLANK (NON-NUMERIC) LIMIT ON AN OLD     *
      *                    RECORD READS AS ZERO.                     *
      *   10/15/2026 HB    DORMANT STATUS 'D' (SET BY DORMPROC), THE  *
      *                    LAST-ACTIVITY DATE (THE LAST DAY A         *
      *                    CUSTOMER TRANSACTION POSTED - SET BY       *
      *                    TRANPOST, STARTED BY ACCTMNT OPEN, REOPEN  *
      *                    AND REACT) AND THE REACTIVATION DATE (THE  *
      *                    DAY A POSTED CREDIT LAST BROUGHT A DORMANT *
      *                    ACCOUNT BACK - SET BY TRANPOST ONLY)       *
      *                    CARVED OUT OF THE TRAILING FILLER.  A      *
      *                    BLANK LAST-ACTIVITY DATE ON AN OLD RECORD  *
      *                    IS STARTED BY THE NEXT DORMPROC RUN.       *
      *                                                                *
      ******************************************************************
       01  BCH-ACCT-RECORD.
           05  BCH-ACCT-STATUS            PIC X(01).
               88  BCH-ACCT-IS-ACTIVE                VALUE 'A'.
               88  BCH-ACCT-IS-CLOSED                VALUE 'C'.
               88  BCH-ACCT-IS-DORMANT               VALUE 'D'.
           05  BCH-ACCT-OPEN-BALANCE      PIC S9(11)V99.
           05  BCH-ACCT-CURR-BALANCE      PIC S9(11)V99.
           05  BCH-ACCT-OVDFT-LIMIT       PIC 9(11)V99.
           05  BCH-ACCT-LAST-ACT-DATE     PIC X(10).
           05  BCH-ACCT-REACT-DATE        PIC X(10).
           05  FILLER                     PIC X(03).
