      ******************************************************************
      *                                                                *
      *   PERFCRD - BATCHPERF RUN-TIME TRENDING CONTROL CARD LAYOUT    *
      *                                                                *
      *   OPTIONAL 80-BYTE CARDS READ FROM SYSIN BY BATCHPERF.  ANY    *
      *   NUMBER MAY BE STACKED; A BLANK CARD OR ONE WITH AN           *
      *   ASTERISK IN COLUMN 1 IS IGNORED.  VALUES ARE LEFT-           *
      *   JUSTIFIED IN THE VALUE FIELD.  KEYWORDS:                     *
      *     MODE     - REPORT (THE DEFAULT) FOR THE TRENDING REPORT    *
      *                FROM CHKPTHST, OR ALERT FOR THE MID-BATCH       *
      *                CONSOLE CHECK AGAINST THE LIVE CHKPT LEDGER.    *
      *     DAYS     - THE ROLLING WINDOW, IN RUNS PER STEP (3         *
      *                DIGITS, 1 TO 30).  DEFAULT 20.                  *
      *     OUTLIER  - A RUN IS FLAGGED WHEN ITS ELAPSED TIME IS       *
      *                ABOVE THIS PERCENTAGE OF THE STEP'S NORM (3     *
      *                DIGITS, OVER 100).  DEFAULT 150.                *
      *     MINSECS  - AND AT LEAST THIS MANY SECONDS ABOVE IT, SO A   *
      *                SHORT STEP IS NOT FLAGGED FOR A FEW SECONDS     *
      *                (5 DIGITS).  DEFAULT 60.                        *
      *     TARGET   - THE JOB WHOSE DEADLINE THE BATCH IS PROJECTED   *
      *                AGAINST.  DEFAULT EODRPT.                       *
      *     DEADLINE - HHMM.  OVERRIDES THE TARGET JOB'S SCHEDULE      *
      *                WINDOW END AS THE DEADLINE.                     *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   DATE       INIT  DESCRIPTION                                *
      *   10/15/2026 HB    ORIGINAL.                                  *
      *                                                                *
      ******************************************************************
       01  BCH-PFC-CARD.
           05  BCH-PFC-KEYWORD            PIC X(08).
           05  FILLER                     PIC X(01).
           05  BCH-PFC-VALUE              PIC X(08).
           05  FILLER                     PIC X(63).
