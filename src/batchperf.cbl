      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    BATCHPERF.
       AUTHOR.        H. BRUNNER.
       INSTALLATION.  BATCH CONTROL GROUP.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *
      *-----------------------------------------------------------------
      *  BATCH RUN-TIME TRENDING AND CRITICAL-PATH FORECAST.  READS
      *  THE ARCHIVED RESTART LEDGER (CHKPTHST, CUT BY DAYCLOSE) AND
      *  TAKES EACH COMPLETED STEP'S ELAPSED TIME PER DAY FROM ITS
      *  ST RECORD.  PER JOB IT KEEPS THE LAST N DAILY RUNS (THE
      *  ROLLING WINDOW, DAYS CARD) AND REPORTS THE RUNS IN THE
      *  WINDOW, THE LAST RUN, THE AVERAGE (THE STEP'S NORM) AND THE
      *  WORST CASE.  ANY RUN IN THE WINDOW WELL ABOVE THE NORM OF
      *  THE OTHER RUNS (OUTLIER AND MINSECS CARDS) IS LISTED.
      *
      *  THE NORMS ARE THEN LAID ALONG THE DAY'S SCHEDULE (SKEDMAST):
      *  EACH JOB STARTS AT ITS WINDOW START OR WHEN ITS PREDECESSOR
      *  ENDS, WHICHEVER IS LATER, AND RUNS FOR ITS NORM.  THE JOB
      *  THAT ENDS LAST, FOLLOWED BACK THROUGH ITS PREDECESSORS, IS
      *  THE CRITICAL PATH; ITS END IS THE PROJECTED BATCH END, AND
      *  IT IS MEASURED AGAINST THE DEADLINE - THE WINDOW END OF THE
      *  TARGET JOB (EODRPT UNLESS A TARGET CARD SAYS OTHERWISE) OR
      *  A DEADLINE CARD.  HELD JOBS ARE LEFT OUT OF THE CHAIN.
      *
      *  MODE ALERT IS THE MID-BATCH CHECK, RUN BY THE SCHEDULER
      *  ALONGSIDE LATEMON.  IT READS TODAY'S LIVE RESTART LEDGER
      *  (CHKPT) AS WELL: A STEP THAT HAS FINISHED CONTRIBUTES ITS
      *  ACTUAL TIMES, A STEP THAT HAS TAKEN A COMMIT POINT BUT NOT
      *  FINISHED IS RUNNING, AND NOTHING CAN START BEFORE NOW.  IF
      *  THE PROJECTED END MISSES THE DEADLINE THE OPERATOR CONSOLE
      *  IS TOLD NOW - LATEMON ONLY SEES IT ONCE A WINDOW HAS
      *  CLOSED.  A STEP THAT RAN, OR IS RUNNING, WELL OVER ITS NORM
      *  IS ALSO ANNOUNCED.  LIKE LATEMON, ALERT MODE WRITES NO RUN-
      *  HISTORY RECORD OF ITS OWN.
      *
      *  ALL WINDOWS ARE TAKEN AS TIMES ON THE RUN DATE, AS LATEMON
      *  TAKES THEM.  RETURN CODES: 0 = ON TRACK, 4 = DEADLINE
      *  PROJECTED TO BE MISSED, LATEST RUN OF A STEP OVER ITS NORM,
      *  NO HISTORY, NO DEADLINE, PREDECESSOR LOOP OR CARD REJECTED,
      *  8 = SCHEDULE OR LIVE LEDGER UNUSABLE.
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
           SELECT CHKPT-HISTORY-FILE ASSIGN TO 'CHKPTHST'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-CHKPTHST-STATUS.
      *
           SELECT OPTIONAL CHECKPOINT-FILE
                                      ASSIGN TO 'CHKPT'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-CHKPT-STATUS.
      *
           SELECT SCHEDULE-MASTER-FILE
                                      ASSIGN TO 'SKEDMAST'
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WS-SKEDMAST-STATUS.
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
       COPY PERFCRD.
      *
       FD  CHKPT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CHKPT-HISTORY-RECORD       PIC X(48).
      *
       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CHKPT-LIVE-RECORD          PIC X(256).
      *
       FD  SCHEDULE-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY SKEDREC.
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
      *    RESTART-LEDGER RECORD WORK AREA - SEE COPYBOOKS/
      *    CHKPTREC.CPY.  THE ARCHIVED (48-BYTE) AND LIVE (256-BYTE)
      *    LEDGER RECORDS ARE BOTH MOVED HERE; THE ARCHIVE CARRIES
      *    THE HEADER ONLY, WHICH IS ALL THIS PROGRAM LOOKS AT.
      *-----------------------------------------------------------------
       COPY CHKPTREC.
      *
      *-----------------------------------------------------------------
      *    DAY'S SCHEDULE, LOADED AT RUN TIME FROM THE SCHEDULE
      *    MASTER - SEE COPYBOOKS/SKEDTAB.CPY
      *-----------------------------------------------------------------
       COPY SKEDTAB.
      *
       01  WS-RAW-DATE            PIC X(08).
       01  WS-RAW-TIME            PIC X(08).
       01  WS-CARD-STATUS         PIC X(02)  VALUE '00'.
       01  WS-CHKPTHST-STATUS     PIC X(02)  VALUE '00'.
       01  WS-CHKPT-STATUS        PIC X(02)  VALUE '00'.
       01  WS-SKEDMAST-STATUS     PIC X(02)  VALUE '00'.
       01  WS-SITECTL-STATUS      PIC X(02)  VALUE '00'.
       01  WS-RUN-SITE-CODE       PIC X(02)  VALUE 'DE'.
      *
       01  WS-CARD-EOF-SW         PIC X(01)  VALUE 'N'.
           88  WS-CARD-EOF                   VALUE 'Y'.
       01  WS-CHKPTHST-EOF-SW     PIC X(01)  VALUE 'N'.
           88  WS-CHKPTHST-EOF               VALUE 'Y'.
       01  WS-CHKPT-EOF-SW        PIC X(01)  VALUE 'N'.
           88  WS-CHKPT-EOF                  VALUE 'Y'.
       01  WS-SKEDMAST-EOF-SW     PIC X(01)  VALUE 'N'.
           88  WS-SKEDMAST-EOF               VALUE 'Y'.
      *
      *-----------------------------------------------------------------
      *    RUN PARAMETERS - DEFAULTS, OVERRIDDEN BY THE SYSIN CARDS
      *    (SEE COPYBOOKS/PERFCRD.CPY).
      *-----------------------------------------------------------------
       01  WS-RUN-MODE            PIC X(06)  VALUE 'REPORT'.
           88  WS-REPORT-MODE                VALUE 'REPORT'.
           88  WS-ALERT-MODE                 VALUE 'ALERT '.
       01  WS-TARGET-JOB          PIC X(08)  VALUE 'EODRPT'.
       01  WS-DEADLINE-HHMM       PIC X(04)  VALUE SPACES.
       77  WS-WINDOW-RUNS         PIC 9(03)  VALUE 20.
       77  WS-OUTLIER-PCT         PIC 9(03)  VALUE 150.
       77  WS-MIN-SECS            PIC 9(05)  VALUE 60.
      *
      *-----------------------------------------------------------------
      *    PER-JOB RUN-TIME TABLE.  EACH ROW HOLDS THE JOB'S LAST
      *    WS-WINDOW-RUNS DAILY ELAPSED TIMES AS A RING: NEXT-SLOT
      *    IS WHERE THE NEXT RUN GOES (THE OLDEST, ONCE THE RING IS
      *    FULL) AND LAST-SLOT IS THE MOST RECENT RUN.
      *-----------------------------------------------------------------
       01  WS-PERF-TABLE.
           05  WS-PERF-COUNT          PIC 9(04)  COMP  VALUE ZERO.
           05  WS-PERF-ENTRY OCCURS 30 TIMES
                              INDEXED BY WS-PERF-IDX.
               10  WS-PERF-JOB-NAME       PIC X(08).
               10  WS-PERF-OBS-COUNT      PIC 9(04)  COMP.
               10  WS-PERF-NEXT-SLOT      PIC 9(04)  COMP.
               10  WS-PERF-LAST-SLOT      PIC 9(04)  COMP.
               10  WS-PERF-TOTAL-SECS     PIC 9(09)  COMP.
               10  WS-PERF-AVG-SECS       PIC 9(07)  COMP.
               10  WS-PERF-WORST-SECS     PIC 9(07)  COMP.
               10  WS-PERF-WORST-DATE     PIC X(10).
               10  WS-PERF-OBS OCCURS 30 TIMES.
                   15  WS-PERF-OBS-DATE       PIC X(10).
                   15  WS-PERF-OBS-SECS       PIC 9(07)  COMP.
      *
      *-----------------------------------------------------------------
      *    PROJECTION TABLE - ONE ROW PER BCH-SKED-TABLE ENTRY, SAME
      *    SUBSCRIPT.  STATE: C = COMPLETE TODAY, F = FAILED TODAY,
      *    R = RUNNING (COMMIT POINT, NO STEP RECORD YET), W =
      *    WAITING, H = HELD.  GATE: A = ACTUAL START, P = STARTS
      *    WHEN ITS PREDECESSOR ENDS, W = STARTS AT ITS WINDOW, N =
      *    CANNOT START BEFORE NOW.
      *-----------------------------------------------------------------
       01  WS-PROJ-TABLE.
           05  WS-PROJ-ENTRY OCCURS 20 TIMES.
               10  WS-PROJ-STATE          PIC X(01).
                   88  WS-PROJ-COMPLETE              VALUE 'C'.
                   88  WS-PROJ-FAILED                VALUE 'F'.
                   88  WS-PROJ-RUNNING               VALUE 'R'.
                   88  WS-PROJ-WAITING               VALUE 'W'.
                   88  WS-PROJ-HELD                  VALUE 'H'.
               10  WS-PROJ-GATE           PIC X(01).
               10  WS-PROJ-RESOLVED       PIC X(01).
               10  WS-PROJ-ON-PATH        PIC X(01).
               10  WS-PROJ-HAS-NORM       PIC X(01).
               10  WS-PROJ-PRED-SUB       PIC 9(04)  COMP.
               10  WS-PROJ-NORM-SECS      PIC 9(07)  COMP.
               10  WS-PROJ-ACT-START      PIC 9(07)  COMP.
               10  WS-PROJ-ACT-END        PIC 9(07)  COMP.
               10  WS-PROJ-START          PIC 9(07)  COMP.
               10  WS-PROJ-END            PIC 9(07)  COMP.
      *
      *-----------------------------------------------------------------
      *    CRITICAL PATH, END JOB FIRST, AS PROJECTION SUBSCRIPTS.
      *-----------------------------------------------------------------
       01  WS-PATH-TABLE.
           05  WS-PATH-COUNT          PIC 9(04)  COMP  VALUE ZERO.
           05  WS-PATH-SUB            PIC 9(04)  COMP
                                      OCCURS 20 TIMES.
      *
       01  WS-JOB-FOUND-SW        PIC X(01)  VALUE 'N'.
           88  WS-JOB-FOUND                  VALUE 'Y'.
       01  WS-TIME-OK-SW          PIC X(01)  VALUE 'N'.
           88  WS-TIME-OK                    VALUE 'Y'.
       01  WS-OUTLIER-SW          PIC X(01)  VALUE 'N'.
           88  WS-IS-OUTLIER                 VALUE 'Y'.
       01  WS-ALL-RESOLVED-SW     PIC X(01)  VALUE 'N'.
           88  WS-ALL-RESOLVED               VALUE 'Y'.
       01  WS-IGNORE-PRED-SW      PIC X(01)  VALUE 'N'.
           88  WS-IGNORE-PRED                VALUE 'Y'.
       01  WS-HAVE-DEADLINE-SW    PIC X(01)  VALUE 'N'.
           88  WS-HAVE-DEADLINE              VALUE 'Y'.
       01  WS-HAVE-HISTORY-SW     PIC X(01)  VALUE 'N'.
           88  WS-HAVE-HISTORY               VALUE 'Y'.
      *
       01  WS-FIND-NAME           PIC X(08)  VALUE SPACES.
       01  WS-TIME-IN             PIC X(08)  VALUE SPACES.
       01  WS-HHMM-IN             PIC X(04)  VALUE SPACES.
       01  WS-FMT-TIME            PIC X(08)  VALUE SPACES.
       01  WS-DEADLINE-SOURCE     PIC X(08)  VALUE SPACES.
      *
       77  WS-JOB-SUB             PIC 9(04)  COMP  VALUE ZERO.
       77  WS-PERF-SUB            PIC 9(04)  COMP  VALUE ZERO.
       77  WS-SKED-SUB            PIC 9(04)  COMP  VALUE ZERO.
       77  WS-PRED-SUB            PIC 9(04)  COMP  VALUE ZERO.
       77  WS-WALK-SUB            PIC 9(04)  COMP  VALUE ZERO.
       77  WS-END-SUB             PIC 9(04)  COMP  VALUE ZERO.
       77  WS-OBS-SUB             PIC 9(04)  COMP  VALUE ZERO.
       77  WS-OBS-START           PIC 9(04)  COMP  VALUE ZERO.
       77  WS-OBS-K               PIC 9(04)  COMP  VALUE ZERO.
       77  WS-PASS-COUNT          PIC 9(04)  COMP  VALUE ZERO.
       77  WS-PATH-SEQ            PIC 9(04)  COMP  VALUE ZERO.
      *
       77  WS-TIME-HH             PIC 9(02)  VALUE ZERO.
       77  WS-TIME-MM             PIC 9(02)  VALUE ZERO.
       77  WS-TIME-SS             PIC 9(02)  VALUE ZERO.
       77  WS-TIME-SECS           PIC 9(07)  COMP  VALUE ZERO.
       77  WS-FMT-SECS            PIC 9(07)  COMP  VALUE ZERO.
       77  WS-FMT-HH              PIC 9(02)  VALUE ZERO.
       77  WS-FMT-MM              PIC 9(02)  VALUE ZERO.
       77  WS-FMT-SS              PIC 9(02)  VALUE ZERO.
       77  WS-FMT-REMAIN          PIC 9(07)  COMP  VALUE ZERO.
      *
       77  WS-NOW-SECS            PIC 9(07)  COMP  VALUE ZERO.
       77  WS-START-SECS          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-END-SECS            PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ELAPSED-SECS        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-BASE-START          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-PRED-END            PIC 9(07)  COMP  VALUE ZERO.
       77  WS-BATCH-END           PIC 9(07)  COMP  VALUE ZERO.
       77  WS-DEADLINE-SECS       PIC 9(07)  COMP  VALUE ZERO.
       77  WS-MARGIN-SECS         PIC 9(07)  COMP  VALUE ZERO.
       77  WS-TEST-SECS           PIC 9(07)  COMP  VALUE ZERO.
       77  WS-TEST-NORM           PIC 9(07)  COMP  VALUE ZERO.
       77  WS-TEST-SCALED         PIC 9(11)  COMP  VALUE ZERO.
       77  WS-NORM-SCALED         PIC 9(11)  COMP  VALUE ZERO.
       77  WS-PCT                 PIC 9(07)  COMP  VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    TREND REPORT.
      *-----------------------------------------------------------------
       01  WS-TREND-TITLE.
           05  FILLER             PIC X(20)
                                  VALUE '*** STEP ELAPSED-TIM'.
           05  FILLER             PIC X(15)  VALUE 'E TREND - LAST '.
           05  WS-TTL-RUNS        PIC Z9.
           05  FILLER             PIC X(18)  VALUE ' RUNS PER STEP ***'.
      *
       01  WS-TREND-HEADER.
           05  FILLER             PIC X(12)  VALUE '  JOB NAME  '.
           05  FILLER             PIC X(06)  VALUE 'RUNS  '.
           05  FILLER             PIC X(12)  VALUE 'LAST RUN    '.
           05  FILLER             PIC X(10)  VALUE 'ELAPSED   '.
           05  FILLER             PIC X(10)  VALUE 'AVERAGE   '.
           05  FILLER             PIC X(10)  VALUE 'WORST     '.
           05  FILLER             PIC X(12)  VALUE 'WORST RUN   '.
           05  FILLER             PIC X(05)  VALUE 'NORM%'.
      *
       01  WS-TREND-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-TRD-JOB         PIC X(08).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-TRD-RUNS        PIC Z(03)9.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-TRD-LAST-DATE   PIC X(10).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-TRD-LAST        PIC X(08).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-TRD-AVERAGE     PIC X(08).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-TRD-WORST       PIC X(08).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-TRD-WORST-DATE  PIC X(10).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-TRD-PCT         PIC Z(03)9.
           05  WS-TRD-FLAG        PIC X(01).
      *
       01  WS-OUTLIER-TITLE.
           05  FILLER             PIC X(27)
                                  VALUE '*** RUNS ABOVE NORM - OVER '.
           05  WS-OTL-PCT         PIC ZZ9.
           05  FILLER             PIC X(15)  VALUE '% AND AT LEAST '.
           05  WS-OTL-SECS        PIC Z(04)9.
           05  FILLER             PIC X(12)  VALUE ' SECONDS ***'.
      *
       01  WS-OUTLIER-HEADER.
           05  FILLER             PIC X(12)  VALUE '  JOB NAME  '.
           05  FILLER             PIC X(12)  VALUE 'RUN DATE    '.
           05  FILLER             PIC X(10)  VALUE 'ELAPSED   '.
           05  FILLER             PIC X(10)  VALUE 'NORM      '.
           05  FILLER             PIC X(05)  VALUE 'NORM%'.
      *
       01  WS-OUTLIER-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-OUT-JOB         PIC X(08).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-OUT-DATE        PIC X(10).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-OUT-ELAPSED     PIC X(08).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-OUT-NORM        PIC X(08).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-OUT-PCT         PIC Z(03)9.
           05  FILLER             PIC X(03)  VALUE SPACES.
           05  WS-OUT-LATEST      PIC X(10).
      *
      *-----------------------------------------------------------------
      *    PROJECTION REPORT.
      *-----------------------------------------------------------------
       01  WS-PROJ-HEADER.
           05  FILLER             PIC X(12)  VALUE '  JOB NAME  '.
           05  FILLER             PIC X(10)  VALUE 'PRED      '.
           05  FILLER             PIC X(11)  VALUE 'WINDOW     '.
           05  FILLER             PIC X(10)  VALUE 'STATE     '.
           05  FILLER             PIC X(10)  VALUE 'START     '.
           05  FILLER             PIC X(10)  VALUE 'NORM      '.
           05  FILLER             PIC X(03)  VALUE 'END'.
      *
       01  WS-PROJ-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-PRJ-JOB         PIC X(08).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-PRJ-PRED        PIC X(08).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-PRJ-WINDOW      PIC X(09).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-PRJ-STATE       PIC X(08).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-PRJ-START       PIC X(08).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-PRJ-NORM        PIC X(08).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-PRJ-END         PIC X(08).
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-PRJ-PATH        PIC X(01).
      *
       01  WS-PATH-LINE.
           05  FILLER             PIC X(04)  VALUE SPACES.
           05  WS-PTH-SEQ         PIC Z9.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-PTH-JOB         PIC X(08).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-PTH-START       PIC X(08).
           05  FILLER             PIC X(04)  VALUE ' TO '.
           05  WS-PTH-END         PIC X(08).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-PTH-GATE        PIC X(22).
      *
       01  WS-TIME-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-TIME-LABEL      PIC X(32).
           05  WS-TIME-OUT        PIC X(08).
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  WS-TIME-NOTE       PIC X(30).
      *
       01  WS-COUNT-LINE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  WS-COUNT-LABEL     PIC X(32).
           05  WS-COUNT-OUT       PIC Z(06)9.
      *
      *-----------------------------------------------------------------
      *    CONSOLE ALERTS.
      *-----------------------------------------------------------------
       01  WS-MISS-ALERT.
           05  FILLER             PIC X(26)
                                  VALUE 'BATCHPERF - PROJECTED END '.
           05  WS-MSA-END         PIC X(08).
           05  FILLER             PIC X(08)  VALUE ' MISSES '.
           05  WS-MSA-TARGET      PIC X(08).
           05  FILLER             PIC X(10)  VALUE ' DEADLINE '.
           05  WS-MSA-DEADLINE    PIC X(05).
           05  FILLER             PIC X(04)  VALUE ' BY '.
           05  WS-MSA-BY          PIC X(08).
      *
       01  WS-PATH-ALERT.
           05  FILLER             PIC X(26)
                                  VALUE 'BATCHPERF - CRITICAL PATH '.
           05  FILLER             PIC X(14)
                                  VALUE 'ENDS WITH JOB '.
           05  WS-PTA-JOB         PIC X(08).
           05  FILLER             PIC X(06)  VALUE ' FROM '.
           05  WS-PTA-ROOT        PIC X(08).
      *
       01  WS-LONG-ALERT.
           05  FILLER             PIC X(16)
                                  VALUE 'BATCHPERF - JOB '.
           05  WS-LGA-JOB         PIC X(08).
           05  WS-LGA-VERB        PIC X(09).
           05  WS-LGA-ELAPSED     PIC X(08).
           05  FILLER             PIC X(14)
                                  VALUE ' AGAINST NORM '.
           05  WS-LGA-NORM        PIC X(08).
      *
       77  WS-CARDS-READ          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-CARDS-REJECTED      PIC 9(07)  COMP  VALUE ZERO.
       77  WS-HIST-READ           PIC 9(07)  COMP  VALUE ZERO.
       77  WS-STEPS-TIMED         PIC 9(07)  COMP  VALUE ZERO.
       77  WS-STEPS-UNTIMED       PIC 9(07)  COMP  VALUE ZERO.
       77  WS-LEDGER-READ         PIC 9(07)  COMP  VALUE ZERO.
       77  WS-OUTLIER-COUNT       PIC 9(07)  COMP  VALUE ZERO.
       77  WS-LATEST-OUTLIERS     PIC 9(07)  COMP  VALUE ZERO.
       77  WS-LONG-COUNT          PIC 9(07)  COMP  VALUE ZERO.
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
           PERFORM 2000-LOAD-SCHEDULE
               THRU 2000-EXIT.
      *
           IF BCH-RETURN-CODE = 8
               IF WS-REPORT-MODE
                   PERFORM 6000-WRITE-AUDIT-RECORD
                       THRU 6000-EXIT
               END-IF
               GO TO 9999-EXIT
           END-IF.
      *
           PERFORM 3000-LOAD-HISTORY
               THRU 3000-EXIT.
      *
           IF WS-PERF-COUNT > ZERO
               PERFORM 3500-COMPUTE-NORM
                   THRU 3500-EXIT
                   VARYING WS-PERF-IDX FROM 1 BY 1
                   UNTIL WS-PERF-IDX > WS-PERF-COUNT
           END-IF.
      *
           PERFORM 4000-PRINT-TREND
               THRU 4000-EXIT.
      *
           PERFORM 4500-PRINT-OUTLIERS
               THRU 4500-EXIT.
      *
           PERFORM 5000-INIT-PROJECTION
               THRU 5000-EXIT.
      *
           IF WS-ALERT-MODE
               PERFORM 5200-LOAD-LIVE-LEDGER
                   THRU 5200-EXIT
               IF BCH-RETURN-CODE = 8
                   GO TO 9999-EXIT
               END-IF
           END-IF.
      *
           PERFORM 5500-PROJECT-SCHEDULE
               THRU 5500-EXIT.
      *
           PERFORM 5700-FIND-CRITICAL-PATH
               THRU 5700-EXIT.
      *
           PERFORM 7000-PRINT-PROJECTION
               THRU 7000-EXIT.
      *
           PERFORM 7500-CHECK-DEADLINE
               THRU 7500-EXIT.
      *
           IF WS-ALERT-MODE
               PERFORM 5800-CHECK-TODAY-RUN
                   THRU 5800-EXIT
                   VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > BCH-SKED-COUNT
           END-IF.
      *
           PERFORM 7800-PRINT-TOTALS
               THRU 7800-EXIT.
      *
           IF WS-REPORT-MODE
               PERFORM 6000-WRITE-AUDIT-RECORD
                   THRU 6000-EXIT
           END-IF.
      *
           GO TO 9999-EXIT.
      *
      *-----------------------------------------------------------------
      *    1000-INITIALIZE - STAMP AND PRINT THE BANNER LINE, READ
      *    THE CONTROL CARDS AND TAKE THE TIME "NOW" IS MEASURED
      *    FROM IN ALERT MODE.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
      *
           MOVE 'BATCHPRF'           TO BCH-BANNER-JOB-NAME.
           MOVE 'STEP01'             TO BCH-BANNER-STEP-NAME.
           MOVE 'BATCH RUN-TIME TRENDING AND FORECAST'
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
      *
           PERFORM 1100-READ-CARDS
               THRU 1100-EXIT.
      *
      *    REPORT MODE PLANS THE WHOLE DAY FROM THE NORMS, SO "NOW"
      *    STAYS AT MIDNIGHT AND HOLDS NOTHING BACK.
           IF WS-ALERT-MODE
               MOVE BCH-BANNER-RUN-TIME TO WS-TIME-IN
               PERFORM 7910-TIME-TO-SECS
                   THRU 7910-EXIT
               MOVE WS-TIME-SECS TO WS-NOW-SECS
           END-IF.
      *
           GO TO 1000-EXIT.
      *
       1000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1100-READ-CARDS - THE OPTIONAL SYSIN CONTROL CARDS (SEE
      *    COPYBOOK PERFCRD).  NO CARDS AT ALL IS THE NIGHTLY REPORT.
      *-----------------------------------------------------------------
       1100-READ-CARDS.
      *
           OPEN INPUT CARD-FILE.
           IF WS-CARD-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.
      *
           PERFORM 1150-EDIT-ONE-CARD
               THRU 1150-EXIT
               UNTIL WS-CARD-EOF.
      *
           CLOSE CARD-FILE.
      *
           GO TO 1100-EXIT.
      *
       1100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    1150-EDIT-ONE-CARD - ONE CARD PER CALL.  A CARD THAT DOES
      *    NOT EDIT IS LISTED AND IGNORED; THE DEFAULT STANDS.
      *-----------------------------------------------------------------
       1150-EDIT-ONE-CARD.
      *
           READ CARD-FILE
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-SW
                   GO TO 1150-EXIT
           END-READ.
      *
           IF BCH-PFC-CARD = SPACES OR
              BCH-PFC-CARD(1:1) = '*'
               GO TO 1150-EXIT
           END-IF.
      *
           ADD 1 TO WS-CARDS-READ.
      *
           IF BCH-PFC-KEYWORD = 'MODE'
               IF BCH-PFC-VALUE = 'REPORT' OR
                  BCH-PFC-VALUE = 'ALERT'
                   MOVE BCH-PFC-VALUE(1:6) TO WS-RUN-MODE
                   GO TO 1150-EXIT
               END-IF
               GO TO 1150-REJECT
           END-IF.
      *
           IF BCH-PFC-KEYWORD = 'DAYS'
               IF BCH-PFC-VALUE(1:3) NUMERIC AND
                  BCH-PFC-VALUE(1:3) NOT = '000' AND
                  BCH-PFC-VALUE(1:3) NOT > '030' AND
                  BCH-PFC-VALUE(4:5) = SPACES
                   MOVE BCH-PFC-VALUE(1:3) TO WS-WINDOW-RUNS
                   GO TO 1150-EXIT
               END-IF
               GO TO 1150-REJECT
           END-IF.
      *
           IF BCH-PFC-KEYWORD = 'OUTLIER'
               IF BCH-PFC-VALUE(1:3) NUMERIC AND
                  BCH-PFC-VALUE(1:3) > '100' AND
                  BCH-PFC-VALUE(4:5) = SPACES
                   MOVE BCH-PFC-VALUE(1:3) TO WS-OUTLIER-PCT
                   GO TO 1150-EXIT
               END-IF
               GO TO 1150-REJECT
           END-IF.
      *
           IF BCH-PFC-KEYWORD = 'MINSECS'
               IF BCH-PFC-VALUE(1:5) NUMERIC AND
                  BCH-PFC-VALUE(6:3) = SPACES
                   MOVE BCH-PFC-VALUE(1:5) TO WS-MIN-SECS
                   GO TO 1150-EXIT
               END-IF
               GO TO 1150-REJECT
           END-IF.
      *
           IF BCH-PFC-KEYWORD = 'TARGET'
               IF BCH-PFC-VALUE NOT = SPACES
                   MOVE BCH-PFC-VALUE TO WS-TARGET-JOB
                   GO TO 1150-EXIT
               END-IF
               GO TO 1150-REJECT
           END-IF.
      *
           IF BCH-PFC-KEYWORD = 'DEADLINE'
               MOVE BCH-PFC-VALUE(1:4) TO WS-HHMM-IN
               PERFORM 7920-HHMM-TO-SECS
                   THRU 7920-EXIT
               IF WS-TIME-OK AND
                  BCH-PFC-VALUE(5:4) = SPACES
                   MOVE BCH-PFC-VALUE(1:4) TO WS-DEADLINE-HHMM
                   GO TO 1150-EXIT
               END-IF
               GO TO 1150-REJECT
           END-IF.
      *
       1150-REJECT.
           ADD 1 TO WS-CARDS-REJECTED.
           DISPLAY 'BATCHPERF - CARD REJECTED: ' BCH-PFC-CARD(1:40).
           IF BCH-RETURN-CODE < 4
               MOVE 4 TO BCH-RETURN-CODE
           END-IF.
           GO TO 1150-EXIT.
      *
       1150-EXIT.
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
      *    2000-LOAD-SCHEDULE - PULL THE DAY'S SCHEDULE FROM THE
      *    SKEDMAST SCHEDULE MASTER INTO THE BCH-SKED-TABLE, SAME AS
      *    LATEMON.  WITHOUT A SCHEDULE THERE IS NO CHAIN TO
      *    PROJECT - THAT IS A FAILURE, NOT A WARNING.
      *-----------------------------------------------------------------
       2000-LOAD-SCHEDULE.
      *
           MOVE ZERO TO BCH-SKED-COUNT.
      *
           OPEN INPUT SCHEDULE-MASTER-FILE.
           IF WS-SKEDMAST-STATUS NOT = '00'
               DISPLAY 'BATCHPERF - SCHEDULE MASTER NOT AVAILABLE,'
                   ' STATUS ' WS-SKEDMAST-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
      *
           PERFORM 2100-READ-SCHEDULE
               THRU 2100-EXIT
               UNTIL WS-SKEDMAST-EOF.
      *
           CLOSE SCHEDULE-MASTER-FILE.
      *
           GO TO 2000-EXIT.
      *
       2000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    2100-READ-SCHEDULE - ONE SCHEDULE-MASTER RECORD PER CALL.
      *    ENTRIES NOT IN EFFECT FOR TODAY ARE SKIPPED; A HOLD
      *    COUNTS ONLY INSIDE ITS OWN HOLD-FROM/TO DATES.
      *-----------------------------------------------------------------
       2100-READ-SCHEDULE.
      *
           READ SCHEDULE-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-SKEDMAST-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
      *
           IF BCH-SKED-EFF-FROM NOT = SPACES AND
              BCH-SKED-EFF-FROM > BCH-BANNER-RUN-DATE
               GO TO 2100-EXIT
           END-IF.
           IF BCH-SKED-EFF-TO NOT = SPACES AND
              BCH-SKED-EFF-TO < BCH-BANNER-RUN-DATE
               GO TO 2100-EXIT
           END-IF.
      *
           IF BCH-SKED-COUNT >= 20
               DISPLAY 'BATCHPERF - SCHEDULE TABLE FULL - SKIPPED: '
                   BCH-SKED-JOB-NAME
               GO TO 2100-EXIT
           END-IF.
      *
           ADD 1 TO BCH-SKED-COUNT.
           SET BCH-SKED-IDX TO BCH-SKED-COUNT.
           MOVE BCH-SKED-JOB-NAME
               TO BCH-SKED-TAB-NAME (BCH-SKED-IDX).
           MOVE BCH-SKED-WINDOW
               TO BCH-SKED-TAB-WINDOW (BCH-SKED-IDX).
           MOVE SPACE
               TO BCH-SKED-TAB-HOLD (BCH-SKED-IDX).
           IF BCH-SKED-HOLD-FLAG = 'H'
            AND (BCH-SKED-HOLD-FROM = SPACES OR
                 BCH-SKED-HOLD-FROM NOT > BCH-BANNER-RUN-DATE)
            AND (BCH-SKED-HOLD-TO = SPACES OR
                 BCH-SKED-HOLD-TO NOT < BCH-BANNER-RUN-DATE)
               MOVE 'H' TO BCH-SKED-TAB-HOLD (BCH-SKED-IDX)
           END-IF.
           MOVE BCH-SKED-PRED-NAME
               TO BCH-SKED-TAB-PRED (BCH-SKED-IDX).
      *
           GO TO 2100-EXIT.
      *
       2100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3000-LOAD-HISTORY - READ THE ARCHIVED LEDGER AND BUILD THE
      *    PER-JOB RUN-TIME TABLE.  NO ARCHIVE LEAVES EVERY STEP
      *    WITHOUT A NORM - THE PROJECTION STILL RUNS ON THE WINDOWS
      *    ALONE, BUT THE RUN ENDS AT RC 4.
      *-----------------------------------------------------------------
       3000-LOAD-HISTORY.
      *
           OPEN INPUT CHKPT-HISTORY-FILE.
           IF WS-CHKPTHST-STATUS NOT = '00'
               DISPLAY 'BATCHPERF - CHKPTHST OPEN FAILED, STATUS '
                   WS-CHKPTHST-STATUS
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
               GO TO 3000-EXIT
           END-IF.
      *
           PERFORM 3100-READ-HISTORY
               THRU 3100-EXIT
               UNTIL WS-CHKPTHST-EOF.
      *
           CLOSE CHKPT-HISTORY-FILE.
      *
           GO TO 3000-EXIT.
      *
       3000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3100-READ-HISTORY - ONE ARCHIVED LEDGER RECORD PER CALL.
      *    ONLY COMPLETED STEP (ST) RECORDS ARE TIMED; DAY HEADERS,
      *    COMMIT POINTS AND FAILED ATTEMPTS SAY NOTHING ABOUT HOW
      *    LONG THE STEP TAKES WHEN IT WORKS.
      *-----------------------------------------------------------------
       3100-READ-HISTORY.
      *
           READ CHKPT-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-CHKPTHST-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
      *
           ADD 1 TO WS-HIST-READ.
           MOVE CHKPT-HISTORY-RECORD TO BCH-CHKPT-RECORD.
      *
           IF NOT BCH-CHKPT-IS-STEP OR
              NOT BCH-CHKPT-IS-COMPLETE
               GO TO 3100-EXIT
           END-IF.
      *
           PERFORM 3050-COMPUTE-ELAPSED
               THRU 3050-EXIT.
           IF NOT WS-TIME-OK
               ADD 1 TO WS-STEPS-UNTIMED
               GO TO 3100-EXIT
           END-IF.
      *
           MOVE BCH-CHKPT-JOB-NAME TO WS-FIND-NAME.
           PERFORM 3200-FIND-PERF-ROW
               THRU 3200-EXIT.
           IF NOT WS-JOB-FOUND
               GO TO 3100-EXIT
           END-IF.
      *
           PERFORM 3300-ADD-OBSERVATION
               THRU 3300-EXIT.
           ADD 1 TO WS-STEPS-TIMED.
      *
           GO TO 3100-EXIT.
      *
       3100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3050-COMPUTE-ELAPSED - STEP START TO STEP END, IN SECONDS,
      *    FROM THE LEDGER RECORD IN BCH-CHKPT-RECORD.  A STEP THAT
      *    ENDS BEFORE IT STARTED RAN OVER MIDNIGHT.
      *-----------------------------------------------------------------
       3050-COMPUTE-ELAPSED.
      *
           MOVE ZERO TO WS-ELAPSED-SECS.
      *
           MOVE BCH-CHKPT-START-TIME TO WS-TIME-IN.
           PERFORM 7910-TIME-TO-SECS
               THRU 7910-EXIT.
           IF NOT WS-TIME-OK
               GO TO 3050-EXIT
           END-IF.
           MOVE WS-TIME-SECS TO WS-START-SECS.
      *
           MOVE BCH-CHKPT-END-TIME TO WS-TIME-IN.
           PERFORM 7910-TIME-TO-SECS
               THRU 7910-EXIT.
           IF NOT WS-TIME-OK
               GO TO 3050-EXIT
           END-IF.
           MOVE WS-TIME-SECS TO WS-END-SECS.
      *
           IF WS-END-SECS < WS-START-SECS
               ADD 86400 TO WS-END-SECS
           END-IF.
           COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS.
      *
           GO TO 3050-EXIT.
      *
       3050-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3200-FIND-PERF-ROW - LOCATE (OR ADD) THE RUN-TIME ROW FOR
      *    THE JOB IN WS-FIND-NAME.  WS-PERF-SUB IS LEFT ON THE ROW.
      *-----------------------------------------------------------------
       3200-FIND-PERF-ROW.
      *
           PERFORM 3250-SEARCH-PERF-ROW
               THRU 3250-EXIT.
      *
           IF WS-JOB-FOUND
               GO TO 3200-EXIT
           END-IF.
      *
           IF WS-PERF-COUNT >= 30
               DISPLAY 'BATCHPERF - RUN-TIME TABLE FULL - SKIPPED: '
                   WS-FIND-NAME
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
               GO TO 3200-EXIT
           END-IF.
      *
           ADD 1 TO WS-PERF-COUNT.
           MOVE WS-PERF-COUNT TO WS-PERF-SUB.
           SET WS-PERF-IDX TO WS-PERF-SUB.
           MOVE WS-FIND-NAME TO WS-PERF-JOB-NAME (WS-PERF-IDX).
           MOVE ZERO TO WS-PERF-OBS-COUNT  (WS-PERF-IDX)
                        WS-PERF-LAST-SLOT  (WS-PERF-IDX)
                        WS-PERF-TOTAL-SECS (WS-PERF-IDX)
                        WS-PERF-AVG-SECS   (WS-PERF-IDX)
                        WS-PERF-WORST-SECS (WS-PERF-IDX).
           MOVE 1 TO WS-PERF-NEXT-SLOT (WS-PERF-IDX).
           MOVE SPACES TO WS-PERF-WORST-DATE (WS-PERF-IDX).
           MOVE 'Y' TO WS-JOB-FOUND-SW.
      *
           GO TO 3200-EXIT.
      *
       3200-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3250-SEARCH-PERF-ROW - LOOK UP, WITHOUT ADDING, THE RUN-
      *    TIME ROW FOR THE JOB IN WS-FIND-NAME.
      *-----------------------------------------------------------------
       3250-SEARCH-PERF-ROW.
      *
           MOVE 'N'  TO WS-JOB-FOUND-SW.
           MOVE ZERO TO WS-PERF-SUB.
      *
           IF WS-PERF-COUNT = ZERO
               GO TO 3250-EXIT
           END-IF.
      *
           SET WS-PERF-IDX TO 1.
           SEARCH WS-PERF-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PERF-JOB-NAME (WS-PERF-IDX) = WS-FIND-NAME
                AND WS-PERF-IDX <= WS-PERF-COUNT
                   MOVE 'Y' TO WS-JOB-FOUND-SW
                   SET WS-PERF-SUB TO WS-PERF-IDX
           END-SEARCH.
      *
           GO TO 3250-EXIT.
      *
       3250-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3300-ADD-OBSERVATION - PUT THE RUN INTO THE JOB'S RING.  A
      *    SECOND COMPLETED RUN ON THE SAME DATE (A RERUN) REPLACES
      *    THE FIRST, SO THE RING HOLDS ONE ELAPSED TIME PER DAY -
      *    THE ONE THE BATCH DAY ACTUALLY WAITED FOR.
      *-----------------------------------------------------------------
       3300-ADD-OBSERVATION.
      *
           SET WS-PERF-IDX TO WS-PERF-SUB.
      *
           IF WS-PERF-OBS-COUNT (WS-PERF-IDX) > ZERO
               MOVE WS-PERF-LAST-SLOT (WS-PERF-IDX) TO WS-OBS-SUB
               IF WS-PERF-OBS-DATE (WS-PERF-IDX, WS-OBS-SUB) =
                      BCH-CHKPT-RUN-DATE
                   MOVE WS-ELAPSED-SECS
                       TO WS-PERF-OBS-SECS (WS-PERF-IDX, WS-OBS-SUB)
                   GO TO 3300-EXIT
               END-IF
           END-IF.
      *
           MOVE WS-PERF-NEXT-SLOT (WS-PERF-IDX) TO WS-OBS-SUB.
           MOVE BCH-CHKPT-RUN-DATE
               TO WS-PERF-OBS-DATE (WS-PERF-IDX, WS-OBS-SUB).
           MOVE WS-ELAPSED-SECS
               TO WS-PERF-OBS-SECS (WS-PERF-IDX, WS-OBS-SUB).
           MOVE WS-OBS-SUB TO WS-PERF-LAST-SLOT (WS-PERF-IDX).
      *
           IF WS-PERF-OBS-COUNT (WS-PERF-IDX) < WS-WINDOW-RUNS
               ADD 1 TO WS-PERF-OBS-COUNT (WS-PERF-IDX)
           END-IF.
      *
           ADD 1 TO WS-PERF-NEXT-SLOT (WS-PERF-IDX).
           IF WS-PERF-NEXT-SLOT (WS-PERF-IDX) > WS-WINDOW-RUNS
               MOVE 1 TO WS-PERF-NEXT-SLOT (WS-PERF-IDX)
           END-IF.
      *
           GO TO 3300-EXIT.
      *
       3300-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3500-COMPUTE-NORM - TOTAL, AVERAGE AND WORST CASE OVER THE
      *    RUNS IN ONE JOB'S WINDOW.  WS-PERF-IDX IS THE ROW.
      *-----------------------------------------------------------------
       3500-COMPUTE-NORM.
      *
           MOVE ZERO   TO WS-PERF-TOTAL-SECS (WS-PERF-IDX)
                          WS-PERF-WORST-SECS (WS-PERF-IDX).
           MOVE SPACES TO WS-PERF-WORST-DATE (WS-PERF-IDX).
      *
           PERFORM 3550-TALLY-ONE-RUN
               THRU 3550-EXIT
               VARYING WS-OBS-SUB FROM 1 BY 1
               UNTIL WS-OBS-SUB > WS-PERF-OBS-COUNT (WS-PERF-IDX).
      *
           COMPUTE WS-PERF-AVG-SECS (WS-PERF-IDX) ROUNDED =
               WS-PERF-TOTAL-SECS (WS-PERF-IDX) /
               WS-PERF-OBS-COUNT (WS-PERF-IDX).
           MOVE 'Y' TO WS-HAVE-HISTORY-SW.
      *
           GO TO 3500-EXIT.
      *
       3500-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    3550-TALLY-ONE-RUN - ONE RING SLOT PER CALL.  ON A TIE THE
      *    LATER DATE IS KEPT AS THE WORST RUN.
      *-----------------------------------------------------------------
       3550-TALLY-ONE-RUN.
      *
           ADD WS-PERF-OBS-SECS (WS-PERF-IDX, WS-OBS-SUB)
               TO WS-PERF-TOTAL-SECS (WS-PERF-IDX).
      *
           IF WS-PERF-OBS-SECS (WS-PERF-IDX, WS-OBS-SUB) >
                  WS-PERF-WORST-SECS (WS-PERF-IDX)
              OR (WS-PERF-OBS-SECS (WS-PERF-IDX, WS-OBS-SUB) =
                  WS-PERF-WORST-SECS (WS-PERF-IDX) AND
                  WS-PERF-OBS-DATE (WS-PERF-IDX, WS-OBS-SUB) >
                  WS-PERF-WORST-DATE (WS-PERF-IDX))
               MOVE WS-PERF-OBS-SECS (WS-PERF-IDX, WS-OBS-SUB)
                   TO WS-PERF-WORST-SECS (WS-PERF-IDX)
               MOVE WS-PERF-OBS-DATE (WS-PERF-IDX, WS-OBS-SUB)
                   TO WS-PERF-WORST-DATE (WS-PERF-IDX)
           END-IF.
      *
           GO TO 3550-EXIT.
      *
       3550-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4000-PRINT-TREND - ONE LINE PER JOB: RUNS IN THE WINDOW,
      *    THE LAST RUN, THE NORM, THE WORST CASE, AND THE LAST RUN
      *    AS A PERCENTAGE OF THE NORM ('*' WHEN IT IS AN OUTLIER).
      *-----------------------------------------------------------------
       4000-PRINT-TREND.
      *
           MOVE WS-WINDOW-RUNS TO WS-TTL-RUNS.
           DISPLAY WS-TREND-TITLE.
           DISPLAY ' '.
           DISPLAY WS-TREND-HEADER.
      *
           IF WS-PERF-COUNT = ZERO
               DISPLAY '  NO COMPLETED STEPS ON THE LEDGER ARCHIVE'
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
               GO TO 4000-EXIT
           END-IF.
      *
           PERFORM 4100-PRINT-ONE-JOB
               THRU 4100-EXIT
               VARYING WS-PERF-IDX FROM 1 BY 1
               UNTIL WS-PERF-IDX > WS-PERF-COUNT.
      *
           GO TO 4000-EXIT.
      *
       4000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4100-PRINT-ONE-JOB - ONE TREND LINE.  THE LAST RUN IS
      *    TESTED AGAINST THE NORM OF THE OTHER RUNS, AS 4500 DOES.
      *-----------------------------------------------------------------
       4100-PRINT-ONE-JOB.
      *
           MOVE WS-PERF-LAST-SLOT (WS-PERF-IDX) TO WS-OBS-SUB.
      *
           MOVE WS-PERF-JOB-NAME (WS-PERF-IDX)  TO WS-TRD-JOB.
           MOVE WS-PERF-OBS-COUNT (WS-PERF-IDX) TO WS-TRD-RUNS.
           MOVE WS-PERF-OBS-DATE (WS-PERF-IDX, WS-OBS-SUB)
               TO WS-TRD-LAST-DATE.
           MOVE WS-PERF-WORST-DATE (WS-PERF-IDX)
               TO WS-TRD-WORST-DATE.
      *
           MOVE WS-PERF-OBS-SECS (WS-PERF-IDX, WS-OBS-SUB)
               TO WS-FMT-SECS.
           PERFORM 7900-FORMAT-SECS
               THRU 7900-EXIT.
           MOVE WS-FMT-TIME TO WS-TRD-LAST.
      *
           MOVE WS-PERF-AVG-SECS (WS-PERF-IDX) TO WS-FMT-SECS.
           PERFORM 7900-FORMAT-SECS
               THRU 7900-EXIT.
           MOVE WS-FMT-TIME TO WS-TRD-AVERAGE.
      *
           MOVE WS-PERF-WORST-SECS (WS-PERF-IDX) TO WS-FMT-SECS.
           PERFORM 7900-FORMAT-SECS
               THRU 7900-EXIT.
           MOVE WS-FMT-TIME TO WS-TRD-WORST.
      *
           MOVE WS-PERF-OBS-SECS (WS-PERF-IDX, WS-OBS-SUB)
               TO WS-TEST-SECS.
           MOVE WS-PERF-AVG-SECS (WS-PERF-IDX) TO WS-TEST-NORM.
           PERFORM 7950-COMPUTE-PCT
               THRU 7950-EXIT.
           MOVE WS-PCT TO WS-TRD-PCT.
      *
           MOVE SPACE TO WS-TRD-FLAG.
           IF WS-PERF-OBS-COUNT (WS-PERF-IDX) >= 3
               COMPUTE WS-TEST-NORM ROUNDED =
                   (WS-PERF-TOTAL-SECS (WS-PERF-IDX) - WS-TEST-SECS)
                   / (WS-PERF-OBS-COUNT (WS-PERF-IDX) - 1)
               PERFORM 7700-TEST-OUTLIER
                   THRU 7700-EXIT
               IF WS-IS-OUTLIER
                   MOVE '*' TO WS-TRD-FLAG
               END-IF
           END-IF.
      *
           DISPLAY WS-TREND-LINE.
      *
           GO TO 4100-EXIT.
      *
       4100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4500-PRINT-OUTLIERS - EVERY RUN IN A WINDOW THAT WAS WELL
      *    ABOVE THE NORM OF THE JOB'S OTHER RUNS.  A JOB NEEDS AT
      *    LEAST THREE RUNS (TWO TO MAKE THE NORM).  AN OUTLIER ON A
      *    STEP'S MOST RECENT RUN IS CURRENT AND RAISES RC 4; OLDER
      *    ONES ARE LISTED FOR THE TREND ONLY.
      *-----------------------------------------------------------------
       4500-PRINT-OUTLIERS.
      *
           DISPLAY ' '.
           MOVE WS-OUTLIER-PCT TO WS-OTL-PCT.
           MOVE WS-MIN-SECS    TO WS-OTL-SECS.
           DISPLAY WS-OUTLIER-TITLE.
           DISPLAY ' '.
           DISPLAY WS-OUTLIER-HEADER.
      *
           IF WS-PERF-COUNT > ZERO
               PERFORM 4510-SCAN-ONE-JOB
                   THRU 4510-EXIT
                   VARYING WS-PERF-IDX FROM 1 BY 1
                   UNTIL WS-PERF-IDX > WS-PERF-COUNT
           END-IF.
      *
           IF WS-OUTLIER-COUNT = ZERO
               DISPLAY '  NONE'
           END-IF.
      *
           IF WS-LATEST-OUTLIERS > ZERO AND
              BCH-RETURN-CODE < 4
               MOVE 4 TO BCH-RETURN-CODE
           END-IF.
      *
           GO TO 4500-EXIT.
      *
       4500-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4510-SCAN-ONE-JOB - WALK ONE JOB'S RING OLDEST FIRST.
      *    UNTIL THE RING HAS FILLED THE OLDEST RUN IS IN SLOT 1;
      *    AFTER THAT IT IS THE SLOT THE NEXT RUN WOULD TAKE.
      *-----------------------------------------------------------------
       4510-SCAN-ONE-JOB.
      *
           IF WS-PERF-OBS-COUNT (WS-PERF-IDX) < 3
               GO TO 4510-EXIT
           END-IF.
      *
           IF WS-PERF-OBS-COUNT (WS-PERF-IDX) < WS-WINDOW-RUNS
               MOVE 1 TO WS-OBS-START
           ELSE
               MOVE WS-PERF-NEXT-SLOT (WS-PERF-IDX) TO WS-OBS-START
           END-IF.
      *
           PERFORM 4520-TEST-ONE-RUN
               THRU 4520-EXIT
               VARYING WS-OBS-K FROM 0 BY 1
               UNTIL WS-OBS-K >= WS-PERF-OBS-COUNT (WS-PERF-IDX).
      *
           GO TO 4510-EXIT.
      *
       4510-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    4520-TEST-ONE-RUN - ONE RUN AGAINST THE AVERAGE OF THE
      *    OTHER RUNS IN THE WINDOW, SO ONE BAD NIGHT DOES NOT RAISE
      *    ITS OWN BAR.
      *-----------------------------------------------------------------
       4520-TEST-ONE-RUN.
      *
           COMPUTE WS-OBS-SUB = WS-OBS-START + WS-OBS-K.
           IF WS-OBS-SUB > WS-WINDOW-RUNS
               SUBTRACT WS-WINDOW-RUNS FROM WS-OBS-SUB
           END-IF.
      *
           MOVE WS-PERF-OBS-SECS (WS-PERF-IDX, WS-OBS-SUB)
               TO WS-TEST-SECS.
           COMPUTE WS-TEST-NORM ROUNDED =
               (WS-PERF-TOTAL-SECS (WS-PERF-IDX) - WS-TEST-SECS)
               / (WS-PERF-OBS-COUNT (WS-PERF-IDX) - 1).
      *
           PERFORM 7700-TEST-OUTLIER
               THRU 7700-EXIT.
           IF NOT WS-IS-OUTLIER
               GO TO 4520-EXIT
           END-IF.
      *
           ADD 1 TO WS-OUTLIER-COUNT.
      *
           MOVE WS-PERF-JOB-NAME (WS-PERF-IDX) TO WS-OUT-JOB.
           MOVE WS-PERF-OBS-DATE (WS-PERF-IDX, WS-OBS-SUB)
               TO WS-OUT-DATE.
           MOVE WS-TEST-SECS TO WS-FMT-SECS.
           PERFORM 7900-FORMAT-SECS
               THRU 7900-EXIT.
           MOVE WS-FMT-TIME TO WS-OUT-ELAPSED.
           MOVE WS-TEST-NORM TO WS-FMT-SECS.
           PERFORM 7900-FORMAT-SECS
               THRU 7900-EXIT.
           MOVE WS-FMT-TIME TO WS-OUT-NORM.
           PERFORM 7950-COMPUTE-PCT
               THRU 7950-EXIT.
           MOVE WS-PCT TO WS-OUT-PCT.
      *
           MOVE SPACES TO WS-OUT-LATEST.
           IF WS-OBS-SUB = WS-PERF-LAST-SLOT (WS-PERF-IDX)
               MOVE 'LATEST RUN' TO WS-OUT-LATEST
               ADD 1 TO WS-LATEST-OUTLIERS
           END-IF.
      *
           DISPLAY WS-OUTLIER-LINE.
      *
           GO TO 4520-EXIT.
      *
       4520-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5000-INIT-PROJECTION - ONE PROJECTION ROW PER SCHEDULE
      *    ENTRY: HELD OR WAITING, ITS PREDECESSOR'S ROW AND ITS NORM.
      *-----------------------------------------------------------------
       5000-INIT-PROJECTION.
      *
           IF BCH-SKED-COUNT > ZERO
               PERFORM 5100-INIT-ONE-JOB
                   THRU 5100-EXIT
                   VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > BCH-SKED-COUNT
           END-IF.
      *
           GO TO 5000-EXIT.
      *
       5000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5100-INIT-ONE-JOB - WS-JOB-SUB IS THE SCHEDULE ENTRY.
      *-----------------------------------------------------------------
       5100-INIT-ONE-JOB.
      *
           MOVE 'W'  TO WS-PROJ-STATE (WS-JOB-SUB).
           MOVE 'N'  TO WS-PROJ-RESOLVED (WS-JOB-SUB)
                        WS-PROJ-ON-PATH (WS-JOB-SUB)
                        WS-PROJ-HAS-NORM (WS-JOB-SUB).
           MOVE SPACE TO WS-PROJ-GATE (WS-JOB-SUB).
           MOVE ZERO TO WS-PROJ-PRED-SUB (WS-JOB-SUB)
                        WS-PROJ-NORM-SECS (WS-JOB-SUB)
                        WS-PROJ-ACT-START (WS-JOB-SUB)
                        WS-PROJ-ACT-END (WS-JOB-SUB)
                        WS-PROJ-START (WS-JOB-SUB)
                        WS-PROJ-END (WS-JOB-SUB).
      *
           IF BCH-SKED-TAB-HELD (WS-JOB-SUB)
               MOVE 'H' TO WS-PROJ-STATE (WS-JOB-SUB)
               MOVE 'Y' TO WS-PROJ-RESOLVED (WS-JOB-SUB)
           END-IF.
      *
           IF BCH-SKED-TAB-PRED (WS-JOB-SUB) NOT = SPACES
               MOVE BCH-SKED-TAB-PRED (WS-JOB-SUB) TO WS-FIND-NAME
               PERFORM 5150-FIND-SKED-JOB
                   THRU 5150-EXIT
               MOVE WS-SKED-SUB TO WS-PROJ-PRED-SUB (WS-JOB-SUB)
           END-IF.
      *
           MOVE BCH-SKED-TAB-NAME (WS-JOB-SUB) TO WS-FIND-NAME.
           PERFORM 3250-SEARCH-PERF-ROW
               THRU 3250-EXIT.
           IF WS-JOB-FOUND
               SET WS-PERF-IDX TO WS-PERF-SUB
               MOVE 'Y' TO WS-PROJ-HAS-NORM (WS-JOB-SUB)
               MOVE WS-PERF-AVG-SECS (WS-PERF-IDX)
                   TO WS-PROJ-NORM-SECS (WS-JOB-SUB)
           END-IF.
      *
           GO TO 5100-EXIT.
      *
       5100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5150-FIND-SKED-JOB - THE SCHEDULE ENTRY FOR THE JOB IN
      *    WS-FIND-NAME; WS-SKED-SUB IS ZERO WHEN IT IS NOT ON
      *    TODAY'S SCHEDULE.
      *-----------------------------------------------------------------
       5150-FIND-SKED-JOB.
      *
           MOVE ZERO TO WS-SKED-SUB.
      *
           IF BCH-SKED-COUNT = ZERO
               GO TO 5150-EXIT
           END-IF.
      *
           SET BCH-SKED-IDX TO 1.
           SEARCH BCH-SKED-ENTRY
               AT END
                   CONTINUE
               WHEN BCH-SKED-TAB-NAME (BCH-SKED-IDX) = WS-FIND-NAME
                AND BCH-SKED-IDX <= BCH-SKED-COUNT
                   SET WS-SKED-SUB TO BCH-SKED-IDX
           END-SEARCH.
      *
           GO TO 5150-EXIT.
      *
       5150-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5200-LOAD-LIVE-LEDGER - ALERT MODE ONLY.  TODAY'S RECORDS
      *    ON THE LIVE RESTART LEDGER SET EACH SCHEDULED JOB'S STATE;
      *    THE LEDGER IS IN WRITE ORDER, SO THE LATEST RECORD FOR A
      *    JOB WINS (A FAILED STEP THAT HAS BEEN RESTARTED IS RUNNING
      *    AGAIN).  NO LEDGER YET MEANS NOTHING HAS RUN TODAY.
      *-----------------------------------------------------------------
       5200-LOAD-LIVE-LEDGER.
      *
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHKPT-STATUS NOT = '00' AND
              WS-CHKPT-STATUS NOT = '05'
               DISPLAY 'BATCHPERF - CHKPT OPEN FAILED, STATUS '
                   WS-CHKPT-STATUS
               MOVE 8 TO BCH-RETURN-CODE
               GO TO 5200-EXIT
           END-IF.
      *
           PERFORM 5250-READ-LEDGER
               THRU 5250-EXIT
               UNTIL WS-CHKPT-EOF.
      *
           CLOSE CHECKPOINT-FILE.
      *
           GO TO 5200-EXIT.
      *
       5200-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5250-READ-LEDGER - ONE LIVE LEDGER RECORD PER CALL.  A
      *    COMMIT POINT MEANS THE STEP IS UNDER WAY; A STEP RECORD
      *    MEANS IT HAS ENDED, COMPLETE OR FAILED.  JOBS NOT ON
      *    TODAY'S SCHEDULE ARE NOT PART OF THE CHAIN.
      *-----------------------------------------------------------------
       5250-READ-LEDGER.
      *
           READ CHECKPOINT-FILE
               AT END
                   MOVE 'Y' TO WS-CHKPT-EOF-SW
                   GO TO 5250-EXIT
           END-READ.
      *
           ADD 1 TO WS-LEDGER-READ.
           MOVE CHKPT-LIVE-RECORD TO BCH-CHKPT-RECORD.
      *
           IF BCH-CHKPT-RUN-DATE NOT = BCH-BANNER-RUN-DATE
               GO TO 5250-EXIT
           END-IF.
           IF NOT BCH-CHKPT-IS-STEP AND
              NOT BCH-CHKPT-IS-COMMIT
               GO TO 5250-EXIT
           END-IF.
      *
           MOVE BCH-CHKPT-JOB-NAME TO WS-FIND-NAME.
           PERFORM 5150-FIND-SKED-JOB
               THRU 5150-EXIT.
           IF WS-SKED-SUB = ZERO
               GO TO 5250-EXIT
           END-IF.
           IF WS-PROJ-HELD (WS-SKED-SUB)
               GO TO 5250-EXIT
           END-IF.
      *
           MOVE BCH-CHKPT-START-TIME TO WS-TIME-IN.
           PERFORM 7910-TIME-TO-SECS
               THRU 7910-EXIT.
           IF NOT WS-TIME-OK
               MOVE WS-NOW-SECS TO WS-TIME-SECS
           END-IF.
           MOVE WS-TIME-SECS TO WS-PROJ-ACT-START (WS-SKED-SUB).
      *
           IF BCH-CHKPT-IS-COMMIT
               MOVE 'R' TO WS-PROJ-STATE (WS-SKED-SUB)
               GO TO 5250-EXIT
           END-IF.
      *
           IF NOT BCH-CHKPT-IS-COMPLETE
               MOVE 'F' TO WS-PROJ-STATE (WS-SKED-SUB)
               GO TO 5250-EXIT
           END-IF.
      *
           MOVE 'C' TO WS-PROJ-STATE (WS-SKED-SUB).
           PERFORM 3050-COMPUTE-ELAPSED
               THRU 3050-EXIT.
           COMPUTE WS-PROJ-ACT-END (WS-SKED-SUB) =
               WS-PROJ-ACT-START (WS-SKED-SUB) + WS-ELAPSED-SECS.
      *
           GO TO 5250-EXIT.
      *
       5250-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5500-PROJECT-SCHEDULE - RESOLVE START AND END FOR EVERY
      *    SCHEDULED JOB.  EACH PASS RESOLVES THE JOBS WHOSE
      *    PREDECESSOR IS ALREADY RESOLVED; TWENTY PASSES COVER THE
      *    LONGEST POSSIBLE CHAIN.  ANYTHING LEFT OVER IS WAITING ON
      *    A PREDECESSOR LOOP IN THE SCHEDULE MASTER - IT IS
      *    REPORTED AND PROJECTED FROM ITS OWN WINDOW.
      *-----------------------------------------------------------------
       5500-PROJECT-SCHEDULE.
      *
           IF BCH-SKED-COUNT = ZERO
               GO TO 5500-EXIT
           END-IF.
      *
           MOVE 'N'  TO WS-ALL-RESOLVED-SW.
           MOVE ZERO TO WS-PASS-COUNT.
           PERFORM 5600-PROJECTION-PASS
               THRU 5600-EXIT
               UNTIL WS-ALL-RESOLVED
                  OR WS-PASS-COUNT > 20.
      *
           IF WS-ALL-RESOLVED
               GO TO 5500-EXIT
           END-IF.
      *
           DISPLAY 'BATCHPERF - PREDECESSOR LOOP ON THE SCHEDULE'
               ' MASTER - LOOPED JOBS PROJECTED FROM THEIR WINDOWS'.
           IF BCH-RETURN-CODE < 4
               MOVE 4 TO BCH-RETURN-CODE
           END-IF.
      *
           MOVE 'Y' TO WS-IGNORE-PRED-SW.
           PERFORM 5600-PROJECTION-PASS
               THRU 5600-EXIT.
           MOVE 'N' TO WS-IGNORE-PRED-SW.
      *
           GO TO 5500-EXIT.
      *
       5500-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5600-PROJECTION-PASS - ONE PASS OVER THE SCHEDULE.
      *-----------------------------------------------------------------
       5600-PROJECTION-PASS.
      *
           ADD 1 TO WS-PASS-COUNT.
           MOVE 'Y' TO WS-ALL-RESOLVED-SW.
      *
           PERFORM 5610-PROJECT-ONE-JOB
               THRU 5610-EXIT
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > BCH-SKED-COUNT.
      *
           GO TO 5600-EXIT.
      *
       5600-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5610-PROJECT-ONE-JOB - A JOB CAN START AT ITS WINDOW START
      *    OR WHEN ITS PREDECESSOR ENDS, WHICHEVER IS LATER (A HELD
      *    PREDECESSOR IMPOSES NO WAIT), AND NEVER BEFORE NOW.
      *      COMPLETE - ACTUAL START AND END.
      *      RUNNING  - ACTUAL START, NORM END, NOT BEFORE NOW.
      *      FAILED   - RERUN FROM NOW FOR ITS NORM.
      *      WAITING  - EARLIEST START FOR ITS NORM.
      *    A JOB WITH NO HISTORY IS GIVEN A NORM OF ZERO.
      *-----------------------------------------------------------------
       5610-PROJECT-ONE-JOB.
      *
           IF WS-PROJ-RESOLVED (WS-JOB-SUB) = 'Y'
               GO TO 5610-EXIT
           END-IF.
      *
           MOVE ZERO TO WS-PRED-END.
           MOVE WS-PROJ-PRED-SUB (WS-JOB-SUB) TO WS-PRED-SUB.
           IF WS-PRED-SUB > ZERO AND NOT WS-IGNORE-PRED
               IF WS-PROJ-RESOLVED (WS-PRED-SUB) NOT = 'Y'
                   MOVE 'N' TO WS-ALL-RESOLVED-SW
                   GO TO 5610-EXIT
               END-IF
               IF NOT WS-PROJ-HELD (WS-PRED-SUB)
                   MOVE WS-PROJ-END (WS-PRED-SUB) TO WS-PRED-END
               END-IF
           END-IF.
      *
           MOVE BCH-SKED-TAB-WSTART (WS-JOB-SUB) TO WS-HHMM-IN.
           PERFORM 7920-HHMM-TO-SECS
               THRU 7920-EXIT.
           MOVE WS-TIME-SECS TO WS-BASE-START.
           MOVE 'W' TO WS-PROJ-GATE (WS-JOB-SUB).
           IF WS-PRED-END > WS-BASE-START
               MOVE WS-PRED-END TO WS-BASE-START
               MOVE 'P' TO WS-PROJ-GATE (WS-JOB-SUB)
           END-IF.
           IF WS-NOW-SECS > WS-BASE-START
               MOVE WS-NOW-SECS TO WS-BASE-START
               MOVE 'N' TO WS-PROJ-GATE (WS-JOB-SUB)
           END-IF.
      *
           EVALUATE TRUE
               WHEN WS-PROJ-COMPLETE (WS-JOB-SUB)
                   MOVE 'A' TO WS-PROJ-GATE (WS-JOB-SUB)
                   MOVE WS-PROJ-ACT-START (WS-JOB-SUB)
                       TO WS-PROJ-START (WS-JOB-SUB)
                   MOVE WS-PROJ-ACT-END (WS-JOB-SUB)
                       TO WS-PROJ-END (WS-JOB-SUB)
               WHEN WS-PROJ-RUNNING (WS-JOB-SUB)
                   MOVE 'A' TO WS-PROJ-GATE (WS-JOB-SUB)
                   MOVE WS-PROJ-ACT-START (WS-JOB-SUB)
                       TO WS-PROJ-START (WS-JOB-SUB)
                   COMPUTE WS-PROJ-END (WS-JOB-SUB) =
                       WS-PROJ-ACT-START (WS-JOB-SUB) +
                       WS-PROJ-NORM-SECS (WS-JOB-SUB)
                   IF WS-PROJ-END (WS-JOB-SUB) < WS-NOW-SECS
                       MOVE WS-NOW-SECS TO WS-PROJ-END (WS-JOB-SUB)
                   END-IF
               WHEN OTHER
                   MOVE WS-BASE-START TO WS-PROJ-START (WS-JOB-SUB)
                   COMPUTE WS-PROJ-END (WS-JOB-SUB) =
                       WS-BASE-START + WS-PROJ-NORM-SECS (WS-JOB-SUB)
           END-EVALUATE.
      *
           MOVE 'Y' TO WS-PROJ-RESOLVED (WS-JOB-SUB).
      *
           GO TO 5610-EXIT.
      *
       5610-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5700-FIND-CRITICAL-PATH - THE JOB PROJECTED TO END LAST
      *    (NOT HELD, NOT THE TARGET ITSELF) ENDS THE BATCH; ITS
      *    PREDECESSOR CHAIN IS THE CRITICAL PATH.  THE WALK STOPS
      *    AT A HELD PREDECESSOR, AT THE TOP OF THE CHAIN, OR ON
      *    COMING BACK ROUND A LOOP.
      *-----------------------------------------------------------------
       5700-FIND-CRITICAL-PATH.
      *
           MOVE ZERO TO WS-PATH-COUNT
                        WS-BATCH-END
                        WS-END-SUB.
      *
           IF BCH-SKED-COUNT = ZERO
               GO TO 5700-EXIT
           END-IF.
      *
           PERFORM 5710-CHECK-LATEST
               THRU 5710-EXIT
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > BCH-SKED-COUNT.
      *
           MOVE WS-END-SUB TO WS-WALK-SUB.
           PERFORM 5720-WALK-ONE-STEP
               THRU 5720-EXIT
               UNTIL WS-WALK-SUB = ZERO.
      *
           GO TO 5700-EXIT.
      *
       5700-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5710-CHECK-LATEST - ONE SCHEDULE ENTRY PER CALL.
      *-----------------------------------------------------------------
       5710-CHECK-LATEST.
      *
           IF WS-PROJ-HELD (WS-JOB-SUB)
               GO TO 5710-EXIT
           END-IF.
           IF BCH-SKED-TAB-NAME (WS-JOB-SUB) = WS-TARGET-JOB
               GO TO 5710-EXIT
           END-IF.
      *
           IF WS-END-SUB = ZERO OR
              WS-PROJ-END (WS-JOB-SUB) > WS-BATCH-END
               MOVE WS-JOB-SUB TO WS-END-SUB
               MOVE WS-PROJ-END (WS-JOB-SUB) TO WS-BATCH-END
           END-IF.
      *
           GO TO 5710-EXIT.
      *
       5710-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5720-WALK-ONE-STEP - ADD WS-WALK-SUB TO THE PATH AND MOVE
      *    TO ITS PREDECESSOR.
      *-----------------------------------------------------------------
       5720-WALK-ONE-STEP.
      *
           IF WS-PROJ-ON-PATH (WS-WALK-SUB) = 'Y' OR
              WS-PATH-COUNT >= 20
               MOVE ZERO TO WS-WALK-SUB
               GO TO 5720-EXIT
           END-IF.
      *
           ADD 1 TO WS-PATH-COUNT.
           MOVE WS-WALK-SUB TO WS-PATH-SUB (WS-PATH-COUNT).
           MOVE 'Y' TO WS-PROJ-ON-PATH (WS-WALK-SUB).
      *
           MOVE WS-PROJ-PRED-SUB (WS-WALK-SUB) TO WS-WALK-SUB.
           IF WS-WALK-SUB > ZERO
               IF WS-PROJ-HELD (WS-WALK-SUB)
                   MOVE ZERO TO WS-WALK-SUB
               END-IF
           END-IF.
      *
           GO TO 5720-EXIT.
      *
       5720-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    5800-CHECK-TODAY-RUN - ALERT MODE ONLY.  A STEP THAT HAS
      *    FINISHED TODAY, OR IS STILL RUNNING, WELL OVER ITS NORM IS
      *    ANNOUNCED ON THE CONSOLE - IT IS WHAT IS EATING THE
      *    MARGIN.
      *-----------------------------------------------------------------
       5800-CHECK-TODAY-RUN.
      *
           IF WS-PROJ-HAS-NORM (WS-JOB-SUB) NOT = 'Y'
               GO TO 5800-EXIT
           END-IF.
      *
           EVALUATE TRUE
               WHEN WS-PROJ-COMPLETE (WS-JOB-SUB)
                   COMPUTE WS-TEST-SECS =
                       WS-PROJ-ACT-END (WS-JOB-SUB) -
                       WS-PROJ-ACT-START (WS-JOB-SUB)
                   MOVE ' RAN     ' TO WS-LGA-VERB
               WHEN WS-PROJ-RUNNING (WS-JOB-SUB)
                   IF WS-NOW-SECS < WS-PROJ-ACT-START (WS-JOB-SUB)
                       GO TO 5800-EXIT
                   END-IF
                   COMPUTE WS-TEST-SECS =
                       WS-NOW-SECS - WS-PROJ-ACT-START (WS-JOB-SUB)
                   MOVE ' RUNNING ' TO WS-LGA-VERB
               WHEN OTHER
                   GO TO 5800-EXIT
           END-EVALUATE.
      *
           MOVE WS-PROJ-NORM-SECS (WS-JOB-SUB) TO WS-TEST-NORM.
           PERFORM 7700-TEST-OUTLIER
               THRU 7700-EXIT.
           IF NOT WS-IS-OUTLIER
               GO TO 5800-EXIT
           END-IF.
      *
           ADD 1 TO WS-LONG-COUNT.
           MOVE BCH-SKED-TAB-NAME (WS-JOB-SUB) TO WS-LGA-JOB.
           MOVE WS-TEST-SECS TO WS-FMT-SECS.
           PERFORM 7900-FORMAT-SECS
               THRU 7900-EXIT.
           MOVE WS-FMT-TIME TO WS-LGA-ELAPSED.
           MOVE WS-TEST-NORM TO WS-FMT-SECS.
           PERFORM 7900-FORMAT-SECS
               THRU 7900-EXIT.
           MOVE WS-FMT-TIME TO WS-LGA-NORM.
           DISPLAY WS-LONG-ALERT.
           DISPLAY WS-LONG-ALERT UPON CONSOLE.
      *
           IF BCH-RETURN-CODE < 4
               MOVE 4 TO BCH-RETURN-CODE
           END-IF.
      *
           GO TO 5800-EXIT.
      *
       5800-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    6000-WRITE-AUDIT-RECORD - RECORD THE RUN VIA THE RUNHWRT
      *    SUBPROGRAM (KEYED DATASET PLUS FLAT WRITE-THROUGH
      *    EXTRACT), SAME CONVENTION AS EVERY PROGRAM IN THE SUITE.
      *    REPORT MODE ONLY - THE ALERT RUNS WOULD DROWN THE TRAIL.
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
      *    7000-PRINT-PROJECTION - THE DAY'S SCHEDULE AS PROJECTED,
      *    CRITICAL-PATH JOBS MARKED '*', THEN THE PATH ITSELF FROM
      *    THE TOP OF THE CHAIN DOWN.
      *-----------------------------------------------------------------
       7000-PRINT-PROJECTION.
      *
           DISPLAY ' '.
           IF WS-ALERT-MODE
               DISPLAY '*** PROJECTED SCHEDULE AT '
                   BCH-BANNER-RUN-TIME ' FROM THE LIVE LEDGER ***'
           ELSE
               DISPLAY '*** PLANNED SCHEDULE FROM THE STEP NORMS ***'
           END-IF.
           DISPLAY ' '.
           DISPLAY WS-PROJ-HEADER.
      *
           IF BCH-SKED-COUNT = ZERO
               DISPLAY '  NO JOBS ON THE SCHEDULE FOR TODAY'
               GO TO 7000-EXIT
           END-IF.
      *
           PERFORM 7100-PRINT-ONE-JOB
               THRU 7100-EXIT
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > BCH-SKED-COUNT.
      *
           DISPLAY ' '.
           DISPLAY '*** CRITICAL PATH ***'.
           DISPLAY ' '.
      *
           IF WS-PATH-COUNT = ZERO
               DISPLAY '  NO UNHELD JOBS TO PROJECT'
               GO TO 7000-EXIT
           END-IF.
      *
           MOVE ZERO TO WS-PATH-SEQ.
           PERFORM 7200-PRINT-PATH-STEP
               THRU 7200-EXIT
               VARYING WS-WALK-SUB FROM WS-PATH-COUNT BY -1
               UNTIL WS-WALK-SUB = ZERO.
      *
           GO TO 7000-EXIT.
      *
       7000-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    7100-PRINT-ONE-JOB - ONE PROJECTION LINE.
      *-----------------------------------------------------------------
       7100-PRINT-ONE-JOB.
      *
           MOVE BCH-SKED-TAB-NAME (WS-JOB-SUB)   TO WS-PRJ-JOB.
           MOVE BCH-SKED-TAB-PRED (WS-JOB-SUB)   TO WS-PRJ-PRED.
           MOVE BCH-SKED-TAB-WINDOW (WS-JOB-SUB) TO WS-PRJ-WINDOW.
           MOVE SPACES TO WS-PRJ-START
                          WS-PRJ-NORM
                          WS-PRJ-END
                          WS-PRJ-PATH.
      *
           EVALUATE TRUE
               WHEN WS-PROJ-HELD (WS-JOB-SUB)
                   MOVE 'HELD'     TO WS-PRJ-STATE
                   DISPLAY WS-PROJ-LINE
                   GO TO 7100-EXIT
               WHEN WS-PROJ-COMPLETE (WS-JOB-SUB)
                   MOVE 'COMPLETE' TO WS-PRJ-STATE
               WHEN WS-PROJ-RUNNING (WS-JOB-SUB)
                   MOVE 'RUNNING'  TO WS-PRJ-STATE
               WHEN WS-PROJ-FAILED (WS-JOB-SUB)
                   MOVE 'RERUN'    TO WS-PRJ-STATE
               WHEN OTHER
                   MOVE 'WAITING'  TO WS-PRJ-STATE
           END-EVALUATE.
      *
           MOVE WS-PROJ-START (WS-JOB-SUB) TO WS-FMT-SECS.
           PERFORM 7900-FORMAT-SECS
               THRU 7900-EXIT.
           MOVE WS-FMT-TIME TO WS-PRJ-START.
      *
           IF WS-PROJ-HAS-NORM (WS-JOB-SUB) = 'Y'
               MOVE WS-PROJ-NORM-SECS (WS-JOB-SUB) TO WS-FMT-SECS
               PERFORM 7900-FORMAT-SECS
                   THRU 7900-EXIT
               MOVE WS-FMT-TIME TO WS-PRJ-NORM
           ELSE
               MOVE 'NO HIST' TO WS-PRJ-NORM
           END-IF.
      *
           MOVE WS-PROJ-END (WS-JOB-SUB) TO WS-FMT-SECS.
           PERFORM 7900-FORMAT-SECS
               THRU 7900-EXIT.
           MOVE WS-FMT-TIME TO WS-PRJ-END.
      *
           IF WS-PROJ-ON-PATH (WS-JOB-SUB) = 'Y'
               MOVE '*' TO WS-PRJ-PATH
           END-IF.
      *
           DISPLAY WS-PROJ-LINE.
      *
           GO TO 7100-EXIT.
      *
       7100-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    7200-PRINT-PATH-STEP - ONE CRITICAL-PATH JOB, WITH WHAT
      *    GOVERNS ITS START.
      *-----------------------------------------------------------------
       7200-PRINT-PATH-STEP.
      *
           MOVE WS-PATH-SUB (WS-WALK-SUB) TO WS-JOB-SUB.
           ADD 1 TO WS-PATH-SEQ.
      *
           MOVE WS-PATH-SEQ TO WS-PTH-SEQ.
           MOVE BCH-SKED-TAB-NAME (WS-JOB-SUB) TO WS-PTH-JOB.
           MOVE WS-PROJ-START (WS-JOB-SUB) TO WS-FMT-SECS.
           PERFORM 7900-FORMAT-SECS
               THRU 7900-EXIT.
           MOVE WS-FMT-TIME TO WS-PTH-START.
           MOVE WS-PROJ-END (WS-JOB-SUB) TO WS-FMT-SECS.
           PERFORM 7900-FORMAT-SECS
               THRU 7900-EXIT.
           MOVE WS-FMT-TIME TO WS-PTH-END.
      *
           EVALUATE WS-PROJ-GATE (WS-JOB-SUB)
               WHEN 'A'
                   MOVE 'STARTED'                TO WS-PTH-GATE
               WHEN 'P'
                   MOVE 'WAITS FOR PREDECESSOR'  TO WS-PTH-GATE
               WHEN 'N'
                   MOVE 'READY NOW'              TO WS-PTH-GATE
               WHEN OTHER
                   MOVE 'STARTS AT WINDOW'       TO WS-PTH-GATE
           END-EVALUATE.
      *
           DISPLAY WS-PATH-LINE.
      *
           GO TO 7200-EXIT.
      *
       7200-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    7500-CHECK-DEADLINE - PROJECTED BATCH END AGAINST THE
      *    DEADLINE: THE DEADLINE CARD, ELSE THE END OF THE TARGET
      *    JOB'S WINDOW.  A PROJECTED MISS IS ANNOUNCED ON THE
      *    OPERATOR CONSOLE NOW, WHILE THERE IS STILL TIME TO ACT.
      *-----------------------------------------------------------------
       7500-CHECK-DEADLINE.
      *
           DISPLAY ' '.
           MOVE SPACES TO WS-TIME-NOTE.
      *
           IF WS-PATH-COUNT = ZERO
               GO TO 7500-EXIT
           END-IF.
      *
           MOVE 'PROJECTED BATCH END' TO WS-TIME-LABEL.
           MOVE WS-BATCH-END TO WS-FMT-SECS.
           PERFORM 7900-FORMAT-SECS
               THRU 7900-EXIT.
           MOVE WS-FMT-TIME TO WS-TIME-OUT.
           MOVE WS-PATH-SUB (1) TO WS-JOB-SUB.
           MOVE SPACES TO WS-TIME-NOTE.
           STRING 'AT THE END OF ' DELIMITED BY SIZE
                  BCH-SKED-TAB-NAME (WS-JOB-SUB) DELIMITED BY SPACE
               INTO WS-TIME-NOTE.
           DISPLAY WS-TIME-LINE.
      *
           MOVE 'N' TO WS-HAVE-DEADLINE-SW.
           MOVE WS-TARGET-JOB TO WS-FIND-NAME.
           PERFORM 5150-FIND-SKED-JOB
               THRU 5150-EXIT.
      *
           IF WS-DEADLINE-HHMM NOT = SPACES
               MOVE WS-DEADLINE-HHMM TO WS-HHMM-IN
               MOVE 'CARD'           TO WS-DEADLINE-SOURCE
           ELSE
               IF WS-SKED-SUB > ZERO
                   MOVE BCH-SKED-TAB-WEND (WS-SKED-SUB)
                       TO WS-HHMM-IN
                   MOVE 'WINDOW'     TO WS-DEADLINE-SOURCE
               ELSE
                   MOVE SPACES       TO WS-HHMM-IN
               END-IF
           END-IF.
      *
           PERFORM 7920-HHMM-TO-SECS
               THRU 7920-EXIT.
           IF NOT WS-TIME-OK
               DISPLAY '  NO DEADLINE - ' WS-TARGET-JOB
                   ' IS NOT ON TODAY''S SCHEDULE AND NO DEADLINE'
                   ' CARD WAS GIVEN'
               IF BCH-RETURN-CODE < 4
                   MOVE 4 TO BCH-RETURN-CODE
               END-IF
               GO TO 7500-EXIT
           END-IF.
           MOVE WS-TIME-SECS TO WS-DEADLINE-SECS.
      *
           MOVE SPACES TO WS-TIME-LABEL.
           STRING 'DEADLINE (' DELIMITED BY SIZE
                  WS-TARGET-JOB DELIMITED BY SPACE
                  ' '         DELIMITED BY SIZE
                  WS-DEADLINE-SOURCE DELIMITED BY SPACE
                  ')'         DELIMITED BY SIZE
               INTO WS-TIME-LABEL.
           MOVE WS-DEADLINE-SECS TO WS-FMT-SECS.
           PERFORM 7900-FORMAT-SECS
               THRU 7900-EXIT.
           MOVE WS-FMT-TIME TO WS-TIME-OUT.
           MOVE SPACES TO WS-TIME-NOTE.
           DISPLAY WS-TIME-LINE.
      *
      *    ONCE THE TARGET HAS RUN TODAY THE DEADLINE IS HISTORY.
           IF WS-SKED-SUB > ZERO
               IF WS-PROJ-COMPLETE (WS-SKED-SUB)
                   DISPLAY '  ' WS-TARGET-JOB
                       ' HAS COMPLETED TODAY - NOTHING TO FORECAST'
                   GO TO 7500-EXIT
               END-IF
           END-IF.
      *
           IF WS-BATCH-END NOT > WS-DEADLINE-SECS
               COMPUTE WS-MARGIN-SECS =
                   WS-DEADLINE-SECS - WS-BATCH-END
               MOVE 'MARGIN' TO WS-TIME-LABEL
               MOVE WS-MARGIN-SECS TO WS-FMT-SECS
               PERFORM 7900-FORMAT-SECS
                   THRU 7900-EXIT
               MOVE WS-FMT-TIME TO WS-TIME-OUT
               MOVE 'ON TRACK' TO WS-TIME-NOTE
               DISPLAY WS-TIME-LINE
               GO TO 7500-EXIT
           END-IF.
      *
           COMPUTE WS-MARGIN-SECS = WS-BATCH-END - WS-DEADLINE-SECS.
           MOVE 'PROJECTED TO MISS DEADLINE BY' TO WS-TIME-LABEL.
           MOVE WS-MARGIN-SECS TO WS-FMT-SECS.
           PERFORM 7900-FORMAT-SECS
               THRU 7900-EXIT.
           MOVE WS-FMT-TIME TO WS-TIME-OUT.
           MOVE SPACES TO WS-TIME-NOTE.
           DISPLAY WS-TIME-LINE.
      *
           MOVE WS-FMT-TIME TO WS-MSA-BY.
           MOVE WS-BATCH-END TO WS-FMT-SECS.
           PERFORM 7900-FORMAT-SECS
               THRU 7900-EXIT.
           MOVE WS-FMT-TIME TO WS-MSA-END.
           MOVE WS-TARGET-JOB TO WS-MSA-TARGET.
           MOVE SPACES TO WS-MSA-DEADLINE.
           MOVE WS-HHMM-IN(1:2) TO WS-MSA-DEADLINE(1:2).
           MOVE ':'             TO WS-MSA-DEADLINE(3:1).
           MOVE WS-HHMM-IN(3:2) TO WS-MSA-DEADLINE(4:2).
      *
           MOVE WS-PATH-SUB (1) TO WS-JOB-SUB.
           MOVE BCH-SKED-TAB-NAME (WS-JOB-SUB) TO WS-PTA-JOB.
           MOVE WS-PATH-SUB (WS-PATH-COUNT) TO WS-JOB-SUB.
           MOVE BCH-SKED-TAB-NAME (WS-JOB-SUB) TO WS-PTA-ROOT.
      *
           DISPLAY WS-MISS-ALERT.
           DISPLAY WS-PATH-ALERT.
           IF WS-ALERT-MODE
               DISPLAY WS-MISS-ALERT UPON CONSOLE
               DISPLAY WS-PATH-ALERT UPON CONSOLE
           END-IF.
      *
           IF BCH-RETURN-CODE < 4
               MOVE 4 TO BCH-RETURN-CODE
           END-IF.
      *
           GO TO 7500-EXIT.
      *
       7500-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    7700-TEST-OUTLIER - IS WS-TEST-SECS WELL ABOVE THE NORM IN
      *    WS-TEST-NORM?  IT MUST BE OVER OUTLIER PERCENT OF THE NORM
      *    AND AT LEAST MINSECS SECONDS LONGER.
      *-----------------------------------------------------------------
       7700-TEST-OUTLIER.
      *
           MOVE 'N' TO WS-OUTLIER-SW.
      *
           IF WS-TEST-SECS NOT > WS-TEST-NORM
               GO TO 7700-EXIT
           END-IF.
      *
           COMPUTE WS-TEST-SCALED = WS-TEST-SECS * 100.
           COMPUTE WS-NORM-SCALED = WS-TEST-NORM * WS-OUTLIER-PCT.
           IF WS-TEST-SCALED NOT > WS-NORM-SCALED
               GO TO 7700-EXIT
           END-IF.
      *
           IF WS-TEST-SECS - WS-TEST-NORM < WS-MIN-SECS
               GO TO 7700-EXIT
           END-IF.
      *
           MOVE 'Y' TO WS-OUTLIER-SW.
      *
           GO TO 7700-EXIT.
      *
       7700-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    7800-PRINT-TOTALS - RUN COUNTS.
      *-----------------------------------------------------------------
       7800-PRINT-TOTALS.
      *
           DISPLAY ' '.
           MOVE 'LEDGER ARCHIVE RECORDS READ'  TO WS-COUNT-LABEL.
           MOVE WS-HIST-READ                  TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'COMPLETED STEPS TIMED'        TO WS-COUNT-LABEL.
           MOVE WS-STEPS-TIMED                TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'COMPLETED STEPS NOT TIMED'    TO WS-COUNT-LABEL.
           MOVE WS-STEPS-UNTIMED              TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'JOBS TRENDED'                 TO WS-COUNT-LABEL.
           MOVE WS-PERF-COUNT                 TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'RUNS ABOVE NORM'              TO WS-COUNT-LABEL.
           MOVE WS-OUTLIER-COUNT              TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
           MOVE 'LATEST RUNS ABOVE NORM'       TO WS-COUNT-LABEL.
           MOVE WS-LATEST-OUTLIERS            TO WS-COUNT-OUT.
           DISPLAY WS-COUNT-LINE.
      *
           IF WS-ALERT-MODE
               MOVE 'LIVE LEDGER RECORDS READ' TO WS-COUNT-LABEL
               MOVE WS-LEDGER-READ            TO WS-COUNT-OUT
               DISPLAY WS-COUNT-LINE
               MOVE 'STEPS OVER NORM TODAY'    TO WS-COUNT-LABEL
               MOVE WS-LONG-COUNT             TO WS-COUNT-OUT
               DISPLAY WS-COUNT-LINE
           END-IF.
      *
           IF WS-CARDS-REJECTED > ZERO
               MOVE 'CONTROL CARDS REJECTED'   TO WS-COUNT-LABEL
               MOVE WS-CARDS-REJECTED         TO WS-COUNT-OUT
               DISPLAY WS-COUNT-LINE
           END-IF.
      *
           GO TO 7800-EXIT.
      *
       7800-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    7900-FORMAT-SECS - WS-FMT-SECS AS HH:MM:SS IN WS-FMT-TIME.
      *    A PROJECTION PAST MIDNIGHT SHOWS HOURS FROM 24 UP.
      *-----------------------------------------------------------------
       7900-FORMAT-SECS.
      *
           DIVIDE WS-FMT-SECS BY 3600
               GIVING WS-FMT-HH REMAINDER WS-FMT-REMAIN.
           DIVIDE WS-FMT-REMAIN BY 60
               GIVING WS-FMT-MM REMAINDER WS-FMT-SS.
      *
           MOVE SPACES    TO WS-FMT-TIME.
           MOVE WS-FMT-HH TO WS-FMT-TIME(1:2).
           MOVE ':'       TO WS-FMT-TIME(3:1).
           MOVE WS-FMT-MM TO WS-FMT-TIME(4:2).
           MOVE ':'       TO WS-FMT-TIME(6:1).
           MOVE WS-FMT-SS TO WS-FMT-TIME(7:2).
      *
           GO TO 7900-EXIT.
      *
       7900-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    7910-TIME-TO-SECS - HH:MM:SS IN WS-TIME-IN TO SECONDS IN
      *    WS-TIME-SECS.  WS-TIME-OK-SW SAYS WHETHER IT WAS A TIME.
      *-----------------------------------------------------------------
       7910-TIME-TO-SECS.
      *
           MOVE 'N'  TO WS-TIME-OK-SW.
           MOVE ZERO TO WS-TIME-SECS.
      *
           IF WS-TIME-IN(1:2) NOT NUMERIC OR
              WS-TIME-IN(4:2) NOT NUMERIC OR
              WS-TIME-IN(7:2) NOT NUMERIC
               GO TO 7910-EXIT
           END-IF.
      *
           MOVE WS-TIME-IN(1:2) TO WS-TIME-HH.
           MOVE WS-TIME-IN(4:2) TO WS-TIME-MM.
           MOVE WS-TIME-IN(7:2) TO WS-TIME-SS.
           IF WS-TIME-HH > 23 OR
              WS-TIME-MM > 59 OR
              WS-TIME-SS > 59
               GO TO 7910-EXIT
           END-IF.
      *
           COMPUTE WS-TIME-SECS =
               (WS-TIME-HH * 3600) + (WS-TIME-MM * 60) + WS-TIME-SS.
           MOVE 'Y' TO WS-TIME-OK-SW.
      *
           GO TO 7910-EXIT.
      *
       7910-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    7920-HHMM-TO-SECS - A SCHEDULE TIME, HHMM IN WS-HHMM-IN, TO
      *    SECONDS IN WS-TIME-SECS.  A BLANK OR BAD TIME GIVES ZERO
      *    WITH WS-TIME-OK-SW OFF.
      *-----------------------------------------------------------------
       7920-HHMM-TO-SECS.
      *
           MOVE 'N'  TO WS-TIME-OK-SW.
           MOVE ZERO TO WS-TIME-SECS.
      *
           IF WS-HHMM-IN NOT NUMERIC
               GO TO 7920-EXIT
           END-IF.
      *
           MOVE WS-HHMM-IN(1:2) TO WS-TIME-HH.
           MOVE WS-HHMM-IN(3:2) TO WS-TIME-MM.
           IF WS-TIME-HH > 23 OR
              WS-TIME-MM > 59
               GO TO 7920-EXIT
           END-IF.
      *
           COMPUTE WS-TIME-SECS =
               (WS-TIME-HH * 3600) + (WS-TIME-MM * 60).
           MOVE 'Y' TO WS-TIME-OK-SW.
      *
           GO TO 7920-EXIT.
      *
       7920-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    7950-COMPUTE-PCT - WS-TEST-SECS AS A PERCENTAGE OF
      *    WS-TEST-NORM, CAPPED AT 9999.
      *-----------------------------------------------------------------
       7950-COMPUTE-PCT.
      *
           MOVE ZERO TO WS-PCT.
      *
           IF WS-TEST-NORM = ZERO
               GO TO 7950-EXIT
           END-IF.
      *
           COMPUTE WS-PCT ROUNDED =
               (WS-TEST-SECS * 100) / WS-TEST-NORM.
           IF WS-PCT > 9999
               MOVE 9999 TO WS-PCT
           END-IF.
      *
           GO TO 7950-EXIT.
      *
       7950-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    9999-EXIT - SINGLE PROGRAM EXIT POINT. RETURN-CODE REFLECTS
      *    THE ACTUAL OUTCOME SO THE SCHEDULER CAN BRANCH ON IT.
      *-----------------------------------------------------------------
       9999-EXIT.
           MOVE BCH-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
