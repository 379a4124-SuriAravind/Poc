      ******************************************************************
      *    PROGRAM-ID  : XMPL3TRD                                      *
      *    AUTHOR      : D. OKAFOR, DATA ADMINISTRATION                *
      *    INSTALLATION: EXAMPLE2 BATCH LIBRARY                        *
      *    DATE-WRITTEN: 10/15/2026                                    *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    REMARKS.                                                   *
      *        Batch-window trend and capacity report.  Reads the     *
      *        chain log (CHNLOG, one XMPL3CL line per step event)    *
      *        and the run-control file (XMPL3RC records on XMPL3RUN) *
      *        for a range of run dates and prints, by week (Monday   *
      *        to Sunday) and by calendar month, each step's nights   *
      *        run, average elapsed minutes, records read, loaded and *
      *        rejected and reject rate, with the XMPL3RPT census and *
      *        its growth over the period.  Elapsed time is START to  *
      *        ENDED or FAILED on the log, every attempt counted, so  *
      *        a rerun step shows the window it really took.  Steps   *
      *        are then flagged, night by night, where the elapsed    *
      *        time or reject rate is well above the step's average   *
      *        over the nights it last ran (WS-FLAG-PCT of the        *
      *        average and at least the minimum excess, given         *
      *        WS-MIN-HISTORY nights of history).  Nights that needed *
      *        a restart -- a FAILED, HELD or NOCALL line, or a step  *
      *        started more than once -- are listed.  Last, the       *
      *        recent clean nights' elapsed time per census record    *
      *        and the census growth over the range project the       *
      *        date the chain will no longer fit its window.  Parm    *
      *        (via COMMAND-LINE) is FROM-DATE,TO-DATE,WINDOW-MINUTES *
      *        -- TO-DATE defaults to today, FROM-DATE to 13 weeks    *
      *        before it, the window to WS-BATCH-WINDOW-MINUTES.  An  *
      *        invalid parm, a range over 400 nights or an input      *
      *        that will not open ends the run with RC=8; the flags   *
      *        and the projection are for the reader and leave RC=0.  *
      *        Reads only -- writes no XMPL3RC record of its own.     *
      *                                                                *
      *    MODIFICATION HISTORY.                                      *
      *        10/15/2026  DRO  ORIGINAL PROGRAM.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    XMPL3TRD.
       AUTHOR.        D. OKAFOR.
       INSTALLATION.  EXAMPLE2 BATCH LIBRARY.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-LOG-FILE ASSIGN TO CHNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO XMPL3RUN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT TRD-REPORT-FILE ASSIGN TO TRDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CHN-LOG-LINE                      PIC X(80).
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       COPY "Xmpl3Rc".
       FD  TRD-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  TRD-REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS                     PIC X(02).
       01  WS-RUN-STATUS                     PIC X(02).
       01  WS-RPT-STATUS                     PIC X(02).
       COPY "Xmpl3Cl".
       01  WS-PARM-LINE                      PIC X(30).
       01  WS-PARM-FROM                      PIC X(08).
       01  WS-PARM-TO                        PIC X(08).
       01  WS-PARM-WINDOW                    PIC X(04).
       01  WS-WINDOW-LENGTH                  PIC S9(04) COMP.
       01  WS-DATE-VALID-SW                  PIC X(01).
           88  WS-DATE-IS-VALID              VALUE "Y".
           88  WS-DATE-IS-INVALID            VALUE "N".
       01  WS-LOG-EOF-SW                     PIC X(01).
           88  WS-LOG-AT-END                 VALUE "Y".
           88  WS-LOG-NOT-AT-END             VALUE "N".
       01  WS-RUN-EOF-SW                     PIC X(01).
           88  WS-RUN-AT-END                 VALUE "Y".
           88  WS-RUN-NOT-AT-END             VALUE "N".
       01  WS-REFUSED-SW                     PIC X(01).
           88  WS-RUN-REFUSED                VALUE "Y".
           88  WS-RUN-ACCEPTED               VALUE "N".
       01  WS-VIEW-SW                        PIC X(01).
           88  WS-VIEW-WEEKLY                VALUE "W".
           88  WS-VIEW-MONTHLY               VALUE "M".
       01  WS-NEW-PERIOD-SW                  PIC X(01).
           88  WS-NEW-PERIOD                 VALUE "Y".
           88  WS-SAME-PERIOD                VALUE "N".
       01  WS-REFUSAL-REASON                 PIC X(50) VALUE SPACES.
       01  WS-TODAY-DATE                     PIC X(08).
       01  WS-FROM-DATE                      PIC X(08).
       01  WS-TO-DATE                        PIC X(08).
       01  WS-LOOKUP-DATE                    PIC X(08).
       01  WS-LOOKUP-PROGRAM                 PIC X(08).
       01  WS-RESTART-EVENT                  PIC X(08).
      *
      *    TUNING.  THE WINDOW IS THE ELAPSED TIME THE CHAIN HAS
      *    BEFORE IT RUNS INTO THE ONLINE DAY; A STEP IS FLAGGED AT
      *    WS-FLAG-PCT OF ITS ROLLING AVERAGE, BUT ONLY WHEN IT IS
      *    ALSO AT LEAST A MINUTE (ELAPSED) OR A POINT (REJECT RATE)
      *    ABOVE IT, SO A TWO-SECOND STEP TAKING FOUR IS NOT FLAGGED.
      *
       01  WS-BATCH-WINDOW-MINUTES           PIC 9(04) VALUE 360.
       01  WS-DEFAULT-RANGE-DAYS             PIC S9(04) COMP VALUE +91.
       01  WS-ROLLING-NIGHTS                 PIC S9(04) COMP VALUE +7.
       01  WS-MIN-HISTORY                    PIC S9(04) COMP VALUE +3.
       01  WS-FLAG-PCT                       PIC S9(04) COMP VALUE +150.
       01  WS-MIN-ELAPSED-EXCESS             PIC S9(09) COMP
                                             VALUE +6000.
       01  WS-MIN-RATE-EXCESS                PIC S9(03)V99 VALUE +1.00.
       01  WS-WARNING-NIGHTS                 PIC S9(04) COMP VALUE +90.
       01  WS-MAX-PROJECT-NIGHTS             PIC S9(04) COMP
                                             VALUE +3660.
       01  WS-CS-PER-DAY                     PIC S9(09) COMP
                                             VALUE +8640000.
       01  WS-WINDOW-MINUTES                 PIC 9(04).
      *
      *    DATE WALKING AND DAY OF THE WEEK (1 = MONDAY).
      *
       01  WS-WALK-DATE.
           05  WS-WALK-CCYY                  PIC 9(04).
           05  WS-WALK-MM                    PIC 9(02).
           05  WS-WALK-DD                    PIC 9(02).
       01  WS-DAYS-IN-MONTH                  PIC 9(02).
       01  WS-LEAP-YEAR-SW                   PIC X(01).
           88  WS-IS-LEAP-YEAR               VALUE "Y".
           88  WS-IS-NOT-LEAP-YEAR           VALUE "N".
       01  WS-QUOTIENT                       PIC 9(05).
       01  WS-REMAINDER-4                    PIC 9(04).
       01  WS-REMAINDER-100                  PIC 9(04).
       01  WS-REMAINDER-400                  PIC 9(04).
       01  WS-DAY-OF-WEEK                    PIC 9(01).
       01  WS-ZELLER-YEAR                    PIC 9(04).
       01  WS-ZELLER-MONTH                   PIC 9(02).
       01  WS-ZELLER-CENTURY                 PIC 9(02).
       01  WS-ZELLER-YY                      PIC 9(02).
       01  WS-ZELLER-TERM                    PIC 9(04).
       01  WS-ZELLER-SUM                     PIC 9(05).
       01  WS-ZELLER-DAY                     PIC 9(02).
       01  WS-DAY-COUNT                      PIC S9(04) COMP.
      *
      *    TIME OF DAY FROM A CHAIN-LOG LINE, HHMMSSCC.
      *
       01  WS-TIME-WORK.
           05  WS-TIME-HH                    PIC 9(02).
           05  WS-TIME-MM                    PIC 9(02).
           05  WS-TIME-SS                    PIC 9(02).
           05  WS-TIME-CC                    PIC 9(02).
       01  WS-EVENT-CS                       PIC S9(09) COMP.
       01  WS-ATTEMPT-CS                     PIC S9(09) COMP.
      *
      *    SUBSCRIPTS AND COUNTS.
      *
       01  WS-NIGHT-MAX                      PIC S9(04) COMP VALUE +400.
       01  WS-NIGHT-COUNT                    PIC S9(04) COMP VALUE ZERO.
       01  WS-STEP-MAX                       PIC S9(04) COMP VALUE +15.
       01  WS-STEP-COUNT                     PIC S9(04) COMP VALUE ZERO.
       01  WS-NIGHT-SUB                      PIC S9(04) COMP.
       01  WS-STEP-SUB                       PIC S9(04) COMP.
       01  WS-ORDER-SUB                      PIC S9(04) COMP.
       01  WS-PASS-SUB                       PIC S9(04) COMP.
       01  WS-SEARCH-SUB                     PIC S9(04) COMP.
       01  WS-BACK-SUB                       PIC S9(04) COMP.
       01  WS-BACK-START                     PIC S9(04) COMP.
       01  WS-FOUND-NIGHT                    PIC S9(04) COMP VALUE ZERO.
       01  WS-FOUND-STEP                     PIC S9(04) COMP.
       01  WS-HOLD-STEP                      PIC S9(04) COMP.
       01  WS-LOG-READ                       PIC S9(09) COMP VALUE ZERO.
       01  WS-RUN-READ                       PIC S9(09) COMP VALUE ZERO.
       01  WS-FLAG-COUNT                     PIC S9(09) COMP VALUE ZERO.
       01  WS-RESTART-COUNT                  PIC S9(09) COMP VALUE ZERO.
       01  WS-STEPS-DROPPED                  PIC S9(09) COMP VALUE ZERO.
      *
      *    STEPS IN THE ORDER FIRST STARTED ON THE LOG, KEYED BY
      *    PROGRAM.  THE STEP NUMBER IS THE LATEST ONE LOGGED, AND
      *    WS-ORDER-STEP LISTS THE ENTRIES IN STEP-NUMBER ORDER FOR
      *    PRINTING, SO A STEP ADDED TO THE CHAIN MID-RANGE PRINTS
      *    IN ITS PLACE.
      *
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 15 TIMES.
               10  SP-STEP-NUMBER            PIC 9(02).
               10  SP-PROGRAM                PIC X(08).
       01  WS-ORDER-TABLE.
           05  WS-ORDER-STEP                 PIC S9(04) COMP
                                             OCCURS 15 TIMES.
      *
      *    ONE ENTRY PER RUN DATE IN THE RANGE, WITH ONE CELL PER
      *    STEP.  ELAPSED TIMES ARE IN HUNDREDTHS OF A SECOND.  THE
      *    RUN-CONTROL COUNTS ARE THE LAST XMPL3RC RECORD FOR THE
      *    STEP AND NIGHT, AS XMPL3BAL TAKES THEM.
      *
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-ENTRY OCCURS 400 TIMES.
               10  NT-DATE.
                   15  NT-MONTH              PIC X(06).
                   15  FILLER                PIC X(02).
               10  NT-DAY-OF-WEEK            PIC 9(01).
               10  NT-CENSUS                 PIC S9(09) COMP.
               10  NT-CENSUS-SW              PIC X(01).
                   88  NT-CENSUS-KNOWN       VALUE "Y".
                   88  NT-CENSUS-MISSING     VALUE "N".
               10  NT-ELAPSED                PIC S9(09) COMP.
               10  NT-RESTART-SW             PIC X(01).
                   88  NT-RESTARTED          VALUE "Y".
                   88  NT-RAN-CLEAN          VALUE "N".
               10  NT-RESTART-EVENTS         PIC S9(04) COMP.
               10  NT-RESTART-EVENT          PIC X(08).
               10  NT-RESTART-PROGRAM        PIC X(08).
               10  NT-STEP-CELL OCCURS 15 TIMES.
                   15  NC-STARTS             PIC S9(04) COMP.
                   15  NC-START-TIME         PIC S9(09) COMP.
                   15  NC-OPEN-SW            PIC X(01).
                       88  NC-ATTEMPT-OPEN   VALUE "Y".
                       88  NC-NO-ATTEMPT     VALUE "N".
                   15  NC-ELAPSED            PIC S9(09) COMP.
                   15  NC-TIMED-SW           PIC X(01).
                       88  NC-TIMED          VALUE "Y".
                       88  NC-NOT-TIMED      VALUE "N".
                   15  NC-READ               PIC S9(09) COMP.
                   15  NC-LOADED             PIC S9(09) COMP.
                   15  NC-REJECTED           PIC S9(09) COMP.
                   15  NC-STATS-SW           PIC X(01).
                       88  NC-HAS-STATS      VALUE "Y".
                       88  NC-NO-STATS       VALUE "N".
      *
      *    ONE WEEK OR MONTH OF THE VIEW BEING PRINTED.
      *
       01  WS-PERIOD-START                   PIC X(08).
       01  WS-PERIOD-NIGHTS                  PIC S9(04) COMP.
       01  WS-PERIOD-RESTARTS                PIC S9(04) COMP.
       01  WS-PERIOD-RUN-NIGHTS              PIC S9(04) COMP.
       01  WS-PERIOD-ELAPSED                 PIC S9(11) COMP.
       01  WS-PERIOD-CENSUS-SW               PIC X(01).
           88  WS-PERIOD-CENSUS-KNOWN        VALUE "Y".
           88  WS-PERIOD-CENSUS-MISSING      VALUE "N".
       01  WS-PERIOD-FIRST-CENSUS            PIC S9(09) COMP.
       01  WS-PERIOD-LAST-CENSUS             PIC S9(09) COMP.
       01  WS-PRIOR-CENSUS-SW                PIC X(01).
           88  WS-PRIOR-CENSUS-KNOWN         VALUE "Y".
           88  WS-PRIOR-CENSUS-MISSING       VALUE "N".
       01  WS-PRIOR-CENSUS                   PIC S9(09) COMP.
       01  WS-GROWTH-BASE                    PIC S9(09) COMP.
       01  WS-GROWTH                         PIC S9(09) COMP.
       01  WS-GROWTH-PCT                     PIC S9(05)V99.
       01  WS-PERIOD-STEP-TABLE.
           05  WS-PERIOD-STEP OCCURS 15 TIMES.
               10  PS-RUN-NIGHTS             PIC S9(04) COMP.
               10  PS-TIMED-NIGHTS           PIC S9(04) COMP.
               10  PS-ELAPSED                PIC S9(11) COMP.
               10  PS-READ                   PIC S9(11) COMP.
               10  PS-LOADED                 PIC S9(11) COMP.
               10  PS-REJECTED               PIC S9(11) COMP.
      *
      *    ROLLING HISTORY FOR THE FLAGS.
      *
       01  WS-HIST-NIGHTS                    PIC S9(04) COMP.
       01  WS-HIST-TIMED                     PIC S9(04) COMP.
       01  WS-HIST-STATS                     PIC S9(04) COMP.
       01  WS-HIST-ELAPSED                   PIC S9(11) COMP.
       01  WS-HIST-READ                      PIC S9(11) COMP.
       01  WS-HIST-REJECTED                  PIC S9(11) COMP.
       01  WS-AVERAGE-CS                     PIC S9(09) COMP.
       01  WS-CURRENT-RATE                   PIC S9(03)V99.
       01  WS-AVERAGE-RATE                   PIC S9(03)V99.
       01  WS-MINUTES                        PIC S9(05)V99.
      *
      *    CAPACITY PROJECTION.
      *
       01  WS-FIRST-CENSUS-NIGHT             PIC S9(04) COMP.
       01  WS-LAST-CENSUS-NIGHT              PIC S9(04) COMP.
       01  WS-RECENT-NIGHTS                  PIC S9(04) COMP.
       01  WS-RECENT-ELAPSED                 PIC S9(11) COMP.
       01  WS-RECENT-CENSUS                  PIC S9(11) COMP.
       01  WS-GROWTH-PER-NIGHT               PIC S9(09)V99.
       01  WS-CS-PER-RECORD                  PIC S9(09)V9(06).
       01  WS-WINDOW-CS                      PIC S9(09) COMP.
       01  WS-CURRENT-CS                     PIC S9(15) COMP.
       01  WS-CENSUS-LIMIT                   PIC S9(15) COMP.
       01  WS-NIGHTS-LEFT                    PIC S9(15) COMP.
       01  WS-HDR-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(50) VALUE
               "XMPL3TRD - BATCH-WINDOW TREND AND CAPACITY".
       01  WS-RANGE-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(05) VALUE "FROM=".
           05  RG-FROM-DATE                  PIC X(08).
           05  FILLER                        PIC X(04) VALUE " TO=".
           05  RG-TO-DATE                    PIC X(08).
           05  FILLER                        PIC X(08) VALUE " NIGHTS=".
           05  RG-NIGHTS                     PIC ZZ9.
           05  FILLER                        PIC X(08) VALUE " WINDOW=".
           05  RG-WINDOW-MINUTES             PIC ZZZ9.
           05  FILLER                        PIC X(04) VALUE " MIN".
       01  WS-BLANK-LINE                     PIC X(80) VALUE SPACES.
       01  WS-SECTION-LINE.
           05  FILLER                        PIC X(01).
           05  SC-TITLE                      PIC X(60).
       01  WS-PERIOD-LINE.
           05  FILLER                        PIC X(01).
           05  PL-LABEL                      PIC X(09).
           05  PL-START                      PIC X(08).
           05  FILLER                        PIC X(08) VALUE " NIGHTS=".
           05  PL-NIGHTS                     PIC ZZ9.
           05  FILLER                        PIC X(10) VALUE
               " RESTARTS=".
           05  PL-RESTARTS                   PIC ZZ9.
           05  FILLER                        PIC X(13) VALUE
               " AVG ELAPSED=".
           05  PL-AVG-MINUTES                PIC ZZZZ9.9.
           05  FILLER                        PIC X(04) VALUE " MIN".
       01  WS-CENSUS-LINE.
           05  FILLER                        PIC X(05).
           05  FILLER                        PIC X(07) VALUE "CENSUS=".
           05  CN-CENSUS                     PIC Z(08)9.
           05  FILLER                        PIC X(08) VALUE " GROWTH=".
           05  CN-GROWTH                     PIC -(08)9.
           05  FILLER                        PIC X(02) VALUE " (".
           05  CN-GROWTH-PCT                 PIC -(03)9.99.
           05  FILLER                        PIC X(02) VALUE "%)".
       01  WS-NO-CENSUS-LINE.
           05  FILLER                        PIC X(05).
           05  FILLER                        PIC X(40) VALUE
               "CENSUS NOT REPORTED (NO XMPL3RPT RECORD)".
       01  WS-STEP-HDR-LINE.
           05  FILLER                        PIC X(30) VALUE
               "    ST PROGRAM  NTS AVG-MN    ".
           05  FILLER                        PIC X(33) VALUE
               "  READ    LOADED  REJECTED   REJ%".
       01  WS-STEP-LINE.
           05  FILLER                        PIC X(04).
           05  SL-STEP-NUMBER                PIC Z9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  SL-PROGRAM                    PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  SL-NIGHTS                     PIC ZZ9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  SL-AVG-MINUTES                PIC ZZZ9.9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  SL-READ                       PIC Z(08)9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  SL-LOADED                     PIC Z(08)9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  SL-REJECTED                   PIC Z(08)9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  SL-REJECT-PCT                 PIC ZZ9.99.
       01  WS-FLAG-RULE-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(11) VALUE
               "FLAGGED AT ".
           05  FR-FLAG-PCT                   PIC ZZZ9.
           05  FILLER                        PIC X(23) VALUE
               "% OF THE AVERAGE OF THE".
           05  FILLER                        PIC X(10) VALUE
               " PREVIOUS ".
           05  FR-ROLLING-NIGHTS             PIC Z9.
           05  FILLER                        PIC X(20) VALUE
               " NIGHTS THE STEP RAN".
       01  WS-FLAG-HDR-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(30) VALUE
               "RUN DATE ST PROGRAM  MEASURE  ".
           05  FILLER                        PIC X(24) VALUE
               "      NIGHT  ROLLING AVG".
       01  WS-FLAG-LINE.
           05  FILLER                        PIC X(01).
           05  FG-RUN-DATE                   PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  FG-STEP-NUMBER                PIC Z9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  FG-PROGRAM                    PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  FG-MEASURE                    PIC X(12).
           05  FG-CURRENT                    PIC ZZZZZZ9.99.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  FG-AVERAGE                    PIC ZZZZZZ9.99.
       01  WS-NO-FLAG-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(40) VALUE
               "NO STEP WELL ABOVE ITS ROLLING AVERAGE".
       01  WS-RESTART-HDR-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(40) VALUE
               "RUN DATE FIRST    PROGRAM  EVENTS".
       01  WS-RESTART-LINE.
           05  FILLER                        PIC X(01).
           05  RS-RUN-DATE                   PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  RS-EVENT                      PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  RS-PROGRAM                    PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  RS-EVENTS                     PIC ZZZ9.
       01  WS-NO-RESTART-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(40) VALUE
               "NO NIGHT IN THE RANGE NEEDED A RESTART".
       01  WS-CENSUS-BASIS-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(10) VALUE
               "CENSUS ON ".
           05  PJ-CENSUS-DATE                PIC X(08).
           05  FILLER                        PIC X(01) VALUE "=".
           05  PJ-CENSUS                     PIC Z(08)9.
           05  FILLER                        PIC X(18) VALUE
               " GROWTH PER NIGHT=".
           05  PJ-GROWTH-PER-NIGHT           PIC -(08)9.99.
       01  WS-ELAPSED-BASIS-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(15) VALUE
               "RECENT ELAPSED=".
           05  PJ-CURRENT-MINUTES            PIC ZZZZ9.9.
           05  FILLER                        PIC X(08) VALUE " MIN AT ".
           05  PJ-CS-PER-RECORD              PIC ZZZZ9.999999.
           05  FILLER                        PIC X(20) VALUE
               " CS PER RECORD OVER ".
           05  PJ-RECENT-NIGHTS              PIC Z9.
           05  FILLER                        PIC X(07) VALUE " NIGHTS".
       01  WS-LIMIT-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(27) VALUE
               "CENSUS THAT FILLS A WINDOW ".
           05  FILLER                        PIC X(03) VALUE "OF ".
           05  PJ-WINDOW-MINUTES             PIC ZZZ9.
           05  FILLER                        PIC X(06) VALUE " MIN= ".
           05  PJ-CENSUS-LIMIT               PIC Z(14)9.
       01  WS-OUTGROW-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(30) VALUE
               "CHAIN OUTGROWS ITS WINDOW ON  ".
           05  PJ-OUTGROW-DATE               PIC X(08).
           05  FILLER                        PIC X(02) VALUE " (".
           05  PJ-NIGHTS-LEFT                PIC ZZZ9.
           05  FILLER                        PIC X(13) VALUE
               " NIGHTS LEFT)".
       01  WS-PROJECTION-LINE.
           05  FILLER                        PIC X(01).
           05  PJ-MESSAGE                    PIC X(70).
       01  WS-REFUSED-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(22) VALUE
               "**** REPORT REFUSED - ".
           05  RF-REASON                     PIC X(50).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-ACCEPTED
               PERFORM 2000-READ-CHAIN-LOG THRU 2000-EXIT
                   UNTIL WS-LOG-AT-END
               PERFORM 3000-READ-RUN-CONTROL THRU 3000-EXIT
                   UNTIL WS-RUN-AT-END
               PERFORM 3500-SUM-NIGHT THRU 3500-EXIT
                   VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
               PERFORM 3600-ORDER-STEPS THRU 3600-EXIT
           END-IF.
           PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      *
       1000-INITIALIZE.
           SET WS-LOG-NOT-AT-END TO TRUE.
           SET WS-RUN-NOT-AT-END TO TRUE.
           SET WS-RUN-ACCEPTED TO TRUE.
           OPEN OUTPUT TRD-REPORT-FILE.
           WRITE TRD-REPORT-LINE FROM WS-HDR-LINE.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           PERFORM 1100-EDIT-PARM THRU 1100-EXIT.
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-BUILD-NIGHTS THRU 1200-EXIT.
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CHAIN-LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "XMPL3TRD: OPEN CHNLOG FAILED, STATUS="
                   WS-LOG-STATUS
               MOVE "CHAIN LOG (CHNLOG) WILL NOT OPEN"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-STATUS NOT = "00"
               DISPLAY "XMPL3TRD: OPEN XMPL3RUN FAILED, STATUS="
                   WS-RUN-STATUS
               MOVE "RUN-CONTROL FILE (XMPL3RUN) WILL NOT OPEN"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *    PARM IS FROM-DATE,TO-DATE,WINDOW-MINUTES, ANY OF THEM
      *    BLANK FOR ITS DEFAULT.  A BAD PARM IS REFUSED RATHER THAN
      *    DEFAULTED, SO THE READER NEVER GETS A TREND FOR A RANGE
      *    OR WINDOW OTHER THAN THE ONE ASKED FOR.
      *
       1100-EDIT-PARM.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-TO-DATE.
           MOVE WS-BATCH-WINDOW-MINUTES TO WS-WINDOW-MINUTES.
           MOVE SPACES TO WS-PARM-FROM WS-PARM-TO WS-PARM-WINDOW.
           MOVE ZERO TO WS-WINDOW-LENGTH.
           IF WS-PARM-LINE NOT = SPACES
               UNSTRING WS-PARM-LINE DELIMITED BY "," OR SPACE
                   INTO WS-PARM-FROM WS-PARM-TO
                        WS-PARM-WINDOW COUNT IN WS-WINDOW-LENGTH
           END-IF.
           IF WS-PARM-TO NOT = SPACES
               MOVE WS-PARM-TO TO WS-TO-DATE
           END-IF.
           CALL "DTEEDIT" USING WS-TO-DATE WS-DATE-VALID-SW.
           IF WS-DATE-IS-INVALID
               DISPLAY "XMPL3TRD: TO DATE PARM " WS-PARM-TO
                   " NOT A VALID DATE, REPORT REFUSED"
               MOVE "TO DATE PARM IS NOT A VALID DATE"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1100-EXIT
           END-IF.
           IF WS-PARM-FROM = SPACES
               PERFORM 1150-DEFAULT-FROM-DATE THRU 1150-EXIT
           ELSE
               MOVE WS-PARM-FROM TO WS-FROM-DATE
           END-IF.
           CALL "DTEEDIT" USING WS-FROM-DATE WS-DATE-VALID-SW.
           IF WS-DATE-IS-INVALID
               DISPLAY "XMPL3TRD: FROM DATE PARM " WS-PARM-FROM
                   " NOT A VALID DATE, REPORT REFUSED"
               MOVE "FROM DATE PARM IS NOT A VALID DATE"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1100-EXIT
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "XMPL3TRD: FROM DATE " WS-FROM-DATE
                   " IS AFTER TO DATE " WS-TO-DATE
               MOVE "FROM DATE IS AFTER THE TO DATE"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1100-EXIT
           END-IF.
           IF WS-WINDOW-LENGTH = ZERO
               GO TO 1100-EXIT
           END-IF.
           IF WS-WINDOW-LENGTH > 4
              OR WS-PARM-WINDOW(1:WS-WINDOW-LENGTH) NOT NUMERIC
               DISPLAY "XMPL3TRD: WINDOW PARM " WS-PARM-WINDOW
                   " NOT A NUMBER OF MINUTES, REPORT REFUSED"
               MOVE "WINDOW PARM IS NOT A NUMBER OF MINUTES"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1100-EXIT
           END-IF.
           MOVE WS-PARM-WINDOW(1:WS-WINDOW-LENGTH)
               TO WS-WINDOW-MINUTES.
           IF WS-WINDOW-MINUTES = ZERO OR WS-WINDOW-MINUTES > 1440
               DISPLAY "XMPL3TRD: WINDOW PARM " WS-PARM-WINDOW
                   " NOT 1 TO 1440 MINUTES, REPORT REFUSED"
               MOVE "WINDOW PARM IS NOT 1 TO 1440 MINUTES"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.
      *
       1150-DEFAULT-FROM-DATE.
           MOVE WS-TO-DATE TO WS-WALK-DATE.
           COMPUTE WS-DAY-COUNT = WS-DEFAULT-RANGE-DAYS - 1.
           PERFORM 1400-BACK-ONE-DAY THRU 1400-EXIT
               WS-DAY-COUNT TIMES.
           MOVE WS-WALK-DATE TO WS-FROM-DATE.
       1150-EXIT.
           EXIT.
      *
      *    ONE NIGHT ENTRY PER RUN DATE FROM THE FROM DATE THROUGH THE
      *    TO DATE, EACH WITH ITS DAY OF THE WEEK FOR THE WEEKLY VIEW.
      *
       1200-BUILD-NIGHTS.
           MOVE WS-FROM-DATE TO WS-WALK-DATE.
           PERFORM 1300-SET-DAY-OF-WEEK THRU 1300-EXIT.
           MOVE ZERO TO WS-NIGHT-COUNT.
           PERFORM 1210-ADD-NIGHT THRU 1210-EXIT
               UNTIL WS-WALK-DATE > WS-TO-DATE
                  OR WS-NIGHT-COUNT = WS-NIGHT-MAX.
           IF WS-WALK-DATE NOT > WS-TO-DATE
               DISPLAY "XMPL3TRD: RANGE " WS-FROM-DATE " TO "
                   WS-TO-DATE " IS OVER " WS-NIGHT-MAX " NIGHTS"
               MOVE "DATE RANGE IS LONGER THAN 400 NIGHTS"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.
      *
       1210-ADD-NIGHT.
           ADD 1 TO WS-NIGHT-COUNT.
           MOVE WS-NIGHT-COUNT TO WS-NIGHT-SUB.
           MOVE WS-WALK-DATE TO NT-DATE(WS-NIGHT-SUB).
           MOVE WS-DAY-OF-WEEK TO NT-DAY-OF-WEEK(WS-NIGHT-SUB).
           MOVE ZERO TO NT-CENSUS(WS-NIGHT-SUB)
               NT-ELAPSED(WS-NIGHT-SUB) NT-RESTART-EVENTS(WS-NIGHT-SUB).
           SET NT-CENSUS-MISSING(WS-NIGHT-SUB) TO TRUE.
           SET NT-RAN-CLEAN(WS-NIGHT-SUB) TO TRUE.
           MOVE SPACES TO NT-RESTART-EVENT(WS-NIGHT-SUB)
               NT-RESTART-PROGRAM(WS-NIGHT-SUB).
           PERFORM 1220-CLEAR-CELL THRU 1220-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-MAX.
           PERFORM 1410-FORWARD-ONE-DAY THRU 1410-EXIT.
           ADD 1 TO WS-DAY-OF-WEEK.
           IF WS-DAY-OF-WEEK > 7
               MOVE 1 TO WS-DAY-OF-WEEK
           END-IF.
       1210-EXIT.
           EXIT.
      *
       1220-CLEAR-CELL.
           MOVE ZERO TO NC-STARTS(WS-NIGHT-SUB, WS-STEP-SUB)
               NC-START-TIME(WS-NIGHT-SUB, WS-STEP-SUB)
               NC-ELAPSED(WS-NIGHT-SUB, WS-STEP-SUB)
               NC-READ(WS-NIGHT-SUB, WS-STEP-SUB)
               NC-LOADED(WS-NIGHT-SUB, WS-STEP-SUB)
               NC-REJECTED(WS-NIGHT-SUB, WS-STEP-SUB).
           SET NC-NO-ATTEMPT(WS-NIGHT-SUB, WS-STEP-SUB) TO TRUE.
           SET NC-NOT-TIMED(WS-NIGHT-SUB, WS-STEP-SUB) TO TRUE.
           SET NC-NO-STATS(WS-NIGHT-SUB, WS-STEP-SUB) TO TRUE.
       1220-EXIT.
           EXIT.
      *
      *    DAY OF THE WEEK OF WS-WALK-DATE BY ZELLER'S CONGRUENCE,
      *    WHICH COUNTS JANUARY AND FEBRUARY AS MONTHS 13 AND 14 OF
      *    THE YEAR BEFORE AND GIVES 0 FOR SATURDAY.  THE REPORT
      *    COUNTS 1 FOR MONDAY THROUGH 7 FOR SUNDAY.
      *
       1300-SET-DAY-OF-WEEK.
           MOVE WS-WALK-CCYY TO WS-ZELLER-YEAR.
           MOVE WS-WALK-MM   TO WS-ZELLER-MONTH.
           IF WS-ZELLER-MONTH < 3
               ADD 12 TO WS-ZELLER-MONTH
               SUBTRACT 1 FROM WS-ZELLER-YEAR
           END-IF.
           DIVIDE WS-ZELLER-YEAR BY 100 GIVING WS-ZELLER-CENTURY
                                       REMAINDER WS-ZELLER-YY.
           COMPUTE WS-ZELLER-SUM = WS-WALK-DD + WS-ZELLER-YY
                                 + 5 * WS-ZELLER-CENTURY.
           COMPUTE WS-ZELLER-TERM = 13 * (WS-ZELLER-MONTH + 1).
           DIVIDE WS-ZELLER-TERM BY 5 GIVING WS-QUOTIENT.
           ADD WS-QUOTIENT TO WS-ZELLER-SUM.
           DIVIDE WS-ZELLER-YY BY 4 GIVING WS-QUOTIENT.
           ADD WS-QUOTIENT TO WS-ZELLER-SUM.
           DIVIDE WS-ZELLER-CENTURY BY 4 GIVING WS-QUOTIENT.
           ADD WS-QUOTIENT TO WS-ZELLER-SUM.
           DIVIDE WS-ZELLER-SUM BY 7 GIVING WS-QUOTIENT
                                    REMAINDER WS-ZELLER-DAY.
           ADD 5 TO WS-ZELLER-DAY.
           DIVIDE WS-ZELLER-DAY BY 7 GIVING WS-QUOTIENT
                                    REMAINDER WS-DAY-OF-WEEK.
           ADD 1 TO WS-DAY-OF-WEEK.
       1300-EXIT.
           EXIT.
      *
       1400-BACK-ONE-DAY.
           IF WS-WALK-DD > 1
               SUBTRACT 1 FROM WS-WALK-DD
               GO TO 1400-EXIT
           END-IF.
           IF WS-WALK-MM = 1
               MOVE 12 TO WS-WALK-MM
               SUBTRACT 1 FROM WS-WALK-CCYY
           ELSE
               SUBTRACT 1 FROM WS-WALK-MM
           END-IF.
           PERFORM 1420-SET-DAYS-IN-MONTH THRU 1420-EXIT.
           MOVE WS-DAYS-IN-MONTH TO WS-WALK-DD.
       1400-EXIT.
           EXIT.
      *
       1410-FORWARD-ONE-DAY.
           PERFORM 1420-SET-DAYS-IN-MONTH THRU 1420-EXIT.
           IF WS-WALK-DD < WS-DAYS-IN-MONTH
               ADD 1 TO WS-WALK-DD
               GO TO 1410-EXIT
           END-IF.
           MOVE 1 TO WS-WALK-DD.
           IF WS-WALK-MM = 12
               MOVE 1 TO WS-WALK-MM
               ADD 1 TO WS-WALK-CCYY
           ELSE
               ADD 1 TO WS-WALK-MM
           END-IF.
       1410-EXIT.
           EXIT.
      *
       1420-SET-DAYS-IN-MONTH.
           DIVIDE WS-WALK-CCYY BY 4   GIVING WS-QUOTIENT
                                     REMAINDER WS-REMAINDER-4.
           DIVIDE WS-WALK-CCYY BY 100 GIVING WS-QUOTIENT
                                     REMAINDER WS-REMAINDER-100.
           DIVIDE WS-WALK-CCYY BY 400 GIVING WS-QUOTIENT
                                     REMAINDER WS-REMAINDER-400.
           IF WS-REMAINDER-4 = 0
              AND (WS-REMAINDER-100 NOT = 0 OR WS-REMAINDER-400 = 0)
               SET WS-IS-LEAP-YEAR TO TRUE
           ELSE
               SET WS-IS-NOT-LEAP-YEAR TO TRUE
           END-IF.
           EVALUATE WS-WALK-MM
               WHEN 01 MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 03 MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 05 MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 07 MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 08 MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 10 MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 12 MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04 MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 06 MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 09 MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 11 MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   IF WS-IS-LEAP-YEAR
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
           END-EVALUATE.
       1420-EXIT.
           EXIT.
      *
      *    ONE CHAIN-LOG LINE.  LINES FOR RUN DATES OUTSIDE THE RANGE
      *    AND THE LOCKED/FREED AVAILABILITY LINES ARE PASSED OVER.  A
      *    STEP IS TAKEN INTO THE TABLE THE FIRST TIME IT STARTS.
      *
       2000-READ-CHAIN-LOG.
           READ CHAIN-LOG-FILE
               AT END
                   SET WS-LOG-AT-END TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-LOG-READ.
           MOVE CHN-LOG-LINE TO XMPL3-CHAIN-LOG-LINE.
           MOVE CL-RUN-DATE TO WS-LOOKUP-DATE.
           PERFORM 7100-FIND-NIGHT THRU 7100-EXIT.
           IF WS-FOUND-NIGHT = ZERO
               GO TO 2000-EXIT
           END-IF.
           IF CL-EVENT-LOCKED OR CL-EVENT-FREED
               GO TO 2000-EXIT
           END-IF.
           IF CL-EVENT-FAILED OR CL-EVENT-HELD OR CL-EVENT-NOCALL
               MOVE CL-EVENT TO WS-RESTART-EVENT
               PERFORM 2200-MARK-RESTART THRU 2200-EXIT
           END-IF.
           MOVE CL-PROGRAM TO WS-LOOKUP-PROGRAM.
           PERFORM 7200-FIND-STEP THRU 7200-EXIT.
           IF WS-FOUND-STEP = ZERO AND CL-EVENT-START
               PERFORM 2300-ADD-STEP THRU 2300-EXIT
           END-IF.
           IF WS-FOUND-STEP = ZERO
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-STEP-EVENT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
      *    EVERY ATTEMPT AT A STEP IS TIMED FROM ITS START LINE TO ITS
      *    ENDED OR FAILED LINE.  AN END BEFORE ITS START CROSSED
      *    MIDNIGHT.  A STEP THE CHAIN COULD NOT CALL NEVER RAN.
      *
       2100-STEP-EVENT.
           MOVE CL-TIME TO WS-TIME-WORK.
           IF WS-TIME-WORK NOT NUMERIC
               GO TO 2100-EXIT
           END-IF.
           COMPUTE WS-EVENT-CS = WS-TIME-HH * 360000
                               + WS-TIME-MM * 6000
                               + WS-TIME-SS * 100
                               + WS-TIME-CC.
           EVALUATE TRUE
               WHEN CL-EVENT-START
                   MOVE CL-STEP-NUMBER
                       TO SP-STEP-NUMBER(WS-FOUND-STEP)
                   ADD 1 TO NC-STARTS(WS-FOUND-NIGHT, WS-FOUND-STEP)
                   IF NC-STARTS(WS-FOUND-NIGHT, WS-FOUND-STEP) > 1
                       MOVE "RESTART" TO WS-RESTART-EVENT
                       PERFORM 2200-MARK-RESTART THRU 2200-EXIT
                   END-IF
                   MOVE WS-EVENT-CS
                       TO NC-START-TIME(WS-FOUND-NIGHT, WS-FOUND-STEP)
                   SET NC-ATTEMPT-OPEN(WS-FOUND-NIGHT, WS-FOUND-STEP)
                       TO TRUE
               WHEN CL-EVENT-ENDED OR CL-EVENT-FAILED
                   IF NC-ATTEMPT-OPEN(WS-FOUND-NIGHT, WS-FOUND-STEP)
                       COMPUTE WS-ATTEMPT-CS = WS-EVENT-CS
                           - NC-START-TIME(WS-FOUND-NIGHT,
                                           WS-FOUND-STEP)
                       IF WS-ATTEMPT-CS < ZERO
                           ADD WS-CS-PER-DAY TO WS-ATTEMPT-CS
                       END-IF
                       ADD WS-ATTEMPT-CS
                           TO NC-ELAPSED(WS-FOUND-NIGHT, WS-FOUND-STEP)
                       SET NC-TIMED(WS-FOUND-NIGHT, WS-FOUND-STEP)
                           TO TRUE
                       SET NC-NO-ATTEMPT(WS-FOUND-NIGHT, WS-FOUND-STEP)
                           TO TRUE
                   END-IF
               WHEN CL-EVENT-NOCALL
                   SET NC-NO-ATTEMPT(WS-FOUND-NIGHT, WS-FOUND-STEP)
                       TO TRUE
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *
      *    THE FIRST EVENT OF THE NIGHT IS KEPT FOR THE RESTART LIST.
      *
       2200-MARK-RESTART.
           SET NT-RESTARTED(WS-FOUND-NIGHT) TO TRUE.
           ADD 1 TO NT-RESTART-EVENTS(WS-FOUND-NIGHT).
           IF NT-RESTART-EVENT(WS-FOUND-NIGHT) = SPACES
               MOVE WS-RESTART-EVENT
                   TO NT-RESTART-EVENT(WS-FOUND-NIGHT)
               MOVE CL-PROGRAM TO NT-RESTART-PROGRAM(WS-FOUND-NIGHT)
           END-IF.
       2200-EXIT.
           EXIT.
      *
       2300-ADD-STEP.
           IF WS-STEP-COUNT = WS-STEP-MAX
               ADD 1 TO WS-STEPS-DROPPED
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-STEP-COUNT.
           MOVE WS-STEP-COUNT TO WS-FOUND-STEP.
           MOVE CL-PROGRAM TO SP-PROGRAM(WS-FOUND-STEP).
           MOVE CL-STEP-NUMBER TO SP-STEP-NUMBER(WS-FOUND-STEP).
       2300-EXIT.
           EXIT.
      *
      *    ONE RUN-CONTROL RECORD.  THE XMPL3RPT RECORD ALSO CARRIES
      *    THE NIGHT'S CENSUS.  A LATER RECORD FOR THE SAME PROGRAM
      *    AND NIGHT (A RERUN) REPLACES AN EARLIER ONE.
      *
       3000-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   SET WS-RUN-AT-END TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO WS-RUN-READ.
           MOVE RC-RUN-DATE TO WS-LOOKUP-DATE.
           PERFORM 7100-FIND-NIGHT THRU 7100-EXIT.
           IF WS-FOUND-NIGHT = ZERO
               GO TO 3000-EXIT
           END-IF.
           IF RC-PROGRAM-ID = "XMPL3RPT"
               MOVE RC-RECORDS-REPORTED TO NT-CENSUS(WS-FOUND-NIGHT)
               SET NT-CENSUS-KNOWN(WS-FOUND-NIGHT) TO TRUE
           END-IF.
           MOVE RC-PROGRAM-ID TO WS-LOOKUP-PROGRAM.
           PERFORM 7200-FIND-STEP THRU 7200-EXIT.
           IF WS-FOUND-STEP = ZERO
               GO TO 3000-EXIT
           END-IF.
           MOVE RC-RECORDS-READ
               TO NC-READ(WS-FOUND-NIGHT, WS-FOUND-STEP).
           MOVE RC-RECORDS-LOADED
               TO NC-LOADED(WS-FOUND-NIGHT, WS-FOUND-STEP).
           MOVE RC-RECORDS-REJECTED
               TO NC-REJECTED(WS-FOUND-NIGHT, WS-FOUND-STEP).
           SET NC-HAS-STATS(WS-FOUND-NIGHT, WS-FOUND-STEP) TO TRUE.
       3000-EXIT.
           EXIT.
      *
       3500-SUM-NIGHT.
           PERFORM 3510-ADD-STEP-ELAPSED THRU 3510-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.
       3500-EXIT.
           EXIT.
      *
       3510-ADD-STEP-ELAPSED.
           ADD NC-ELAPSED(WS-NIGHT-SUB, WS-STEP-SUB)
               TO NT-ELAPSED(WS-NIGHT-SUB).
       3510-EXIT.
           EXIT.
      *
      *    PRINT ORDER BY STEP NUMBER -- AN EXCHANGE SORT OF THE
      *    SUBSCRIPTS, LEAVING THE NIGHT CELLS WHERE THEY ARE.
      *
       3600-ORDER-STEPS.
           PERFORM 3610-SET-ORDER THRU 3610-EXIT
               VARYING WS-ORDER-SUB FROM 1 BY 1
               UNTIL WS-ORDER-SUB > WS-STEP-COUNT.
           PERFORM 3620-COMPARE-PAIR THRU 3620-EXIT
               VARYING WS-PASS-SUB FROM 1 BY 1
               UNTIL WS-PASS-SUB >= WS-STEP-COUNT
               AFTER WS-ORDER-SUB FROM 1 BY 1
               UNTIL WS-ORDER-SUB >= WS-STEP-COUNT.
       3600-EXIT.
           EXIT.
      *
       3610-SET-ORDER.
           MOVE WS-ORDER-SUB TO WS-ORDER-STEP(WS-ORDER-SUB).
       3610-EXIT.
           EXIT.
      *
       3620-COMPARE-PAIR.
           MOVE WS-ORDER-STEP(WS-ORDER-SUB) TO WS-STEP-SUB.
           MOVE WS-ORDER-STEP(WS-ORDER-SUB + 1) TO WS-HOLD-STEP.
           IF SP-STEP-NUMBER(WS-STEP-SUB)
                   > SP-STEP-NUMBER(WS-HOLD-STEP)
               MOVE WS-HOLD-STEP TO WS-ORDER-STEP(WS-ORDER-SUB)
               MOVE WS-STEP-SUB  TO WS-ORDER-STEP(WS-ORDER-SUB + 1)
           END-IF.
       3620-EXIT.
           EXIT.
      *
      *    THE WEEKLY OR MONTHLY VIEW.  A WEEK BREAKS ON MONDAY AND A
      *    MONTH ON CCYYMM; THE FIRST AND LAST PERIODS MAY BE PARTIAL.
      *
       4000-PRODUCE-VIEW.
           WRITE TRD-REPORT-LINE FROM WS-BLANK-LINE.
           IF WS-VIEW-WEEKLY
               MOVE "WEEKLY VIEW" TO SC-TITLE
           ELSE
               MOVE "MONTHLY VIEW" TO SC-TITLE
           END-IF.
           WRITE TRD-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE ZERO TO WS-PERIOD-NIGHTS.
           SET WS-PRIOR-CENSUS-MISSING TO TRUE.
           PERFORM 4100-VIEW-NIGHT THRU 4100-EXIT
               VARYING WS-NIGHT-SUB FROM 1 BY 1
               UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT.
           IF WS-PERIOD-NIGHTS > ZERO
               PERFORM 4300-WRITE-PERIOD THRU 4300-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
      *
       4100-VIEW-NIGHT.
           SET WS-SAME-PERIOD TO TRUE.
           IF WS-PERIOD-NIGHTS = ZERO
               SET WS-NEW-PERIOD TO TRUE
           END-IF.
           IF WS-VIEW-WEEKLY AND NT-DAY-OF-WEEK(WS-NIGHT-SUB) = 1
               SET WS-NEW-PERIOD TO TRUE
           END-IF.
           IF WS-VIEW-MONTHLY
              AND NT-MONTH(WS-NIGHT-SUB) NOT = WS-PERIOD-START(1:6)
               SET WS-NEW-PERIOD TO TRUE
           END-IF.
           IF WS-NEW-PERIOD AND WS-PERIOD-NIGHTS > ZERO
               PERFORM 4300-WRITE-PERIOD THRU 4300-EXIT
           END-IF.
           IF WS-NEW-PERIOD
               PERFORM 4200-CLEAR-PERIOD THRU 4200-EXIT
           END-IF.
           ADD 1 TO WS-PERIOD-NIGHTS.
           IF NT-RESTARTED(WS-NIGHT-SUB)
               ADD 1 TO WS-PERIOD-RESTARTS
           END-IF.
           IF NT-ELAPSED(WS-NIGHT-SUB) > ZERO
               ADD 1 TO WS-PERIOD-RUN-NIGHTS
               ADD NT-ELAPSED(WS-NIGHT-SUB) TO WS-PERIOD-ELAPSED
           END-IF.
           IF NT-CENSUS-KNOWN(WS-NIGHT-SUB)
              AND WS-PERIOD-CENSUS-MISSING
               MOVE NT-CENSUS(WS-NIGHT-SUB) TO WS-PERIOD-FIRST-CENSUS
           END-IF.
           IF NT-CENSUS-KNOWN(WS-NIGHT-SUB)
               MOVE NT-CENSUS(WS-NIGHT-SUB) TO WS-PERIOD-LAST-CENSUS
               SET WS-PERIOD-CENSUS-KNOWN TO TRUE
           END-IF.
           PERFORM 4110-ACCUMULATE-STEP THRU 4110-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.
       4100-EXIT.
           EXIT.
      *
       4110-ACCUMULATE-STEP.
           IF NC-STARTS(WS-NIGHT-SUB, WS-STEP-SUB) > ZERO
               ADD 1 TO PS-RUN-NIGHTS(WS-STEP-SUB)
           END-IF.
           IF NC-TIMED(WS-NIGHT-SUB, WS-STEP-SUB)
               ADD 1 TO PS-TIMED-NIGHTS(WS-STEP-SUB)
               ADD NC-ELAPSED(WS-NIGHT-SUB, WS-STEP-SUB)
                   TO PS-ELAPSED(WS-STEP-SUB)
           END-IF.
           IF NC-HAS-STATS(WS-NIGHT-SUB, WS-STEP-SUB)
               ADD NC-READ(WS-NIGHT-SUB, WS-STEP-SUB)
                   TO PS-READ(WS-STEP-SUB)
               ADD NC-LOADED(WS-NIGHT-SUB, WS-STEP-SUB)
                   TO PS-LOADED(WS-STEP-SUB)
               ADD NC-REJECTED(WS-NIGHT-SUB, WS-STEP-SUB)
                   TO PS-REJECTED(WS-STEP-SUB)
           END-IF.
       4110-EXIT.
           EXIT.
      *
       4200-CLEAR-PERIOD.
           MOVE NT-DATE(WS-NIGHT-SUB) TO WS-PERIOD-START.
           MOVE ZERO TO WS-PERIOD-NIGHTS WS-PERIOD-RESTARTS
               WS-PERIOD-RUN-NIGHTS WS-PERIOD-ELAPSED
               WS-PERIOD-FIRST-CENSUS WS-PERIOD-LAST-CENSUS.
           SET WS-PERIOD-CENSUS-MISSING TO TRUE.
           PERFORM 4210-CLEAR-PERIOD-STEP THRU 4210-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-MAX.
       4200-EXIT.
           EXIT.
      *
       4210-CLEAR-PERIOD-STEP.
           MOVE ZERO TO PS-RUN-NIGHTS(WS-STEP-SUB)
               PS-TIMED-NIGHTS(WS-STEP-SUB) PS-ELAPSED(WS-STEP-SUB)
               PS-READ(WS-STEP-SUB) PS-LOADED(WS-STEP-SUB)
               PS-REJECTED(WS-STEP-SUB).
       4210-EXIT.
           EXIT.
      *
      *    GROWTH IS FROM THE LAST CENSUS BEFORE THE PERIOD TO THE
      *    LAST ONE IN IT -- OR, FOR THE FIRST PERIOD WITH A CENSUS,
      *    FROM ITS OWN FIRST CENSUS.
      *
       4300-WRITE-PERIOD.
           WRITE TRD-REPORT-LINE FROM WS-BLANK-LINE.
           IF WS-VIEW-WEEKLY
               MOVE "WEEK OF  " TO PL-LABEL
               MOVE WS-PERIOD-START TO PL-START
           ELSE
               MOVE "MONTH OF " TO PL-LABEL
               MOVE WS-PERIOD-START(1:6) TO PL-START
           END-IF.
           MOVE WS-PERIOD-NIGHTS   TO PL-NIGHTS.
           MOVE WS-PERIOD-RESTARTS TO PL-RESTARTS.
           MOVE ZERO TO WS-MINUTES.
           IF WS-PERIOD-RUN-NIGHTS > ZERO
               COMPUTE WS-MINUTES ROUNDED = WS-PERIOD-ELAPSED
                   / (WS-PERIOD-RUN-NIGHTS * 6000)
           END-IF.
           MOVE WS-MINUTES TO PL-AVG-MINUTES.
           WRITE TRD-REPORT-LINE FROM WS-PERIOD-LINE.
           IF WS-PERIOD-CENSUS-MISSING
               WRITE TRD-REPORT-LINE FROM WS-NO-CENSUS-LINE
           ELSE
               PERFORM 4320-WRITE-CENSUS THRU 4320-EXIT
           END-IF.
           WRITE TRD-REPORT-LINE FROM WS-STEP-HDR-LINE.
           PERFORM 4310-WRITE-PERIOD-STEP THRU 4310-EXIT
               VARYING WS-ORDER-SUB FROM 1 BY 1
               UNTIL WS-ORDER-SUB > WS-STEP-COUNT.
       4300-EXIT.
           EXIT.
      *
       4310-WRITE-PERIOD-STEP.
           MOVE WS-ORDER-STEP(WS-ORDER-SUB) TO WS-STEP-SUB.
           MOVE SP-STEP-NUMBER(WS-STEP-SUB) TO SL-STEP-NUMBER.
           MOVE SP-PROGRAM(WS-STEP-SUB)     TO SL-PROGRAM.
           MOVE PS-RUN-NIGHTS(WS-STEP-SUB)  TO SL-NIGHTS.
           MOVE ZERO TO WS-MINUTES.
           IF PS-TIMED-NIGHTS(WS-STEP-SUB) > ZERO
               COMPUTE WS-MINUTES ROUNDED = PS-ELAPSED(WS-STEP-SUB)
                   / (PS-TIMED-NIGHTS(WS-STEP-SUB) * 6000)
           END-IF.
           MOVE WS-MINUTES TO SL-AVG-MINUTES.
           MOVE PS-READ(WS-STEP-SUB)     TO SL-READ.
           MOVE PS-LOADED(WS-STEP-SUB)   TO SL-LOADED.
           MOVE PS-REJECTED(WS-STEP-SUB) TO SL-REJECTED.
           MOVE ZERO TO WS-CURRENT-RATE.
           IF PS-READ(WS-STEP-SUB) > ZERO
               COMPUTE WS-CURRENT-RATE ROUNDED =
                   PS-REJECTED(WS-STEP-SUB) * 100
                   / PS-READ(WS-STEP-SUB)
           END-IF.
           MOVE WS-CURRENT-RATE TO SL-REJECT-PCT.
           WRITE TRD-REPORT-LINE FROM WS-STEP-LINE.
       4310-EXIT.
           EXIT.
      *
       4320-WRITE-CENSUS.
           IF WS-PRIOR-CENSUS-KNOWN
               MOVE WS-PRIOR-CENSUS TO WS-GROWTH-BASE
           ELSE
               MOVE WS-PERIOD-FIRST-CENSUS TO WS-GROWTH-BASE
           END-IF.
           COMPUTE WS-GROWTH = WS-PERIOD-LAST-CENSUS - WS-GROWTH-BASE.
           MOVE ZERO TO WS-GROWTH-PCT.
           IF WS-GROWTH-BASE > ZERO
               COMPUTE WS-GROWTH-PCT ROUNDED =
                   WS-GROWTH * 100 / WS-GROWTH-BASE
           END-IF.
           MOVE WS-PERIOD-LAST-CENSUS TO CN-CENSUS.
           MOVE WS-GROWTH             TO CN-GROWTH.
           MOVE WS-GROWTH-PCT         TO CN-GROWTH-PCT.
           WRITE TRD-REPORT-LINE FROM WS-CENSUS-LINE.
           MOVE WS-PERIOD-LAST-CENSUS TO WS-PRIOR-CENSUS.
           SET WS-PRIOR-CENSUS-KNOWN TO TRUE.
       4320-EXIT.
           EXIT.
      *
      *    EACH STEP ON EACH NIGHT AGAINST ITS OWN AVERAGE OVER THE
      *    PREVIOUS WS-ROLLING-NIGHTS NIGHTS IT RAN IN THE RANGE.
      *
       5000-FLAG-STEPS.
           WRITE TRD-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE "STEPS WELL ABOVE THEIR ROLLING AVERAGE" TO SC-TITLE.
           WRITE TRD-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE WS-FLAG-PCT       TO FR-FLAG-PCT.
           MOVE WS-ROLLING-NIGHTS TO FR-ROLLING-NIGHTS.
           WRITE TRD-REPORT-LINE FROM WS-FLAG-RULE-LINE.
           WRITE TRD-REPORT-LINE FROM WS-FLAG-HDR-LINE.
           PERFORM 5100-FLAG-CELL THRU 5100-EXIT
               VARYING WS-NIGHT-SUB FROM 1 BY 1
               UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
               AFTER WS-ORDER-SUB FROM 1 BY 1
               UNTIL WS-ORDER-SUB > WS-STEP-COUNT.
           IF WS-FLAG-COUNT = ZERO
               WRITE TRD-REPORT-LINE FROM WS-NO-FLAG-LINE
           END-IF.
       5000-EXIT.
           EXIT.
      *
       5100-FLAG-CELL.
           MOVE WS-ORDER-STEP(WS-ORDER-SUB) TO WS-STEP-SUB.
           IF NC-STARTS(WS-NIGHT-SUB, WS-STEP-SUB) = ZERO
               GO TO 5100-EXIT
           END-IF.
           MOVE ZERO TO WS-HIST-NIGHTS WS-HIST-TIMED WS-HIST-STATS
               WS-HIST-ELAPSED WS-HIST-READ WS-HIST-REJECTED.
           COMPUTE WS-BACK-START = WS-NIGHT-SUB - 1.
           PERFORM 5110-ADD-HISTORY THRU 5110-EXIT
               VARYING WS-BACK-SUB FROM WS-BACK-START BY -1
               UNTIL WS-BACK-SUB < 1
                  OR WS-HIST-NIGHTS >= WS-ROLLING-NIGHTS.
           PERFORM 5120-CHECK-ELAPSED THRU 5120-EXIT.
           PERFORM 5130-CHECK-REJECT-RATE THRU 5130-EXIT.
       5100-EXIT.
           EXIT.
      *
       5110-ADD-HISTORY.
           IF NC-STARTS(WS-BACK-SUB, WS-STEP-SUB) = ZERO
               GO TO 5110-EXIT
           END-IF.
           ADD 1 TO WS-HIST-NIGHTS.
           IF NC-TIMED(WS-BACK-SUB, WS-STEP-SUB)
               ADD 1 TO WS-HIST-TIMED
               ADD NC-ELAPSED(WS-BACK-SUB, WS-STEP-SUB)
                   TO WS-HIST-ELAPSED
           END-IF.
           IF NC-HAS-STATS(WS-BACK-SUB, WS-STEP-SUB)
               ADD 1 TO WS-HIST-STATS
               ADD NC-READ(WS-BACK-SUB, WS-STEP-SUB) TO WS-HIST-READ
               ADD NC-REJECTED(WS-BACK-SUB, WS-STEP-SUB)
                   TO WS-HIST-REJECTED
           END-IF.
       5110-EXIT.
           EXIT.
      *
       5120-CHECK-ELAPSED.
           IF NC-NOT-TIMED(WS-NIGHT-SUB, WS-STEP-SUB)
              OR WS-HIST-TIMED < WS-MIN-HISTORY
               GO TO 5120-EXIT
           END-IF.
           COMPUTE WS-AVERAGE-CS ROUNDED =
               WS-HIST-ELAPSED / WS-HIST-TIMED.
           IF NC-ELAPSED(WS-NIGHT-SUB, WS-STEP-SUB) * 100
                   NOT > WS-AVERAGE-CS * WS-FLAG-PCT
               GO TO 5120-EXIT
           END-IF.
           IF NC-ELAPSED(WS-NIGHT-SUB, WS-STEP-SUB) - WS-AVERAGE-CS
                   < WS-MIN-ELAPSED-EXCESS
               GO TO 5120-EXIT
           END-IF.
           MOVE "ELAPSED MIN " TO FG-MEASURE.
           COMPUTE WS-MINUTES ROUNDED =
               NC-ELAPSED(WS-NIGHT-SUB, WS-STEP-SUB) / 6000.
           MOVE WS-MINUTES TO FG-CURRENT.
           COMPUTE WS-MINUTES ROUNDED = WS-AVERAGE-CS / 6000.
           MOVE WS-MINUTES TO FG-AVERAGE.
           PERFORM 5200-WRITE-FLAG THRU 5200-EXIT.
       5120-EXIT.
           EXIT.
      *
       5130-CHECK-REJECT-RATE.
           IF NC-NO-STATS(WS-NIGHT-SUB, WS-STEP-SUB)
              OR NC-READ(WS-NIGHT-SUB, WS-STEP-SUB) = ZERO
              OR WS-HIST-STATS < WS-MIN-HISTORY
              OR WS-HIST-READ = ZERO
               GO TO 5130-EXIT
           END-IF.
           COMPUTE WS-CURRENT-RATE ROUNDED =
               NC-REJECTED(WS-NIGHT-SUB, WS-STEP-SUB) * 100
               / NC-READ(WS-NIGHT-SUB, WS-STEP-SUB).
           COMPUTE WS-AVERAGE-RATE ROUNDED =
               WS-HIST-REJECTED * 100 / WS-HIST-READ.
           IF WS-CURRENT-RATE * 100 NOT > WS-AVERAGE-RATE * WS-FLAG-PCT
               GO TO 5130-EXIT
           END-IF.
           IF WS-CURRENT-RATE - WS-AVERAGE-RATE < WS-MIN-RATE-EXCESS
               GO TO 5130-EXIT
           END-IF.
           MOVE "REJECT PCT  " TO FG-MEASURE.
           MOVE WS-CURRENT-RATE TO FG-CURRENT.
           MOVE WS-AVERAGE-RATE TO FG-AVERAGE.
           PERFORM 5200-WRITE-FLAG THRU 5200-EXIT.
       5130-EXIT.
           EXIT.
      *
       5200-WRITE-FLAG.
           ADD 1 TO WS-FLAG-COUNT.
           MOVE NT-DATE(WS-NIGHT-SUB)       TO FG-RUN-DATE.
           MOVE SP-STEP-NUMBER(WS-STEP-SUB) TO FG-STEP-NUMBER.
           MOVE SP-PROGRAM(WS-STEP-SUB)     TO FG-PROGRAM.
           WRITE TRD-REPORT-LINE FROM WS-FLAG-LINE.
       5200-EXIT.
           EXIT.
      *
       6000-LIST-RESTARTS.
           WRITE TRD-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE "NIGHTS THAT NEEDED A RESTART" TO SC-TITLE.
           WRITE TRD-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE TRD-REPORT-LINE FROM WS-RESTART-HDR-LINE.
           PERFORM 6100-WRITE-RESTART THRU 6100-EXIT
               VARYING WS-NIGHT-SUB FROM 1 BY 1
               UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT.
           IF WS-RESTART-COUNT = ZERO
               WRITE TRD-REPORT-LINE FROM WS-NO-RESTART-LINE
           END-IF.
       6000-EXIT.
           EXIT.
      *
       6100-WRITE-RESTART.
           IF NT-RAN-CLEAN(WS-NIGHT-SUB)
               GO TO 6100-EXIT
           END-IF.
           ADD 1 TO WS-RESTART-COUNT.
           MOVE NT-DATE(WS-NIGHT-SUB)            TO RS-RUN-DATE.
           MOVE NT-RESTART-EVENT(WS-NIGHT-SUB)   TO RS-EVENT.
           MOVE NT-RESTART-PROGRAM(WS-NIGHT-SUB) TO RS-PROGRAM.
           MOVE NT-RESTART-EVENTS(WS-NIGHT-SUB)  TO RS-EVENTS.
           WRITE TRD-REPORT-LINE FROM WS-RESTART-LINE.
       6100-EXIT.
           EXIT.
      *
      *    CAPACITY.  THE ELAPSED TIME PER CENSUS RECORD IS TAKEN OVER
      *    THE LAST WS-ROLLING-NIGHTS CLEAN NIGHTS WITH A CENSUS (A
      *    RESTART NIGHT'S TIME IS NOT THE CHAIN'S NORMAL TIME), AND
      *    THE GROWTH PER NIGHT OVER THE WHOLE RANGE.  THE CENSUS THAT
      *    FILLS THE WINDOW AT THAT RATE, LESS TODAY'S CENSUS, OVER
      *    THE GROWTH GIVES THE NIGHTS LEFT.
      *
       6500-PROJECT-CAPACITY.
           WRITE TRD-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE "CAPACITY PROJECTION" TO SC-TITLE.
           WRITE TRD-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE ZERO TO WS-FIRST-CENSUS-NIGHT WS-LAST-CENSUS-NIGHT.
           PERFORM 6510-FIND-FIRST-CENSUS THRU 6510-EXIT
               VARYING WS-NIGHT-SUB FROM 1 BY 1
               UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
                  OR WS-FIRST-CENSUS-NIGHT > ZERO.
           PERFORM 6520-FIND-LAST-CENSUS THRU 6520-EXIT
               VARYING WS-NIGHT-SUB FROM WS-NIGHT-COUNT BY -1
               UNTIL WS-NIGHT-SUB < 1
                  OR WS-LAST-CENSUS-NIGHT > ZERO.
           IF WS-LAST-CENSUS-NIGHT = WS-FIRST-CENSUS-NIGHT
               MOVE "NOT ENOUGH CENSUS HISTORY IN THE RANGE TO PROJECT"
                   TO PJ-MESSAGE
               WRITE TRD-REPORT-LINE FROM WS-PROJECTION-LINE
               GO TO 6500-EXIT
           END-IF.
           COMPUTE WS-GROWTH = NT-CENSUS(WS-LAST-CENSUS-NIGHT)
                             - NT-CENSUS(WS-FIRST-CENSUS-NIGHT).
           COMPUTE WS-DAY-COUNT =
               WS-LAST-CENSUS-NIGHT - WS-FIRST-CENSUS-NIGHT.
           COMPUTE WS-GROWTH-PER-NIGHT ROUNDED =
               WS-GROWTH / WS-DAY-COUNT.
           MOVE NT-DATE(WS-LAST-CENSUS-NIGHT)   TO PJ-CENSUS-DATE.
           MOVE NT-CENSUS(WS-LAST-CENSUS-NIGHT) TO PJ-CENSUS.
           MOVE WS-GROWTH-PER-NIGHT             TO PJ-GROWTH-PER-NIGHT.
           WRITE TRD-REPORT-LINE FROM WS-CENSUS-BASIS-LINE.
           MOVE ZERO TO WS-RECENT-NIGHTS WS-RECENT-ELAPSED
               WS-RECENT-CENSUS.
           PERFORM 6530-ADD-RECENT-NIGHT THRU 6530-EXIT
               VARYING WS-NIGHT-SUB FROM WS-LAST-CENSUS-NIGHT BY -1
               UNTIL WS-NIGHT-SUB < 1
                  OR WS-RECENT-NIGHTS >= WS-ROLLING-NIGHTS.
           IF WS-RECENT-NIGHTS = ZERO OR WS-RECENT-CENSUS = ZERO
               MOVE "NO CLEAN TIMED NIGHT WITH A CENSUS TO PROJECT FROM"
                   TO PJ-MESSAGE
               WRITE TRD-REPORT-LINE FROM WS-PROJECTION-LINE
               GO TO 6500-EXIT
           END-IF.
           COMPUTE WS-CS-PER-RECORD ROUNDED =
               WS-RECENT-ELAPSED / WS-RECENT-CENSUS.
           COMPUTE WS-CURRENT-CS ROUNDED =
               NT-CENSUS(WS-LAST-CENSUS-NIGHT) * WS-CS-PER-RECORD.
           COMPUTE WS-MINUTES ROUNDED = WS-CURRENT-CS / 6000.
           MOVE WS-MINUTES       TO PJ-CURRENT-MINUTES.
           MOVE WS-CS-PER-RECORD TO PJ-CS-PER-RECORD.
           MOVE WS-RECENT-NIGHTS TO PJ-RECENT-NIGHTS.
           WRITE TRD-REPORT-LINE FROM WS-ELAPSED-BASIS-LINE.
           IF WS-CS-PER-RECORD = ZERO
               MOVE "ELAPSED TIME PER RECORD ROUNDS TO ZERO - NO LIMIT"
                   TO PJ-MESSAGE
               WRITE TRD-REPORT-LINE FROM WS-PROJECTION-LINE
               GO TO 6500-EXIT
           END-IF.
           COMPUTE WS-WINDOW-CS = WS-WINDOW-MINUTES * 6000.
           COMPUTE WS-CENSUS-LIMIT = WS-WINDOW-CS / WS-CS-PER-RECORD.
           MOVE WS-WINDOW-MINUTES TO PJ-WINDOW-MINUTES.
           MOVE WS-CENSUS-LIMIT   TO PJ-CENSUS-LIMIT.
           WRITE TRD-REPORT-LINE FROM WS-LIMIT-LINE.
           IF WS-CURRENT-CS NOT < WS-WINDOW-CS
               MOVE "**** THE CHAIN ALREADY NEEDS ITS WHOLE WINDOW"
                   TO PJ-MESSAGE
               WRITE TRD-REPORT-LINE FROM WS-PROJECTION-LINE
               GO TO 6500-EXIT
           END-IF.
           IF WS-GROWTH-PER-NIGHT NOT > ZERO
               MOVE "CENSUS NOT GROWING - WINDOW NOT OUTGROWN"
                   TO PJ-MESSAGE
               WRITE TRD-REPORT-LINE FROM WS-PROJECTION-LINE
               GO TO 6500-EXIT
           END-IF.
           COMPUTE WS-NIGHTS-LEFT =
               WS-CENSUS-LIMIT - NT-CENSUS(WS-LAST-CENSUS-NIGHT).
           COMPUTE WS-NIGHTS-LEFT =
               WS-NIGHTS-LEFT / WS-GROWTH-PER-NIGHT.
           ADD 1 TO WS-NIGHTS-LEFT.
           IF WS-NIGHTS-LEFT > WS-MAX-PROJECT-NIGHTS
               MOVE "WINDOW NOT OUTGROWN WITHIN TEN YEARS"
                   TO PJ-MESSAGE
               WRITE TRD-REPORT-LINE FROM WS-PROJECTION-LINE
               GO TO 6500-EXIT
           END-IF.
           MOVE WS-NIGHTS-LEFT TO WS-DAY-COUNT.
           MOVE NT-DATE(WS-LAST-CENSUS-NIGHT) TO WS-WALK-DATE.
           PERFORM 1410-FORWARD-ONE-DAY THRU 1410-EXIT
               WS-DAY-COUNT TIMES.
           MOVE WS-WALK-DATE TO PJ-OUTGROW-DATE.
           MOVE WS-DAY-COUNT TO PJ-NIGHTS-LEFT.
           WRITE TRD-REPORT-LINE FROM WS-OUTGROW-LINE.
           IF WS-DAY-COUNT NOT > WS-WARNING-NIGHTS
               MOVE "**** UNDER 90 NIGHTS LEFT - ASK FOR CAPACITY"
                   TO PJ-MESSAGE
               WRITE TRD-REPORT-LINE FROM WS-PROJECTION-LINE
           END-IF.
       6500-EXIT.
           EXIT.
      *
       6510-FIND-FIRST-CENSUS.
           IF NT-CENSUS-KNOWN(WS-NIGHT-SUB)
               MOVE WS-NIGHT-SUB TO WS-FIRST-CENSUS-NIGHT
           END-IF.
       6510-EXIT.
           EXIT.
      *
       6520-FIND-LAST-CENSUS.
           IF NT-CENSUS-KNOWN(WS-NIGHT-SUB)
               MOVE WS-NIGHT-SUB TO WS-LAST-CENSUS-NIGHT
           END-IF.
       6520-EXIT.
           EXIT.
      *
       6530-ADD-RECENT-NIGHT.
           IF NT-CENSUS-MISSING(WS-NIGHT-SUB)
              OR NT-RESTARTED(WS-NIGHT-SUB)
              OR NT-ELAPSED(WS-NIGHT-SUB) = ZERO
               GO TO 6530-EXIT
           END-IF.
           ADD 1 TO WS-RECENT-NIGHTS.
           ADD NT-ELAPSED(WS-NIGHT-SUB) TO WS-RECENT-ELAPSED.
           ADD NT-CENSUS(WS-NIGHT-SUB)  TO WS-RECENT-CENSUS.
       6530-EXIT.
           EXIT.
      *
      *    NIGHT FOR WS-LOOKUP-DATE, OR ZERO IF OUTSIDE THE RANGE.
      *    THE LOG AND THE RUN-CONTROL FILE ARE BOTH IN RUN-DATE
      *    ORDER, SO THE LAST NIGHT FOUND IS TRIED FIRST.
      *
       7100-FIND-NIGHT.
           IF WS-FOUND-NIGHT > ZERO
               IF NT-DATE(WS-FOUND-NIGHT) = WS-LOOKUP-DATE
                   GO TO 7100-EXIT
               END-IF
           END-IF.
           MOVE ZERO TO WS-FOUND-NIGHT.
           IF WS-LOOKUP-DATE < WS-FROM-DATE
              OR WS-LOOKUP-DATE > WS-TO-DATE
               GO TO 7100-EXIT
           END-IF.
           PERFORM 7110-MATCH-NIGHT THRU 7110-EXIT
               VARYING WS-SEARCH-SUB FROM 1 BY 1
               UNTIL WS-SEARCH-SUB > WS-NIGHT-COUNT
                  OR WS-FOUND-NIGHT > ZERO.
       7100-EXIT.
           EXIT.
      *
       7110-MATCH-NIGHT.
           IF NT-DATE(WS-SEARCH-SUB) = WS-LOOKUP-DATE
               MOVE WS-SEARCH-SUB TO WS-FOUND-NIGHT
           END-IF.
       7110-EXIT.
           EXIT.
      *
       7200-FIND-STEP.
           MOVE ZERO TO WS-FOUND-STEP.
           PERFORM 7210-MATCH-STEP THRU 7210-EXIT
               VARYING WS-SEARCH-SUB FROM 1 BY 1
               UNTIL WS-SEARCH-SUB > WS-STEP-COUNT
                  OR WS-FOUND-STEP > ZERO.
       7200-EXIT.
           EXIT.
      *
       7210-MATCH-STEP.
           IF SP-PROGRAM(WS-SEARCH-SUB) = WS-LOOKUP-PROGRAM
               MOVE WS-SEARCH-SUB TO WS-FOUND-STEP
           END-IF.
       7210-EXIT.
           EXIT.
      *
       8000-PRODUCE-REPORT.
           IF WS-RUN-REFUSED
               MOVE WS-REFUSAL-REASON TO RF-REASON
               WRITE TRD-REPORT-LINE FROM WS-REFUSED-LINE
               GO TO 8000-EXIT
           END-IF.
           MOVE WS-FROM-DATE      TO RG-FROM-DATE.
           MOVE WS-TO-DATE        TO RG-TO-DATE.
           MOVE WS-NIGHT-COUNT    TO RG-NIGHTS.
           MOVE WS-WINDOW-MINUTES TO RG-WINDOW-MINUTES.
           WRITE TRD-REPORT-LINE FROM WS-RANGE-LINE.
           SET WS-VIEW-WEEKLY TO TRUE.
           PERFORM 4000-PRODUCE-VIEW THRU 4000-EXIT.
           SET WS-VIEW-MONTHLY TO TRUE.
           PERFORM 4000-PRODUCE-VIEW THRU 4000-EXIT.
           PERFORM 5000-FLAG-STEPS THRU 5000-EXIT.
           PERFORM 6000-LIST-RESTARTS THRU 6000-EXIT.
           PERFORM 6500-PROJECT-CAPACITY THRU 6500-EXIT.
       8000-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           CLOSE CHAIN-LOG-FILE.
           CLOSE RUN-CONTROL-FILE.
           CLOSE TRD-REPORT-FILE.
           DISPLAY "XMPL3TRD: CHAIN-LOG LINES READ    = " WS-LOG-READ.
           DISPLAY "XMPL3TRD: RUN-CONTROL RECS READ   = " WS-RUN-READ.
           DISPLAY "XMPL3TRD: STEP/NIGHTS FLAGGED     = "
               WS-FLAG-COUNT.
           DISPLAY "XMPL3TRD: NIGHTS NEEDING RESTART  = "
               WS-RESTART-COUNT.
           IF WS-STEPS-DROPPED > ZERO
               DISPLAY "XMPL3TRD: STEP TABLE FULL, NOT TRENDED    = "
                   WS-STEPS-DROPPED
           END-IF.
           IF WS-RUN-REFUSED
               DISPLAY "XMPL3TRD: REPORT REFUSED, RC=8"
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
