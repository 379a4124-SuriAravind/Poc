      ******************************************************************
      *    PROGRAM-ID  : XMPL3FLX                                      *
      *    AUTHOR      : D. OKAFOR, DATA ADMINISTRATION                *
      *    INSTALLATION: EXAMPLE2 BATCH LIBRARY                        *
      *    DATE-WRITTEN: 10/15/2026                                    *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    REMARKS.                                                   *
      *        Month-end amount flux report by entity, for the close  *
      *        question neither XMPL3CTL (totals by type and month)   *
      *        nor XMPL3CMP (record-level differences) answers:       *
      *        which SOME-FIELD-NUMBER-2 entities' balances moved,    *
      *        and by how much.  Takes two month-end XMPL3UNL backups *
      *        -- the prior on PRVBKP, the current on CURBKP -- and   *
      *        sorts every record's amount by entity, the amount      *
      *        being the fields XMPL3CTL totals:                      *
      *          TYPE 01: SOME-FIELD12                                *
      *          TYPE 02: ANOTHER-FIELD6 + ANOTHER-FIELD7             *
      *          TYPE 03: THIRD-FIELD5                                *
      *        (a non-numeric amount taken as zero, as XMPL3CTL does).*
      *        An entity on both backups prints its prior figure,     *
      *        current figure, change in dollars and change in        *
      *        percent, flagged when the change is over the dollar    *
      *        or the percent threshold.  Entities that appeared      *
      *        (current only) or dropped out (prior only) are listed  *
      *        in their own sections.  Each backup then proves        *
      *        itself: its record counts must tie to its unload       *
      *        trailer, the entity figures must add back to its       *
      *        grand amount, and its counts and amounts must tie to   *
      *        the XMPL3CTL control-totals history record (XMPL3CTH)  *
      *        for the same date as its trailer -- so XMPL3CTL must   *
      *        run on the month-end night of each backup.  A missing  *
      *        trailer or history record, or any tie out of balance,  *
      *        ends the run with RC=8.  Parm (via COMMAND-LINE) is    *
      *        DOLLAR-THRESHOLD,PERCENT-THRESHOLD in whole dollars    *
      *        and whole percent, either blank for its default        *
      *        (WS-DEFAULT-DOLLARS, WS-DEFAULT-PERCENT); a bad parm   *
      *        or a backup that will not open refuses the run, RC=8.  *
      *        Reads only -- writes no XMPL3RC record of its own.     *
      *                                                                *
      *    MODIFICATION HISTORY.                                      *
      *        10/15/2026  DRO  ORIGINAL PROGRAM.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    XMPL3FLX.
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
           SELECT PRIOR-BACKUP-IN ASSIGN TO PRVBKP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRV-STATUS.
           SELECT CURRENT-BACKUP-IN ASSIGN TO CURBKP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUR-STATUS.
           SELECT CONTROL-TOTALS-FILE ASSIGN TO XMPL3CTH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTH-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK03.
           SELECT FLX-REPORT-FILE ASSIGN TO FLXRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRIOR-BACKUP-IN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 401 CHARACTERS.
       01  PBK-BACKUP-RECORD                 PIC X(401).
       FD  CURRENT-BACKUP-IN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 401 CHARACTERS.
       01  CBK-BACKUP-RECORD                 PIC X(401).
       FD  CONTROL-TOTALS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
       COPY "Xmpl3Ct".
       SD  SORT-WORK-FILE.
       01  XMPL3-FLUX-SORT-RECORD.
           05  SRT-ENTITY                    PIC X(06).
           05  SRT-SIDE                      PIC 9(01).
           05  SRT-AMOUNT                    PIC 9(09).
       FD  FLX-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FLX-REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-PRV-STATUS                     PIC X(02).
       01  WS-CUR-STATUS                     PIC X(02).
       01  WS-CTH-STATUS                     PIC X(02).
       01  WS-RPT-STATUS                     PIC X(02).
      *
      *    THE BACKUP RECORD IN HAND, FROM EITHER FILE, AND THE
      *    XMPL3 LAYOUTS OVER ITS 400-BYTE IMAGE SO THE AMOUNT
      *    FIELDS ARE PICKED UP BY NAME.
      *
       01  WS-BACKUP-RECORD.
           05  BKP-RECORD-ID                 PIC X(01).
               88  BKP-DATA-RECORD           VALUE "D".
               88  BKP-TRAILER-RECORD        VALUE "T".
           05  BKP-RECORD-IMAGE              PIC X(400).
           05  BKP-TRAILER REDEFINES BKP-RECORD-IMAGE.
               10  BKP-TRAILER-DATE          PIC X(08).
               10  BKP-COUNT-TYPE-01         PIC 9(09).
               10  BKP-COUNT-TYPE-02         PIC 9(09).
               10  BKP-COUNT-TYPE-03         PIC 9(09).
               10  BKP-COUNT-OTHER           PIC 9(09).
               10  BKP-COUNT-TOTAL           PIC 9(09).
               10  BKP-FIRST-KEY             PIC X(27).
               10  BKP-LAST-KEY              PIC X(27).
               10  FILLER                    PIC X(293).
       COPY "Xmpl3".
       01  WS-PARM-LINE                      PIC X(30).
       01  WS-PARM-DOLLARS                   PIC X(09).
       01  WS-PARM-PERCENT                   PIC X(03).
       01  WS-DOLLARS-LENGTH                 PIC S9(04) COMP.
       01  WS-PERCENT-LENGTH                 PIC S9(04) COMP.
      *
      *    TUNING.  THE THRESHOLDS USED WHEN THE PARM LEAVES THEM
      *    BLANK, AND THE NUMBER OF APPEARED/DROPPED ENTITIES HELD
      *    FOR LISTING (ALL ARE COUNTED AND TOTALLED REGARDLESS).
      *
       01  WS-DEFAULT-DOLLARS                PIC 9(09) VALUE 10000.
       01  WS-DEFAULT-PERCENT                PIC 9(03) VALUE 10.
       01  WS-DOLLAR-THRESHOLD               PIC 9(09).
       01  WS-PERCENT-THRESHOLD              PIC 9(03).
       01  WS-PRV-EOF-SW                     PIC X(01).
           88  WS-PRV-AT-END                 VALUE "Y".
           88  WS-PRV-NOT-AT-END             VALUE "N".
       01  WS-CUR-EOF-SW                     PIC X(01).
           88  WS-CUR-AT-END                 VALUE "Y".
           88  WS-CUR-NOT-AT-END             VALUE "N".
       01  WS-CTH-EOF-SW                     PIC X(01).
           88  WS-CTH-AT-END                 VALUE "Y".
           88  WS-CTH-NOT-AT-END             VALUE "N".
       01  WS-SORT-EOF-SW                    PIC X(01).
           88  WS-SORT-AT-END                VALUE "Y".
           88  WS-SORT-NOT-AT-END            VALUE "N".
       01  WS-FIRST-RECORD-SW                PIC X(01).
           88  WS-FIRST-RECORD               VALUE "Y".
           88  WS-NOT-FIRST-RECORD           VALUE "N".
       01  WS-REFUSED-SW                     PIC X(01).
           88  WS-RUN-REFUSED                VALUE "Y".
           88  WS-RUN-ACCEPTED               VALUE "N".
       01  WS-TIE-SW                         PIC X(01).
           88  WS-TIE-BAD                    VALUE "Y".
           88  WS-TIE-GOOD                   VALUE "N".
       01  WS-DOLLAR-FLAG-SW                 PIC X(01).
           88  WS-DOLLAR-FLAGGED             VALUE "Y".
           88  WS-DOLLAR-NOT-FLAGGED         VALUE "N".
       01  WS-PERCENT-FLAG-SW                PIC X(01).
           88  WS-PERCENT-FLAGGED            VALUE "Y".
           88  WS-PERCENT-NOT-FLAGGED        VALUE "N".
       01  WS-PERCENT-SW                     PIC X(01).
           88  WS-PERCENT-DEFINED            VALUE "Y".
           88  WS-PERCENT-UNDEFINED          VALUE "N".
       01  WS-REFUSAL-REASON                 PIC X(50) VALUE SPACES.
       01  WS-SIDE-SUB                       PIC S9(04) COMP.
       01  WS-TYPE-SUB                       PIC S9(04) COMP.
       01  WS-MOVER-SUB                      PIC S9(04) COMP.
       01  WS-CURRENT-TYPE                   PIC X(02).
       01  WS-WORK-AMOUNT-1                  PIC S9(09) COMP.
       01  WS-WORK-AMOUNT-2                  PIC S9(09) COMP.
       01  WS-RECORD-AMOUNT                  PIC S9(09) COMP.
       01  WS-CTH-READ                       PIC S9(09) COMP VALUE ZERO.
      *
      *    ONE ENTITY'S FIGURES AS THE SORTED RECORDS COME BACK.
      *
       01  WS-PREV-ENTITY                    PIC X(06).
       01  WS-PRIOR-RECORDS                  PIC S9(09) COMP.
       01  WS-CURRENT-RECORDS                PIC S9(09) COMP.
       01  WS-PRIOR-AMOUNT                   PIC S9(12) COMP.
       01  WS-CURRENT-AMOUNT                 PIC S9(12) COMP.
       01  WS-CHANGE                         PIC S9(12) COMP.
       01  WS-ABS-CHANGE                     PIC S9(12) COMP.
       01  WS-CHANGE-X100                    PIC S9(14) COMP.
       01  WS-FLUX-PCT                       PIC S9(07)V9.
       01  WS-ABS-PCT                        PIC S9(07)V9.
      *
      *    RUN TOTALS OVER THE ENTITIES.
      *
       01  WS-BOTH-ENTITIES                  PIC S9(09) COMP VALUE ZERO.
       01  WS-FLAGGED-ENTITIES               PIC S9(09) COMP VALUE ZERO.
       01  WS-APPEARED-ENTITIES              PIC S9(09) COMP VALUE ZERO.
       01  WS-DROPPED-ENTITIES               PIC S9(09) COMP VALUE ZERO.
       01  WS-APPEARED-AMOUNT                PIC S9(12) COMP VALUE ZERO.
       01  WS-DROPPED-AMOUNT                 PIC S9(12) COMP VALUE ZERO.
       01  WS-MOVERS-NOT-HELD                PIC S9(09) COMP VALUE ZERO.
      *
      *    PER BACKUP (1 = PRIOR, 2 = CURRENT): THE TRAILER, WHAT
      *    THIS PASS COUNTED AND SUMMED, THE ENTITY FIGURES ADDED
      *    BACK UP, AND THE XMPL3CTL HISTORY RECORD FOR ITS DATE.
      *    TYPE SUBSCRIPTS ARE 1-3 FOR TYPES 01-03, 4 FOR ANY OTHER.
      *
       01  WS-SIDE-TABLE.
           05  WS-SIDE-ENTRY OCCURS 2 TIMES.
               10  BS-TRAILER-SW             PIC X(01).
                   88  BS-TRAILER-FOUND      VALUE "Y".
                   88  BS-TRAILER-MISSING    VALUE "N".
               10  BS-TRAILER-DATE           PIC X(08).
               10  BS-TRAILER-COUNT          PIC S9(09) COMP
                                             OCCURS 4 TIMES.
               10  BS-RECORD-COUNT           PIC S9(09) COMP
                                             OCCURS 4 TIMES.
               10  BS-RECORDS-READ           PIC S9(09) COMP.
               10  BS-INVALID-AMOUNTS        PIC S9(09) COMP.
               10  BS-AMOUNT-01              PIC S9(12) COMP.
               10  BS-AMOUNT-1-02            PIC S9(12) COMP.
               10  BS-AMOUNT-2-02            PIC S9(12) COMP.
               10  BS-AMOUNT-03              PIC S9(12) COMP.
               10  BS-GRAND-AMOUNT           PIC S9(12) COMP.
               10  BS-ENTITY-SUM             PIC S9(12) COMP.
               10  BS-CTL-SW                 PIC X(01).
                   88  BS-CTL-FOUND          VALUE "Y".
                   88  BS-CTL-MISSING        VALUE "N".
               10  BS-CTL-RUN-TIME           PIC X(08).
               10  BS-CTL-RECORDS            PIC S9(09) COMP.
               10  BS-CTL-COUNT              PIC S9(09) COMP
                                             OCCURS 4 TIMES.
               10  BS-CTL-INVALID            PIC S9(09) COMP.
               10  BS-CTL-AMOUNT-01          PIC S9(12) COMP.
               10  BS-CTL-AMOUNT-1-02        PIC S9(12) COMP.
               10  BS-CTL-AMOUNT-2-02        PIC S9(12) COMP.
               10  BS-CTL-AMOUNT-03          PIC S9(12) COMP.
               10  BS-CTL-GRAND-AMOUNT       PIC S9(12) COMP.
      *
      *    APPEARED ("A") AND DROPPED ("D") ENTITIES, HELD UNTIL THE
      *    FLUX LINES ARE OUT SO EACH KIND LISTS IN ITS OWN SECTION.
      *
       01  WS-MOVER-MAX                      PIC S9(04) COMP
                                             VALUE +2000.
       01  WS-MOVER-COUNT                    PIC S9(04) COMP VALUE ZERO.
       01  WS-MOVER-TABLE.
           05  WS-MOVER-ENTRY OCCURS 2000 TIMES.
               10  MV-KIND                   PIC X(01).
               10  MV-ENTITY                 PIC X(06).
               10  MV-RECORDS                PIC S9(09) COMP.
               10  MV-AMOUNT                 PIC S9(12) COMP.
       01  WS-LIST-KIND                      PIC X(01).
       01  WS-LISTED-COUNT                   PIC S9(09) COMP.
       01  WS-SIDE-LABEL-TABLE.
           05  FILLER                        PIC X(14) VALUE
               "PRIOR BACKUP  ".
           05  FILLER                        PIC X(14) VALUE
               "CURRENT BACKUP".
       01  WS-SIDE-LABELS REDEFINES WS-SIDE-LABEL-TABLE.
           05  WS-SIDE-LABEL                 PIC X(14) OCCURS 2 TIMES.
       01  WS-TYPE-LABEL-TABLE.
           05  FILLER                        PIC X(14) VALUE
               "FIRST-TYPE    ".
           05  FILLER                        PIC X(14) VALUE
               "SECOND-TYPE   ".
           05  FILLER                        PIC X(14) VALUE
               "THIRD-TYPE    ".
           05  FILLER                        PIC X(14) VALUE
               "UNKNOWN TYPES ".
       01  WS-TYPE-LABELS REDEFINES WS-TYPE-LABEL-TABLE.
           05  WS-TYPE-LABEL                 PIC X(14) OCCURS 4 TIMES.
       01  WS-TIE-LABEL                      PIC X(26).
       01  WS-TIE-LEFT                       PIC S9(12) COMP.
       01  WS-TIE-RIGHT                      PIC S9(12) COMP.
       01  WS-HDR-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(52) VALUE
               "XMPL3FLX - MONTH-END AMOUNT FLUX BY ENTITY (SFN-2)".
       01  WS-LEGEND-LINE-1.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(52) VALUE
               "AMOUNT = TYPE 01 SOME-FIELD12, TYPE 03 THIRD-FIELD5,".
       01  WS-LEGEND-LINE-2.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(48) VALUE
               "         TYPE 02 ANOTHER-FIELD6 + ANOTHER-FIELD7".
       01  WS-THRESHOLD-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(12) VALUE
               "FLAGGED *$ >".
           05  TH-DOLLARS                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(13) VALUE
               " CHANGE, *% >".
           05  TH-PERCENT                    PIC ZZ9.
           05  FILLER                        PIC X(16) VALUE
               " PERCENT CHANGE".
       01  WS-DATES-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(19) VALUE
               "PRIOR BACKUP DATED ".
           05  DT-PRIOR-DATE                 PIC X(08).
           05  FILLER                        PIC X(24) VALUE
               "   CURRENT BACKUP DATED ".
           05  DT-CURRENT-DATE               PIC X(08).
       01  WS-COLUMN-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(36) VALUE
               "ENTITY          PRIOR        CURRENT".
           05  FILLER                        PIC X(34) VALUE
               "         CHANGE        PCT CHG FLG".
       01  WS-FLUX-LINE.
           05  FILLER                        PIC X(01).
           05  FL-ENTITY                     PIC X(06).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  FL-PRIOR                      PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  FL-CURRENT                    PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  FL-CHANGE                     PIC --,---,---,--9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  FL-PERCENT                    PIC ----,---,--9.9.
           05  FL-PERCENT-X REDEFINES FL-PERCENT
                                             PIC X(14).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  FL-FLAG                       PIC X(03).
       01  WS-SECTION-LINE.
           05  FILLER                        PIC X(01).
           05  SL-TITLE                      PIC X(60).
       01  WS-MOVER-LINE.
           05  FILLER                        PIC X(01).
           05  ML-ENTITY                     PIC X(06).
           05  FILLER                        PIC X(09) VALUE
               " RECORDS=".
           05  ML-RECORDS                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(08) VALUE
               " AMOUNT=".
           05  ML-AMOUNT                     PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-NOT-HELD-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(29) VALUE
               "**** LIST FULL - ENTITIES NOT".
           05  FILLER                        PIC X(20) VALUE
               " LISTED (COUNTED) = ".
           05  NH-COUNT                      PIC ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-LINE.
           05  FILLER                        PIC X(01).
           05  CL-LABEL                      PIC X(30).
           05  CL-COUNT                      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  CL-AMOUNT-LABEL               PIC X(08).
           05  CL-AMOUNT                     PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  CL-AMOUNT-X REDEFINES CL-AMOUNT
                                             PIC X(14).
       01  WS-TIE-HDR-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(12) VALUE
               "TIE-OUT FOR ".
           05  TO-SIDE-LABEL                 PIC X(14).
           05  FILLER                        PIC X(07) VALUE
               " DATED ".
           05  TO-SIDE-DATE                  PIC X(08).
           05  FILLER                        PIC X(18) VALUE
               "  XMPL3CTL RUN AT ".
           05  TO-CTL-TIME                   PIC X(08).
       01  WS-CHECK-LINE.
           05  FILLER                        PIC X(01).
           05  CK-LABEL                      PIC X(26).
           05  CK-LEFT-VALUE                 PIC ---,---,---,--9.
           05  FILLER                        PIC X(04) VALUE " VS ".
           05  CK-RIGHT-VALUE                PIC ---,---,---,--9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  CK-VERDICT                    PIC X(16).
       01  WS-NO-TRAILER-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(05) VALUE "**** ".
           05  NT-FILE-NAME                  PIC X(07).
           05  FILLER                        PIC X(45) VALUE
               " HAS NO TRAILER - UNLOAD DID NOT RUN CLEAN".
       01  WS-NO-CTL-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(30) VALUE
               "**** NO XMPL3CTL TOTALS ON XMP".
           05  FILLER                        PIC X(10) VALUE
               "L3CTH FOR ".
           05  NC-DATE                       PIC X(08).
       01  WS-REFUSED-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(22) VALUE
               "**** REPORT REFUSED - ".
           05  RF-REASON                     PIC X(50).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-ACCEPTED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-ENTITY
                                    SRT-SIDE
                   INPUT PROCEDURE IS 2000-FEED-SORT
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 4000-REPORT-ENTITIES
                       THRU 4000-EXIT
               PERFORM 5000-LIST-MOVERS THRU 5000-EXIT
               PERFORM 6000-PRODUCE-SUMMARY THRU 6000-EXIT
               PERFORM 7000-READ-CONTROL-HISTORY THRU 7000-EXIT
               PERFORM 7500-TIE-TOTALS THRU 7500-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      *
       1000-INITIALIZE.
           SET WS-RUN-ACCEPTED TO TRUE.
           SET WS-TIE-GOOD TO TRUE.
           SET WS-PRV-NOT-AT-END TO TRUE.
           SET WS-CUR-NOT-AT-END TO TRUE.
           PERFORM 1300-CLEAR-ONE-SIDE THRU 1300-EXIT
               VARYING WS-SIDE-SUB FROM 1 BY 1
               UNTIL WS-SIDE-SUB > 2.
           OPEN OUTPUT FLX-REPORT-FILE.
           WRITE FLX-REPORT-LINE FROM WS-HDR-LINE.
           WRITE FLX-REPORT-LINE FROM WS-LEGEND-LINE-1.
           WRITE FLX-REPORT-LINE FROM WS-LEGEND-LINE-2.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           PERFORM 1100-EDIT-PARM THRU 1100-EXIT.
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-DOLLAR-THRESHOLD  TO TH-DOLLARS.
           MOVE WS-PERCENT-THRESHOLD TO TH-PERCENT.
           WRITE FLX-REPORT-LINE FROM WS-THRESHOLD-LINE.
           PERFORM 1200-OPEN-BACKUPS THRU 1200-EXIT.
       1000-EXIT.
           EXIT.
      *
      *    PARM IS DOLLAR-THRESHOLD,PERCENT-THRESHOLD, EITHER BLANK
      *    FOR ITS DEFAULT.  A BAD PARM IS REFUSED RATHER THAN
      *    DEFAULTED, SO THE CONTROLLERS NEVER GET FLAGS AGAINST A
      *    THRESHOLD OTHER THAN THE ONE ASKED FOR.
      *
       1100-EDIT-PARM.
           MOVE WS-DEFAULT-DOLLARS TO WS-DOLLAR-THRESHOLD.
           MOVE WS-DEFAULT-PERCENT TO WS-PERCENT-THRESHOLD.
           MOVE SPACES TO WS-PARM-DOLLARS WS-PARM-PERCENT.
           MOVE ZERO TO WS-DOLLARS-LENGTH WS-PERCENT-LENGTH.
           IF WS-PARM-LINE NOT = SPACES
               UNSTRING WS-PARM-LINE DELIMITED BY "," OR SPACE
                   INTO WS-PARM-DOLLARS COUNT IN WS-DOLLARS-LENGTH
                        WS-PARM-PERCENT COUNT IN WS-PERCENT-LENGTH
           END-IF.
           IF WS-DOLLARS-LENGTH > ZERO
               IF WS-DOLLARS-LENGTH > 9
                  OR WS-PARM-DOLLARS(1:WS-DOLLARS-LENGTH) NOT NUMERIC
                   DISPLAY "XMPL3FLX: DOLLAR PARM " WS-PARM-DOLLARS
                       " NOT WHOLE DOLLARS, REPORT REFUSED"
                   MOVE "DOLLAR THRESHOLD PARM IS NOT WHOLE DOLLARS"
                       TO WS-REFUSAL-REASON
                   SET WS-RUN-REFUSED TO TRUE
                   GO TO 1100-EXIT
               END-IF
               MOVE WS-PARM-DOLLARS(1:WS-DOLLARS-LENGTH)
                   TO WS-DOLLAR-THRESHOLD
           END-IF.
           IF WS-PERCENT-LENGTH > ZERO
               IF WS-PERCENT-LENGTH > 3
                  OR WS-PARM-PERCENT(1:WS-PERCENT-LENGTH) NOT NUMERIC
                   DISPLAY "XMPL3FLX: PERCENT PARM " WS-PARM-PERCENT
                       " NOT A WHOLE PERCENT, REPORT REFUSED"
                   MOVE "PERCENT THRESHOLD PARM IS NOT A WHOLE PERCENT"
                       TO WS-REFUSAL-REASON
                   SET WS-RUN-REFUSED TO TRUE
                   GO TO 1100-EXIT
               END-IF
               MOVE WS-PARM-PERCENT(1:WS-PERCENT-LENGTH)
                   TO WS-PERCENT-THRESHOLD
           END-IF.
       1100-EXIT.
           EXIT.
      *
       1200-OPEN-BACKUPS.
           OPEN INPUT PRIOR-BACKUP-IN.
           IF WS-PRV-STATUS NOT = "00"
               DISPLAY "XMPL3FLX: OPEN PRVBKP FAILED, STATUS="
                   WS-PRV-STATUS
               MOVE "PRIOR BACKUP (PRVBKP) WILL NOT OPEN"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1200-EXIT
           END-IF.
           OPEN INPUT CURRENT-BACKUP-IN.
           IF WS-CUR-STATUS NOT = "00"
               DISPLAY "XMPL3FLX: OPEN CURBKP FAILED, STATUS="
                   WS-CUR-STATUS
               MOVE "CURRENT BACKUP (CURBKP) WILL NOT OPEN"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.
      *
       1300-CLEAR-ONE-SIDE.
           SET BS-TRAILER-MISSING (WS-SIDE-SUB) TO TRUE.
           SET BS-CTL-MISSING (WS-SIDE-SUB) TO TRUE.
           MOVE SPACES TO BS-TRAILER-DATE (WS-SIDE-SUB)
               BS-CTL-RUN-TIME (WS-SIDE-SUB).
           MOVE ZERO TO BS-RECORDS-READ (WS-SIDE-SUB)
               BS-INVALID-AMOUNTS (WS-SIDE-SUB)
               BS-AMOUNT-01 (WS-SIDE-SUB)
               BS-AMOUNT-1-02 (WS-SIDE-SUB)
               BS-AMOUNT-2-02 (WS-SIDE-SUB)
               BS-AMOUNT-03 (WS-SIDE-SUB)
               BS-GRAND-AMOUNT (WS-SIDE-SUB)
               BS-ENTITY-SUM (WS-SIDE-SUB)
               BS-CTL-RECORDS (WS-SIDE-SUB)
               BS-CTL-INVALID (WS-SIDE-SUB)
               BS-CTL-AMOUNT-01 (WS-SIDE-SUB)
               BS-CTL-AMOUNT-1-02 (WS-SIDE-SUB)
               BS-CTL-AMOUNT-2-02 (WS-SIDE-SUB)
               BS-CTL-AMOUNT-03 (WS-SIDE-SUB)
               BS-CTL-GRAND-AMOUNT (WS-SIDE-SUB).
           PERFORM 1310-CLEAR-ONE-TYPE THRU 1310-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 4.
       1300-EXIT.
           EXIT.
      *
       1310-CLEAR-ONE-TYPE.
           MOVE ZERO TO BS-TRAILER-COUNT (WS-SIDE-SUB, WS-TYPE-SUB)
               BS-RECORD-COUNT (WS-SIDE-SUB, WS-TYPE-SUB)
               BS-CTL-COUNT (WS-SIDE-SUB, WS-TYPE-SUB).
       1310-EXIT.
           EXIT.
      *
      *    EVERY RECORD OF BOTH BACKUPS GOES TO THE SORT AS ONE
      *    ENTITY/SIDE/AMOUNT ENTRY -- THE BACKUPS ARE IN PRIMARY-KEY
      *    ORDER, SO AN ENTITY'S RECORDS ARE SCATTERED ACROSS THEM.
      *
       2000-FEED-SORT.
           MOVE 1 TO WS-SIDE-SUB.
           PERFORM 2100-READ-PRIOR THRU 2100-EXIT
               UNTIL WS-PRV-AT-END.
           MOVE 2 TO WS-SIDE-SUB.
           PERFORM 2200-READ-CURRENT THRU 2200-EXIT
               UNTIL WS-CUR-AT-END.
       2000-EXIT.
           EXIT.
      *
       2100-READ-PRIOR.
           READ PRIOR-BACKUP-IN INTO WS-BACKUP-RECORD
               AT END
                   SET WS-PRV-AT-END TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           PERFORM 2300-TAKE-BACKUP-RECORD THRU 2300-EXIT.
       2100-EXIT.
           EXIT.
      *
       2200-READ-CURRENT.
           READ CURRENT-BACKUP-IN INTO WS-BACKUP-RECORD
               AT END
                   SET WS-CUR-AT-END TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           PERFORM 2300-TAKE-BACKUP-RECORD THRU 2300-EXIT.
       2200-EXIT.
           EXIT.
      *
       2300-TAKE-BACKUP-RECORD.
           IF BKP-TRAILER-RECORD
               SET BS-TRAILER-FOUND (WS-SIDE-SUB) TO TRUE
               MOVE BKP-TRAILER-DATE
                   TO BS-TRAILER-DATE (WS-SIDE-SUB)
               MOVE BKP-COUNT-TYPE-01
                   TO BS-TRAILER-COUNT (WS-SIDE-SUB, 1)
               MOVE BKP-COUNT-TYPE-02
                   TO BS-TRAILER-COUNT (WS-SIDE-SUB, 2)
               MOVE BKP-COUNT-TYPE-03
                   TO BS-TRAILER-COUNT (WS-SIDE-SUB, 3)
               MOVE BKP-COUNT-OTHER
                   TO BS-TRAILER-COUNT (WS-SIDE-SUB, 4)
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO BS-RECORDS-READ (WS-SIDE-SUB).
           MOVE BKP-RECORD-IMAGE TO REDEFINES-RECORD.
           PERFORM 2400-EXTRACT-AMOUNTS THRU 2400-EXIT.
           MOVE SPACES TO XMPL3-FLUX-SORT-RECORD.
           MOVE SOME-FIELD-NUMBER-2 OF FIRST-TYPE TO SRT-ENTITY.
           MOVE WS-SIDE-SUB      TO SRT-SIDE.
           MOVE WS-RECORD-AMOUNT TO SRT-AMOUNT.
           RELEASE XMPL3-FLUX-SORT-RECORD.
       2300-EXIT.
           EXIT.
      *
      *    THE SAME AMOUNT FIELDS, CLASS TESTS AND ZERO-FOR-BAD RULE
      *    AS XMPL3CTL, SO THE FIGURES HERE CAN TIE TO ITS HISTORY.
      *
       2400-EXTRACT-AMOUNTS.
           MOVE ZERO TO WS-WORK-AMOUNT-1 WS-WORK-AMOUNT-2.
           MOVE REDEFINES-RECORD-TYPE OF FIRST-TYPE TO WS-CURRENT-TYPE.
           PERFORM 2500-SET-TYPE-SUB THRU 2500-EXIT.
           ADD 1 TO BS-RECORD-COUNT (WS-SIDE-SUB, WS-TYPE-SUB).
           EVALUATE WS-CURRENT-TYPE
               WHEN "01"
                   IF SOME-FIELD12 OF FIRST-TYPE NUMERIC
                       MOVE SOME-FIELD12 OF FIRST-TYPE
                           TO WS-WORK-AMOUNT-1
                   ELSE
                       ADD 1 TO BS-INVALID-AMOUNTS (WS-SIDE-SUB)
                   END-IF
                   ADD WS-WORK-AMOUNT-1 TO BS-AMOUNT-01 (WS-SIDE-SUB)
               WHEN "02"
                   IF ANOTHER-FIELD6 OF SECOND-TYPE NUMERIC
                       MOVE ANOTHER-FIELD6 OF SECOND-TYPE
                           TO WS-WORK-AMOUNT-1
                   ELSE
                       ADD 1 TO BS-INVALID-AMOUNTS (WS-SIDE-SUB)
                   END-IF
                   IF ANOTHER-FIELD7 OF SECOND-TYPE NUMERIC
                       MOVE ANOTHER-FIELD7 OF SECOND-TYPE
                           TO WS-WORK-AMOUNT-2
                   ELSE
                       ADD 1 TO BS-INVALID-AMOUNTS (WS-SIDE-SUB)
                   END-IF
                   ADD WS-WORK-AMOUNT-1
                       TO BS-AMOUNT-1-02 (WS-SIDE-SUB)
                   ADD WS-WORK-AMOUNT-2
                       TO BS-AMOUNT-2-02 (WS-SIDE-SUB)
               WHEN "03"
                   IF THIRD-FIELD5 OF THIRD-TYPE NUMERIC
                       MOVE THIRD-FIELD5 OF THIRD-TYPE
                           TO WS-WORK-AMOUNT-1
                   ELSE
                       ADD 1 TO BS-INVALID-AMOUNTS (WS-SIDE-SUB)
                   END-IF
                   ADD WS-WORK-AMOUNT-1 TO BS-AMOUNT-03 (WS-SIDE-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           COMPUTE WS-RECORD-AMOUNT =
               WS-WORK-AMOUNT-1 + WS-WORK-AMOUNT-2.
           ADD WS-RECORD-AMOUNT TO BS-GRAND-AMOUNT (WS-SIDE-SUB).
       2400-EXIT.
           EXIT.
      *
       2500-SET-TYPE-SUB.
           EVALUATE WS-CURRENT-TYPE
               WHEN "01"
                   MOVE 1 TO WS-TYPE-SUB
               WHEN "02"
                   MOVE 2 TO WS-TYPE-SUB
               WHEN "03"
                   MOVE 3 TO WS-TYPE-SUB
               WHEN OTHER
                   MOVE 4 TO WS-TYPE-SUB
           END-EVALUATE.
       2500-EXIT.
           EXIT.
      *
      *    THE SORTED ENTRIES COME BACK ENTITY BY ENTITY; AT EACH
      *    BREAK THE ENTITY IS ON BOTH BACKUPS (A FLUX LINE), ON THE
      *    CURRENT ONLY (APPEARED) OR ON THE PRIOR ONLY (DROPPED).
      *
       4000-REPORT-ENTITIES.
           SET WS-SORT-NOT-AT-END TO TRUE.
           SET WS-FIRST-RECORD TO TRUE.
           MOVE BS-TRAILER-DATE (1) TO DT-PRIOR-DATE.
           MOVE BS-TRAILER-DATE (2) TO DT-CURRENT-DATE.
           WRITE FLX-REPORT-LINE FROM WS-DATES-LINE.
           MOVE SPACES TO FLX-REPORT-LINE.
           WRITE FLX-REPORT-LINE.
           MOVE "ENTITIES ON BOTH BACKUPS" TO SL-TITLE.
           WRITE FLX-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE FLX-REPORT-LINE FROM WS-COLUMN-LINE.
           PERFORM 4100-RETURN-SORTED-REC THRU 4100-EXIT
               UNTIL WS-SORT-AT-END.
           IF WS-NOT-FIRST-RECORD
               PERFORM 4500-ENTITY-BREAK THRU 4500-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
      *
       4100-RETURN-SORTED-REC.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-AT-END TO TRUE
                   GO TO 4100-EXIT
           END-RETURN.
           IF WS-FIRST-RECORD
               PERFORM 4400-RESET-ENTITY THRU 4400-EXIT
               SET WS-NOT-FIRST-RECORD TO TRUE
           ELSE
               IF SRT-ENTITY NOT = WS-PREV-ENTITY
                   PERFORM 4500-ENTITY-BREAK THRU 4500-EXIT
                   PERFORM 4400-RESET-ENTITY THRU 4400-EXIT
               END-IF
           END-IF.
           IF SRT-SIDE = 1
               ADD 1 TO WS-PRIOR-RECORDS
               ADD SRT-AMOUNT TO WS-PRIOR-AMOUNT
           ELSE
               ADD 1 TO WS-CURRENT-RECORDS
               ADD SRT-AMOUNT TO WS-CURRENT-AMOUNT
           END-IF.
       4100-EXIT.
           EXIT.
      *
       4400-RESET-ENTITY.
           MOVE SRT-ENTITY TO WS-PREV-ENTITY.
           MOVE ZERO TO WS-PRIOR-RECORDS WS-CURRENT-RECORDS
               WS-PRIOR-AMOUNT WS-CURRENT-AMOUNT.
       4400-EXIT.
           EXIT.
      *
       4500-ENTITY-BREAK.
           ADD WS-PRIOR-AMOUNT   TO BS-ENTITY-SUM (1).
           ADD WS-CURRENT-AMOUNT TO BS-ENTITY-SUM (2).
           IF WS-PRIOR-RECORDS = ZERO
               ADD 1 TO WS-APPEARED-ENTITIES
               ADD WS-CURRENT-AMOUNT TO WS-APPEARED-AMOUNT
               MOVE "A" TO WS-LIST-KIND
               PERFORM 4800-HOLD-MOVER THRU 4800-EXIT
               GO TO 4500-EXIT
           END-IF.
           IF WS-CURRENT-RECORDS = ZERO
               ADD 1 TO WS-DROPPED-ENTITIES
               ADD WS-PRIOR-AMOUNT TO WS-DROPPED-AMOUNT
               MOVE "D" TO WS-LIST-KIND
               PERFORM 4800-HOLD-MOVER THRU 4800-EXIT
               GO TO 4500-EXIT
           END-IF.
           ADD 1 TO WS-BOTH-ENTITIES.
           PERFORM 4600-COMPUTE-CHANGE THRU 4600-EXIT.
           PERFORM 4700-SET-FLAGS THRU 4700-EXIT.
           MOVE WS-PREV-ENTITY TO FL-ENTITY.
           PERFORM 4900-WRITE-FLUX-LINE THRU 4900-EXIT.
       4500-EXIT.
           EXIT.
      *
      *    CHANGE IS CURRENT LESS PRIOR; THE PERCENT IS OF THE PRIOR
      *    FIGURE, TO ONE PLACE, AND HAS NO MEANING WHEN THE PRIOR
      *    FIGURE IS ZERO.  THE PRODUCT IS TAKEN BEFORE THE DIVIDE.
      *
       4600-COMPUTE-CHANGE.
           COMPUTE WS-CHANGE = WS-CURRENT-AMOUNT - WS-PRIOR-AMOUNT.
           IF WS-CHANGE < ZERO
               COMPUTE WS-ABS-CHANGE = ZERO - WS-CHANGE
           ELSE
               MOVE WS-CHANGE TO WS-ABS-CHANGE
           END-IF.
           MOVE ZERO TO WS-FLUX-PCT WS-ABS-PCT.
           IF WS-PRIOR-AMOUNT = ZERO
               SET WS-PERCENT-UNDEFINED TO TRUE
               GO TO 4600-EXIT
           END-IF.
           SET WS-PERCENT-DEFINED TO TRUE.
           COMPUTE WS-CHANGE-X100 = WS-CHANGE * 100.
           COMPUTE WS-FLUX-PCT ROUNDED =
               WS-CHANGE-X100 / WS-PRIOR-AMOUNT
               ON SIZE ERROR
                   IF WS-CHANGE < ZERO
                       MOVE -9999999.9 TO WS-FLUX-PCT
                   ELSE
                       MOVE 9999999.9 TO WS-FLUX-PCT
                   END-IF
           END-COMPUTE.
           IF WS-FLUX-PCT < ZERO
               COMPUTE WS-ABS-PCT = ZERO - WS-FLUX-PCT
           ELSE
               MOVE WS-FLUX-PCT TO WS-ABS-PCT
           END-IF.
       4600-EXIT.
           EXIT.
      *
      *    OVER THE DOLLAR THRESHOLD IS *$, OVER THE PERCENT IS *%,
      *    BOTH IS *$%.  AN ENTITY MOVING OFF A ZERO PRIOR FIGURE HAS
      *    GROWN BY MORE THAN ANY PERCENT AND IS FLAGGED *%.
      *
       4700-SET-FLAGS.
           SET WS-DOLLAR-NOT-FLAGGED TO TRUE.
           SET WS-PERCENT-NOT-FLAGGED TO TRUE.
           IF WS-ABS-CHANGE > WS-DOLLAR-THRESHOLD
               SET WS-DOLLAR-FLAGGED TO TRUE
           END-IF.
           IF WS-PERCENT-DEFINED
               IF WS-ABS-PCT > WS-PERCENT-THRESHOLD
                   SET WS-PERCENT-FLAGGED TO TRUE
               END-IF
           ELSE
               IF WS-CHANGE NOT = ZERO
                   SET WS-PERCENT-FLAGGED TO TRUE
               END-IF
           END-IF.
           MOVE SPACES TO FL-FLAG.
           EVALUATE TRUE
               WHEN WS-DOLLAR-FLAGGED AND WS-PERCENT-FLAGGED
                   MOVE "*$%" TO FL-FLAG
               WHEN WS-DOLLAR-FLAGGED
                   MOVE "*$" TO FL-FLAG
               WHEN WS-PERCENT-FLAGGED
                   MOVE "*%" TO FL-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF FL-FLAG NOT = SPACES
               ADD 1 TO WS-FLAGGED-ENTITIES
           END-IF.
       4700-EXIT.
           EXIT.
      *
       4800-HOLD-MOVER.
           IF WS-MOVER-COUNT NOT < WS-MOVER-MAX
               ADD 1 TO WS-MOVERS-NOT-HELD
               GO TO 4800-EXIT
           END-IF.
           ADD 1 TO WS-MOVER-COUNT.
           MOVE WS-LIST-KIND   TO MV-KIND (WS-MOVER-COUNT).
           MOVE WS-PREV-ENTITY TO MV-ENTITY (WS-MOVER-COUNT).
           IF WS-LIST-KIND = "A"
               MOVE WS-CURRENT-RECORDS TO MV-RECORDS (WS-MOVER-COUNT)
               MOVE WS-CURRENT-AMOUNT  TO MV-AMOUNT (WS-MOVER-COUNT)
           ELSE
               MOVE WS-PRIOR-RECORDS   TO MV-RECORDS (WS-MOVER-COUNT)
               MOVE WS-PRIOR-AMOUNT    TO MV-AMOUNT (WS-MOVER-COUNT)
           END-IF.
       4800-EXIT.
           EXIT.
      *
       4900-WRITE-FLUX-LINE.
           MOVE WS-PRIOR-AMOUNT   TO FL-PRIOR.
           MOVE WS-CURRENT-AMOUNT TO FL-CURRENT.
           MOVE WS-CHANGE         TO FL-CHANGE.
           IF WS-PERCENT-DEFINED
               MOVE WS-FLUX-PCT TO FL-PERCENT
           ELSE
               MOVE "           N/A" TO FL-PERCENT-X
           END-IF.
           WRITE FLX-REPORT-LINE FROM WS-FLUX-LINE.
       4900-EXIT.
           EXIT.
      *
      *    THE APPEARED SECTION, THEN THE DROPPED SECTION, OUT OF
      *    THE ONE HOLDING TABLE.
      *
       5000-LIST-MOVERS.
           MOVE SPACES TO FLX-REPORT-LINE.
           WRITE FLX-REPORT-LINE.
           MOVE "ENTITIES THAT APPEARED (ON THE CURRENT BACKUP ONLY)"
               TO SL-TITLE.
           WRITE FLX-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE "A" TO WS-LIST-KIND.
           PERFORM 5100-LIST-ONE-KIND THRU 5100-EXIT.
           MOVE SPACES TO FLX-REPORT-LINE.
           WRITE FLX-REPORT-LINE.
           MOVE "ENTITIES THAT DROPPED OUT (ON THE PRIOR BACKUP ONLY)"
               TO SL-TITLE.
           WRITE FLX-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE "D" TO WS-LIST-KIND.
           PERFORM 5100-LIST-ONE-KIND THRU 5100-EXIT.
           IF WS-MOVERS-NOT-HELD > ZERO
               MOVE WS-MOVERS-NOT-HELD TO NH-COUNT
               WRITE FLX-REPORT-LINE FROM WS-NOT-HELD-LINE
           END-IF.
       5000-EXIT.
           EXIT.
      *
       5100-LIST-ONE-KIND.
           MOVE ZERO TO WS-LISTED-COUNT.
           PERFORM 5200-LIST-ONE-MOVER THRU 5200-EXIT
               VARYING WS-MOVER-SUB FROM 1 BY 1
               UNTIL WS-MOVER-SUB > WS-MOVER-COUNT.
           IF WS-LISTED-COUNT = ZERO
               MOVE "  NONE" TO SL-TITLE
               WRITE FLX-REPORT-LINE FROM WS-SECTION-LINE
           END-IF.
       5100-EXIT.
           EXIT.
      *
       5200-LIST-ONE-MOVER.
           IF MV-KIND (WS-MOVER-SUB) NOT = WS-LIST-KIND
               GO TO 5200-EXIT
           END-IF.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE MV-ENTITY (WS-MOVER-SUB)  TO ML-ENTITY.
           MOVE MV-RECORDS (WS-MOVER-SUB) TO ML-RECORDS.
           MOVE MV-AMOUNT (WS-MOVER-SUB)  TO ML-AMOUNT.
           WRITE FLX-REPORT-LINE FROM WS-MOVER-LINE.
       5200-EXIT.
           EXIT.
      *
      *    ENTITY COUNTS, THEN THE WHOLE-FILE MOVEMENT ON THE SAME
      *    LAYOUT AS AN ENTITY LINE (NO FLAG ON THE TOTAL).
      *
       6000-PRODUCE-SUMMARY.
           MOVE SPACES TO FLX-REPORT-LINE.
           WRITE FLX-REPORT-LINE.
           MOVE "ENTITIES ON BOTH BACKUPS     =" TO CL-LABEL.
           MOVE WS-BOTH-ENTITIES TO CL-COUNT.
           MOVE SPACES TO CL-AMOUNT-LABEL CL-AMOUNT-X.
           WRITE FLX-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "  OF WHICH FLAGGED           =" TO CL-LABEL.
           MOVE WS-FLAGGED-ENTITIES TO CL-COUNT.
           WRITE FLX-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "ENTITIES APPEARED            =" TO CL-LABEL.
           MOVE WS-APPEARED-ENTITIES TO CL-COUNT.
           MOVE "AMOUNT= " TO CL-AMOUNT-LABEL.
           MOVE WS-APPEARED-AMOUNT TO CL-AMOUNT.
           WRITE FLX-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "ENTITIES DROPPED             =" TO CL-LABEL.
           MOVE WS-DROPPED-ENTITIES TO CL-COUNT.
           MOVE WS-DROPPED-AMOUNT TO CL-AMOUNT.
           WRITE FLX-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE SPACES TO FLX-REPORT-LINE.
           WRITE FLX-REPORT-LINE.
           WRITE FLX-REPORT-LINE FROM WS-COLUMN-LINE.
           MOVE BS-ENTITY-SUM (1) TO WS-PRIOR-AMOUNT.
           MOVE BS-ENTITY-SUM (2) TO WS-CURRENT-AMOUNT.
           PERFORM 4600-COMPUTE-CHANGE THRU 4600-EXIT.
           MOVE "TOTAL " TO FL-ENTITY.
           MOVE SPACES TO FL-FLAG.
           PERFORM 4900-WRITE-FLUX-LINE THRU 4900-EXIT.
       6000-EXIT.
           EXIT.
      *
      *    PICK UP THE XMPL3CTL HISTORY RECORD FOR EACH BACKUP'S
      *    TRAILER DATE.  XMPL3CTL RUN MORE THAN ONCE THAT DAY LEAVES
      *    MORE THAN ONE; THE LAST ONE WINS, AS IN XMPL3BAL.
      *
       7000-READ-CONTROL-HISTORY.
           SET WS-CTH-NOT-AT-END TO TRUE.
           OPEN INPUT CONTROL-TOTALS-FILE.
           IF WS-CTH-STATUS NOT = "00"
               DISPLAY "XMPL3FLX: OPEN XMPL3CTH FAILED, STATUS="
                   WS-CTH-STATUS
               GO TO 7000-EXIT
           END-IF.
           PERFORM 7100-READ-ONE-HISTORY THRU 7100-EXIT
               UNTIL WS-CTH-AT-END.
           CLOSE CONTROL-TOTALS-FILE.
       7000-EXIT.
           EXIT.
      *
       7100-READ-ONE-HISTORY.
           READ CONTROL-TOTALS-FILE
               AT END
                   SET WS-CTH-AT-END TO TRUE
                   GO TO 7100-EXIT
           END-READ.
           ADD 1 TO WS-CTH-READ.
           PERFORM 7200-MATCH-ONE-SIDE THRU 7200-EXIT
               VARYING WS-SIDE-SUB FROM 1 BY 1
               UNTIL WS-SIDE-SUB > 2.
       7100-EXIT.
           EXIT.
      *
       7200-MATCH-ONE-SIDE.
           IF BS-TRAILER-MISSING (WS-SIDE-SUB)
              OR CT-RUN-DATE NOT = BS-TRAILER-DATE (WS-SIDE-SUB)
               GO TO 7200-EXIT
           END-IF.
           SET BS-CTL-FOUND (WS-SIDE-SUB) TO TRUE.
           MOVE CT-RUN-TIME       TO BS-CTL-RUN-TIME (WS-SIDE-SUB).
           MOVE CT-RECORDS-TOTAL  TO BS-CTL-RECORDS (WS-SIDE-SUB).
           MOVE CT-COUNT-TYPE-01  TO BS-CTL-COUNT (WS-SIDE-SUB, 1).
           MOVE CT-COUNT-TYPE-02  TO BS-CTL-COUNT (WS-SIDE-SUB, 2).
           MOVE CT-COUNT-TYPE-03  TO BS-CTL-COUNT (WS-SIDE-SUB, 3).
           MOVE CT-COUNT-OTHER    TO BS-CTL-COUNT (WS-SIDE-SUB, 4).
           MOVE CT-INVALID-AMOUNTS
               TO BS-CTL-INVALID (WS-SIDE-SUB).
           MOVE CT-AMOUNT-TYPE-01
               TO BS-CTL-AMOUNT-01 (WS-SIDE-SUB).
           MOVE CT-AMOUNT-1-TYPE-02
               TO BS-CTL-AMOUNT-1-02 (WS-SIDE-SUB).
           MOVE CT-AMOUNT-2-TYPE-02
               TO BS-CTL-AMOUNT-2-02 (WS-SIDE-SUB).
           MOVE CT-AMOUNT-TYPE-03
               TO BS-CTL-AMOUNT-03 (WS-SIDE-SUB).
           MOVE CT-GRAND-AMOUNT
               TO BS-CTL-GRAND-AMOUNT (WS-SIDE-SUB).
       7200-EXIT.
           EXIT.
      *
      *    THE SELF-PROOF, PER BACKUP: COUNTS TO THE UNLOAD TRAILER,
      *    ENTITY FIGURES BACK TO THE GRAND AMOUNT, AND EVERY COUNT
      *    AND AMOUNT TO THE XMPL3CTL FIGURES FOR THE SAME DATE.  ANY
      *    MISS MEANS THE FLUX CANNOT BE SIGNED OFF AGAINST THE
      *    CONTROL TOTALS, AND THE RUN ENDS RC=8.
      *
       7500-TIE-TOTALS.
           PERFORM 7600-TIE-ONE-SIDE THRU 7600-EXIT
               VARYING WS-SIDE-SUB FROM 1 BY 1
               UNTIL WS-SIDE-SUB > 2.
       7500-EXIT.
           EXIT.
      *
       7600-TIE-ONE-SIDE.
           MOVE SPACES TO FLX-REPORT-LINE.
           WRITE FLX-REPORT-LINE.
           MOVE WS-SIDE-LABEL (WS-SIDE-SUB)   TO TO-SIDE-LABEL.
           MOVE BS-TRAILER-DATE (WS-SIDE-SUB) TO TO-SIDE-DATE.
           MOVE BS-CTL-RUN-TIME (WS-SIDE-SUB) TO TO-CTL-TIME.
           WRITE FLX-REPORT-LINE FROM WS-TIE-HDR-LINE.
           IF BS-TRAILER-MISSING (WS-SIDE-SUB)
               IF WS-SIDE-SUB = 1
                   MOVE "PRVBKP " TO NT-FILE-NAME
               ELSE
                   MOVE "CURBKP " TO NT-FILE-NAME
               END-IF
               WRITE FLX-REPORT-LINE FROM WS-NO-TRAILER-LINE
               SET WS-TIE-BAD TO TRUE
               GO TO 7600-EXIT
           END-IF.
           PERFORM 7700-TIE-TRAILER-TYPE THRU 7700-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 4.
           MOVE "ENTITY SUM = GRAND AMOUNT" TO WS-TIE-LABEL.
           MOVE BS-ENTITY-SUM (WS-SIDE-SUB)   TO WS-TIE-LEFT.
           MOVE BS-GRAND-AMOUNT (WS-SIDE-SUB) TO WS-TIE-RIGHT.
           PERFORM 7900-WRITE-TIE-LINE THRU 7900-EXIT.
           IF BS-CTL-MISSING (WS-SIDE-SUB)
               MOVE BS-TRAILER-DATE (WS-SIDE-SUB) TO NC-DATE
               WRITE FLX-REPORT-LINE FROM WS-NO-CTL-LINE
               SET WS-TIE-BAD TO TRUE
               GO TO 7600-EXIT
           END-IF.
           MOVE "CTL RECORDS TOTAL" TO WS-TIE-LABEL.
           MOVE BS-RECORDS-READ (WS-SIDE-SUB) TO WS-TIE-LEFT.
           MOVE BS-CTL-RECORDS (WS-SIDE-SUB)  TO WS-TIE-RIGHT.
           PERFORM 7900-WRITE-TIE-LINE THRU 7900-EXIT.
           PERFORM 7800-TIE-CONTROL-TYPE THRU 7800-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 4.
           MOVE "CTL TYPE 01 SOME-FIELD12" TO WS-TIE-LABEL.
           MOVE BS-AMOUNT-01 (WS-SIDE-SUB)     TO WS-TIE-LEFT.
           MOVE BS-CTL-AMOUNT-01 (WS-SIDE-SUB) TO WS-TIE-RIGHT.
           PERFORM 7900-WRITE-TIE-LINE THRU 7900-EXIT.
           MOVE "CTL TYPE 02 ANOTHER-FIELD6" TO WS-TIE-LABEL.
           MOVE BS-AMOUNT-1-02 (WS-SIDE-SUB)     TO WS-TIE-LEFT.
           MOVE BS-CTL-AMOUNT-1-02 (WS-SIDE-SUB) TO WS-TIE-RIGHT.
           PERFORM 7900-WRITE-TIE-LINE THRU 7900-EXIT.
           MOVE "CTL TYPE 02 ANOTHER-FIELD7" TO WS-TIE-LABEL.
           MOVE BS-AMOUNT-2-02 (WS-SIDE-SUB)     TO WS-TIE-LEFT.
           MOVE BS-CTL-AMOUNT-2-02 (WS-SIDE-SUB) TO WS-TIE-RIGHT.
           PERFORM 7900-WRITE-TIE-LINE THRU 7900-EXIT.
           MOVE "CTL TYPE 03 THIRD-FIELD5" TO WS-TIE-LABEL.
           MOVE BS-AMOUNT-03 (WS-SIDE-SUB)     TO WS-TIE-LEFT.
           MOVE BS-CTL-AMOUNT-03 (WS-SIDE-SUB) TO WS-TIE-RIGHT.
           PERFORM 7900-WRITE-TIE-LINE THRU 7900-EXIT.
           MOVE "CTL GRAND AMOUNT" TO WS-TIE-LABEL.
           MOVE BS-GRAND-AMOUNT (WS-SIDE-SUB)     TO WS-TIE-LEFT.
           MOVE BS-CTL-GRAND-AMOUNT (WS-SIDE-SUB) TO WS-TIE-RIGHT.
           PERFORM 7900-WRITE-TIE-LINE THRU 7900-EXIT.
           MOVE "CTL NON-NUMERIC AMOUNTS" TO WS-TIE-LABEL.
           MOVE BS-INVALID-AMOUNTS (WS-SIDE-SUB) TO WS-TIE-LEFT.
           MOVE BS-CTL-INVALID (WS-SIDE-SUB)     TO WS-TIE-RIGHT.
           PERFORM 7900-WRITE-TIE-LINE THRU 7900-EXIT.
       7600-EXIT.
           EXIT.
      *
       7700-TIE-TRAILER-TYPE.
           MOVE SPACES TO WS-TIE-LABEL.
           STRING "TRAILER " DELIMITED BY SIZE
                  WS-TYPE-LABEL (WS-TYPE-SUB) DELIMITED BY SIZE
               INTO WS-TIE-LABEL.
           MOVE BS-RECORD-COUNT (WS-SIDE-SUB, WS-TYPE-SUB)
               TO WS-TIE-LEFT.
           MOVE BS-TRAILER-COUNT (WS-SIDE-SUB, WS-TYPE-SUB)
               TO WS-TIE-RIGHT.
           PERFORM 7900-WRITE-TIE-LINE THRU 7900-EXIT.
       7700-EXIT.
           EXIT.
      *
       7800-TIE-CONTROL-TYPE.
           MOVE SPACES TO WS-TIE-LABEL.
           STRING "CTL COUNT " DELIMITED BY SIZE
                  WS-TYPE-LABEL (WS-TYPE-SUB) DELIMITED BY SIZE
               INTO WS-TIE-LABEL.
           MOVE BS-RECORD-COUNT (WS-SIDE-SUB, WS-TYPE-SUB)
               TO WS-TIE-LEFT.
           MOVE BS-CTL-COUNT (WS-SIDE-SUB, WS-TYPE-SUB)
               TO WS-TIE-RIGHT.
           PERFORM 7900-WRITE-TIE-LINE THRU 7900-EXIT.
       7800-EXIT.
           EXIT.
      *
       7900-WRITE-TIE-LINE.
           MOVE WS-TIE-LABEL TO CK-LABEL.
           MOVE WS-TIE-LEFT  TO CK-LEFT-VALUE.
           MOVE WS-TIE-RIGHT TO CK-RIGHT-VALUE.
           IF WS-TIE-LEFT = WS-TIE-RIGHT
               MOVE "IN BALANCE" TO CK-VERDICT
           ELSE
               MOVE "**OUT OF BALANCE" TO CK-VERDICT
               SET WS-TIE-BAD TO TRUE
           END-IF.
           WRITE FLX-REPORT-LINE FROM WS-CHECK-LINE.
       7900-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           IF WS-RUN-REFUSED
               MOVE WS-REFUSAL-REASON TO RF-REASON
               WRITE FLX-REPORT-LINE FROM WS-REFUSED-LINE
           END-IF.
           CLOSE PRIOR-BACKUP-IN.
           CLOSE CURRENT-BACKUP-IN.
           CLOSE FLX-REPORT-FILE.
           DISPLAY "XMPL3FLX: PRIOR RECORDS READ      = "
               BS-RECORDS-READ (1).
           DISPLAY "XMPL3FLX: CURRENT RECORDS READ    = "
               BS-RECORDS-READ (2).
           DISPLAY "XMPL3FLX: ENTITIES ON BOTH        = "
               WS-BOTH-ENTITIES.
           DISPLAY "XMPL3FLX: ENTITIES FLAGGED        = "
               WS-FLAGGED-ENTITIES.
           DISPLAY "XMPL3FLX: ENTITIES APPEARED       = "
               WS-APPEARED-ENTITIES.
           DISPLAY "XMPL3FLX: ENTITIES DROPPED        = "
               WS-DROPPED-ENTITIES.
           IF WS-RUN-REFUSED
               DISPLAY "XMPL3FLX: REPORT REFUSED, RC=8"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF.
           IF WS-TIE-BAD
               DISPLAY "XMPL3FLX: FLUX DOES NOT TIE TO XMPL3CTL, RC=8"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "XMPL3FLX: FLUX COMPLETE AND TIED TO XMPL3CTL "
                   "FOR BOTH DATES"
           END-IF.
       9000-EXIT.
           EXIT.
