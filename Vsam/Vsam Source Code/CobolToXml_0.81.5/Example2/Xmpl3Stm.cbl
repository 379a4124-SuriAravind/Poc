      ******************************************************************
      *    PROGRAM-ID  : XMPL3STM                                      *
      *    AUTHOR      : D. OKAFOR, DATA ADMINISTRATION                *
      *    INSTALLATION: EXAMPLE2 BATCH LIBRARY                        *
      *    DATE-WRITTEN: 10/15/2026                                    *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    REMARKS.                                                   *
      *        Consolidated per-entity statement.  Everything held    *
      *        for one SOME-FIELD-NUMBER-2 on one document: the       *
      *        entity's FIRST-TYPE, SECOND-TYPE and THIRD-TYPE        *
      *        records, gathered through the alternate index on       *
      *        XMPL3-MASTER (see XMPL3FC) and printed grouped by type *
      *        with the amount fields subtotalled (SOME-FIELD12,      *
      *        ANOTHER-FIELD6 and ANOTHER-FIELD7, THIRD-FIELD5 -- the *
      *        same fields XMPL3CTL totals, non-numeric taken as      *
      *        zero); the period's changes to those records off the   *
      *        change-history file XMPL3HST builds, in the XMPL3HIQ   *
      *        layout; and every effective-dated change still PENDING *
      *        on XMPL3PD against the entity's SECOND-TYPE records,   *
      *        field by field against the current value (the fields   *
      *        XMPL3REL releases -- not the amounts).  Each           *
      *        statement starts on a new page and is paged on its     *
      *        own.  Parm (via COMMAND-LINE) is ENTITY,FROM-DATE,     *
      *        TO-DATE: ENTITY is one SOME-FIELD-NUMBER-2, or ALL for *
      *        the cycle run, which produces a statement for every    *
      *        entity on the master in alternate-key order and ends   *
      *        with a statement-control trailer page -- statements    *
      *        produced, pages, records and amount totals -- for      *
      *        balancing the print run.  The change period defaults   *
      *        to the first of the TO-DATE month through today.  A    *
      *        bad parm, an entity not on the master, or a file that  *
      *        will not open refuses the run, RC=8; no history or     *
      *        pending file yet just means none to list.  A statement *
      *        whose entity carries more keys than the key table      *
      *        holds lists the changes for the keys it held, says so, *
      *        and ends the run RC=8.                                 *
      *                                                                *
      *    MODIFICATION HISTORY.                                      *
      *        10/15/2026  DRO  ORIGINAL PROGRAM.                      *
      *        10/15/2026  DRO  LEAVE THE AMOUNTS ANOTHER-FIELD6/7 OFF *
      *                         THE PENDING-CHANGE LINES -- XMPL3REL   *
      *                         NEVER RELEASES THEM.                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    XMPL3STM.
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
       COPY "Xmpl3Fc".
       COPY "Xmpl3Hc".
       COPY "Xmpl3Pc".
           SELECT STM-REPORT-FILE ASSIGN TO STMOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY "Xmpl3Fd".
       COPY "Xmpl3Hd".
       COPY "Xmpl3Pd".
       FD  STM-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  STM-REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "Xmpl3Ws".
       01  WS-HIST-STATUS                    PIC X(02).
       01  WS-PND-STATUS                     PIC X(02).
       01  WS-RPT-STATUS                     PIC X(02).
       01  WS-PARM-LINE                      PIC X(40).
       01  WS-PARM-ENTITY                    PIC X(08).
       01  WS-PARM-FROM                      PIC X(08).
       01  WS-PARM-TO                        PIC X(08).
       01  WS-ENTITY-LENGTH                  PIC S9(04) COMP.
       01  WS-TODAY-DATE                     PIC X(08).
       01  WS-FROM-DATE                      PIC X(08).
       01  WS-TO-DATE                        PIC X(08).
       01  WS-DATE-VALID-SW                  PIC X(01).
           88  WS-DATE-IS-VALID              VALUE "Y".
           88  WS-DATE-IS-INVALID            VALUE "N".
       01  WS-ENTITY                         PIC X(06).
       01  WS-LAST-ENTITY                    PIC X(06).
       01  WS-PASS-TYPE                      PIC X(02).
       01  WS-RUN-MODE-SW                    PIC X(01).
           88  WS-CYCLE-RUN                  VALUE "C".
           88  WS-SINGLE-RUN                 VALUE "S".
       01  WS-REFUSED-SW                     PIC X(01).
           88  WS-RUN-REFUSED                VALUE "Y".
           88  WS-RUN-ACCEPTED               VALUE "N".
       01  WS-MORE-ENTITIES-SW               PIC X(01).
           88  WS-MORE-ENTITIES              VALUE "Y".
           88  WS-NO-MORE-ENTITIES           VALUE "N".
       01  WS-CHAIN-SW                       PIC X(01).
           88  WS-MORE-IN-CHAIN              VALUE "Y".
           88  WS-END-OF-CHAIN               VALUE "N".
       01  WS-MORE-HISTORY-SW                PIC X(01).
           88  WS-MORE-HISTORY               VALUE "Y".
           88  WS-NO-MORE-HISTORY            VALUE "N".
       01  WS-MORE-PENDING-SW                PIC X(01).
           88  WS-MORE-PENDING               VALUE "Y".
           88  WS-NO-MORE-PENDING            VALUE "N".
       01  WS-HISTORY-FILE-SW                PIC X(01).
           88  WS-HISTORY-ON-FILE            VALUE "Y".
           88  WS-NO-HISTORY-FILE            VALUE "N".
       01  WS-PENDING-FILE-SW                PIC X(01).
           88  WS-PENDING-ON-FILE            VALUE "Y".
           88  WS-NO-PENDING-FILE            VALUE "N".
       01  WS-FILES-OPEN-SW                  PIC X(01).
           88  WS-FILES-OPENED               VALUE "Y".
           88  WS-FILES-NOT-OPENED           VALUE "N".
       01  WS-KEY-FOUND-SW                   PIC X(01).
           88  WS-KEY-FOUND                  VALUE "Y".
           88  WS-KEY-NOT-FOUND              VALUE "N".
       01  WS-KEY-OVERFLOW-SW                PIC X(01).
           88  WS-KEY-TABLE-FULL             VALUE "Y".
           88  WS-KEY-TABLE-ROOM             VALUE "N".
       01  WS-KEY-HEADED-SW                  PIC X(01).
           88  WS-KEY-HEADED                 VALUE "Y".
           88  WS-KEY-NOT-HEADED             VALUE "N".
       01  WS-DIFFERS-SW                     PIC X(01).
           88  WS-FIELD-DIFFERS              VALUE "Y".
           88  WS-FIELD-SAME                 VALUE "N".
       01  WS-REFUSAL-REASON                 PIC X(50) VALUE SPACES.
      *
      *    PAGE CONTROL -- EVERY STATEMENT LINE GOES THROUGH
      *    7000-PRINT-LINE, WHICH STARTS A NEW PAGE WHEN THIS ONE IS
      *    FULL.  A STATEMENT STARTS WITH THE PAGE MARKED FULL.
      *
       01  WS-LINES-PER-PAGE                 PIC S9(04) COMP VALUE +60.
       01  WS-LINE-COUNT                     PIC S9(04) COMP VALUE ZERO.
       01  WS-PAGE-NUMBER                    PIC S9(04) COMP VALUE ZERO.
       01  WS-PRINT-LINE                     PIC X(80).
      *
      *    THE ENTITY'S SOME-FIELD-NUMBER VALUES -- THE CHANGE
      *    HISTORY IS KEYED BY SOME-FIELD-NUMBER AND -2, SO THE
      *    PERIOD'S CHANGES ARE READ ONCE FOR EACH DISTINCT ONE.
      *
       01  WS-KEY-MAX                        PIC S9(04) COMP
                                             VALUE +1000.
       01  WS-KEY-COUNT                      PIC S9(04) COMP VALUE ZERO.
       01  WS-KEY-SUB                        PIC S9(04) COMP.
       01  WS-KEY-TABLE.
           05  WS-KEY-NUMBER                 PIC X(07)
                                             OCCURS 1000 TIMES.
       01  WS-PND-MATCH-KEY                  PIC X(25).
      *
      *    PENDING FIELDS -- NAME, OFFSET AND LENGTH IN THE
      *    SECOND-TYPE RECORD, OFFSET OF THE PENDING VALUE IN THE
      *    XMPL3PD RECORD.  KEEP IN STEP WITH XMPL3, XMPL3PD AND THE
      *    FIELDS XMPL3REL RELEASES -- THE AMOUNTS ANOTHER-FIELD6/7
      *    ARE NEVER RELEASED, SO THEY ARE NOT LISTED AS BECOMING
      *    ANYTHING.
      *
       01  WS-PENDING-DIRECTORY.
           05  FILLER  PIC X(24) VALUE "ANOTHER-FIELD5  03508051".
           05  FILLER  PIC X(24) VALUE "ANOTHER-FIELD8  05312069".
           05  FILLER  PIC X(24) VALUE "ANOTHER-FIELD9  06512081".
           05  FILLER  PIC X(24) VALUE "ANOTHER-FIELD10 07712093".
           05  FILLER  PIC X(24) VALUE "ANOTHER-FIELD11 08912105".
           05  FILLER  PIC X(24) VALUE "ANOTHER-FIELD12 10170117".
       01  WS-PENDING-TABLE REDEFINES WS-PENDING-DIRECTORY.
           05  WS-PENDING-ENTRY OCCURS 6 TIMES.
               10  PF-FIELD-NAME             PIC X(16).
               10  PF-MASTER-OFFSET          PIC 9(03).
               10  PF-LENGTH                 PIC 9(02).
               10  PF-PENDING-OFFSET         PIC 9(03).
       01  WS-PENDING-COUNT                  PIC S9(04) COMP VALUE 6.
       01  WS-FIELD-SUB                      PIC S9(04) COMP.
       01  WS-FIELDS-CHANGED                 PIC S9(04) COMP.
       01  WS-CHUNK-START                    PIC S9(04) COMP.
       01  WS-CHUNK-LENGTH                   PIC S9(04) COMP.
       01  WS-MASTER-OFFSET                  PIC S9(04) COMP.
       01  WS-PENDING-OFFSET                 PIC S9(04) COMP.
       01  WS-FIELD-LENGTH                   PIC S9(04) COMP.
      *
      *    ONE STATEMENT'S FIGURES, THEN THE CYCLE RUN'S.
      *
       01  WS-STATEMENT-TOTALS.
           05  WS-STM-COUNT-01               PIC S9(09) COMP.
           05  WS-STM-COUNT-02               PIC S9(09) COMP.
           05  WS-STM-COUNT-03               PIC S9(09) COMP.
           05  WS-STM-AMOUNT-01              PIC S9(12) COMP.
           05  WS-STM-AMOUNT-1-02            PIC S9(12) COMP.
           05  WS-STM-AMOUNT-2-02            PIC S9(12) COMP.
           05  WS-STM-AMOUNT-03              PIC S9(12) COMP.
           05  WS-STM-GRAND-AMOUNT           PIC S9(12) COMP.
           05  WS-STM-INVALID-AMOUNTS        PIC S9(09) COMP.
           05  WS-STM-CHANGES                PIC S9(09) COMP.
           05  WS-STM-PENDING                PIC S9(09) COMP.
       01  WS-RUN-TOTALS.
           05  WS-RUN-STATEMENTS             PIC S9(09) COMP.
           05  WS-RUN-PAGES                  PIC S9(09) COMP.
           05  WS-RUN-COUNT-01               PIC S9(09) COMP.
           05  WS-RUN-COUNT-02               PIC S9(09) COMP.
           05  WS-RUN-COUNT-03               PIC S9(09) COMP.
           05  WS-RUN-AMOUNT-01              PIC S9(12) COMP.
           05  WS-RUN-AMOUNT-1-02            PIC S9(12) COMP.
           05  WS-RUN-AMOUNT-2-02            PIC S9(12) COMP.
           05  WS-RUN-AMOUNT-03              PIC S9(12) COMP.
           05  WS-RUN-GRAND-AMOUNT           PIC S9(12) COMP.
           05  WS-RUN-INVALID-AMOUNTS        PIC S9(09) COMP.
           05  WS-RUN-CHANGES                PIC S9(09) COMP.
           05  WS-RUN-PENDING                PIC S9(09) COMP.
           05  WS-RUN-CUT-SHORT              PIC S9(09) COMP.
       01  WS-HDR-LINE-1.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(30) VALUE
               "XMPL3STM  ENTITY STATEMENT    ".
           05  FILLER                        PIC X(20) VALUE
               "SOME-FIELD-NUMBER-2 ".
           05  HL-ENTITY                     PIC X(06).
           05  FILLER                        PIC X(13) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE "PAGE ".
           05  HL-PAGE                       PIC ZZZ9.
       01  WS-HDR-LINE-2.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(15) VALUE
               "STATEMENT DATE ".
           05  HL-TODAY                      PIC X(08).
           05  FILLER                        PIC X(17) VALUE
               "   CHANGES FROM  ".
           05  HL-FROM-DATE                  PIC X(08).
           05  FILLER                        PIC X(09) VALUE
               " THROUGH ".
           05  HL-TO-DATE                    PIC X(08).
       01  WS-TRAILER-HDR-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(40) VALUE
               "XMPL3STM  STATEMENT-CONTROL TRAILER     ".
           05  FILLER                        PIC X(15) VALUE
               "STATEMENT DATE ".
           05  TH-TODAY                      PIC X(08).
       01  WS-SECTION-LINE.
           05  FILLER                        PIC X(01).
           05  SH-TITLE                      PIC X(79).
       01  WS-FIRST-TYPE-HDR.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(40) VALUE
               "KEY-NBR NBR3 CREATED  S SOME-FIELD18    ".
           05  FILLER                        PIC X(32) VALUE
               "          SOME-FIELD19   FIELD12".
       01  WS-FIRST-TYPE-LINE.
           05  FILLER                        PIC X(01).
           05  D1-KEY-NUMBER                 PIC X(07).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  D1-KEY-NUMBER-3               PIC X(04).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  D1-CREATION-DATE              PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  D1-STATUS                     PIC X(01).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  D1-FIELD18                    PIC X(25).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  D1-FIELD19                    PIC X(11).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  D1-FIELD12                    PIC Z,ZZZ,ZZ9.
           05  D1-FLAG                       PIC X(01).
       01  WS-SECOND-TYPE-HDR.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(40) VALUE
               "KEY-NBR NBR3 CREATED  S FIELD5   FIELD8 ".
           05  FILLER                        PIC X(34) VALUE
               "      FIELD9       FIELD6   FIELD7".
       01  WS-SECOND-TYPE-LINE.
           05  FILLER                        PIC X(01).
           05  D2-KEY-NUMBER                 PIC X(07).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  D2-KEY-NUMBER-3               PIC X(04).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  D2-CREATION-DATE              PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  D2-STATUS                     PIC X(01).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  D2-FIELD5                     PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  D2-FIELD8                     PIC X(12).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  D2-FIELD9                     PIC X(12).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  D2-FIELD6                     PIC ZZ,ZZ9.
           05  D2-FLAG-6                     PIC X(01).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  D2-FIELD7                     PIC ZZ,ZZ9.
           05  D2-FLAG-7                     PIC X(01).
       01  WS-THIRD-TYPE-HDR.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(40) VALUE
               "KEY-NBR NBR3 CREATED  1 THIRD-FIELD2    ".
           05  FILLER                        PIC X(30) VALUE
               "          FIELD3  THIRD-FIELD5".
       01  WS-THIRD-TYPE-LINE.
           05  FILLER                        PIC X(01).
           05  D3-KEY-NUMBER                 PIC X(07).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  D3-KEY-NUMBER-3               PIC X(04).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  D3-CREATION-DATE              PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  D3-FIELD1                     PIC X(01).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  D3-FIELD2                     PIC X(25).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  D3-FIELD3                     PIC X(08).
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  D3-FIELD5                     PIC Z,ZZZ,ZZ9.
           05  D3-FLAG                       PIC X(01).
       01  WS-TOTAL-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  TL-LABEL                      PIC X(40).
           05  TL-VALUE                      PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-NOTE-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  NL-TEXT                       PIC X(60).
       01  WS-HISTORY-HDR.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(70) VALUE
               "DATE     SEQ  OPERATOR FIELD          BEFORE / AFTER".
       01  WS-HISTORY-KEY-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(18) VALUE
               "SOME-FIELD-NUMBER ".
           05  HK-KEY-NUMBER                 PIC X(07).
       01  WS-HISTORY-LINE.
           05  FILLER                        PIC X(01).
           05  DL-CHANGE-DATE                PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DL-CHANGE-SEQ                 PIC 9(04).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DL-OPERATOR-ID                PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DL-FIELD-NAME                 PIC X(14).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DL-BEFORE-VALUE               PIC X(20).
           05  FILLER                        PIC X(01) VALUE "/".
           05  DL-AFTER-VALUE                PIC X(20).
       01  WS-PENDING-KEY-LINE.
           05  FILLER                        PIC X(01).
           05  PK-KEY-NUMBER                 PIC X(07).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  PK-KEY-NUMBER-3               PIC X(04).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  PK-CREATION-DATE              PIC X(08).
           05  FILLER                        PIC X(11) VALUE
               " EFFECTIVE ".
           05  PK-EFFECTIVE-DATE             PIC X(08).
           05  FILLER                        PIC X(10) VALUE
               " KEYED BY ".
           05  PK-ENTERED-BY                 PIC X(08).
           05  FILLER                        PIC X(04) VALUE " ON ".
           05  PK-ENTERED-DATE               PIC X(08).
       01  WS-PENDING-FIELD-HDR.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  FILLER                        PIC X(16) VALUE "FIELD".
           05  FILLER                        PIC X(29) VALUE
               "NOW".
           05  FILLER                        PIC X(25) VALUE
               "BECOMES".
       01  WS-PENDING-FIELD-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  PL-FIELD-NAME                 PIC X(16).
           05  PL-NOW-VALUE                  PIC X(25).
           05  FILLER                        PIC X(04) VALUE " -> ".
           05  PL-NEW-VALUE                  PIC X(25).
       01  WS-REFUSED-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(22) VALUE
               "**** STATEMENT REFUSED".
           05  FILLER                        PIC X(03) VALUE " - ".
           05  RF-REASON                     PIC X(50).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-ACCEPTED AND WS-SINGLE-RUN
               PERFORM 2000-ONE-ENTITY THRU 2000-EXIT
           END-IF.
           IF WS-RUN-ACCEPTED AND WS-CYCLE-RUN
               MOVE LOW-VALUES TO WS-LAST-ENTITY
               SET WS-MORE-ENTITIES TO TRUE
               PERFORM 2500-NEXT-CYCLE-ENTITY THRU 2500-EXIT
                   UNTIL WS-NO-MORE-ENTITIES
               PERFORM 8000-CONTROL-TRAILER THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      *
       1000-INITIALIZE.
           SET WS-RUN-ACCEPTED TO TRUE.
           SET WS-FILES-NOT-OPENED TO TRUE.
           SET WS-HISTORY-ON-FILE TO TRUE.
           SET WS-PENDING-ON-FILE TO TRUE.
           INITIALIZE WS-RUN-TOTALS.
           OPEN OUTPUT STM-REPORT-FILE.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           PERFORM 1100-EDIT-PARM THRU 1100-EXIT.
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-OPEN-FILES THRU 1200-EXIT.
       1000-EXIT.
           EXIT.
      *
      *    PARM IS ENTITY,FROM-DATE,TO-DATE.  ENTITY IS REQUIRED --
      *    ONE SOME-FIELD-NUMBER-2, OR ALL FOR THE CYCLE RUN.  THE
      *    DATES BOUND THE CHANGES LISTED, BLANK FOR THE FIRST OF THE
      *    TO-DATE MONTH THROUGH TODAY.  A BAD PARM IS REFUSED RATHER
      *    THAN DEFAULTED.
      *
       1100-EDIT-PARM.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-PARM-ENTITY WS-PARM-FROM WS-PARM-TO.
           MOVE ZERO TO WS-ENTITY-LENGTH.
           IF WS-PARM-LINE NOT = SPACES
               UNSTRING WS-PARM-LINE DELIMITED BY "," OR SPACE
                   INTO WS-PARM-ENTITY COUNT IN WS-ENTITY-LENGTH
                        WS-PARM-FROM WS-PARM-TO
           END-IF.
           IF WS-ENTITY-LENGTH = ZERO
               DISPLAY "XMPL3STM: NO ENTITY PARM GIVEN, RUN REFUSED"
               MOVE "ENTITY PARM MISSING - SOME-FIELD-NUMBER-2 OR ALL"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1100-EXIT
           END-IF.
           IF WS-ENTITY-LENGTH > 6
               DISPLAY "XMPL3STM: ENTITY PARM " WS-PARM-ENTITY
                   " LONGER THAN SOME-FIELD-NUMBER-2, RUN REFUSED"
               MOVE "ENTITY PARM IS LONGER THAN SOME-FIELD-NUMBER-2"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1100-EXIT
           END-IF.
           IF WS-PARM-ENTITY = "ALL"
               SET WS-CYCLE-RUN TO TRUE
               MOVE SPACES TO WS-ENTITY
           ELSE
               SET WS-SINGLE-RUN TO TRUE
               MOVE WS-PARM-ENTITY TO WS-ENTITY
           END-IF.
           MOVE WS-TODAY-DATE TO WS-TO-DATE.
           IF WS-PARM-TO NOT = SPACES
               MOVE WS-PARM-TO TO WS-TO-DATE
           END-IF.
           CALL "DTEEDIT" USING WS-TO-DATE WS-DATE-VALID-SW.
           IF WS-DATE-IS-INVALID
               DISPLAY "XMPL3STM: TO DATE PARM " WS-PARM-TO
                   " NOT A VALID DATE, RUN REFUSED"
               MOVE "TO DATE PARM IS NOT A VALID DATE"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1100-EXIT
           END-IF.
           IF WS-PARM-FROM = SPACES
               MOVE WS-TO-DATE TO WS-FROM-DATE
               MOVE "01" TO WS-FROM-DATE(7:2)
           ELSE
               MOVE WS-PARM-FROM TO WS-FROM-DATE
           END-IF.
           CALL "DTEEDIT" USING WS-FROM-DATE WS-DATE-VALID-SW.
           IF WS-DATE-IS-INVALID
               DISPLAY "XMPL3STM: FROM DATE PARM " WS-PARM-FROM
                   " NOT A VALID DATE, RUN REFUSED"
               MOVE "FROM DATE PARM IS NOT A VALID DATE"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1100-EXIT
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "XMPL3STM: FROM DATE " WS-FROM-DATE
                   " IS AFTER TO DATE " WS-TO-DATE
               MOVE "FROM DATE IS AFTER THE TO DATE"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *    NO HISTORY OR PENDING FILE YET JUST MEANS NOTHING HAS BEEN
      *    FOLDED OR KEYED -- THE STATEMENT SAYS SO, NOT AN ERROR.
      *
       1200-OPEN-FILES.
           OPEN INPUT XMPL3-MASTER.
           IF NOT WS-XMPL3-OK
               DISPLAY "XMPL3STM: OPEN XMPL3-MASTER FAILED, STATUS="
                   WS-XMPL3-STATUS
               MOVE "MASTER FILE (XMPL3MS) WILL NOT OPEN"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1200-EXIT
           END-IF.
           OPEN INPUT XMPL3-HISTORY.
           IF WS-HIST-STATUS = "35"
               SET WS-NO-HISTORY-FILE TO TRUE
           ELSE
               IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "XMPL3STM: OPEN XMPL3-HISTORY FAILED, "
                       "STATUS=" WS-HIST-STATUS
                   MOVE "HISTORY FILE (XMPL3HS) WILL NOT OPEN"
                       TO WS-REFUSAL-REASON
                   SET WS-RUN-REFUSED TO TRUE
                   CLOSE XMPL3-MASTER
                   GO TO 1200-EXIT
               END-IF
           END-IF.
           OPEN INPUT XMPL3-PENDING-FILE.
           IF WS-PND-STATUS = "35"
               SET WS-NO-PENDING-FILE TO TRUE
           ELSE
               IF WS-PND-STATUS NOT = "00"
                   DISPLAY "XMPL3STM: OPEN XMPL3-PENDING-FILE "
                       "FAILED, STATUS=" WS-PND-STATUS
                   MOVE "PENDING FILE (XMPL3PN) WILL NOT OPEN"
                       TO WS-REFUSAL-REASON
                   SET WS-RUN-REFUSED TO TRUE
                   CLOSE XMPL3-MASTER
                   IF WS-HISTORY-ON-FILE
                       CLOSE XMPL3-HISTORY
                   END-IF
                   GO TO 1200-EXIT
               END-IF
           END-IF.
           SET WS-FILES-OPENED TO TRUE.
       1200-EXIT.
           EXIT.
      *
      *    ONE ENTITY NAMED IN THE PARM -- IT MUST BE ON THE MASTER,
      *    OR THERE IS NO STATEMENT TO PRODUCE.
      *
       2000-ONE-ENTITY.
           MOVE WS-ENTITY TO SOME-FIELD-NUMBER-2 OF FIRST-TYPE.
           START XMPL3-MASTER
               KEY IS EQUAL TO SOME-FIELD-NUMBER-2 OF FIRST-TYPE
               INVALID KEY
                   DISPLAY "XMPL3STM: NO RECORD FOUND FOR ENTITY "
                       WS-ENTITY
                   MOVE "ENTITY IS NOT ON THE MASTER"
                       TO WS-REFUSAL-REASON
                   SET WS-RUN-REFUSED TO TRUE
                   GO TO 2000-EXIT
           END-START.
           PERFORM 3000-ENTITY-STATEMENT THRU 3000-EXIT.
       2000-EXIT.
           EXIT.
      *
      *    CYCLE RUN -- STEP TO THE FIRST ALTERNATE KEY PAST THE LAST
      *    ENTITY PRINTED, SO EACH ENTITY GETS ONE STATEMENT HOWEVER
      *    MANY RECORDS CARRY IT.
      *
       2500-NEXT-CYCLE-ENTITY.
           MOVE WS-LAST-ENTITY TO SOME-FIELD-NUMBER-2 OF FIRST-TYPE.
           START XMPL3-MASTER
               KEY IS GREATER THAN SOME-FIELD-NUMBER-2 OF FIRST-TYPE
               INVALID KEY
                   SET WS-NO-MORE-ENTITIES TO TRUE
                   GO TO 2500-EXIT
           END-START.
           READ XMPL3-MASTER NEXT RECORD
               AT END
                   SET WS-NO-MORE-ENTITIES TO TRUE
                   GO TO 2500-EXIT
           END-READ.
           MOVE SOME-FIELD-NUMBER-2 OF FIRST-TYPE TO WS-ENTITY.
           PERFORM 3000-ENTITY-STATEMENT THRU 3000-EXIT.
           MOVE WS-ENTITY TO WS-LAST-ENTITY.
       2500-EXIT.
           EXIT.
      *
      *    ONE STATEMENT -- THE THREE TYPE SECTIONS, EACH A PASS DOWN
      *    THE ENTITY'S ALTERNATE-KEY CHAIN TAKING ONLY ITS OWN TYPE,
      *    THEN THE PERIOD'S CHANGES AND THE PENDING CHANGES.
      *
       3000-ENTITY-STATEMENT.
           INITIALIZE WS-STATEMENT-TOTALS.
           MOVE ZERO TO WS-PAGE-NUMBER WS-KEY-COUNT.
           SET WS-KEY-TABLE-ROOM TO TRUE.
           MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
           MOVE "01" TO WS-PASS-TYPE.
           MOVE "FIRST-TYPE RECORDS" TO SH-TITLE.
           PERFORM 3100-TYPE-SECTION THRU 3100-EXIT.
           MOVE "SECOND-TYPE RECORDS" TO SH-TITLE.
           MOVE "02" TO WS-PASS-TYPE.
           PERFORM 3100-TYPE-SECTION THRU 3100-EXIT.
           MOVE "THIRD-TYPE RECORDS" TO SH-TITLE.
           MOVE "03" TO WS-PASS-TYPE.
           PERFORM 3100-TYPE-SECTION THRU 3100-EXIT.
           PERFORM 3400-STATEMENT-TOTAL THRU 3400-EXIT.
           PERFORM 3500-CHANGE-SECTION THRU 3500-EXIT.
           PERFORM 3600-PENDING-SECTION THRU 3600-EXIT.
           ADD 1                        TO WS-RUN-STATEMENTS.
           ADD WS-PAGE-NUMBER           TO WS-RUN-PAGES.
           ADD WS-STM-COUNT-01          TO WS-RUN-COUNT-01.
           ADD WS-STM-COUNT-02          TO WS-RUN-COUNT-02.
           ADD WS-STM-COUNT-03          TO WS-RUN-COUNT-03.
           ADD WS-STM-AMOUNT-01         TO WS-RUN-AMOUNT-01.
           ADD WS-STM-AMOUNT-1-02       TO WS-RUN-AMOUNT-1-02.
           ADD WS-STM-AMOUNT-2-02       TO WS-RUN-AMOUNT-2-02.
           ADD WS-STM-AMOUNT-03         TO WS-RUN-AMOUNT-03.
           ADD WS-STM-GRAND-AMOUNT      TO WS-RUN-GRAND-AMOUNT.
           ADD WS-STM-INVALID-AMOUNTS   TO WS-RUN-INVALID-AMOUNTS.
           ADD WS-STM-CHANGES           TO WS-RUN-CHANGES.
           ADD WS-STM-PENDING           TO WS-RUN-PENDING.
           IF WS-KEY-TABLE-FULL
               ADD 1 TO WS-RUN-CUT-SHORT
           END-IF.
       3000-EXIT.
           EXIT.
      *
       3100-TYPE-SECTION.
           PERFORM 3900-SECTION-HEADING THRU 3900-EXIT.
           EVALUATE WS-PASS-TYPE
               WHEN "01"
                   MOVE WS-FIRST-TYPE-HDR  TO WS-PRINT-LINE
               WHEN "02"
                   MOVE WS-SECOND-TYPE-HDR TO WS-PRINT-LINE
               WHEN OTHER
                   MOVE WS-THIRD-TYPE-HDR  TO WS-PRINT-LINE
           END-EVALUATE.
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
           PERFORM 3110-START-CHAIN THRU 3110-EXIT.
           PERFORM 3120-LIST-CHAIN-RECORD THRU 3120-EXIT
               UNTIL WS-END-OF-CHAIN.
           EVALUATE WS-PASS-TYPE
               WHEN "01"
                   MOVE "FIRST-TYPE RECORDS" TO TL-LABEL
                   MOVE WS-STM-COUNT-01 TO TL-VALUE
                   PERFORM 7200-PRINT-TOTAL THRU 7200-EXIT
                   MOVE "SOME-FIELD12 SUBTOTAL" TO TL-LABEL
                   MOVE WS-STM-AMOUNT-01 TO TL-VALUE
                   PERFORM 7200-PRINT-TOTAL THRU 7200-EXIT
               WHEN "02"
                   MOVE "SECOND-TYPE RECORDS" TO TL-LABEL
                   MOVE WS-STM-COUNT-02 TO TL-VALUE
                   PERFORM 7200-PRINT-TOTAL THRU 7200-EXIT
                   MOVE "ANOTHER-FIELD6 SUBTOTAL" TO TL-LABEL
                   MOVE WS-STM-AMOUNT-1-02 TO TL-VALUE
                   PERFORM 7200-PRINT-TOTAL THRU 7200-EXIT
                   MOVE "ANOTHER-FIELD7 SUBTOTAL" TO TL-LABEL
                   MOVE WS-STM-AMOUNT-2-02 TO TL-VALUE
                   PERFORM 7200-PRINT-TOTAL THRU 7200-EXIT
               WHEN OTHER
                   MOVE "THIRD-TYPE RECORDS" TO TL-LABEL
                   MOVE WS-STM-COUNT-03 TO TL-VALUE
                   PERFORM 7200-PRINT-TOTAL THRU 7200-EXIT
                   MOVE "THIRD-FIELD5 SUBTOTAL" TO TL-LABEL
                   MOVE WS-STM-AMOUNT-03 TO TL-VALUE
                   PERFORM 7200-PRINT-TOTAL THRU 7200-EXIT
           END-EVALUATE.
       3100-EXIT.
           EXIT.
      *
      *    POSITION ON THE ENTITY'S FIRST RECORD BY THE ALTERNATE
      *    KEY AND READ IT.
      *
       3110-START-CHAIN.
           SET WS-MORE-IN-CHAIN TO TRUE.
           MOVE WS-ENTITY TO SOME-FIELD-NUMBER-2 OF FIRST-TYPE.
           START XMPL3-MASTER
               KEY IS EQUAL TO SOME-FIELD-NUMBER-2 OF FIRST-TYPE
               INVALID KEY
                   SET WS-END-OF-CHAIN TO TRUE
                   GO TO 3110-EXIT
           END-START.
           PERFORM 3130-READ-CHAIN THRU 3130-EXIT.
       3110-EXIT.
           EXIT.
      *
      *    SOME-FIELD-NUMBER-2 IS AN ALTERNATE KEY ACROSS THE WHOLE
      *    MASTER, SO THE CHAIN HOLDS ALL THREE TYPES -- EACH PASS
      *    LISTS ITS OWN AND STEPS OVER THE REST.
      *
       3120-LIST-CHAIN-RECORD.
           IF REDEFINES-RECORD-TYPE OF FIRST-TYPE NOT = WS-PASS-TYPE
               GO TO 3125-NEXT-IN-CHAIN
           END-IF.
           PERFORM 3300-REMEMBER-KEY THRU 3300-EXIT.
           EVALUATE WS-PASS-TYPE
               WHEN "01"
                   PERFORM 3200-FIRST-TYPE-LINE THRU 3200-EXIT
               WHEN "02"
                   PERFORM 3210-SECOND-TYPE-LINE THRU 3210-EXIT
               WHEN OTHER
                   PERFORM 3220-THIRD-TYPE-LINE THRU 3220-EXIT
           END-EVALUATE.
       3125-NEXT-IN-CHAIN.
           PERFORM 3130-READ-CHAIN THRU 3130-EXIT.
       3120-EXIT.
           EXIT.
      *
       3130-READ-CHAIN.
           READ XMPL3-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-CHAIN TO TRUE
                   GO TO 3130-EXIT
           END-READ.
           IF SOME-FIELD-NUMBER-2 OF FIRST-TYPE NOT = WS-ENTITY
               SET WS-END-OF-CHAIN TO TRUE
           END-IF.
       3130-EXIT.
           EXIT.
      *
      *    A NON-NUMERIC AMOUNT PRINTS AS ZERO WITH AN ASTERISK AND
      *    IS TAKEN AS ZERO IN THE SUBTOTALS, AS XMPL3CTL TAKES IT.
      *
       3200-FIRST-TYPE-LINE.
           ADD 1 TO WS-STM-COUNT-01.
           MOVE SOME-FIELD-NUMBER OF FIRST-TYPE   TO D1-KEY-NUMBER.
           MOVE SOME-FIELD-NUMBER-3 OF FIRST-TYPE TO D1-KEY-NUMBER-3.
           MOVE CREATION-DATE OF FIRST-TYPE       TO D1-CREATION-DATE.
           MOVE MAINTENANCE-STATUS OF FIRST-TYPE  TO D1-STATUS.
           MOVE SOME-FIELD18 OF FIRST-TYPE        TO D1-FIELD18.
           MOVE SOME-FIELD19 OF FIRST-TYPE        TO D1-FIELD19.
           IF SOME-FIELD12 OF FIRST-TYPE NUMERIC
               MOVE SOME-FIELD12 OF FIRST-TYPE TO D1-FIELD12
               MOVE SPACE TO D1-FLAG
               ADD SOME-FIELD12 OF FIRST-TYPE TO WS-STM-AMOUNT-01
                   WS-STM-GRAND-AMOUNT
           ELSE
               MOVE ZERO TO D1-FIELD12
               MOVE "*" TO D1-FLAG
               ADD 1 TO WS-STM-INVALID-AMOUNTS
           END-IF.
           MOVE WS-FIRST-TYPE-LINE TO WS-PRINT-LINE.
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
       3200-EXIT.
           EXIT.
      *
       3210-SECOND-TYPE-LINE.
           ADD 1 TO WS-STM-COUNT-02.
           MOVE SOME-FIELD-NUMBER OF FIRST-TYPE   TO D2-KEY-NUMBER.
           MOVE SOME-FIELD-NUMBER-3 OF FIRST-TYPE TO D2-KEY-NUMBER-3.
           MOVE CREATION-DATE OF FIRST-TYPE       TO D2-CREATION-DATE.
           MOVE MAINTENANCE-STATUS OF SECOND-TYPE TO D2-STATUS.
           MOVE ANOTHER-FIELD5 OF SECOND-TYPE     TO D2-FIELD5.
           MOVE ANOTHER-FIELD8 OF SECOND-TYPE     TO D2-FIELD8.
           MOVE ANOTHER-FIELD9 OF SECOND-TYPE     TO D2-FIELD9.
           IF ANOTHER-FIELD6 OF SECOND-TYPE NUMERIC
               MOVE ANOTHER-FIELD6 OF SECOND-TYPE TO D2-FIELD6
               MOVE SPACE TO D2-FLAG-6
               ADD ANOTHER-FIELD6 OF SECOND-TYPE TO WS-STM-AMOUNT-1-02
                   WS-STM-GRAND-AMOUNT
           ELSE
               MOVE ZERO TO D2-FIELD6
               MOVE "*" TO D2-FLAG-6
               ADD 1 TO WS-STM-INVALID-AMOUNTS
           END-IF.
           IF ANOTHER-FIELD7 OF SECOND-TYPE NUMERIC
               MOVE ANOTHER-FIELD7 OF SECOND-TYPE TO D2-FIELD7
               MOVE SPACE TO D2-FLAG-7
               ADD ANOTHER-FIELD7 OF SECOND-TYPE TO WS-STM-AMOUNT-2-02
                   WS-STM-GRAND-AMOUNT
           ELSE
               MOVE ZERO TO D2-FIELD7
               MOVE "*" TO D2-FLAG-7
               ADD 1 TO WS-STM-INVALID-AMOUNTS
           END-IF.
           MOVE WS-SECOND-TYPE-LINE TO WS-PRINT-LINE.
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
       3210-EXIT.
           EXIT.
      *
       3220-THIRD-TYPE-LINE.
           ADD 1 TO WS-STM-COUNT-03.
           MOVE SOME-FIELD-NUMBER OF FIRST-TYPE   TO D3-KEY-NUMBER.
           MOVE SOME-FIELD-NUMBER-3 OF FIRST-TYPE TO D3-KEY-NUMBER-3.
           MOVE CREATION-DATE OF FIRST-TYPE       TO D3-CREATION-DATE.
           MOVE THIRD-FIELD1 OF THIRD-TYPE        TO D3-FIELD1.
           MOVE THIRD-FIELD2 OF THIRD-TYPE        TO D3-FIELD2.
           MOVE THIRD-FIELD3 OF THIRD-TYPE        TO D3-FIELD3.
           IF THIRD-FIELD5 OF THIRD-TYPE NUMERIC
               MOVE THIRD-FIELD5 OF THIRD-TYPE TO D3-FIELD5
               MOVE SPACE TO D3-FLAG
               ADD THIRD-FIELD5 OF THIRD-TYPE TO WS-STM-AMOUNT-03
                   WS-STM-GRAND-AMOUNT
           ELSE
               MOVE ZERO TO D3-FIELD5
               MOVE "*" TO D3-FLAG
               ADD 1 TO WS-STM-INVALID-AMOUNTS
           END-IF.
           MOVE WS-THIRD-TYPE-LINE TO WS-PRINT-LINE.
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
       3220-EXIT.
           EXIT.
      *
      *    KEEP EACH DISTINCT SOME-FIELD-NUMBER ONCE.  A FULL TABLE
      *    IS MARKED, SO THE STATEMENT CAN SAY ITS CHANGES ARE SHORT.
      *
       3300-REMEMBER-KEY.
           SET WS-KEY-NOT-FOUND TO TRUE.
           PERFORM 3310-TEST-ONE-KEY THRU 3310-EXIT
               VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > WS-KEY-COUNT OR WS-KEY-FOUND.
           IF WS-KEY-FOUND
               GO TO 3300-EXIT
           END-IF.
           IF WS-KEY-COUNT NOT < WS-KEY-MAX
               SET WS-KEY-TABLE-FULL TO TRUE
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO WS-KEY-COUNT.
           MOVE SOME-FIELD-NUMBER OF FIRST-TYPE
               TO WS-KEY-NUMBER (WS-KEY-COUNT).
       3300-EXIT.
           EXIT.
      *
       3310-TEST-ONE-KEY.
           IF WS-KEY-NUMBER (WS-KEY-SUB)
              = SOME-FIELD-NUMBER OF FIRST-TYPE
               SET WS-KEY-FOUND TO TRUE
           END-IF.
       3310-EXIT.
           EXIT.
      *
       3400-STATEMENT-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
           MOVE "STATEMENT AMOUNT TOTAL" TO TL-LABEL.
           MOVE WS-STM-GRAND-AMOUNT TO TL-VALUE.
           PERFORM 7200-PRINT-TOTAL THRU 7200-EXIT.
           IF WS-STM-INVALID-AMOUNTS > ZERO
               MOVE "* NON-NUMERIC AMOUNTS TAKEN AS ZERO" TO TL-LABEL
               MOVE WS-STM-INVALID-AMOUNTS TO TL-VALUE
               PERFORM 7200-PRINT-TOTAL THRU 7200-EXIT
           END-IF.
       3400-EXIT.
           EXIT.
      *
      *    THE PERIOD'S CHANGES, KEY BY KEY, IN THE XMPL3HIQ LAYOUT.
      *    THE HISTORY KEY IS BUSINESS KEY PLUS CHANGE DATE, SO EACH
      *    KEY'S READ STARTS AT THE FROM DATE AND STOPS PAST THE TO
      *    DATE.
      *
       3500-CHANGE-SECTION.
           MOVE "CHANGES IN THE PERIOD" TO SH-TITLE.
           PERFORM 3900-SECTION-HEADING THRU 3900-EXIT.
           IF WS-NO-HISTORY-FILE
               MOVE "CHANGE-HISTORY FILE NOT YET BUILT" TO NL-TEXT
               PERFORM 7300-PRINT-NOTE THRU 7300-EXIT
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-HISTORY-HDR TO WS-PRINT-LINE.
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
           PERFORM 3510-CHANGES-FOR-KEY THRU 3510-EXIT
               VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > WS-KEY-COUNT.
           IF WS-STM-CHANGES = ZERO
               MOVE "NO CHANGES IN THE PERIOD" TO NL-TEXT
               PERFORM 7300-PRINT-NOTE THRU 7300-EXIT
           END-IF.
           IF WS-KEY-TABLE-FULL
               MOVE "**** KEY TABLE FULL - CHANGES LISTED ARE CUT SHORT"
                   TO NL-TEXT
               PERFORM 7300-PRINT-NOTE THRU 7300-EXIT
           END-IF.
       3500-EXIT.
           EXIT.
      *
       3510-CHANGES-FOR-KEY.
           SET WS-KEY-NOT-HEADED TO TRUE.
           MOVE WS-KEY-NUMBER (WS-KEY-SUB) TO HIST-KEY-NUMBER.
           MOVE WS-ENTITY                  TO HIST-KEY-NUMBER-2.
           MOVE WS-FROM-DATE               TO HIST-CHANGE-DATE.
           MOVE ZERO                       TO HIST-CHANGE-SEQ.
           START XMPL3-HISTORY KEY IS NOT LESS THAN HIST-RECORD-KEY
               INVALID KEY
                   GO TO 3510-EXIT
           END-START.
           SET WS-MORE-HISTORY TO TRUE.
           PERFORM 3520-LIST-ONE-CHANGE THRU 3520-EXIT
               UNTIL WS-NO-MORE-HISTORY.
       3510-EXIT.
           EXIT.
      *
       3520-LIST-ONE-CHANGE.
           READ XMPL3-HISTORY NEXT RECORD
               AT END
                   SET WS-NO-MORE-HISTORY TO TRUE
                   GO TO 3520-EXIT
           END-READ.
           IF HIST-KEY-NUMBER NOT = WS-KEY-NUMBER (WS-KEY-SUB)
              OR HIST-KEY-NUMBER-2 NOT = WS-ENTITY
              OR HIST-CHANGE-DATE > WS-TO-DATE
               SET WS-NO-MORE-HISTORY TO TRUE
               GO TO 3520-EXIT
           END-IF.
           IF WS-KEY-NOT-HEADED
               MOVE WS-KEY-NUMBER (WS-KEY-SUB) TO HK-KEY-NUMBER
               MOVE WS-HISTORY-KEY-LINE TO WS-PRINT-LINE
               PERFORM 7000-PRINT-LINE THRU 7000-EXIT
               SET WS-KEY-HEADED TO TRUE
           END-IF.
           MOVE HIST-CHANGE-DATE  TO DL-CHANGE-DATE.
           MOVE HIST-CHANGE-SEQ   TO DL-CHANGE-SEQ.
           MOVE HIST-OPERATOR-ID  TO DL-OPERATOR-ID.
           MOVE HIST-FIELD-NAME   TO DL-FIELD-NAME.
           MOVE HIST-BEFORE-VALUE TO DL-BEFORE-VALUE.
           MOVE HIST-AFTER-VALUE  TO DL-AFTER-VALUE.
           MOVE WS-HISTORY-LINE TO WS-PRINT-LINE.
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
           ADD 1 TO WS-STM-CHANGES.
       3520-EXIT.
           EXIT.
      *
      *    PENDING CHANGES ARE KEYED BY THE SECOND-TYPE BUSINESS KEY
      *    PLUS EFFECTIVE DATE -- ONE MORE PASS DOWN THE CHAIN, AND
      *    FOR EACH SECOND-TYPE RECORD EVERY CHANGE STILL PENDING,
      *    SHOWN AGAINST THE RECORD'S CURRENT VALUES.
      *
       3600-PENDING-SECTION.
           MOVE "EFFECTIVE-DATED CHANGES STILL PENDING" TO SH-TITLE.
           PERFORM 3900-SECTION-HEADING THRU 3900-EXIT.
           IF WS-NO-PENDING-FILE
               MOVE "NO CHANGES PENDING" TO NL-TEXT
               PERFORM 7300-PRINT-NOTE THRU 7300-EXIT
               GO TO 3600-EXIT
           END-IF.
           MOVE "02" TO WS-PASS-TYPE.
           PERFORM 3110-START-CHAIN THRU 3110-EXIT.
           PERFORM 3610-PENDING-FOR-RECORD THRU 3610-EXIT
               UNTIL WS-END-OF-CHAIN.
           IF WS-STM-PENDING = ZERO
               MOVE "NO CHANGES PENDING" TO NL-TEXT
               PERFORM 7300-PRINT-NOTE THRU 7300-EXIT
           END-IF.
       3600-EXIT.
           EXIT.
      *
       3610-PENDING-FOR-RECORD.
           IF REDEFINES-RECORD-TYPE OF FIRST-TYPE NOT = WS-PASS-TYPE
               GO TO 3615-NEXT-IN-CHAIN
           END-IF.
           MOVE REDEFINES-RECORD(3:25) TO WS-PND-MATCH-KEY.
           MOVE SOME-FIELD-NUMBER OF FIRST-TYPE   TO PD-KEY-NUMBER.
           MOVE SOME-FIELD-NUMBER-2 OF FIRST-TYPE TO PD-KEY-NUMBER-2.
           MOVE SOME-FIELD-NUMBER-3 OF FIRST-TYPE TO PD-KEY-NUMBER-3.
           MOVE CREATION-DATE OF FIRST-TYPE       TO PD-CREATION-DATE.
           MOVE LOW-VALUES                        TO PD-EFFECTIVE-DATE.
           START XMPL3-PENDING-FILE
               KEY IS NOT LESS THAN PD-PENDING-KEY
               INVALID KEY
                   GO TO 3615-NEXT-IN-CHAIN
           END-START.
           SET WS-MORE-PENDING TO TRUE.
           PERFORM 3620-LIST-ONE-PENDING THRU 3620-EXIT
               UNTIL WS-NO-MORE-PENDING.
       3615-NEXT-IN-CHAIN.
           PERFORM 3130-READ-CHAIN THRU 3130-EXIT.
       3610-EXIT.
           EXIT.
      *
      *    RELEASED AND CANCELLED CHANGES ARE HISTORY, NOT PENDING --
      *    ONLY STATUS P IS LISTED.
      *
       3620-LIST-ONE-PENDING.
           READ XMPL3-PENDING-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-PENDING TO TRUE
                   GO TO 3620-EXIT
           END-READ.
           IF PD-PENDING-KEY(1:25) NOT = WS-PND-MATCH-KEY
               SET WS-NO-MORE-PENDING TO TRUE
               GO TO 3620-EXIT
           END-IF.
           IF NOT PD-PENDING
               GO TO 3620-EXIT
           END-IF.
           ADD 1 TO WS-STM-PENDING.
           MOVE PD-KEY-NUMBER     TO PK-KEY-NUMBER.
           MOVE PD-KEY-NUMBER-3   TO PK-KEY-NUMBER-3.
           MOVE PD-CREATION-DATE  TO PK-CREATION-DATE.
           MOVE PD-EFFECTIVE-DATE TO PK-EFFECTIVE-DATE.
           MOVE PD-ENTERED-BY     TO PK-ENTERED-BY.
           MOVE PD-ENTERED-DATE   TO PK-ENTERED-DATE.
           MOVE WS-PENDING-KEY-LINE TO WS-PRINT-LINE.
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
           MOVE WS-PENDING-FIELD-HDR TO WS-PRINT-LINE.
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
           MOVE ZERO TO WS-FIELDS-CHANGED.
           PERFORM 3630-COMPARE-ONE-FIELD THRU 3630-EXIT
               VARYING WS-FIELD-SUB FROM 1 BY 1
               UNTIL WS-FIELD-SUB > WS-PENDING-COUNT.
           IF WS-FIELDS-CHANGED = ZERO
               MOVE "NO FIELD DIFFERS FROM THE CURRENT RECORD"
                   TO NL-TEXT
               PERFORM 7300-PRINT-NOTE THRU 7300-EXIT
           END-IF.
       3620-EXIT.
           EXIT.
      *
      *    A FIELD WIDER THAN THE PRINT COLUMNS (ANOTHER-FIELD12) IS
      *    SHOWN 25 CHARACTERS TO A LINE, NAMED ON THE FIRST.
      *
       3630-COMPARE-ONE-FIELD.
           MOVE PF-MASTER-OFFSET (WS-FIELD-SUB)  TO WS-MASTER-OFFSET.
           MOVE PF-PENDING-OFFSET (WS-FIELD-SUB) TO WS-PENDING-OFFSET.
           MOVE PF-LENGTH (WS-FIELD-SUB)         TO WS-FIELD-LENGTH.
           IF REDEFINES-RECORD(WS-MASTER-OFFSET:WS-FIELD-LENGTH)
              = XMPL3-PENDING-RECORD(WS-PENDING-OFFSET:WS-FIELD-LENGTH)
               GO TO 3630-EXIT
           END-IF.
           ADD 1 TO WS-FIELDS-CHANGED.
           MOVE PF-FIELD-NAME (WS-FIELD-SUB) TO PL-FIELD-NAME.
           PERFORM 3640-PRINT-ONE-CHUNK THRU 3640-EXIT
               VARYING WS-CHUNK-START FROM 1 BY 25
               UNTIL WS-CHUNK-START > WS-FIELD-LENGTH.
       3630-EXIT.
           EXIT.
      *
       3640-PRINT-ONE-CHUNK.
           COMPUTE WS-CHUNK-LENGTH = WS-FIELD-LENGTH
               - WS-CHUNK-START + 1.
           IF WS-CHUNK-LENGTH > 25
               MOVE 25 TO WS-CHUNK-LENGTH
           END-IF.
           MOVE SPACES TO PL-NOW-VALUE PL-NEW-VALUE.
           MOVE REDEFINES-RECORD(WS-MASTER-OFFSET + WS-CHUNK-START - 1:
               WS-CHUNK-LENGTH) TO PL-NOW-VALUE.
           MOVE XMPL3-PENDING-RECORD(WS-PENDING-OFFSET
               + WS-CHUNK-START - 1:WS-CHUNK-LENGTH) TO PL-NEW-VALUE.
           IF WS-CHUNK-START > 1
              AND PL-NOW-VALUE = SPACES AND PL-NEW-VALUE = SPACES
               GO TO 3640-EXIT
           END-IF.
           MOVE WS-PENDING-FIELD-LINE TO WS-PRINT-LINE.
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
           MOVE SPACES TO PL-FIELD-NAME.
       3640-EXIT.
           EXIT.
      *
       3900-SECTION-HEADING.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
           MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
       3900-EXIT.
           EXIT.
      *
       7000-PRINT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 7100-PAGE-HEADING THRU 7100-EXIT
           END-IF.
           WRITE STM-REPORT-LINE FROM WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.
       7000-EXIT.
           EXIT.
      *
       7100-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-ENTITY      TO HL-ENTITY.
           MOVE WS-PAGE-NUMBER TO HL-PAGE.
           MOVE WS-TODAY-DATE  TO HL-TODAY.
           MOVE WS-FROM-DATE   TO HL-FROM-DATE.
           MOVE WS-TO-DATE     TO HL-TO-DATE.
           WRITE STM-REPORT-LINE FROM WS-HDR-LINE-1
               AFTER ADVANCING PAGE.
           WRITE STM-REPORT-LINE FROM WS-HDR-LINE-2.
           MOVE 2 TO WS-LINE-COUNT.
       7100-EXIT.
           EXIT.
      *
       7200-PRINT-TOTAL.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
       7200-EXIT.
           EXIT.
      *
       7300-PRINT-NOTE.
           MOVE WS-NOTE-LINE TO WS-PRINT-LINE.
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
       7300-EXIT.
           EXIT.
      *
      *    STATEMENT-CONTROL TRAILER -- ITS OWN PAGE AFTER THE LAST
      *    STATEMENT, NOT COUNTED IN THE PAGES IT REPORTS.  THE
      *    AMOUNT TOTALS ARE THE SUMS OF THE STATEMENT TOTALS.
      *
       8000-CONTROL-TRAILER.
           MOVE WS-TODAY-DATE TO TH-TODAY.
           WRITE STM-REPORT-LINE FROM WS-TRAILER-HDR-LINE
               AFTER ADVANCING PAGE.
           MOVE SPACES TO STM-REPORT-LINE.
           WRITE STM-REPORT-LINE.
           MOVE "STATEMENTS PRODUCED" TO TL-LABEL.
           MOVE WS-RUN-STATEMENTS TO TL-VALUE.
           WRITE STM-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "STATEMENT PAGES PRINTED" TO TL-LABEL.
           MOVE WS-RUN-PAGES TO TL-VALUE.
           WRITE STM-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "FIRST-TYPE RECORDS LISTED" TO TL-LABEL.
           MOVE WS-RUN-COUNT-01 TO TL-VALUE.
           WRITE STM-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "SECOND-TYPE RECORDS LISTED" TO TL-LABEL.
           MOVE WS-RUN-COUNT-02 TO TL-VALUE.
           WRITE STM-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "THIRD-TYPE RECORDS LISTED" TO TL-LABEL.
           MOVE WS-RUN-COUNT-03 TO TL-VALUE.
           WRITE STM-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "SOME-FIELD12 TOTAL" TO TL-LABEL.
           MOVE WS-RUN-AMOUNT-01 TO TL-VALUE.
           WRITE STM-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "ANOTHER-FIELD6 TOTAL" TO TL-LABEL.
           MOVE WS-RUN-AMOUNT-1-02 TO TL-VALUE.
           WRITE STM-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "ANOTHER-FIELD7 TOTAL" TO TL-LABEL.
           MOVE WS-RUN-AMOUNT-2-02 TO TL-VALUE.
           WRITE STM-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "THIRD-FIELD5 TOTAL" TO TL-LABEL.
           MOVE WS-RUN-AMOUNT-03 TO TL-VALUE.
           WRITE STM-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "GRAND AMOUNT TOTAL" TO TL-LABEL.
           MOVE WS-RUN-GRAND-AMOUNT TO TL-VALUE.
           WRITE STM-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "NON-NUMERIC AMOUNTS TAKEN AS ZERO" TO TL-LABEL.
           MOVE WS-RUN-INVALID-AMOUNTS TO TL-VALUE.
           WRITE STM-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "CHANGES LISTED" TO TL-LABEL.
           MOVE WS-RUN-CHANGES TO TL-VALUE.
           WRITE STM-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "PENDING CHANGES LISTED" TO TL-LABEL.
           MOVE WS-RUN-PENDING TO TL-VALUE.
           WRITE STM-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "STATEMENTS WITH CHANGES CUT SHORT" TO TL-LABEL.
           MOVE WS-RUN-CUT-SHORT TO TL-VALUE.
           WRITE STM-REPORT-LINE FROM WS-TOTAL-LINE.
       8000-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           IF WS-RUN-REFUSED
               MOVE SPACES TO STM-REPORT-LINE
               WRITE STM-REPORT-LINE
               MOVE WS-REFUSAL-REASON TO RF-REASON
               WRITE STM-REPORT-LINE FROM WS-REFUSED-LINE
           END-IF.
           IF WS-FILES-OPENED
               CLOSE XMPL3-MASTER
               IF WS-HISTORY-ON-FILE
                   CLOSE XMPL3-HISTORY
               END-IF
               IF WS-PENDING-ON-FILE
                   CLOSE XMPL3-PENDING-FILE
               END-IF
           END-IF.
           CLOSE STM-REPORT-FILE.
           DISPLAY "XMPL3STM: STATEMENTS PRODUCED = " WS-RUN-STATEMENTS.
           DISPLAY "XMPL3STM: PAGES PRINTED       = " WS-RUN-PAGES.
           IF WS-RUN-REFUSED
               DISPLAY "XMPL3STM: RUN REFUSED, RC=8"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF.
           IF WS-RUN-CUT-SHORT > ZERO
               DISPLAY "XMPL3STM: CHANGES CUT SHORT ON "
                   WS-RUN-CUT-SHORT " STATEMENT(S), RC=8"
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
