      ******************************************************************
      *    PROGRAM-ID  : XMPL3FWD                                      *
      *    AUTHOR      : D. OKAFOR, DATA ADMINISTRATION                *
      *    INSTALLATION: EXAMPLE2 BATCH LIBRARY                        *
      *    DATE-WRITTEN: 10/15/2026                                    *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    REMARKS.                                                   *
      *        Forward recovery of the XMPL3 master.  Run after       *
      *        XMPL3RLD has rebuilt the master from an XMPL3UNL       *
      *        backup: replays the master journals (XMPL3JN records   *
      *        on JNLIN, every generation since the backup            *
      *        concatenated oldest first) onto the rebuilt master in  *
      *        journal order, up to an optional stop point.  The      *
      *        backup itself is read from BKPIN only for its "T"      *
      *        trailer date -- journal records dated before it are    *
      *        already in the backup and are skipped.  Replay is      *
      *        idempotent, since the backup night's journal holds     *
      *        changes made both before and after the unload ran:     *
      *        an add already on file with the same image, a replace  *
      *        already carrying its after-image and a delete already  *
      *        gone are counted as ALREADY APPLIED; a master record   *
      *        that matches neither image is a CONFLICT, printed by   *
      *        key and left alone.  The replay stops at the first     *
      *        journal record past the stop point or out of time      *
      *        sequence, but the rest of the journal is still read    *
      *        for the tie: the adds, replaces and deletes journaled  *
      *        by each batch program for run dates from the backup    *
      *        date through the stop date must equal what those       *
      *        programs wrote to the run-control file (XMPL3RC on     *
      *        XMPL3RUN) for the same dates, proving no journal       *
      *        generation was left out.  The online programs write    *
      *        no run statistics and are shown without a tie.  Any    *
      *        conflict, I/O failure, sequence break or tie out of    *
      *        balance ends the run with RC=8.  Writes no XMPL3RC     *
      *        record of its own -- its changes are the chain's,      *
      *        already counted when they were first made.  Parm (via  *
      *        COMMAND-LINE) is STOP-DATE,STOP-TIME, CCYYMMDD and     *
      *        HHMMSSCC -- blank replays everything, a blank or short *
      *        time is padded with zeros or, when omitted, taken as   *
      *        the end of the day.  A stop date that is not a valid   *
      *        date or falls before the backup is refused.            *
      *                                                                *
      *    MODIFICATION HISTORY.                                      *
      *        10/15/2026  DRO  ORIGINAL PROGRAM.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    XMPL3FWD.
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
           SELECT XMPL3-BACKUP-IN ASSIGN TO BKPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-STATUS.
           SELECT XMPL3-JOURNAL-IN ASSIGN TO JNLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO XMPL3RUN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT FWD-REPORT-FILE ASSIGN TO FWDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY "Xmpl3Fd".
       FD  XMPL3-BACKUP-IN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 401 CHARACTERS.
       01  BKP-BACKUP-RECORD.
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
       FD  XMPL3-JOURNAL-IN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 900 CHARACTERS.
       COPY "Xmpl3Jn".
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       COPY "Xmpl3Rc".
       FD  FWD-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FWD-REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "Xmpl3Ws".
       01  WS-BKP-STATUS                     PIC X(02).
       01  WS-JNL-STATUS                     PIC X(02).
       01  WS-RUN-STATUS                     PIC X(02).
       01  WS-RPT-STATUS                     PIC X(02).
       01  WS-PARM-LINE                      PIC X(20).
       01  WS-PARM-DATE                      PIC X(08).
       01  WS-PARM-TIME                      PIC X(08).
       01  WS-DATE-VALID-SW                  PIC X(01).
           88  WS-DATE-IS-VALID              VALUE "Y".
           88  WS-DATE-IS-INVALID            VALUE "N".
       01  WS-EOF-SW                         PIC X(01).
           88  WS-AT-END                     VALUE "Y".
           88  WS-NOT-AT-END                 VALUE "N".
       01  WS-BKP-EOF-SW                     PIC X(01).
           88  WS-BKP-AT-END                 VALUE "Y".
           88  WS-BKP-NOT-AT-END             VALUE "N".
       01  WS-RUN-EOF-SW                     PIC X(01).
           88  WS-RUN-AT-END                 VALUE "Y".
           88  WS-RUN-NOT-AT-END             VALUE "N".
       01  WS-TRAILER-SW                     PIC X(01).
           88  WS-TRAILER-FOUND              VALUE "Y".
           88  WS-TRAILER-MISSING            VALUE "N".
       01  WS-REFUSED-SW                     PIC X(01).
           88  WS-RUN-REFUSED                VALUE "Y".
           88  WS-RUN-ACCEPTED               VALUE "N".
       01  WS-REPLAY-SW                      PIC X(01).
           88  WS-REPLAYING                  VALUE "Y".
           88  WS-REPLAY-STOPPED             VALUE "N".
       01  WS-RECOVERY-SW                    PIC X(01).
           88  WS-RECOVERY-CLEAN             VALUE "Y".
           88  WS-RECOVERY-EXCEPTION         VALUE "N".
       01  WS-REFUSAL-REASON                 PIC X(50) VALUE SPACES.
       01  WS-BACKUP-DATE                    PIC X(08) VALUE SPACES.
       01  WS-STOP-TIMESTAMP.
           05  WS-STOP-DATE                  PIC X(08).
           05  WS-STOP-TIME                  PIC X(08).
       01  WS-PREV-TIMESTAMP                 PIC X(16).
       01  WS-JOURNAL-READ                   PIC S9(09) COMP VALUE ZERO.
       01  WS-DETAIL-COUNT                   PIC S9(09) COMP VALUE ZERO.
       01  WS-TYPE-SUB                       PIC S9(04) COMP.
       01  WS-PGM-SUB                        PIC S9(04) COMP.
       01  WS-FOUND-SUB                      PIC S9(04) COMP.
       01  WS-LOOKUP-PROGRAM                 PIC X(08).
      *
      *    WHAT BECAME OF EACH JOURNAL RECORD, BY RECORD TYPE -- ENTRY
      *    5 IS THE TOTAL.  EVERY RECORD READ LANDS IN EXACTLY ONE
      *    COLUMN, SO THE TOTAL LINE ACROSS EQUALS RECORDS READ.
      *
       01  WS-REPLAY-COUNTS.
           05  WS-REPLAY-ENTRY OCCURS 5 TIMES.
               10  RP-APPLIED                PIC S9(09) COMP.
               10  RP-ALREADY                PIC S9(09) COMP.
               10  RP-CONFLICT               PIC S9(09) COMP.
               10  RP-FAILED                 PIC S9(09) COMP.
               10  RP-BEFORE-BACKUP          PIC S9(09) COMP.
               10  RP-NOT-APPLIED            PIC S9(09) COMP.
       01  WS-TYPE-LABEL-TABLE.
           05  FILLER                        PIC X(14) VALUE
               "FIRST-TYPE    ".
           05  FILLER                        PIC X(14) VALUE
               "SECOND-TYPE   ".
           05  FILLER                        PIC X(14) VALUE
               "THIRD-TYPE    ".
           05  FILLER                        PIC X(14) VALUE
               "UNKNOWN TYPES ".
           05  FILLER                        PIC X(14) VALUE
               "TOTAL         ".
       01  WS-TYPE-LABELS REDEFINES WS-TYPE-LABEL-TABLE.
           05  WS-TYPE-LABEL                 PIC X(14) OCCURS 5 TIMES.
      *
      *    PROGRAMS THAT JOURNAL MASTER CHANGES -- PROGRAM ID, WHETHER
      *    IT WRITES AN XMPL3RC RECORD, AND WHETHER ITS RC-RECORDS-
      *    REPORTED COUNTS REPLACES (ONLY XMPL3UPD'S DOES).  LOADED IS
      *    ALWAYS ADDS AND DELETED ALWAYS DELETES.  A NEW JOURNAL
      *    WRITER MUST BE ADDED HERE OR ITS RECORDS ARE REFUSED THE
      *    TIE.
      *
       01  WS-PROGRAM-TABLE-VALUES.
           05  FILLER      PIC X(10) VALUE "XMPL3LD YN".
           05  FILLER      PIC X(10) VALUE "XMPL3UPDYY".
           05  FILLER      PIC X(10) VALUE "XMPL3RSTYN".
           05  FILLER      PIC X(10) VALUE "XMPL3ARCYN".
           05  FILLER      PIC X(10) VALUE "XMPL3MNTNN".
           05  FILLER      PIC X(10) VALUE "XMPL3APRNN".
       01  WS-PROGRAM-TABLE REDEFINES WS-PROGRAM-TABLE-VALUES.
           05  WS-PROGRAM-ENTRY OCCURS 6 TIMES.
               10  PG-PROGRAM-ID             PIC X(08).
               10  PG-STATS-SW               PIC X(01).
                   88  PG-WRITES-STATS       VALUE "Y".
               10  PG-REPLACE-SW             PIC X(01).
                   88  PG-REPORTS-REPLACES   VALUE "Y".
       01  WS-PROGRAM-COUNT                  PIC S9(04) COMP VALUE 6.
       01  WS-TIE-COUNTS.
           05  WS-TIE-ENTRY OCCURS 6 TIMES.
               10  TC-JNL-ADDS               PIC S9(09) COMP.
               10  TC-JNL-REPLACES           PIC S9(09) COMP.
               10  TC-JNL-DELETES            PIC S9(09) COMP.
               10  TC-RUN-ADDS               PIC S9(09) COMP.
               10  TC-RUN-REPLACES           PIC S9(09) COMP.
               10  TC-RUN-DELETES            PIC S9(09) COMP.
               10  TC-VERDICT                PIC X(15).
       01  WS-HDR-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(50) VALUE
               "XMPL3FWD - MASTER FORWARD RECOVERY".
       01  WS-DATES-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(12) VALUE
               "BACKUP DATE=".
           05  DT-BACKUP-DATE                PIC X(08).
           05  FILLER                        PIC X(13) VALUE
               " STOP POINT=".
           05  DT-STOP-DATE                  PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DT-STOP-TIME                  PIC X(08).
       01  WS-DETAIL-HDR-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(28) VALUE
               "RECORD KEY".
           05  FILLER                        PIC X(51) VALUE
               "A PROGRAM  JNL DATE JNL TIME REASON".
       01  WS-DETAIL-LINE.
           05  FILLER                        PIC X(01).
           05  DL-RECORD-KEY                 PIC X(27).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DL-ACTION                     PIC X(01).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DL-PROGRAM-ID                 PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DL-JOURNAL-DATE               PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DL-JOURNAL-TIME               PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DL-REASON                     PIC X(22).
       01  WS-NO-DETAIL-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(40) VALUE
               "NO CONFLICTS OR FAILURES".
       01  WS-REPLAY-HDR-LINE.
           05  FILLER                        PIC X(15).
           05  FILLER                        PIC X(30) VALUE
               "   APPLIED   ALREADY  CONFLICT".
           05  FILLER                        PIC X(30) VALUE
               "    FAILED   PRE-BKP  NOT-APPL".
       01  WS-REPLAY-LINE.
           05  FILLER                        PIC X(01).
           05  RL-TYPE-LABEL                 PIC X(14).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  RL-APPLIED                    PIC Z(08)9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  RL-ALREADY                    PIC Z(08)9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  RL-CONFLICT                   PIC Z(08)9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  RL-FAILED                     PIC Z(08)9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  RL-BEFORE-BACKUP              PIC Z(08)9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  RL-NOT-APPLIED                PIC Z(08)9.
       01  WS-TIE-HDR-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(08) VALUE
               "PROGRAM".
           05  FILLER                        PIC X(27) VALUE
               "  JNL-ADD  JNL-REP  JNL-DEL".
           05  FILLER                        PIC X(27) VALUE
               "  RUN-ADD  RUN-REP  RUN-DEL".
           05  FILLER                        PIC X(17) VALUE
               "  VERDICT".
       01  WS-TIE-LINE.
           05  FILLER                        PIC X(01).
           05  TL-PROGRAM-ID                 PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  TL-JNL-ADDS                   PIC Z(07)9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  TL-JNL-REPLACES               PIC Z(07)9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  TL-JNL-DELETES                PIC Z(07)9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  TL-RUN-ADDS                   PIC Z(07)9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  TL-RUN-REPLACES               PIC Z(07)9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  TL-RUN-DELETES                PIC Z(07)9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  TL-VERDICT                    PIC X(15).
       01  WS-REFUSED-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(24) VALUE
               "**** RECOVERY REFUSED - ".
           05  RF-REASON                     PIC X(50).
       01  WS-EXCEPTION-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(35) VALUE
               "**** FORWARD RECOVERY INCOMPLETE - ".
           05  FILLER                        PIC X(25) VALUE
               "DO NOT RELEASE THE MASTER".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-ACCEPTED
               PERFORM 2000-PROCESS-JOURNAL THRU 2000-EXIT
                   UNTIL WS-AT-END
               PERFORM 5000-COLLECT-RUN-STATS THRU 5000-EXIT
               PERFORM 6000-CHECK-TIE THRU 6000-EXIT
                   VARYING WS-PGM-SUB FROM 1 BY 1
                   UNTIL WS-PGM-SUB > WS-PROGRAM-COUNT
           END-IF.
           PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      *
       1000-INITIALIZE.
           SET WS-NOT-AT-END TO TRUE.
           SET WS-RUN-ACCEPTED TO TRUE.
           SET WS-REPLAYING TO TRUE.
           SET WS-RECOVERY-CLEAN TO TRUE.
           SET WS-TRAILER-MISSING TO TRUE.
           PERFORM 1100-CLEAR-ONE-TYPE THRU 1100-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 5.
           PERFORM 1150-CLEAR-ONE-PROGRAM THRU 1150-EXIT
               VARYING WS-PGM-SUB FROM 1 BY 1
               UNTIL WS-PGM-SUB > WS-PROGRAM-COUNT.
           MOVE LOW-VALUES TO WS-PREV-TIMESTAMP.
           OPEN OUTPUT FWD-REPORT-FILE.
           WRITE FWD-REPORT-LINE FROM WS-HDR-LINE.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           PERFORM 1200-EDIT-STOP-PARM THRU 1200-EXIT.
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1300-READ-BACKUP-TRAILER THRU 1300-EXIT.
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-BACKUP-DATE TO DT-BACKUP-DATE.
           MOVE WS-STOP-DATE   TO DT-STOP-DATE.
           MOVE WS-STOP-TIME   TO DT-STOP-TIME.
           WRITE FWD-REPORT-LINE FROM WS-DATES-LINE.
           IF WS-STOP-DATE < WS-BACKUP-DATE
               DISPLAY "XMPL3FWD: STOP DATE " WS-STOP-DATE
                   " IS BEFORE BACKUP DATE " WS-BACKUP-DATE
               MOVE "STOP DATE IS BEFORE THE BACKUP DATE"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT XMPL3-JOURNAL-IN.
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "XMPL3FWD: OPEN JNLIN FAILED, STATUS="
                   WS-JNL-STATUS
               MOVE "JOURNAL FILE (JNLIN) WILL NOT OPEN"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O XMPL3-MASTER.
           IF NOT WS-XMPL3-OK
               DISPLAY "XMPL3FWD: OPEN XMPL3-MASTER FAILED, STATUS="
                   WS-XMPL3-STATUS
               MOVE "MASTER WILL NOT OPEN FOR UPDATE"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           WRITE FWD-REPORT-LINE FROM WS-DETAIL-HDR-LINE.
       1000-EXIT.
           EXIT.
      *
       1100-CLEAR-ONE-TYPE.
           MOVE ZERO TO RP-APPLIED(WS-TYPE-SUB)
               RP-ALREADY(WS-TYPE-SUB) RP-CONFLICT(WS-TYPE-SUB)
               RP-FAILED(WS-TYPE-SUB) RP-BEFORE-BACKUP(WS-TYPE-SUB)
               RP-NOT-APPLIED(WS-TYPE-SUB).
       1100-EXIT.
           EXIT.
      *
       1150-CLEAR-ONE-PROGRAM.
           MOVE ZERO TO TC-JNL-ADDS(WS-PGM-SUB)
               TC-JNL-REPLACES(WS-PGM-SUB) TC-JNL-DELETES(WS-PGM-SUB)
               TC-RUN-ADDS(WS-PGM-SUB) TC-RUN-REPLACES(WS-PGM-SUB)
               TC-RUN-DELETES(WS-PGM-SUB).
           MOVE SPACES TO TC-VERDICT(WS-PGM-SUB).
       1150-EXIT.
           EXIT.
      *
      *    PARM IS STOP-DATE,STOP-TIME.  NO PARM MEANS REPLAY TO THE
      *    END OF THE JOURNAL; A DATE WITH NO TIME MEANS TO THE END OF
      *    THAT DAY.  A BAD STOP POINT IS REFUSED RATHER THAN REPLAYED
      *    TO THE END -- REPLAYING PAST THE CHANGE BEING BACKED OUT IS
      *    EXACTLY WHAT THE STOP POINT EXISTS TO AVOID.
      *
       1200-EDIT-STOP-PARM.
           MOVE "99999999" TO WS-STOP-DATE WS-STOP-TIME.
           IF WS-PARM-LINE = SPACES
               GO TO 1200-EXIT
           END-IF.
           MOVE SPACES TO WS-PARM-DATE WS-PARM-TIME.
           UNSTRING WS-PARM-LINE DELIMITED BY ","
               INTO WS-PARM-DATE WS-PARM-TIME.
           MOVE WS-PARM-DATE TO WS-STOP-DATE.
           CALL "DTEEDIT" USING WS-STOP-DATE WS-DATE-VALID-SW.
           IF WS-DATE-IS-INVALID
               DISPLAY "XMPL3FWD: STOP DATE PARM " WS-PARM-DATE
                   " NOT A VALID DATE, RECOVERY REFUSED"
               MOVE "STOP DATE PARM IS NOT A VALID DATE"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1200-EXIT
           END-IF.
           IF WS-PARM-TIME = SPACES
               GO TO 1200-EXIT
           END-IF.
           INSPECT WS-PARM-TIME REPLACING ALL SPACE BY "0".
           IF WS-PARM-TIME NOT NUMERIC
               DISPLAY "XMPL3FWD: STOP TIME PARM " WS-PARM-TIME
                   " NOT HHMMSSCC, RECOVERY REFUSED"
               MOVE "STOP TIME PARM IS NOT HHMMSSCC"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-PARM-TIME TO WS-STOP-TIME.
       1200-EXIT.
           EXIT.
      *
      *    THE TRAILER IS THE LAST RECORD OF THE BACKUP, SO THE WHOLE
      *    FILE IS READ FOR IT.  NO TRAILER MEANS THE UNLOAD DID NOT
      *    RUN CLEAN AND THERE IS NO DATE TO REPLAY FROM.
      *
       1300-READ-BACKUP-TRAILER.
           SET WS-BKP-NOT-AT-END TO TRUE.
           OPEN INPUT XMPL3-BACKUP-IN.
           IF WS-BKP-STATUS NOT = "00"
               DISPLAY "XMPL3FWD: OPEN BKPIN FAILED, STATUS="
                   WS-BKP-STATUS
               MOVE "BACKUP FILE (BKPIN) WILL NOT OPEN"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-READ-BACKUP THRU 1310-EXIT
               UNTIL WS-BKP-AT-END.
           CLOSE XMPL3-BACKUP-IN.
           IF WS-TRAILER-MISSING
               DISPLAY "XMPL3FWD: NO TRAILER RECORD ON BKPIN"
               MOVE "NO TRAILER RECORD ON THE BACKUP FILE"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
           END-IF.
       1300-EXIT.
           EXIT.
      *
       1310-READ-BACKUP.
           READ XMPL3-BACKUP-IN
               AT END
                   SET WS-BKP-AT-END TO TRUE
                   GO TO 1310-EXIT
           END-READ.
           IF BKP-TRAILER-RECORD
               SET WS-TRAILER-FOUND TO TRUE
               MOVE BKP-TRAILER-DATE TO WS-BACKUP-DATE
           END-IF.
       1310-EXIT.
           EXIT.
      *
      *    ONE JOURNAL RECORD.  IT IS COUNTED FOR THE TIE WHATEVER
      *    BECOMES OF IT; THEN IT IS SKIPPED IF THE BACKUP ALREADY
      *    HOLDS IT, HELD BACK IF THE REPLAY HAS STOPPED, OR REPLAYED.
      *
       2000-PROCESS-JOURNAL.
           READ XMPL3-JOURNAL-IN
               AT END
                   SET WS-AT-END TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-JOURNAL-READ.
           PERFORM 2100-TALLY-PROGRAM THRU 2100-EXIT.
           EVALUATE JN-RECORD-KEY(1:2)
               WHEN "01"
                   MOVE 1 TO WS-TYPE-SUB
               WHEN "02"
                   MOVE 2 TO WS-TYPE-SUB
               WHEN "03"
                   MOVE 3 TO WS-TYPE-SUB
               WHEN OTHER
                   MOVE 4 TO WS-TYPE-SUB
           END-EVALUATE.
      *    OLDER THAN THE RECORD BEFORE IT MEANS THE GENERATIONS WERE
      *    CONCATENATED OUT OF ORDER -- REPLAYING ON WOULD APPLY
      *    CHANGES OUT OF TURN, SO NOTHING FURTHER IS APPLIED.
           IF JN-TIMESTAMP < WS-PREV-TIMESTAMP
               DISPLAY "XMPL3FWD: JOURNAL OUT OF SEQUENCE AT "
                   JN-JOURNAL-DATE " " JN-JOURNAL-TIME
                   ", REPLAY STOPPED"
               MOVE "OUT OF SEQUENCE" TO DL-REASON
               PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
               SET WS-REPLAY-STOPPED TO TRUE
               SET WS-RECOVERY-EXCEPTION TO TRUE
           END-IF.
           MOVE JN-TIMESTAMP TO WS-PREV-TIMESTAMP.
           IF JN-TIMESTAMP > WS-STOP-TIMESTAMP
               SET WS-REPLAY-STOPPED TO TRUE
           END-IF.
           IF WS-REPLAY-STOPPED
               ADD 1 TO RP-NOT-APPLIED(WS-TYPE-SUB) RP-NOT-APPLIED(5)
               GO TO 2000-EXIT
           END-IF.
           IF JN-JOURNAL-DATE < WS-BACKUP-DATE
               ADD 1 TO RP-BEFORE-BACKUP(WS-TYPE-SUB)
                   RP-BEFORE-BACKUP(5)
               GO TO 2000-EXIT
           END-IF.
           PERFORM 3000-REPLAY-RECORD THRU 3000-EXIT.
       2000-EXIT.
           EXIT.
      *
      *    THE TIE WINDOW IS BY RUN DATE, THE DATE THE PROGRAM PUT ON
      *    ITS XMPL3RC RECORD, SO BOTH SIDES COUNT THE SAME RUNS.
      *
       2100-TALLY-PROGRAM.
           IF JN-RUN-DATE < WS-BACKUP-DATE
              OR JN-RUN-DATE > WS-STOP-DATE
               GO TO 2100-EXIT
           END-IF.
           MOVE JN-PROGRAM-ID TO WS-LOOKUP-PROGRAM.
           PERFORM 7100-FIND-PROGRAM THRU 7100-EXIT.
           IF WS-FOUND-SUB = ZERO
               DISPLAY "XMPL3FWD: JOURNAL RECORD FROM UNKNOWN PROGRAM "
                   JN-PROGRAM-ID
               MOVE "UNKNOWN PROGRAM" TO DL-REASON
               PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
               SET WS-RECOVERY-EXCEPTION TO TRUE
               GO TO 2100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN JN-ACTION-ADD
                   ADD 1 TO TC-JNL-ADDS(WS-FOUND-SUB)
               WHEN JN-ACTION-REPLACE
                   ADD 1 TO TC-JNL-REPLACES(WS-FOUND-SUB)
               WHEN JN-ACTION-DELETE
                   ADD 1 TO TC-JNL-DELETES(WS-FOUND-SUB)
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *
      *    THE MASTER IS READ AT THE JOURNALED KEY AND COMPARED WITH
      *    BOTH IMAGES BEFORE ANYTHING IS CHANGED, SO A RECORD THE
      *    BACKUP ALREADY CARRIES IS NEVER APPLIED TWICE AND A RECORD
      *    THAT MATCHES NEITHER IMAGE IS NEVER OVERLAID.
      *
       3000-REPLAY-RECORD.
           MOVE JN-RECORD-KEY TO REDEFINES-RECORD-KEY OF FIRST-TYPE.
           READ XMPL3-MASTER.
           IF NOT WS-XMPL3-OK
              AND NOT WS-XMPL3-NOT-FOUND
               DISPLAY "XMPL3FWD: READ FAILED, STATUS="
                   WS-XMPL3-STATUS " KEY " JN-RECORD-KEY
               MOVE "MASTER READ FAILED" TO DL-REASON
               PERFORM 3900-RECORD-FAILURE THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN JN-ACTION-ADD
                   PERFORM 3100-REPLAY-ADD THRU 3100-EXIT
               WHEN JN-ACTION-REPLACE
                   PERFORM 3200-REPLAY-REPLACE THRU 3200-EXIT
               WHEN JN-ACTION-DELETE
                   PERFORM 3300-REPLAY-DELETE THRU 3300-EXIT
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO DL-REASON
                   PERFORM 3800-RECORD-CONFLICT THRU 3800-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.
      *
       3100-REPLAY-ADD.
           IF WS-XMPL3-NOT-FOUND
               PERFORM 3500-WRITE-AFTER-IMAGE THRU 3500-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF FIRST-TYPE = JN-AFTER-IMAGE
               ADD 1 TO RP-ALREADY(WS-TYPE-SUB) RP-ALREADY(5)
               GO TO 3100-EXIT
           END-IF.
           MOVE "ADD KEY ALREADY ON FILE" TO DL-REASON.
           PERFORM 3800-RECORD-CONFLICT THRU 3800-EXIT.
       3100-EXIT.
           EXIT.
      *
       3200-REPLAY-REPLACE.
           IF WS-XMPL3-NOT-FOUND
               MOVE "REPLACE KEY NOT ON FILE" TO DL-REASON
               PERFORM 3800-RECORD-CONFLICT THRU 3800-EXIT
               GO TO 3200-EXIT
           END-IF.
           IF FIRST-TYPE = JN-BEFORE-IMAGE
               PERFORM 3600-REWRITE-AFTER-IMAGE THRU 3600-EXIT
               GO TO 3200-EXIT
           END-IF.
           IF FIRST-TYPE = JN-AFTER-IMAGE
               ADD 1 TO RP-ALREADY(WS-TYPE-SUB) RP-ALREADY(5)
               GO TO 3200-EXIT
           END-IF.
           MOVE "MASTER NOT AS JOURNALED" TO DL-REASON.
           PERFORM 3800-RECORD-CONFLICT THRU 3800-EXIT.
       3200-EXIT.
           EXIT.
      *
       3300-REPLAY-DELETE.
           IF WS-XMPL3-NOT-FOUND
               ADD 1 TO RP-ALREADY(WS-TYPE-SUB) RP-ALREADY(5)
               GO TO 3300-EXIT
           END-IF.
           IF FIRST-TYPE NOT = JN-BEFORE-IMAGE
               MOVE "MASTER NOT AS JOURNALED" TO DL-REASON
               PERFORM 3800-RECORD-CONFLICT THRU 3800-EXIT
               GO TO 3300-EXIT
           END-IF.
           DELETE XMPL3-MASTER RECORD.
           IF NOT WS-XMPL3-OK
               DISPLAY "XMPL3FWD: DELETE FAILED, STATUS="
                   WS-XMPL3-STATUS " KEY " JN-RECORD-KEY
               MOVE "MASTER DELETE FAILED" TO DL-REASON
               PERFORM 3900-RECORD-FAILURE THRU 3900-EXIT
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO RP-APPLIED(WS-TYPE-SUB) RP-APPLIED(5).
       3300-EXIT.
           EXIT.
      *
      *    EACH RECORD TYPE REDEFINES THE SAME 400 BYTES DIFFERENTLY,
      *    SO THE WRITE GOES THROUGH THE 01-LEVEL MATCHING THE TYPE
      *    CODE CARRIED IN THE IMAGE, THE SAME AS XMPL3RLD.
      *
       3500-WRITE-AFTER-IMAGE.
           EVALUATE JN-AFTER-IMAGE(1:2)
               WHEN "01"
                   MOVE JN-AFTER-IMAGE TO FIRST-TYPE
                   WRITE FIRST-TYPE
               WHEN "02"
                   MOVE JN-AFTER-IMAGE TO SECOND-TYPE
                   WRITE SECOND-TYPE
               WHEN OTHER
                   MOVE JN-AFTER-IMAGE TO THIRD-TYPE
                   WRITE THIRD-TYPE
           END-EVALUATE.
           IF NOT WS-XMPL3-OK
               DISPLAY "XMPL3FWD: WRITE FAILED, STATUS="
                   WS-XMPL3-STATUS " KEY " JN-RECORD-KEY
               MOVE "MASTER WRITE FAILED" TO DL-REASON
               PERFORM 3900-RECORD-FAILURE THRU 3900-EXIT
               GO TO 3500-EXIT
           END-IF.
           ADD 1 TO RP-APPLIED(WS-TYPE-SUB) RP-APPLIED(5).
       3500-EXIT.
           EXIT.
      *
       3600-REWRITE-AFTER-IMAGE.
           EVALUATE JN-AFTER-IMAGE(1:2)
               WHEN "01"
                   MOVE JN-AFTER-IMAGE TO FIRST-TYPE
                   REWRITE FIRST-TYPE
               WHEN "02"
                   MOVE JN-AFTER-IMAGE TO SECOND-TYPE
                   REWRITE SECOND-TYPE
               WHEN OTHER
                   MOVE JN-AFTER-IMAGE TO THIRD-TYPE
                   REWRITE THIRD-TYPE
           END-EVALUATE.
           IF NOT WS-XMPL3-OK
               DISPLAY "XMPL3FWD: REWRITE FAILED, STATUS="
                   WS-XMPL3-STATUS " KEY " JN-RECORD-KEY
               MOVE "MASTER REWRITE FAILED" TO DL-REASON
               PERFORM 3900-RECORD-FAILURE THRU 3900-EXIT
               GO TO 3600-EXIT
           END-IF.
           ADD 1 TO RP-APPLIED(WS-TYPE-SUB) RP-APPLIED(5).
       3600-EXIT.
           EXIT.
      *
       3800-RECORD-CONFLICT.
           ADD 1 TO RP-CONFLICT(WS-TYPE-SUB) RP-CONFLICT(5).
           PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
           SET WS-RECOVERY-EXCEPTION TO TRUE.
       3800-EXIT.
           EXIT.
      *
       3900-RECORD-FAILURE.
           ADD 1 TO RP-FAILED(WS-TYPE-SUB) RP-FAILED(5).
           PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
           SET WS-RECOVERY-EXCEPTION TO TRUE.
       3900-EXIT.
           EXIT.
      *
      *    EVERY RUN OF A JOURNALING BATCH PROGRAM IN THE TIE WINDOW
      *    IS SUMMED, RERUNS INCLUDED -- A RERUN JOURNALS ONLY WHAT IT
      *    APPLIED AND COUNTS ONLY WHAT IT APPLIED, SO UNLIKE XMPL3BAL
      *    THE LAST RECORD DOES NOT WIN.
      *
       5000-COLLECT-RUN-STATS.
           SET WS-RUN-NOT-AT-END TO TRUE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-STATUS NOT = "00"
               DISPLAY "XMPL3FWD: OPEN XMPL3RUN FAILED, STATUS="
                   WS-RUN-STATUS ", NO RUN STATISTICS TO TIE TO"
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-READ-ONE-STAT THRU 5100-EXIT
               UNTIL WS-RUN-AT-END.
           CLOSE RUN-CONTROL-FILE.
       5000-EXIT.
           EXIT.
      *
       5100-READ-ONE-STAT.
           READ RUN-CONTROL-FILE
               AT END
                   SET WS-RUN-AT-END TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           IF RC-RUN-DATE < WS-BACKUP-DATE
              OR RC-RUN-DATE > WS-STOP-DATE
               GO TO 5100-EXIT
           END-IF.
           MOVE RC-PROGRAM-ID TO WS-LOOKUP-PROGRAM.
           PERFORM 7100-FIND-PROGRAM THRU 7100-EXIT.
           IF WS-FOUND-SUB = ZERO
               GO TO 5100-EXIT
           END-IF.
           IF NOT PG-WRITES-STATS(WS-FOUND-SUB)
               GO TO 5100-EXIT
           END-IF.
           ADD RC-RECORDS-LOADED  TO TC-RUN-ADDS(WS-FOUND-SUB).
           ADD RC-RECORDS-DELETED TO TC-RUN-DELETES(WS-FOUND-SUB).
           IF PG-REPORTS-REPLACES(WS-FOUND-SUB)
               ADD RC-RECORDS-REPORTED
                   TO TC-RUN-REPLACES(WS-FOUND-SUB)
           END-IF.
       5100-EXIT.
           EXIT.
      *
       6000-CHECK-TIE.
           IF NOT PG-WRITES-STATS(WS-PGM-SUB)
               MOVE "ONLINE-NO TIE" TO TC-VERDICT(WS-PGM-SUB)
               GO TO 6000-EXIT
           END-IF.
           IF TC-JNL-ADDS(WS-PGM-SUB) = TC-RUN-ADDS(WS-PGM-SUB)
              AND TC-JNL-REPLACES(WS-PGM-SUB)
                  = TC-RUN-REPLACES(WS-PGM-SUB)
              AND TC-JNL-DELETES(WS-PGM-SUB)
                  = TC-RUN-DELETES(WS-PGM-SUB)
               MOVE "IN BALANCE" TO TC-VERDICT(WS-PGM-SUB)
           ELSE
               MOVE "*** OUT OF BAL" TO TC-VERDICT(WS-PGM-SUB)
               SET WS-RECOVERY-EXCEPTION TO TRUE
           END-IF.
       6000-EXIT.
           EXIT.
      *
       7000-WRITE-DETAIL.
           MOVE JN-RECORD-KEY   TO DL-RECORD-KEY.
           MOVE JN-ACTION       TO DL-ACTION.
           MOVE JN-PROGRAM-ID   TO DL-PROGRAM-ID.
           MOVE JN-JOURNAL-DATE TO DL-JOURNAL-DATE.
           MOVE JN-JOURNAL-TIME TO DL-JOURNAL-TIME.
           WRITE FWD-REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-DETAIL-COUNT.
       7000-EXIT.
           EXIT.
      *
      *    LOOKS UP WS-LOOKUP-PROGRAM IN THE PROGRAM TABLE; WS-FOUND-SUB
      *    IS ZERO WHEN IT IS NOT THERE.
      *
       7100-FIND-PROGRAM.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 7110-MATCH-ONE-PROGRAM THRU 7110-EXIT
               VARYING WS-PGM-SUB FROM 1 BY 1
               UNTIL WS-PGM-SUB > WS-PROGRAM-COUNT
                  OR WS-FOUND-SUB > ZERO.
       7100-EXIT.
           EXIT.
      *
       7110-MATCH-ONE-PROGRAM.
           IF PG-PROGRAM-ID(WS-PGM-SUB) = WS-LOOKUP-PROGRAM
               MOVE WS-PGM-SUB TO WS-FOUND-SUB
           END-IF.
       7110-EXIT.
           EXIT.
      *
       8000-PRODUCE-REPORT.
           IF WS-RUN-REFUSED
               MOVE WS-REFUSAL-REASON TO RF-REASON
               WRITE FWD-REPORT-LINE FROM WS-REFUSED-LINE
               GO TO 8000-EXIT
           END-IF.
           IF WS-DETAIL-COUNT = ZERO
               WRITE FWD-REPORT-LINE FROM WS-NO-DETAIL-LINE
           END-IF.
           WRITE FWD-REPORT-LINE FROM WS-REPLAY-HDR-LINE.
           PERFORM 8100-WRITE-REPLAY-LINE THRU 8100-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 5.
           WRITE FWD-REPORT-LINE FROM WS-TIE-HDR-LINE.
           PERFORM 8200-WRITE-TIE-LINE THRU 8200-EXIT
               VARYING WS-PGM-SUB FROM 1 BY 1
               UNTIL WS-PGM-SUB > WS-PROGRAM-COUNT.
           IF WS-RECOVERY-EXCEPTION
               WRITE FWD-REPORT-LINE FROM WS-EXCEPTION-LINE
           END-IF.
       8000-EXIT.
           EXIT.
      *
       8100-WRITE-REPLAY-LINE.
           MOVE WS-TYPE-LABEL(WS-TYPE-SUB)    TO RL-TYPE-LABEL.
           MOVE RP-APPLIED(WS-TYPE-SUB)       TO RL-APPLIED.
           MOVE RP-ALREADY(WS-TYPE-SUB)       TO RL-ALREADY.
           MOVE RP-CONFLICT(WS-TYPE-SUB)      TO RL-CONFLICT.
           MOVE RP-FAILED(WS-TYPE-SUB)        TO RL-FAILED.
           MOVE RP-BEFORE-BACKUP(WS-TYPE-SUB) TO RL-BEFORE-BACKUP.
           MOVE RP-NOT-APPLIED(WS-TYPE-SUB)   TO RL-NOT-APPLIED.
           WRITE FWD-REPORT-LINE FROM WS-REPLAY-LINE.
       8100-EXIT.
           EXIT.
      *
       8200-WRITE-TIE-LINE.
           MOVE PG-PROGRAM-ID(WS-PGM-SUB)   TO TL-PROGRAM-ID.
           MOVE TC-JNL-ADDS(WS-PGM-SUB)     TO TL-JNL-ADDS.
           MOVE TC-JNL-REPLACES(WS-PGM-SUB) TO TL-JNL-REPLACES.
           MOVE TC-JNL-DELETES(WS-PGM-SUB)  TO TL-JNL-DELETES.
           MOVE TC-RUN-ADDS(WS-PGM-SUB)     TO TL-RUN-ADDS.
           MOVE TC-RUN-REPLACES(WS-PGM-SUB) TO TL-RUN-REPLACES.
           MOVE TC-RUN-DELETES(WS-PGM-SUB)  TO TL-RUN-DELETES.
           MOVE TC-VERDICT(WS-PGM-SUB)      TO TL-VERDICT.
           WRITE FWD-REPORT-LINE FROM WS-TIE-LINE.
       8200-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           CLOSE XMPL3-JOURNAL-IN.
           CLOSE XMPL3-MASTER.
           CLOSE FWD-REPORT-FILE.
           DISPLAY "XMPL3FWD: JOURNAL RECORDS READ = " WS-JOURNAL-READ.
           DISPLAY "XMPL3FWD: CHANGES APPLIED      = " RP-APPLIED(5).
           DISPLAY "XMPL3FWD: ALREADY APPLIED      = " RP-ALREADY(5).
           DISPLAY "XMPL3FWD: CONFLICTS            = " RP-CONFLICT(5).
           DISPLAY "XMPL3FWD: FAILURES             = " RP-FAILED(5).
           IF WS-RUN-REFUSED
               DISPLAY "XMPL3FWD: RECOVERY REFUSED, RC=8"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF.
           IF WS-RECOVERY-EXCEPTION
               DISPLAY "XMPL3FWD: FORWARD RECOVERY INCOMPLETE, RC=8"
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
