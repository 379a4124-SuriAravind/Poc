      ******************************************************************
      *    PROGRAM-ID  : RECPASS                                      *
      *    AUTHOR      : D. OKAFOR, DATA ADMINISTRATION                *
      *    INSTALLATION: EXAMPLE2 BATCH LIBRARY                        *
      *    DATE-WRITTEN: 10/15/2026                                    *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    REMARKS.                                                   *
      *        Master-pass module for the XMPL3REC cross-type         *
      *        reconciliation.  Holds the reconciliation figures, the *
      *        RECOUT report and the XMPL3REC run-statistics record   *
      *        (XMPL3RC), so the same figures come out whether the    *
      *        reconciliation is run alone (XMPL3REC) or as part of   *
      *        the nightly single pass of the master (XMPL3NRP).      *
      *        During the pass every FIRST-TYPE and SECOND-TYPE       *
      *        record goes to the reconciliation work file (RECWRK)   *
      *        under its business key; at the end of the pass the     *
      *        work file is sorted by key and type and reconciled.    *
      *        A work file that will not open or take a write ends    *
      *        the pass RC=8 with nothing reconciled.                 *
      *        The parameter block is the XMPL3SP copybook -- see it  *
      *        for the functions.                                     *
      *                                                                *
      *    MODIFICATION HISTORY.                                      *
      *        10/15/2026  DRO  ORIGINAL PROGRAM, TAKEN FROM XMPL3REC. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RECPASS.
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
           SELECT RECON-WORK-FILE ASSIGN TO RECWRK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK02.
           SELECT RECON-REPORT-FILE ASSIGN TO RECOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO XMPL3RUN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *
      *    THE RECONCILIATION INPUT -- ONE RECORD PER FIRST-TYPE OR
      *    SECOND-TYPE MASTER RECORD, IN THE SORT RECORD'S LAYOUT.
      *
       FD  RECON-WORK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS.
       01  RECON-WORK-RECORD.
           05  RW-BUSINESS-KEY               PIC X(25).
           05  RW-RECORD-TYPE                PIC X(02).
           05  RW-SOME-FIELD12               PIC 9(07).
           05  RW-ANOTHER-FIELD6             PIC 9(05).
           05  RW-ANOTHER-FIELD7             PIC 9(05).
       SD  SORT-WORK-FILE.
       01  XMPL3-RECON-SORT-RECORD.
           05  SRT-BUSINESS-KEY              PIC X(25).
           05  SRT-RECORD-TYPE                PIC X(02).
           05  SRT-SOME-FIELD12                PIC 9(07).
           05  SRT-ANOTHER-FIELD6              PIC 9(05).
           05  SRT-ANOTHER-FIELD7              PIC 9(05).
       FD  RECON-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RECON-REPORT-LINE                 PIC X(80).
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       COPY "Xmpl3Rc".
       WORKING-STORAGE SECTION.
       01  WS-WORK-STATUS                    PIC X(02).
       01  WS-RECON-STATUS                   PIC X(02).
       01  WS-RUN-STATUS                     PIC X(02).
       01  WS-RUN-DATE                       PIC X(08).
      *
      *    THE MASTER RECORD IN HAND, COPIED OUT OF THE PARAMETER
      *    BLOCK -- THE XMPL3 LAYOUTS OVER IT GIVE THE SAME FIELD
      *    NAMES THE MASTER FD CARRIES.
      *
       COPY "Xmpl3".
       01  WS-RECORDS-READ                   PIC S9(09) COMP
               VALUE ZERO.
       01  WS-DATE-WORK                      PIC X(08).
       01  WS-DATE-VALID-SW                  PIC X(01).
           88  WS-DATE-IS-VALID              VALUE "Y".
           88  WS-DATE-IS-INVALID            VALUE "N".
       01  WS-WORK-FILE-SW                   PIC X(01).
           88  WS-WORK-FILE-OPEN             VALUE "Y".
           88  WS-WORK-FILE-FAILED           VALUE "N".
           88  WS-WORK-WRITE-FAILED          VALUE "W".
       01  WS-SORT-EOF-SW                     PIC X(01).
           88  WS-SORT-AT-END                 VALUE "Y".
           88  WS-SORT-NOT-AT-END             VALUE "N".
       01  WS-FIRST-RECORD-SW                 PIC X(01).
           88  WS-FIRST-RECORD                VALUE "Y".
           88  WS-NOT-FIRST-RECORD            VALUE "N".
       01  WS-PREV-BUSINESS-KEY               PIC X(25).
       01  WS-FOUND-FIRST-SW                  PIC X(01).
           88  WS-FOUND-FIRST-TYPE            VALUE "Y".
           88  WS-NO-FIRST-TYPE                VALUE "N".
       01  WS-FOUND-SECOND-SW                 PIC X(01).
           88  WS-FOUND-SECOND-TYPE           VALUE "Y".
           88  WS-NO-SECOND-TYPE               VALUE "N".
       01  WS-SAVED-SOME-FIELD12              PIC 9(07).
       01  WS-SAVED-ANOTHER-FIELD6            PIC 9(05).
       01  WS-SAVED-ANOTHER-FIELD7            PIC 9(05).
       01  WS-SAVED-SECOND-TOTAL              PIC 9(07).
       01  WS-KEYS-RECONCILED                 PIC S9(09) COMP
               VALUE ZERO.
       01  WS-KEYS-MATCHED                    PIC S9(09) COMP
               VALUE ZERO.
       01  WS-KEYS-MISMATCHED                 PIC S9(09) COMP
               VALUE ZERO.
       01  WS-KEYS-FIRST-ONLY                 PIC S9(09) COMP
               VALUE ZERO.
       01  WS-KEYS-SECOND-ONLY                PIC S9(09) COMP
               VALUE ZERO.
       01  WS-RECON-LINE.
           05  FILLER                         PIC X(01).
           05  RL-BUSINESS-KEY                PIC X(25).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  RL-SOME-FIELD12                PIC ZZZZZZ9.
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  RL-SECOND-TOTAL                PIC ZZZZZZ9.
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  RL-STATUS                      PIC X(14).
       01  WS-TOTALS-LINE-1.
           05  FILLER                         PIC X(01).
           05  FILLER                         PIC X(21) VALUE
               "KEYS RECONCILED     =".
           05  TL-RECONCILED                  PIC ZZZ,ZZZ,ZZ9.
       01  WS-TOTALS-LINE-2.
           05  FILLER                         PIC X(01).
           05  FILLER                         PIC X(21) VALUE
               "KEYS MATCHED        =".
           05  TL-MATCHED                     PIC ZZZ,ZZZ,ZZ9.
       01  WS-TOTALS-LINE-3.
           05  FILLER                         PIC X(01).
           05  FILLER                         PIC X(21) VALUE
               "KEYS MISMATCHED     =".
           05  TL-MISMATCHED                  PIC ZZZ,ZZZ,ZZ9.
       01  WS-TOTALS-LINE-4.
           05  FILLER                         PIC X(01).
           05  FILLER                         PIC X(21) VALUE
               "FIRST-TYPE ONLY     =".
           05  TL-FIRST-ONLY                  PIC ZZZ,ZZZ,ZZ9.
       01  WS-TOTALS-LINE-5.
           05  FILLER                         PIC X(01).
           05  FILLER                         PIC X(21) VALUE
               "SECOND-TYPE ONLY    =".
           05  TL-SECOND-ONLY                 PIC ZZZ,ZZZ,ZZ9.
       LINKAGE SECTION.
       COPY "Xmpl3Sp".
       PROCEDURE DIVISION USING XMPL3-SHARED-PASS-AREA.
       0000-MAINLINE.
           EVALUATE TRUE
               WHEN SP-OPEN-PASS
                   PERFORM 1000-INITIALIZE THRU 1000-EXIT
               WHEN SP-TAKE-RECORD
                   PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
               WHEN SP-CLOSE-PASS
                   MOVE ZERO TO SP-RETURN-CODE
                   PERFORM 3000-RECONCILE THRU 3000-EXIT
               WHEN OTHER
                   DISPLAY "RECPASS: INVALID FUNCTION " SP-FUNCTION
                   MOVE 8 TO SP-RETURN-CODE
           END-EVALUATE.
           GOBACK.
      *
       1000-INITIALIZE.
           MOVE ZERO TO WS-KEYS-RECONCILED WS-KEYS-MATCHED
               WS-KEYS-MISMATCHED WS-KEYS-FIRST-ONLY
               WS-KEYS-SECOND-ONLY WS-RECORDS-READ.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL "DTEEDIT" USING WS-RUN-DATE WS-DATE-VALID-SW.
           SET WS-WORK-FILE-OPEN TO TRUE.
           OPEN OUTPUT RECON-WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "XMPL3REC: OPEN RECWRK FAILED, STATUS="
                   WS-WORK-STATUS
               SET WS-WORK-FILE-FAILED TO TRUE
           END-IF.
           OPEN OUTPUT RECON-REPORT-FILE.
           PERFORM 1100-WRITE-HEADERS THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
      *
       1100-WRITE-HEADERS.
           MOVE "XMPL3 CROSS-TYPE RECONCILIATION REPORT"
               TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
       1100-EXIT.
           EXIT.
      *
       2000-PROCESS-RECORD.
           MOVE SP-RECORD-IMAGE TO FIRST-TYPE.
           ADD 1 TO WS-RECORDS-READ.
           IF NOT WS-WORK-FILE-OPEN
               GO TO 2000-EXIT
           END-IF.
           EVALUATE REDEFINES-RECORD-TYPE OF FIRST-TYPE
               WHEN "01"
                   PERFORM 2200-WRITE-FIRST-TYPE THRU 2200-EXIT
               WHEN "02"
                   PERFORM 2300-WRITE-SECOND-TYPE THRU 2300-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *
       2200-WRITE-FIRST-TYPE.
      *    STANDARDIZE CREATION-DATE THROUGH THE COMMON DATE-EDIT
      *    ROUTINE BEFORE IT GOES INTO THE BUSINESS KEY, THE SAME AS
      *    XMPL3RPT/XMPL3EXT DO, SO A TRUE FIRST/SECOND PAIR CARRYING
      *    AN UNSTANDARDIZED LEGACY DATE STILL MATCHES ON THE KEY.
           MOVE CREATION-DATE OF FIRST-TYPE TO WS-DATE-WORK.
           CALL "DTEEDIT" USING WS-DATE-WORK WS-DATE-VALID-SW.
           MOVE SPACES TO RECON-WORK-RECORD.
           STRING SOME-FIELD-NUMBER OF FIRST-TYPE   DELIMITED BY SIZE
                  SOME-FIELD-NUMBER-2 OF FIRST-TYPE DELIMITED BY SIZE
                  SOME-FIELD-NUMBER-3 OF FIRST-TYPE DELIMITED BY SIZE
                  WS-DATE-WORK                      DELIMITED BY SIZE
               INTO RW-BUSINESS-KEY.
           MOVE "01" TO RW-RECORD-TYPE.
           MOVE SOME-FIELD12 OF FIRST-TYPE TO RW-SOME-FIELD12.
           WRITE RECON-WORK-RECORD.
           PERFORM 2400-CHECK-WORK-WRITE THRU 2400-EXIT.
       2200-EXIT.
           EXIT.
      *
       2300-WRITE-SECOND-TYPE.
      *    STANDARDIZE CREATION-DATE THROUGH THE COMMON DATE-EDIT
      *    ROUTINE BEFORE IT GOES INTO THE BUSINESS KEY -- SEE THE
      *    COMMENT IN 2200-WRITE-FIRST-TYPE.
           MOVE CREATION-DATE OF FIRST-TYPE TO WS-DATE-WORK.
           CALL "DTEEDIT" USING WS-DATE-WORK WS-DATE-VALID-SW.
           MOVE SPACES TO RECON-WORK-RECORD.
           STRING SOME-FIELD-NUMBER OF FIRST-TYPE   DELIMITED BY SIZE
                  SOME-FIELD-NUMBER-2 OF FIRST-TYPE DELIMITED BY SIZE
                  SOME-FIELD-NUMBER-3 OF FIRST-TYPE DELIMITED BY SIZE
                  WS-DATE-WORK                      DELIMITED BY SIZE
               INTO RW-BUSINESS-KEY.
           MOVE "02" TO RW-RECORD-TYPE.
           MOVE ANOTHER-FIELD6 OF SECOND-TYPE TO RW-ANOTHER-FIELD6.
           MOVE ANOTHER-FIELD7 OF SECOND-TYPE TO RW-ANOTHER-FIELD7.
           WRITE RECON-WORK-RECORD.
           PERFORM 2400-CHECK-WORK-WRITE THRU 2400-EXIT.
       2300-EXIT.
           EXIT.
      *
      *    A RECORD MISSING FROM THE WORK FILE WOULD REPORT ITS KEY AS
      *    ONE-SIDED, SO A FAILED WRITE STOPS THE WORK FILE HERE AND
      *    THE PASS ENDS AS IF IT HAD NEVER OPENED.
      *
       2400-CHECK-WORK-WRITE.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "XMPL3REC: WRITE RECWRK FAILED, STATUS="
                   WS-WORK-STATUS
               SET WS-WORK-WRITE-FAILED TO TRUE
           END-IF.
       2400-EXIT.
           EXIT.
      *
      *    END OF THE PASS.  A WORK FILE THAT WOULD NOT OPEN OR TAKE
      *    A WRITE MEANS NOTHING WAS RECONCILED -- NO RUN-STATISTICS
      *    RECORD IS WRITTEN, SO XMPL3BAL AND THE CHAIN GATE SEE THE
      *    STEP AS NOT FINISHED, AND THE RUN ENDS RC=8.
      *
       3000-RECONCILE.
           IF WS-WORK-WRITE-FAILED
               CLOSE RECON-WORK-FILE
           END-IF.
           IF NOT WS-WORK-FILE-OPEN
               CLOSE RECON-REPORT-FILE
               MOVE 8 TO SP-RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           CLOSE RECON-WORK-FILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-BUSINESS-KEY
                                SRT-RECORD-TYPE
               USING RECON-WORK-FILE
               OUTPUT PROCEDURE IS 4000-RECONCILE-SORTED-RECS
                   THRU 4000-EXIT.
           PERFORM 8000-PRODUCE-TOTALS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
       3000-EXIT.
           EXIT.
      *
       4000-RECONCILE-SORTED-RECS.
           SET WS-SORT-NOT-AT-END TO TRUE.
           SET WS-FIRST-RECORD TO TRUE.
           PERFORM 4100-RETURN-SORTED-REC THRU 4100-EXIT
               UNTIL WS-SORT-AT-END.
           IF WS-NOT-FIRST-RECORD
               PERFORM 4500-RECONCILE-BREAK THRU 4500-EXIT
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
               PERFORM 4400-RESET-ACCUMULATORS THRU 4400-EXIT
               MOVE SRT-BUSINESS-KEY TO WS-PREV-BUSINESS-KEY
               SET WS-NOT-FIRST-RECORD TO TRUE
           ELSE
               IF SRT-BUSINESS-KEY NOT = WS-PREV-BUSINESS-KEY
                   PERFORM 4500-RECONCILE-BREAK THRU 4500-EXIT
                   PERFORM 4400-RESET-ACCUMULATORS THRU 4400-EXIT
                   MOVE SRT-BUSINESS-KEY TO WS-PREV-BUSINESS-KEY
               END-IF
           END-IF.
           PERFORM 4300-ACCUMULATE-SORTED-REC THRU 4300-EXIT.
       4100-EXIT.
           EXIT.
      *
       4300-ACCUMULATE-SORTED-REC.
           EVALUATE SRT-RECORD-TYPE
               WHEN "01"
                   SET WS-FOUND-FIRST-TYPE TO TRUE
                   MOVE SRT-SOME-FIELD12 TO WS-SAVED-SOME-FIELD12
               WHEN "02"
                   SET WS-FOUND-SECOND-TYPE TO TRUE
                   MOVE SRT-ANOTHER-FIELD6 TO WS-SAVED-ANOTHER-FIELD6
                   MOVE SRT-ANOTHER-FIELD7 TO WS-SAVED-ANOTHER-FIELD7
                   ADD SRT-ANOTHER-FIELD6 SRT-ANOTHER-FIELD7
                       GIVING WS-SAVED-SECOND-TOTAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       4300-EXIT.
           EXIT.
      *
       4400-RESET-ACCUMULATORS.
           SET WS-NO-FIRST-TYPE TO TRUE.
           SET WS-NO-SECOND-TYPE TO TRUE.
           MOVE ZERO TO WS-SAVED-SOME-FIELD12 WS-SAVED-ANOTHER-FIELD6
               WS-SAVED-ANOTHER-FIELD7 WS-SAVED-SECOND-TOTAL.
       4400-EXIT.
           EXIT.
      *
       4500-RECONCILE-BREAK.
           ADD 1 TO WS-KEYS-RECONCILED.
           MOVE WS-PREV-BUSINESS-KEY TO RL-BUSINESS-KEY.
           MOVE WS-SAVED-SOME-FIELD12 TO RL-SOME-FIELD12.
           MOVE WS-SAVED-SECOND-TOTAL TO RL-SECOND-TOTAL.
           IF WS-FOUND-FIRST-TYPE AND WS-FOUND-SECOND-TYPE
               IF WS-SAVED-SOME-FIELD12 = WS-SAVED-SECOND-TOTAL
                   ADD 1 TO WS-KEYS-MATCHED
                   MOVE "MATCH"         TO RL-STATUS
               ELSE
                   ADD 1 TO WS-KEYS-MISMATCHED
                   MOVE "MISMATCH"      TO RL-STATUS
               END-IF
           ELSE
               IF WS-FOUND-FIRST-TYPE
                   ADD 1 TO WS-KEYS-FIRST-ONLY
                   MOVE "FIRST-ONLY"    TO RL-STATUS
               ELSE
                   ADD 1 TO WS-KEYS-SECOND-ONLY
                   MOVE "SECOND-ONLY"   TO RL-STATUS
               END-IF
           END-IF.
           WRITE RECON-REPORT-LINE FROM WS-RECON-LINE.
       4500-EXIT.
           EXIT.
      *
       8000-PRODUCE-TOTALS.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE WS-KEYS-RECONCILED TO TL-RECONCILED.
           WRITE RECON-REPORT-LINE FROM WS-TOTALS-LINE-1.
           MOVE WS-KEYS-MATCHED TO TL-MATCHED.
           WRITE RECON-REPORT-LINE FROM WS-TOTALS-LINE-2.
           MOVE WS-KEYS-MISMATCHED TO TL-MISMATCHED.
           WRITE RECON-REPORT-LINE FROM WS-TOTALS-LINE-3.
           MOVE WS-KEYS-FIRST-ONLY TO TL-FIRST-ONLY.
           WRITE RECON-REPORT-LINE FROM WS-TOTALS-LINE-4.
           MOVE WS-KEYS-SECOND-ONLY TO TL-SECOND-ONLY.
           WRITE RECON-REPORT-LINE FROM WS-TOTALS-LINE-5.
       8000-EXIT.
           EXIT.
      *
      *    ONE STANDARD RUN-STATISTICS RECORD PER RUN -- XMPL3BAL
      *    CROSSES THE MASTER RECORDS READ HERE AGAINST THE CENSUS
      *    XMPL3RPT COUNTED THE SAME NIGHT.
      *
       8900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUN-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           MOVE SPACES TO XMPL3-RUN-STATS-RECORD.
           MOVE "XMPL3REC"          TO RC-PROGRAM-ID.
           MOVE WS-RUN-DATE         TO RC-RUN-DATE.
           MOVE WS-RECORDS-READ     TO RC-RECORDS-READ.
           MOVE ZERO                TO RC-RECORDS-LOADED.
           MOVE ZERO                TO RC-RECORDS-REJECTED.
           MOVE WS-KEYS-RECONCILED  TO RC-RECORDS-REPORTED.
           MOVE ZERO                TO RC-RECORDS-DELETED.
           WRITE XMPL3-RUN-STATS-RECORD.
           CLOSE RUN-CONTROL-FILE.
       8900-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           PERFORM 8900-WRITE-RUN-STATS THRU 8900-EXIT.
           CLOSE RECON-REPORT-FILE.
           DISPLAY "XMPL3REC: KEYS RECONCILED = " WS-KEYS-RECONCILED.
           DISPLAY "XMPL3REC: KEYS MISMATCHED = " WS-KEYS-MISMATCHED.
       9000-EXIT.
           EXIT.
