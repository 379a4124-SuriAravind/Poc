      ******************************************************************
      *    PROGRAM-ID  : CTLPASS                                      *
      *    AUTHOR      : D. OKAFOR, DATA ADMINISTRATION                *
      *    INSTALLATION: EXAMPLE2 BATCH LIBRARY                        *
      *    DATE-WRITTEN: 10/15/2026                                    *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    REMARKS.                                                   *
      *        Master-pass module for the XMPL3CTL financial control- *
      *        totals report.  Holds the per-type per-month counts    *
      *        and amounts, the CTLRPT report and the control-totals  *
      *        history record appended to XMPL3CTH, so the same       *
      *        figures come out whether the control totals are run    *
      *        alone (XMPL3CTL) or as part of the nightly single pass *
      *        of the master (XMPL3NRP).  The parameter block is the  *
      *        XMPL3SP copybook -- see it for the functions.          *
      *                                                                *
      *    MODIFICATION HISTORY.                                      *
      *        10/15/2026  DRO  ORIGINAL PROGRAM, TAKEN FROM XMPL3CTL. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CTLPASS.
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
           SELECT CTL-REPORT-FILE ASSIGN TO CTLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CONTROL-TOTALS-FILE ASSIGN TO XMPL3CTH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-REPORT-LINE                   PIC X(80).
       FD  CONTROL-TOTALS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
       COPY "Xmpl3Ct".
       WORKING-STORAGE SECTION.
       01  WS-RPT-STATUS                     PIC X(02).
       01  WS-CTH-STATUS                     PIC X(02).
       01  WS-RUN-DATE                       PIC X(08).
       01  WS-RUN-TIME                       PIC X(08).
      *
      *    THE MASTER RECORD IN HAND, COPIED OUT OF THE PARAMETER
      *    BLOCK -- THE XMPL3 LAYOUTS OVER IT GIVE THE SAME FIELD
      *    NAMES THE MASTER FD CARRIES.
      *
       COPY "Xmpl3".
       01  WS-MASTER-OPEN-SW                 PIC X(01).
           88  WS-MASTER-OPENED              VALUE "Y".
           88  WS-MASTER-NOT-OPENED          VALUE "N".
       01  WS-DATE-WORK                      PIC X(08).
       01  WS-DATE-VALID-SW                  PIC X(01).
           88  WS-DATE-IS-VALID              VALUE "Y".
           88  WS-DATE-IS-INVALID            VALUE "N".
       01  WS-MONTH-KEY                      PIC X(06).
       01  WS-WORK-AMOUNT-1                  PIC S9(09) COMP.
       01  WS-WORK-AMOUNT-2                  PIC S9(09) COMP.
       01  WS-TOTAL-RECORDS                  PIC S9(09) COMP VALUE ZERO.
       01  WS-INVALID-AMOUNTS                PIC S9(09) COMP VALUE ZERO.
       01  WS-GRAND-AMOUNT                   PIC S9(12) COMP VALUE ZERO.
       01  WS-TYPE-RECORDS                   PIC S9(09) COMP.
       01  WS-TYPE-AMOUNT-1                  PIC S9(12) COMP.
       01  WS-TYPE-AMOUNT-2                  PIC S9(12) COMP.
       01  WS-PREV-TYPE                      PIC X(02).
      *
      *    WHOLE-PASS FIGURES PER RECORD TYPE FOR THE CONTROL-TOTALS
      *    HISTORY RECORD, KEPT STRAIGHT OFF EACH RECORD RATHER THAN
      *    ROLLED UP FROM THE TALLY TABLE SO A FULL TABLE CANNOT
      *    SHORT THEM.
      *
       01  WS-HISTORY-TOTALS.
           05  WS-HIST-COUNT-01              PIC S9(09) COMP.
           05  WS-HIST-COUNT-02              PIC S9(09) COMP.
           05  WS-HIST-COUNT-03              PIC S9(09) COMP.
           05  WS-HIST-COUNT-OTHER           PIC S9(09) COMP.
           05  WS-HIST-AMOUNT-01             PIC S9(12) COMP.
           05  WS-HIST-AMOUNT-1-02           PIC S9(12) COMP.
           05  WS-HIST-AMOUNT-2-02           PIC S9(12) COMP.
           05  WS-HIST-AMOUNT-03             PIC S9(12) COMP.
           05  WS-HIST-GRAND-AMOUNT          PIC S9(12) COMP.
      *
      *    TALLY TABLE -- ONE ENTRY PER DISTINCT (TYPE, MONTH) SEEN,
      *    THE SAME SHAPE XMPL3RPT USES, WIDENED WITH THE TWO AMOUNT
      *    ACCUMULATORS.  A CREATION-DATE FAILING THE DATE EDIT IS
      *    BUCKETED UNDER THE HIGH MONTH KEY AND PRINTS AS BADDAT.
      *
       01  WS-TALLY-MAX                      PIC S9(04) COMP VALUE +600.
       01  WS-TALLY-COUNT                    PIC S9(04) COMP VALUE ZERO.
       01  WS-TALLY-TABLE.
           05  WS-TALLY-ENTRY OCCURS 600 TIMES
                   INDEXED BY WS-TALLY-IDX.
               10  WS-TALLY-TYPE             PIC X(02).
               10  WS-TALLY-YYYYMM           PIC X(06).
               10  WS-TALLY-CNT              PIC S9(09) COMP.
               10  WS-TALLY-AMT-1            PIC S9(12) COMP.
               10  WS-TALLY-AMT-2            PIC S9(12) COMP.
       01  WS-FOUND-SW                       PIC X(01).
           88  WS-ENTRY-FOUND                VALUE "Y".
           88  WS-ENTRY-NOT-FOUND            VALUE "N".
       01  WS-SORT-I                         PIC S9(04) COMP.
       01  WS-SORT-J                         PIC S9(04) COMP.
       01  WS-SORT-SWAP.
           05  WS-SORT-SWAP-TYPE             PIC X(02).
           05  WS-SORT-SWAP-YYYYMM           PIC X(06).
           05  WS-SORT-SWAP-CNT              PIC S9(09) COMP.
           05  WS-SORT-SWAP-AMT-1            PIC S9(12) COMP.
           05  WS-SORT-SWAP-AMT-2            PIC S9(12) COMP.
       01  WS-HDR-LINE-1.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(60) VALUE
               "XMPL3CTL - FINANCIAL CONTROL TOTALS BY CRTN MONTH".
       01  WS-HDR-LINE-2.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(70) VALUE
               "TYPE MONTH        COUNT        AMOUNT-1      AMOUNT-2".
       01  WS-LEGEND-LINE-1.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(60) VALUE
               "TYPE 01 AMOUNT-1 = SOME-FIELD12".
       01  WS-LEGEND-LINE-2.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(70) VALUE
               "TYPE 02 AMT-1 = ANOTHER-FIELD6, AMT-2 = ANOTHER-FIELD7".
       01  WS-LEGEND-LINE-3.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(60) VALUE
               "TYPE 03 AMOUNT-1 = THIRD-FIELD5".
       01  WS-DETAIL-LINE.
           05  FILLER                        PIC X(01).
           05  DL-TYPE-CODE                  PIC X(02).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  DL-YYYYMM                     PIC X(06).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DL-COUNT                      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DL-AMOUNT-1                   PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DL-AMOUNT-2                   PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-TYPE-TOTAL-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(06) VALUE
               "TYPE ".
           05  TT-TYPE-CODE                  PIC X(02).
           05  FILLER                        PIC X(05) VALUE
               " TOT ".
           05  TT-COUNT                      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  TT-AMOUNT-1                   PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  TT-AMOUNT-2                   PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(14) VALUE
               "WHOLE FILE    ".
           05  GT-COUNT                      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  GT-AMOUNT                     PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-INVALID-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(34) VALUE
               "NON-NUMERIC AMOUNTS TAKEN AS ZERO=".
           05  IL-COUNT                      PIC ZZZ,ZZZ,ZZ9.
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
                   PERFORM 5000-SORT-TALLY THRU 5000-EXIT
                   PERFORM 6000-PRODUCE-REPORT THRU 6000-EXIT
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
               WHEN OTHER
                   DISPLAY "CTLPASS: INVALID FUNCTION " SP-FUNCTION
                   MOVE 8 TO SP-RETURN-CODE
           END-EVALUATE.
           GOBACK.
      *
       1000-INITIALIZE.
           MOVE ZERO TO WS-TOTAL-RECORDS WS-INVALID-AMOUNTS
               WS-GRAND-AMOUNT WS-TALLY-COUNT.
           MOVE ZERO TO WS-HIST-COUNT-01 WS-HIST-COUNT-02
               WS-HIST-COUNT-03 WS-HIST-COUNT-OTHER
               WS-HIST-AMOUNT-01 WS-HIST-AMOUNT-1-02
               WS-HIST-AMOUNT-2-02 WS-HIST-AMOUNT-03
               WS-HIST-GRAND-AMOUNT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL "DTEEDIT" USING WS-RUN-DATE WS-DATE-VALID-SW.
           ACCEPT WS-RUN-TIME FROM TIME.
           IF SP-MASTER-OPENED
               SET WS-MASTER-OPENED TO TRUE
           ELSE
               SET WS-MASTER-NOT-OPENED TO TRUE
           END-IF.
           OPEN OUTPUT CTL-REPORT-FILE.
       1000-EXIT.
           EXIT.
      *
       2000-PROCESS-RECORD.
           MOVE SP-RECORD-IMAGE TO FIRST-TYPE.
           ADD 1 TO WS-TOTAL-RECORDS.
           PERFORM 2100-EXTRACT-AMOUNTS THRU 2100-EXIT.
           PERFORM 2200-ACCUMULATE-TALLY THRU 2200-EXIT.
           PERFORM 2300-ACCUMULATE-HISTORY THRU 2300-EXIT.
       2000-EXIT.
           EXIT.
      *
      *    PULL THE AMOUNT FIELDS THE RECORD TYPE CARRIES.  A FIELD
      *    THAT FAILS ITS CLASS TEST -- XMPL3AUD WILL NAME THE
      *    RECORD -- TOTALS AS ZERO AND IS COUNTED, SO THE REPORT
      *    STILL ADDS UP INSTEAD OF ABENDING MID-PASS.
      *
       2100-EXTRACT-AMOUNTS.
           MOVE ZERO TO WS-WORK-AMOUNT-1 WS-WORK-AMOUNT-2.
           EVALUATE REDEFINES-RECORD-TYPE OF FIRST-TYPE
               WHEN "01"
                   IF SOME-FIELD12 OF FIRST-TYPE NUMERIC
                       MOVE SOME-FIELD12 OF FIRST-TYPE
                           TO WS-WORK-AMOUNT-1
                   ELSE
                       ADD 1 TO WS-INVALID-AMOUNTS
                   END-IF
               WHEN "02"
                   IF ANOTHER-FIELD6 OF SECOND-TYPE NUMERIC
                       MOVE ANOTHER-FIELD6 OF SECOND-TYPE
                           TO WS-WORK-AMOUNT-1
                   ELSE
                       ADD 1 TO WS-INVALID-AMOUNTS
                   END-IF
                   IF ANOTHER-FIELD7 OF SECOND-TYPE NUMERIC
                       MOVE ANOTHER-FIELD7 OF SECOND-TYPE
                           TO WS-WORK-AMOUNT-2
                   ELSE
                       ADD 1 TO WS-INVALID-AMOUNTS
                   END-IF
               WHEN "03"
                   IF THIRD-FIELD5 OF THIRD-TYPE NUMERIC
                       MOVE THIRD-FIELD5 OF THIRD-TYPE
                           TO WS-WORK-AMOUNT-1
                   ELSE
                       ADD 1 TO WS-INVALID-AMOUNTS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *
       2200-ACCUMULATE-TALLY.
           MOVE CREATION-DATE OF FIRST-TYPE TO WS-DATE-WORK.
           CALL "DTEEDIT" USING WS-DATE-WORK WS-DATE-VALID-SW.
           IF WS-DATE-IS-VALID
               MOVE WS-DATE-WORK(1:6) TO WS-MONTH-KEY
           ELSE
               MOVE "999999" TO WS-MONTH-KEY
           END-IF.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM 2210-MATCH-TALLY-ENTRY THRU 2210-EXIT
               VARYING WS-TALLY-IDX FROM 1 BY 1
               UNTIL WS-TALLY-IDX > WS-TALLY-COUNT
                  OR WS-ENTRY-FOUND.
           IF WS-ENTRY-NOT-FOUND
               IF WS-TALLY-COUNT < WS-TALLY-MAX
                   ADD 1 TO WS-TALLY-COUNT
                   MOVE REDEFINES-RECORD-TYPE OF FIRST-TYPE
                       TO WS-TALLY-TYPE(WS-TALLY-COUNT)
                   MOVE WS-MONTH-KEY
                       TO WS-TALLY-YYYYMM(WS-TALLY-COUNT)
                   MOVE 1 TO WS-TALLY-CNT(WS-TALLY-COUNT)
                   MOVE WS-WORK-AMOUNT-1
                       TO WS-TALLY-AMT-1(WS-TALLY-COUNT)
                   MOVE WS-WORK-AMOUNT-2
                       TO WS-TALLY-AMT-2(WS-TALLY-COUNT)
               ELSE
                   DISPLAY "XMPL3CTL: TALLY TABLE FULL, ENTRY DROPPED"
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.
      *
       2210-MATCH-TALLY-ENTRY.
           IF WS-TALLY-TYPE(WS-TALLY-IDX) =
                   REDEFINES-RECORD-TYPE OF FIRST-TYPE
              AND WS-TALLY-YYYYMM(WS-TALLY-IDX) = WS-MONTH-KEY
               SET WS-ENTRY-FOUND TO TRUE
               ADD 1 TO WS-TALLY-CNT(WS-TALLY-IDX)
               ADD WS-WORK-AMOUNT-1
                   TO WS-TALLY-AMT-1(WS-TALLY-IDX)
               ADD WS-WORK-AMOUNT-2
                   TO WS-TALLY-AMT-2(WS-TALLY-IDX)
           END-IF.
       2210-EXIT.
           EXIT.
      *
       2300-ACCUMULATE-HISTORY.
           EVALUATE REDEFINES-RECORD-TYPE OF FIRST-TYPE
               WHEN "01"
                   ADD 1 TO WS-HIST-COUNT-01
                   ADD WS-WORK-AMOUNT-1 TO WS-HIST-AMOUNT-01
               WHEN "02"
                   ADD 1 TO WS-HIST-COUNT-02
                   ADD WS-WORK-AMOUNT-1 TO WS-HIST-AMOUNT-1-02
                   ADD WS-WORK-AMOUNT-2 TO WS-HIST-AMOUNT-2-02
               WHEN "03"
                   ADD 1 TO WS-HIST-COUNT-03
                   ADD WS-WORK-AMOUNT-1 TO WS-HIST-AMOUNT-03
               WHEN OTHER
                   ADD 1 TO WS-HIST-COUNT-OTHER
           END-EVALUATE.
           ADD WS-WORK-AMOUNT-1 WS-WORK-AMOUNT-2
               TO WS-HIST-GRAND-AMOUNT.
       2300-EXIT.
           EXIT.
      *
      *    SIMPLE IN-MEMORY BUBBLE SORT OF THE TALLY TABLE BY TYPE
      *    CODE THEN MONTH, THE SAME AS XMPL3RPT, SO THE TYPE BREAKS
      *    AND TOTALS PRINT IN A STABLE ORDER.
      *
       5000-SORT-TALLY.
           IF WS-TALLY-COUNT < 2
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-SORT-OUTER-PASS THRU 5100-EXIT
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I > WS-TALLY-COUNT - 1.
       5000-EXIT.
           EXIT.
      *
       5100-SORT-OUTER-PASS.
           PERFORM 5200-SORT-INNER-PASS THRU 5200-EXIT
               VARYING WS-SORT-J FROM 1 BY 1
               UNTIL WS-SORT-J > WS-TALLY-COUNT - WS-SORT-I.
       5100-EXIT.
           EXIT.
      *
       5200-SORT-INNER-PASS.
           IF WS-TALLY-TYPE(WS-SORT-J) > WS-TALLY-TYPE(WS-SORT-J + 1)
              OR (WS-TALLY-TYPE(WS-SORT-J) =
                      WS-TALLY-TYPE(WS-SORT-J + 1)
                  AND WS-TALLY-YYYYMM(WS-SORT-J) >
                      WS-TALLY-YYYYMM(WS-SORT-J + 1))
               MOVE WS-TALLY-ENTRY(WS-SORT-J)   TO WS-SORT-SWAP
               MOVE WS-TALLY-ENTRY(WS-SORT-J + 1) TO
                   WS-TALLY-ENTRY(WS-SORT-J)
               MOVE WS-SORT-SWAP TO WS-TALLY-ENTRY(WS-SORT-J + 1)
           END-IF.
       5200-EXIT.
           EXIT.
      *
      *    PRINT THE SORTED TABLE WITH A TOTAL LINE AT EVERY TYPE
      *    BREAK, THEN THE WHOLE-FILE FIGURES ACCOUNTING SIGNS OFF.
      *
       6000-PRODUCE-REPORT.
           WRITE CTL-REPORT-LINE FROM WS-HDR-LINE-1.
           WRITE CTL-REPORT-LINE FROM WS-LEGEND-LINE-1.
           WRITE CTL-REPORT-LINE FROM WS-LEGEND-LINE-2.
           WRITE CTL-REPORT-LINE FROM WS-LEGEND-LINE-3.
           WRITE CTL-REPORT-LINE FROM WS-HDR-LINE-2.
           MOVE SPACES TO WS-PREV-TYPE.
           MOVE ZERO TO WS-TYPE-RECORDS WS-TYPE-AMOUNT-1
               WS-TYPE-AMOUNT-2.
           SET WS-TALLY-IDX TO 1.
           PERFORM 6100-PRODUCE-DETAIL THRU 6100-EXIT
               WS-TALLY-COUNT TIMES.
           IF WS-PREV-TYPE NOT = SPACES
               PERFORM 6200-WRITE-TYPE-TOTAL THRU 6200-EXIT
           END-IF.
           MOVE SPACES TO CTL-REPORT-LINE.
           WRITE CTL-REPORT-LINE.
           MOVE WS-TOTAL-RECORDS TO GT-COUNT.
           MOVE WS-GRAND-AMOUNT  TO GT-AMOUNT.
           WRITE CTL-REPORT-LINE FROM WS-GRAND-TOTAL-LINE.
           IF WS-INVALID-AMOUNTS > ZERO
               MOVE WS-INVALID-AMOUNTS TO IL-COUNT
               WRITE CTL-REPORT-LINE FROM WS-INVALID-LINE
           END-IF.
       6000-EXIT.
           EXIT.
      *
       6100-PRODUCE-DETAIL.
           IF WS-PREV-TYPE NOT = SPACES
              AND WS-TALLY-TYPE(WS-TALLY-IDX) NOT = WS-PREV-TYPE
               PERFORM 6200-WRITE-TYPE-TOTAL THRU 6200-EXIT
           END-IF.
           MOVE WS-TALLY-TYPE(WS-TALLY-IDX) TO DL-TYPE-CODE.
           IF WS-TALLY-YYYYMM(WS-TALLY-IDX) = "999999"
               MOVE "BADDAT" TO DL-YYYYMM
           ELSE
               MOVE WS-TALLY-YYYYMM(WS-TALLY-IDX) TO DL-YYYYMM
           END-IF.
           MOVE WS-TALLY-CNT(WS-TALLY-IDX)   TO DL-COUNT.
           MOVE WS-TALLY-AMT-1(WS-TALLY-IDX) TO DL-AMOUNT-1.
           MOVE WS-TALLY-AMT-2(WS-TALLY-IDX) TO DL-AMOUNT-2.
           WRITE CTL-REPORT-LINE FROM WS-DETAIL-LINE.
           MOVE WS-TALLY-TYPE(WS-TALLY-IDX) TO WS-PREV-TYPE.
           ADD WS-TALLY-CNT(WS-TALLY-IDX)   TO WS-TYPE-RECORDS.
           ADD WS-TALLY-AMT-1(WS-TALLY-IDX) TO WS-TYPE-AMOUNT-1.
           ADD WS-TALLY-AMT-2(WS-TALLY-IDX) TO WS-TYPE-AMOUNT-2.
           ADD WS-TALLY-AMT-1(WS-TALLY-IDX) TO WS-GRAND-AMOUNT.
           ADD WS-TALLY-AMT-2(WS-TALLY-IDX) TO WS-GRAND-AMOUNT.
           SET WS-TALLY-IDX UP BY 1.
       6100-EXIT.
           EXIT.
      *
       6200-WRITE-TYPE-TOTAL.
           MOVE WS-PREV-TYPE     TO TT-TYPE-CODE.
           MOVE WS-TYPE-RECORDS  TO TT-COUNT.
           MOVE WS-TYPE-AMOUNT-1 TO TT-AMOUNT-1.
           MOVE WS-TYPE-AMOUNT-2 TO TT-AMOUNT-2.
           WRITE CTL-REPORT-LINE FROM WS-TYPE-TOTAL-LINE.
           MOVE ZERO TO WS-TYPE-RECORDS WS-TYPE-AMOUNT-1
               WS-TYPE-AMOUNT-2.
       6200-EXIT.
           EXIT.
      *
      *    ONE CONTROL-TOTALS HISTORY RECORD PER RUN, APPENDED THE
      *    SAME WAY THE RUN-CONTROL FILE IS, FOR XMPL3FLX TO TIE THE
      *    MONTH-END BACKUPS TO.  NOTHING IS RECORDED WHEN THE MASTER
      *    WOULD NOT OPEN, AND A HISTORY FILE THAT WILL NOT TAKE THE
      *    RECORD ENDS THE RUN RC=8 -- THE PRINTED REPORT IS GOOD,
      *    BUT THE MONTH-END TIE WOULD FAIL FOR WANT OF THE RECORD.
      *
       8000-WRITE-CONTROL-HISTORY.
           IF WS-MASTER-NOT-OPENED
               GO TO 8000-EXIT
           END-IF.
           OPEN EXTEND CONTROL-TOTALS-FILE.
           IF WS-CTH-STATUS = "35"
               OPEN OUTPUT CONTROL-TOTALS-FILE
           END-IF.
           IF WS-CTH-STATUS NOT = "00"
               DISPLAY "XMPL3CTL: OPEN XMPL3CTH FAILED, STATUS="
                   WS-CTH-STATUS
               MOVE 8 TO SP-RETURN-CODE
               GO TO 8000-EXIT
           END-IF.
           MOVE SPACES TO XMPL3-CONTROL-TOTALS-RECORD.
           MOVE WS-RUN-DATE          TO CT-RUN-DATE.
           MOVE WS-RUN-TIME          TO CT-RUN-TIME.
           MOVE WS-TOTAL-RECORDS     TO CT-RECORDS-TOTAL.
           MOVE WS-HIST-COUNT-01     TO CT-COUNT-TYPE-01.
           MOVE WS-HIST-COUNT-02     TO CT-COUNT-TYPE-02.
           MOVE WS-HIST-COUNT-03     TO CT-COUNT-TYPE-03.
           MOVE WS-HIST-COUNT-OTHER  TO CT-COUNT-OTHER.
           MOVE WS-HIST-AMOUNT-01    TO CT-AMOUNT-TYPE-01.
           MOVE WS-HIST-AMOUNT-1-02  TO CT-AMOUNT-1-TYPE-02.
           MOVE WS-HIST-AMOUNT-2-02  TO CT-AMOUNT-2-TYPE-02.
           MOVE WS-HIST-AMOUNT-03    TO CT-AMOUNT-TYPE-03.
           MOVE WS-HIST-GRAND-AMOUNT TO CT-GRAND-AMOUNT.
           MOVE WS-INVALID-AMOUNTS   TO CT-INVALID-AMOUNTS.
           WRITE XMPL3-CONTROL-TOTALS-RECORD.
           IF WS-CTH-STATUS NOT = "00"
               DISPLAY "XMPL3CTL: WRITE XMPL3CTH FAILED, STATUS="
                   WS-CTH-STATUS
               MOVE 8 TO SP-RETURN-CODE
           END-IF.
           CLOSE CONTROL-TOTALS-FILE.
       8000-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           PERFORM 8000-WRITE-CONTROL-HISTORY THRU 8000-EXIT.
           CLOSE CTL-REPORT-FILE.
           DISPLAY "XMPL3CTL: RECORDS READ        = "
               WS-TOTAL-RECORDS.
           DISPLAY "XMPL3CTL: NON-NUMERIC AMOUNTS = "
               WS-INVALID-AMOUNTS.
       9000-EXIT.
           EXIT.
