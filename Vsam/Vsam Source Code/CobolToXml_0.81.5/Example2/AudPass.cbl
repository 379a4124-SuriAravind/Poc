      ******************************************************************
      *    PROGRAM-ID  : AUDPASS                                      *
      *    AUTHOR      : D. OKAFOR, DATA ADMINISTRATION                *
      *    INSTALLATION: EXAMPLE2 BATCH LIBRARY                        *
      *    DATE-WRITTEN: 10/15/2026                                    *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    REMARKS.                                                   *
      *        Master-pass module for the XMPL3AUD data-quality       *
      *        audit.  Holds the per-type field edits, the failing    *
      *        counts, the worst-offender table and the AUDRPT        *
      *        scorecard, so the same scorecard comes out whether the *
      *        audit is run alone (XMPL3AUD) or as part of the        *
      *        nightly single pass of the master (XMPL3NRP).  The     *
      *        parameter block is the XMPL3SP copybook -- see it for  *
      *        the functions.                                         *
      *                                                                *
      *    MODIFICATION HISTORY.                                      *
      *        10/15/2026  DRO  ORIGINAL PROGRAM, TAKEN FROM XMPL3AUD. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AUDPASS.
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
           SELECT AUD-REPORT-FILE ASSIGN TO AUDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUD-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  AUD-REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-RPT-STATUS                     PIC X(02).
      *
      *    THE MASTER RECORD IN HAND, COPIED OUT OF THE PARAMETER
      *    BLOCK -- THE XMPL3 LAYOUTS OVER IT GIVE THE SAME FIELD
      *    NAMES THE MASTER FD CARRIES.
      *
       COPY "Xmpl3".
       01  WS-DATE-WORK                      PIC X(08).
       01  WS-DATE-VALID-SW                  PIC X(01).
           88  WS-DATE-IS-VALID              VALUE "Y".
           88  WS-DATE-IS-INVALID            VALUE "N".
       01  WS-RECORD-FAIL-COUNT              PIC S9(04) COMP.
       01  WS-READ-TYPE-01                   PIC S9(09) COMP VALUE ZERO.
       01  WS-READ-TYPE-02                   PIC S9(09) COMP VALUE ZERO.
       01  WS-READ-TYPE-03                   PIC S9(09) COMP VALUE ZERO.
       01  WS-READ-UNKNOWN                   PIC S9(09) COMP VALUE ZERO.
       01  WS-CHECKED-TYPE-01                PIC S9(09) COMP VALUE ZERO.
       01  WS-CHECKED-TYPE-02                PIC S9(09) COMP VALUE ZERO.
       01  WS-CHECKED-TYPE-03                PIC S9(09) COMP VALUE ZERO.
       01  WS-FAILED-TYPE-01                 PIC S9(09) COMP VALUE ZERO.
       01  WS-FAILED-TYPE-02                 PIC S9(09) COMP VALUE ZERO.
       01  WS-FAILED-TYPE-03                 PIC S9(09) COMP VALUE ZERO.
       01  WS-FAIL-F12                       PIC S9(09) COMP VALUE ZERO.
       01  WS-FAIL-KEY3-01                   PIC S9(09) COMP VALUE ZERO.
       01  WS-FAIL-STATUS-01                 PIC S9(09) COMP VALUE ZERO.
       01  WS-FAIL-LUPD-01                   PIC S9(09) COMP VALUE ZERO.
       01  WS-FAIL-AF1                       PIC S9(09) COMP VALUE ZERO.
       01  WS-FAIL-AF6                       PIC S9(09) COMP VALUE ZERO.
       01  WS-FAIL-AF7                       PIC S9(09) COMP VALUE ZERO.
       01  WS-FAIL-STATUS-02                 PIC S9(09) COMP VALUE ZERO.
       01  WS-FAIL-LUPD-02                   PIC S9(09) COMP VALUE ZERO.
       01  WS-FAIL-TF5                       PIC S9(09) COMP VALUE ZERO.
      *
      *    WORST-OFFENDER TABLE -- THE TEN KEYS CARRYING THE MOST
      *    FAILING FIELDS.  A RECORD WITH FAILURES REPLACES THE
      *    SMALLEST ENTRY WHEN IT BEATS IT.
      *
       01  WS-OFFENDER-COUNT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-OFFENDER-TABLE.
           05  WS-OFFENDER-ENTRY OCCURS 10 TIMES.
               10  WS-OFFENDER-KEY           PIC X(27).
               10  WS-OFFENDER-FAILS         PIC S9(04) COMP.
       01  WS-OFF-I                          PIC S9(04) COMP.
       01  WS-OFF-J                          PIC S9(04) COMP.
       01  WS-OFF-MIN-IDX                    PIC S9(04) COMP.
       01  WS-OFF-SWAP.
           05  WS-OFF-SWAP-KEY               PIC X(27).
           05  WS-OFF-SWAP-FAILS             PIC S9(04) COMP.
       01  WS-HDR-LINE-1.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(60) VALUE
               "XMPL3AUD - MASTER FILE DATA-QUALITY SCORECARD".
       01  WS-SCORE-HDR-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(60) VALUE
               "TYPE          RECORDS     FLDS CHECKED    FLDS FAILING".
       01  WS-SCORE-LINE.
           05  FILLER                        PIC X(01).
           05  SL-TYPE-LABEL                 PIC X(12).
           05  SL-RECORDS                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(05) VALUE SPACES.
           05  SL-CHECKED                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  SL-FAILED                     PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-LINE.
           05  FILLER                        PIC X(01).
           05  EL-EDIT-LABEL                 PIC X(34).
           05  FILLER                        PIC X(02) VALUE "= ".
           05  EL-COUNT                      PIC ZZZ,ZZZ,ZZ9.
       01  WS-OFFENDER-HDR-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(60) VALUE
               "WORST OFFENDERS BY KEY (FAILING FIELDS PER RECORD)".
       01  WS-OFFENDER-LINE.
           05  FILLER                        PIC X(01).
           05  OL-KEY                        PIC X(27).
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  OL-FAILS                      PIC ZZZ9.
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
                   PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
               WHEN OTHER
                   DISPLAY "AUDPASS: INVALID FUNCTION " SP-FUNCTION
                   MOVE 8 TO SP-RETURN-CODE
           END-EVALUATE.
           GOBACK.
      *
       1000-INITIALIZE.
           MOVE ZERO TO WS-OFFENDER-COUNT.
           MOVE ZERO TO WS-READ-TYPE-01 WS-READ-TYPE-02
               WS-READ-TYPE-03 WS-READ-UNKNOWN.
           MOVE ZERO TO WS-CHECKED-TYPE-01 WS-CHECKED-TYPE-02
               WS-CHECKED-TYPE-03.
           MOVE ZERO TO WS-FAILED-TYPE-01 WS-FAILED-TYPE-02
               WS-FAILED-TYPE-03.
           MOVE ZERO TO WS-FAIL-F12 WS-FAIL-KEY3-01 WS-FAIL-STATUS-01
               WS-FAIL-LUPD-01 WS-FAIL-AF1 WS-FAIL-AF6 WS-FAIL-AF7
               WS-FAIL-STATUS-02 WS-FAIL-LUPD-02 WS-FAIL-TF5.
           OPEN OUTPUT AUD-REPORT-FILE.
       1000-EXIT.
           EXIT.
      *
       2000-PROCESS-RECORD.
           MOVE SP-RECORD-IMAGE TO FIRST-TYPE.
           MOVE ZERO TO WS-RECORD-FAIL-COUNT.
           EVALUATE REDEFINES-RECORD-TYPE OF FIRST-TYPE
               WHEN "01"
                   ADD 1 TO WS-READ-TYPE-01
                   PERFORM 3000-AUDIT-FIRST-TYPE THRU 3000-EXIT
               WHEN "02"
                   ADD 1 TO WS-READ-TYPE-02
                   PERFORM 4000-AUDIT-SECOND-TYPE THRU 4000-EXIT
               WHEN "03"
                   ADD 1 TO WS-READ-TYPE-03
                   PERFORM 5000-AUDIT-THIRD-TYPE THRU 5000-EXIT
               WHEN OTHER
                   ADD 1 TO WS-READ-UNKNOWN
           END-EVALUATE.
           IF WS-RECORD-FAIL-COUNT > ZERO
               PERFORM 6000-NOTE-OFFENDER THRU 6000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *
       3000-AUDIT-FIRST-TYPE.
           ADD 4 TO WS-CHECKED-TYPE-01.
           IF SOME-FIELD12 OF FIRST-TYPE NOT NUMERIC
               ADD 1 TO WS-FAIL-F12 WS-FAILED-TYPE-01
                   WS-RECORD-FAIL-COUNT
           END-IF.
           IF SOME-FIELD-NUMBER-3 OF FIRST-TYPE NOT NUMERIC
               ADD 1 TO WS-FAIL-KEY3-01 WS-FAILED-TYPE-01
                   WS-RECORD-FAIL-COUNT
           END-IF.
           IF NOT MAINTENANCE-STATUS-ACTIVE OF FIRST-TYPE
              AND NOT MAINTENANCE-STATUS-INACTIVE OF FIRST-TYPE
               ADD 1 TO WS-FAIL-STATUS-01 WS-FAILED-TYPE-01
                   WS-RECORD-FAIL-COUNT
           END-IF.
           MOVE LAST-UPDATE-DATE OF FIRST-TYPE TO WS-DATE-WORK.
           CALL "DTEEDIT" USING WS-DATE-WORK WS-DATE-VALID-SW.
           IF WS-DATE-IS-INVALID
               ADD 1 TO WS-FAIL-LUPD-01 WS-FAILED-TYPE-01
                   WS-RECORD-FAIL-COUNT
           END-IF.
       3000-EXIT.
           EXIT.
      *
       4000-AUDIT-SECOND-TYPE.
           ADD 5 TO WS-CHECKED-TYPE-02.
           IF ANOTHER-FIELD1 OF SECOND-TYPE NOT NUMERIC
               ADD 1 TO WS-FAIL-AF1 WS-FAILED-TYPE-02
                   WS-RECORD-FAIL-COUNT
           END-IF.
           IF ANOTHER-FIELD6 OF SECOND-TYPE NOT NUMERIC
               ADD 1 TO WS-FAIL-AF6 WS-FAILED-TYPE-02
                   WS-RECORD-FAIL-COUNT
           END-IF.
           IF ANOTHER-FIELD7 OF SECOND-TYPE NOT NUMERIC
               ADD 1 TO WS-FAIL-AF7 WS-FAILED-TYPE-02
                   WS-RECORD-FAIL-COUNT
           END-IF.
           IF NOT MAINTENANCE-STATUS-ACTIVE OF SECOND-TYPE
              AND NOT MAINTENANCE-STATUS-INACTIVE OF SECOND-TYPE
               ADD 1 TO WS-FAIL-STATUS-02 WS-FAILED-TYPE-02
                   WS-RECORD-FAIL-COUNT
           END-IF.
           MOVE LAST-UPDATE-DATE OF SECOND-TYPE TO WS-DATE-WORK.
           CALL "DTEEDIT" USING WS-DATE-WORK WS-DATE-VALID-SW.
           IF WS-DATE-IS-INVALID
               ADD 1 TO WS-FAIL-LUPD-02 WS-FAILED-TYPE-02
                   WS-RECORD-FAIL-COUNT
           END-IF.
       4000-EXIT.
           EXIT.
      *
       5000-AUDIT-THIRD-TYPE.
           ADD 1 TO WS-CHECKED-TYPE-03.
           IF THIRD-FIELD5 OF THIRD-TYPE NOT NUMERIC
               ADD 1 TO WS-FAIL-TF5 WS-FAILED-TYPE-03
                   WS-RECORD-FAIL-COUNT
           END-IF.
       5000-EXIT.
           EXIT.
      *
      *    KEEP THE TEN KEYS WITH THE MOST FAILING FIELDS.  WHILE THE
      *    TABLE HAS ROOM THE RECORD JUST GOES IN; ONCE FULL IT MUST
      *    BEAT THE SMALLEST ENTRY TO TAKE ITS PLACE.
      *
       6000-NOTE-OFFENDER.
           IF WS-OFFENDER-COUNT < 10
               ADD 1 TO WS-OFFENDER-COUNT
               MOVE REDEFINES-RECORD-KEY OF FIRST-TYPE
                   TO WS-OFFENDER-KEY(WS-OFFENDER-COUNT)
               MOVE WS-RECORD-FAIL-COUNT
                   TO WS-OFFENDER-FAILS(WS-OFFENDER-COUNT)
               GO TO 6000-EXIT
           END-IF.
           MOVE 1 TO WS-OFF-MIN-IDX.
           PERFORM 6100-FIND-SMALLEST THRU 6100-EXIT
               VARYING WS-OFF-I FROM 2 BY 1
               UNTIL WS-OFF-I > 10.
           IF WS-RECORD-FAIL-COUNT >
                   WS-OFFENDER-FAILS(WS-OFF-MIN-IDX)
               MOVE REDEFINES-RECORD-KEY OF FIRST-TYPE
                   TO WS-OFFENDER-KEY(WS-OFF-MIN-IDX)
               MOVE WS-RECORD-FAIL-COUNT
                   TO WS-OFFENDER-FAILS(WS-OFF-MIN-IDX)
           END-IF.
       6000-EXIT.
           EXIT.
      *
       6100-FIND-SMALLEST.
           IF WS-OFFENDER-FAILS(WS-OFF-I) <
                   WS-OFFENDER-FAILS(WS-OFF-MIN-IDX)
               MOVE WS-OFF-I TO WS-OFF-MIN-IDX
           END-IF.
       6100-EXIT.
           EXIT.
      *
      *    SORT THE OFFENDER TABLE DESCENDING ON FAILING FIELDS SO
      *    THE WORST RECORD PRINTS FIRST.
      *
       7000-SORT-OFFENDERS.
           IF WS-OFFENDER-COUNT < 2
               GO TO 7000-EXIT
           END-IF.
           PERFORM 7100-SORT-OUTER-PASS THRU 7100-EXIT
               VARYING WS-OFF-I FROM 1 BY 1
               UNTIL WS-OFF-I > WS-OFFENDER-COUNT - 1.
       7000-EXIT.
           EXIT.
      *
       7100-SORT-OUTER-PASS.
           PERFORM 7200-SORT-INNER-PASS THRU 7200-EXIT
               VARYING WS-OFF-J FROM 1 BY 1
               UNTIL WS-OFF-J > WS-OFFENDER-COUNT - WS-OFF-I.
       7100-EXIT.
           EXIT.
      *
       7200-SORT-INNER-PASS.
           IF WS-OFFENDER-FAILS(WS-OFF-J) <
                   WS-OFFENDER-FAILS(WS-OFF-J + 1)
               MOVE WS-OFFENDER-ENTRY(WS-OFF-J)     TO WS-OFF-SWAP
               MOVE WS-OFFENDER-ENTRY(WS-OFF-J + 1) TO
                   WS-OFFENDER-ENTRY(WS-OFF-J)
               MOVE WS-OFF-SWAP TO WS-OFFENDER-ENTRY(WS-OFF-J + 1)
           END-IF.
       7200-EXIT.
           EXIT.
      *
       8000-PRODUCE-REPORT.
           WRITE AUD-REPORT-LINE FROM WS-HDR-LINE-1.
           WRITE AUD-REPORT-LINE FROM WS-SCORE-HDR-LINE.
           MOVE "FIRST-TYPE  "   TO SL-TYPE-LABEL.
           MOVE WS-READ-TYPE-01  TO SL-RECORDS.
           MOVE WS-CHECKED-TYPE-01 TO SL-CHECKED.
           MOVE WS-FAILED-TYPE-01  TO SL-FAILED.
           WRITE AUD-REPORT-LINE FROM WS-SCORE-LINE.
           MOVE "SECOND-TYPE "   TO SL-TYPE-LABEL.
           MOVE WS-READ-TYPE-02  TO SL-RECORDS.
           MOVE WS-CHECKED-TYPE-02 TO SL-CHECKED.
           MOVE WS-FAILED-TYPE-02  TO SL-FAILED.
           WRITE AUD-REPORT-LINE FROM WS-SCORE-LINE.
           MOVE "THIRD-TYPE  "   TO SL-TYPE-LABEL.
           MOVE WS-READ-TYPE-03  TO SL-RECORDS.
           MOVE WS-CHECKED-TYPE-03 TO SL-CHECKED.
           MOVE WS-FAILED-TYPE-03  TO SL-FAILED.
           WRITE AUD-REPORT-LINE FROM WS-SCORE-LINE.
           MOVE "UNKNOWN TYPE"   TO SL-TYPE-LABEL.
           MOVE WS-READ-UNKNOWN  TO SL-RECORDS.
           MOVE ZERO             TO SL-CHECKED.
           MOVE ZERO             TO SL-FAILED.
           WRITE AUD-REPORT-LINE FROM WS-SCORE-LINE.
           MOVE SPACES TO AUD-REPORT-LINE.
           WRITE AUD-REPORT-LINE.
           PERFORM 8100-WRITE-EDIT-COUNTS THRU 8100-EXIT.
           MOVE SPACES TO AUD-REPORT-LINE.
           WRITE AUD-REPORT-LINE.
           PERFORM 7000-SORT-OFFENDERS THRU 7000-EXIT.
           IF WS-OFFENDER-COUNT > ZERO
               WRITE AUD-REPORT-LINE FROM WS-OFFENDER-HDR-LINE
               PERFORM 8200-WRITE-OFFENDER THRU 8200-EXIT
                   VARYING WS-OFF-I FROM 1 BY 1
                   UNTIL WS-OFF-I > WS-OFFENDER-COUNT
           END-IF.
       8000-EXIT.
           EXIT.
      *
       8100-WRITE-EDIT-COUNTS.
           MOVE "FIRST:  SOME-FIELD12 NOT NUMERIC  "
               TO EL-EDIT-LABEL.
           MOVE WS-FAIL-F12 TO EL-COUNT.
           WRITE AUD-REPORT-LINE FROM WS-EDIT-LINE.
           MOVE "FIRST:  SOME-FLD-NO-3 NOT NUMERIC "
               TO EL-EDIT-LABEL.
           MOVE WS-FAIL-KEY3-01 TO EL-COUNT.
           WRITE AUD-REPORT-LINE FROM WS-EDIT-LINE.
           MOVE "FIRST:  MAINT-STATUS NOT A/I      "
               TO EL-EDIT-LABEL.
           MOVE WS-FAIL-STATUS-01 TO EL-COUNT.
           WRITE AUD-REPORT-LINE FROM WS-EDIT-LINE.
           MOVE "FIRST:  LAST-UPDATE-DATE INVALID  "
               TO EL-EDIT-LABEL.
           MOVE WS-FAIL-LUPD-01 TO EL-COUNT.
           WRITE AUD-REPORT-LINE FROM WS-EDIT-LINE.
           MOVE "SECOND: ANOTHER-FIELD1 NOT NUMERIC"
               TO EL-EDIT-LABEL.
           MOVE WS-FAIL-AF1 TO EL-COUNT.
           WRITE AUD-REPORT-LINE FROM WS-EDIT-LINE.
           MOVE "SECOND: ANOTHER-FIELD6 NOT NUMERIC"
               TO EL-EDIT-LABEL.
           MOVE WS-FAIL-AF6 TO EL-COUNT.
           WRITE AUD-REPORT-LINE FROM WS-EDIT-LINE.
           MOVE "SECOND: ANOTHER-FIELD7 NOT NUMERIC"
               TO EL-EDIT-LABEL.
           MOVE WS-FAIL-AF7 TO EL-COUNT.
           WRITE AUD-REPORT-LINE FROM WS-EDIT-LINE.
           MOVE "SECOND: MAINT-STATUS NOT A/I      "
               TO EL-EDIT-LABEL.
           MOVE WS-FAIL-STATUS-02 TO EL-COUNT.
           WRITE AUD-REPORT-LINE FROM WS-EDIT-LINE.
           MOVE "SECOND: LAST-UPDATE-DATE INVALID  "
               TO EL-EDIT-LABEL.
           MOVE WS-FAIL-LUPD-02 TO EL-COUNT.
           WRITE AUD-REPORT-LINE FROM WS-EDIT-LINE.
           MOVE "THIRD:  THIRD-FIELD5 NOT NUMERIC  "
               TO EL-EDIT-LABEL.
           MOVE WS-FAIL-TF5 TO EL-COUNT.
           WRITE AUD-REPORT-LINE FROM WS-EDIT-LINE.
       8100-EXIT.
           EXIT.
      *
       8200-WRITE-OFFENDER.
           MOVE WS-OFFENDER-KEY(WS-OFF-I)   TO OL-KEY.
           MOVE WS-OFFENDER-FAILS(WS-OFF-I) TO OL-FAILS.
           WRITE AUD-REPORT-LINE FROM WS-OFFENDER-LINE.
       8200-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           CLOSE AUD-REPORT-FILE.
           DISPLAY "XMPL3AUD: FIRST-TYPE FAILING FIELDS  = "
               WS-FAILED-TYPE-01.
           DISPLAY "XMPL3AUD: SECOND-TYPE FAILING FIELDS = "
               WS-FAILED-TYPE-02.
           DISPLAY "XMPL3AUD: THIRD-TYPE FAILING FIELDS  = "
               WS-FAILED-TYPE-03.
       9000-EXIT.
           EXIT.
