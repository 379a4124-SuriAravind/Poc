      ******************************************************************
      *    PROGRAM-ID  : GLJPASS                                      *
      *    AUTHOR      : D. OKAFOR, DATA ADMINISTRATION                *
      *    INSTALLATION: EXAMPLE2 BATCH LIBRARY                        *
      *    DATE-WRITTEN: 10/15/2026                                    *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    REMARKS.                                                   *
      *        Master-pass module for the XMPL3GLJ general-ledger     *
      *        journal interface.  Holds the voucher tallies and the  *
      *        independent control accumulators, the GLJOUT voucher   *
      *        file and the GLJRPT run sheet, so the same vouchers    *
      *        come out whether the interface is run alone (XMPL3GLJ) *
      *        or as part of the nightly single pass of the master    *
      *        (XMPL3NRP).  A tie-back failure, or a master that      *
      *        would not open, leaves GLJOUT empty and returns 8.     *
      *        The parameter block is the XMPL3SP copybook -- see it  *
      *        for the functions.                                     *
      *                                                                *
      *    MODIFICATION HISTORY.                                      *
      *        10/15/2026  DRO  ORIGINAL PROGRAM, TAKEN FROM XMPL3GLJ. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GLJPASS.
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
           SELECT GLJ-VOUCHER-OUT ASSIGN TO GLJOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.
           SELECT GLJ-REPORT-FILE ASSIGN TO GLJRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GLJ-VOUCHER-OUT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  GLJ-VOUCHER-RECORD.
           05  JV-RECORD-ID                  PIC X(02).
               88  JV-HEADER-RECORD          VALUE "JH".
               88  JV-DETAIL-RECORD          VALUE "JD".
               88  JV-TRAILER-RECORD         VALUE "JT".
           05  JV-RECORD-BODY                PIC X(78).
           05  JV-HEADER REDEFINES JV-RECORD-BODY.
               10  JV-HDR-RUN-DATE           PIC X(08).
               10  FILLER                    PIC X(70).
           05  JV-DETAIL REDEFINES JV-RECORD-BODY.
               10  JV-DTL-RECORD-TYPE        PIC X(02).
               10  JV-DTL-YYYYMM             PIC X(06).
               10  JV-DTL-DR-CR              PIC X(02).
               10  JV-DTL-ACCOUNT            PIC X(08).
               10  JV-DTL-AMOUNT             PIC 9(13).
               10  FILLER                    PIC X(47).
           05  JV-TRAILER REDEFINES JV-RECORD-BODY.
               10  JV-TRL-VOUCHER-COUNT      PIC 9(09).
               10  JV-TRL-HASH-TOTAL         PIC 9(15).
               10  FILLER                    PIC X(54).
       FD  GLJ-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  GLJ-REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-GLJ-STATUS                     PIC X(02).
       01  WS-RPT-STATUS                     PIC X(02).
      *
      *    THE MASTER RECORD IN HAND, COPIED OUT OF THE PARAMETER
      *    BLOCK -- THE XMPL3 LAYOUTS OVER IT GIVE THE SAME FIELD
      *    NAMES THE MASTER FD CARRIES.
      *
       COPY "Xmpl3".
       01  WS-TIE-BACK-SW                    PIC X(01).
           88  WS-TOTALS-TIE                 VALUE "Y".
           88  WS-TOTALS-DO-NOT-TIE          VALUE "N".
       01  WS-RUN-DATE                       PIC X(08).
       01  WS-DATE-WORK                      PIC X(08).
       01  WS-DATE-VALID-SW                  PIC X(01).
           88  WS-DATE-IS-VALID              VALUE "Y".
           88  WS-DATE-IS-INVALID            VALUE "N".
       01  WS-MONTH-KEY                      PIC X(06).
       01  WS-WORK-AMOUNT-1                  PIC S9(09) COMP.
       01  WS-WORK-AMOUNT-2                  PIC S9(09) COMP.
       01  WS-TOTAL-RECORDS                  PIC S9(09) COMP VALUE ZERO.
       01  WS-INVALID-AMOUNTS                PIC S9(09) COMP VALUE ZERO.
      *
      *    TALLY TABLE -- ONE ENTRY PER DISTINCT (TYPE, MONTH), THE
      *    SAME SHAPE AND FILL AS XMPL3CTL, SO A VOUCHER PAIR CAN BE
      *    CUT PER ENTRY.  A CREATION-DATE FAILING THE DATE EDIT IS
      *    BUCKETED UNDER THE HIGH MONTH KEY, THE SAME BUCKET THAT
      *    PRINTS AS BADDAT ON THE CONTROL-TOTALS REPORT.
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
      *
      *    INDEPENDENT CONTROL ACCUMULATORS, ADDED INTO STRAIGHT OFF
      *    EACH RECORD DURING THE PASS -- THESE ARE THE SAME FIGURES
      *    XMPL3CTL REPORTS PER TYPE, AND THE VOUCHERS BUILT FROM THE
      *    TALLY TABLE MUST TIE BACK TO THEM BEFORE THE FILE IS CUT.
      *
       01  WS-CTL-AMOUNT-TYPE-01             PIC S9(12) COMP VALUE ZERO.
       01  WS-CTL-AMOUNT-TYPE-02             PIC S9(12) COMP VALUE ZERO.
       01  WS-CTL-AMOUNT-TYPE-03             PIC S9(12) COMP VALUE ZERO.
       01  WS-VCH-AMOUNT-TYPE-01             PIC S9(12) COMP VALUE ZERO.
       01  WS-VCH-AMOUNT-TYPE-02             PIC S9(12) COMP VALUE ZERO.
       01  WS-VCH-AMOUNT-TYPE-03             PIC S9(12) COMP VALUE ZERO.
       01  WS-VOUCHER-AMOUNT                 PIC S9(12) COMP.
       01  WS-VOUCHERS-WRITTEN               PIC S9(09) COMP VALUE ZERO.
       01  WS-HASH-TOTAL                     PIC S9(15) COMP VALUE ZERO.
      *
      *    POSTING ACCOUNTS PER RECORD TYPE -- THE DEBIT AND CREDIT
      *    SIDES OF EACH TYPE'S CLEARING PAIR, AS AGREED WITH
      *    ACCOUNTING.  AN UNKNOWN TYPE NEVER REACHES HERE: ONLY
      *    TYPES 01/02/03 ARE TALLIED.
      *
       01  WS-ACCOUNT-VALUES.
           05  FILLER                        PIC X(18) VALUE
               "011301010020010100".
           05  FILLER                        PIC X(18) VALUE
               "021302010020020100".
           05  FILLER                        PIC X(18) VALUE
               "031303010020030100".
       01  WS-ACCOUNT-TABLE REDEFINES WS-ACCOUNT-VALUES.
           05  WS-ACCOUNT-ENTRY OCCURS 3 TIMES.
               10  WS-ACCT-RECORD-TYPE       PIC X(02).
               10  WS-ACCT-DEBIT             PIC X(08).
               10  WS-ACCT-CREDIT            PIC X(08).
       01  WS-ACCT-I                         PIC S9(04) COMP.
       01  WS-DEBIT-ACCOUNT                  PIC X(08).
       01  WS-CREDIT-ACCOUNT                 PIC X(08).
       01  WS-HDR-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(42) VALUE
               "XMPL3GLJ - GL JOURNAL INTERFACE RUN SHEET ".
           05  HL-RUN-DATE                   PIC X(08).
       01  WS-TIE-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(05) VALUE "TYPE ".
           05  TI-RECORD-TYPE                PIC X(02).
           05  FILLER                        PIC X(10) VALUE
               " VOUCHER =".
           05  TI-VOUCHER-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(10) VALUE
               " CONTROL =".
           05  TI-CONTROL-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  TI-VERDICT                    PIC X(12).
       01  WS-TRAILER-LINE-1.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(21) VALUE
               "VOUCHERS WRITTEN    =".
           05  TR-VOUCHERS                   PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE-2.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(21) VALUE
               "HASH TOTAL          =".
           05  TR-HASH                       PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-INVALID-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(34) VALUE
               "NON-NUMERIC AMOUNTS TAKEN AS ZERO=".
           05  IL-COUNT                      PIC ZZZ,ZZZ,ZZ9.
       01  WS-VERDICT-LINE.
           05  FILLER                        PIC X(01).
           05  VL-VERDICT-TEXT               PIC X(60).
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
                   PERFORM 5000-CROSS-TOTALS THRU 5000-EXIT
                   IF WS-TOTALS-TIE
                       PERFORM 6000-WRITE-VOUCHER-FILE THRU 6000-EXIT
                   END-IF
                   PERFORM 8000-PRODUCE-RUN-SHEET THRU 8000-EXIT
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
               WHEN OTHER
                   DISPLAY "GLJPASS: INVALID FUNCTION " SP-FUNCTION
                   MOVE 8 TO SP-RETURN-CODE
           END-EVALUATE.
           GOBACK.
      *
       1000-INITIALIZE.
           SET WS-TOTALS-TIE TO TRUE.
           MOVE ZERO TO WS-TOTAL-RECORDS WS-INVALID-AMOUNTS
               WS-TALLY-COUNT WS-VOUCHERS-WRITTEN WS-HASH-TOTAL.
           MOVE ZERO TO WS-CTL-AMOUNT-TYPE-01 WS-CTL-AMOUNT-TYPE-02
               WS-CTL-AMOUNT-TYPE-03 WS-VCH-AMOUNT-TYPE-01
               WS-VCH-AMOUNT-TYPE-02 WS-VCH-AMOUNT-TYPE-03.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL "DTEEDIT" USING WS-RUN-DATE WS-DATE-VALID-SW.
           OPEN OUTPUT GLJ-VOUCHER-OUT.
           OPEN OUTPUT GLJ-REPORT-FILE.
           IF SP-MASTER-NOT-OPENED
               SET WS-TOTALS-DO-NOT-TIE TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *
       2000-PROCESS-RECORD.
           MOVE SP-RECORD-IMAGE TO FIRST-TYPE.
           ADD 1 TO WS-TOTAL-RECORDS.
           PERFORM 2100-EXTRACT-AMOUNTS THRU 2100-EXIT.
           IF REDEFINES-RECORD-TYPE OF FIRST-TYPE = "01"
              OR REDEFINES-RECORD-TYPE OF FIRST-TYPE = "02"
              OR REDEFINES-RECORD-TYPE OF FIRST-TYPE = "03"
               PERFORM 2200-ACCUMULATE-TALLY THRU 2200-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *
      *    PULL THE AMOUNT FIELDS THE RECORD TYPE CARRIES, THE SAME
      *    EDIT XMPL3CTL APPLIES -- A NON-NUMERIC AMOUNT TOTALS AS
      *    ZERO AND IS COUNTED, SO THE PASS NEVER ABENDS AND THE
      *    FIGURES STILL MATCH THE CONTROL-TOTALS REPORT.  THE
      *    CONTROL ACCUMULATORS TAKE THE AMOUNTS HERE, STRAIGHT OFF
      *    THE RECORD, INDEPENDENTLY OF THE TALLY TABLE THE VOUCHERS
      *    ARE CUT FROM.
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
                   ADD WS-WORK-AMOUNT-1 TO WS-CTL-AMOUNT-TYPE-01
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
                   ADD WS-WORK-AMOUNT-1 TO WS-CTL-AMOUNT-TYPE-02
                   ADD WS-WORK-AMOUNT-2 TO WS-CTL-AMOUNT-TYPE-02
               WHEN "03"
                   IF THIRD-FIELD5 OF THIRD-TYPE NUMERIC
                       MOVE THIRD-FIELD5 OF THIRD-TYPE
                           TO WS-WORK-AMOUNT-1
                   ELSE
                       ADD 1 TO WS-INVALID-AMOUNTS
                   END-IF
                   ADD WS-WORK-AMOUNT-1 TO WS-CTL-AMOUNT-TYPE-03
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
                   DISPLAY "XMPL3GLJ: TALLY TABLE FULL, ENTRY DROPPED"
                   SET WS-TOTALS-DO-NOT-TIE TO TRUE
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
      *    CROSS-FOOT THE VOUCHER SIDE AGAINST THE CONTROL SIDE PER
      *    TYPE BEFORE A SINGLE VOUCHER IS WRITTEN.  THE TWO SETS
      *    WERE ACCUMULATED BY DIFFERENT ROUTES THROUGH THE SAME
      *    PASS, SO ANY TABLE SLIP OR DROPPED ENTRY SHOWS UP HERE AS
      *    A TIE-BACK FAILURE INSTEAD OF AS A GL OUT-OF-BALANCE NEXT
      *    MONTH-END.
      *
       5000-CROSS-TOTALS.
           SET WS-TALLY-IDX TO 1.
           PERFORM 5100-SUM-ONE-ENTRY THRU 5100-EXIT
               WS-TALLY-COUNT TIMES.
           IF WS-VCH-AMOUNT-TYPE-01 NOT = WS-CTL-AMOUNT-TYPE-01
            OR WS-VCH-AMOUNT-TYPE-02 NOT = WS-CTL-AMOUNT-TYPE-02
            OR WS-VCH-AMOUNT-TYPE-03 NOT = WS-CTL-AMOUNT-TYPE-03
               SET WS-TOTALS-DO-NOT-TIE TO TRUE
           END-IF.
       5000-EXIT.
           EXIT.
      *
       5100-SUM-ONE-ENTRY.
           COMPUTE WS-VOUCHER-AMOUNT =
               WS-TALLY-AMT-1(WS-TALLY-IDX)
               + WS-TALLY-AMT-2(WS-TALLY-IDX).
           EVALUATE WS-TALLY-TYPE(WS-TALLY-IDX)
               WHEN "01"
                   ADD WS-VOUCHER-AMOUNT TO WS-VCH-AMOUNT-TYPE-01
               WHEN "02"
                   ADD WS-VOUCHER-AMOUNT TO WS-VCH-AMOUNT-TYPE-02
               WHEN "03"
                   ADD WS-VOUCHER-AMOUNT TO WS-VCH-AMOUNT-TYPE-03
           END-EVALUATE.
           SET WS-TALLY-IDX UP BY 1.
       5100-EXIT.
           EXIT.
      *
       6000-WRITE-VOUCHER-FILE.
           MOVE SPACES TO GLJ-VOUCHER-RECORD.
           SET JV-HEADER-RECORD TO TRUE.
           MOVE WS-RUN-DATE TO JV-HDR-RUN-DATE.
           WRITE GLJ-VOUCHER-RECORD.
           SET WS-TALLY-IDX TO 1.
           PERFORM 6100-WRITE-VOUCHER-PAIR THRU 6100-EXIT
               WS-TALLY-COUNT TIMES.
           MOVE SPACES TO GLJ-VOUCHER-RECORD.
           SET JV-TRAILER-RECORD TO TRUE.
           MOVE WS-VOUCHERS-WRITTEN TO JV-TRL-VOUCHER-COUNT.
           MOVE WS-HASH-TOTAL       TO JV-TRL-HASH-TOTAL.
           WRITE GLJ-VOUCHER-RECORD.
           IF WS-GLJ-STATUS NOT = "00"
               DISPLAY "XMPL3GLJ: GLJOUT WRITE FAILED, STATUS="
                   WS-GLJ-STATUS
               SET WS-TOTALS-DO-NOT-TIE TO TRUE
           END-IF.
       6000-EXIT.
           EXIT.
      *
      *    ONE BALANCED PAIR PER (TYPE, MONTH) TALLY ENTRY -- THE
      *    DEBIT AND THE CREDIT CARRY THE SAME AMOUNT TO THE TYPE'S
      *    AGREED ACCOUNT PAIR, AND BOTH SIDES GO INTO THE HASH
      *    TOTAL THE TRAILER CARRIES.
      *
       6100-WRITE-VOUCHER-PAIR.
           COMPUTE WS-VOUCHER-AMOUNT =
               WS-TALLY-AMT-1(WS-TALLY-IDX)
               + WS-TALLY-AMT-2(WS-TALLY-IDX).
           MOVE SPACES TO WS-DEBIT-ACCOUNT WS-CREDIT-ACCOUNT.
           PERFORM 6200-FIND-ACCOUNTS THRU 6200-EXIT
               VARYING WS-ACCT-I FROM 1 BY 1
               UNTIL WS-ACCT-I > 3.
           MOVE SPACES TO GLJ-VOUCHER-RECORD.
           SET JV-DETAIL-RECORD TO TRUE.
           MOVE WS-TALLY-TYPE(WS-TALLY-IDX)   TO JV-DTL-RECORD-TYPE.
           MOVE WS-TALLY-YYYYMM(WS-TALLY-IDX) TO JV-DTL-YYYYMM.
           MOVE "DR"                TO JV-DTL-DR-CR.
           MOVE WS-DEBIT-ACCOUNT    TO JV-DTL-ACCOUNT.
           MOVE WS-VOUCHER-AMOUNT   TO JV-DTL-AMOUNT.
           WRITE GLJ-VOUCHER-RECORD.
           ADD 1 TO WS-VOUCHERS-WRITTEN.
           ADD WS-VOUCHER-AMOUNT TO WS-HASH-TOTAL.
           MOVE SPACES TO GLJ-VOUCHER-RECORD.
           SET JV-DETAIL-RECORD TO TRUE.
           MOVE WS-TALLY-TYPE(WS-TALLY-IDX)   TO JV-DTL-RECORD-TYPE.
           MOVE WS-TALLY-YYYYMM(WS-TALLY-IDX) TO JV-DTL-YYYYMM.
           MOVE "CR"                TO JV-DTL-DR-CR.
           MOVE WS-CREDIT-ACCOUNT   TO JV-DTL-ACCOUNT.
           MOVE WS-VOUCHER-AMOUNT   TO JV-DTL-AMOUNT.
           WRITE GLJ-VOUCHER-RECORD.
           ADD 1 TO WS-VOUCHERS-WRITTEN.
           ADD WS-VOUCHER-AMOUNT TO WS-HASH-TOTAL.
           SET WS-TALLY-IDX UP BY 1.
       6100-EXIT.
           EXIT.
      *
       6200-FIND-ACCOUNTS.
           IF WS-ACCT-RECORD-TYPE(WS-ACCT-I) =
                   WS-TALLY-TYPE(WS-TALLY-IDX)
               MOVE WS-ACCT-DEBIT(WS-ACCT-I)  TO WS-DEBIT-ACCOUNT
               MOVE WS-ACCT-CREDIT(WS-ACCT-I) TO WS-CREDIT-ACCOUNT
           END-IF.
       6200-EXIT.
           EXIT.
      *
       8000-PRODUCE-RUN-SHEET.
           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           WRITE GLJ-REPORT-LINE FROM WS-HDR-LINE.
           MOVE "01" TO TI-RECORD-TYPE.
           MOVE WS-VCH-AMOUNT-TYPE-01 TO TI-VOUCHER-AMOUNT.
           MOVE WS-CTL-AMOUNT-TYPE-01 TO TI-CONTROL-AMOUNT.
           PERFORM 8100-WRITE-TIE-LINE THRU 8100-EXIT.
           MOVE "02" TO TI-RECORD-TYPE.
           MOVE WS-VCH-AMOUNT-TYPE-02 TO TI-VOUCHER-AMOUNT.
           MOVE WS-CTL-AMOUNT-TYPE-02 TO TI-CONTROL-AMOUNT.
           PERFORM 8100-WRITE-TIE-LINE THRU 8100-EXIT.
           MOVE "03" TO TI-RECORD-TYPE.
           MOVE WS-VCH-AMOUNT-TYPE-03 TO TI-VOUCHER-AMOUNT.
           MOVE WS-CTL-AMOUNT-TYPE-03 TO TI-CONTROL-AMOUNT.
           PERFORM 8100-WRITE-TIE-LINE THRU 8100-EXIT.
           MOVE WS-VOUCHERS-WRITTEN TO TR-VOUCHERS.
           WRITE GLJ-REPORT-LINE FROM WS-TRAILER-LINE-1.
           MOVE WS-HASH-TOTAL TO TR-HASH.
           WRITE GLJ-REPORT-LINE FROM WS-TRAILER-LINE-2.
           IF WS-INVALID-AMOUNTS > ZERO
               MOVE WS-INVALID-AMOUNTS TO IL-COUNT
               WRITE GLJ-REPORT-LINE FROM WS-INVALID-LINE
           END-IF.
           MOVE SPACES TO GLJ-REPORT-LINE.
           WRITE GLJ-REPORT-LINE.
           IF WS-TOTALS-TIE
               MOVE "VOUCHERS TIE TO CONTROL TOTALS - FILE RELEASED"
                   TO VL-VERDICT-TEXT
           ELSE
               MOVE "**** TIE-BACK FAILED - NO VOUCHER FILE WRITTEN"
                   TO VL-VERDICT-TEXT
           END-IF.
           WRITE GLJ-REPORT-LINE FROM WS-VERDICT-LINE.
       8000-EXIT.
           EXIT.
      *
       8100-WRITE-TIE-LINE.
           IF TI-VOUCHER-AMOUNT = TI-CONTROL-AMOUNT
               MOVE "IN BALANCE" TO TI-VERDICT
           ELSE
               MOVE "**OUT OF BAL" TO TI-VERDICT
           END-IF.
           WRITE GLJ-REPORT-LINE FROM WS-TIE-LINE.
       8100-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           CLOSE GLJ-VOUCHER-OUT.
           CLOSE GLJ-REPORT-FILE.
           DISPLAY "XMPL3GLJ: RECORDS READ     = " WS-TOTAL-RECORDS.
           DISPLAY "XMPL3GLJ: VOUCHERS WRITTEN = "
               WS-VOUCHERS-WRITTEN.
           IF WS-TOTALS-DO-NOT-TIE
               DISPLAY "XMPL3GLJ: VOUCHER TOTALS DO NOT TIE TO "
                   "CONTROL TOTALS, NO FILE WRITTEN, RC=8"
               MOVE 8 TO SP-RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
