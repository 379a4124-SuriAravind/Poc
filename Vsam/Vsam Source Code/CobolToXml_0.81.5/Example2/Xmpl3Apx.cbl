      ******************************************************************
      *    PROGRAM-ID  : XMPL3APX                                      *
      *    AUTHOR      : D. OKAFOR, DATA ADMINISTRATION                *
      *    INSTALLATION: EXAMPLE2 BATCH LIBRARY                        *
      *    DATE-WRITTEN: 10/15/2026                                    *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    REMARKS.                                                   *
      *        Exception listing for the amount-change approval queue *
      *        (XMPL3AC/AD).  Reads the whole queue and lists every   *
      *        change still PENDING that was keyed before the aging   *
      *        cutoff -- the run date less the allowed number of      *
      *        days -- with the key, who keyed it and when, and the   *
      *        amounts before and after, so audit can chase the       *
      *        supervisors sitting on them.  Totals give the queue    *
      *        by status.  Parm (via COMMAND-LINE) is RUN-DATE,DAYS:  *
      *        the run date CCYYMMDD (blank means today) and the      *
      *        allowed age in days, 1-99 (blank means the shop's      *
      *        standard of 3).  A bad parm or a queue that cannot be  *
      *        opened refuses the run with RC=8.                      *
      *                                                                *
      *    MODIFICATION HISTORY.                                      *
      *        10/15/2026  DRO  ORIGINAL PROGRAM.                      *
      *        10/15/2026  DRO  COUNT CHANGES XMPL3APR MARKED STALE ON *
      *                         THEIR OWN TOTAL LINE, NOT AS PENDING.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    XMPL3APX.
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
       COPY "Xmpl3Ac".
           SELECT APX-REPORT-FILE ASSIGN TO APXRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY "Xmpl3Ad".
       FD  APX-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  APX-REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-APR-STATUS                     PIC X(02).
       01  WS-RPT-STATUS                     PIC X(02).
       01  WS-PARM-LINE                      PIC X(11).
       01  WS-PARM-DATE                      PIC X(08).
       01  WS-PARM-DAYS                      PIC X(02).
       01  WS-RUN-DATE                       PIC X(08).
       01  WS-DATE-VALID-SW                  PIC X(01).
           88  WS-DATE-IS-VALID              VALUE "Y".
           88  WS-DATE-IS-INVALID            VALUE "N".
       01  WS-RUN-REFUSED-SW                 PIC X(01).
           88  WS-RUN-REFUSED                VALUE "Y".
           88  WS-RUN-ACCEPTED               VALUE "N".
       01  WS-EOF-SW                         PIC X(01).
           88  WS-AT-END                     VALUE "Y".
           88  WS-NOT-AT-END                 VALUE "N".
      *
      *    THE AGING CUTOFF IS THE RUN DATE LESS THE ALLOWED DAYS --
      *    A CHANGE KEYED BEFORE IT HAS WAITED TOO LONG.  WORKED OUT
      *    THE SAME WAY XMPL3CHN WORKS OUT THE XMPL3RCY CHASE CUTOFF.
      *
       01  WS-AGING-DAYS                     PIC S9(04) COMP VALUE 3.
       01  WS-AGING-CUTOFF                   PIC X(08).
       01  WS-BACK-COUNT                     PIC S9(04) COMP.
       01  WS-CUT-CCYY                       PIC 9(04).
       01  WS-CUT-MM                         PIC 9(02).
       01  WS-CUT-DD                         PIC 9(02).
       01  WS-DAYS-IN-MONTH                  PIC 9(02).
       01  WS-LEAP-YEAR-SW                   PIC X(01).
           88  WS-IS-LEAP-YEAR               VALUE "Y".
           88  WS-IS-NOT-LEAP-YEAR           VALUE "N".
       01  WS-QUOTIENT                       PIC 9(04).
       01  WS-REMAINDER-4                    PIC 9(04).
       01  WS-REMAINDER-100                  PIC 9(04).
       01  WS-REMAINDER-400                  PIC 9(04).
       01  WS-READ-COUNT                     PIC S9(09) COMP VALUE ZERO.
       01  WS-PENDING-COUNT                  PIC S9(09) COMP VALUE ZERO.
       01  WS-OVERDUE-COUNT                  PIC S9(09) COMP VALUE ZERO.
       01  WS-APPROVED-COUNT                 PIC S9(09) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT                 PIC S9(09) COMP VALUE ZERO.
       01  WS-STALE-COUNT                    PIC S9(09) COMP VALUE ZERO.
       01  WS-HDR-LINE-1.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(40) VALUE
               "XMPL3APX - OVERDUE AMOUNT APPROVALS AT ".
           05  HL-RUN-DATE                   PIC X(08).
           05  FILLER                        PIC X(17) VALUE
               ", KEYED BEFORE ".
           05  HL-CUTOFF                     PIC X(08).
       01  WS-HDR-LINE-2.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(46) VALUE
               "RECORD KEY                KEYED BY KEYED ON   ".
           05  FILLER                        PIC X(30) VALUE
               "FIELD6 WAS/NOW FIELD7 WAS/NOW".
       01  WS-DETAIL-LINE.
           05  FILLER                        PIC X(01).
           05  DL-KEY                        PIC X(25).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DL-SUBMITTED-BY               PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DL-SUBMIT-DATE                PIC X(08).
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  DL-BEFORE-FIELD6              PIC 9(05).
           05  FILLER                        PIC X(02) VALUE "->".
           05  DL-NEW-FIELD6                 PIC 9(05).
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  DL-BEFORE-FIELD7              PIC 9(05).
           05  FILLER                        PIC X(02) VALUE "->".
           05  DL-NEW-FIELD7                 PIC 9(05).
       01  WS-TOTAL-LINE.
           05  FILLER                        PIC X(01).
           05  TL-LABEL                      PIC X(21).
           05  FILLER                        PIC X(01) VALUE "=".
           05  TL-COUNT                      PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-ACCEPTED
               PERFORM 2000-SCAN-QUEUE THRU 2000-EXIT
                   UNTIL WS-AT-END
               PERFORM 8000-PRODUCE-TOTALS THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      *
       1000-INITIALIZE.
           SET WS-RUN-ACCEPTED TO TRUE.
           SET WS-NOT-AT-END TO TRUE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           PERFORM 1100-EDIT-RUN-PARM THRU 1100-EXIT.
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1300-COMPUTE-AGING-CUTOFF THRU 1300-EXIT.
           OPEN INPUT XMPL3-APPROVAL-FILE.
           IF WS-APR-STATUS NOT = "00"
               DISPLAY "XMPL3APX: OPEN XMPL3-APPROVAL-FILE FAILED, "
                   "STATUS=" WS-APR-STATUS ", RUN REFUSED"
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT APX-REPORT-FILE.
           MOVE WS-RUN-DATE     TO HL-RUN-DATE.
           MOVE WS-AGING-CUTOFF TO HL-CUTOFF.
           WRITE APX-REPORT-LINE FROM WS-HDR-LINE-1.
           WRITE APX-REPORT-LINE FROM WS-HDR-LINE-2.
       1000-EXIT.
           EXIT.
      *
      *    PARM IS RUN-DATE,DAYS -- EITHER HALF MAY BE BLANK.  A BAD
      *    DATE OR DAY COUNT IS REFUSED RATHER THAN QUIETLY LISTED
      *    AGAINST A CUTOFF NOBODY ASKED FOR.
      *
       1100-EDIT-RUN-PARM.
           MOVE SPACES TO WS-PARM-DATE WS-PARM-DAYS.
           UNSTRING WS-PARM-LINE DELIMITED BY ","
               INTO WS-PARM-DATE WS-PARM-DAYS.
           IF WS-PARM-DATE NOT = SPACES
               MOVE WS-PARM-DATE TO WS-RUN-DATE
               CALL "DTEEDIT" USING WS-RUN-DATE WS-DATE-VALID-SW
               IF WS-DATE-IS-INVALID
                   DISPLAY "XMPL3APX: RUN DATE PARM " WS-PARM-DATE
                       " NOT A VALID DATE, RUN REFUSED"
                   SET WS-RUN-REFUSED TO TRUE
                   GO TO 1100-EXIT
               END-IF
           END-IF.
           IF WS-PARM-DAYS = SPACES
               GO TO 1100-EXIT
           END-IF.
           IF WS-PARM-DAYS(2:1) = SPACE
               MOVE WS-PARM-DAYS(1:1) TO WS-PARM-DAYS(2:1)
               MOVE "0" TO WS-PARM-DAYS(1:1)
           END-IF.
           IF WS-PARM-DAYS NOT NUMERIC
              OR WS-PARM-DAYS = "00"
               DISPLAY "XMPL3APX: DAYS PARM MUST BE 1-99, RUN REFUSED"
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1100-EXIT
           END-IF.
           MOVE WS-PARM-DAYS TO WS-AGING-DAYS.
       1100-EXIT.
           EXIT.
      *
       1300-COMPUTE-AGING-CUTOFF.
           MOVE WS-RUN-DATE(1:4) TO WS-CUT-CCYY.
           MOVE WS-RUN-DATE(5:2) TO WS-CUT-MM.
           MOVE WS-RUN-DATE(7:2) TO WS-CUT-DD.
           PERFORM 1310-BACK-ONE-DAY THRU 1310-EXIT
               VARYING WS-BACK-COUNT FROM 1 BY 1
               UNTIL WS-BACK-COUNT > WS-AGING-DAYS.
           MOVE WS-CUT-CCYY TO WS-AGING-CUTOFF(1:4).
           MOVE WS-CUT-MM   TO WS-AGING-CUTOFF(5:2).
           MOVE WS-CUT-DD   TO WS-AGING-CUTOFF(7:2).
       1300-EXIT.
           EXIT.
      *
       1310-BACK-ONE-DAY.
           IF WS-CUT-DD > 1
               SUBTRACT 1 FROM WS-CUT-DD
               GO TO 1310-EXIT
           END-IF.
           IF WS-CUT-MM = 1
               MOVE 12 TO WS-CUT-MM
               SUBTRACT 1 FROM WS-CUT-CCYY
           ELSE
               SUBTRACT 1 FROM WS-CUT-MM
           END-IF.
           PERFORM 1320-SET-DAYS-IN-MONTH THRU 1320-EXIT.
           MOVE WS-DAYS-IN-MONTH TO WS-CUT-DD.
       1310-EXIT.
           EXIT.
      *
       1320-SET-DAYS-IN-MONTH.
           DIVIDE WS-CUT-CCYY BY 4   GIVING WS-QUOTIENT
                                    REMAINDER WS-REMAINDER-4.
           DIVIDE WS-CUT-CCYY BY 100 GIVING WS-QUOTIENT
                                    REMAINDER WS-REMAINDER-100.
           DIVIDE WS-CUT-CCYY BY 400 GIVING WS-QUOTIENT
                                    REMAINDER WS-REMAINDER-400.
           IF WS-REMAINDER-4 = 0
              AND (WS-REMAINDER-100 NOT = 0 OR WS-REMAINDER-400 = 0)
               SET WS-IS-LEAP-YEAR TO TRUE
           ELSE
               SET WS-IS-NOT-LEAP-YEAR TO TRUE
           END-IF.
           EVALUATE WS-CUT-MM
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
       1320-EXIT.
           EXIT.
      *
       2000-SCAN-QUEUE.
           READ XMPL3-APPROVAL-FILE NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           EVALUATE TRUE
               WHEN AP-APPROVED
                   ADD 1 TO WS-APPROVED-COUNT
                   GO TO 2000-EXIT
               WHEN AP-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
                   GO TO 2000-EXIT
               WHEN AP-STALE
                   ADD 1 TO WS-STALE-COUNT
                   GO TO 2000-EXIT
               WHEN OTHER
                   ADD 1 TO WS-PENDING-COUNT
           END-EVALUATE.
           IF AP-SUBMIT-DATE NOT < WS-AGING-CUTOFF
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-OVERDUE-COUNT.
           MOVE AP-APPROVAL-KEY(1:25) TO DL-KEY.
           MOVE AP-SUBMITTED-BY       TO DL-SUBMITTED-BY.
           MOVE AP-SUBMIT-DATE        TO DL-SUBMIT-DATE.
           MOVE AP-BEFORE-FIELD6      TO DL-BEFORE-FIELD6.
           MOVE AP-NEW-FIELD6         TO DL-NEW-FIELD6.
           MOVE AP-BEFORE-FIELD7      TO DL-BEFORE-FIELD7.
           MOVE AP-NEW-FIELD7         TO DL-NEW-FIELD7.
           WRITE APX-REPORT-LINE FROM WS-DETAIL-LINE.
       2000-EXIT.
           EXIT.
      *
       8000-PRODUCE-TOTALS.
           MOVE SPACES TO APX-REPORT-LINE.
           WRITE APX-REPORT-LINE.
           MOVE "CHANGES ON QUEUE     " TO TL-LABEL.
           MOVE WS-READ-COUNT           TO TL-COUNT.
           WRITE APX-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  APPROVED           " TO TL-LABEL.
           MOVE WS-APPROVED-COUNT       TO TL-COUNT.
           WRITE APX-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  REJECTED           " TO TL-LABEL.
           MOVE WS-REJECTED-COUNT       TO TL-COUNT.
           WRITE APX-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  STALE, TO RE-KEY   " TO TL-LABEL.
           MOVE WS-STALE-COUNT          TO TL-COUNT.
           WRITE APX-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  STILL PENDING      " TO TL-LABEL.
           MOVE WS-PENDING-COUNT        TO TL-COUNT.
           WRITE APX-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  PENDING TOO LONG   " TO TL-LABEL.
           MOVE WS-OVERDUE-COUNT        TO TL-COUNT.
           WRITE APX-REPORT-LINE FROM WS-TOTAL-LINE.
       8000-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           IF WS-RUN-REFUSED
               DISPLAY "XMPL3APX: RUN REFUSED, NO LISTING PRODUCED, "
                   "RC=8"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF.
           CLOSE XMPL3-APPROVAL-FILE.
           CLOSE APX-REPORT-FILE.
           DISPLAY "XMPL3APX: CHANGES STILL PENDING = "
               WS-PENDING-COUNT.
           DISPLAY "XMPL3APX: PENDING TOO LONG      = "
               WS-OVERDUE-COUNT.
       9000-EXIT.
           EXIT.
