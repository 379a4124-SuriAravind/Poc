      *                         SO THE NIGHTLY CHAIN CONTROLLER        *
      *                         (XMPL3CHN) CAN CALL THIS PROGRAM AS A  *
      *                         STEP.                                  *
      *        10/15/2026  DRO  EDIT EVERY CODE FIELD AGAINST THE      *
      *                         VALID-VALUES CODE TABLE (CDEEDIT) AND  *
      *                         SUSPEND A RECORD CARRYING A VALUE NOT  *
      *                         ON IT WITH REASON VCOD.                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    XMPL3VAL.
       01  WS-DUPLICATE-COUNT                PIC S9(09) COMP VALUE ZERO.
       01  WS-NON-NUMERIC-COUNT              PIC S9(09) COMP VALUE ZERO.
       01  WS-BAD-DATE-COUNT                 PIC S9(09) COMP VALUE ZERO.
       01  WS-BAD-CODE-COUNT                 PIC S9(09) COMP VALUE ZERO.
       01  WS-CLEAN-COUNT                    PIC S9(09) COMP VALUE ZERO.
       01  WS-SUSPENDED-COUNT                PIC S9(09) COMP VALUE ZERO.
       01  WS-SUSPENSE-REASON                PIC X(04).
       01  WS-DATE-VALID-SW                  PIC X(01).
           88  WS-DATE-IS-VALID              VALUE "Y".
           88  WS-DATE-IS-INVALID            VALUE "N".
       COPY "Xmpl3Kp".
       01  WS-EXCEPTION-LINE.
           05  FILLER                        PIC X(01).
           05  EL-KEY-NUMBER                 PIC X(07).
           05  FILLER                        PIC X(18) VALUE
               "RECORDS SUSPENDED=".
           05  TL-SUSPENDED                  PIC ZZZ,ZZZ,ZZ9.
       01  WS-TOTALS-LINE-8.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(17) VALUE
               "BAD CODE VALUES =".
           05  TL-BAD-CODE                   PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SET WS-SORT-NOT-AT-END TO TRUE.
           MOVE ZERO TO WS-RECORDS-READ WS-DUPLICATE-COUNT
               WS-NON-NUMERIC-COUNT WS-CLEAN-COUNT WS-BAD-DATE-COUNT
               WS-SUSPENDED-COUNT WS-BAD-CODE-COUNT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL "DTEEDIT" USING WS-RUN-DATE WS-DATE-VALID-SW.
           OPEN OUTPUT XMPL3-EXCEPT.
           PERFORM 3200-CHECK-DUPLICATE THRU 3200-EXIT.
           PERFORM 3300-CHECK-NUMERIC THRU 3300-EXIT.
           PERFORM 3500-CHECK-CREATION-DATE THRU 3500-EXIT.
           PERFORM 3550-CHECK-CODE-VALUES THRU 3550-EXIT.
           IF WS-RECORD-IS-CLEAN
               ADD 1 TO WS-CLEAN-COUNT
           ELSE
           END-IF.
       3500-EXIT.
           EXIT.
      *
      *    EVERY CODE FIELD OF THE RECORD'S TYPE GOES THROUGH THE
      *    COMMON CODE-TABLE EDIT AS OF TONIGHT'S RUN DATE.  ONLY THE
      *    FIRST FAILING FIELD IS LISTED -- THE CLERK SEES THE REST
      *    WHEN THE CORRECTED RECORD COMES BACK THROUGH HERE.  A CODE
      *    TABLE THAT CANNOT BE READ SUSPENDS THE RECORD RATHER THAN
      *    LET AN UNCHECKED CODE THROUGH.
      *
       3550-CHECK-CODE-VALUES.
           MOVE "R"               TO CE-FUNCTION.
           MOVE WS-RUN-DATE       TO CE-AS-OF-DATE.
           MOVE XMPL3-SORT-RECORD TO CE-RECORD-IMAGE.
           CALL "CDEEDIT" USING XMPL3-CODE-EDIT-AREA.
           IF CE-CODE-VALID
               GO TO 3550-EXIT
           END-IF.
           ADD 1 TO WS-BAD-CODE-COUNT.
           MOVE SPACES TO EL-REASON.
           IF CE-TABLE-FAILED
               MOVE "CODE TABLE NOT AVAILABLE" TO EL-REASON
           ELSE
               STRING CE-FIELD-NAME        DELIMITED BY SPACE
                      " = "                DELIMITED BY SIZE
                      CE-CODE-VALUE        DELIMITED BY SIZE
                      " NOT ON CODE TABLE" DELIMITED BY SIZE
                   INTO EL-REASON
           END-IF.
           IF WS-SUSPENSE-REASON = SPACES
               MOVE "VCOD" TO WS-SUSPENSE-REASON
           END-IF.
           PERFORM 3400-WRITE-EXCEPTION THRU 3400-EXIT.
       3550-EXIT.
           EXIT.
      *
       3400-WRITE-EXCEPTION.
           SET WS-RECORD-IS-NOT-CLEAN TO TRUE.
           MOVE WS-CLEAN-COUNT       TO TL-CLEAN.
           MOVE WS-BAD-DATE-COUNT    TO TL-BAD-DATE.
           MOVE WS-SUSPENDED-COUNT   TO TL-SUSPENDED.
           MOVE WS-BAD-CODE-COUNT    TO TL-BAD-CODE.
           WRITE EXC-REPORT-LINE FROM WS-TOTALS-LINE.
           WRITE EXC-REPORT-LINE FROM WS-TOTALS-LINE-2.
           WRITE EXC-REPORT-LINE FROM WS-TOTALS-LINE-3.
           WRITE EXC-REPORT-LINE FROM WS-TOTALS-LINE-5.
           WRITE EXC-REPORT-LINE FROM WS-TOTALS-LINE-6.
           WRITE EXC-REPORT-LINE FROM WS-TOTALS-LINE-7.
           WRITE EXC-REPORT-LINE FROM WS-TOTALS-LINE-8.
       8000-EXIT.
           EXIT.
      *
      *
       9000-TERMINATE.
           PERFORM 8900-WRITE-RUN-STATS THRU 8900-EXIT.
           MOVE "C" TO CE-FUNCTION.
           CALL "CDEEDIT" USING XMPL3-CODE-EDIT-AREA.
           CLOSE XMPL3-EXCEPT.
           CLOSE XMPL3-SUSPENSE.
       9000-EXIT.
