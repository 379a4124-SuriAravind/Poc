      *                         SO THE NIGHTLY CHAIN CONTROLLER        *
      *                         (XMPL3CHN) CAN CALL THIS PROGRAM AS A  *
      *                         STEP.                                  *
      *        10/15/2026  DRO  EDIT EVERY CODE FIELD OF AN ASSEMBLED  *
      *                         RECORD AGAINST THE VALID-VALUES CODE   *
      *                         TABLE (CDEEDIT); A VALUE NOT ON IT IS  *
      *                         LISTED ON THE EXCEPTIONS REPORT AND    *
      *                         THE RECORD IS SENT BACK REJECTED ON    *
      *                         THE ACKNOWLEDGMENT.                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    XMPL3CNV.
       01  WS-DATE-VALID-SW                  PIC X(01).
           88  WS-DATE-IS-VALID              VALUE "Y".
           88  WS-DATE-IS-INVALID            VALUE "N".
       COPY "Xmpl3Kp".
      *
      *    ACKNOWLEDGMENT BUILD AREAS -- ONE ACCEPT/REJECT LINE PER
      *    DATA RECORD, IN THE SAME FORMAT THE PARTNER SENT, PLUS A
               PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
               SET WS-RECORD-IN-ERROR TO TRUE
           END-IF.
           IF WS-RECORD-NOT-IN-ERROR
               PERFORM 7400-CHECK-CODE-VALUES THRU 7400-EXIT
           END-IF.
           IF WS-RECORD-NOT-IN-ERROR
               PERFORM 7500-WRITE-LOAD-RECORD THRU 7500-EXIT
           ELSE
               UNTIL WS-CSV-I > WS-CSV-EXPECTED
                  OR WS-RECORD-IN-ERROR.
       5050-DROP-IF-ERROR.
           IF WS-RECORD-NOT-IN-ERROR
               PERFORM 7400-CHECK-CODE-VALUES THRU 7400-EXIT
           END-IF.
           IF WS-RECORD-NOT-IN-ERROR
               PERFORM 7500-WRITE-LOAD-RECORD THRU 7500-EXIT
           ELSE
               TO WS-BODY-AREA(WS-PAD-START:WS-VALUE-LENGTH).
       7200-EXIT.
           EXIT.
      *
      *    A RECORD THAT PASSED EVERY PICTURE EDIT STILL HAS ITS CODE
      *    FIELDS LOOKED UP ON THE VALID-VALUES CODE TABLE AS OF THE
      *    RUN DATE, THE SAME EDIT XMPL3VAL APPLIES DOWNSTREAM -- A
      *    BAD CODE GOES BACK TO THE PARTNER TONIGHT ON THE ACK
      *    RATHER THAN SITTING IN SUSPENSE HERE.  THE FAILING FIELD
      *    IS NAMED AS THE TAG ON THE EXCEPTIONS LISTING.
      *
       7400-CHECK-CODE-VALUES.
           MOVE "R"          TO CE-FUNCTION.
           MOVE WS-RUN-DATE  TO CE-AS-OF-DATE.
           MOVE WS-KEY-VALUE TO CE-RECORD-IMAGE(1:27).
           MOVE WS-BODY-AREA TO CE-RECORD-IMAGE(28:373).
           CALL "CDEEDIT" USING XMPL3-CODE-EDIT-AREA.
           IF CE-CODE-VALID
               GO TO 7400-EXIT
           END-IF.
           MOVE SPACES TO EL-REASON.
           IF CE-TABLE-FAILED
               MOVE "RECORD" TO EL-TAG-NAME
               MOVE "CODE TABLE NOT AVAILABLE" TO EL-REASON
           ELSE
               MOVE CE-FIELD-NAME TO EL-TAG-NAME
               STRING "VALUE "             DELIMITED BY SIZE
                      CE-CODE-VALUE        DELIMITED BY SIZE
                      " NOT ON CODE TABLE" DELIMITED BY SIZE
                   INTO EL-REASON
           END-IF.
           PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
           SET WS-RECORD-IN-ERROR TO TRUE.
       7400-EXIT.
           EXIT.
      *
       7500-WRITE-LOAD-RECORD.
           MOVE WS-KEY-VALUE(1:2)  TO LR-RECORD-TYPE.
           CLOSE CNV-EXCEPT-FILE.
           CLOSE CNV-ACK-FILE.
           CLOSE XMPL3-PARTNER-FILE.
           MOVE "C" TO CE-FUNCTION.
           CALL "CDEEDIT" USING XMPL3-CODE-EDIT-AREA.
           DISPLAY "XMPL3CNV: PARTNER LINES READ   = "
               WS-LINE-NUMBER.
           DISPLAY "XMPL3CNV: LOAD RECORDS WRITTEN = "
