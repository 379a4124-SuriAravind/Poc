      ******************************************************************
      *    PROGRAM-ID  : XMPL3CDM                                      *
      *    AUTHOR      : D. OKAFOR, DATA ADMINISTRATION                *
      *    INSTALLATION: EXAMPLE2 ONLINE LIBRARY                       *
      *    DATE-WRITTEN: 10/15/2026                                    *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    REMARKS.                                                   *
      *        Maintenance screen for the valid-values code table     *
      *        (XMPL3KC/XMPL3KD) that CDEEDIT checks the master's     *
      *        code fields against on every path a record comes in    *
      *        by.  The session is restricted to SUPERVISOR-level     *
      *        ids, signed on and logged the same as XMPL3OPM.  A row *
      *        is keyed by record type, field name, code value and    *
      *        effective date.  Function "I" shows a row, "N" shows   *
      *        the next row after the one keyed (leave the value and  *
      *        date blank to start at the first code of a field),     *
      *        "A" adds a row, "U" changes its description and expiry *
      *        date, "X" expires it on the expiry date keyed (today   *
      *        if left blank), "E" ends the session.  Rows are never  *
      *        deleted, so what was valid on a given date stays       *
      *        answerable.  The field name must be one of the code    *
      *        fields CDEEDIT knows for that record type; the table   *
      *        is built empty the first time a supervisor signs on.   *
      *                                                                *
      *    MODIFICATION HISTORY.                                      *
      *        10/15/2026  DRO  ORIGINAL PROGRAM.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    XMPL3CDM.
       AUTHOR.        D. OKAFOR.
       INSTALLATION.  EXAMPLE2 ONLINE LIBRARY.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "Xmpl3Kc".
       COPY "Xmpl3Oc".
           SELECT SECURITY-LOG-FILE ASSIGN TO SECLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY "Xmpl3Kd".
       COPY "Xmpl3Od".
       FD  SECURITY-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  SEC-LOG-LINE                      PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "Xmpl3Sv".
       COPY "Xmpl3Kp".
       01  WS-KTB-STATUS                     PIC X(02).
       01  WS-OPR-STATUS                     PIC X(02).
       01  WS-SEC-STATUS                     PIC X(02).
       01  WS-USER-ID                        PIC X(08) VALUE SPACES.
       01  WS-TODAY-DATE                     PIC X(08).
       01  WS-DATE-WORK                      PIC X(08).
       01  WS-DATE-VALID-SW                  PIC X(01).
           88  WS-DATE-IS-VALID              VALUE "Y".
           88  WS-DATE-IS-INVALID            VALUE "N".
       01  WS-DONE-SW                        PIC X(01).
           88  WS-DONE                       VALUE "Y".
           88  WS-NOT-DONE                   VALUE "N".
       01  WS-FUNCTION                       PIC X(01).
           88  WS-FUNC-INQUIRE               VALUE "I".
           88  WS-FUNC-NEXT                  VALUE "N".
           88  WS-FUNC-ADD                   VALUE "A".
           88  WS-FUNC-UPDATE                VALUE "U".
           88  WS-FUNC-EXPIRE                VALUE "X".
           88  WS-FUNC-END                   VALUE "E".
       01  WS-RECORD-FOUND-SW                PIC X(01).
           88  WS-RECORD-WAS-FOUND           VALUE "Y".
           88  WS-RECORD-NOT-FOUND           VALUE "N".
       01  WS-ENTRY-OK-SW                    PIC X(01).
           88  WS-ENTRY-OK                   VALUE "Y".
           88  WS-ENTRY-NOT-OK               VALUE "N".
       01  WS-WORK-RECORD-TYPE               PIC X(02).
       01  WS-WORK-FIELD-NAME                PIC X(16).
       01  WS-WORK-CODE-VALUE                PIC X(03).
       01  WS-WORK-EFFECTIVE-DATE            PIC X(08).
       01  WS-WORK-EXPIRY-DATE               PIC X(08).
       01  WS-WORK-DESCRIPTION               PIC X(30).
       01  WS-WORK-ADDED-BY                  PIC X(08).
       01  WS-WORK-ADDED-DATE                PIC X(08).
       01  WS-WORK-CHANGED-BY                PIC X(08).
       01  WS-WORK-CHANGED-DATE              PIC X(08).
       01  WS-ROWS-CHANGED                   PIC S9(09) COMP VALUE ZERO.
       SCREEN SECTION.
       01  CDM-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01 VALUE
                   "XMPL3CDM -- VALID-VALUES CODE TABLE MAINTENANCE".
           05  LINE 03 COLUMN 01 VALUE "FUNCTION (I/N/A/U/X/E):".
           05  LINE 03 COLUMN 26 PIC X(01) USING WS-FUNCTION.
           05  LINE 04 COLUMN 01 VALUE "RECORD TYPE   :".
           05  LINE 04 COLUMN 26 PIC X(02)
                   USING WS-WORK-RECORD-TYPE.
           05  LINE 05 COLUMN 01 VALUE "FIELD NAME    :".
           05  LINE 05 COLUMN 26 PIC X(16)
                   USING WS-WORK-FIELD-NAME.
           05  LINE 06 COLUMN 01 VALUE "CODE VALUE    :".
           05  LINE 06 COLUMN 26 PIC X(03)
                   USING WS-WORK-CODE-VALUE.
           05  LINE 07 COLUMN 01 VALUE "EFFECTIVE DATE:".
           05  LINE 07 COLUMN 26 PIC X(08)
                   USING WS-WORK-EFFECTIVE-DATE.
       01  CDM-DETAIL-SCREEN.
           05  LINE 09 COLUMN 01 VALUE "EXPIRY DATE   :".
           05  LINE 09 COLUMN 26 PIC X(08)
                   USING WS-WORK-EXPIRY-DATE.
           05  LINE 10 COLUMN 01 VALUE "DESCRIPTION   :".
           05  LINE 10 COLUMN 26 PIC X(30)
                   USING WS-WORK-DESCRIPTION.
           05  LINE 12 COLUMN 01 VALUE "ADDED BY/ON   :".
           05  LINE 12 COLUMN 26 PIC X(08) FROM WS-WORK-ADDED-BY.
           05  LINE 12 COLUMN 36 PIC X(08) FROM WS-WORK-ADDED-DATE.
           05  LINE 13 COLUMN 01 VALUE "CHANGED BY/ON :".
           05  LINE 13 COLUMN 26 PIC X(08) FROM WS-WORK-CHANGED-BY.
           05  LINE 13 COLUMN 36 PIC X(08)
                   FROM WS-WORK-CHANGED-DATE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-MAIN-LOOP THRU 2000-EXIT
               UNTIL WS-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      *
       1000-INITIALIZE.
           SET WS-NOT-DONE TO TRUE.
           ACCEPT WS-USER-ID FROM COMMAND-LINE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF WS-SEC-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF.
      *    NO PROFILE FILE MEANS NO WAY TO VERIFY ANYBODY -- THE
      *    SESSION FAILS CLOSED, THE SAME AS XMPL3MNT.
           OPEN INPUT XMPL3-OPERATOR-FILE.
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "XMPL3CDM: OPEN XMPL3-OPERATOR-FILE FAILED, "
                   "STATUS=" WS-OPR-STATUS ", SESSION REFUSED"
               SET WS-DONE TO TRUE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-VERIFY-SUPERVISOR THRU 1200-EXIT.
           IF WS-DONE
               GO TO 1000-EXIT
           END-IF.
      *    THE FIRST SUPERVISOR TO SIGN ON BUILDS THE TABLE EMPTY --
      *    CDEEDIT TREATS AN EMPTY TABLE AS CONTROLLING NOTHING.
           OPEN I-O XMPL3-CODE-TABLE-FILE.
           IF WS-KTB-STATUS = "35"
               OPEN OUTPUT XMPL3-CODE-TABLE-FILE
               IF WS-KTB-STATUS = "00"
                   CLOSE XMPL3-CODE-TABLE-FILE
                   OPEN I-O XMPL3-CODE-TABLE-FILE
               END-IF
           END-IF.
           IF WS-KTB-STATUS NOT = "00"
               DISPLAY "XMPL3CDM: OPEN XMPL3-CODE-TABLE-FILE FAILED, "
                   "STATUS=" WS-KTB-STATUS
               SET WS-DONE TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *    ONLY AN ACTIVE SUPERVISOR PROFILE MAY CHANGE WHAT THE
      *    MASTER WILL ACCEPT.  ANYTHING ELSE -- UNKNOWN ID,
      *    DEACTIVATED ID, OR AUTHORITY BELOW "S" -- IS REFUSED
      *    OUTRIGHT AND LOGGED, THE SAME AS XMPL3OPM.
      *
       1200-VERIFY-SUPERVISOR.
           MOVE WS-USER-ID TO OP-OPERATOR-ID.
           READ XMPL3-OPERATOR-FILE
               INVALID KEY
                   DISPLAY "XMPL3CDM: OPERATOR " WS-USER-ID
                       " NOT ON PROFILE FILE, SESSION REFUSED"
                   MOVE "UNKNOWN OPERATOR ID" TO SV-REASON
                   PERFORM 7000-WRITE-VIOLATION THRU 7000-EXIT
                   SET WS-DONE TO TRUE
                   GO TO 1200-EXIT
           END-READ.
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "XMPL3CDM: PROFILE READ FAILED, STATUS="
                   WS-OPR-STATUS ", SESSION REFUSED"
               SET WS-DONE TO TRUE
               GO TO 1200-EXIT
           END-IF.
           IF NOT OP-ACTIVE
               DISPLAY "XMPL3CDM: OPERATOR " WS-USER-ID
                   " IS DEACTIVATED, SESSION REFUSED"
               MOVE "OPERATOR ID DEACTIVATED" TO SV-REASON
               PERFORM 7000-WRITE-VIOLATION THRU 7000-EXIT
               SET WS-DONE TO TRUE
               GO TO 1200-EXIT
           END-IF.
           IF NOT OP-AUTH-SUPERVISOR
               DISPLAY "XMPL3CDM: OPERATOR " WS-USER-ID
                   " IS NOT SUPERVISOR, SESSION REFUSED"
               MOVE "SUPERVISOR AUTHORITY REQUIRED" TO SV-REASON
               PERFORM 7000-WRITE-VIOLATION THRU 7000-EXIT
               SET WS-DONE TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.
      *
       2000-MAIN-LOOP.
           MOVE SPACES TO WS-FUNCTION WS-WORK-EXPIRY-DATE
               WS-WORK-DESCRIPTION WS-WORK-ADDED-BY WS-WORK-ADDED-DATE
               WS-WORK-CHANGED-BY WS-WORK-CHANGED-DATE.
           DISPLAY CDM-SCREEN.
           ACCEPT CDM-SCREEN.
           EVALUATE TRUE
               WHEN WS-FUNC-END
                   SET WS-DONE TO TRUE
               WHEN WS-FUNC-INQUIRE
                   PERFORM 3000-FIND-ROW THRU 3000-EXIT
                   IF WS-RECORD-WAS-FOUND
                       PERFORM 3100-SHOW-ROW THRU 3100-EXIT
                   END-IF
               WHEN WS-FUNC-NEXT
                   PERFORM 3200-NEXT-ROW THRU 3200-EXIT
               WHEN WS-FUNC-ADD
                   PERFORM 4000-ADD-ROW THRU 4000-EXIT
               WHEN WS-FUNC-UPDATE
                   PERFORM 5000-UPDATE-ROW THRU 5000-EXIT
               WHEN WS-FUNC-EXPIRE
                   PERFORM 6000-EXPIRE-ROW THRU 6000-EXIT
               WHEN OTHER
                   DISPLAY "XMPL3CDM: INVALID FUNCTION, TRY AGAIN"
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *
       3000-FIND-ROW.
           SET WS-RECORD-NOT-FOUND TO TRUE.
           MOVE WS-WORK-RECORD-TYPE    TO KT-RECORD-TYPE.
           MOVE WS-WORK-FIELD-NAME     TO KT-FIELD-NAME.
           MOVE WS-WORK-CODE-VALUE     TO KT-CODE-VALUE.
           MOVE WS-WORK-EFFECTIVE-DATE TO KT-EFFECTIVE-DATE.
           READ XMPL3-CODE-TABLE-FILE
               INVALID KEY
                   DISPLAY "XMPL3CDM: NO CODE TABLE ROW FOR "
                       WS-WORK-RECORD-TYPE " " WS-WORK-FIELD-NAME
                       " " WS-WORK-CODE-VALUE " "
                       WS-WORK-EFFECTIVE-DATE
                   GO TO 3000-EXIT
           END-READ.
           SET WS-RECORD-WAS-FOUND TO TRUE.
       3000-EXIT.
           EXIT.
      *
       3100-SHOW-ROW.
           MOVE KT-RECORD-TYPE    TO WS-WORK-RECORD-TYPE.
           MOVE KT-FIELD-NAME     TO WS-WORK-FIELD-NAME.
           MOVE KT-CODE-VALUE     TO WS-WORK-CODE-VALUE.
           MOVE KT-EFFECTIVE-DATE TO WS-WORK-EFFECTIVE-DATE.
           MOVE KT-EXPIRY-DATE    TO WS-WORK-EXPIRY-DATE.
           MOVE KT-DESCRIPTION    TO WS-WORK-DESCRIPTION.
           MOVE KT-ADDED-BY       TO WS-WORK-ADDED-BY.
           MOVE KT-ADDED-DATE     TO WS-WORK-ADDED-DATE.
           MOVE KT-CHANGED-BY     TO WS-WORK-CHANGED-BY.
           MOVE KT-CHANGED-DATE   TO WS-WORK-CHANGED-DATE.
           DISPLAY CDM-SCREEN.
           DISPLAY CDM-DETAIL-SCREEN.
       3100-EXIT.
           EXIT.
      *
      *    BROWSE FORWARD ONE ROW FROM THE KEY ON THE SCREEN.  A
      *    BLANK VALUE AND DATE START AT THE FIELD'S FIRST CODE, SO A
      *    SUPERVISOR CAN WALK EVERY VALUE OF A FIELD WITH "N".
      *
       3200-NEXT-ROW.
           MOVE WS-WORK-RECORD-TYPE    TO KT-RECORD-TYPE.
           MOVE WS-WORK-FIELD-NAME     TO KT-FIELD-NAME.
           MOVE WS-WORK-CODE-VALUE     TO KT-CODE-VALUE.
           MOVE WS-WORK-EFFECTIVE-DATE TO KT-EFFECTIVE-DATE.
           IF WS-WORK-CODE-VALUE = SPACES
              AND WS-WORK-EFFECTIVE-DATE = SPACES
               MOVE LOW-VALUES TO KT-CODE-VALUE KT-EFFECTIVE-DATE
           END-IF.
           START XMPL3-CODE-TABLE-FILE
               KEY IS GREATER THAN KT-CODE-KEY
               INVALID KEY
                   DISPLAY "XMPL3CDM: NO MORE CODE TABLE ROWS"
                   GO TO 3200-EXIT
           END-START.
           READ XMPL3-CODE-TABLE-FILE NEXT RECORD
               AT END
                   DISPLAY "XMPL3CDM: NO MORE CODE TABLE ROWS"
                   GO TO 3200-EXIT
           END-READ.
           PERFORM 3100-SHOW-ROW THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
      *
      *    THE FIELD NAME MUST BE A CODE FIELD OF THE RECORD TYPE AS
      *    CDEEDIT KNOWS THEM, THE VALUE MUST FIT THE FIELD, AND THE
      *    DATES MUST BE REAL DATES WITH THE EXPIRY (IF ANY) NOT
      *    BEFORE THE EFFECTIVE DATE.
      *
       3500-EDIT-ENTRY.
           SET WS-ENTRY-OK TO TRUE.
           MOVE "K"                 TO CE-FUNCTION.
           MOVE WS-TODAY-DATE       TO CE-AS-OF-DATE.
           MOVE WS-WORK-RECORD-TYPE TO CE-RECORD-TYPE.
           MOVE WS-WORK-FIELD-NAME  TO CE-FIELD-NAME.
           CALL "CDEEDIT" USING XMPL3-CODE-EDIT-AREA.
           IF CE-FIELD-NOT-CODED
               DISPLAY "XMPL3CDM: " WS-WORK-FIELD-NAME
                   " IS NOT A CODE FIELD OF RECORD TYPE "
                   WS-WORK-RECORD-TYPE
               SET WS-ENTRY-NOT-OK TO TRUE
               GO TO 3500-EXIT
           END-IF.
           IF CE-CODE-LENGTH < 3
              AND WS-WORK-CODE-VALUE(CE-CODE-LENGTH + 1:) NOT = SPACES
               DISPLAY "XMPL3CDM: CODE VALUE WIDER THAN "
                   WS-WORK-FIELD-NAME
               SET WS-ENTRY-NOT-OK TO TRUE
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-WORK-EFFECTIVE-DATE TO WS-DATE-WORK.
           CALL "DTEEDIT" USING WS-DATE-WORK WS-DATE-VALID-SW.
           IF WS-DATE-IS-INVALID
               DISPLAY "XMPL3CDM: EFFECTIVE DATE NOT A VALID DATE"
               SET WS-ENTRY-NOT-OK TO TRUE
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-DATE-WORK TO WS-WORK-EFFECTIVE-DATE.
           PERFORM 3600-EDIT-EXPIRY-DATE THRU 3600-EXIT.
       3500-EXIT.
           EXIT.
      *
       3600-EDIT-EXPIRY-DATE.
           IF WS-WORK-EXPIRY-DATE = SPACES
               GO TO 3600-EXIT
           END-IF.
           MOVE WS-WORK-EXPIRY-DATE TO WS-DATE-WORK.
           CALL "DTEEDIT" USING WS-DATE-WORK WS-DATE-VALID-SW.
           IF WS-DATE-IS-INVALID
               DISPLAY "XMPL3CDM: EXPIRY DATE NOT A VALID DATE"
               SET WS-ENTRY-NOT-OK TO TRUE
               GO TO 3600-EXIT
           END-IF.
           MOVE WS-DATE-WORK TO WS-WORK-EXPIRY-DATE.
           IF WS-WORK-EXPIRY-DATE < WS-WORK-EFFECTIVE-DATE
               DISPLAY "XMPL3CDM: EXPIRY DATE BEFORE EFFECTIVE DATE"
               SET WS-ENTRY-NOT-OK TO TRUE
           END-IF.
       3600-EXIT.
           EXIT.
      *
       4000-ADD-ROW.
           ACCEPT CDM-DETAIL-SCREEN.
           PERFORM 3500-EDIT-ENTRY THRU 3500-EXIT.
           IF WS-ENTRY-NOT-OK
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO XMPL3-CODE-TABLE-RECORD.
           MOVE WS-WORK-RECORD-TYPE    TO KT-RECORD-TYPE.
           MOVE WS-WORK-FIELD-NAME     TO KT-FIELD-NAME.
           MOVE WS-WORK-CODE-VALUE     TO KT-CODE-VALUE.
           MOVE WS-WORK-EFFECTIVE-DATE TO KT-EFFECTIVE-DATE.
           MOVE WS-WORK-EXPIRY-DATE    TO KT-EXPIRY-DATE.
           MOVE WS-WORK-DESCRIPTION    TO KT-DESCRIPTION.
           MOVE WS-USER-ID             TO KT-ADDED-BY.
           MOVE WS-TODAY-DATE          TO KT-ADDED-DATE.
           WRITE XMPL3-CODE-TABLE-RECORD.
           EVALUATE WS-KTB-STATUS
               WHEN "00"
                   ADD 1 TO WS-ROWS-CHANGED
                   DISPLAY "XMPL3CDM: CODE " WS-WORK-CODE-VALUE
                       " ADDED FOR " WS-WORK-FIELD-NAME
               WHEN "22"
                   DISPLAY "XMPL3CDM: ROW ALREADY ON TABLE FOR "
                       WS-WORK-FIELD-NAME " " WS-WORK-CODE-VALUE
                       " " WS-WORK-EFFECTIVE-DATE
               WHEN OTHER
                   DISPLAY "XMPL3CDM: WRITE FAILED, STATUS="
                       WS-KTB-STATUS
           END-EVALUATE.
       4000-EXIT.
           EXIT.
      *
      *    ONLY THE DESCRIPTION AND EXPIRY DATE CHANGE -- A DIFFERENT
      *    VALUE OR EFFECTIVE DATE IS A NEW ROW, SO THE OLD ONE STAYS
      *    AS THE RECORD OF WHAT WAS VALID BEFORE.
      *
       5000-UPDATE-ROW.
           PERFORM 3000-FIND-ROW THRU 3000-EXIT.
           IF WS-RECORD-NOT-FOUND
               GO TO 5000-EXIT
           END-IF.
           PERFORM 3100-SHOW-ROW THRU 3100-EXIT.
           ACCEPT CDM-DETAIL-SCREEN.
           SET WS-ENTRY-OK TO TRUE.
           PERFORM 3600-EDIT-EXPIRY-DATE THRU 3600-EXIT.
           IF WS-ENTRY-NOT-OK
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-WORK-EXPIRY-DATE TO KT-EXPIRY-DATE.
           MOVE WS-WORK-DESCRIPTION TO KT-DESCRIPTION.
           MOVE WS-USER-ID          TO KT-CHANGED-BY.
           MOVE WS-TODAY-DATE       TO KT-CHANGED-DATE.
           REWRITE XMPL3-CODE-TABLE-RECORD.
           IF WS-KTB-STATUS = "00"
               ADD 1 TO WS-ROWS-CHANGED
               DISPLAY "XMPL3CDM: ROW UPDATED FOR "
                   WS-WORK-FIELD-NAME " " WS-WORK-CODE-VALUE
           ELSE
               DISPLAY "XMPL3CDM: REWRITE FAILED, STATUS="
                   WS-KTB-STATUS
           END-IF.
       5000-EXIT.
           EXIT.
      *
      *    A VALUE IS WITHDRAWN BY EXPIRING ITS ROW, NEVER BY
      *    DELETING IT.  THE VALUE STAYS GOOD THROUGH THE EXPIRY DATE
      *    ITSELF AND IS REFUSED FROM THE DAY AFTER.
      *
       6000-EXPIRE-ROW.
           PERFORM 3000-FIND-ROW THRU 3000-EXIT.
           IF WS-RECORD-NOT-FOUND
               GO TO 6000-EXIT
           END-IF.
           PERFORM 3100-SHOW-ROW THRU 3100-EXIT.
           MOVE SPACES TO WS-WORK-EXPIRY-DATE.
           ACCEPT CDM-DETAIL-SCREEN.
           IF WS-WORK-EXPIRY-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-WORK-EXPIRY-DATE
           END-IF.
           SET WS-ENTRY-OK TO TRUE.
           PERFORM 3600-EDIT-EXPIRY-DATE THRU 3600-EXIT.
           IF WS-ENTRY-NOT-OK
               GO TO 6000-EXIT
           END-IF.
           MOVE WS-WORK-EXPIRY-DATE TO KT-EXPIRY-DATE.
           MOVE WS-USER-ID          TO KT-CHANGED-BY.
           MOVE WS-TODAY-DATE       TO KT-CHANGED-DATE.
           REWRITE XMPL3-CODE-TABLE-RECORD.
           IF WS-KTB-STATUS = "00"
               ADD 1 TO WS-ROWS-CHANGED
               DISPLAY "XMPL3CDM: " WS-WORK-FIELD-NAME " "
                   WS-WORK-CODE-VALUE " EXPIRES " KT-EXPIRY-DATE
           ELSE
               DISPLAY "XMPL3CDM: REWRITE FAILED, STATUS="
                   WS-KTB-STATUS
           END-IF.
       6000-EXIT.
           EXIT.
      *
       7000-WRITE-VIOLATION.
           MOVE WS-TODAY-DATE TO SV-VIOLATION-DATE.
           MOVE WS-USER-ID    TO SV-OPERATOR-ID.
           MOVE "XMPL3CDM"    TO SV-PROGRAM-ID.
           WRITE SEC-LOG-LINE FROM XMPL3-SECURITY-LOG-LINE.
       7000-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           CLOSE XMPL3-CODE-TABLE-FILE.
           CLOSE XMPL3-OPERATOR-FILE.
           CLOSE SECURITY-LOG-FILE.
           DISPLAY "XMPL3CDM: CODE TABLE ROWS CHANGED = "
               WS-ROWS-CHANGED.
       9000-EXIT.
           EXIT.
