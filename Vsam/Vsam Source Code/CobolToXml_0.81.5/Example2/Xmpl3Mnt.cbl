      *                                                                *
      *    REMARKS.                                                   *
      *        Online inquiry/maintenance screen for the SECOND-TYPE  *
      *        fields ANOTHER-FIELD2 through ANOTHER-FIELD12 on the    *
      *        XMPL3 master VSAM file.  An operator keys in the       *
      *        record's business key, reviews the current values,    *
      *        and may key in replacements; every field actually      *
      *                         ARE REFUSED FUNCTION "U", AND EVERY    *
      *                         REFUSAL IS WRITTEN TO THE SECURITY-    *
      *                         VIOLATION LOG (XMPL3SV).               *
      *        10/15/2026  DRO  QUEUE CHANGES TO THE AMOUNT FIELDS     *
      *                         ANOTHER-FIELD6/7 ON THE APPROVAL FILE  *
      *                         (XMPL3AC/AD) FOR A SECOND OPERATOR TO  *
      *                         DECIDE ON XMPL3APR, INSTEAD OF         *
      *                         REWRITING THE MASTER STRAIGHT AWAY.    *
      *        10/15/2026  DRO  DROP TO INQUIRY-ONLY WHILE XMPL3AV     *
      *                         SAYS THE NIGHTLY CHAIN IS UPDATING,    *
      *                         AND REREAD THE RECORD BEFORE REWRITE,  *
      *                         REFUSING THE CHANGE IF ANOTHER UPDATE  *
      *                         HAS STAMPED IT SINCE IT WAS SHOWN.     *
      *        10/15/2026  DRO  ADD THE CODE FIELDS ANOTHER-FIELD2/3/4 *
      *                         TO THE SCREEN, AND REFUSE ANY CHANGED  *
      *                         CODE VALUE NOT ON THE VALID-VALUES     *
      *                         CODE TABLE (CDEEDIT) AS OF TODAY.      *
      *        10/15/2026  DRO  APPEND THE FULL BEFORE- AND AFTER-     *
      *                         IMAGE OF EVERY REWRITE TO THE MASTER   *
      *                         JOURNAL (XMPL3JN) FOR FORWARD RECOVERY *
      *                         BY XMPL3FWD.  NO JOURNAL, NO SESSION.  *
      *        10/15/2026  DRO  QUEUE AN AMOUNT CHANGE WITH THE STAMP  *
      *                         THE RECORD IS LEFT CARRYING, SO        *
      *                         XMPL3APR CAN REFUSE A STALE APPROVAL,  *
      *                         AND REFUSE THE UPDATE IF XMPL3AV       *
      *                         CANNOT BE READ.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    XMPL3MNT.
       FILE-CONTROL.
       COPY "Xmpl3Fc".
       COPY "Xmpl3Oc".
       COPY "Xmpl3Ac".
       COPY "Xmpl3Vc".
           SELECT CHANGE-LOG-FILE ASSIGN TO MNTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO SECLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
           SELECT XMPL3-JOURNAL-FILE ASSIGN TO XMPL3JNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY "Xmpl3Fd".
           RECORD CONTAINS 100 CHARACTERS.
       01  LOG-RECORD-LINE                   PIC X(100).
       COPY "Xmpl3Od".
       COPY "Xmpl3Ad".
       COPY "Xmpl3Vd".
       FD  SECURITY-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  SEC-LOG-LINE                      PIC X(80).
       FD  XMPL3-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 900 CHARACTERS.
       COPY "Xmpl3Jn".
       WORKING-STORAGE SECTION.
       COPY "Xmpl3Ws".
       COPY "Xmpl3Sv".
       01  WS-LOG-STATUS                     PIC X(02).
       01  WS-OPR-STATUS                     PIC X(02).
       01  WS-SEC-STATUS                     PIC X(02).
       01  WS-APR-STATUS                     PIC X(02).
       01  WS-AVL-STATUS                     PIC X(02).
       01  WS-JNL-STATUS                     PIC X(02).
       01  WS-OPERATOR-AUTHORITY             PIC X(01).
           88  WS-AUTH-INQUIRY               VALUE "I".
           88  WS-AUTH-UPDATE                VALUE "U".
           88  WS-DATE-IS-VALID               VALUE "Y".
           88  WS-DATE-IS-INVALID             VALUE "N".
       01  WS-BEFORE-IMAGE.
           05  WS-BEFORE-FIELD2               PIC X(01).
           05  WS-BEFORE-FIELD3               PIC X(01).
           05  WS-BEFORE-FIELD4               PIC X(01).
           05  WS-BEFORE-FIELD5               PIC X(08).
           05  WS-BEFORE-FIELD6               PIC 9(05).
           05  WS-BEFORE-FIELD7               PIC 9(05).
           05  WS-BEFORE-FIELD10              PIC X(12).
           05  WS-BEFORE-FIELD11              PIC X(12).
           05  WS-BEFORE-FIELD12              PIC X(70).
       01  WS-NEW-FIELD2                     PIC X(01).
       01  WS-NEW-FIELD3                     PIC X(01).
       01  WS-NEW-FIELD4                     PIC X(01).
       01  WS-NEW-FIELD5                     PIC X(08).
       01  WS-NEW-FIELD6                     PIC 9(05).
       01  WS-NEW-FIELD7                     PIC 9(05).
       01  WS-NEW-FIELD10                    PIC X(12).
       01  WS-NEW-FIELD11                    PIC X(12).
       01  WS-NEW-FIELD12                    PIC X(70).
      *
      *    FOUR-EYES CONTROL ON THE AMOUNT FIELDS.  A CHANGE TO
      *    ANOTHER-FIELD6 OR ANOTHER-FIELD7 BY MORE THAN THE THRESHOLD
      *    GOES TO THE APPROVAL QUEUE INSTEAD OF THE MASTER.  A
      *    THRESHOLD OF ZERO SENDS EVERY AMOUNT CHANGE FOR APPROVAL,
      *    WHICH IS THE SHOP STANDARD.
      *
       01  WS-APPROVAL-THRESHOLD             PIC 9(05) VALUE ZERO.
       01  WS-AMOUNT-DIFF                    PIC S9(06) COMP.
       01  WS-TIME-WORK                      PIC X(08).
       01  WS-APPROVAL-SW                    PIC X(01).
           88  WS-APPROVAL-NEEDED            VALUE "Y".
           88  WS-APPROVAL-NOT-NEEDED        VALUE "N".
       01  WS-QUEUE-FAILED-SW                PIC X(01).
           88  WS-QUEUE-FAILED               VALUE "Y".
           88  WS-QUEUE-OK                   VALUE "N".
       01  WS-SEEN-UPDATE-DATE               PIC X(08).
       01  WS-SEEN-UPDATE-USER-ID            PIC X(08).
       01  WS-OTHER-FIELDS-SW                PIC X(01).
           88  WS-OTHER-FIELDS-CHANGED       VALUE "Y".
           88  WS-OTHER-FIELDS-UNCHANGED     VALUE "N".
      *
      *    THE NIGHTLY CHAIN POSTS THE MASTER UNAVAILABLE ON XMPL3AV
      *    WHILE IT UPDATES; FUNCTION "U" IS REFUSED UNTIL IT IS
      *    POSTED AVAILABLE AGAIN.
      *
       01  WS-MASTER-AVAIL-SW                PIC X(01).
           88  WS-MASTER-AVAILABLE           VALUE "Y".
           88  WS-MASTER-UNAVAILABLE         VALUE "N".
       01  WS-RECORD-CHANGED-SW              PIC X(01).
           88  WS-RECORD-CHANGED             VALUE "Y".
           88  WS-RECORD-UNCHANGED           VALUE "N".
      *
      *    A CHANGED CODE FIELD MUST CARRY A VALUE IN EFFECT ON THE
      *    VALID-VALUES CODE TABLE TODAY (CDEEDIT).
      *
       01  WS-CODES-SW                       PIC X(01).
           88  WS-CODES-ACCEPTED             VALUE "Y".
           88  WS-CODES-REJECTED             VALUE "N".
       COPY "Xmpl3Kp".
       COPY "Xmpl3Ml".
       SCREEN SECTION.
       01  MNT-SCREEN.
           05  LINE 07 COLUMN 01 VALUE "CREATION DATE   :".
           05  LINE 07 COLUMN 20 PIC X(08) USING WS-KEY-CREATION-DATE.
       01  MNT-FIELD-SCREEN.
           05  LINE 09 COLUMN 01 VALUE "ANOTHER-FIELD2  :".
           05  LINE 09 COLUMN 20 PIC X(01) USING WS-NEW-FIELD2.
           05  LINE 10 COLUMN 01 VALUE "ANOTHER-FIELD3  :".
           05  LINE 10 COLUMN 20 PIC X(01) USING WS-NEW-FIELD3.
           05  LINE 11 COLUMN 01 VALUE "ANOTHER-FIELD4  :".
           05  LINE 11 COLUMN 20 PIC X(01) USING WS-NEW-FIELD4.
           05  LINE 12 COLUMN 01 VALUE "ANOTHER-FIELD5  :".
           05  LINE 12 COLUMN 20 PIC X(08) USING WS-NEW-FIELD5.
           05  LINE 13 COLUMN 01 VALUE "ANOTHER-FIELD6  :".
           05  LINE 13 COLUMN 20 PIC 9(05) USING WS-NEW-FIELD6.
           05  LINE 14 COLUMN 01 VALUE "ANOTHER-FIELD7  :".
           05  LINE 14 COLUMN 20 PIC 9(05) USING WS-NEW-FIELD7.
           05  LINE 15 COLUMN 01 VALUE "ANOTHER-FIELD8  :".
           05  LINE 15 COLUMN 20 PIC X(12) USING WS-NEW-FIELD8.
           05  LINE 16 COLUMN 01 VALUE "ANOTHER-FIELD9  :".
           05  LINE 16 COLUMN 20 PIC X(12) USING WS-NEW-FIELD9.
           05  LINE 17 COLUMN 01 VALUE "ANOTHER-FIELD10 :".
           05  LINE 17 COLUMN 20 PIC X(12) USING WS-NEW-FIELD10.
           05  LINE 18 COLUMN 01 VALUE "ANOTHER-FIELD11 :".
           05  LINE 18 COLUMN 20 PIC X(12) USING WS-NEW-FIELD11.
           05  LINE 19 COLUMN 01 VALUE "ANOTHER-FIELD12 :".
           05  LINE 19 COLUMN 20 PIC X(70) USING WS-NEW-FIELD12.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-SEC-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF.
      *    A CHANGE THAT CANNOT BE JOURNALED WOULD BE LOST BY A
      *    FORWARD RECOVERY, SO THE SESSION IS REFUSED.
           OPEN EXTEND XMPL3-JOURNAL-FILE.
           IF WS-JNL-STATUS = "35"
               OPEN OUTPUT XMPL3-JOURNAL-FILE
           END-IF.
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "XMPL3MNT: OPEN XMPL3JNL FAILED, STATUS="
                   WS-JNL-STATUS ", SESSION REFUSED"
               SET WS-DONE TO TRUE
           END-IF.
      *    FIRST EVER SESSION BUILDS THE APPROVAL QUEUE EMPTY, THE
      *    SAME CREATE PATTERN XMPL3PND USES FOR THE PENDING FILE.
      *    WITHOUT THE QUEUE AN AMOUNT CHANGE HAS NOWHERE TO WAIT, SO
      *    THE SESSION IS REFUSED RATHER THAN LETTING ONE THROUGH.
           OPEN I-O XMPL3-APPROVAL-FILE.
           IF WS-APR-STATUS = "35"
               OPEN OUTPUT XMPL3-APPROVAL-FILE
               IF WS-APR-STATUS = "00"
                   CLOSE XMPL3-APPROVAL-FILE
                   OPEN I-O XMPL3-APPROVAL-FILE
               END-IF
           END-IF.
           IF WS-APR-STATUS NOT = "00"
               DISPLAY "XMPL3MNT: OPEN XMPL3-APPROVAL-FILE FAILED, "
                   "STATUS=" WS-APR-STATUS
               SET WS-DONE TO TRUE
           END-IF.
      *    NO PROFILE FILE MEANS NO WAY TO VERIFY ANYBODY -- THE
      *    SESSION FAILS CLOSED RATHER THAN FALLING BACK TO THE OLD
      *    TAKE-ANY-ID BEHAVIOR.
                   PERFORM 1200-VERIFY-OPERATOR THRU 1200-EXIT
               END-IF
           END-IF.
           IF WS-NOT-DONE
               PERFORM 1300-CHECK-AVAILABILITY THRU 1300-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *
           MOVE OP-AUTHORITY-LEVEL TO WS-OPERATOR-AUTHORITY.
       1200-EXIT.
           EXIT.
      *
      *    THE AVAILABILITY RECORD IS READ FRESH EACH TIME SO A CHAIN
      *    THAT STARTS OR FINISHES MID-SESSION IS SEEN AT ONCE.  NO
      *    FILE OR NO RECORD MEANS THE CHAIN HAS NEVER POSTED THE
      *    MASTER BUSY; A FILE THAT CANNOT BE READ IS TAKEN AS BUSY,
      *    THE SAFE SIDE FOR AN UPDATE.
      *
       1300-CHECK-AVAILABILITY.
           SET WS-MASTER-AVAILABLE TO TRUE.
           OPEN INPUT XMPL3-AVAIL-FILE.
           IF WS-AVL-STATUS = "35"
               GO TO 1300-EXIT
           END-IF.
           IF WS-AVL-STATUS NOT = "00"
               DISPLAY "XMPL3MNT: OPEN XMPL3AV FAILED, STATUS="
                   WS-AVL-STATUS ", INQUIRY ONLY"
               SET WS-MASTER-UNAVAILABLE TO TRUE
               GO TO 1300-EXIT
           END-IF.
           MOVE "MASTER" TO AV-CONTROL-KEY.
           READ XMPL3-AVAIL-FILE
               INVALID KEY
                   MOVE "A" TO AV-STATUS
           END-READ.
           IF WS-AVL-STATUS NOT = "00" AND NOT = "23"
               DISPLAY "XMPL3MNT: READ XMPL3AV FAILED, STATUS="
                   WS-AVL-STATUS ", INQUIRY ONLY"
               SET WS-MASTER-UNAVAILABLE TO TRUE
               CLOSE XMPL3-AVAIL-FILE
               GO TO 1300-EXIT
           END-IF.
           IF AV-BATCH-IN-PROGRESS
               SET WS-MASTER-UNAVAILABLE TO TRUE
               DISPLAY "XMPL3MNT: NIGHTLY BATCH FOR " AV-RUN-DATE
                   " IS UPDATING THE MASTER, INQUIRY ONLY"
           END-IF.
           CLOSE XMPL3-AVAIL-FILE.
       1300-EXIT.
           EXIT.
      *
       2000-MAIN-LOOP.
           MOVE SPACES TO WS-FUNCTION WS-KEY-NUMBER WS-KEY-NUMBER-2
                   END-IF
               WHEN WS-FUNC-UPDATE
                   IF WS-AUTH-UPDATE OR WS-AUTH-SUPERVISOR
                       PERFORM 1300-CHECK-AVAILABILITY THRU 1300-EXIT
                       IF WS-MASTER-AVAILABLE
                           PERFORM 3000-FIND-RECORD THRU 3000-EXIT
                       ELSE
                           SET WS-RECORD-NOT-FOUND TO TRUE
                       END-IF
                       IF WS-RECORD-WAS-FOUND
                           PERFORM 3100-SHOW-RECORD THRU 3100-EXIT
                           PERFORM 4000-ACCEPT-CHANGES THRU 4000-EXIT
           EXIT.
      *
       3100-SHOW-RECORD.
           MOVE ANOTHER-FIELD2  OF SECOND-TYPE TO WS-BEFORE-FIELD2.
           MOVE ANOTHER-FIELD3  OF SECOND-TYPE TO WS-BEFORE-FIELD3.
           MOVE ANOTHER-FIELD4  OF SECOND-TYPE TO WS-BEFORE-FIELD4.
           MOVE ANOTHER-FIELD5  OF SECOND-TYPE TO WS-BEFORE-FIELD5.
           MOVE ANOTHER-FIELD6  OF SECOND-TYPE TO WS-BEFORE-FIELD6.
           MOVE ANOTHER-FIELD7  OF SECOND-TYPE TO WS-BEFORE-FIELD7.
           MOVE ANOTHER-FIELD10 OF SECOND-TYPE TO WS-BEFORE-FIELD10.
           MOVE ANOTHER-FIELD11 OF SECOND-TYPE TO WS-BEFORE-FIELD11.
           MOVE ANOTHER-FIELD12 OF SECOND-TYPE TO WS-BEFORE-FIELD12.
           MOVE WS-BEFORE-FIELD2  TO WS-NEW-FIELD2.
           MOVE WS-BEFORE-FIELD3  TO WS-NEW-FIELD3.
           MOVE WS-BEFORE-FIELD4  TO WS-NEW-FIELD4.
           MOVE WS-BEFORE-FIELD5  TO WS-NEW-FIELD5.
           MOVE WS-BEFORE-FIELD6  TO WS-NEW-FIELD6.
           MOVE WS-BEFORE-FIELD7  TO WS-NEW-FIELD7.
           MOVE WS-BEFORE-FIELD10 TO WS-NEW-FIELD10.
           MOVE WS-BEFORE-FIELD11 TO WS-NEW-FIELD11.
           MOVE WS-BEFORE-FIELD12 TO WS-NEW-FIELD12.
           MOVE LAST-UPDATE-DATE    OF SECOND-TYPE
               TO WS-SEEN-UPDATE-DATE.
           MOVE LAST-UPDATE-USER-ID OF SECOND-TYPE
               TO WS-SEEN-UPDATE-USER-ID.
           DISPLAY MNT-FIELD-SCREEN.
       3100-EXIT.
           EXIT.
           ACCEPT MNT-FIELD-SCREEN.
       4000-EXIT.
           EXIT.
      *
      *    AN AMOUNT CHANGE THAT NEEDS A SECOND PAIR OF EYES IS QUEUED
      *    AND THE AMOUNTS GO BACK TO WHAT IS ON FILE; ANY OTHER FIELD
      *    KEYED ON THE SAME SCREEN IS STILL APPLIED NOW.  IF THE
      *    QUEUE WRITE FAILS NOTHING IS APPLIED, SO THE OPERATOR CAN
      *    SIMPLY KEY THE WHOLE CHANGE AGAIN.
      *
       5000-APPLY-CHANGES.
      *    THE CHAIN MAY HAVE STARTED, OR ANOTHER OPERATOR OR AN
      *    APPROVAL MAY HAVE UPDATED THE RECORD, WHILE THIS OPERATOR
      *    WAS KEYING -- EITHER WAY NOTHING IS APPLIED OR QUEUED.
           PERFORM 1300-CHECK-AVAILABILITY THRU 1300-EXIT.
           IF WS-MASTER-UNAVAILABLE
               DISPLAY "XMPL3MNT: CHANGE NOT APPLIED"
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5050-REREAD-RECORD THRU 5050-EXIT.
           IF WS-RECORD-CHANGED
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5150-CHECK-CODE-VALUES THRU 5150-EXIT.
           IF WS-CODES-REJECTED
               GO TO 5000-EXIT
           END-IF.
           MOVE SECOND-TYPE TO JN-BEFORE-IMAGE.
           PERFORM 5100-CHECK-APPROVAL THRU 5100-EXIT.
           IF WS-APPROVAL-NEEDED
               PERFORM 5170-CHECK-OTHER-FIELDS THRU 5170-EXIT
               PERFORM 5200-QUEUE-APPROVAL THRU 5200-EXIT
               IF WS-QUEUE-FAILED
                   GO TO 5000-EXIT
               END-IF
               MOVE WS-BEFORE-FIELD6 TO WS-NEW-FIELD6
               MOVE WS-BEFORE-FIELD7 TO WS-NEW-FIELD7
               IF WS-OTHER-FIELDS-UNCHANGED
                   GO TO 5000-EXIT
               END-IF
           END-IF.
           MOVE WS-NEW-FIELD2  TO ANOTHER-FIELD2  OF SECOND-TYPE.
           MOVE WS-NEW-FIELD3  TO ANOTHER-FIELD3  OF SECOND-TYPE.
           MOVE WS-NEW-FIELD4  TO ANOTHER-FIELD4  OF SECOND-TYPE.
           MOVE WS-NEW-FIELD5  TO ANOTHER-FIELD5  OF SECOND-TYPE.
           MOVE WS-NEW-FIELD6  TO ANOTHER-FIELD6  OF SECOND-TYPE.
           MOVE WS-NEW-FIELD7  TO ANOTHER-FIELD7  OF SECOND-TYPE.
           END-IF.
           MOVE WS-USER-ID TO LAST-UPDATE-USER-ID OF SECOND-TYPE.
           SET MAINTENANCE-STATUS-ACTIVE OF SECOND-TYPE TO TRUE.
           MOVE SECOND-TYPE TO JN-AFTER-IMAGE.
           REWRITE SECOND-TYPE.
           IF NOT WS-XMPL3-OK
               DISPLAY "XMPL3MNT: REWRITE FAILED, STATUS="
                   WS-XMPL3-STATUS
               GO TO 5000-EXIT
           END-IF.
           PERFORM 6100-WRITE-JOURNAL THRU 6100-EXIT.
           IF WS-NEW-FIELD2 NOT = WS-BEFORE-FIELD2
               MOVE "ANOTHER-FIELD2" TO LL-FIELD-NAME
               MOVE WS-BEFORE-FIELD2 TO LL-BEFORE-VALUE
               MOVE WS-NEW-FIELD2    TO LL-AFTER-VALUE
               PERFORM 6000-WRITE-LOG-LINE THRU 6000-EXIT
           END-IF.
           IF WS-NEW-FIELD3 NOT = WS-BEFORE-FIELD3
               MOVE "ANOTHER-FIELD3" TO LL-FIELD-NAME
               MOVE WS-BEFORE-FIELD3 TO LL-BEFORE-VALUE
               MOVE WS-NEW-FIELD3    TO LL-AFTER-VALUE
               PERFORM 6000-WRITE-LOG-LINE THRU 6000-EXIT
           END-IF.
           IF WS-NEW-FIELD4 NOT = WS-BEFORE-FIELD4
               MOVE "ANOTHER-FIELD4" TO LL-FIELD-NAME
               MOVE WS-BEFORE-FIELD4 TO LL-BEFORE-VALUE
               MOVE WS-NEW-FIELD4    TO LL-AFTER-VALUE
               PERFORM 6000-WRITE-LOG-LINE THRU 6000-EXIT
           END-IF.
           IF WS-NEW-FIELD5 NOT = WS-BEFORE-FIELD5
               MOVE "ANOTHER-FIELD5" TO LL-FIELD-NAME
               MOVE WS-BEFORE-FIELD5 TO LL-BEFORE-VALUE
           END-IF.
       5000-EXIT.
           EXIT.
      *
      *    THE REREAD REFRESHES THE RECORD AREA THE REWRITE GOES FROM.
      *    A DIFFERENT LAST-UPDATE STAMP MEANS SOMEONE ELSE'S CHANGE
      *    WENT IN AFTER THE SCREEN WAS SHOWN, AND THE FIELDS THEMSELVES
      *    ARE COMPARED TOO, SINCE THE SAME OPERATOR ON THE SAME DAY
      *    LEAVES THE SAME STAMP.  THE OPERATOR REDISPLAYS AND REKEYS.
      *
       5050-REREAD-RECORD.
           SET WS-RECORD-CHANGED TO TRUE.
           PERFORM 3000-FIND-RECORD THRU 3000-EXIT.
           IF WS-RECORD-NOT-FOUND
               DISPLAY "XMPL3MNT: RECORD NO LONGER ON FILE, CHANGE "
                   "NOT APPLIED"
               GO TO 5050-EXIT
           END-IF.
           IF LAST-UPDATE-DATE    OF SECOND-TYPE
                  NOT = WS-SEEN-UPDATE-DATE
              OR LAST-UPDATE-USER-ID OF SECOND-TYPE
                  NOT = WS-SEEN-UPDATE-USER-ID
              OR ANOTHER-FIELD2  OF SECOND-TYPE NOT = WS-BEFORE-FIELD2
              OR ANOTHER-FIELD3  OF SECOND-TYPE NOT = WS-BEFORE-FIELD3
              OR ANOTHER-FIELD4  OF SECOND-TYPE NOT = WS-BEFORE-FIELD4
              OR ANOTHER-FIELD5  OF SECOND-TYPE NOT = WS-BEFORE-FIELD5
              OR ANOTHER-FIELD6  OF SECOND-TYPE NOT = WS-BEFORE-FIELD6
              OR ANOTHER-FIELD7  OF SECOND-TYPE NOT = WS-BEFORE-FIELD7
              OR ANOTHER-FIELD8  OF SECOND-TYPE NOT = WS-BEFORE-FIELD8
              OR ANOTHER-FIELD9  OF SECOND-TYPE NOT = WS-BEFORE-FIELD9
              OR ANOTHER-FIELD10 OF SECOND-TYPE NOT = WS-BEFORE-FIELD10
              OR ANOTHER-FIELD11 OF SECOND-TYPE NOT = WS-BEFORE-FIELD11
              OR ANOTHER-FIELD12 OF SECOND-TYPE NOT = WS-BEFORE-FIELD12
               DISPLAY "XMPL3MNT: RECORD UPDATED BY "
                   LAST-UPDATE-USER-ID OF SECOND-TYPE " ON "
                   LAST-UPDATE-DATE OF SECOND-TYPE
                   " SINCE IT WAS SHOWN, CHANGE NOT APPLIED"
               GO TO 5050-EXIT
           END-IF.
           SET WS-RECORD-UNCHANGED TO TRUE.
       5050-EXIT.
           EXIT.
      *
      *    ONLY A CODE FIELD THE OPERATOR ACTUALLY CHANGED IS EDITED
      *    -- A VALUE ALREADY ON THE RECORD THAT HAS SINCE LEFT THE
      *    TABLE IS XMPL3AUD'S TO REPORT, AND MUST NOT BLOCK AN
      *    UNRELATED CHANGE.  ONE BAD VALUE REFUSES THE WHOLE CHANGE,
      *    SO NOTHING IS HALF-APPLIED; THE OPERATOR REKEYS.
      *
       5150-CHECK-CODE-VALUES.
           SET WS-CODES-ACCEPTED TO TRUE.
           ACCEPT WS-DATE-WORK FROM DATE YYYYMMDD.
           IF WS-NEW-FIELD2 NOT = WS-BEFORE-FIELD2
               MOVE "ANOTHER-FIELD2" TO CE-FIELD-NAME
               MOVE WS-NEW-FIELD2    TO CE-CODE-VALUE
               PERFORM 5160-EDIT-ONE-CODE THRU 5160-EXIT
           END-IF.
           IF WS-NEW-FIELD3 NOT = WS-BEFORE-FIELD3
              AND WS-CODES-ACCEPTED
               MOVE "ANOTHER-FIELD3" TO CE-FIELD-NAME
               MOVE WS-NEW-FIELD3    TO CE-CODE-VALUE
               PERFORM 5160-EDIT-ONE-CODE THRU 5160-EXIT
           END-IF.
           IF WS-NEW-FIELD4 NOT = WS-BEFORE-FIELD4
              AND WS-CODES-ACCEPTED
               MOVE "ANOTHER-FIELD4" TO CE-FIELD-NAME
               MOVE WS-NEW-FIELD4    TO CE-CODE-VALUE
               PERFORM 5160-EDIT-ONE-CODE THRU 5160-EXIT
           END-IF.
       5150-EXIT.
           EXIT.
      *
       5160-EDIT-ONE-CODE.
           MOVE "F"          TO CE-FUNCTION.
           MOVE WS-DATE-WORK TO CE-AS-OF-DATE.
           MOVE "02"         TO CE-RECORD-TYPE.
           CALL "CDEEDIT" USING XMPL3-CODE-EDIT-AREA.
           IF CE-CODE-INVALID
               DISPLAY "XMPL3MNT: " CE-FIELD-NAME " VALUE "
                   CE-CODE-VALUE " NOT ON CODE TABLE, CHANGE NOT "
                   "APPLIED"
               SET WS-CODES-REJECTED TO TRUE
           END-IF.
           IF CE-TABLE-FAILED
               DISPLAY "XMPL3MNT: CODE TABLE NOT AVAILABLE, CHANGE "
                   "NOT APPLIED"
               SET WS-CODES-REJECTED TO TRUE
           END-IF.
       5160-EXIT.
           EXIT.
      *
       5100-CHECK-APPROVAL.
           SET WS-APPROVAL-NOT-NEEDED TO TRUE.
           IF WS-NEW-FIELD6 = WS-BEFORE-FIELD6
              AND WS-NEW-FIELD7 = WS-BEFORE-FIELD7
               GO TO 5100-EXIT
           END-IF.
           IF WS-APPROVAL-THRESHOLD = ZERO
               SET WS-APPROVAL-NEEDED TO TRUE
               GO TO 5100-EXIT
           END-IF.
           COMPUTE WS-AMOUNT-DIFF = WS-NEW-FIELD6 - WS-BEFORE-FIELD6.
           IF WS-AMOUNT-DIFF < ZERO
               MULTIPLY -1 BY WS-AMOUNT-DIFF
           END-IF.
           IF WS-AMOUNT-DIFF > WS-APPROVAL-THRESHOLD
               SET WS-APPROVAL-NEEDED TO TRUE
               GO TO 5100-EXIT
           END-IF.
           COMPUTE WS-AMOUNT-DIFF = WS-NEW-FIELD7 - WS-BEFORE-FIELD7.
           IF WS-AMOUNT-DIFF < ZERO
               MULTIPLY -1 BY WS-AMOUNT-DIFF
           END-IF.
           IF WS-AMOUNT-DIFF > WS-APPROVAL-THRESHOLD
               SET WS-APPROVAL-NEEDED TO TRUE
           END-IF.
       5100-EXIT.
           EXIT.
      *
      *    WHETHER ANYTHING BESIDES THE AMOUNTS WAS CHANGED -- THOSE
      *    FIELDS STILL GO ON THE MASTER NOW, WITHOUT WAITING FOR THE
      *    APPROVAL.
      *
       5170-CHECK-OTHER-FIELDS.
           SET WS-OTHER-FIELDS-CHANGED TO TRUE.
           IF WS-NEW-FIELD2  = WS-BEFORE-FIELD2
              AND WS-NEW-FIELD3  = WS-BEFORE-FIELD3
              AND WS-NEW-FIELD4  = WS-BEFORE-FIELD4
              AND WS-NEW-FIELD5  = WS-BEFORE-FIELD5
              AND WS-NEW-FIELD8  = WS-BEFORE-FIELD8
              AND WS-NEW-FIELD9  = WS-BEFORE-FIELD9
              AND WS-NEW-FIELD10 = WS-BEFORE-FIELD10
              AND WS-NEW-FIELD11 = WS-BEFORE-FIELD11
              AND WS-NEW-FIELD12 = WS-BEFORE-FIELD12
               SET WS-OTHER-FIELDS-UNCHANGED TO TRUE
           END-IF.
       5170-EXIT.
           EXIT.
      *
      *    THE QUEUED CHANGE CARRIES THE AMOUNTS AND THE LAST-UPDATE
      *    STAMP THE RECORD WILL HAVE WHEN THIS TRANSACTION IS DONE:
      *    THE STAMP THE OPERATOR SAW, OR, WHEN THE OTHER FIELDS GO
      *    ON THE MASTER NOW, THE STAMP THAT REWRITE LEAVES.  XMPL3APR
      *    REFUSES THE APPROVAL AS STALE IF THE RECORD NO LONGER
      *    CARRIES IT, SO AN APPROVAL NEVER OVERWRITES A CHANGE MADE
      *    AFTER THE AMOUNTS WERE KEYED.
      *
       5200-QUEUE-APPROVAL.
           SET WS-QUEUE-OK TO TRUE.
           ACCEPT WS-DATE-WORK FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-WORK FROM TIME.
           MOVE SPACES TO XMPL3-APPROVAL-RECORD.
           MOVE WS-KEY-NUMBER          TO AP-KEY-NUMBER.
           MOVE WS-KEY-NUMBER-2        TO AP-KEY-NUMBER-2.
           MOVE WS-KEY-NUMBER-3        TO AP-KEY-NUMBER-3.
           MOVE WS-KEY-CREATION-DATE   TO AP-CREATION-DATE.
           MOVE WS-DATE-WORK           TO AP-SUBMIT-DATE.
           MOVE WS-TIME-WORK           TO AP-SUBMIT-TIME.
           SET AP-PENDING TO TRUE.
           MOVE WS-USER-ID             TO AP-SUBMITTED-BY.
           IF WS-OTHER-FIELDS-CHANGED
               MOVE WS-DATE-WORK       TO AP-SEEN-UPDATE-DATE
               MOVE WS-USER-ID         TO AP-SEEN-UPDATE-USER-ID
           ELSE
               MOVE WS-SEEN-UPDATE-DATE    TO AP-SEEN-UPDATE-DATE
               MOVE WS-SEEN-UPDATE-USER-ID TO AP-SEEN-UPDATE-USER-ID
           END-IF.
           MOVE WS-BEFORE-FIELD6       TO AP-BEFORE-FIELD6.
           MOVE WS-BEFORE-FIELD7       TO AP-BEFORE-FIELD7.
           MOVE WS-NEW-FIELD6          TO AP-NEW-FIELD6.
           MOVE WS-NEW-FIELD7          TO AP-NEW-FIELD7.
           WRITE XMPL3-APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "XMPL3MNT: APPROVAL ALREADY QUEUED FOR "
                       "THIS KEY AND TIME, CHANGE NOT APPLIED"
                   SET WS-QUEUE-FAILED TO TRUE
                   GO TO 5200-EXIT
           END-WRITE.
           IF WS-APR-STATUS = "00"
               DISPLAY "XMPL3MNT: AMOUNT CHANGE QUEUED FOR "
                   "SUPERVISOR APPROVAL"
           ELSE
               DISPLAY "XMPL3MNT: APPROVAL WRITE FAILED, STATUS="
                   WS-APR-STATUS ", CHANGE NOT APPLIED"
               SET WS-QUEUE-FAILED TO TRUE
           END-IF.
       5200-EXIT.
           EXIT.
      *
       6000-WRITE-LOG-LINE.
           MOVE WS-USER-ID      TO LL-USER-ID.
           WRITE LOG-RECORD-LINE FROM XMPL3-MAINT-LOG-LINE.
       6000-EXIT.
           EXIT.
      *
      *    THE REWRITE HAS ALREADY GONE THROUGH, SO A JOURNAL WRITE
      *    FAILURE CANNOT UNDO IT -- THE KEY IS SHOWN FOR DATA
      *    ADMINISTRATION TO JOURNAL BY HAND AND THE SESSION ENDS, SO
      *    NO FURTHER CHANGE GOES IN UNJOURNALED.
      *
       6100-WRITE-JOURNAL.
           ACCEPT JN-JOURNAL-DATE FROM DATE YYYYMMDD.
           ACCEPT JN-JOURNAL-TIME FROM TIME.
           MOVE JN-JOURNAL-DATE    TO JN-RUN-DATE.
           MOVE "XMPL3MNT"         TO JN-PROGRAM-ID.
           MOVE WS-USER-ID         TO JN-USER-ID.
           SET JN-ACTION-REPLACE   TO TRUE.
           MOVE JN-AFTER-IMAGE(1:27) TO JN-RECORD-KEY.
           WRITE XMPL3-JOURNAL-RECORD.
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "XMPL3MNT: JOURNAL WRITE FAILED, STATUS="
                   WS-JNL-STATUS " KEY " WS-KEY-NUMBER " "
                   WS-KEY-NUMBER-2
               DISPLAY "XMPL3MNT: CHANGE APPLIED BUT NOT JOURNALED, "
                   "SESSION ENDED"
               SET WS-DONE TO TRUE
           END-IF.
       6100-EXIT.
           EXIT.
      *
       7000-WRITE-VIOLATION.
           ACCEPT WS-DATE-WORK FROM DATE YYYYMMDD.
           EXIT.
      *
       9000-TERMINATE.
           MOVE "C" TO CE-FUNCTION.
           CALL "CDEEDIT" USING XMPL3-CODE-EDIT-AREA.
           CLOSE XMPL3-MASTER.
           CLOSE CHANGE-LOG-FILE.
           CLOSE XMPL3-APPROVAL-FILE.
           CLOSE XMPL3-OPERATOR-FILE.
           CLOSE SECURITY-LOG-FILE.
           CLOSE XMPL3-JOURNAL-FILE.
       9000-EXIT.
           EXIT.
