      ******************************************************************
      *    PROGRAM-ID  : XMPL3APR                                      *
      *    AUTHOR      : D. OKAFOR, DATA ADMINISTRATION                *
      *    INSTALLATION: EXAMPLE2 ONLINE LIBRARY                       *
      *    DATE-WRITTEN: 10/15/2026                                    *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    REMARKS.                                                   *
      *        Four-eyes approval screen for the amount changes       *
      *        XMPL3MNT queues on the approval file (XMPL3AC/AD)      *
      *        instead of writing them to the master.  The session is *
      *        restricted to SUPERVISOR-level ids, signed on and      *
      *        logged the same as XMPL3OPM.  Function "R" steps       *
      *        through the changes still pending, showing who keyed   *
      *        each one and the ANOTHER-FIELD6/7 amounts before and   *
      *        after; on each one "A" approves, "R" rejects, "N"      *
      *        leaves it pending and moves on, "E" ends the review.   *
      *        Nobody may approve a change they keyed themselves --   *
      *        the attempt is refused and written to the security-    *
      *        violation log (XMPL3SV).  Approval re-reads the master *
      *        record and, if its LAST-UPDATE stamp or its amounts    *
      *        are no longer what XMPL3MNT queued against, marks the  *
      *        change STALE instead of applying it; otherwise it      *
      *        rewrites the record and writes the MNTLOG lines for    *
      *        the amounts changed, exactly as XMPL3MNT does for the  *
      *        fields it applies directly.  A rejection leaves the    *
      *        master alone and is written to the security-violation  *
      *        log against the keying operator so it turns up on the  *
      *        XMPL3OAR access review.  Decided and stale changes     *
      *        stay on the approval file as the audit trail;          *
      *        XMPL3APX lists any left undecided too long.            *
      *                                                                *
      *    MODIFICATION HISTORY.                                      *
      *        10/15/2026  DRO  ORIGINAL PROGRAM.                      *
      *        10/15/2026  DRO  REFUSE APPROVAL, WHICH REWRITES THE    *
      *                         MASTER, WHILE XMPL3AV SAYS THE NIGHTLY *
      *                         CHAIN IS UPDATING.                     *
      *        10/15/2026  DRO  APPEND THE FULL BEFORE- AND AFTER-     *
      *                         IMAGE OF EVERY APPROVED REWRITE TO THE *
      *                         MASTER JOURNAL (XMPL3JN) FOR FORWARD   *
      *                         RECOVERY BY XMPL3FWD.                  *
      *        10/15/2026  DRO  COMPARE THE MASTER'S LAST-UPDATE STAMP *
      *                         WITH THE ONE THE CHANGE WAS QUEUED     *
      *                         AGAINST AND MARK A CHANGE WHOSE RECORD *
      *                         HAS MOVED ON STALE, NOT APPROVED.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    XMPL3APR.
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
       COPY "Xmpl3Od".
       COPY "Xmpl3Ad".
       COPY "Xmpl3Vd".
       FD  CHANGE-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  LOG-RECORD-LINE                   PIC X(100).
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
           88  WS-FUNC-REVIEW                VALUE "R".
           88  WS-FUNC-END                   VALUE "E".
       01  WS-REVIEW-FUNCTION                PIC X(01).
           88  WS-REV-FUNC-APPROVE           VALUE "A".
           88  WS-REV-FUNC-REJECT            VALUE "R".
           88  WS-REV-FUNC-NEXT              VALUE "N".
           88  WS-REV-FUNC-END               VALUE "E".
       01  WS-REVIEW-DONE-SW                 PIC X(01).
           88  WS-REVIEW-DONE                VALUE "Y".
           88  WS-REVIEW-NOT-DONE            VALUE "N".
       01  WS-RECORD-FOUND-SW                PIC X(01).
           88  WS-RECORD-WAS-FOUND           VALUE "Y".
           88  WS-RECORD-NOT-FOUND           VALUE "N".
       01  WS-SHOW-KEY                       PIC X(25).
       01  WS-SHOW-SUBMITTED-BY              PIC X(08).
       01  WS-SHOW-SUBMIT-DATE               PIC X(08).
       01  WS-SHOW-BEFORE-FIELD6             PIC 9(05).
       01  WS-SHOW-BEFORE-FIELD7             PIC 9(05).
       01  WS-SHOW-NEW-FIELD6                PIC 9(05).
       01  WS-SHOW-NEW-FIELD7                PIC 9(05).
       01  WS-APPROVED-COUNT                 PIC S9(09) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT                 PIC S9(09) COMP VALUE ZERO.
       01  WS-STALE-COUNT                    PIC S9(09) COMP VALUE ZERO.
       01  WS-MASTER-AVAIL-SW                PIC X(01).
           88  WS-MASTER-AVAILABLE           VALUE "Y".
           88  WS-MASTER-UNAVAILABLE         VALUE "N".
       COPY "Xmpl3Ml".
       SCREEN SECTION.
       01  APR-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01 VALUE
                   "XMPL3APR -- AMOUNT CHANGE APPROVAL".
           05  LINE 03 COLUMN 01 VALUE "FUNCTION (R/E)  :".
           05  LINE 03 COLUMN 20 PIC X(01) USING WS-FUNCTION.
       01  APR-REVIEW-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01 VALUE
                   "XMPL3APR -- PENDING AMOUNT CHANGE".
           05  LINE 03 COLUMN 01 VALUE "RECORD KEY      :".
           05  LINE 03 COLUMN 20 PIC X(25) FROM WS-SHOW-KEY.
           05  LINE 04 COLUMN 01 VALUE "KEYED BY        :".
           05  LINE 04 COLUMN 20 PIC X(08) FROM WS-SHOW-SUBMITTED-BY.
           05  LINE 05 COLUMN 01 VALUE "KEYED ON        :".
           05  LINE 05 COLUMN 20 PIC X(08) FROM WS-SHOW-SUBMIT-DATE.
           05  LINE 07 COLUMN 01 VALUE "ANOTHER-FIELD6  :".
           05  LINE 07 COLUMN 20 PIC 9(05) FROM WS-SHOW-BEFORE-FIELD6.
           05  LINE 07 COLUMN 27 VALUE "->".
           05  LINE 07 COLUMN 31 PIC 9(05) FROM WS-SHOW-NEW-FIELD6.
           05  LINE 08 COLUMN 01 VALUE "ANOTHER-FIELD7  :".
           05  LINE 08 COLUMN 20 PIC 9(05) FROM WS-SHOW-BEFORE-FIELD7.
           05  LINE 08 COLUMN 27 VALUE "->".
           05  LINE 08 COLUMN 31 PIC 9(05) FROM WS-SHOW-NEW-FIELD7.
           05  LINE 10 COLUMN 01 VALUE "FUNCTION(A/R/N/E):".
           05  LINE 10 COLUMN 20 PIC X(01) USING WS-REVIEW-FUNCTION.
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
           OPEN I-O XMPL3-MASTER.
           IF NOT WS-XMPL3-OK
               DISPLAY "XMPL3APR: OPEN XMPL3-MASTER FAILED, STATUS="
                   WS-XMPL3-STATUS
               SET WS-DONE TO TRUE
           END-IF.
      *    A SUPERVISOR MAY SIGN ON BEFORE ANYTHING HAS EVER BEEN
      *    QUEUED, SO THE QUEUE IS BUILT EMPTY HERE TOO.
           OPEN I-O XMPL3-APPROVAL-FILE.
           IF WS-APR-STATUS = "35"
               OPEN OUTPUT XMPL3-APPROVAL-FILE
               IF WS-APR-STATUS = "00"
                   CLOSE XMPL3-APPROVAL-FILE
                   OPEN I-O XMPL3-APPROVAL-FILE
               END-IF
           END-IF.
           IF WS-APR-STATUS NOT = "00"
               DISPLAY "XMPL3APR: OPEN XMPL3-APPROVAL-FILE FAILED, "
                   "STATUS=" WS-APR-STATUS
               SET WS-DONE TO TRUE
           END-IF.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF WS-SEC-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF.
      *    AN APPROVAL THAT CANNOT BE JOURNALED WOULD BE LOST BY A
      *    FORWARD RECOVERY, SO THE SESSION IS REFUSED.
           OPEN EXTEND XMPL3-JOURNAL-FILE.
           IF WS-JNL-STATUS = "35"
               OPEN OUTPUT XMPL3-JOURNAL-FILE
           END-IF.
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "XMPL3APR: OPEN XMPL3JNL FAILED, STATUS="
                   WS-JNL-STATUS ", SESSION REFUSED"
               SET WS-DONE TO TRUE
           END-IF.
      *    NO PROFILE FILE MEANS NO WAY TO VERIFY ANYBODY -- THE
      *    SESSION FAILS CLOSED, THE SAME AS XMPL3MNT.
           OPEN INPUT XMPL3-OPERATOR-FILE.
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "XMPL3APR: OPEN XMPL3-OPERATOR-FILE FAILED, "
                   "STATUS=" WS-OPR-STATUS ", SESSION REFUSED"
               SET WS-DONE TO TRUE
           ELSE
               IF WS-NOT-DONE
                   PERFORM 1200-VERIFY-SUPERVISOR THRU 1200-EXIT
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *    ONLY AN ACTIVE SUPERVISOR PROFILE MAY DECIDE AN AMOUNT
      *    CHANGE.  ANYTHING ELSE -- UNKNOWN ID, DEACTIVATED ID, OR
      *    AUTHORITY BELOW "S" -- IS REFUSED OUTRIGHT AND LOGGED, THE
      *    SAME AS XMPL3OPM.
      *
       1200-VERIFY-SUPERVISOR.
           MOVE WS-USER-ID TO OP-OPERATOR-ID.
           READ XMPL3-OPERATOR-FILE
               INVALID KEY
                   DISPLAY "XMPL3APR: OPERATOR " WS-USER-ID
                       " NOT ON PROFILE FILE, SESSION REFUSED"
                   MOVE "UNKNOWN OPERATOR ID" TO SV-REASON
                   PERFORM 7000-WRITE-VIOLATION THRU 7000-EXIT
                   SET WS-DONE TO TRUE
                   GO TO 1200-EXIT
           END-READ.
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "XMPL3APR: PROFILE READ FAILED, STATUS="
                   WS-OPR-STATUS ", SESSION REFUSED"
               SET WS-DONE TO TRUE
               GO TO 1200-EXIT
           END-IF.
           IF NOT OP-ACTIVE
               DISPLAY "XMPL3APR: OPERATOR " WS-USER-ID
                   " IS DEACTIVATED, SESSION REFUSED"
               MOVE "OPERATOR ID DEACTIVATED" TO SV-REASON
               PERFORM 7000-WRITE-VIOLATION THRU 7000-EXIT
               SET WS-DONE TO TRUE
               GO TO 1200-EXIT
           END-IF.
           IF NOT OP-AUTH-SUPERVISOR
               DISPLAY "XMPL3APR: OPERATOR " WS-USER-ID
                   " IS NOT SUPERVISOR, SESSION REFUSED"
               MOVE "SUPERVISOR AUTHORITY REQUIRED" TO SV-REASON
               PERFORM 7000-WRITE-VIOLATION THRU 7000-EXIT
               SET WS-DONE TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.
      *
       2000-MAIN-LOOP.
           MOVE SPACES TO WS-FUNCTION.
           DISPLAY APR-SCREEN.
           ACCEPT APR-SCREEN.
           EVALUATE TRUE
               WHEN WS-FUNC-END
                   SET WS-DONE TO TRUE
               WHEN WS-FUNC-REVIEW
                   PERFORM 3000-REVIEW-QUEUE THRU 3000-EXIT
               WHEN OTHER
                   DISPLAY "XMPL3APR: INVALID FUNCTION, TRY AGAIN"
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *
       3000-REVIEW-QUEUE.
           SET WS-REVIEW-NOT-DONE TO TRUE.
           MOVE SPACES TO AP-APPROVAL-KEY.
           MOVE ZERO TO AP-KEY-NUMBER-3.
           START XMPL3-APPROVAL-FILE
               KEY IS NOT LESS THAN AP-APPROVAL-KEY
               INVALID KEY
                   DISPLAY "XMPL3APR: NOTHING ON THE APPROVAL FILE"
                   GO TO 3000-EXIT
           END-START.
           PERFORM 3100-REVIEW-ONE THRU 3100-EXIT
               UNTIL WS-REVIEW-DONE.
       3000-EXIT.
           EXIT.
      *
       3100-REVIEW-ONE.
           READ XMPL3-APPROVAL-FILE NEXT RECORD
               AT END
                   DISPLAY "XMPL3APR: END OF APPROVAL FILE"
                   SET WS-REVIEW-DONE TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF NOT AP-PENDING
               GO TO 3100-EXIT
           END-IF.
           MOVE AP-APPROVAL-KEY(1:25) TO WS-SHOW-KEY.
           MOVE AP-SUBMITTED-BY       TO WS-SHOW-SUBMITTED-BY.
           MOVE AP-SUBMIT-DATE        TO WS-SHOW-SUBMIT-DATE.
           MOVE AP-BEFORE-FIELD6      TO WS-SHOW-BEFORE-FIELD6.
           MOVE AP-BEFORE-FIELD7      TO WS-SHOW-BEFORE-FIELD7.
           MOVE AP-NEW-FIELD6         TO WS-SHOW-NEW-FIELD6.
           MOVE AP-NEW-FIELD7         TO WS-SHOW-NEW-FIELD7.
           MOVE "N" TO WS-REVIEW-FUNCTION.
           DISPLAY APR-REVIEW-SCREEN.
           ACCEPT APR-REVIEW-SCREEN.
           EVALUATE TRUE
               WHEN WS-REV-FUNC-END
                   SET WS-REVIEW-DONE TO TRUE
               WHEN WS-REV-FUNC-NEXT
                   CONTINUE
               WHEN WS-REV-FUNC-APPROVE
                   PERFORM 4000-APPROVE-CHANGE THRU 4000-EXIT
               WHEN WS-REV-FUNC-REJECT
                   PERFORM 5000-REJECT-CHANGE THRU 5000-EXIT
               WHEN OTHER
                   DISPLAY "XMPL3APR: INVALID FUNCTION, CHANGE "
                       "LEFT PENDING"
           END-EVALUATE.
       3100-EXIT.
           EXIT.
      *
      *    THE KEYING OPERATOR MAY NEVER APPROVE THEIR OWN CHANGE --
      *    NOT EVEN A SUPERVISOR.  THE ATTEMPT IS REFUSED AND LOGGED.
      *    A CHANGE WHOSE RECORD NO LONGER CARRIES THE LAST-UPDATE
      *    STAMP IT WAS QUEUED AGAINST, OR THE AMOUNTS THE KEYING
      *    OPERATOR SAW, IS REFUSED TOO: APPROVING IT WOULD QUIETLY
      *    UNDO WHATEVER CHANGED THE RECORD IN BETWEEN.  IT IS MARKED
      *    STALE, SO IT LEAVES THE PENDING QUEUE, AND HAS TO BE
      *    RE-KEYED AGAINST THE RECORD AS IT NOW STANDS.  THE AMOUNT
      *    TEST STAYS BESIDE THE STAMP TEST BECAUSE A SECOND CHANGE BY
      *    THE SAME OPERATOR ON THE SAME DAY LEAVES THE SAME STAMP.
      *
       4000-APPROVE-CHANGE.
           IF AP-SUBMITTED-BY = WS-USER-ID
               DISPLAY "XMPL3APR: YOU KEYED THIS CHANGE, IT NEEDS "
                   "ANOTHER SUPERVISOR"
               MOVE "SELF-APPROVAL ATTEMPTED" TO SV-REASON
               PERFORM 7000-WRITE-VIOLATION THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4050-CHECK-AVAILABILITY THRU 4050-EXIT.
           IF WS-MASTER-UNAVAILABLE
               DISPLAY "XMPL3APR: CHANGE LEFT PENDING"
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-FIND-MASTER-RECORD THRU 4100-EXIT.
           IF WS-RECORD-NOT-FOUND
               GO TO 4000-EXIT
           END-IF.
           IF LAST-UPDATE-DATE OF SECOND-TYPE NOT = AP-SEEN-UPDATE-DATE
              OR LAST-UPDATE-USER-ID OF SECOND-TYPE
                 NOT = AP-SEEN-UPDATE-USER-ID
              OR ANOTHER-FIELD6 OF SECOND-TYPE NOT = AP-BEFORE-FIELD6
              OR ANOTHER-FIELD7 OF SECOND-TYPE NOT = AP-BEFORE-FIELD7
               DISPLAY "XMPL3APR: MASTER RECORD HAS CHANGED SINCE THIS "
                   "WAS KEYED, LAST UPDATED "
                   LAST-UPDATE-DATE OF SECOND-TYPE " BY "
                   LAST-UPDATE-USER-ID OF SECOND-TYPE
               DISPLAY "XMPL3APR: CHANGE MARKED STALE, NOT APPROVED -- "
                   "RE-KEY IT ON XMPL3MNT"
               SET AP-STALE TO TRUE
               PERFORM 4200-MARK-DECIDED THRU 4200-EXIT
               ADD 1 TO WS-STALE-COUNT
               GO TO 4000-EXIT
           END-IF.
           MOVE SECOND-TYPE   TO JN-BEFORE-IMAGE.
           MOVE AP-NEW-FIELD6 TO ANOTHER-FIELD6 OF SECOND-TYPE.
           MOVE AP-NEW-FIELD7 TO ANOTHER-FIELD7 OF SECOND-TYPE.
      *    THE CHANGE IS STILL THE KEYING OPERATOR'S -- THE STAMP AND
      *    THE LOG LINES CARRY THEIR ID, AND THE APPROVER IS ON THE
      *    APPROVAL RECORD.
           MOVE WS-TODAY-DATE TO WS-DATE-WORK.
           CALL "DTEEDIT" USING WS-DATE-WORK WS-DATE-VALID-SW.
           IF WS-DATE-IS-VALID
               MOVE WS-DATE-WORK TO LAST-UPDATE-DATE OF SECOND-TYPE
           END-IF.
           MOVE AP-SUBMITTED-BY TO LAST-UPDATE-USER-ID OF SECOND-TYPE.
           SET MAINTENANCE-STATUS-ACTIVE OF SECOND-TYPE TO TRUE.
           MOVE SECOND-TYPE TO JN-AFTER-IMAGE.
           REWRITE SECOND-TYPE.
           IF NOT WS-XMPL3-OK
               DISPLAY "XMPL3APR: REWRITE FAILED, STATUS="
                   WS-XMPL3-STATUS ", CHANGE LEFT PENDING"
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4300-WRITE-JOURNAL THRU 4300-EXIT.
           IF AP-NEW-FIELD6 NOT = AP-BEFORE-FIELD6
               MOVE "ANOTHER-FIELD6" TO LL-FIELD-NAME
               MOVE AP-BEFORE-FIELD6 TO LL-BEFORE-VALUE
               MOVE AP-NEW-FIELD6    TO LL-AFTER-VALUE
               PERFORM 6000-WRITE-LOG-LINE THRU 6000-EXIT
           END-IF.
           IF AP-NEW-FIELD7 NOT = AP-BEFORE-FIELD7
               MOVE "ANOTHER-FIELD7" TO LL-FIELD-NAME
               MOVE AP-BEFORE-FIELD7 TO LL-BEFORE-VALUE
               MOVE AP-NEW-FIELD7    TO LL-AFTER-VALUE
               PERFORM 6000-WRITE-LOG-LINE THRU 6000-EXIT
           END-IF.
           SET AP-APPROVED TO TRUE.
           PERFORM 4200-MARK-DECIDED THRU 4200-EXIT.
           ADD 1 TO WS-APPROVED-COUNT.
           DISPLAY "XMPL3APR: CHANGE APPROVED AND APPLIED".
       4000-EXIT.
           EXIT.
      *
      *    THE SAME AVAILABILITY TEST AS XMPL3MNT: READ FRESH EACH
      *    TIME, NO FILE OR RECORD MEANS AVAILABLE, AN UNREADABLE FILE
      *    MEANS BUSY.  ONLY APPROVAL WAITS FOR THE CHAIN -- A
      *    REJECTION LEAVES THE MASTER ALONE.
      *
       4050-CHECK-AVAILABILITY.
           SET WS-MASTER-AVAILABLE TO TRUE.
           OPEN INPUT XMPL3-AVAIL-FILE.
           IF WS-AVL-STATUS = "35"
               GO TO 4050-EXIT
           END-IF.
           IF WS-AVL-STATUS NOT = "00"
               DISPLAY "XMPL3APR: OPEN XMPL3AV FAILED, STATUS="
                   WS-AVL-STATUS
               SET WS-MASTER-UNAVAILABLE TO TRUE
               GO TO 4050-EXIT
           END-IF.
           MOVE "MASTER" TO AV-CONTROL-KEY.
           READ XMPL3-AVAIL-FILE
               INVALID KEY
                   MOVE "A" TO AV-STATUS
           END-READ.
           IF WS-AVL-STATUS NOT = "00" AND NOT = "23"
               DISPLAY "XMPL3APR: READ XMPL3AV FAILED, STATUS="
                   WS-AVL-STATUS
               SET WS-MASTER-UNAVAILABLE TO TRUE
               CLOSE XMPL3-AVAIL-FILE
               GO TO 4050-EXIT
           END-IF.
           IF AV-BATCH-IN-PROGRESS
               SET WS-MASTER-UNAVAILABLE TO TRUE
               DISPLAY "XMPL3APR: NIGHTLY BATCH FOR " AV-RUN-DATE
                   " IS UPDATING THE MASTER"
           END-IF.
           CLOSE XMPL3-AVAIL-FILE.
       4050-EXIT.
           EXIT.
      *
       4100-FIND-MASTER-RECORD.
           SET WS-RECORD-NOT-FOUND TO TRUE.
           MOVE AP-KEY-NUMBER    TO SOME-FIELD-NUMBER OF FIRST-TYPE.
           MOVE AP-KEY-NUMBER-2  TO SOME-FIELD-NUMBER-2 OF FIRST-TYPE.
           MOVE AP-KEY-NUMBER-3  TO SOME-FIELD-NUMBER-3 OF FIRST-TYPE.
           MOVE AP-CREATION-DATE TO CREATION-DATE OF FIRST-TYPE.
           MOVE "02" TO REDEFINES-RECORD-TYPE OF FIRST-TYPE.
           READ XMPL3-MASTER
               INVALID KEY
                   DISPLAY "XMPL3APR: RECORD NO LONGER ON THE MASTER"
                   GO TO 4100-EXIT
           END-READ.
           IF REDEFINES-RECORD-TYPE OF FIRST-TYPE NOT = "02"
               DISPLAY "XMPL3APR: KEY FOUND BUT IS NOT A SECOND-TYPE "
                   "RECORD"
               GO TO 4100-EXIT
           END-IF.
           SET WS-RECORD-WAS-FOUND TO TRUE.
       4100-EXIT.
           EXIT.
      *
       4200-MARK-DECIDED.
           MOVE WS-USER-ID    TO AP-DECIDED-BY.
           MOVE WS-TODAY-DATE TO AP-DECIDED-DATE.
           REWRITE XMPL3-APPROVAL-RECORD.
           IF WS-APR-STATUS NOT = "00"
               DISPLAY "XMPL3APR: APPROVAL REWRITE FAILED, STATUS="
                   WS-APR-STATUS
           END-IF.
       4200-EXIT.
           EXIT.
      *
      *    THE JOURNAL CARRIES THE APPROVER, WHOSE DECISION PUT THE
      *    CHANGE ON THE MASTER; THE KEYING OPERATOR IS IN THE STAMP.
      *    THE REWRITE HAS ALREADY GONE THROUGH, SO A JOURNAL WRITE
      *    FAILURE CANNOT UNDO IT -- THE KEY IS SHOWN FOR DATA
      *    ADMINISTRATION TO JOURNAL BY HAND AND THE SESSION ENDS.
      *
       4300-WRITE-JOURNAL.
           ACCEPT JN-JOURNAL-DATE FROM DATE YYYYMMDD.
           ACCEPT JN-JOURNAL-TIME FROM TIME.
           MOVE WS-TODAY-DATE      TO JN-RUN-DATE.
           MOVE "XMPL3APR"         TO JN-PROGRAM-ID.
           MOVE WS-USER-ID         TO JN-USER-ID.
           SET JN-ACTION-REPLACE   TO TRUE.
           MOVE JN-AFTER-IMAGE(1:27) TO JN-RECORD-KEY.
           WRITE XMPL3-JOURNAL-RECORD.
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "XMPL3APR: JOURNAL WRITE FAILED, STATUS="
                   WS-JNL-STATUS " KEY " AP-KEY-NUMBER " "
                   AP-KEY-NUMBER-2
               DISPLAY "XMPL3APR: CHANGE APPLIED BUT NOT JOURNALED, "
                   "SESSION ENDED"
               SET WS-REVIEW-DONE TO TRUE
               SET WS-DONE TO TRUE
           END-IF.
       4300-EXIT.
           EXIT.
      *
      *    A REJECTION NEVER TOUCHES THE MASTER.  IT IS LOGGED AGAINST
      *    THE OPERATOR WHO KEYED THE CHANGE, WITH THE REJECTING
      *    SUPERVISOR IN THE REASON TEXT.
      *
       5000-REJECT-CHANGE.
           SET AP-REJECTED TO TRUE.
           PERFORM 4200-MARK-DECIDED THRU 4200-EXIT.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO SV-REASON.
           STRING "AMT CHG REJECTED BY " DELIMITED BY SIZE
                  WS-USER-ID             DELIMITED BY SPACE
               INTO SV-REASON.
           MOVE WS-TODAY-DATE   TO SV-VIOLATION-DATE.
           MOVE AP-SUBMITTED-BY TO SV-OPERATOR-ID.
           MOVE "XMPL3APR"      TO SV-PROGRAM-ID.
           WRITE SEC-LOG-LINE FROM XMPL3-SECURITY-LOG-LINE.
           DISPLAY "XMPL3APR: CHANGE REJECTED".
       5000-EXIT.
           EXIT.
      *
       6000-WRITE-LOG-LINE.
           MOVE AP-SUBMITTED-BY TO LL-USER-ID.
           MOVE AP-KEY-NUMBER   TO LL-KEY-NUMBER.
           MOVE AP-KEY-NUMBER-2 TO LL-KEY-NUMBER-2.
           WRITE LOG-RECORD-LINE FROM XMPL3-MAINT-LOG-LINE.
       6000-EXIT.
           EXIT.
      *
       7000-WRITE-VIOLATION.
           MOVE WS-TODAY-DATE TO SV-VIOLATION-DATE.
           MOVE WS-USER-ID    TO SV-OPERATOR-ID.
           MOVE "XMPL3APR"    TO SV-PROGRAM-ID.
           WRITE SEC-LOG-LINE FROM XMPL3-SECURITY-LOG-LINE.
       7000-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           CLOSE XMPL3-MASTER.
           CLOSE XMPL3-APPROVAL-FILE.
           CLOSE CHANGE-LOG-FILE.
           CLOSE XMPL3-OPERATOR-FILE.
           CLOSE SECURITY-LOG-FILE.
           CLOSE XMPL3-JOURNAL-FILE.
           DISPLAY "XMPL3APR: CHANGES APPROVED = " WS-APPROVED-COUNT.
           DISPLAY "XMPL3APR: CHANGES REJECTED = " WS-REJECTED-COUNT.
           DISPLAY "XMPL3APR: CHANGES STALE    = " WS-STALE-COUNT.
       9000-EXIT.
           EXIT.
