      *        existing XMPL3UPD path.  Sign-on, authority gating and *
      *        the security-violation log follow XMPL3MNT: entering   *
      *        or cancelling a pending change takes update authority, *
      *        review is open to inquiry profiles.  The amounts       *
      *        ANOTHER-FIELD6/7 are shown but may not be changed      *
      *        here -- an amount change goes through XMPL3MNT and the *
      *        four-eyes approval on XMPL3APR, and XMPL3REL never     *
      *        releases the amounts.                                  *
      *                                                                *
      *    MODIFICATION HISTORY.                                      *
      *        09/02/2026  DRO  ORIGINAL PROGRAM.                      *
      *        10/15/2026  DRO  REFUSE ENTRY AND CANCEL, LEAVING       *
      *                         REVIEW ONLY, WHILE XMPL3AV SAYS THE    *
      *                         NIGHTLY CHAIN IS UPDATING.             *
      *        10/15/2026  DRO  REFUSE A PENDING CHANGE TO THE AMOUNTS *
      *                         ANOTHER-FIELD6/7, WHICH WOULD GO ON    *
      *                         THE MASTER WITHOUT FOUR-EYES APPROVAL. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    XMPL3PND.
       COPY "Xmpl3Fc".
       COPY "Xmpl3Oc".
       COPY "Xmpl3Pc".
       COPY "Xmpl3Vc".
           SELECT SECURITY-LOG-FILE ASSIGN TO SECLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
       COPY "Xmpl3Fd".
       COPY "Xmpl3Od".
       COPY "Xmpl3Pd".
       COPY "Xmpl3Vd".
       FD  SECURITY-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-OPR-STATUS                     PIC X(02).
       01  WS-PND-STATUS                     PIC X(02).
       01  WS-SEC-STATUS                     PIC X(02).
       01  WS-AVL-STATUS                     PIC X(02).
       01  WS-OPERATOR-AUTHORITY             PIC X(01).
           88  WS-AUTH-INQUIRY               VALUE "I".
           88  WS-AUTH-UPDATE                VALUE "U".
       01  WS-SHOW-FIELD6                    PIC 9(05).
       01  WS-SHOW-FIELD7                    PIC 9(05).
       01  WS-SHOW-FIELD12                   PIC X(20).
      *
      *    WHILE THE NIGHTLY CHAIN HAS THE MASTER POSTED UNAVAILABLE
      *    ON XMPL3AV THE PENDING FILE IS BEING RELEASED UNDER IT, SO
      *    ONLY REVIEW IS ALLOWED.
      *
       01  WS-MASTER-AVAIL-SW                PIC X(01).
           88  WS-MASTER-AVAILABLE           VALUE "Y".
           88  WS-MASTER-UNAVAILABLE         VALUE "N".
       SCREEN SECTION.
       01  PND-KEY-SCREEN.
           05  BLANK SCREEN.
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
      *    THE SAME AVAILABILITY TEST AS XMPL3MNT: READ FRESH EACH
      *    TIME, NO FILE OR RECORD MEANS AVAILABLE, AN UNREADABLE FILE
      *    MEANS BUSY.
      *
       1300-CHECK-AVAILABILITY.
           SET WS-MASTER-AVAILABLE TO TRUE.
           OPEN INPUT XMPL3-AVAIL-FILE.
           IF WS-AVL-STATUS = "35"
               GO TO 1300-EXIT
           END-IF.
           IF WS-AVL-STATUS NOT = "00"
               DISPLAY "XMPL3PND: OPEN XMPL3AV FAILED, STATUS="
                   WS-AVL-STATUS ", REVIEW ONLY"
               SET WS-MASTER-UNAVAILABLE TO TRUE
               GO TO 1300-EXIT
           END-IF.
           MOVE "MASTER" TO AV-CONTROL-KEY.
           READ XMPL3-AVAIL-FILE
               INVALID KEY
                   MOVE "A" TO AV-STATUS
           END-READ.
           IF WS-AVL-STATUS NOT = "00" AND NOT = "23"
               DISPLAY "XMPL3PND: READ XMPL3AV FAILED, STATUS="
                   WS-AVL-STATUS ", REVIEW ONLY"
               SET WS-MASTER-UNAVAILABLE TO TRUE
               CLOSE XMPL3-AVAIL-FILE
               GO TO 1300-EXIT
           END-IF.
           IF AV-BATCH-IN-PROGRESS
               SET WS-MASTER-UNAVAILABLE TO TRUE
               DISPLAY "XMPL3PND: NIGHTLY BATCH FOR " AV-RUN-DATE
                   " IS UPDATING THE MASTER, REVIEW ONLY"
           END-IF.
           CLOSE XMPL3-AVAIL-FILE.
       1300-EXIT.
           EXIT.
      *
       2000-MAIN-LOOP.
           MOVE SPACES TO WS-FUNCTION WS-KEY-NUMBER WS-KEY-NUMBER-2
                   SET WS-DONE TO TRUE
               WHEN WS-FUNC-ADD
                   IF WS-AUTH-UPDATE OR WS-AUTH-SUPERVISOR
                       PERFORM 1300-CHECK-AVAILABILITY THRU 1300-EXIT
                       IF WS-MASTER-AVAILABLE
                           PERFORM 3000-ENTER-PENDING THRU 3000-EXIT
                       END-IF
                   ELSE
                       DISPLAY "XMPL3PND: PENDING ENTRY NOT "
                           "AUTHORIZED FOR " WS-USER-ID
           MOVE ANOTHER-FIELD12 OF SECOND-TYPE TO WS-NEW-FIELD12.
           DISPLAY PND-FIELD-SCREEN.
           ACCEPT PND-FIELD-SCREEN.
      *    AN AMOUNT CHANGE NEEDS A SECOND SUPERVISOR'S APPROVAL, WHICH
      *    ONLY XMPL3MNT QUEUES.  THE AMOUNTS STORED HERE ARE THE ONES
      *    ON THE MASTER NOW, AND XMPL3REL DOES NOT RELEASE THEM.
           IF WS-NEW-FIELD6 NOT = ANOTHER-FIELD6 OF SECOND-TYPE
              OR WS-NEW-FIELD7 NOT = ANOTHER-FIELD7 OF SECOND-TYPE
               DISPLAY "XMPL3PND: ANOTHER-FIELD6/7 ARE AMOUNTS, KEY "
                   "THEM ON XMPL3MNT FOR APPROVAL -- PENDING CHANGE "
                   "NOT STORED"
               GO TO 3000-EXIT
           END-IF.
      *    THE CHAIN MAY HAVE STARTED WHILE THE OPERATOR WAS KEYING.
           PERFORM 1300-CHECK-AVAILABILITY THRU 1300-EXIT.
           IF WS-MASTER-UNAVAILABLE
               DISPLAY "XMPL3PND: PENDING CHANGE NOT STORED"
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO XMPL3-PENDING-RECORD.
           MOVE WS-KEY-NUMBER          TO PD-KEY-NUMBER.
           MOVE WS-KEY-NUMBER-2        TO PD-KEY-NUMBER-2.
      *
       4200-CANCEL-PENDING.
           IF WS-AUTH-UPDATE OR WS-AUTH-SUPERVISOR
               PERFORM 1300-CHECK-AVAILABILITY THRU 1300-EXIT
               IF WS-MASTER-UNAVAILABLE
                   DISPLAY "XMPL3PND: PENDING CHANGE NOT CANCELLED"
                   GO TO 4200-EXIT
               END-IF
               SET PD-CANCELLED TO TRUE
               REWRITE XMPL3-PENDING-RECORD
               IF WS-PND-STATUS = "00"
