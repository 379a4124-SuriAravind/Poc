      *                         SO THE NIGHTLY CHAIN CONTROLLER        *
      *                         (XMPL3CHN) CAN CALL THIS PROGRAM AS A  *
      *                         STEP.                                  *
      *        10/15/2026  DRO  APPEND THE FULL AFTER-IMAGE OF EVERY   *
      *                         LOADED RECORD TO THE MASTER JOURNAL    *
      *                         (XMPL3JN) FOR FORWARD RECOVERY BY      *
      *                         XMPL3FWD.  NO JOURNAL, NO LOAD.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    XMPL3LD.
           SELECT CHANGE-LOG-FILE ASSIGN TO MNTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT XMPL3-JOURNAL-FILE ASSIGN TO XMPL3JNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY "Xmpl3Fd".
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  LOG-RECORD-LINE                   PIC X(100).
       FD  XMPL3-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 900 CHARACTERS.
       COPY "Xmpl3Jn".
       WORKING-STORAGE SECTION.
       COPY "Xmpl3Ws".
       COPY "Xmpl3Ml".
       01  WS-SUS-STATUS                     PIC X(02).
       01  WS-RUN-STATUS                     PIC X(02).
       01  WS-LOG-STATUS                     PIC X(02).
       01  WS-JNL-STATUS                     PIC X(02).
       01  WS-JOURNAL-SW                     PIC X(01).
           88  WS-JOURNAL-OK                 VALUE "Y".
           88  WS-JOURNAL-FAILED             VALUE "N".
       01  WS-PARM-LINE                      PIC X(40).
       01  WS-PARM-CKPT-N                    PIC X(07).
       01  WS-PARM-RESTART-KEY               PIC X(07).
      *
       1000-INITIALIZE.
           SET WS-NOT-AT-END TO TRUE.
           SET WS-JOURNAL-OK TO TRUE.
           MOVE ZERO TO WS-RECORDS-READ WS-RECORDS-SKIPPED-RESTART
               WS-RECORDS-LOADED WS-RECORDS-REJECTED
               WS-SINCE-LAST-CKPT.
                   WS-XMPL3-STATUS
               SET WS-AT-END TO TRUE
           END-IF.
      *    A LOAD THAT CANNOT BE JOURNALED COULD NOT BE RECOVERED
      *    FORWARD FROM THE LAST BACKUP, SO NOTHING IS LOADED.
           OPEN EXTEND XMPL3-JOURNAL-FILE.
           IF WS-JNL-STATUS = "35"
               OPEN OUTPUT XMPL3-JOURNAL-FILE
           END-IF.
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "XMPL3LD: OPEN XMPL3JNL FAILED, STATUS="
                   WS-JNL-STATUS
               SET WS-JOURNAL-FAILED TO TRUE
               SET WS-AT-END TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *
                       FIRST-TYPE
                   SET MAINTENANCE-STATUS-ACTIVE OF FIRST-TYPE
                       TO TRUE
                   MOVE FIRST-TYPE TO JN-AFTER-IMAGE
                   WRITE FIRST-TYPE
               WHEN "02"
                   MOVE WS-FULL-RECORD TO SECOND-TYPE
                       SECOND-TYPE
                   SET MAINTENANCE-STATUS-ACTIVE OF SECOND-TYPE
                       TO TRUE
                   MOVE SECOND-TYPE TO JN-AFTER-IMAGE
                   WRITE SECOND-TYPE
               WHEN "03"
                   MOVE WS-FULL-RECORD TO THIRD-TYPE
                   MOVE THIRD-TYPE TO JN-AFTER-IMAGE
                   WRITE THIRD-TYPE
               WHEN OTHER
                   ADD 1 TO WS-RECORDS-REJECTED
               ADD 1 TO WS-SINCE-LAST-CKPT
               MOVE LR-KEY-NUMBER TO WS-LAST-COMMITTED-KEY
               PERFORM 6500-WRITE-LOAD-STAMP THRU 6500-EXIT
               PERFORM 6600-WRITE-JOURNAL THRU 6600-EXIT
               IF WS-SINCE-LAST-CKPT >= WS-CKPT-INTERVAL
                   PERFORM 7000-WRITE-CHECKPOINT THRU 7000-EXIT
                   MOVE ZERO TO WS-SINCE-LAST-CKPT
           WRITE LOG-RECORD-LINE FROM XMPL3-MAINT-LOG-LINE.
       6500-EXIT.
           EXIT.
      *
      *    THE AFTER-IMAGE WAS TAKEN JUST BEFORE THE WRITE; A LOAD HAS
      *    NO BEFORE-IMAGE.  IF THE JOURNAL CANNOT BE WRITTEN THE LOAD
      *    STOPS HERE -- EVERY RECORD ALREADY LOADED IS JOURNALED BUT
      *    THIS ONE, THE CHECKPOINT STILL NAMES THE LAST ONE LOADED,
      *    AND THE RC=8 HOLDS THE CHAIN FOR A RESTART ONCE THE
      *    JOURNAL IS FIXED.
      *
       6600-WRITE-JOURNAL.
           ACCEPT JN-JOURNAL-DATE FROM DATE YYYYMMDD.
           ACCEPT JN-JOURNAL-TIME FROM TIME.
           MOVE WS-LOAD-DATE       TO JN-RUN-DATE.
           MOVE "XMPL3LD"          TO JN-PROGRAM-ID.
           MOVE WS-BATCH-USER-ID   TO JN-USER-ID.
           SET JN-ACTION-ADD       TO TRUE.
           MOVE JN-AFTER-IMAGE(1:27) TO JN-RECORD-KEY.
           MOVE SPACES             TO JN-BEFORE-IMAGE.
           WRITE XMPL3-JOURNAL-RECORD.
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "XMPL3LD: JOURNAL WRITE FAILED, STATUS="
                   WS-JNL-STATUS " KEY " LR-KEY-NUMBER
                   ", LOAD STOPPED"
               SET WS-JOURNAL-FAILED TO TRUE
               SET WS-AT-END TO TRUE
           END-IF.
       6600-EXIT.
           EXIT.
      *
       7000-WRITE-CHECKPOINT.
           MOVE WS-RECORDS-LOADED      TO CL-LOADED-COUNT.
           CLOSE XMPL3-CHECKPOINT.
           CLOSE XMPL3-SUSPENSE.
           CLOSE CHANGE-LOG-FILE.
           CLOSE XMPL3-JOURNAL-FILE.
           DISPLAY "XMPL3LD: RECORDS READ           = "
               WS-RECORDS-READ.
           DISPLAY "XMPL3LD: SKIPPED BY RESTART      = "
               WS-RECORDS-REJECTED.
           DISPLAY "XMPL3LD: LAST COMMITTED KEY      = "
               WS-LAST-COMMITTED-KEY.
           IF WS-JOURNAL-FAILED
               DISPLAY "XMPL3LD: MASTER JOURNAL NOT WRITTEN, RC=8"
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
