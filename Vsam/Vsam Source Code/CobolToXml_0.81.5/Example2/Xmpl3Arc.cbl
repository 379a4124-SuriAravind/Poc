      *                         RECORD (XMPL3RC) TO THE COMMON RUN-    *
      *                         CONTROL FILE FOR THE END-OF-NIGHT      *
      *                         BALANCER (XMPL3BAL).                   *
      *        10/15/2026  DRO  APPEND THE FULL BEFORE-IMAGE OF EVERY  *
      *                         ARCHIVED RECORD TO THE MASTER JOURNAL  *
      *                         (XMPL3JN) FOR FORWARD RECOVERY BY      *
      *                         XMPL3FWD.  NO JOURNAL, NO PURGE.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    XMPL3ARC.
           SELECT RUN-CONTROL-FILE ASSIGN TO XMPL3RUN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT XMPL3-JOURNAL-FILE ASSIGN TO XMPL3JNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY "Xmpl3Fd".
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       COPY "Xmpl3Rc".
       FD  XMPL3-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 900 CHARACTERS.
       COPY "Xmpl3Jn".
       WORKING-STORAGE SECTION.
       COPY "Xmpl3Ws".
       01  WS-ARC-STATUS                     PIC X(02).
       01  WS-RPT-STATUS                     PIC X(02).
       01  WS-RUN-STATUS                     PIC X(02).
       01  WS-JNL-STATUS                     PIC X(02).
       01  WS-JOURNAL-SW                     PIC X(01).
           88  WS-JOURNAL-OK                 VALUE "Y".
           88  WS-JOURNAL-FAILED             VALUE "N".
       01  WS-RUN-DATE                       PIC X(08).
       01  WS-PARM-LINE                      PIC X(08).
       01  WS-CUTOFF-DATE                    PIC X(08).
      *
       1000-INITIALIZE.
           SET WS-NOT-AT-END TO TRUE.
           SET WS-JOURNAL-OK TO TRUE.
           MOVE ZERO TO WS-RECORDS-READ WS-RECORDS-ARCHIVED
               WS-RECORDS-KEPT WS-DELETE-FAILURES WS-TALLY-COUNT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                   WS-XMPL3-STATUS
               SET WS-AT-END TO TRUE
           END-IF.
      *    A PURGE THAT CANNOT BE JOURNALED WOULD COME BACK ON A
      *    FORWARD RECOVERY, SO NOTHING IS PURGED.
           OPEN EXTEND XMPL3-JOURNAL-FILE.
           IF WS-JNL-STATUS = "35"
               OPEN OUTPUT XMPL3-JOURNAL-FILE
           END-IF.
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "XMPL3ARC: OPEN XMPL3JNL FAILED, STATUS="
                   WS-JNL-STATUS
               SET WS-JOURNAL-FAILED TO TRUE
               SET WS-AT-END TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *
               ADD 1 TO WS-RECORDS-KEPT
               GO TO 3000-EXIT
           END-IF.
           MOVE FIRST-TYPE TO JN-BEFORE-IMAGE.
           DELETE XMPL3-MASTER RECORD.
           IF NOT WS-XMPL3-OK
               DISPLAY "XMPL3ARC: DELETE FAILED, STATUS="
           END-IF.
           ADD 1 TO WS-RECORDS-ARCHIVED.
           PERFORM 3100-ACCUMULATE-TALLY THRU 3100-EXIT.
           PERFORM 3200-WRITE-JOURNAL THRU 3200-EXIT.
       3000-EXIT.
           EXIT.
      *
       3100-EXIT.
           EXIT.
      *
      *    A PURGE IS JOURNALED AS A DELETE: THE RECORD AS READ IS THE
      *    BEFORE-IMAGE, THERE IS NO AFTER-IMAGE.  IF THE JOURNAL
      *    CANNOT BE WRITTEN THE SWEEP STOPS AND ENDS RC=8 -- WHAT IS
      *    LEFT ON THE MASTER IS PICKED UP BY THE NEXT SWEEP.
      *
       3200-WRITE-JOURNAL.
           ACCEPT JN-JOURNAL-DATE FROM DATE YYYYMMDD.
           ACCEPT JN-JOURNAL-TIME FROM TIME.
           MOVE WS-RUN-DATE        TO JN-RUN-DATE.
           MOVE "XMPL3ARC"         TO JN-PROGRAM-ID.
           MOVE "XMPL3ARC"         TO JN-USER-ID.
           SET JN-ACTION-DELETE    TO TRUE.
           MOVE JN-BEFORE-IMAGE(1:27) TO JN-RECORD-KEY.
           MOVE SPACES             TO JN-AFTER-IMAGE.
           WRITE XMPL3-JOURNAL-RECORD.
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "XMPL3ARC: JOURNAL WRITE FAILED, STATUS="
                   WS-JNL-STATUS " KEY "
                   SOME-FIELD-NUMBER OF FIRST-TYPE ", SWEEP STOPPED"
               SET WS-JOURNAL-FAILED TO TRUE
               SET WS-AT-END TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.
      *
      *    SIMPLE IN-MEMORY BUBBLE SORT OF THE TALLY TABLE BY TYPE
      *    CODE THEN MONTH, THE SAME AS XMPL3RPT, SO THE REPORT
      *    PRINTS IN A STABLE ORDER.
           CLOSE XMPL3-MASTER.
           CLOSE XMPL3-ARCHIVE-OUT.
           CLOSE ARC-REPORT-FILE.
           CLOSE XMPL3-JOURNAL-FILE.
           DISPLAY "XMPL3ARC: RECORDS READ     = " WS-RECORDS-READ.
           DISPLAY "XMPL3ARC: RECORDS ARCHIVED = "
               WS-RECORDS-ARCHIVED.
           DISPLAY "XMPL3ARC: RECORDS KEPT     = " WS-RECORDS-KEPT.
           DISPLAY "XMPL3ARC: DELETE FAILURES  = "
               WS-DELETE-FAILURES.
           IF WS-JOURNAL-FAILED
               DISPLAY "XMPL3ARC: MASTER JOURNAL NOT WRITTEN, RC=8"
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
