      *                         RECORD (XMPL3RC) TO THE COMMON RUN-    *
      *                         CONTROL FILE FOR THE END-OF-NIGHT      *
      *                         BALANCER (XMPL3BAL).                   *
      *        10/15/2026  DRO  APPEND THE FULL AFTER-IMAGE OF EVERY   *
      *                         RESTORED RECORD TO THE MASTER JOURNAL  *
      *                         (XMPL3JN) FOR FORWARD RECOVERY BY      *
      *                         XMPL3FWD.  NO JOURNAL, NO RESTORE.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    XMPL3RST.
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
       01  WS-DATE-VALID-SW                  PIC X(01).
           88  WS-DATE-IS-VALID              VALUE "Y".
      *
       1000-INITIALIZE.
           SET WS-NOT-AT-END TO TRUE.
           SET WS-JOURNAL-OK TO TRUE.
           MOVE ZERO TO WS-RECORDS-READ WS-RECORDS-RESTORED
               WS-RECORDS-BYPASSED WS-DUPLICATES-SKIPPED
               WS-WRITE-FAILURES.
                   WS-XMPL3-STATUS
               SET WS-AT-END TO TRUE
           END-IF.
      *    A RESTORE THAT CANNOT BE JOURNALED WOULD BE LOST AGAIN BY A
      *    FORWARD RECOVERY, SO NOTHING IS RESTORED.
           OPEN EXTEND XMPL3-JOURNAL-FILE.
           IF WS-JNL-STATUS = "35"
               OPEN OUTPUT XMPL3-JOURNAL-FILE
           END-IF.
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "XMPL3RST: OPEN XMPL3JNL FAILED, STATUS="
                   WS-JNL-STATUS
               SET WS-JOURNAL-FAILED TO TRUE
               SET WS-AT-END TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *    IN THE IMAGE ITSELF.
      *
       3000-RESTORE-RECORD.
           MOVE ARC-ARCHIVE-RECORD TO JN-AFTER-IMAGE.
           EVALUATE ARC-RECORD-KEY(1:2)
               WHEN "01"
                   MOVE ARC-ARCHIVE-RECORD TO FIRST-TYPE
               WHEN WS-XMPL3-OK
                   ADD 1 TO WS-RECORDS-RESTORED
                   MOVE "RESTORED" TO DL-DISPOSITION
                   PERFORM 3100-WRITE-JOURNAL THRU 3100-EXIT
               WHEN WS-XMPL3-DUPLICATE
                   ADD 1 TO WS-DUPLICATES-SKIPPED
                   MOVE "ALREADY ON MASTER, SKIPPED"
           WRITE RST-REPORT-LINE FROM WS-DETAIL-LINE.
       3000-EXIT.
           EXIT.
      *
      *    A RESTORE IS JOURNALED AS AN ADD: NO BEFORE-IMAGE, THE
      *    ARCHIVE IMAGE AS THE AFTER-IMAGE.  IF THE JOURNAL CANNOT BE
      *    WRITTEN THE RESTORE STOPS AND ENDS RC=8; RECORDS ALREADY
      *    BACK ARE SKIPPED AS DUPLICATES WHEN IT IS RERUN.
      *
       3100-WRITE-JOURNAL.
           ACCEPT JN-JOURNAL-DATE FROM DATE YYYYMMDD.
           ACCEPT JN-JOURNAL-TIME FROM TIME.
           MOVE WS-RUN-DATE        TO JN-RUN-DATE.
           MOVE "XMPL3RST"         TO JN-PROGRAM-ID.
           MOVE "XMPL3RST"         TO JN-USER-ID.
           SET JN-ACTION-ADD       TO TRUE.
           MOVE ARC-RECORD-KEY     TO JN-RECORD-KEY.
           MOVE SPACES             TO JN-BEFORE-IMAGE.
           WRITE XMPL3-JOURNAL-RECORD.
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "XMPL3RST: JOURNAL WRITE FAILED, STATUS="
                   WS-JNL-STATUS " KEY " ARC-RECORD-KEY
                   ", RESTORE STOPPED"
               SET WS-JOURNAL-FAILED TO TRUE
               SET WS-AT-END TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.
      *
       8000-PRODUCE-TOTALS.
           MOVE SPACES TO RST-REPORT-LINE.
           CLOSE XMPL3-ARCHIVE-IN.
           CLOSE XMPL3-MASTER.
           CLOSE RST-REPORT-FILE.
           CLOSE XMPL3-JOURNAL-FILE.
           DISPLAY "XMPL3RST: ARCHIVE RECORDS READ = "
               WS-RECORDS-READ.
           DISPLAY "XMPL3RST: RECORDS RESTORED     = "
               WS-DUPLICATES-SKIPPED.
           DISPLAY "XMPL3RST: WRITE FAILURES       = "
               WS-WRITE-FAILURES.
           IF WS-JOURNAL-FAILED
               DISPLAY "XMPL3RST: MASTER JOURNAL NOT WRITTEN, RC=8"
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
