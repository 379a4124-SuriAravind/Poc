      *                                                                *
      *    MODIFICATION HISTORY.                                      *
      *        08/21/2026  DRO  ORIGINAL PROGRAM.                      *
      *        10/15/2026  DRO  THE FIELD EDITS, OFFENDER TABLE AND    *
      *                         SCORECARD MOVED TO THE CALLED MODULE   *
      *                         AUDPASS, SHARED WITH THE NIGHTLY       *
      *                         SINGLE MASTER PASS (XMPL3NRP).  THIS   *
      *                         PROGRAM NOW READS THE MASTER AND FEEDS *
      *                         AUDPASS, FOR OFF-CYCLE RERUNS.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    XMPL3AUD.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "Xmpl3Fc".
       DATA DIVISION.
       FILE SECTION.
       COPY "Xmpl3Fd".
       WORKING-STORAGE SECTION.
       COPY "Xmpl3Ws".
       COPY "Xmpl3Sp".
       01  WS-EOF-SW                         PIC X(01).
           88  WS-AT-END                     VALUE "Y".
           88  WS-NOT-AT-END                 VALUE "N".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT
               UNTIL WS-AT-END.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      *
       1000-INITIALIZE.
           SET WS-NOT-AT-END TO TRUE.
           SET SP-MASTER-OPENED TO TRUE.
           OPEN INPUT XMPL3-MASTER.
           IF NOT WS-XMPL3-OK
               DISPLAY "XMPL3AUD: OPEN XMPL3-MASTER FAILED, STATUS="
                   WS-XMPL3-STATUS
               SET SP-MASTER-NOT-OPENED TO TRUE
               SET WS-AT-END TO TRUE
           END-IF.
           SET SP-OPEN-PASS TO TRUE.
           CALL "AUDPASS" USING XMPL3-SHARED-PASS-AREA.
       1000-EXIT.
           EXIT.
      *
                   SET WS-AT-END TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           MOVE FIRST-TYPE TO SP-RECORD-IMAGE.
           SET SP-TAKE-RECORD TO TRUE.
           CALL "AUDPASS" USING XMPL3-SHARED-PASS-AREA.
       2000-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           SET SP-CLOSE-PASS TO TRUE.
           CALL "AUDPASS" USING XMPL3-SHARED-PASS-AREA.
           CLOSE XMPL3-MASTER.
           MOVE SP-RETURN-CODE TO RETURN-CODE.
       9000-EXIT.
           EXIT.
