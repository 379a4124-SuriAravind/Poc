      *                         SO THE NIGHTLY CHAIN CONTROLLER        *
      *                         (XMPL3CHN) CAN CALL THIS PROGRAM AS A  *
      *                         STEP.                                  *
      *        10/15/2026  DRO  THE CENSUS TALLY, REPORT AND RUN-      *
      *                         STATISTICS RECORD MOVED TO THE CALLED  *
      *                         MODULE RPTPASS, SHARED WITH THE        *
      *                         NIGHTLY SINGLE MASTER PASS (XMPL3NRP). *
      *                         THIS PROGRAM NOW READS THE MASTER AND  *
      *                         FEEDS RPTPASS, FOR OFF-CYCLE RERUNS.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    XMPL3RPT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "Xmpl3Fc".
       DATA DIVISION.
       FILE SECTION.
       COPY "Xmpl3Fd".
       WORKING-STORAGE SECTION.
       COPY "Xmpl3Ws".
       COPY "Xmpl3Sp".
       01  WS-EOF-SW                       PIC X(01).
           88  WS-AT-END                   VALUE "Y".
           88  WS-NOT-AT-END                VALUE "N".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT
               UNTIL WS-AT-END.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
      *
       1000-INITIALIZE.
           SET WS-NOT-AT-END TO TRUE.
           SET SP-MASTER-OPENED TO TRUE.
           OPEN INPUT XMPL3-MASTER.
           IF NOT WS-XMPL3-OK
               DISPLAY "XMPL3RPT: OPEN XMPL3-MASTER FAILED, STATUS="
                   WS-XMPL3-STATUS
               SET SP-MASTER-NOT-OPENED TO TRUE
               MOVE "Y" TO WS-EOF-SW
           END-IF.
           SET SP-OPEN-PASS TO TRUE.
           CALL "RPTPASS" USING XMPL3-SHARED-PASS-AREA.
       1000-EXIT.
           EXIT.
      *
                   SET WS-AT-END TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           MOVE FIRST-TYPE TO SP-RECORD-IMAGE.
           SET SP-TAKE-RECORD TO TRUE.
           CALL "RPTPASS" USING XMPL3-SHARED-PASS-AREA.
       2000-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           SET SP-CLOSE-PASS TO TRUE.
           CALL "RPTPASS" USING XMPL3-SHARED-PASS-AREA.
           CLOSE XMPL3-MASTER.
           MOVE SP-RETURN-CODE TO RETURN-CODE.
       9000-EXIT.
           EXIT.
