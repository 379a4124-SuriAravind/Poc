      ******************************************************************
      *    PROGRAM-ID  : XMPL3NRP                                      *
      *    AUTHOR      : D. OKAFOR, DATA ADMINISTRATION                *
      *    INSTALLATION: EXAMPLE2 BATCH LIBRARY                        *
      *    DATE-WRITTEN: 10/15/2026                                    *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    REMARKS.                                                   *
      *        Nightly single pass of the XMPL3 master for the        *
      *        reporting steps.  The census (XMPL3RPT), the cross-    *
      *        type reconciliation (XMPL3REC), the control totals     *
      *        (XMPL3CTL), the general-ledger journal (XMPL3GLJ) and  *
      *        the data-quality audit (XMPL3AUD) each used to read    *
      *        the whole master on their own; this program reads it   *
      *        once and hands every record to the five master-pass    *
      *        modules those programs are built on (RPTPASS,          *
      *        RECPASS, CTLPASS, GLJPASS, AUDPASS).  Each module      *
      *        prints its own report and writes its own XMPL3RC or    *
      *        XMPL3CTH record exactly as the program run alone       *
      *        does, so XMPL3BAL and the flux report see the same     *
      *        figures either way; the single programs stay in the    *
      *        library for off-cycle reruns.  This step adds its own  *
      *        XMPL3RC record (READ=REPORTED=master records passed)   *
      *        for the chain controller's gate on the next step.      *
      *        RETURN-CODE is 8 if the master will not open or the    *
      *        census, reconciliation or control-totals module ends   *
      *        with 8 -- the steps the chain has always gated on.     *
      *        The GL journal and the audit ran outside the chain     *
      *        before and still do not hold it: their return codes    *
      *        go to the console on their own lines, the same 8 the   *
      *        stand-alone XMPL3GLJ ends with when its totals do not  *
      *        tie, and are left out of this step's return code.      *
      *        The parameter block is the XMPL3SP copybook.           *
      *                                                                *
      *    MODIFICATION HISTORY.                                      *
      *        10/15/2026  DRO  ORIGINAL PROGRAM.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    XMPL3NRP.
       AUTHOR.        D. OKAFOR.
       INSTALLATION.  EXAMPLE2 BATCH LIBRARY.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "Xmpl3Fc".
           SELECT RUN-CONTROL-FILE ASSIGN TO XMPL3RUN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY "Xmpl3Fd".
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       COPY "Xmpl3Rc".
       WORKING-STORAGE SECTION.
       COPY "Xmpl3Ws".
       COPY "Xmpl3Sp".
       01  WS-RUN-STATUS                     PIC X(02).
       01  WS-RUN-DATE                       PIC X(08).
       01  WS-EOF-SW                         PIC X(01).
           88  WS-AT-END                     VALUE "Y".
           88  WS-NOT-AT-END                 VALUE "N".
       01  WS-TOTAL-RECORDS                  PIC S9(09) COMP VALUE ZERO.
       01  WS-PASS-RC                        PIC S9(04) COMP VALUE ZERO.
      *
      *    THE MASTER-PASS MODULES, CALLED IN THIS ORDER ON EVERY
      *    FUNCTION.  BYTES 1-8 ARE THE MODULE, BYTE 9 SAYS WHETHER
      *    ITS RETURN CODE IS TAKEN INTO THE STEP'S ("Y") OR ONLY
      *    REPORTED ON THE CONSOLE ("N").
      *
       01  WS-MODULE-TABLE-VALUES.
           05  FILLER      PIC X(09) VALUE "RPTPASS Y".
           05  FILLER      PIC X(09) VALUE "RECPASS Y".
           05  FILLER      PIC X(09) VALUE "CTLPASS Y".
           05  FILLER      PIC X(09) VALUE "GLJPASS N".
           05  FILLER      PIC X(09) VALUE "AUDPASS N".
       01  WS-MODULE-TABLE REDEFINES WS-MODULE-TABLE-VALUES.
           05  WS-MODULE-ENTRY OCCURS 5 TIMES.
               10  WS-MODULE-NAME            PIC X(08).
               10  WS-MODULE-RC-SW           PIC X(01).
                   88  WS-MODULE-SETS-STEP-RC VALUE "Y".
       01  WS-MODULE-COUNT                   PIC S9(04) COMP VALUE 5.
       01  WS-MODULE-SUB                     PIC S9(04) COMP.
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
           MOVE ZERO TO WS-TOTAL-RECORDS WS-PASS-RC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           SET SP-MASTER-OPENED TO TRUE.
           OPEN INPUT XMPL3-MASTER.
           IF NOT WS-XMPL3-OK
               DISPLAY "XMPL3NRP: OPEN XMPL3-MASTER FAILED, STATUS="
                   WS-XMPL3-STATUS
               SET SP-MASTER-NOT-OPENED TO TRUE
               SET WS-AT-END TO TRUE
           END-IF.
           SET SP-OPEN-PASS TO TRUE.
           PERFORM 5000-CALL-MODULE THRU 5000-EXIT
               VARYING WS-MODULE-SUB FROM 1 BY 1
               UNTIL WS-MODULE-SUB > WS-MODULE-COUNT.
       1000-EXIT.
           EXIT.
      *
       2000-PROCESS-MASTER.
           READ XMPL3-MASTER NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-TOTAL-RECORDS.
           MOVE FIRST-TYPE TO SP-RECORD-IMAGE.
           SET SP-TAKE-RECORD TO TRUE.
           PERFORM 5000-CALL-MODULE THRU 5000-EXIT
               VARYING WS-MODULE-SUB FROM 1 BY 1
               UNTIL WS-MODULE-SUB > WS-MODULE-COUNT.
       2000-EXIT.
           EXIT.
      *
       5000-CALL-MODULE.
           CALL WS-MODULE-NAME (WS-MODULE-SUB)
               USING XMPL3-SHARED-PASS-AREA.
       5000-EXIT.
           EXIT.
      *
      *    EVERY MODULE IS CLOSED EVEN AFTER ONE FAILS, SO EACH REPORT
      *    THAT CAN BE FINISHED IS; THE WORST RETURN CODE OF THE
      *    MODULES THAT SET THE STEP'S IS KEPT.  THE OTHERS ALWAYS GET
      *    A CONSOLE LINE, SO THE OPERATOR SEES THEIR RESULT THE WAY
      *    THE SCHEDULER'S JOB LOG SHOWED IT WHEN THEY RAN ALONE.
      *
       5100-CLOSE-MODULE.
           MOVE ZERO TO SP-RETURN-CODE.
           CALL WS-MODULE-NAME (WS-MODULE-SUB)
               USING XMPL3-SHARED-PASS-AREA.
           IF NOT WS-MODULE-SETS-STEP-RC (WS-MODULE-SUB)
               DISPLAY "XMPL3NRP: " WS-MODULE-NAME (WS-MODULE-SUB)
                   " ENDED WITH RC=" SP-RETURN-CODE
                   ", NOT TAKEN INTO THE STEP RC"
               GO TO 5100-EXIT
           END-IF.
           IF SP-RETURN-CODE NOT = ZERO
               DISPLAY "XMPL3NRP: " WS-MODULE-NAME (WS-MODULE-SUB)
                   " ENDED WITH RC=" SP-RETURN-CODE
           END-IF.
           IF SP-RETURN-CODE > WS-PASS-RC
               MOVE SP-RETURN-CODE TO WS-PASS-RC
           END-IF.
       5100-EXIT.
           EXIT.
      *
       8900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUN-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           MOVE SPACES TO XMPL3-RUN-STATS-RECORD.
           MOVE "XMPL3NRP"        TO RC-PROGRAM-ID.
           MOVE WS-RUN-DATE       TO RC-RUN-DATE.
           MOVE WS-TOTAL-RECORDS  TO RC-RECORDS-READ.
           MOVE ZERO              TO RC-RECORDS-LOADED.
           MOVE ZERO              TO RC-RECORDS-REJECTED.
           MOVE WS-TOTAL-RECORDS  TO RC-RECORDS-REPORTED.
           MOVE ZERO              TO RC-RECORDS-DELETED.
           WRITE XMPL3-RUN-STATS-RECORD.
           CLOSE RUN-CONTROL-FILE.
       8900-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           SET SP-CLOSE-PASS TO TRUE.
           PERFORM 5100-CLOSE-MODULE THRU 5100-EXIT
               VARYING WS-MODULE-SUB FROM 1 BY 1
               UNTIL WS-MODULE-SUB > WS-MODULE-COUNT.
           IF SP-MASTER-OPENED
               CLOSE XMPL3-MASTER
               PERFORM 8900-WRITE-RUN-STATS THRU 8900-EXIT
           ELSE
               MOVE 8 TO WS-PASS-RC
           END-IF.
           DISPLAY "XMPL3NRP: MASTER RECORDS PASSED = "
               WS-TOTAL-RECORDS.
           MOVE WS-PASS-RC TO RETURN-CODE.
       9000-EXIT.
           EXIT.
