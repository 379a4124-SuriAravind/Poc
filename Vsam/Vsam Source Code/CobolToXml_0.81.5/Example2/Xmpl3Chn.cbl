      *                                                                *
      *    REMARKS.                                                   *
      *        Controller for the nightly XMPL3 batch chain.  Drives  *
      *        the night's steps from a built-in step table -- 1      *
      *        XMPL3FIX, 2 XMPL3RCY, 3 XMPL3CNV, 4 XMPL3VAL, 5        *
      *        XMPL3LD, 6 XMPL3REL, 7 XMPL3UPD, 8 XMPL3NRP (the       *
      *        shared master pass for the reports), 10 XMPL3HST and   *
      *        11 XMPL3BAL, with step 9 a reserved slot that is       *
      *        passed over -- instead of an operator eyeballing each  *
      *        job's console totals before releasing the next.        *
      *        Before releasing a step whose predecessor writes the   *
      *        standard run-statistics record (XMPL3RC), the          *
      *        controller scans the common run-control file for that  *
      *        record under the night's run date and holds the chain  *
      *        if it is missing -- the step that should have written  *
      *        it either did not run or did not finish.  Every step's *
      *        start, end and return code goes to the chain log on    *
      *        CHNLOG.  A step that ends with a nonzero return code   *
      *        stops the chain with RC=8 and the console names the    *
      *        step number to restart from.  Parm (via COMMAND-LINE)  *
      *        is RUN-DATE,STEP -- the run date CCYYMMDD (blank means *
      *        today) and the step to release from (blank means step  *
      *        1).  A bare step number is also taken (the original    *
      *        parm form), so a restart that crosses midnight should  *
      *        be given the original night's date to re-join it, e.g. *
      *        20260901,5.  Each step's parm comes from the step      *
      *        table: the run date, the chase cutoff (run date less   *
      *        the shop's aging allowance, for XMPL3RCY), a static    *
      *        value (the partner format for XMPL3CNV), or nothing.   *
      *        The step programs return via GOBACK so they can be     *
      *        called here and still run stand-alone.                 *
      *                                                                *
      *    MODIFICATION HISTORY.                                      *
      *        09/02/2026  DRO  ORIGINAL PROGRAM.                      *
      *                         SO A RESTART THAT CROSSES MIDNIGHT     *
      *                         GATES AND RELEASES UNDER THE ORIGINAL  *
      *                         NIGHT'S DATE INSTEAD OF TODAY'S.       *
      *        10/15/2026  DRO  POST THE MASTER UNAVAILABLE ON XMPL3AV *
      *                         BEFORE THE FIRST STEP THAT UPDATES THE *
      *                         MASTER, SUSPENSE OR PENDING FILES, AND *
      *                         AVAILABLE AGAIN ONLY AFTER XMPL3BAL,   *
      *                         SO THE ONLINE PROGRAMS DROP TO INQUIRY *
      *                         WHILE THE NIGHT IS UPDATING.           *
      *        10/15/2026  DRO  MOVE THE CHAIN-LOG LINE LAYOUT TO THE  *
      *                         XMPL3CL COPYBOOK, NOW SHARED WITH THE  *
      *                         BATCH-WINDOW TREND REPORT (XMPL3TRD).  *
      *        10/15/2026  DRO  REPLACE THE XMPL3RPT AND XMPL3REC      *
      *                         STEPS WITH THE SINGLE SHARED MASTER    *
      *                         PASS (XMPL3NRP), WHICH ALSO PRODUCES   *
      *                         THE CONTROL TOTALS, GL JOURNAL AND     *
      *                         AUDIT.  STEP 9 IS KEPT AS A RESERVED   *
      *                         SLOT, PASSED OVER, SO XMPL3HST AND     *
      *                         XMPL3BAL KEEP STEP NUMBERS 10 AND 11.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    XMPL3CHN.
           SELECT CHAIN-LOG-FILE ASSIGN TO CHNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
       COPY "Xmpl3Vc".
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CHN-LOG-LINE                      PIC X(80).
       COPY "Xmpl3Vd".
       WORKING-STORAGE SECTION.
       01  WS-RUN-STATUS                     PIC X(02).
       01  WS-AVL-STATUS                     PIC X(02).
       01  WS-LOG-STATUS                     PIC X(02).
       01  WS-PARM-LINE                      PIC X(11).
       01  WS-PARM-DATE                      PIC X(08).
       01  WS-PRED-FOUND-SW                  PIC X(01).
           88  WS-PRED-FOUND                 VALUE "Y".
           88  WS-PRED-MISSING               VALUE "N".
       01  WS-AVAIL-POSTED-SW                PIC X(01) VALUE "N".
           88  WS-AVAIL-POSTED               VALUE "Y".
           88  WS-AVAIL-NOT-POSTED           VALUE "N".
       01  WS-AVAIL-OK-SW                    PIC X(01).
           88  WS-AVAIL-OK                   VALUE "Y".
           88  WS-AVAIL-FAILED               VALUE "N".
       01  WS-AVAIL-FOUND-SW                 PIC X(01).
           88  WS-AVAIL-FOUND                VALUE "Y".
           88  WS-AVAIL-NOT-FOUND            VALUE "N".
       01  WS-NEW-AVAIL-STATUS               PIC X(01).
      *
      *    THE CHASE CUTOFF FOR XMPL3RCY IS THE RUN DATE LESS THE
      *    SHOP'S AGING ALLOWANCE -- A SUSPENDED RECORD OLDER THAN
      *    BYTE 10 SAYS WHETHER THE STEP WRITES THE STANDARD XMPL3RC
      *    RUN-STATISTICS RECORD -- THE SUCCESSOR IS ONLY RELEASED
      *    ONCE THAT RECORD IS ON FILE FOR THE NIGHT.  THE XMPL3CNV
      *    STATIC PARM IS THE PARTNER FILE FORMAT, XML OR CSV.  BYTE
      *    19 SAYS WHETHER THE STEP UPDATES THE MASTER OR A FILE THE
      *    ONLINE PROGRAMS ALSO UPDATE (SUSPENSE, PENDING CHANGES) --
      *    THE MASTER IS POSTED UNAVAILABLE BEFORE THE FIRST SUCH STEP
      *    IS RELEASED.  A ROW WITH NO PROGRAM IS A RESERVED SLOT: IT
      *    IS PASSED OVER, AND HOLDS ITS PLACE SO THE STEPS AFTER IT
      *    KEEP THE NUMBERS THE RESTART PARM AND THE RUN BOOK USE.
      *    STEP 9 IS WHERE XMPL3REC RAN BEFORE XMPL3NRP TOOK OVER
      *    THE REPORTING PASS.
      *
       01  WS-STEP-TABLE-VALUES.
           05  FILLER      PIC X(19) VALUE "XMPL3FIX N        Y".
           05  FILLER      PIC X(19) VALUE "XMPL3RCYCN        Y".
           05  FILLER      PIC X(19) VALUE "XMPL3CNVSNXML      ".
           05  FILLER      PIC X(19) VALUE "XMPL3VAL Y        Y".
           05  FILLER      PIC X(19) VALUE "XMPL3LD  Y        Y".
           05  FILLER      PIC X(19) VALUE "XMPL3RELDY        Y".
           05  FILLER      PIC X(19) VALUE "XMPL3UPD Y        Y".
           05  FILLER      PIC X(19) VALUE "XMPL3NRP Y         ".
           05  FILLER      PIC X(19) VALUE "                   ".
           05  FILLER      PIC X(19) VALUE "XMPL3HSTDN         ".
           05  FILLER      PIC X(19) VALUE "XMPL3BALDN         ".
       01  WS-STEP-TABLE REDEFINES WS-STEP-TABLE-VALUES.
           05  WS-STEP-ENTRY OCCURS 11 TIMES.
               10  ST-PROGRAM                PIC X(08).
               10  ST-STATS-SW               PIC X(01).
                   88  ST-WRITES-STATS       VALUE "Y".
               10  ST-STATIC-PARM            PIC X(08).
               10  ST-UPDATE-SW              PIC X(01).
                   88  ST-UPDATES-FILES      VALUE "Y".
       01  WS-STEP-COUNT                     PIC S9(04) COMP VALUE 11.
       COPY "Xmpl3Cl".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           EXIT.
      *
       2000-RUN-STEP.
           IF ST-PROGRAM (WS-STEP-SUB) = SPACES
               GO TO 2000-EXIT
           END-IF.
           MOVE ST-PROGRAM (WS-STEP-SUB) TO WS-STEP-PROGRAM CL-PROGRAM.
           MOVE WS-STEP-SUB TO CL-STEP-NUMBER.
      *    A PREDECESSOR THIS SAME INVOCATION JUST RAN CLEAN NEEDS NO
      *    FILE SCAN -- ITS RETURN CODE WAS CHECKED HERE MOMENTS AGO,
      *    AND ITS STATS RECORD CARRIES THE SYSTEM DATE, WHICH ON A
      *    RESTART ACROSS MIDNIGHT IS NOT THE NIGHT BEING GATED.
      *    A RESERVED SLOT IS PASSED OVER -- THE STEP BEFORE IT IS THE
      *    PREDECESSOR GATED ON.
           IF WS-STEP-SUB > 1
               COMPUTE WS-PRED-SUB = WS-STEP-SUB - 1
               IF ST-PROGRAM (WS-PRED-SUB) = SPACES
                  AND WS-PRED-SUB > 1
                   SUBTRACT 1 FROM WS-PRED-SUB
               END-IF
               IF ST-WRITES-STATS (WS-PRED-SUB)
                  AND WS-PRED-SUB NOT = WS-LAST-CLEAN-SUB
                   PERFORM 3000-GATE-ON-PREDECESSOR THRU 3000-EXIT
                   END-IF
               END-IF
           END-IF.
      *    THE ONLINE PROGRAMS GO INQUIRY-ONLY BEFORE THE FIRST STEP
      *    THAT UPDATES WHAT THEY UPDATE.  IF THE CONTROL RECORD
      *    CANNOT BE POSTED THE STEP IS NOT RELEASED -- RUNNING IT
      *    WITH THE SCREENS STILL LIVE IS WHAT THE RECORD PREVENTS.
           IF ST-UPDATES-FILES (WS-STEP-SUB)
              AND WS-AVAIL-NOT-POSTED
               MOVE "B" TO WS-NEW-AVAIL-STATUS
               PERFORM 4000-POST-AVAILABILITY THRU 4000-EXIT
               IF WS-AVAIL-FAILED
                   DISPLAY "XMPL3CHN: MASTER COULD NOT BE POSTED "
                       "UNAVAILABLE, CHAIN HELD BEFORE "
                       WS-STEP-PROGRAM
                   MOVE "HELD" TO CL-EVENT
                   MOVE ZERO TO CL-RETURN-CODE
                   PERFORM 6000-WRITE-LOG-LINE THRU 6000-EXIT
                   SET WS-CHAIN-HELD TO TRUE
                   GO TO 2000-EXIT
               END-IF
               SET WS-AVAIL-POSTED TO TRUE
               MOVE "LOCKED" TO CL-EVENT
               MOVE ZERO TO CL-RETURN-CODE
               PERFORM 6000-WRITE-LOG-LINE THRU 6000-EXIT
           END-IF.
           MOVE "START" TO CL-EVENT.
           MOVE ZERO TO CL-RETURN-CODE.
           PERFORM 6000-WRITE-LOG-LINE THRU 6000-EXIT.
           END-IF.
       3100-EXIT.
           EXIT.
      *
      *    POSTS WS-NEW-AVAIL-STATUS ("B" = BATCH IN PROGRESS, "A" =
      *    AVAILABLE) TO THE SINGLE MASTER-AVAILABILITY RECORD,
      *    CREATING THE FILE AND THE RECORD THE FIRST TIME.  THE FILE
      *    IS OPENED AND CLOSED HERE SO THE ONLINE PROGRAMS SEE THE
      *    CHANGE AT ONCE.
      *
       4000-POST-AVAILABILITY.
           SET WS-AVAIL-FAILED TO TRUE.
           OPEN I-O XMPL3-AVAIL-FILE.
           IF WS-AVL-STATUS = "35"
               OPEN OUTPUT XMPL3-AVAIL-FILE
               IF WS-AVL-STATUS = "00"
                   CLOSE XMPL3-AVAIL-FILE
                   OPEN I-O XMPL3-AVAIL-FILE
               END-IF
           END-IF.
           IF WS-AVL-STATUS NOT = "00"
               DISPLAY "XMPL3CHN: OPEN XMPL3AV FAILED, STATUS="
                   WS-AVL-STATUS
               GO TO 4000-EXIT
           END-IF.
           MOVE "MASTER" TO AV-CONTROL-KEY.
           SET WS-AVAIL-FOUND TO TRUE.
           READ XMPL3-AVAIL-FILE
               INVALID KEY
                   SET WS-AVAIL-NOT-FOUND TO TRUE
           END-READ.
           MOVE SPACES TO XMPL3-AVAIL-RECORD.
           MOVE "MASTER" TO AV-CONTROL-KEY.
           MOVE WS-NEW-AVAIL-STATUS TO AV-STATUS.
           MOVE WS-RUN-DATE TO AV-RUN-DATE.
           MOVE "XMPL3CHN" TO AV-SET-BY.
           ACCEPT AV-SET-DATE FROM DATE YYYYMMDD.
           ACCEPT AV-SET-TIME FROM TIME.
           IF WS-AVAIL-FOUND
               REWRITE XMPL3-AVAIL-RECORD
           ELSE
               WRITE XMPL3-AVAIL-RECORD
           END-IF.
           IF WS-AVL-STATUS = "00"
               SET WS-AVAIL-OK TO TRUE
           ELSE
               DISPLAY "XMPL3CHN: UPDATE XMPL3AV FAILED, STATUS="
                   WS-AVL-STATUS
           END-IF.
           CLOSE XMPL3-AVAIL-FILE.
       4000-EXIT.
           EXIT.
      *
       6000-WRITE-LOG-LINE.
           ACCEPT WS-TIME-WORK FROM TIME.
           MOVE WS-RUN-DATE  TO CL-RUN-DATE.
           MOVE WS-TIME-WORK TO CL-TIME.
           WRITE CHN-LOG-LINE FROM XMPL3-CHAIN-LOG-LINE.
       6000-EXIT.
           EXIT.
      *
       9000-TERMINATE.
      *    THE MASTER IS ONLY HANDED BACK TO THE ONLINE PROGRAMS ONCE
      *    XMPL3BAL HAS BALANCED THE NIGHT.  A HELD OR FAILED CHAIN
      *    LEAVES IT UNAVAILABLE UNTIL THE RESTART RUNS THROUGH --
      *    THE FILES ARE HALF-UPDATED UNTIL THEN.
           IF WS-CHAIN-RUNNING
               MOVE "A" TO WS-NEW-AVAIL-STATUS
               PERFORM 4000-POST-AVAILABILITY THRU 4000-EXIT
               MOVE WS-STEP-COUNT TO CL-STEP-NUMBER
               MOVE ST-PROGRAM (WS-STEP-COUNT) TO CL-PROGRAM
               MOVE ZERO TO CL-RETURN-CODE
               IF WS-AVAIL-OK
                   MOVE "FREED" TO CL-EVENT
                   PERFORM 6000-WRITE-LOG-LINE THRU 6000-EXIT
               ELSE
                   DISPLAY "XMPL3CHN: MASTER LEFT UNAVAILABLE TO THE "
                       "ONLINE PROGRAMS, RESET XMPL3AV BY HAND"
                   MOVE "HELD" TO CL-EVENT
                   PERFORM 6000-WRITE-LOG-LINE THRU 6000-EXIT
                   SET WS-CHAIN-HELD TO TRUE
               END-IF
           END-IF.
           CLOSE CHAIN-LOG-FILE.
           IF WS-CHAIN-HELD
               DISPLAY "XMPL3CHN: CHAIN HELD AFTER " WS-STEPS-RUN
