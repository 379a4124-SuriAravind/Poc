      ******************************************************************
      *    PROGRAM-ID  : XMPL3MUG                                      *
      *    AUTHOR      : D. OKAFOR, DATA ADMINISTRATION                *
      *    INSTALLATION: EXAMPLE2 BATCH LIBRARY                        *
      *    DATE-WRITTEN: 10/15/2026                                    *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    REMARKS.                                                   *
      *        Criteria-driven mass update generator, for the one-off *
      *        business change that today means a throwaway program   *
      *        or a clerk keying hundreds of XMPL3MNT screens --      *
      *        e.g. repointing every SECOND-TYPE record with a given  *
      *        ANOTHER-FIELD5 to a new code, or inactivating every    *
      *        FIRST-TYPE record in a range of SOME-FIELD-NUMBER-2.   *
      *        The request cards on MUGCARD (XMPL3MQ layout) name the *
      *        record type (one "TY" card), one or more selection     *
      *        criteria ("SL" cards, all of which must hold -- EQ a   *
      *        value, RG a low/high range, BL blank, NB non-blank)    *
      *        and the fields to set ("ST" cards).  Fields are named  *
      *        as in the XMPL3 copybook and resolved through a field  *
      *        directory; keys, the update stamp and the amount       *
      *        fields XMPL3CTL totals can be selected on but not set, *
      *        and a set value is edited against the field's picture  *
      *        and the valid-values code table (CDEEDIT) before the   *
      *        master is touched.  The master is scanned in key order *
      *        and every selected record whose values would actually  *
      *        change becomes an XMPL3MT checked-replace ("C")        *
      *        transaction -- the current image with the new values   *
      *        overlaid, still carrying the LAST-UPDATE stamp the     *
      *        scan read, so XMPL3UPD rejects it if the record has    *
      *        been changed since -- written to MUGTRN, which the     *
      *        scheduler concatenates ahead of the night's XMPL3TRN   *
      *        the same as XMPL3REL's RELTRN, so every change is      *
      *        stamped by XMPL3UPD and lands in MNTLOG, the change    *
      *        history and the journal.  A record the code table      *
      *        would reject at XMPL3UPD is listed and left out.  Parm *
      *        (via COMMAND-LINE) is PREVIEW (or blank) to list every *
      *        record that would change, with before and after values *
      *        and the count, writing no transactions; or             *
      *        UPDATE,COUNT with the preview count the operator       *
      *        signed off on.  An UPDATE run counts first and writes  *
      *        nothing with RC=8 if the count has drifted from COUNT. *
      *        A bad parm or card, or a file that will not open,      *
      *        refuses the run with RC=8, and a run refused after     *
      *        MUGTRN was opened leaves it empty, never half-written. *
      *        Writes no XMPL3RC record of its own; XMPL3UPD accounts *
      *        for the replaces it applies.                           *
      *                                                                *
      *    MODIFICATION HISTORY.                                      *
      *        10/15/2026  DRO  ORIGINAL PROGRAM.                      *
      *        10/15/2026  DRO  WRITE CHECKED REPLACES ("C") SO        *
      *                         XMPL3UPD REJECTS ONE WHOSE RECORD WAS  *
      *                         CHANGED AFTER THE SCAN, AND EMPTY      *
      *                         MUGTRN WHEN A RUN IS REFUSED PART WAY  *
      *                         THROUGH WRITING IT.                    *
      *        10/15/2026  DRO  SAY "RUN REFUSED" ON THE CONSOLE AND   *
      *                         REPORT, NOT "UPDATE REFUSED", SO A     *
      *                         REFUSED PREVIEW IS NOT CALLED AN       *
      *                         UPDATE.                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    XMPL3MUG.
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
           SELECT MUG-CARD-FILE ASSIGN TO MUGCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRD-STATUS.
           SELECT MUG-TRANS-OUT ASSIGN TO MUGTRN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT MUG-REPORT-FILE ASSIGN TO MUGRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY "Xmpl3Fd".
       FD  MUG-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       COPY "Xmpl3Mq".
       FD  MUG-TRANS-OUT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 401 CHARACTERS.
       COPY "Xmpl3Mt".
       FD  MUG-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  MUG-REPORT-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "Xmpl3Ws".
       01  WS-CRD-STATUS                     PIC X(02).
       01  WS-OUT-STATUS                     PIC X(02).
       01  WS-RPT-STATUS                     PIC X(02).
       01  WS-PARM-LINE                      PIC X(30).
       01  WS-PARM-MODE                      PIC X(08).
       01  WS-PARM-COUNT                     PIC X(09).
       01  WS-MODE-LENGTH                    PIC S9(04) COMP.
       01  WS-COUNT-LENGTH                   PIC S9(04) COMP.
       01  WS-RUN-MODE-SW                    PIC X(01).
           88  WS-PREVIEW-MODE               VALUE "P".
           88  WS-UPDATE-MODE                VALUE "U".
       01  WS-PASS-SW                        PIC X(01).
           88  WS-COUNT-PASS                 VALUE "C".
           88  WS-LIST-PASS                  VALUE "L".
       01  WS-REFUSED-SW                     PIC X(01).
           88  WS-RUN-REFUSED                VALUE "Y".
           88  WS-RUN-ACCEPTED               VALUE "N".
       01  WS-CARD-EOF-SW                    PIC X(01).
           88  WS-CARD-AT-END                VALUE "Y".
           88  WS-CARD-NOT-AT-END            VALUE "N".
       01  WS-EOF-SW                         PIC X(01).
           88  WS-AT-END                     VALUE "Y".
           88  WS-NOT-AT-END                 VALUE "N".
       01  WS-MASTER-OPEN-SW                 PIC X(01).
           88  WS-MASTER-OPENED              VALUE "Y".
           88  WS-MASTER-NOT-OPENED          VALUE "N".
       01  WS-TRANS-OPEN-SW                  PIC X(01).
           88  WS-TRANS-OPENED               VALUE "Y".
           88  WS-TRANS-NOT-OPENED           VALUE "N".
       01  WS-SELECTED-SW                    PIC X(01).
           88  WS-RECORD-SELECTED            VALUE "Y".
           88  WS-RECORD-NOT-SELECTED        VALUE "N".
       01  WS-FIELD-FOUND-SW                 PIC X(01).
           88  WS-FIELD-FOUND                VALUE "Y".
           88  WS-FIELD-NOT-FOUND            VALUE "N".
       01  WS-DATE-VALID-SW                  PIC X(01).
           88  WS-DATE-IS-VALID              VALUE "Y".
           88  WS-DATE-IS-INVALID            VALUE "N".
       01  WS-REFUSAL-REASON                 PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE                       PIC X(08).
       01  WS-TARGET-TYPE                    PIC X(02) VALUE SPACES.
       01  WS-TYPE-CARDS                     PIC S9(04) COMP VALUE ZERO.
       01  WS-SIGNED-COUNT                   PIC 9(09) VALUE ZERO.
       01  WS-BEFORE-IMAGE                   PIC X(400).
       01  WS-AFTER-IMAGE                    PIC X(400).
       01  WS-LOOKUP-NAME                    PIC X(20).
       01  WS-EDIT-VALUE                     PIC X(70).
       01  WS-EDIT-LENGTH                    PIC 9(02).
       01  WS-OFFSET                         PIC 9(03).
       01  WS-LENGTH                         PIC 9(02).
       01  WS-DIR-SUB                        PIC S9(04) COMP.
       01  WS-FOUND-SUB                      PIC S9(04) COMP.
       01  WS-CRIT-SUB                       PIC S9(04) COMP.
       01  WS-SET-SUB                        PIC S9(04) COMP.
       01  WS-DUP-SUB                        PIC S9(04) COMP.
       COPY "Xmpl3Kp".
      *
      *    RUN COUNTS -- ZEROED AT THE START OF EACH PASS OF THE
      *    MASTER.  WS-COUNTED-CHANGES KEEPS THE COUNTING PASS'S
      *    FIGURE OF AN UPDATE RUN.
      *
       01  WS-RECORDS-SCANNED                PIC S9(09) COMP VALUE ZERO.
       01  WS-RECORDS-OF-TYPE                PIC S9(09) COMP VALUE ZERO.
       01  WS-RECORDS-SELECTED               PIC S9(09) COMP VALUE ZERO.
       01  WS-ALREADY-SET                    PIC S9(09) COMP VALUE ZERO.
       01  WS-CODE-REJECTS                   PIC S9(09) COMP VALUE ZERO.
       01  WS-CHANGE-COUNT                   PIC S9(09) COMP VALUE ZERO.
       01  WS-TRANS-WRITTEN                  PIC S9(09) COMP VALUE ZERO.
       01  WS-COUNTED-CHANGES                PIC S9(09) COMP VALUE ZERO.
      *
      *    SELECTION CRITERIA AND SETTINGS FROM THE CARDS, WITH EACH
      *    FIELD'S OFFSET AND LENGTH FILLED IN FROM THE DIRECTORY
      *    ONCE THE RECORD TYPE IS KNOWN.
      *
       01  WS-CRITERIA-MAX                   PIC S9(04) COMP VALUE 10.
       01  WS-CRITERIA-COUNT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-CRITERIA-TABLE.
           05  WS-CRITERION OCCURS 10 TIMES.
               10  SC-FIELD-NAME             PIC X(20).
               10  SC-OPERATOR               PIC X(02).
               10  SC-OFFSET                 PIC 9(03).
               10  SC-LENGTH                 PIC 9(02).
               10  SC-LOW-VALUE              PIC X(70).
               10  SC-HIGH-VALUE             PIC X(70).
       01  WS-SETTINGS-MAX                   PIC S9(04) COMP VALUE 10.
       01  WS-SETTINGS-COUNT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SETTINGS-TABLE.
           05  WS-SETTING OCCURS 10 TIMES.
               10  SE-FIELD-NAME             PIC X(20).
               10  SE-OFFSET                 PIC 9(03).
               10  SE-LENGTH                 PIC 9(02).
               10  SE-NEW-VALUE              PIC X(70).
      *
      *    FIELD DIRECTORY FOR THE THREE RECORD LAYOUTS -- RECORD
      *    TYPE ("**" FOR THE KEY FIELDS EVERY TYPE CARRIES), FIELD
      *    NAME AS IN THE XMPL3 COPYBOOK, 1-BASED OFFSET AND LENGTH
      *    WITHIN THE 400-BYTE IMAGE, CLASS (N = PIC 9, X = PIC X)
      *    AND WHETHER A MASS UPDATE MAY SET IT.  KEYS AND THE UPDATE
      *    STAMP BELONG TO XMPL3UPD; THE AMOUNT FIELDS XMPL3CTL
      *    TOTALS ARE CHANGED ONE RECORD AT A TIME, THROUGH XMPL3MNT
      *    AND ITS APPROVAL QUEUE.  KEEP THIS TABLE IN STEP WITH THE
      *    XMPL3 COPYBOOK.
      *
       01  WS-FIELD-DIRECTORY.
           05  FILLER  PIC X(29) VALUE "**SOME-FIELD-NUMBER   00307XN".
           05  FILLER  PIC X(29) VALUE "**SOME-FIELD-NUMBER-2 01006XN".
           05  FILLER  PIC X(29) VALUE "**SOME-FIELD-NUMBER-3 01604NN".
           05  FILLER  PIC X(29) VALUE "**CREATION-DATE       02008XN".
           05  FILLER  PIC X(29) VALUE "01SOME-FIELD1         02806XY".
           05  FILLER  PIC X(29) VALUE "01SOME-FIELD2         03401XY".
           05  FILLER  PIC X(29) VALUE "01SOME-FIELD3         03501XY".
           05  FILLER  PIC X(29) VALUE "01SOME-FIELD4         03601XY".
           05  FILLER  PIC X(29) VALUE "01SOME-FIELD5         03717XY".
           05  FILLER  PIC X(29) VALUE "01SOME-FIELD6         05406XY".
           05  FILLER  PIC X(29) VALUE "01SOME-FIELD7         06004XY".
           05  FILLER  PIC X(29) VALUE "01SOME-FIELD8         06408XY".
           05  FILLER  PIC X(29) VALUE "01SOME-FIELD9         07208XY".
           05  FILLER  PIC X(29) VALUE "01SOME-FIELD10        08008XY".
           05  FILLER  PIC X(29) VALUE "01SOME-FIELD11        08808XY".
           05  FILLER  PIC X(29) VALUE "01SOME-FIELD12        09607NN".
           05  FILLER  PIC X(29) VALUE "01SOME-FIELD13        10306XY".
           05  FILLER  PIC X(29) VALUE "01SOME-FIELD14        10904XY".
           05  FILLER  PIC X(29) VALUE "01SOME-FIELD15        11302XY".
           05  FILLER  PIC X(29) VALUE "01SOME-FIELD16        11503XY".
           05  FILLER  PIC X(29) VALUE "01SOME-FIELD17        11801XY".
           05  FILLER  PIC X(29) VALUE "01SOME-FIELD18        11925XY".
           05  FILLER  PIC X(29) VALUE "01SOME-FIELD19        14411XY".
           05  FILLER  PIC X(29) VALUE "01SOME-FIELD20        15530XY".
           05  FILLER  PIC X(29) VALUE "01SOME-FIELD21        18501XY".
           05  FILLER  PIC X(29) VALUE "01LAST-UPDATE-DATE    18608XN".
           05  FILLER  PIC X(29) VALUE "01LAST-UPDATE-USER-ID 19408XN".
           05  FILLER  PIC X(29) VALUE "01MAINTENANCE-STATUS  20201XY".
           05  FILLER  PIC X(29) VALUE "02ANOTHER-FIELD1      02804NY".
           05  FILLER  PIC X(29) VALUE "02ANOTHER-FIELD2      03201XY".
           05  FILLER  PIC X(29) VALUE "02ANOTHER-FIELD3      03301XY".
           05  FILLER  PIC X(29) VALUE "02ANOTHER-FIELD4      03401XY".
           05  FILLER  PIC X(29) VALUE "02ANOTHER-FIELD5      03508XY".
           05  FILLER  PIC X(29) VALUE "02ANOTHER-FIELD6      04305NN".
           05  FILLER  PIC X(29) VALUE "02ANOTHER-FIELD7      04805NN".
           05  FILLER  PIC X(29) VALUE "02ANOTHER-FIELD8      05312XY".
           05  FILLER  PIC X(29) VALUE "02ANOTHER-FIELD9      06512XY".
           05  FILLER  PIC X(29) VALUE "02ANOTHER-FIELD10     07712XY".
           05  FILLER  PIC X(29) VALUE "02ANOTHER-FIELD11     08912XY".
           05  FILLER  PIC X(29) VALUE "02ANOTHER-FIELD12     10170XY".
           05  FILLER  PIC X(29) VALUE "02LAST-UPDATE-DATE    17108XN".
           05  FILLER  PIC X(29) VALUE "02LAST-UPDATE-USER-ID 17908XN".
           05  FILLER  PIC X(29) VALUE "02MAINTENANCE-STATUS  18701XY".
           05  FILLER  PIC X(29) VALUE "03THIRD-FIELD1        02801XY".
           05  FILLER  PIC X(29) VALUE "03THIRD-FIELD2        02925XY".
           05  FILLER  PIC X(29) VALUE "03THIRD-FIELD3        05408XY".
           05  FILLER  PIC X(29) VALUE "03THIRD-FIELD4        06208XY".
           05  FILLER  PIC X(29) VALUE "03THIRD-FIELD5        07007NN".
           05  FILLER  PIC X(29) VALUE "03THIRD-FIELD6        07701XY".
       01  WS-FIELD-TABLE REDEFINES WS-FIELD-DIRECTORY.
           05  WS-FIELD-ENTRY OCCURS 49 TIMES.
               10  FE-RECORD-TYPE            PIC X(02).
               10  FE-FIELD-NAME             PIC X(20).
               10  FE-OFFSET                 PIC 9(03).
               10  FE-LENGTH                 PIC 9(02).
               10  FE-CLASS                  PIC X(01).
                   88  FE-NUMERIC-FIELD      VALUE "N".
               10  FE-SETTABLE               PIC X(01).
                   88  FE-MAY-BE-SET         VALUE "Y".
       01  WS-FIELD-COUNT                    PIC S9(04) COMP VALUE 49.
       01  WS-HDR-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(23) VALUE
               "XMPL3MUG - MASS UPDATE ".
           05  HL-MODE                       PIC X(07).
           05  FILLER                        PIC X(10) VALUE
               " RUN DATE ".
           05  HL-RUN-DATE                   PIC X(08).
       01  WS-CARD-LINE.
           05  FILLER                        PIC X(01).
           05  EC-CARD-IMAGE                 PIC X(79).
       01  WS-KEY-LINE.
           05  FILLER                        PIC X(01).
           05  KL-DISPOSITION                PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  KL-RECORD-KEY                 PIC X(27).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  KL-REASON                     PIC X(40).
       01  WS-FIELD-LINE.
           05  FILLER                        PIC X(04).
           05  FL-FIELD-NAME                 PIC X(20).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  FL-BEFORE-VALUE               PIC X(25).
           05  FILLER                        PIC X(03) VALUE " / ".
           05  FL-AFTER-VALUE                PIC X(25).
       01  WS-TOTAL-LINE.
           05  FILLER                        PIC X(01).
           05  TL-LABEL                      PIC X(30).
           05  FILLER                        PIC X(01) VALUE "=".
           05  TL-COUNT                      PIC ZZZ,ZZZ,ZZ9.
       01  WS-PREVIEW-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(44) VALUE
               "**** PREVIEW ONLY - NO TRANSACTIONS WRITTEN.".
       01  WS-DRIFT-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(22) VALUE
               "**** SIGNED-OFF COUNT ".
           05  DR-SIGNED-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(11) VALUE
               " NOW FINDS ".
           05  DR-FOUND-COUNT                PIC ZZZ,ZZZ,ZZ9.
       01  WS-EMPTIED-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(48) VALUE
               "**** MUGTRN EMPTIED - NOTHING LEFT FOR XMPL3UPD.".
       01  WS-REFUSED-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(22) VALUE
               "**** RUN REFUSED -    ".
           05  RF-REASON                     PIC X(50).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-ACCEPTED AND WS-UPDATE-MODE
               SET WS-COUNT-PASS TO TRUE
               PERFORM 3000-SCAN-MASTER THRU 3000-EXIT
               IF WS-RUN-ACCEPTED
                   PERFORM 2000-CHECK-SIGNED-COUNT THRU 2000-EXIT
               END-IF
           END-IF.
           IF WS-RUN-ACCEPTED
               SET WS-LIST-PASS TO TRUE
               PERFORM 3000-SCAN-MASTER THRU 3000-EXIT
               PERFORM 8000-PRODUCE-TOTALS THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      *
       1000-INITIALIZE.
           SET WS-RUN-ACCEPTED TO TRUE.
           SET WS-MASTER-NOT-OPENED TO TRUE.
           SET WS-TRANS-NOT-OPENED TO TRUE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL "DTEEDIT" USING WS-RUN-DATE WS-DATE-VALID-SW.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           PERFORM 1100-EDIT-PARM THRU 1100-EXIT.
           OPEN OUTPUT MUG-REPORT-FILE.
           IF WS-UPDATE-MODE
               MOVE "UPDATE " TO HL-MODE
           ELSE
               MOVE "PREVIEW" TO HL-MODE
           END-IF.
           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           WRITE MUG-REPORT-LINE FROM WS-HDR-LINE.
           MOVE SPACES TO MUG-REPORT-LINE.
           WRITE MUG-REPORT-LINE.
      *    AN UPDATE RUN EMPTIES MUGTRN BEFORE ANYTHING ELSE CAN
      *    REFUSE IT, SO A REFUSED RUN NEVER LEAVES AN EARLIER RUN'S
      *    TRANSACTIONS BEHIND FOR XMPL3UPD TO APPLY A SECOND TIME.
           IF WS-UPDATE-MODE
               OPEN OUTPUT MUG-TRANS-OUT
               IF WS-OUT-STATUS NOT = "00"
                   DISPLAY "XMPL3MUG: OPEN MUGTRN FAILED, STATUS="
                       WS-OUT-STATUS
                   MOVE "TRANSACTION FILE (MUGTRN) WILL NOT OPEN"
                       TO WS-REFUSAL-REASON
                   SET WS-RUN-REFUSED TO TRUE
                   GO TO 1000-EXIT
               END-IF
               SET WS-TRANS-OPENED TO TRUE
           END-IF.
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-LOAD-CARDS THRU 1200-EXIT.
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1300-EDIT-CARDS THRU 1300-EXIT.
       1000-EXIT.
           EXIT.
      *
      *    PARM IS PREVIEW (THE DEFAULT WHEN BLANK) OR UPDATE,COUNT
      *    WITH THE CHANGE COUNT FROM THE PREVIEW THE OPERATOR SIGNED
      *    OFF ON.  AN UPDATE WITHOUT A COUNT IS REFUSED -- THE COUNT
      *    IS THE WHOLE POINT OF THE SIGN-OFF.
      *
       1100-EDIT-PARM.
           SET WS-PREVIEW-MODE TO TRUE.
           MOVE SPACES TO WS-PARM-MODE WS-PARM-COUNT.
           MOVE ZERO TO WS-MODE-LENGTH WS-COUNT-LENGTH.
           IF WS-PARM-LINE NOT = SPACES
               UNSTRING WS-PARM-LINE DELIMITED BY "," OR SPACE
                   INTO WS-PARM-MODE  COUNT IN WS-MODE-LENGTH
                        WS-PARM-COUNT COUNT IN WS-COUNT-LENGTH
           END-IF.
           IF WS-PARM-MODE = SPACES OR "PREVIEW"
               IF WS-COUNT-LENGTH > ZERO
                   DISPLAY "XMPL3MUG: A PREVIEW TAKES NO COUNT, "
                       "RUN REFUSED"
                   MOVE "PARM COUNT IS ONLY GIVEN ON AN UPDATE RUN"
                       TO WS-REFUSAL-REASON
                   SET WS-RUN-REFUSED TO TRUE
               END-IF
               GO TO 1100-EXIT
           END-IF.
           IF WS-PARM-MODE NOT = "UPDATE"
               DISPLAY "XMPL3MUG: MODE PARM " WS-PARM-MODE
                   " NOT PREVIEW OR UPDATE, RUN REFUSED"
               MOVE "PARM MODE IS NOT PREVIEW OR UPDATE"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1100-EXIT
           END-IF.
           SET WS-UPDATE-MODE TO TRUE.
           IF WS-COUNT-LENGTH = ZERO
              OR WS-COUNT-LENGTH > 9
              OR WS-PARM-COUNT(1:WS-COUNT-LENGTH) NOT NUMERIC
               DISPLAY "XMPL3MUG: COUNT PARM " WS-PARM-COUNT
                   " NOT A SIGNED-OFF COUNT, UPDATE REFUSED"
               MOVE "UPDATE PARM NEEDS THE SIGNED-OFF PREVIEW COUNT"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1100-EXIT
           END-IF.
           MOVE WS-PARM-COUNT(1:WS-COUNT-LENGTH) TO WS-SIGNED-COUNT.
       1100-EXIT.
           EXIT.
      *
      *    EVERY CARD IS ECHOED TO THE REPORT AS READ, SO THE PREVIEW
      *    THE OPERATOR SIGNS OFF SHOWS EXACTLY WHAT WAS ASKED FOR.
      *
       1200-LOAD-CARDS.
           OPEN INPUT MUG-CARD-FILE.
           IF WS-CRD-STATUS NOT = "00"
               DISPLAY "XMPL3MUG: OPEN MUGCARD FAILED, STATUS="
                   WS-CRD-STATUS
               MOVE "REQUEST CARDS (MUGCARD) WILL NOT OPEN"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1200-EXIT
           END-IF.
           SET WS-CARD-NOT-AT-END TO TRUE.
           PERFORM 1210-READ-ONE-CARD THRU 1210-EXIT
               UNTIL WS-CARD-AT-END OR WS-RUN-REFUSED.
           CLOSE MUG-CARD-FILE.
           MOVE SPACES TO MUG-REPORT-LINE.
           WRITE MUG-REPORT-LINE.
       1200-EXIT.
           EXIT.
      *
       1210-READ-ONE-CARD.
           READ MUG-CARD-FILE
               AT END
                   SET WS-CARD-AT-END TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           MOVE XMPL3-MASS-UPDATE-CARD TO EC-CARD-IMAGE.
           WRITE MUG-REPORT-LINE FROM WS-CARD-LINE.
           IF XMPL3-MASS-UPDATE-CARD = SPACES OR MQ-COMMENT-CARD
               GO TO 1210-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN MQ-TYPE-CARD
                   ADD 1 TO WS-TYPE-CARDS
                   MOVE MQ-RECORD-TYPE TO WS-TARGET-TYPE
               WHEN MQ-SELECT-CARD
                   IF WS-CRITERIA-COUNT NOT < WS-CRITERIA-MAX
                       MOVE "MORE THAN 10 SL CARDS"
                           TO WS-REFUSAL-REASON
                       SET WS-RUN-REFUSED TO TRUE
                       GO TO 1210-EXIT
                   END-IF
                   ADD 1 TO WS-CRITERIA-COUNT
                   MOVE MQ-FIELD-NAME
                       TO SC-FIELD-NAME (WS-CRITERIA-COUNT)
                   MOVE MQ-OPERATOR TO SC-OPERATOR (WS-CRITERIA-COUNT)
                   IF MQ-OPERATOR-RANGE
                       MOVE MQ-LOW-VALUE
                           TO SC-LOW-VALUE (WS-CRITERIA-COUNT)
                       MOVE MQ-HIGH-VALUE
                           TO SC-HIGH-VALUE (WS-CRITERIA-COUNT)
                   ELSE
                       MOVE MQ-VALUE-AREA
                           TO SC-LOW-VALUE (WS-CRITERIA-COUNT)
                       MOVE SPACES
                           TO SC-HIGH-VALUE (WS-CRITERIA-COUNT)
                   END-IF
               WHEN MQ-SET-CARD
                   IF WS-SETTINGS-COUNT NOT < WS-SETTINGS-MAX
                       MOVE "MORE THAN 10 ST CARDS"
                           TO WS-REFUSAL-REASON
                       SET WS-RUN-REFUSED TO TRUE
                       GO TO 1210-EXIT
                   END-IF
                   ADD 1 TO WS-SETTINGS-COUNT
                   MOVE MQ-FIELD-NAME
                       TO SE-FIELD-NAME (WS-SETTINGS-COUNT)
                   MOVE MQ-VALUE-AREA
                       TO SE-NEW-VALUE (WS-SETTINGS-COUNT)
               WHEN OTHER
                   MOVE SPACES TO WS-REFUSAL-REASON
                   STRING "CARD TYPE " MQ-CARD-TYPE
                          " IS NOT TY, SL, ST OR **"
                       DELIMITED BY SIZE INTO WS-REFUSAL-REASON
                   SET WS-RUN-REFUSED TO TRUE
           END-EVALUATE.
       1210-EXIT.
           EXIT.
      *
      *    THE CARDS ARE EDITED AS A SET ONCE ALL ARE READ, SINCE THE
      *    FIELD NAMES CAN ONLY BE RESOLVED AGAINST THE RECORD TYPE.
      *    THE FIRST BAD CARD REFUSES THE RUN -- A MASS UPDATE IS
      *    NEVER RUN ON PART OF WHAT WAS ASKED FOR.
      *
       1300-EDIT-CARDS.
           IF WS-TYPE-CARDS NOT = 1
               MOVE "EXACTLY ONE TY CARD IS REQUIRED"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1300-EXIT
           END-IF.
           IF WS-TARGET-TYPE NOT = "01" AND "02" AND "03"
               MOVE "TY CARD RECORD TYPE IS NOT 01, 02 OR 03"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1300-EXIT
           END-IF.
           IF WS-CRITERIA-COUNT = ZERO
               MOVE "AT LEAST ONE SL CARD IS REQUIRED"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1300-EXIT
           END-IF.
           IF WS-SETTINGS-COUNT = ZERO
               MOVE "AT LEAST ONE ST CARD IS REQUIRED"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-EDIT-ONE-CRITERION THRU 1310-EXIT
               VARYING WS-CRIT-SUB FROM 1 BY 1
               UNTIL WS-CRIT-SUB > WS-CRITERIA-COUNT
                  OR WS-RUN-REFUSED.
           PERFORM 1320-EDIT-ONE-SETTING THRU 1320-EXIT
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > WS-SETTINGS-COUNT
                  OR WS-RUN-REFUSED.
       1300-EXIT.
           EXIT.
      *
       1310-EDIT-ONE-CRITERION.
           MOVE SC-FIELD-NAME (WS-CRIT-SUB) TO WS-LOOKUP-NAME.
           PERFORM 1400-FIND-FIELD THRU 1400-EXIT.
           IF WS-FIELD-NOT-FOUND
               MOVE SPACES TO WS-REFUSAL-REASON
               STRING "SL FIELD "            DELIMITED BY SIZE
                      WS-LOOKUP-NAME         DELIMITED BY SPACE
                      " NOT ON RECORD TYPE " DELIMITED BY SIZE
                      WS-TARGET-TYPE         DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1310-EXIT
           END-IF.
           MOVE FE-OFFSET (WS-FOUND-SUB) TO SC-OFFSET (WS-CRIT-SUB).
           MOVE FE-LENGTH (WS-FOUND-SUB) TO SC-LENGTH (WS-CRIT-SUB).
           EVALUATE SC-OPERATOR (WS-CRIT-SUB)
               WHEN "EQ"
                   MOVE SC-LOW-VALUE (WS-CRIT-SUB) TO WS-EDIT-VALUE
                   PERFORM 1500-EDIT-VALUE THRU 1500-EXIT
               WHEN "RG"
                   MOVE SC-LOW-VALUE (WS-CRIT-SUB) TO WS-EDIT-VALUE
                   PERFORM 1500-EDIT-VALUE THRU 1500-EXIT
                   IF WS-RUN-REFUSED
                       GO TO 1310-EXIT
                   END-IF
                   MOVE SC-HIGH-VALUE (WS-CRIT-SUB) TO WS-EDIT-VALUE
                   PERFORM 1500-EDIT-VALUE THRU 1500-EXIT
                   IF WS-RUN-REFUSED
                       GO TO 1310-EXIT
                   END-IF
                   IF SC-LOW-VALUE (WS-CRIT-SUB)
                       > SC-HIGH-VALUE (WS-CRIT-SUB)
                       MOVE SPACES TO WS-REFUSAL-REASON
                       STRING "RANGE FOR "          DELIMITED BY SIZE
                              WS-LOOKUP-NAME        DELIMITED BY SPACE
                              " HAS LOW ABOVE HIGH" DELIMITED BY SIZE
                           INTO WS-REFUSAL-REASON
                       SET WS-RUN-REFUSED TO TRUE
                   END-IF
               WHEN "BL"
               WHEN "NB"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-REFUSAL-REASON
                   STRING "OPERATOR FOR "    DELIMITED BY SIZE
                          WS-LOOKUP-NAME     DELIMITED BY SPACE
                          " NOT EQ/RG/BL/NB" DELIMITED BY SIZE
                       INTO WS-REFUSAL-REASON
                   SET WS-RUN-REFUSED TO TRUE
           END-EVALUATE.
       1310-EXIT.
           EXIT.
      *
      *    A SET VALUE MUST FIT THE FIELD'S PICTURE AND, ON A CODE
      *    FIELD, BE ON THE VALID-VALUES TABLE AS OF TODAY -- A BAD
      *    VALUE WOULD OTHERWISE BE REJECTED BY XMPL3UPD ON EVERY
      *    RECORD THE PREVIEW PROMISED TO CHANGE.
      *
       1320-EDIT-ONE-SETTING.
           MOVE SE-FIELD-NAME (WS-SET-SUB) TO WS-LOOKUP-NAME.
           PERFORM 1400-FIND-FIELD THRU 1400-EXIT.
           IF WS-FIELD-NOT-FOUND
               MOVE SPACES TO WS-REFUSAL-REASON
               STRING "ST FIELD "            DELIMITED BY SIZE
                      WS-LOOKUP-NAME         DELIMITED BY SPACE
                      " NOT ON RECORD TYPE " DELIMITED BY SIZE
                      WS-TARGET-TYPE         DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1320-EXIT
           END-IF.
           IF NOT FE-MAY-BE-SET (WS-FOUND-SUB)
               MOVE SPACES TO WS-REFUSAL-REASON
               STRING "ST FIELD "        DELIMITED BY SIZE
                      WS-LOOKUP-NAME     DELIMITED BY SPACE
                      " IS NOT SETTABLE" DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1320-EXIT
           END-IF.
           MOVE FE-OFFSET (WS-FOUND-SUB) TO SE-OFFSET (WS-SET-SUB).
           MOVE FE-LENGTH (WS-FOUND-SUB) TO SE-LENGTH (WS-SET-SUB).
           MOVE SE-NEW-VALUE (WS-SET-SUB) TO WS-EDIT-VALUE.
           PERFORM 1500-EDIT-VALUE THRU 1500-EXIT.
           IF WS-RUN-REFUSED
               GO TO 1320-EXIT
           END-IF.
           IF WS-LOOKUP-NAME = "MAINTENANCE-STATUS"
              AND SE-NEW-VALUE (WS-SET-SUB) NOT = "A" AND "I"
               MOVE "MAINTENANCE-STATUS CAN ONLY BE SET TO A OR I"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1320-EXIT
           END-IF.
           PERFORM 1330-CHECK-DUPLICATE THRU 1330-EXIT
               VARYING WS-DUP-SUB FROM 1 BY 1
               UNTIL WS-DUP-SUB NOT < WS-SET-SUB
                  OR WS-RUN-REFUSED.
           IF WS-RUN-REFUSED
               GO TO 1320-EXIT
           END-IF.
           MOVE "F"                  TO CE-FUNCTION.
           MOVE WS-RUN-DATE          TO CE-AS-OF-DATE.
           MOVE WS-TARGET-TYPE       TO CE-RECORD-TYPE.
           MOVE WS-LOOKUP-NAME       TO CE-FIELD-NAME.
           MOVE SE-NEW-VALUE (WS-SET-SUB) TO CE-CODE-VALUE.
           CALL "CDEEDIT" USING XMPL3-CODE-EDIT-AREA.
           IF CE-TABLE-FAILED
               MOVE "CODE TABLE NOT AVAILABLE" TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1320-EXIT
           END-IF.
           IF CE-CODE-INVALID
               MOVE SPACES TO WS-REFUSAL-REASON
               STRING "ST VALUE FOR "      DELIMITED BY SIZE
                      WS-LOOKUP-NAME       DELIMITED BY SPACE
                      " NOT ON CODE TABLE" DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
           END-IF.
       1320-EXIT.
           EXIT.
      *
       1330-CHECK-DUPLICATE.
           IF SE-FIELD-NAME (WS-DUP-SUB) = WS-LOOKUP-NAME
               MOVE SPACES TO WS-REFUSAL-REASON
               STRING "ST FIELD "     DELIMITED BY SIZE
                      WS-LOOKUP-NAME  DELIMITED BY SPACE
                      " IS SET TWICE" DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
           END-IF.
       1330-EXIT.
           EXIT.
      *
      *    A FIELD NAME RESOLVES TO ITS OWN RECORD TYPE'S ENTRY OR TO
      *    ONE OF THE KEY FIELDS ALL THREE TYPES SHARE.
      *
       1400-FIND-FIELD.
           SET WS-FIELD-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 1410-MATCH-ONE-FIELD THRU 1410-EXIT
               VARYING WS-DIR-SUB FROM 1 BY 1
               UNTIL WS-DIR-SUB > WS-FIELD-COUNT
                  OR WS-FIELD-FOUND.
       1400-EXIT.
           EXIT.
      *
       1410-MATCH-ONE-FIELD.
           IF FE-FIELD-NAME (WS-DIR-SUB) = WS-LOOKUP-NAME
              AND (FE-RECORD-TYPE (WS-DIR-SUB) = WS-TARGET-TYPE
                OR FE-RECORD-TYPE (WS-DIR-SUB) = "**")
               SET WS-FIELD-FOUND TO TRUE
               MOVE WS-DIR-SUB TO WS-FOUND-SUB
           END-IF.
       1410-EXIT.
           EXIT.
      *
      *    THE CARD VALUE IN WS-EDIT-VALUE AGAINST THE DIRECTORY ENTRY
      *    AT WS-FOUND-SUB -- NO WIDER THAN THE FIELD, AND ALL DIGITS
      *    AT THE FIELD'S FULL WIDTH FOR A PIC 9 FIELD, SO THE VALUE
      *    COMPARES AND STORES THE WAY THE FIELD ITSELF IS HELD.
      *
       1500-EDIT-VALUE.
           MOVE FE-LENGTH (WS-FOUND-SUB) TO WS-EDIT-LENGTH.
           IF WS-EDIT-LENGTH < 70
              AND WS-EDIT-VALUE(WS-EDIT-LENGTH + 1:) NOT = SPACES
               MOVE SPACES TO WS-REFUSAL-REASON
               STRING "VALUE FOR "   DELIMITED BY SIZE
                      WS-LOOKUP-NAME DELIMITED BY SPACE
                      " IS TOO WIDE" DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1500-EXIT
           END-IF.
           IF FE-NUMERIC-FIELD (WS-FOUND-SUB)
              AND WS-EDIT-VALUE(1:WS-EDIT-LENGTH) NOT NUMERIC
               MOVE SPACES TO WS-REFUSAL-REASON
               STRING "VALUE FOR "   DELIMITED BY SIZE
                      WS-LOOKUP-NAME DELIMITED BY SPACE
                      " IS NOT "     DELIMITED BY SIZE
                      WS-EDIT-LENGTH DELIMITED BY SIZE
                      " DIGITS"      DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
           END-IF.
       1500-EXIT.
           EXIT.
      *
      *    THE COUNTING PASS OF AN UPDATE RUN MUST FIND EXACTLY THE
      *    COUNT THE OPERATOR SIGNED OFF ON, OR NOTHING IS WRITTEN.
      *    THE LISTING PASS THAT WRITES MUST THEN FIND IT AGAIN; IF
      *    THE MASTER MOVED BETWEEN THE TWO, MUGTRN IS EMPTIED.
      *
       2000-CHECK-SIGNED-COUNT.
           IF WS-CHANGE-COUNT = WS-SIGNED-COUNT
               MOVE WS-CHANGE-COUNT TO WS-COUNTED-CHANGES
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-SIGNED-COUNT TO DR-SIGNED-COUNT.
           MOVE WS-CHANGE-COUNT TO DR-FOUND-COUNT.
           WRITE MUG-REPORT-LINE FROM WS-DRIFT-LINE.
           DISPLAY "XMPL3MUG: SIGNED-OFF COUNT " WS-SIGNED-COUNT
               " BUT MASTER NOW GIVES " WS-CHANGE-COUNT.
           MOVE "CHANGE COUNT HAS DRIFTED FROM THE SIGNED-OFF COUNT"
               TO WS-REFUSAL-REASON.
           SET WS-RUN-REFUSED TO TRUE.
           IF WS-LIST-PASS AND WS-TRANS-WRITTEN > ZERO
               CLOSE MUG-TRANS-OUT
               OPEN OUTPUT MUG-TRANS-OUT
               MOVE ZERO TO WS-TRANS-WRITTEN
           END-IF.
       2000-EXIT.
           EXIT.
      *
       3000-SCAN-MASTER.
           MOVE ZERO TO WS-RECORDS-SCANNED WS-RECORDS-OF-TYPE
               WS-RECORDS-SELECTED WS-ALREADY-SET WS-CODE-REJECTS
               WS-CHANGE-COUNT WS-TRANS-WRITTEN.
           OPEN INPUT XMPL3-MASTER.
           IF NOT WS-XMPL3-OK
               DISPLAY "XMPL3MUG: OPEN XMPL3-MASTER FAILED, STATUS="
                   WS-XMPL3-STATUS
               MOVE "MASTER (XMPL3MS) WILL NOT OPEN"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 3000-EXIT
           END-IF.
           SET WS-MASTER-OPENED TO TRUE.
           SET WS-NOT-AT-END TO TRUE.
           PERFORM 3100-SCAN-ONE-RECORD THRU 3100-EXIT
               UNTIL WS-AT-END.
           CLOSE XMPL3-MASTER.
           SET WS-MASTER-NOT-OPENED TO TRUE.
       3000-EXIT.
           EXIT.
      *
      *    SELECT, OVERLAY, AND KEEP ONLY A RECORD THAT WOULD REALLY
      *    CHANGE -- ONE ALREADY HOLDING EVERY NEW VALUE IS COUNTED
      *    BUT NOT SENT, SO A RERUN AFTER XMPL3UPD FINDS NOTHING TO
      *    DO.  THE COUNTING PASS STOPS THERE; THE LISTING PASS
      *    PRINTS THE CHANGE AND, ON AN UPDATE RUN, WRITES IT.
      *
       3100-SCAN-ONE-RECORD.
           READ XMPL3-MASTER NEXT RECORD
               AT END
                   SET WS-AT-END TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF NOT WS-XMPL3-OK
               DISPLAY "XMPL3MUG: READ XMPL3-MASTER FAILED, STATUS="
                   WS-XMPL3-STATUS
               MOVE "MASTER READ FAILED DURING THE SCAN"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               SET WS-AT-END TO TRUE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-RECORDS-SCANNED.
           IF REDEFINES-RECORD-TYPE OF FIRST-TYPE NOT = WS-TARGET-TYPE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-RECORDS-OF-TYPE.
           MOVE FIRST-TYPE TO WS-BEFORE-IMAGE.
           SET WS-RECORD-SELECTED TO TRUE.
           PERFORM 3200-TEST-ONE-CRITERION THRU 3200-EXIT
               VARYING WS-CRIT-SUB FROM 1 BY 1
               UNTIL WS-CRIT-SUB > WS-CRITERIA-COUNT
                  OR WS-RECORD-NOT-SELECTED.
           IF WS-RECORD-NOT-SELECTED
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-RECORDS-SELECTED.
           MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE.
           PERFORM 3300-APPLY-ONE-SETTING THRU 3300-EXIT
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > WS-SETTINGS-COUNT.
           IF WS-AFTER-IMAGE = WS-BEFORE-IMAGE
               ADD 1 TO WS-ALREADY-SET
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3400-EDIT-CODES THRU 3400-EXIT.
           IF WS-RUN-REFUSED
               SET WS-AT-END TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF NOT CE-CODE-VALID
               ADD 1 TO WS-CODE-REJECTS
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-CHANGE-COUNT.
           IF WS-COUNT-PASS
               GO TO 3100-EXIT
           END-IF.
           MOVE "CHANGE"          TO KL-DISPOSITION.
           MOVE SPACES            TO KL-REASON.
           PERFORM 3500-LIST-CHANGE THRU 3500-EXIT.
           IF WS-UPDATE-MODE
               PERFORM 3600-WRITE-TRANSACTION THRU 3600-EXIT
           END-IF.
       3100-EXIT.
           EXIT.
      *
       3200-TEST-ONE-CRITERION.
           MOVE SC-OFFSET (WS-CRIT-SUB) TO WS-OFFSET.
           MOVE SC-LENGTH (WS-CRIT-SUB) TO WS-LENGTH.
           EVALUATE SC-OPERATOR (WS-CRIT-SUB)
               WHEN "EQ"
                   IF WS-BEFORE-IMAGE(WS-OFFSET:WS-LENGTH)
                       NOT = SC-LOW-VALUE (WS-CRIT-SUB)(1:WS-LENGTH)
                       SET WS-RECORD-NOT-SELECTED TO TRUE
                   END-IF
               WHEN "RG"
                   IF WS-BEFORE-IMAGE(WS-OFFSET:WS-LENGTH)
                       < SC-LOW-VALUE (WS-CRIT-SUB)(1:WS-LENGTH)
                      OR WS-BEFORE-IMAGE(WS-OFFSET:WS-LENGTH)
                       > SC-HIGH-VALUE (WS-CRIT-SUB)(1:WS-LENGTH)
                       SET WS-RECORD-NOT-SELECTED TO TRUE
                   END-IF
               WHEN "BL"
                   IF WS-BEFORE-IMAGE(WS-OFFSET:WS-LENGTH)
                       NOT = SPACES
                       SET WS-RECORD-NOT-SELECTED TO TRUE
                   END-IF
               WHEN "NB"
                   IF WS-BEFORE-IMAGE(WS-OFFSET:WS-LENGTH) = SPACES
                       SET WS-RECORD-NOT-SELECTED TO TRUE
                   END-IF
           END-EVALUATE.
       3200-EXIT.
           EXIT.
      *
       3300-APPLY-ONE-SETTING.
           MOVE SE-OFFSET (WS-SET-SUB) TO WS-OFFSET.
           MOVE SE-LENGTH (WS-SET-SUB) TO WS-LENGTH.
           MOVE SE-NEW-VALUE (WS-SET-SUB)(1:WS-LENGTH)
               TO WS-AFTER-IMAGE(WS-OFFSET:WS-LENGTH).
       3300-EXIT.
           EXIT.
      *
      *    THE WHOLE AFTER-IMAGE GOES THROUGH THE SAME CODE-TABLE EDIT
      *    XMPL3UPD WILL APPLY, SO A LEGACY CODE ELSEWHERE ON THE
      *    RECORD THAT XMPL3UPD WOULD REJECT IS LISTED HERE AND LEFT
      *    OUT OF THE COUNT INSTEAD OF SURFACING AS A REJECT TONIGHT.
      *
       3400-EDIT-CODES.
           MOVE "R"            TO CE-FUNCTION.
           MOVE WS-RUN-DATE    TO CE-AS-OF-DATE.
           MOVE WS-AFTER-IMAGE TO CE-RECORD-IMAGE.
           CALL "CDEEDIT" USING XMPL3-CODE-EDIT-AREA.
           IF CE-CODE-VALID
               GO TO 3400-EXIT
           END-IF.
           IF CE-TABLE-FAILED
               MOVE "CODE TABLE NOT AVAILABLE" TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 3400-EXIT
           END-IF.
           IF WS-COUNT-PASS
               GO TO 3400-EXIT
           END-IF.
           MOVE "LEFT OUT"  TO KL-DISPOSITION.
           MOVE SPACES      TO KL-REASON.
           STRING CE-FIELD-NAME        DELIMITED BY SPACE
                  " = "                DELIMITED BY SIZE
                  CE-CODE-VALUE        DELIMITED BY SIZE
                  " NOT ON CODE TABLE" DELIMITED BY SIZE
               INTO KL-REASON.
           PERFORM 3500-LIST-CHANGE THRU 3500-EXIT.
       3400-EXIT.
           EXIT.
      *
      *    ONE KEY LINE, THEN ONE LINE PER FIELD THE SETTINGS ACTUALLY
      *    CHANGE ON THIS RECORD, BEFORE AND AFTER.
      *
       3500-LIST-CHANGE.
           MOVE WS-BEFORE-IMAGE(1:27) TO KL-RECORD-KEY.
           WRITE MUG-REPORT-LINE FROM WS-KEY-LINE.
           PERFORM 3510-LIST-ONE-FIELD THRU 3510-EXIT
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > WS-SETTINGS-COUNT.
       3500-EXIT.
           EXIT.
      *
       3510-LIST-ONE-FIELD.
           MOVE SE-OFFSET (WS-SET-SUB) TO WS-OFFSET.
           MOVE SE-LENGTH (WS-SET-SUB) TO WS-LENGTH.
           IF WS-BEFORE-IMAGE(WS-OFFSET:WS-LENGTH)
               = WS-AFTER-IMAGE(WS-OFFSET:WS-LENGTH)
               GO TO 3510-EXIT
           END-IF.
           MOVE SE-FIELD-NAME (WS-SET-SUB) TO FL-FIELD-NAME.
           MOVE SPACES TO FL-BEFORE-VALUE FL-AFTER-VALUE.
           MOVE WS-BEFORE-IMAGE(WS-OFFSET:WS-LENGTH)
               TO FL-BEFORE-VALUE.
           MOVE WS-AFTER-IMAGE(WS-OFFSET:WS-LENGTH)
               TO FL-AFTER-VALUE.
           WRITE MUG-REPORT-LINE FROM WS-FIELD-LINE.
       3510-EXIT.
           EXIT.
      *
      *    THE SAME REPLACE XMPL3REL BUILDS -- THE WHOLE CURRENT IMAGE
      *    WITH ONLY THE NEW VALUES OVERLAID -- BUT CHECKED: THE IMAGE
      *    STILL CARRIES THE LAST-UPDATE STAMP THIS SCAN READ, AND
      *    XMPL3UPD REJECTS IT IF THE MASTER NO LONGER DOES, RATHER
      *    THAN OVERWRITE WHAT XMPL3MNT OR XMPL3APR CHANGED SINCE.
      *
       3600-WRITE-TRANSACTION.
           SET MT-ACTION-CHECKED-REPLACE TO TRUE.
           MOVE WS-AFTER-IMAGE(1:2)    TO MT-RECORD-TYPE.
           MOVE WS-AFTER-IMAGE(3:7)    TO MT-KEY-NUMBER.
           MOVE WS-AFTER-IMAGE(10:6)   TO MT-KEY-NUMBER-2.
           MOVE WS-AFTER-IMAGE(16:4)   TO MT-KEY-NUMBER-3.
           MOVE WS-AFTER-IMAGE(20:8)   TO MT-CREATION-DATE.
           MOVE WS-AFTER-IMAGE(28:373) TO MT-RECORD-BODY.
           WRITE XMPL3-MAINT-TRANSACTION.
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "XMPL3MUG: MUGTRN WRITE FAILED, STATUS="
                   WS-OUT-STATUS
               MOVE "TRANSACTION WRITE TO MUGTRN FAILED"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               SET WS-AT-END TO TRUE
               GO TO 3600-EXIT
           END-IF.
           ADD 1 TO WS-TRANS-WRITTEN.
       3600-EXIT.
           EXIT.
      *
       8000-PRODUCE-TOTALS.
           IF WS-UPDATE-MODE AND WS-RUN-ACCEPTED
               PERFORM 2000-CHECK-SIGNED-COUNT THRU 2000-EXIT
           END-IF.
           MOVE SPACES TO MUG-REPORT-LINE.
           WRITE MUG-REPORT-LINE.
           MOVE "MASTER RECORDS SCANNED        " TO TL-LABEL.
           MOVE WS-RECORDS-SCANNED  TO TL-COUNT.
           WRITE MUG-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "RECORDS OF THE TY CARD TYPE   " TO TL-LABEL.
           MOVE WS-RECORDS-OF-TYPE  TO TL-COUNT.
           WRITE MUG-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "RECORDS MEETING EVERY SL CARD " TO TL-LABEL.
           MOVE WS-RECORDS-SELECTED TO TL-COUNT.
           WRITE MUG-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  ALREADY HOLDING NEW VALUES  " TO TL-LABEL.
           MOVE WS-ALREADY-SET      TO TL-COUNT.
           WRITE MUG-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  LEFT OUT - CODE TABLE       " TO TL-LABEL.
           MOVE WS-CODE-REJECTS     TO TL-COUNT.
           WRITE MUG-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  RECORDS TO CHANGE (COUNT)   " TO TL-LABEL.
           MOVE WS-CHANGE-COUNT     TO TL-COUNT.
           WRITE MUG-REPORT-LINE FROM WS-TOTAL-LINE.
           IF WS-PREVIEW-MODE
               WRITE MUG-REPORT-LINE FROM WS-PREVIEW-LINE
               GO TO 8000-EXIT
           END-IF.
           MOVE "SIGNED-OFF PREVIEW COUNT      " TO TL-LABEL.
           MOVE WS-SIGNED-COUNT     TO TL-COUNT.
           WRITE MUG-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "REPLACES WRITTEN TO MUGTRN    " TO TL-LABEL.
           MOVE WS-TRANS-WRITTEN    TO TL-COUNT.
           WRITE MUG-REPORT-LINE FROM WS-TOTAL-LINE.
       8000-EXIT.
           EXIT.
      *
      *    A RUN REFUSED AFTER MUGTRN WAS OPENED MAY HAVE WRITTEN PART
      *    OF THE UPDATE BEFORE IT STOPPED.  MUGTRN IS OPENED AGAIN
      *    AND CLOSED SO XMPL3UPD FINDS IT EMPTY, NOT HALF AN UPDATE.
      *
       9000-TERMINATE.
           IF WS-RUN-REFUSED
               MOVE WS-REFUSAL-REASON TO RF-REASON
               WRITE MUG-REPORT-LINE FROM WS-REFUSED-LINE
           END-IF.
           IF WS-RUN-REFUSED AND WS-TRANS-OPENED
               CLOSE MUG-TRANS-OUT
               SET WS-TRANS-NOT-OPENED TO TRUE
               OPEN OUTPUT MUG-TRANS-OUT
               IF WS-OUT-STATUS = "00"
                   CLOSE MUG-TRANS-OUT
                   MOVE ZERO TO WS-TRANS-WRITTEN
                   WRITE MUG-REPORT-LINE FROM WS-EMPTIED-LINE
               ELSE
                   DISPLAY "XMPL3MUG: MUGTRN COULD NOT BE EMPTIED, "
                       "STATUS=" WS-OUT-STATUS
                       " -- DO NOT LET XMPL3UPD RUN ON IT"
               END-IF
           END-IF.
           MOVE "C" TO CE-FUNCTION.
           CALL "CDEEDIT" USING XMPL3-CODE-EDIT-AREA.
           IF WS-MASTER-OPENED
               CLOSE XMPL3-MASTER
           END-IF.
           IF WS-TRANS-OPENED
               CLOSE MUG-TRANS-OUT
           END-IF.
           CLOSE MUG-REPORT-FILE.
           DISPLAY "XMPL3MUG: MASTER RECORDS SCANNED = "
               WS-RECORDS-SCANNED.
           DISPLAY "XMPL3MUG: RECORDS SELECTED       = "
               WS-RECORDS-SELECTED.
           DISPLAY "XMPL3MUG: RECORDS TO CHANGE      = "
               WS-CHANGE-COUNT.
           DISPLAY "XMPL3MUG: REPLACES WRITTEN       = "
               WS-TRANS-WRITTEN.
           IF WS-RUN-REFUSED
               DISPLAY "XMPL3MUG: RUN REFUSED, RC=8"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF.
           IF WS-PREVIEW-MODE
               DISPLAY "XMPL3MUG: PREVIEW ONLY, SIGN OFF COUNT "
                   WS-CHANGE-COUNT " FOR THE UPDATE RUN"
           END-IF.
       9000-EXIT.
           EXIT.
