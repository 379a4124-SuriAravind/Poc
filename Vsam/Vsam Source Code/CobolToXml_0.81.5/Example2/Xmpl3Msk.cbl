      ******************************************************************
      *    PROGRAM-ID  : XMPL3MSK                                      *
      *    AUTHOR      : D. OKAFOR, DATA ADMINISTRATION                *
      *    INSTALLATION: EXAMPLE2 BATCH LIBRARY                        *
      *    DATE-WRITTEN: 10/15/2026                                    *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    REMARKS.                                                   *
      *        Masked test-region copy of the master.  Reads a        *
      *        verified XMPL3UNL backup on BKPIN and writes a new     *
      *        backup on MSKOUT in the same "D"/"T" format, so        *
      *        XMPL3RLD loads it into the test region unchanged.  The *
      *        sensitive fields -- SOME-FIELD18/19/20, ANOTHER-FIELD8 *
      *        through ANOTHER-FIELD12 and LAST-UPDATE-USER-ID -- are *
      *        replaced character by character with a keyed           *
      *        substitute that keeps each character's class (upper    *
      *        case, lower case, digit; spaces and punctuation stay   *
      *        put).  The substitute depends only on the key and the  *
      *        value itself, so the same real value always masks to   *
      *        the same substitute and the duplicate groups XMPL3DUP  *
      *        finds still line up; the keys are carried unchanged,   *
      *        so they stay unique and the FIRST-TYPE/SECOND-TYPE     *
      *        matches XMPL3REC makes still pair.  The amount fields  *
      *        XMPL3CTL totals are scaled to a whole percent of their *
      *        value, rounded, and stay numeric -- except that where  *
      *        a FIRST-TYPE's SOME-FIELD12 equalled its SECOND-TYPE's *
      *        ANOTHER-FIELD6 + ANOTHER-FIELD7, which is the match    *
      *        XMPL3REC counts, the masked SOME-FIELD12 is the sum of *
      *        the scaled pair, so the match still holds.  The pairs  *
      *        are found by a pre-pass sorted on XMPL3REC's key (work *
      *        files MSKWRK and MSKMAT).  The masking report proves   *
      *        the copy: every non-blank sensitive value must have    *
      *        come out changed, the keys must still ascend with no   *
      *        duplicates, the records written by type must tie to    *
      *        the input trailer, and every pair that matched on the  *
      *        input must still match on the copy.  The output        *
      *        trailer is written only when all of that holds -- a    *
      *        copy that fails has none, so XMPL3RLD will refuse it   *
      *        -- and a failure ends the run with RC=8.  Parm (via    *
      *        COMMAND-LINE) is MASK-KEY,PERCENT: a 4 to 16 character *
      *        key kept by data administration (the same key gives    *
      *        the same substitutes from one refresh to the next) and *
      *        the amount percent, 1 to 100, blank for 100 (amounts   *
      *        left as they are).  A bad parm or a file that will not *
      *        open refuses the run, RC=8.                            *
      *                                                                *
      *    MODIFICATION HISTORY.                                      *
      *        10/15/2026  DRO  ORIGINAL PROGRAM.                      *
      *        10/15/2026  DRO  SET A MATCHED FIRST-TYPE'S MASKED      *
      *                         SOME-FIELD12 TO THE SUM OF ITS SCALED  *
      *                         ANOTHER-FIELD6/7 SO XMPL3REC STILL     *
      *                         MATCHES THE PAIR, AND PROVE ON THE     *
      *                         REPORT THAT NO MATCHED PAIR BROKE.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    XMPL3MSK.
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
           SELECT XMPL3-BACKUP-IN ASSIGN TO BKPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-STATUS.
           SELECT MASKED-BACKUP-OUT ASSIGN TO MSKOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT MSK-REPORT-FILE ASSIGN TO MSKRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT PAIR-WORK-FILE ASSIGN TO MSKWRK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.
           SELECT PAIR-MATCH-FILE ASSIGN TO MSKMAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAT-STATUS.
           SELECT PAIR-SORT-FILE ASSIGN TO SORTWK04.
       DATA DIVISION.
       FILE SECTION.
       FD  XMPL3-BACKUP-IN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 401 CHARACTERS.
       01  BKP-BACKUP-RECORD.
           05  BKP-RECORD-ID                 PIC X(01).
               88  BKP-DATA-RECORD           VALUE "D".
               88  BKP-TRAILER-RECORD        VALUE "T".
           05  BKP-RECORD-IMAGE              PIC X(400).
           05  BKP-TRAILER REDEFINES BKP-RECORD-IMAGE.
               10  BKP-TRAILER-DATE          PIC X(08).
               10  BKP-COUNT-TYPE-01         PIC 9(09).
               10  BKP-COUNT-TYPE-02         PIC 9(09).
               10  BKP-COUNT-TYPE-03         PIC 9(09).
               10  BKP-COUNT-OTHER           PIC 9(09).
               10  BKP-COUNT-TOTAL           PIC 9(09).
               10  BKP-FIRST-KEY             PIC X(27).
               10  BKP-LAST-KEY              PIC X(27).
               10  FILLER                    PIC X(293).
       FD  MASKED-BACKUP-OUT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 401 CHARACTERS.
       01  MSK-BACKUP-RECORD.
           05  MSK-RECORD-ID                 PIC X(01).
           05  MSK-RECORD-IMAGE              PIC X(400).
           05  MSK-TRAILER REDEFINES MSK-RECORD-IMAGE.
               10  MSK-TRAILER-DATE          PIC X(08).
               10  MSK-COUNT-TYPE-01         PIC 9(09).
               10  MSK-COUNT-TYPE-02         PIC 9(09).
               10  MSK-COUNT-TYPE-03         PIC 9(09).
               10  MSK-COUNT-OTHER           PIC 9(09).
               10  MSK-COUNT-TOTAL           PIC 9(09).
               10  MSK-FIRST-KEY             PIC X(27).
               10  MSK-LAST-KEY              PIC X(27).
               10  FILLER                    PIC X(293).
       FD  MSK-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  MSK-REPORT-LINE                   PIC X(80).
      *
      *    THE FIRST-TYPE/SECOND-TYPE PAIR FILES, ALL IN THE LAYOUT OF
      *    WS-PAIR-RECORD.  MSKWRK CARRIES THE MATCHED PAIRS OUT OF THE
      *    PRE-PASS AND THEN THE RECORDS AS WRITTEN FOR THE PROOF;
      *    MSKMAT IS THE MATCHED PAIRS BACK IN BACKUP ORDER.
      *
       FD  PAIR-WORK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS.
       01  PAIR-WORK-RECORD                  PIC X(55).
       FD  PAIR-MATCH-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS.
       01  PAIR-MATCH-RECORD.
           05  PM-BUSINESS-KEY               PIC X(25).
           05  PM-RECORD-TYPE                PIC X(02).
           05  PM-SEQUENCE                   PIC 9(09).
           05  FILLER                        PIC X(02).
           05  PM-SOME-FIELD12               PIC 9(07).
           05  FILLER                        PIC X(10).
       SD  PAIR-SORT-FILE.
       01  SRT-PAIR-RECORD.
           05  SRT-BUSINESS-KEY              PIC X(25).
           05  SRT-RECORD-TYPE               PIC X(02).
           05  SRT-SEQUENCE                  PIC 9(09).
           05  FILLER                        PIC X(19).
       WORKING-STORAGE SECTION.
       01  WS-BKP-STATUS                     PIC X(02).
       01  WS-OUT-STATUS                     PIC X(02).
       01  WS-RPT-STATUS                     PIC X(02).
       01  WS-WRK-STATUS                     PIC X(02).
       01  WS-MAT-STATUS                     PIC X(02).
       01  WS-PARM-LINE                      PIC X(30).
       01  WS-PARM-KEY                       PIC X(16).
       01  WS-PARM-PERCENT                   PIC X(03).
       01  WS-KEY-LENGTH                     PIC S9(04) COMP.
       01  WS-PERCENT-LENGTH                 PIC S9(04) COMP.
       01  WS-DEFAULT-PERCENT                PIC 9(03) VALUE 100.
       01  WS-SCALE-PERCENT                  PIC 9(03).
       01  WS-REFUSED-SW                     PIC X(01).
           88  WS-RUN-REFUSED                VALUE "Y".
           88  WS-RUN-ACCEPTED               VALUE "N".
       01  WS-PROOF-SW                       PIC X(01).
           88  WS-PROOF-GOOD                 VALUE "Y".
           88  WS-PROOF-BAD                  VALUE "N".
       01  WS-EOF-SW                         PIC X(01).
           88  WS-AT-END                     VALUE "Y".
           88  WS-NOT-AT-END                 VALUE "N".
       01  WS-TRAILER-SEEN-SW                PIC X(01).
           88  WS-TRAILER-SEEN               VALUE "Y".
           88  WS-TRAILER-NOT-SEEN           VALUE "N".
       01  WS-FILES-OPEN-SW                  PIC X(01).
           88  WS-FILES-OPENED               VALUE "Y".
           88  WS-FILES-NOT-OPENED           VALUE "N".
       01  WS-WORK-FILE-SW                   PIC X(01).
           88  WS-WORK-FILE-OPENED           VALUE "Y".
           88  WS-WORK-FILE-NOT-OPENED       VALUE "N".
       01  WS-MATCH-FILE-SW                  PIC X(01).
           88  WS-MATCH-FILE-OPENED          VALUE "Y".
           88  WS-MATCH-FILE-NOT-OPENED      VALUE "N".
       01  WS-PAIR-EOF-SW                    PIC X(01).
           88  WS-PAIR-AT-END                VALUE "Y".
           88  WS-PAIR-NOT-AT-END            VALUE "N".
       01  WS-SECOND-PAIR-SW                 PIC X(01).
           88  WS-SECOND-PAIR-FOUND          VALUE "Y".
           88  WS-NO-SECOND-PAIR             VALUE "N".
       01  WS-RECORD-MATCH-SW                PIC X(01).
           88  WS-RECORD-MATCHED             VALUE "Y".
           88  WS-RECORD-NOT-MATCHED         VALUE "N".
       01  WS-FIRST-ALNUM-SW                 PIC X(01).
           88  WS-FIRST-ALNUM                VALUE "Y".
           88  WS-PAST-FIRST-ALNUM           VALUE "N".
       01  WS-REFUSAL-REASON                 PIC X(50) VALUE SPACES.
       01  WS-TIE-LABEL                      PIC X(26).
       01  WS-TIE-LEFT                       PIC S9(09) COMP.
       01  WS-TIE-RIGHT                      PIC S9(09) COMP.
       01  WS-IMAGE                          PIC X(400).
       01  WS-PREV-KEY                       PIC X(27) VALUE LOW-VALUES.
       01  WS-FIRST-KEY                      PIC X(27) VALUE SPACES.
       01  WS-LAST-KEY                       PIC X(27) VALUE SPACES.
       01  WS-TYPE-SUB                       PIC S9(04) COMP.
       01  WS-MASK-SUB                       PIC S9(04) COMP.
       01  WS-AMT-SUB                        PIC S9(04) COMP.
       01  WS-KEY-SUB                        PIC S9(04) COMP.
       01  WS-POS                            PIC S9(04) COMP.
       01  WS-OFFSET                         PIC 9(03).
       01  WS-LENGTH                         PIC 9(02).
      *
      *    RECORD COUNTS -- BY TYPE 01, 02, 03 AND OTHER, AS THE
      *    UNLOAD TRAILER CARRIES THEM.
      *
       01  WS-RECORD-COUNTS.
           05  WS-READ-COUNT                 PIC S9(09) COMP
                                             OCCURS 4 TIMES.
           05  WS-WRITTEN-COUNT              PIC S9(09) COMP
                                             OCCURS 4 TIMES.
           05  WS-TRAILER-COUNT              PIC S9(09) COMP
                                             OCCURS 4 TIMES.
       01  WS-TRAILER-TOTAL                  PIC S9(09) COMP VALUE ZERO.
       01  WS-TRAILER-DATE                   PIC X(08) VALUE SPACES.
       01  WS-RECORDS-READ                   PIC S9(09) COMP VALUE ZERO.
       01  WS-RECORDS-WRITTEN                PIC S9(09) COMP VALUE ZERO.
       01  WS-KEYS-OUT-OF-SEQUENCE           PIC S9(09) COMP VALUE ZERO.
       01  WS-BAD-RECORD-IDS                 PIC S9(09) COMP VALUE ZERO.
       01  WS-AFTER-TRAILER                  PIC S9(09) COMP VALUE ZERO.
      *
      *    FIRST-TYPE/SECOND-TYPE PAIRS.  A PAIR IS KEYED THE WAY
      *    XMPL3REC KEYS IT -- SOME-FIELD-NUMBER, -2, -3 AND THE
      *    CREATION-DATE AS DTEEDIT STANDARDIZES IT -- AND THE
      *    SEQUENCE IS THE DATA RECORD'S PLACE IN THE BACKUP.
      *
       01  WS-PAIR-RECORD.
           05  PR-BUSINESS-KEY               PIC X(25).
           05  PR-RECORD-TYPE                PIC X(02).
           05  PR-SEQUENCE                   PIC 9(09).
           05  PR-AMOUNTS-SW                 PIC X(01).
               88  PR-AMOUNTS-NUMERIC        VALUE "Y".
               88  PR-AMOUNTS-NOT-NUMERIC    VALUE "N".
           05  PR-MATCHED-SW                 PIC X(01).
               88  PR-MATCHED-ON-INPUT       VALUE "Y".
               88  PR-NOT-MATCHED-ON-INPUT   VALUE "N".
           05  PR-SOME-FIELD12               PIC 9(07).
           05  PR-ANOTHER-FIELD6             PIC 9(05).
           05  PR-ANOTHER-FIELD7             PIC 9(05).
       01  WS-PAIR-PREV-KEY                  PIC X(25).
       01  WS-PAIR-SEQUENCE                  PIC S9(09) COMP.
       01  WS-NEXT-MATCH-SEQUENCE            PIC S9(09) COMP.
       01  WS-NEXT-MATCH-AMOUNT              PIC 9(07).
       01  WS-SECOND-SUM                     PIC 9(07).
       01  WS-SECOND-SCALED-SUM              PIC 9(07).
       01  WS-PAIRS-MATCHED-IN               PIC S9(09) COMP VALUE ZERO.
       01  WS-PAIRS-KEPT                     PIC S9(09) COMP VALUE ZERO.
       01  WS-PAIRS-BROKEN                   PIC S9(09) COMP VALUE ZERO.
       01  WS-DATE-WORK                      PIC X(08).
       01  WS-DATE-VALID-SW                  PIC X(01).
           88  WS-DATE-IS-VALID              VALUE "Y".
           88  WS-DATE-IS-INVALID            VALUE "N".
      *
      *    THE FIELD BEING MASKED, ITS ORIGINAL VALUE, AND THE
      *    WORK AREAS OF THE CHARACTER SUBSTITUTION.
      *
       01  WS-FIELD-VALUE                    PIC X(70).
       01  WS-ORIGINAL-VALUE                 PIC X(70).
       01  WS-ALPHABET-WORK                  PIC X(26).
       01  WS-CLASS-WORK                     PIC X(01).
       01  WS-CLASS-SIZE                     PIC S9(04) COMP.
       01  WS-THIS-CODE                      PIC S9(04) COMP.
       01  WS-PREV-CODE                      PIC S9(04) COMP.
       01  WS-OLD-POS                        PIC S9(04) COMP.
       01  WS-NEW-POS                        PIC S9(04) COMP.
       01  WS-SHIFT                          PIC S9(09) COMP.
       01  WS-QUOTIENT                       PIC S9(09) COMP.
       01  WS-UPPER-ALPHABET                 PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-LOWER-ALPHABET                 PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".
       01  WS-DIGIT-ALPHABET                 PIC X(26) VALUE
           "0123456789".
      *
      *    A CHARACTER'S CODE POINT IS TAKEN BY MOVING IT INTO THE LOW
      *    BYTE OF A HALFWORD.  THE CLASS TABLE IS BUILT FROM THE
      *    ALPHABETS AT START-UP, SO IT HOLDS FOR WHATEVER CODE PAGE
      *    THE PROGRAM RUNS UNDER.
      *
       01  WS-CHAR-WORK.
           05  WS-CHAR-CODE                  PIC 9(04) COMP.
       01  WS-CHAR-BYTES REDEFINES WS-CHAR-WORK PIC X(02).
       01  WS-CHAR-CLASS-TABLE.
           05  WS-CHAR-CLASS-ENTRY OCCURS 256 TIMES.
               10  CC-CLASS                  PIC X(01).
               10  CC-POSITION               PIC S9(04) COMP.
       01  WS-MASK-KEY-CODES.
           05  MK-KEY-CODE                   PIC S9(04) COMP
                                             OCCURS 16 TIMES.
      *
      *    SENSITIVE FIELDS BY RECORD TYPE -- NAME AS IN THE XMPL3
      *    COPYBOOK, 1-BASED OFFSET AND LENGTH IN THE 400-BYTE IMAGE.
      *    KEEP THIS TABLE IN STEP WITH THE XMPL3 COPYBOOK.
      *
       01  WS-SENSITIVE-DIRECTORY.
           05  FILLER  PIC X(27) VALUE "01SOME-FIELD18        11925".
           05  FILLER  PIC X(27) VALUE "01SOME-FIELD19        14411".
           05  FILLER  PIC X(27) VALUE "01SOME-FIELD20        15530".
           05  FILLER  PIC X(27) VALUE "01LAST-UPDATE-USER-ID 19408".
           05  FILLER  PIC X(27) VALUE "02ANOTHER-FIELD8      05312".
           05  FILLER  PIC X(27) VALUE "02ANOTHER-FIELD9      06512".
           05  FILLER  PIC X(27) VALUE "02ANOTHER-FIELD10     07712".
           05  FILLER  PIC X(27) VALUE "02ANOTHER-FIELD11     08912".
           05  FILLER  PIC X(27) VALUE "02ANOTHER-FIELD12     10170".
           05  FILLER  PIC X(27) VALUE "02LAST-UPDATE-USER-ID 17908".
       01  WS-SENSITIVE-TABLE REDEFINES WS-SENSITIVE-DIRECTORY.
           05  WS-SENSITIVE-ENTRY OCCURS 10 TIMES.
               10  SN-RECORD-TYPE            PIC X(02).
               10  SN-FIELD-NAME             PIC X(20).
               10  SN-OFFSET                 PIC 9(03).
               10  SN-LENGTH                 PIC 9(02).
       01  WS-SENSITIVE-COUNT                PIC S9(04) COMP VALUE 10.
       01  WS-SENSITIVE-TOTALS.
           05  WS-SENSITIVE-TOTAL OCCURS 10 TIMES.
               10  SN-NON-BLANK              PIC S9(09) COMP.
               10  SN-MASKED                 PIC S9(09) COMP.
               10  SN-UNCHANGED              PIC S9(09) COMP.
      *
      *    AMOUNT FIELDS, AS XMPL3CTL TOTALS THEM.
      *
       01  WS-AMOUNT-DIRECTORY.
           05  FILLER  PIC X(27) VALUE "01SOME-FIELD12        09607".
           05  FILLER  PIC X(27) VALUE "02ANOTHER-FIELD6      04305".
           05  FILLER  PIC X(27) VALUE "02ANOTHER-FIELD7      04805".
           05  FILLER  PIC X(27) VALUE "03THIRD-FIELD5        07007".
       01  WS-AMOUNT-TABLE REDEFINES WS-AMOUNT-DIRECTORY.
           05  WS-AMOUNT-ENTRY OCCURS 4 TIMES.
               10  AM-RECORD-TYPE            PIC X(02).
               10  AM-FIELD-NAME             PIC X(20).
               10  AM-OFFSET                 PIC 9(03).
               10  AM-LENGTH                 PIC 9(02).
       01  WS-AMOUNT-COUNT                   PIC S9(04) COMP VALUE 4.
       01  WS-AMOUNT-TOTALS.
           05  WS-AMOUNT-TOTAL OCCURS 4 TIMES.
               10  AM-SCALED                 PIC S9(09) COMP.
               10  AM-NOT-NUMERIC            PIC S9(09) COMP.
       01  WS-AMOUNT-WORK                    PIC 9(07).
       01  WS-AMOUNT-DIGITS REDEFINES WS-AMOUNT-WORK PIC X(07).
       01  WS-TYPE-LABEL-TABLE.
           05  FILLER                        PIC X(26) VALUE
               "TYPE 01 READ VS TRAILER   ".
           05  FILLER                        PIC X(26) VALUE
               "TYPE 02 READ VS TRAILER   ".
           05  FILLER                        PIC X(26) VALUE
               "TYPE 03 READ VS TRAILER   ".
           05  FILLER                        PIC X(26) VALUE
               "OTHER READ VS TRAILER     ".
       01  WS-TYPE-LABELS REDEFINES WS-TYPE-LABEL-TABLE.
           05  WS-TYPE-LABEL                 PIC X(26) OCCURS 4 TIMES.
       01  WS-HDR-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(39) VALUE
               "XMPL3MSK - MASKED COPY OF BACKUP DATED ".
           05  HL-TRAILER-DATE               PIC X(08).
       01  WS-PERCENT-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(24) VALUE
               "AMOUNTS SCALED TO      ".
           05  PL-PERCENT                    PIC ZZ9.
           05  FILLER                        PIC X(25) VALUE
               " PERCENT, ROUNDED".
       01  WS-SENSITIVE-HDR-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(24) VALUE
               "TY SENSITIVE FIELD      ".
           05  FILLER                        PIC X(36) VALUE
               "  NON-BLANK      MASKED   UNCHANGED".
       01  WS-SENSITIVE-LINE.
           05  FILLER                        PIC X(01).
           05  SL-RECORD-TYPE                PIC X(02).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  SL-FIELD-NAME                 PIC X(20).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  SL-NON-BLANK                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  SL-MASKED                     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  SL-UNCHANGED                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  SL-VERDICT                    PIC X(08).
       01  WS-AMOUNT-HDR-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(24) VALUE
               "TY AMOUNT FIELD         ".
           05  FILLER                        PIC X(24) VALUE
               "     SCALED NOT NUMERIC".
       01  WS-AMOUNT-LINE.
           05  FILLER                        PIC X(01).
           05  AL-RECORD-TYPE                PIC X(02).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  AL-FIELD-NAME                 PIC X(20).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  AL-SCALED                     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  AL-NOT-NUMERIC                PIC ZZZ,ZZZ,ZZ9.
       01  WS-CHECK-LINE.
           05  FILLER                        PIC X(01).
           05  CK-LABEL                      PIC X(26).
           05  CK-LEFT-VALUE                 PIC ----,---,--9.
           05  FILLER                        PIC X(04) VALUE " VS ".
           05  CK-RIGHT-VALUE                PIC ----,---,--9.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  CK-VERDICT                    PIC X(16).
       01  WS-NO-TRAILER-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(50) VALUE
               "**** BKPIN HAS NO TRAILER - UNLOAD NOT CLEAN".
       01  WS-PROOF-FAILED-TEXT              PIC X(50) VALUE
           "**** COPY FAILED ITS PROOF - NO TRAILER WRITTEN".
       01  WS-PROOF-PASSED-TEXT              PIC X(55) VALUE
           "MASKED COPY COMPLETE - EVERY SENSITIVE VALUE MASKED".
       01  WS-VERDICT-LINE.
           05  FILLER                        PIC X(01).
           05  VL-VERDICT                    PIC X(72).
       01  WS-REFUSED-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(22) VALUE
               "**** COPY REFUSED -   ".
           05  RF-REASON                     PIC X(50).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-ACCEPTED
               PERFORM 1500-MATCH-INPUT-PAIRS THRU 1500-EXIT
           END-IF.
           IF WS-RUN-ACCEPTED
               PERFORM 2000-COPY-RECORD THRU 2000-EXIT
                   UNTIL WS-AT-END
               PERFORM 5000-PROVE-PAIRS THRU 5000-EXIT
               PERFORM 6000-PROVE-COPY THRU 6000-EXIT
           END-IF.
           IF WS-RUN-ACCEPTED AND WS-PROOF-GOOD
               PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      *
       1000-INITIALIZE.
           SET WS-RUN-ACCEPTED TO TRUE.
           SET WS-PROOF-GOOD TO TRUE.
           SET WS-NOT-AT-END TO TRUE.
           SET WS-TRAILER-NOT-SEEN TO TRUE.
           SET WS-FILES-NOT-OPENED TO TRUE.
           SET WS-WORK-FILE-NOT-OPENED TO TRUE.
           SET WS-MATCH-FILE-NOT-OPENED TO TRUE.
           MOVE 999999999 TO WS-NEXT-MATCH-SEQUENCE.
           INITIALIZE WS-RECORD-COUNTS WS-SENSITIVE-TOTALS
               WS-AMOUNT-TOTALS.
           OPEN OUTPUT MSK-REPORT-FILE.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           PERFORM 1100-EDIT-PARM THRU 1100-EXIT.
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-BUILD-CHAR-CLASSES THRU 1200-EXIT.
           PERFORM 1300-OPEN-FILES THRU 1300-EXIT.
       1000-EXIT.
           EXIT.
      *
      *    PARM IS MASK-KEY,PERCENT.  THE KEY IS NEVER DEFAULTED OR
      *    PRINTED -- WITHOUT IT THE SUBSTITUTES CANNOT BE WORKED
      *    BACK.  A BAD PERCENT IS REFUSED RATHER THAN DEFAULTED.
      *
       1100-EDIT-PARM.
           MOVE WS-DEFAULT-PERCENT TO WS-SCALE-PERCENT.
           MOVE SPACES TO WS-PARM-KEY WS-PARM-PERCENT.
           MOVE ZERO TO WS-KEY-LENGTH WS-PERCENT-LENGTH.
           IF WS-PARM-LINE NOT = SPACES
               UNSTRING WS-PARM-LINE DELIMITED BY "," OR SPACE
                   INTO WS-PARM-KEY     COUNT IN WS-KEY-LENGTH
                        WS-PARM-PERCENT COUNT IN WS-PERCENT-LENGTH
           END-IF.
           IF WS-KEY-LENGTH < 4 OR WS-KEY-LENGTH > 16
               DISPLAY "XMPL3MSK: MASK KEY MUST BE 4 TO 16 "
                   "CHARACTERS, COPY REFUSED"
               MOVE "MASK KEY PARM MISSING OR NOT 4 TO 16 CHARACTERS"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1100-EXIT
           END-IF.
           IF WS-PERCENT-LENGTH > ZERO
               IF WS-PERCENT-LENGTH > 3
                  OR WS-PARM-PERCENT(1:WS-PERCENT-LENGTH) NOT NUMERIC
                   DISPLAY "XMPL3MSK: PERCENT PARM " WS-PARM-PERCENT
                       " NOT A WHOLE PERCENT, COPY REFUSED"
                   MOVE "PERCENT PARM IS NOT A WHOLE PERCENT"
                       TO WS-REFUSAL-REASON
                   SET WS-RUN-REFUSED TO TRUE
                   GO TO 1100-EXIT
               END-IF
               MOVE WS-PARM-PERCENT(1:WS-PERCENT-LENGTH)
                   TO WS-SCALE-PERCENT
           END-IF.
           IF WS-SCALE-PERCENT < 1 OR WS-SCALE-PERCENT > 100
               DISPLAY "XMPL3MSK: PERCENT PARM " WS-PARM-PERCENT
                   " NOT 1 TO 100, COPY REFUSED"
               MOVE "PERCENT PARM IS NOT 1 TO 100"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *    EVERY CODE POINT STARTS AS CLASS SPACE (LEFT AS IT IS);
      *    THE THREE ALPHABETS THEN MARK THEIR OWN CHARACTERS WITH
      *    THE CLASS AND THE 0-BASED POSITION IN THAT ALPHABET.
      *
       1200-BUILD-CHAR-CLASSES.
           INITIALIZE WS-CHAR-CLASS-TABLE.
           MOVE WS-UPPER-ALPHABET TO WS-ALPHABET-WORK.
           MOVE "U" TO WS-CLASS-WORK.
           PERFORM 1210-CLASS-ONE-CHAR THRU 1210-EXIT
               VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 26.
           MOVE WS-LOWER-ALPHABET TO WS-ALPHABET-WORK.
           MOVE "L" TO WS-CLASS-WORK.
           PERFORM 1210-CLASS-ONE-CHAR THRU 1210-EXIT
               VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 26.
           MOVE WS-DIGIT-ALPHABET TO WS-ALPHABET-WORK.
           MOVE "D" TO WS-CLASS-WORK.
           PERFORM 1210-CLASS-ONE-CHAR THRU 1210-EXIT
               VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 10.
           PERFORM 1250-TAKE-KEY-CODE THRU 1250-EXIT
               VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > WS-KEY-LENGTH.
       1200-EXIT.
           EXIT.
      *
       1210-CLASS-ONE-CHAR.
           MOVE ZERO TO WS-CHAR-CODE.
           MOVE WS-ALPHABET-WORK(WS-POS:1) TO WS-CHAR-BYTES(2:1).
           MOVE WS-CLASS-WORK TO CC-CLASS (WS-CHAR-CODE + 1).
           COMPUTE CC-POSITION (WS-CHAR-CODE + 1) = WS-POS - 1.
       1210-EXIT.
           EXIT.
      *
       1250-TAKE-KEY-CODE.
           MOVE ZERO TO WS-CHAR-CODE.
           MOVE WS-PARM-KEY(WS-KEY-SUB:1) TO WS-CHAR-BYTES(2:1).
           MOVE WS-CHAR-CODE TO MK-KEY-CODE (WS-KEY-SUB).
       1250-EXIT.
           EXIT.
      *
       1300-OPEN-FILES.
           OPEN INPUT XMPL3-BACKUP-IN.
           IF WS-BKP-STATUS NOT = "00"
               DISPLAY "XMPL3MSK: OPEN BKPIN FAILED, STATUS="
                   WS-BKP-STATUS
               MOVE "BACKUP (BKPIN) WILL NOT OPEN"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1300-EXIT
           END-IF.
           OPEN OUTPUT MASKED-BACKUP-OUT.
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "XMPL3MSK: OPEN MSKOUT FAILED, STATUS="
                   WS-OUT-STATUS
               MOVE "MASKED COPY (MSKOUT) WILL NOT OPEN"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               CLOSE XMPL3-BACKUP-IN
               GO TO 1300-EXIT
           END-IF.
           SET WS-FILES-OPENED TO TRUE.
       1300-EXIT.
           EXIT.
      *
      *    XMPL3REC COUNTS A MATCH WHEN SOME-FIELD12 = ANOTHER-FIELD6 +
      *    ANOTHER-FIELD7.  EACH AMOUNT ROUNDED ON ITS OWN WOULD BREAK
      *    THAT (AT 50, 1 + 1 STAYS 1 + 1 BUT 2 BECOMES 1), SO A
      *    PRE-PASS SORTS THE PAIRS ON XMPL3REC'S KEY AND, FOR EVERY
      *    FIRST-TYPE THAT MATCHED, SETS ITS MASKED SOME-FIELD12 TO
      *    THE SUM OF THE SCALED PAIR.  ALL TYPE 01 KEYS COME BEFORE
      *    TYPE 02 IN THE BACKUP, SO THOSE VALUES ARE SORTED BACK INTO
      *    BACKUP ORDER (MSKMAT) AND TAKEN UP AS THE COPY PASSES EACH
      *    ONE.  BKPIN IS THEN READ AGAIN FROM THE TOP FOR THE COPY,
      *    AND MSKWRK REOPENED TO CARRY THE RECORDS AS WRITTEN.
      *
       1500-MATCH-INPUT-PAIRS.
           OPEN OUTPUT PAIR-WORK-FILE.
           IF WS-WRK-STATUS NOT = "00"
               DISPLAY "XMPL3MSK: OPEN MSKWRK FAILED, STATUS="
                   WS-WRK-STATUS
               MOVE "PAIR WORK FILE (MSKWRK) WILL NOT OPEN"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1500-EXIT
           END-IF.
           SORT PAIR-SORT-FILE
               ON ASCENDING KEY SRT-BUSINESS-KEY
               ON DESCENDING KEY SRT-RECORD-TYPE
               ON ASCENDING KEY SRT-SEQUENCE
               INPUT PROCEDURE IS 1600-FEED-INPUT-PAIRS
                   THRU 1600-EXIT
               OUTPUT PROCEDURE IS 1700-FIND-INPUT-MATCHES
                   THRU 1700-EXIT.
           CLOSE PAIR-WORK-FILE.
           IF WS-RUN-REFUSED
               GO TO 1500-EXIT
           END-IF.
           SORT PAIR-SORT-FILE
               ON ASCENDING KEY SRT-SEQUENCE
               USING PAIR-WORK-FILE
               GIVING PAIR-MATCH-FILE.
           OPEN INPUT PAIR-MATCH-FILE.
           IF WS-MAT-STATUS NOT = "00"
               DISPLAY "XMPL3MSK: OPEN MSKMAT FAILED, STATUS="
                   WS-MAT-STATUS
               MOVE "PAIR MATCH FILE (MSKMAT) WILL NOT OPEN"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1500-EXIT
           END-IF.
           SET WS-MATCH-FILE-OPENED TO TRUE.
           PERFORM 1800-READ-NEXT-MATCH THRU 1800-EXIT.
           CLOSE XMPL3-BACKUP-IN.
           OPEN INPUT XMPL3-BACKUP-IN.
           IF WS-BKP-STATUS NOT = "00"
               DISPLAY "XMPL3MSK: REOPEN BKPIN FAILED, STATUS="
                   WS-BKP-STATUS
               MOVE "BACKUP (BKPIN) WILL NOT OPEN FOR THE COPY"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               CLOSE MASKED-BACKUP-OUT
               SET WS-FILES-NOT-OPENED TO TRUE
               GO TO 1500-EXIT
           END-IF.
           OPEN OUTPUT PAIR-WORK-FILE.
           IF WS-WRK-STATUS NOT = "00"
               DISPLAY "XMPL3MSK: REOPEN MSKWRK FAILED, STATUS="
                   WS-WRK-STATUS
               MOVE "PAIR WORK FILE (MSKWRK) WILL NOT OPEN FOR PROOF"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1500-EXIT
           END-IF.
           SET WS-WORK-FILE-OPENED TO TRUE.
       1500-EXIT.
           EXIT.
      *
      *    THE PRE-PASS TAKES THE DATA RECORDS UP TO THE TRAILER, THE
      *    SAME ONES THE COPY WILL WRITE, NUMBERED THE SAME WAY.
      *
       1600-FEED-INPUT-PAIRS.
           MOVE ZERO TO WS-PAIR-SEQUENCE.
           SET WS-PAIR-NOT-AT-END TO TRUE.
           PERFORM 1610-RELEASE-ONE-PAIR THRU 1610-EXIT
               UNTIL WS-PAIR-AT-END.
       1600-EXIT.
           EXIT.
      *
       1610-RELEASE-ONE-PAIR.
           READ XMPL3-BACKUP-IN
               AT END
                   SET WS-PAIR-AT-END TO TRUE
                   GO TO 1610-EXIT
           END-READ.
           IF BKP-TRAILER-RECORD
               SET WS-PAIR-AT-END TO TRUE
               GO TO 1610-EXIT
           END-IF.
           IF NOT BKP-DATA-RECORD
               GO TO 1610-EXIT
           END-IF.
           ADD 1 TO WS-PAIR-SEQUENCE.
           MOVE BKP-RECORD-IMAGE TO WS-IMAGE.
           IF WS-IMAGE(1:2) NOT = "01" AND WS-IMAGE(1:2) NOT = "02"
               GO TO 1610-EXIT
           END-IF.
           PERFORM 1650-BUILD-PAIR-RECORD THRU 1650-EXIT.
           RELEASE SRT-PAIR-RECORD FROM WS-PAIR-RECORD.
       1610-EXIT.
           EXIT.
      *
      *    THE PAIR RECORD OF THE TYPE 01 OR 02 IMAGE IN WS-IMAGE, AT
      *    SEQUENCE WS-PAIR-SEQUENCE.  THE AMOUNTS ARE AT THE OFFSETS
      *    IN THE AMOUNT DIRECTORY; ONE THAT IS NOT NUMERIC KEEPS THE
      *    RECORD OUT OF ANY MATCH.
      *
       1650-BUILD-PAIR-RECORD.
           MOVE WS-IMAGE(20:8) TO WS-DATE-WORK.
           CALL "DTEEDIT" USING WS-DATE-WORK WS-DATE-VALID-SW.
           MOVE SPACES TO WS-PAIR-RECORD.
           MOVE WS-IMAGE(3:17)   TO PR-BUSINESS-KEY(1:17).
           MOVE WS-DATE-WORK     TO PR-BUSINESS-KEY(18:8).
           MOVE WS-IMAGE(1:2)    TO PR-RECORD-TYPE.
           MOVE WS-PAIR-SEQUENCE TO PR-SEQUENCE.
           SET PR-AMOUNTS-NUMERIC TO TRUE.
           SET PR-NOT-MATCHED-ON-INPUT TO TRUE.
           MOVE ZERO TO PR-SOME-FIELD12 PR-ANOTHER-FIELD6
               PR-ANOTHER-FIELD7.
           IF WS-IMAGE(1:2) = "01"
               IF WS-IMAGE(96:7) NUMERIC
                   MOVE WS-IMAGE(96:7) TO PR-SOME-FIELD12
               ELSE
                   SET PR-AMOUNTS-NOT-NUMERIC TO TRUE
               END-IF
           ELSE
               IF WS-IMAGE(43:5) NUMERIC AND WS-IMAGE(48:5) NUMERIC
                   MOVE WS-IMAGE(43:5) TO PR-ANOTHER-FIELD6
                   MOVE WS-IMAGE(48:5) TO PR-ANOTHER-FIELD7
               ELSE
                   SET PR-AMOUNTS-NOT-NUMERIC TO TRUE
               END-IF
           END-IF.
       1650-EXIT.
           EXIT.
      *
      *    WITHIN A KEY THE SECOND-TYPE COMES FIRST, SO ITS SUM IS IN
      *    HAND WHEN THE FIRST-TYPE IS RETURNED.  LIKE XMPL3REC, THE
      *    LAST SECOND-TYPE OF A KEY IS THE ONE COMPARED.
      *
       1700-FIND-INPUT-MATCHES.
           SET WS-PAIR-NOT-AT-END TO TRUE.
           MOVE LOW-VALUES TO WS-PAIR-PREV-KEY.
           SET WS-NO-SECOND-PAIR TO TRUE.
           PERFORM 1710-TAKE-ONE-INPUT-PAIR THRU 1710-EXIT
               UNTIL WS-PAIR-AT-END.
       1700-EXIT.
           EXIT.
      *
       1710-TAKE-ONE-INPUT-PAIR.
           RETURN PAIR-SORT-FILE INTO WS-PAIR-RECORD
               AT END
                   SET WS-PAIR-AT-END TO TRUE
                   GO TO 1710-EXIT
           END-RETURN.
           IF PR-BUSINESS-KEY NOT = WS-PAIR-PREV-KEY
               MOVE PR-BUSINESS-KEY TO WS-PAIR-PREV-KEY
               SET WS-NO-SECOND-PAIR TO TRUE
           END-IF.
           IF PR-RECORD-TYPE = "02"
               PERFORM 1720-TAKE-SECOND-TYPE THRU 1720-EXIT
               GO TO 1710-EXIT
           END-IF.
           IF WS-NO-SECOND-PAIR OR PR-AMOUNTS-NOT-NUMERIC
               GO TO 1710-EXIT
           END-IF.
           IF PR-SOME-FIELD12 NOT = WS-SECOND-SUM
               GO TO 1710-EXIT
           END-IF.
           ADD 1 TO WS-PAIRS-MATCHED-IN.
           SET PR-MATCHED-ON-INPUT TO TRUE.
           MOVE WS-SECOND-SCALED-SUM TO PR-SOME-FIELD12.
           WRITE PAIR-WORK-RECORD FROM WS-PAIR-RECORD.
           IF WS-WRK-STATUS NOT = "00"
               DISPLAY "XMPL3MSK: MSKWRK WRITE FAILED, STATUS="
                   WS-WRK-STATUS
               MOVE "WRITE TO PAIR WORK FILE (MSKWRK) FAILED"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               SET WS-PAIR-AT-END TO TRUE
           END-IF.
       1710-EXIT.
           EXIT.
      *
      *    THE SCALED SUM IS BUILT FROM EACH AMOUNT SCALED EXACTLY AS
      *    4000-SCALE-ONE-AMOUNT WILL SCALE IT ON THE SECOND-TYPE.
      *
       1720-TAKE-SECOND-TYPE.
           IF PR-AMOUNTS-NOT-NUMERIC
               SET WS-NO-SECOND-PAIR TO TRUE
               GO TO 1720-EXIT
           END-IF.
           SET WS-SECOND-PAIR-FOUND TO TRUE.
           ADD PR-ANOTHER-FIELD6 PR-ANOTHER-FIELD7
               GIVING WS-SECOND-SUM.
           MOVE PR-ANOTHER-FIELD6 TO WS-AMOUNT-WORK.
           PERFORM 4100-SCALE-AMOUNT-WORK THRU 4100-EXIT.
           MOVE WS-AMOUNT-WORK TO WS-SECOND-SCALED-SUM.
           MOVE PR-ANOTHER-FIELD7 TO WS-AMOUNT-WORK.
           PERFORM 4100-SCALE-AMOUNT-WORK THRU 4100-EXIT.
           ADD WS-AMOUNT-WORK TO WS-SECOND-SCALED-SUM.
       1720-EXIT.
           EXIT.
      *
      *    THE NEXT MATCHED FIRST-TYPE IN BACKUP ORDER.  AT THE END THE
      *    SEQUENCE IS SET PAST ANY RECORD THE BACKUP CAN HOLD.
      *
       1800-READ-NEXT-MATCH.
           READ PAIR-MATCH-FILE
               AT END
                   MOVE 999999999 TO WS-NEXT-MATCH-SEQUENCE
                   GO TO 1800-EXIT
           END-READ.
           MOVE PM-SEQUENCE     TO WS-NEXT-MATCH-SEQUENCE.
           MOVE PM-SOME-FIELD12 TO WS-NEXT-MATCH-AMOUNT.
       1800-EXIT.
           EXIT.
      *
      *    THE TRAILER IS SAVED, NOT COPIED -- THE MASKED COPY GETS
      *    ITS OWN, BUILT FROM WHAT WAS WRITTEN, ONCE THE COPY HAS
      *    PROVED ITSELF.
      *
       2000-COPY-RECORD.
           READ XMPL3-BACKUP-IN
               AT END
                   SET WS-AT-END TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF WS-TRAILER-SEEN
               ADD 1 TO WS-AFTER-TRAILER
               GO TO 2000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN BKP-DATA-RECORD
                   PERFORM 2200-TAKE-DATA-RECORD THRU 2200-EXIT
               WHEN BKP-TRAILER-RECORD
                   PERFORM 2100-SAVE-TRAILER THRU 2100-EXIT
               WHEN OTHER
                   DISPLAY "XMPL3MSK: UNKNOWN RECORD ID """
                       BKP-RECORD-ID """, RECORD SKIPPED"
                   ADD 1 TO WS-BAD-RECORD-IDS
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *
       2100-SAVE-TRAILER.
           SET WS-TRAILER-SEEN TO TRUE.
           MOVE BKP-TRAILER-DATE  TO WS-TRAILER-DATE.
           MOVE BKP-COUNT-TYPE-01 TO WS-TRAILER-COUNT (1).
           MOVE BKP-COUNT-TYPE-02 TO WS-TRAILER-COUNT (2).
           MOVE BKP-COUNT-TYPE-03 TO WS-TRAILER-COUNT (3).
           MOVE BKP-COUNT-OTHER   TO WS-TRAILER-COUNT (4).
           MOVE BKP-COUNT-TOTAL   TO WS-TRAILER-TOTAL.
       2100-EXIT.
           EXIT.
      *
      *    ONE DATA RECORD -- KEY SEQUENCE CHECKED, SENSITIVE FIELDS
      *    OF ITS TYPE MASKED, AMOUNTS OF ITS TYPE SCALED (A MATCHED
      *    FIRST-TYPE'S SOME-FIELD12 FROM ITS PAIR), WRITTEN, AND A
      *    TYPE 01 OR 02 PUT ON MSKWRK FOR THE PAIR PROOF.
      *    A RECORD OF NO KNOWN TYPE HAS NO FIELDS TO MASK AND IS
      *    COPIED AS IT STANDS.
      *
       2200-TAKE-DATA-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           MOVE BKP-RECORD-IMAGE TO WS-IMAGE.
           EVALUATE WS-IMAGE(1:2)
               WHEN "01"
                   MOVE 1 TO WS-TYPE-SUB
               WHEN "02"
                   MOVE 2 TO WS-TYPE-SUB
               WHEN "03"
                   MOVE 3 TO WS-TYPE-SUB
               WHEN OTHER
                   MOVE 4 TO WS-TYPE-SUB
           END-EVALUATE.
           ADD 1 TO WS-READ-COUNT (WS-TYPE-SUB).
           IF WS-IMAGE(1:27) NOT > WS-PREV-KEY
               ADD 1 TO WS-KEYS-OUT-OF-SEQUENCE
               DISPLAY "XMPL3MSK: KEY " WS-IMAGE(1:27)
                   " OUT OF SEQUENCE OR DUPLICATED"
           END-IF.
           MOVE WS-IMAGE(1:27) TO WS-PREV-KEY.
           PERFORM 3000-MASK-ONE-FIELD THRU 3000-EXIT
               VARYING WS-MASK-SUB FROM 1 BY 1
               UNTIL WS-MASK-SUB > WS-SENSITIVE-COUNT.
           PERFORM 4000-SCALE-ONE-AMOUNT THRU 4000-EXIT
               VARYING WS-AMT-SUB FROM 1 BY 1
               UNTIL WS-AMT-SUB > WS-AMOUNT-COUNT.
           SET WS-RECORD-NOT-MATCHED TO TRUE.
           IF WS-RECORDS-READ = WS-NEXT-MATCH-SEQUENCE
               PERFORM 2300-APPLY-PAIR-MATCH THRU 2300-EXIT
           END-IF.
           MOVE "D"      TO MSK-RECORD-ID.
           MOVE WS-IMAGE TO MSK-RECORD-IMAGE.
           WRITE MSK-BACKUP-RECORD.
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "XMPL3MSK: MSKOUT WRITE FAILED, STATUS="
                   WS-OUT-STATUS
               MOVE "WRITE TO MASKED COPY (MSKOUT) FAILED"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               SET WS-AT-END TO TRUE
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-RECORDS-WRITTEN.
           ADD 1 TO WS-WRITTEN-COUNT (WS-TYPE-SUB).
           IF WS-FIRST-KEY = SPACES
               MOVE WS-IMAGE(1:27) TO WS-FIRST-KEY
           END-IF.
           MOVE WS-IMAGE(1:27) TO WS-LAST-KEY.
           IF WS-IMAGE(1:2) = "01" OR WS-IMAGE(1:2) = "02"
               PERFORM 2400-WRITE-PROOF-PAIR THRU 2400-EXIT
           END-IF.
       2200-EXIT.
           EXIT.
      *
       2300-APPLY-PAIR-MATCH.
           MOVE WS-NEXT-MATCH-AMOUNT TO WS-AMOUNT-WORK.
           MOVE WS-AMOUNT-DIGITS TO WS-IMAGE(96:7).
           SET WS-RECORD-MATCHED TO TRUE.
           PERFORM 1800-READ-NEXT-MATCH THRU 1800-EXIT.
       2300-EXIT.
           EXIT.
      *
      *    THE RECORD AS WRITTEN, CARRYING WHETHER IT WAS A MATCHED
      *    FIRST-TYPE ON THE INPUT.
      *
       2400-WRITE-PROOF-PAIR.
           MOVE WS-RECORDS-READ TO WS-PAIR-SEQUENCE.
           PERFORM 1650-BUILD-PAIR-RECORD THRU 1650-EXIT.
           IF WS-RECORD-MATCHED
               SET PR-MATCHED-ON-INPUT TO TRUE
           END-IF.
           WRITE PAIR-WORK-RECORD FROM WS-PAIR-RECORD.
           IF WS-WRK-STATUS NOT = "00"
               DISPLAY "XMPL3MSK: MSKWRK WRITE FAILED, STATUS="
                   WS-WRK-STATUS
               MOVE "WRITE TO PAIR WORK FILE (MSKWRK) FAILED"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
               SET WS-AT-END TO TRUE
           END-IF.
       2400-EXIT.
           EXIT.
      *
      *    A BLANK FIELD HAS NOTHING TO HIDE AND STAYS BLANK.  ANY
      *    OTHER VALUE IS SUBSTITUTED AND THEN COMPARED WITH THE
      *    ORIGINAL -- THAT COMPARE IS THE PROOF ON THE REPORT.
      *
       3000-MASK-ONE-FIELD.
           IF SN-RECORD-TYPE (WS-MASK-SUB) NOT = WS-IMAGE(1:2)
               GO TO 3000-EXIT
           END-IF.
           MOVE SN-OFFSET (WS-MASK-SUB) TO WS-OFFSET.
           MOVE SN-LENGTH (WS-MASK-SUB) TO WS-LENGTH.
           IF WS-IMAGE(WS-OFFSET:WS-LENGTH) = SPACES
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO SN-NON-BLANK (WS-MASK-SUB).
           MOVE SPACES TO WS-FIELD-VALUE.
           MOVE WS-IMAGE(WS-OFFSET:WS-LENGTH) TO WS-FIELD-VALUE.
           MOVE WS-FIELD-VALUE TO WS-ORIGINAL-VALUE.
           MOVE ZERO TO WS-PREV-CODE.
           SET WS-FIRST-ALNUM TO TRUE.
           PERFORM 3100-MASK-ONE-CHAR THRU 3100-EXIT
               VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-LENGTH.
           IF WS-FIELD-VALUE = WS-ORIGINAL-VALUE
               PERFORM 3200-FORCE-CHANGE THRU 3200-EXIT
           END-IF.
           MOVE WS-FIELD-VALUE(1:WS-LENGTH)
               TO WS-IMAGE(WS-OFFSET:WS-LENGTH).
           IF WS-IMAGE(WS-OFFSET:WS-LENGTH)
               = WS-ORIGINAL-VALUE(1:WS-LENGTH)
               ADD 1 TO SN-UNCHANGED (WS-MASK-SUB)
           ELSE
               ADD 1 TO SN-MASKED (WS-MASK-SUB)
           END-IF.
       3000-EXIT.
           EXIT.
      *
      *    EACH LETTER OR DIGIT MOVES WITHIN ITS OWN ALPHABET BY A
      *    SHIFT TAKEN FROM THE KEY, THE POSITION AND THE ORIGINAL
      *    CHARACTER BEFORE IT, SO THE SUBSTITUTE DEPENDS ON THE
      *    WHOLE VALUE BUT THE SAME VALUE ALWAYS GIVES THE SAME
      *    SUBSTITUTE.  THE FIRST LETTER OR DIGIT IS NEVER LEFT IN
      *    PLACE, SO NO VALUE WITH ONE CAN COME THROUGH UNCHANGED.
      *
       3100-MASK-ONE-CHAR.
           MOVE ZERO TO WS-CHAR-CODE.
           MOVE WS-FIELD-VALUE(WS-POS:1) TO WS-CHAR-BYTES(2:1).
           MOVE WS-CHAR-CODE TO WS-THIS-CODE.
           MOVE CC-CLASS (WS-THIS-CODE + 1) TO WS-CLASS-WORK.
           EVALUATE WS-CLASS-WORK
               WHEN "U"
                   MOVE WS-UPPER-ALPHABET TO WS-ALPHABET-WORK
                   MOVE 26 TO WS-CLASS-SIZE
               WHEN "L"
                   MOVE WS-LOWER-ALPHABET TO WS-ALPHABET-WORK
                   MOVE 26 TO WS-CLASS-SIZE
               WHEN "D"
                   MOVE WS-DIGIT-ALPHABET TO WS-ALPHABET-WORK
                   MOVE 10 TO WS-CLASS-SIZE
               WHEN OTHER
                   MOVE WS-THIS-CODE TO WS-PREV-CODE
                   GO TO 3100-EXIT
           END-EVALUATE.
           MOVE CC-POSITION (WS-THIS-CODE + 1) TO WS-OLD-POS.
           DIVIDE WS-POS BY WS-KEY-LENGTH
               GIVING WS-QUOTIENT REMAINDER WS-KEY-SUB.
           ADD 1 TO WS-KEY-SUB.
           COMPUTE WS-SHIFT = WS-OLD-POS + MK-KEY-CODE (WS-KEY-SUB)
               + WS-PREV-CODE + WS-POS.
           DIVIDE WS-SHIFT BY WS-CLASS-SIZE
               GIVING WS-QUOTIENT REMAINDER WS-NEW-POS.
           IF WS-FIRST-ALNUM AND WS-NEW-POS = WS-OLD-POS
               ADD 1 TO WS-NEW-POS
               IF WS-NEW-POS = WS-CLASS-SIZE
                   MOVE ZERO TO WS-NEW-POS
               END-IF
           END-IF.
           SET WS-PAST-FIRST-ALNUM TO TRUE.
           MOVE WS-ALPHABET-WORK(WS-NEW-POS + 1:1)
               TO WS-FIELD-VALUE(WS-POS:1).
           MOVE WS-THIS-CODE TO WS-PREV-CODE.
       3100-EXIT.
           EXIT.
      *
      *    A VALUE OF NOTHING BUT PUNCTUATION HAS NO LETTER OR DIGIT
      *    TO SUBSTITUTE -- ITS FIRST NON-BLANK CHARACTER BECOMES "X".
      *
       3200-FORCE-CHANGE.
           PERFORM 3210-TEST-ONE-POSITION THRU 3210-EXIT
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-LENGTH
                  OR WS-FIELD-VALUE NOT = WS-ORIGINAL-VALUE.
       3200-EXIT.
           EXIT.
      *
       3210-TEST-ONE-POSITION.
           IF WS-FIELD-VALUE(WS-POS:1) NOT = SPACE
               MOVE "X" TO WS-FIELD-VALUE(WS-POS:1)
           END-IF.
       3210-EXIT.
           EXIT.
      *
      *    A NON-NUMERIC AMOUNT IS LEFT AS IT IS AND COUNTED, THE SAME
      *    VALUE XMPL3CTL TAKES AS ZERO ON THE PRODUCTION MASTER.  THE
      *    SOME-FIELD12 OF A FIRST-TYPE THAT MATCHED ITS SECOND-TYPE
      *    IS REPLACED AFTERWARDS FROM THE PAIR (2300).
      *
       4000-SCALE-ONE-AMOUNT.
           IF AM-RECORD-TYPE (WS-AMT-SUB) NOT = WS-IMAGE(1:2)
               GO TO 4000-EXIT
           END-IF.
           MOVE AM-OFFSET (WS-AMT-SUB) TO WS-OFFSET.
           MOVE AM-LENGTH (WS-AMT-SUB) TO WS-LENGTH.
           IF WS-IMAGE(WS-OFFSET:WS-LENGTH) NOT NUMERIC
               ADD 1 TO AM-NOT-NUMERIC (WS-AMT-SUB)
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-IMAGE(WS-OFFSET:WS-LENGTH) TO WS-AMOUNT-WORK.
           PERFORM 4100-SCALE-AMOUNT-WORK THRU 4100-EXIT.
           MOVE WS-AMOUNT-DIGITS(8 - WS-LENGTH:WS-LENGTH)
               TO WS-IMAGE(WS-OFFSET:WS-LENGTH).
           ADD 1 TO AM-SCALED (WS-AMT-SUB).
       4000-EXIT.
           EXIT.
      *
       4100-SCALE-AMOUNT-WORK.
           COMPUTE WS-AMOUNT-WORK ROUNDED =
               WS-AMOUNT-WORK * WS-SCALE-PERCENT / 100.
       4100-EXIT.
           EXIT.
      *
      *    THE PAIR PROOF RE-MATCHES THE RECORDS AS WRITTEN, ON THE
      *    SAME KEY, AND CHECKS EVERY FIRST-TYPE THAT MATCHED ON THE
      *    INPUT STILL MATCHES ON THE MASKED COPY.
      *
       5000-PROVE-PAIRS.
           CLOSE PAIR-WORK-FILE.
           SET WS-WORK-FILE-NOT-OPENED TO TRUE.
           IF WS-RUN-REFUSED
               GO TO 5000-EXIT
           END-IF.
           SORT PAIR-SORT-FILE
               ON ASCENDING KEY SRT-BUSINESS-KEY
               ON DESCENDING KEY SRT-RECORD-TYPE
               ON ASCENDING KEY SRT-SEQUENCE
               USING PAIR-WORK-FILE
               OUTPUT PROCEDURE IS 5100-CHECK-OUTPUT-PAIRS
                   THRU 5100-EXIT.
       5000-EXIT.
           EXIT.
      *
       5100-CHECK-OUTPUT-PAIRS.
           SET WS-PAIR-NOT-AT-END TO TRUE.
           MOVE LOW-VALUES TO WS-PAIR-PREV-KEY.
           SET WS-NO-SECOND-PAIR TO TRUE.
           PERFORM 5110-TAKE-ONE-OUTPUT-PAIR THRU 5110-EXIT
               UNTIL WS-PAIR-AT-END.
       5100-EXIT.
           EXIT.
      *
       5110-TAKE-ONE-OUTPUT-PAIR.
           RETURN PAIR-SORT-FILE INTO WS-PAIR-RECORD
               AT END
                   SET WS-PAIR-AT-END TO TRUE
                   GO TO 5110-EXIT
           END-RETURN.
           IF PR-BUSINESS-KEY NOT = WS-PAIR-PREV-KEY
               MOVE PR-BUSINESS-KEY TO WS-PAIR-PREV-KEY
               SET WS-NO-SECOND-PAIR TO TRUE
           END-IF.
           IF PR-RECORD-TYPE = "02"
               PERFORM 1720-TAKE-SECOND-TYPE THRU 1720-EXIT
               GO TO 5110-EXIT
           END-IF.
           IF PR-NOT-MATCHED-ON-INPUT
               GO TO 5110-EXIT
           END-IF.
           IF WS-SECOND-PAIR-FOUND AND PR-AMOUNTS-NUMERIC
              AND PR-SOME-FIELD12 = WS-SECOND-SUM
               ADD 1 TO WS-PAIRS-KEPT
           ELSE
               ADD 1 TO WS-PAIRS-BROKEN
               DISPLAY "XMPL3MSK: PAIR " PR-BUSINESS-KEY
                   " MATCHED ON BKPIN BUT NOT ON MSKOUT"
           END-IF.
       5110-EXIT.
           EXIT.
      *
      *    THE COPY PROVES ITSELF: THE INPUT TIES TO ITS OWN TRAILER,
      *    EVERY RECORD READ WAS WRITTEN, THE KEYS STILL ASCEND WITH
      *    NO DUPLICATE, NO NON-BLANK SENSITIVE VALUE CAME THROUGH
      *    UNCHANGED, AND EVERY PAIR XMPL3REC MATCHED ON THE INPUT
      *    STILL MATCHES.
      *
       6000-PROVE-COPY.
           MOVE WS-TRAILER-DATE TO HL-TRAILER-DATE.
           WRITE MSK-REPORT-LINE FROM WS-HDR-LINE.
           MOVE WS-SCALE-PERCENT TO PL-PERCENT.
           WRITE MSK-REPORT-LINE FROM WS-PERCENT-LINE.
           MOVE SPACES TO MSK-REPORT-LINE.
           WRITE MSK-REPORT-LINE.
           WRITE MSK-REPORT-LINE FROM WS-SENSITIVE-HDR-LINE.
           PERFORM 6100-PROVE-ONE-FIELD THRU 6100-EXIT
               VARYING WS-MASK-SUB FROM 1 BY 1
               UNTIL WS-MASK-SUB > WS-SENSITIVE-COUNT.
           MOVE SPACES TO MSK-REPORT-LINE.
           WRITE MSK-REPORT-LINE.
           WRITE MSK-REPORT-LINE FROM WS-AMOUNT-HDR-LINE.
           PERFORM 6200-LIST-ONE-AMOUNT THRU 6200-EXIT
               VARYING WS-AMT-SUB FROM 1 BY 1
               UNTIL WS-AMT-SUB > WS-AMOUNT-COUNT.
           MOVE SPACES TO MSK-REPORT-LINE.
           WRITE MSK-REPORT-LINE.
           IF WS-TRAILER-NOT-SEEN
               WRITE MSK-REPORT-LINE FROM WS-NO-TRAILER-LINE
               SET WS-PROOF-BAD TO TRUE
           ELSE
               PERFORM 6300-TIE-ONE-TYPE THRU 6300-EXIT
                   VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 4
               MOVE "TOTAL RECORDS READ        " TO WS-TIE-LABEL
               MOVE WS-RECORDS-READ  TO WS-TIE-LEFT
               MOVE WS-TRAILER-TOTAL TO WS-TIE-RIGHT
               PERFORM 6900-WRITE-TIE-LINE THRU 6900-EXIT
           END-IF.
           MOVE "TOTAL RECORDS WRITTEN     " TO WS-TIE-LABEL.
           MOVE WS-RECORDS-WRITTEN TO WS-TIE-LEFT.
           MOVE WS-RECORDS-READ    TO WS-TIE-RIGHT.
           PERFORM 6900-WRITE-TIE-LINE THRU 6900-EXIT.
           MOVE "KEYS OUT OF SEQUENCE/DUPS " TO WS-TIE-LABEL.
           MOVE WS-KEYS-OUT-OF-SEQUENCE TO WS-TIE-LEFT.
           MOVE ZERO                    TO WS-TIE-RIGHT.
           PERFORM 6900-WRITE-TIE-LINE THRU 6900-EXIT.
           MOVE "UNKNOWN RECORD IDS        " TO WS-TIE-LABEL.
           MOVE WS-BAD-RECORD-IDS TO WS-TIE-LEFT.
           MOVE ZERO              TO WS-TIE-RIGHT.
           PERFORM 6900-WRITE-TIE-LINE THRU 6900-EXIT.
           MOVE "RECORDS AFTER THE TRAILER " TO WS-TIE-LABEL.
           MOVE WS-AFTER-TRAILER TO WS-TIE-LEFT.
           MOVE ZERO             TO WS-TIE-RIGHT.
           PERFORM 6900-WRITE-TIE-LINE THRU 6900-EXIT.
           MOVE "REC PAIRS KEPT VS MATCHED " TO WS-TIE-LABEL.
           MOVE WS-PAIRS-KEPT       TO WS-TIE-LEFT.
           MOVE WS-PAIRS-MATCHED-IN TO WS-TIE-RIGHT.
           PERFORM 6900-WRITE-TIE-LINE THRU 6900-EXIT.
           MOVE "REC PAIRS BROKEN          " TO WS-TIE-LABEL.
           MOVE WS-PAIRS-BROKEN TO WS-TIE-LEFT.
           MOVE ZERO            TO WS-TIE-RIGHT.
           PERFORM 6900-WRITE-TIE-LINE THRU 6900-EXIT.
       6000-EXIT.
           EXIT.
      *
       6100-PROVE-ONE-FIELD.
           MOVE SN-RECORD-TYPE (WS-MASK-SUB) TO SL-RECORD-TYPE.
           MOVE SN-FIELD-NAME (WS-MASK-SUB)  TO SL-FIELD-NAME.
           MOVE SN-NON-BLANK (WS-MASK-SUB)   TO SL-NON-BLANK.
           MOVE SN-MASKED (WS-MASK-SUB)      TO SL-MASKED.
           MOVE SN-UNCHANGED (WS-MASK-SUB)   TO SL-UNCHANGED.
           IF SN-UNCHANGED (WS-MASK-SUB) = ZERO
               MOVE "MASKED"   TO SL-VERDICT
           ELSE
               MOVE "**LEAK**" TO SL-VERDICT
               SET WS-PROOF-BAD TO TRUE
           END-IF.
           WRITE MSK-REPORT-LINE FROM WS-SENSITIVE-LINE.
       6100-EXIT.
           EXIT.
      *
       6200-LIST-ONE-AMOUNT.
           MOVE AM-RECORD-TYPE (WS-AMT-SUB)  TO AL-RECORD-TYPE.
           MOVE AM-FIELD-NAME (WS-AMT-SUB)   TO AL-FIELD-NAME.
           MOVE AM-SCALED (WS-AMT-SUB)       TO AL-SCALED.
           MOVE AM-NOT-NUMERIC (WS-AMT-SUB)  TO AL-NOT-NUMERIC.
           WRITE MSK-REPORT-LINE FROM WS-AMOUNT-LINE.
       6200-EXIT.
           EXIT.
      *
       6300-TIE-ONE-TYPE.
           MOVE WS-TYPE-LABEL (WS-TYPE-SUB)    TO WS-TIE-LABEL.
           MOVE WS-READ-COUNT (WS-TYPE-SUB)    TO WS-TIE-LEFT.
           MOVE WS-TRAILER-COUNT (WS-TYPE-SUB) TO WS-TIE-RIGHT.
           PERFORM 6900-WRITE-TIE-LINE THRU 6900-EXIT.
       6300-EXIT.
           EXIT.
      *
       6900-WRITE-TIE-LINE.
           MOVE WS-TIE-LABEL TO CK-LABEL.
           MOVE WS-TIE-LEFT  TO CK-LEFT-VALUE.
           MOVE WS-TIE-RIGHT TO CK-RIGHT-VALUE.
           IF WS-TIE-LEFT = WS-TIE-RIGHT
               MOVE "IN BALANCE"       TO CK-VERDICT
           ELSE
               MOVE "**OUT OF BALANCE" TO CK-VERDICT
               SET WS-PROOF-BAD TO TRUE
           END-IF.
           WRITE MSK-REPORT-LINE FROM WS-CHECK-LINE.
       6900-EXIT.
           EXIT.
      *
      *    THE MASKED COPY'S TRAILER CARRIES THE SOURCE BACKUP'S DATE
      *    AND THE COUNTS AND FIRST/LAST KEYS OF WHAT WAS WRITTEN --
      *    THE FIGURES XMPL3RLD WILL CHECK ITS LOAD AGAINST.
      *
       7000-WRITE-TRAILER.
           MOVE SPACES TO MSK-BACKUP-RECORD.
           MOVE "T"                  TO MSK-RECORD-ID.
           MOVE WS-TRAILER-DATE      TO MSK-TRAILER-DATE.
           MOVE WS-WRITTEN-COUNT (1) TO MSK-COUNT-TYPE-01.
           MOVE WS-WRITTEN-COUNT (2) TO MSK-COUNT-TYPE-02.
           MOVE WS-WRITTEN-COUNT (3) TO MSK-COUNT-TYPE-03.
           MOVE WS-WRITTEN-COUNT (4) TO MSK-COUNT-OTHER.
           MOVE WS-RECORDS-WRITTEN   TO MSK-COUNT-TOTAL.
           MOVE WS-FIRST-KEY         TO MSK-FIRST-KEY.
           MOVE WS-LAST-KEY          TO MSK-LAST-KEY.
           WRITE MSK-BACKUP-RECORD.
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "XMPL3MSK: MSKOUT TRAILER WRITE FAILED, STATUS="
                   WS-OUT-STATUS
               MOVE "TRAILER WRITE TO MASKED COPY (MSKOUT) FAILED"
                   TO WS-REFUSAL-REASON
               SET WS-RUN-REFUSED TO TRUE
           END-IF.
       7000-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           MOVE SPACES TO MSK-REPORT-LINE.
           WRITE MSK-REPORT-LINE.
           IF WS-RUN-REFUSED
               MOVE WS-REFUSAL-REASON TO RF-REASON
               WRITE MSK-REPORT-LINE FROM WS-REFUSED-LINE
           ELSE
               IF WS-PROOF-BAD
                   MOVE WS-PROOF-FAILED-TEXT TO VL-VERDICT
               ELSE
                   MOVE WS-PROOF-PASSED-TEXT TO VL-VERDICT
               END-IF
               WRITE MSK-REPORT-LINE FROM WS-VERDICT-LINE
           END-IF.
           IF WS-FILES-OPENED
               CLOSE XMPL3-BACKUP-IN
               CLOSE MASKED-BACKUP-OUT
           END-IF.
           IF WS-MATCH-FILE-OPENED
               CLOSE PAIR-MATCH-FILE
           END-IF.
           IF WS-WORK-FILE-OPENED
               CLOSE PAIR-WORK-FILE
           END-IF.
           CLOSE MSK-REPORT-FILE.
           DISPLAY "XMPL3MSK: RECORDS READ    = " WS-RECORDS-READ.
           DISPLAY "XMPL3MSK: RECORDS WRITTEN = " WS-RECORDS-WRITTEN.
           IF WS-RUN-REFUSED
               DISPLAY "XMPL3MSK: COPY REFUSED, RC=8"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF.
           IF WS-PROOF-BAD
               DISPLAY "XMPL3MSK: MASKED COPY FAILED ITS PROOF, RC=8"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "XMPL3MSK: MASKED COPY COMPLETE AND PROVED"
           END-IF.
       9000-EXIT.
           EXIT.
