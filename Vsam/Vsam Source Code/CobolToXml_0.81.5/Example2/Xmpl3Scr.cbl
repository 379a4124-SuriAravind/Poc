      *        XMPL3SU copybook).  A clerk steps through the records  *
      *        still in SUSPENDED status, sees the reason code, the   *
      *        suspend date and the program that suspended them, and  *
      *        may correct the record type, key fields, creation      *
      *        date and the record type's code fields -- the fields   *
      *        the edits actually reject on -- then mark the record   *
      *        READY so XMPL3RCY feeds it back into the front of the  *
      *        next night's validation and load.  Function "N" skips  *
      *        to the next record, "U" applies the keyed corrections  *
      *        and marks the record ready, "R" marks it ready         *
      *        unchanged (for records that suspended on a condition   *
      *        since cleared, e.g. a duplicate whose master copy was  *
      *        deleted), "E" ends.  A corrected CREATION-DATE must    *
      *        pass DTEEDIT, and every code field must be on the      *
      *        valid-values code table (CDEEDIT), before the record   *
      *        is marked ready.  A corrected record type puts the     *
      *        record back up with the new type's code fields.        *
      *                                                                *
      *    MODIFICATION HISTORY.                                      *
      *        08/21/2026  DRO  ORIGINAL PROGRAM.                      *
      *        10/15/2026  DRO  BROWSE ONLY, WITH THE SUSPENSE FILE    *
      *                         OPENED INPUT, WHILE XMPL3AV SAYS THE   *
      *                         NIGHTLY CHAIN IS UPDATING; FUNCTIONS   *
      *                         "U" AND "R" ARE REFUSED UNTIL IT ENDS. *
      *        10/15/2026  DRO  PUT THE RECORD TYPE'S CODE FIELDS ON   *
      *                         THE SCREEN FOR CORRECTION AND EDIT     *
      *                         EVERY ONE AGAINST THE CODE TABLE       *
      *                         (CDEEDIT) BEFORE THE RECORD IS MARKED  *
      *                         READY.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    XMPL3SCR.
           SELECT XMPL3-SUSPENSE ASSIGN TO XMPL3SUS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUS-STATUS.
       COPY "Xmpl3Vc".
       DATA DIVISION.
       FILE SECTION.
       FD  XMPL3-SUSPENSE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 421 CHARACTERS.
       COPY "Xmpl3Su".
       COPY "Xmpl3Vd".
       WORKING-STORAGE SECTION.
       01  WS-SUS-STATUS                     PIC X(02).
       01  WS-AVL-STATUS                     PIC X(02).
       01  WS-DONE-SW                        PIC X(01).
           88  WS-DONE                       VALUE "Y".
           88  WS-NOT-DONE                   VALUE "N".
       01  WS-NEW-KEY-NUMBER-2               PIC X(06).
       01  WS-NEW-KEY-NUMBER-3               PIC X(04).
       01  WS-NEW-CREATION-DATE              PIC X(08).
       01  WS-TODAY-DATE                     PIC X(08).
       01  WS-SHOW-AGAIN-SW                  PIC X(01).
           88  WS-SHOW-AGAIN                 VALUE "Y".
           88  WS-RECORD-DISPOSED            VALUE "N".
       01  WS-CODES-SW                       PIC X(01).
           88  WS-CODES-ACCEPTED             VALUE "Y".
           88  WS-CODES-REJECTED             VALUE "N".
       COPY "Xmpl3Kp".
      *
      *    CODE-FIELD DIRECTORY -- RECORD TYPE, FIELD NAME AS TABLED,
      *    1-BASED OFFSET AND LENGTH WITHIN THE 400-BYTE IMAGE.  THE
      *    SAME TABLE CDEEDIT KEEPS; KEEP THE TWO IN STEP WITH THE
      *    XMPL3 COPYBOOK.
      *
       01  WS-CODE-FIELD-DIRECTORY.
           05  FILLER  PIC X(23) VALUE "01SOME-FIELD2     03401".
           05  FILLER  PIC X(23) VALUE "01SOME-FIELD3     03501".
           05  FILLER  PIC X(23) VALUE "01SOME-FIELD4     03601".
           05  FILLER  PIC X(23) VALUE "01SOME-FIELD15    11302".
           05  FILLER  PIC X(23) VALUE "01SOME-FIELD16    11503".
           05  FILLER  PIC X(23) VALUE "01SOME-FIELD17    11801".
           05  FILLER  PIC X(23) VALUE "01SOME-FIELD21    18501".
           05  FILLER  PIC X(23) VALUE "02ANOTHER-FIELD2  03201".
           05  FILLER  PIC X(23) VALUE "02ANOTHER-FIELD3  03301".
           05  FILLER  PIC X(23) VALUE "02ANOTHER-FIELD4  03401".
           05  FILLER  PIC X(23) VALUE "03THIRD-FIELD1    02801".
           05  FILLER  PIC X(23) VALUE "03THIRD-FIELD6    07701".
       01  WS-CODE-FIELD-TABLE REDEFINES WS-CODE-FIELD-DIRECTORY.
           05  WS-CODE-FIELD-ENTRY OCCURS 12 TIMES.
               10  CF-RECORD-TYPE            PIC X(02).
               10  CF-FIELD-NAME             PIC X(16).
               10  CF-OFFSET                 PIC 9(03).
               10  CF-LENGTH                 PIC 9(02).
       01  WS-CODE-FIELD-COUNT               PIC S9(04) COMP VALUE 12.
       01  WS-DIR-SUB                        PIC S9(04) COMP.
      *
      *    THE SHOWN RECORD TYPE'S CODE FIELDS, IN DIRECTORY ORDER --
      *    SEVEN IS THE MOST ANY RECORD TYPE HAS.
      *
       01  WS-CODE-SLOTS.
           05  WS-CODE-SLOT OCCURS 7 TIMES.
               10  SL-FIELD-NAME             PIC X(16).
               10  SL-CODE-VALUE             PIC X(03).
               10  SL-OFFSET                 PIC 9(03).
               10  SL-LENGTH                 PIC 9(02).
       01  WS-SLOT-COUNT                     PIC S9(04) COMP.
       01  WS-SLOT-SUB                       PIC S9(04) COMP.
       01  WS-RECORDS-SHOWN                  PIC S9(09) COMP VALUE ZERO.
       01  WS-RECORDS-READIED                PIC S9(09) COMP VALUE ZERO.
      *
      *    XMPL3FIX, XMPL3RCY, XMPL3VAL AND XMPL3LD ALL UPDATE THE
      *    SUSPENSE FILE WHILE THE NIGHTLY CHAIN HAS THE MASTER
      *    POSTED UNAVAILABLE ON XMPL3AV, SO THE SESSION IS BROWSE
      *    ONLY FOR THAT WHILE.
      *
       01  WS-MASTER-AVAIL-SW                PIC X(01).
           88  WS-MASTER-AVAILABLE           VALUE "Y".
           88  WS-MASTER-UNAVAILABLE         VALUE "N".
       01  WS-BROWSE-ONLY-SW                 PIC X(01) VALUE "N".
           88  WS-BROWSE-ONLY                VALUE "Y".
           88  WS-UPDATE-ALLOWED             VALUE "N".
       SCREEN SECTION.
       01  SCR-SCREEN.
           05  BLANK SCREEN.
           05  LINE 11 COLUMN 20 PIC X(04) USING WS-NEW-KEY-NUMBER-3.
           05  LINE 12 COLUMN 01 VALUE "CREATION DATE   :".
           05  LINE 12 COLUMN 20 PIC X(08) USING WS-NEW-CREATION-DATE.
           05  LINE 13 COLUMN 01 VALUE "CODE FIELDS     :".
           05  LINE 14 COLUMN 03 PIC X(16) FROM SL-FIELD-NAME (1).
           05  LINE 14 COLUMN 20 PIC X(03) USING SL-CODE-VALUE (1).
           05  LINE 15 COLUMN 03 PIC X(16) FROM SL-FIELD-NAME (2).
           05  LINE 15 COLUMN 20 PIC X(03) USING SL-CODE-VALUE (2).
           05  LINE 16 COLUMN 03 PIC X(16) FROM SL-FIELD-NAME (3).
           05  LINE 16 COLUMN 20 PIC X(03) USING SL-CODE-VALUE (3).
           05  LINE 17 COLUMN 03 PIC X(16) FROM SL-FIELD-NAME (4).
           05  LINE 17 COLUMN 20 PIC X(03) USING SL-CODE-VALUE (4).
           05  LINE 18 COLUMN 03 PIC X(16) FROM SL-FIELD-NAME (5).
           05  LINE 18 COLUMN 20 PIC X(03) USING SL-CODE-VALUE (5).
           05  LINE 19 COLUMN 03 PIC X(16) FROM SL-FIELD-NAME (6).
           05  LINE 19 COLUMN 20 PIC X(03) USING SL-CODE-VALUE (6).
           05  LINE 20 COLUMN 03 PIC X(16) FROM SL-FIELD-NAME (7).
           05  LINE 20 COLUMN 20 PIC X(03) USING SL-CODE-VALUE (7).
           05  LINE 22 COLUMN 01 VALUE "FUNCTION (N/U/R/E):".
           05  LINE 22 COLUMN 22 PIC X(01) USING WS-FUNCTION.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
      *
       1000-INITIALIZE.
           SET WS-NOT-DONE TO TRUE.
           PERFORM 1300-CHECK-AVAILABILITY THRU 1300-EXIT.
           IF WS-MASTER-UNAVAILABLE
               SET WS-BROWSE-ONLY TO TRUE
               OPEN INPUT XMPL3-SUSPENSE
           ELSE
               OPEN I-O XMPL3-SUSPENSE
           END-IF.
           IF WS-SUS-STATUS NOT = "00"
               DISPLAY "XMPL3SCR: OPEN XMPL3-SUSPENSE FAILED, STATUS="
                   WS-SUS-STATUS
       1000-EXIT.
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
               DISPLAY "XMPL3SCR: OPEN XMPL3AV FAILED, STATUS="
                   WS-AVL-STATUS ", BROWSE ONLY"
               SET WS-MASTER-UNAVAILABLE TO TRUE
               GO TO 1300-EXIT
           END-IF.
           MOVE "MASTER" TO AV-CONTROL-KEY.
           READ XMPL3-AVAIL-FILE
               INVALID KEY
                   MOVE "A" TO AV-STATUS
           END-READ.
           IF WS-AVL-STATUS NOT = "00" AND NOT = "23"
               DISPLAY "XMPL3SCR: READ XMPL3AV FAILED, STATUS="
                   WS-AVL-STATUS ", BROWSE ONLY"
               SET WS-MASTER-UNAVAILABLE TO TRUE
               CLOSE XMPL3-AVAIL-FILE
               GO TO 1300-EXIT
           END-IF.
           IF AV-BATCH-IN-PROGRESS
               SET WS-MASTER-UNAVAILABLE TO TRUE
               DISPLAY "XMPL3SCR: NIGHTLY BATCH FOR " AV-RUN-DATE
                   " IS UPDATING THE SUSPENSE FILE, BROWSE ONLY"
           END-IF.
           CLOSE XMPL3-AVAIL-FILE.
       1300-EXIT.
           EXIT.
      *
      *    READ FORWARD TO THE NEXT RECORD STILL IN SUSPENDED STATUS;
      *    READY AND ALREADY-RECYCLED RECORDS ARE PASSED OVER.  EACH
      *    SUSPENDED RECORD IS PUT UP ON THE SCREEN UNTIL THE CLERK
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-RECORDS-SHOWN.
           SET WS-SHOW-AGAIN TO TRUE.
           PERFORM 2100-SHOW-AND-APPLY THRU 2100-EXIT
               UNTIL WS-RECORD-DISPOSED.
       2000-EXIT.
           EXIT.
      *
      *    A RECORD STAYS UP ONLY WHEN ITS RECORD TYPE WAS CORRECTED,
      *    SO THE CLERK SEES AND CHECKS THE NEW TYPE'S CODE FIELDS.
      *
       2100-SHOW-AND-APPLY.
           SET WS-RECORD-DISPOSED TO TRUE.
           PERFORM 3000-SHOW-RECORD THRU 3000-EXIT.
           PERFORM 4000-APPLY-FUNCTION THRU 4000-EXIT.
       2100-EXIT.
           EXIT.
      *
       3000-SHOW-RECORD.
           MOVE SU-LOAD-RECORD(10:6) TO WS-NEW-KEY-NUMBER-2.
           MOVE SU-LOAD-RECORD(16:4) TO WS-NEW-KEY-NUMBER-3.
           MOVE SU-LOAD-RECORD(20:8) TO WS-NEW-CREATION-DATE.
           MOVE SPACES TO WS-CODE-SLOTS.
           MOVE ZERO TO WS-SLOT-COUNT.
           PERFORM 3100-LOAD-CODE-SLOT THRU 3100-EXIT
               VARYING WS-DIR-SUB FROM 1 BY 1
               UNTIL WS-DIR-SUB > WS-CODE-FIELD-COUNT.
           MOVE "N" TO WS-FUNCTION.
           DISPLAY SCR-SCREEN.
           ACCEPT SCR-SCREEN.
       3000-EXIT.
           EXIT.
      *
       3100-LOAD-CODE-SLOT.
           IF CF-RECORD-TYPE (WS-DIR-SUB) NOT = SU-LOAD-RECORD(1:2)
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-SLOT-COUNT.
           MOVE CF-FIELD-NAME (WS-DIR-SUB)
               TO SL-FIELD-NAME (WS-SLOT-COUNT).
           MOVE CF-OFFSET (WS-DIR-SUB) TO SL-OFFSET (WS-SLOT-COUNT).
           MOVE CF-LENGTH (WS-DIR-SUB) TO SL-LENGTH (WS-SLOT-COUNT).
           MOVE SU-LOAD-RECORD(CF-OFFSET (WS-DIR-SUB):
               CF-LENGTH (WS-DIR-SUB))
               TO SL-CODE-VALUE (WS-SLOT-COUNT).
       3100-EXIT.
           EXIT.
      *
       4000-APPLY-FUNCTION.
           EVALUATE TRUE
      *    BUT ONLY ONCE THE CORRECTED CREATION-DATE PASSES THE SAME
      *    DATE EDIT THE LOAD CHAIN APPLIES -- A RECORD MARKED READY
      *    WITH A DATE XMPL3VAL WOULD BOUNCE WOULD ONLY GO AROUND
      *    THE LOOP AGAIN.  THE CODE FIELDS SHOWN BELONG TO THE RECORD
      *    TYPE AS IT WAS, SO A CORRECTED TYPE IS PUT INTO THE IMAGE
      *    WITH THE KEY AND DATE AND THE RECORD SHOWN AGAIN WITH THE
      *    NEW TYPE'S CODE FIELDS, TO BE CHECKED AND KEYED "U" AGAIN.
      *    A CODE VALUE KEYED WIDER THAN ITS FIELD IS REFUSED, NOT
      *    CUT SHORT.
      *
       5000-APPLY-CORRECTION.
           MOVE WS-NEW-CREATION-DATE TO WS-DATE-WORK.
                   "RECORD LEFT SUSPENDED"
               GO TO 5000-EXIT
           END-IF.
           IF WS-NEW-RECORD-TYPE NOT = SU-LOAD-RECORD(1:2)
               MOVE WS-NEW-RECORD-TYPE   TO SU-LOAD-RECORD(1:2)
               MOVE WS-NEW-KEY-NUMBER    TO SU-LOAD-RECORD(3:7)
               MOVE WS-NEW-KEY-NUMBER-2  TO SU-LOAD-RECORD(10:6)
               MOVE WS-NEW-KEY-NUMBER-3  TO SU-LOAD-RECORD(16:4)
               MOVE WS-NEW-CREATION-DATE TO SU-LOAD-RECORD(20:8)
               DISPLAY "XMPL3SCR: RECORD TYPE CHANGED, CHECK THE NEW "
                   "TYPE'S CODE FIELDS AND KEY U AGAIN"
               SET WS-SHOW-AGAIN TO TRUE
               GO TO 5000-EXIT
           END-IF.
           SET WS-CODES-ACCEPTED TO TRUE.
           PERFORM 5100-CHECK-SLOT-WIDTH THRU 5100-EXIT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > WS-SLOT-COUNT
                  OR WS-CODES-REJECTED.
           IF WS-CODES-REJECTED
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-NEW-RECORD-TYPE   TO SU-LOAD-RECORD(1:2).
           MOVE WS-NEW-KEY-NUMBER    TO SU-LOAD-RECORD(3:7).
           MOVE WS-NEW-KEY-NUMBER-2  TO SU-LOAD-RECORD(10:6).
           MOVE WS-NEW-KEY-NUMBER-3  TO SU-LOAD-RECORD(16:4).
           MOVE WS-NEW-CREATION-DATE TO SU-LOAD-RECORD(20:8).
           PERFORM 5200-PUT-CODE-SLOT THRU 5200-EXIT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > WS-SLOT-COUNT.
           PERFORM 6000-MARK-READY THRU 6000-EXIT.
       5000-EXIT.
           EXIT.
      *
       5100-CHECK-SLOT-WIDTH.
           IF SL-LENGTH (WS-SLOT-SUB) NOT < 3
               GO TO 5100-EXIT
           END-IF.
           IF SL-CODE-VALUE (WS-SLOT-SUB)(SL-LENGTH (WS-SLOT-SUB) + 1:)
               NOT = SPACES
               DISPLAY "XMPL3SCR: " SL-FIELD-NAME (WS-SLOT-SUB)
                   " VALUE " SL-CODE-VALUE (WS-SLOT-SUB)
                   " TOO LONG, RECORD LEFT SUSPENDED"
               SET WS-CODES-REJECTED TO TRUE
           END-IF.
       5100-EXIT.
           EXIT.
      *
       5200-PUT-CODE-SLOT.
           MOVE SL-CODE-VALUE (WS-SLOT-SUB)
               TO SU-LOAD-RECORD(SL-OFFSET (WS-SLOT-SUB):
                  SL-LENGTH (WS-SLOT-SUB)).
       5200-EXIT.
           EXIT.
      *
      *    A SESSION STARTED BROWSE-ONLY HAS THE FILE OPEN INPUT AND
      *    STAYS THAT WAY; ONE STARTED BEFORE THE CHAIN IS REFUSED
      *    FROM THE MOMENT THE CHAIN POSTS THE MASTER UNAVAILABLE.
      *
       6000-MARK-READY.
           IF WS-BROWSE-ONLY
               DISPLAY "XMPL3SCR: BROWSE ONLY, RECORD LEFT SUSPENDED"
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6100-CHECK-CODE-VALUES THRU 6100-EXIT.
           IF WS-CODES-REJECTED
               GO TO 6000-EXIT
           END-IF.
           PERFORM 1300-CHECK-AVAILABILITY THRU 1300-EXIT.
           IF WS-MASTER-UNAVAILABLE
               DISPLAY "XMPL3SCR: RECORD LEFT SUSPENDED"
               GO TO 6000-EXIT
           END-IF.
           SET SU-READY TO TRUE.
           REWRITE XMPL3-SUSPENSE-RECORD.
           IF WS-SUS-STATUS = "00"
           END-IF.
       6000-EXIT.
           EXIT.
      *
      *    EVERY CODE FIELD OF THE RECORD TYPE IS EDITED, CHANGED OR
      *    NOT, AS OF TODAY -- XMPL3VAL EDITS THEM ALL AGAIN, SO A
      *    RECORD MARKED READY WITH ANY VALUE OFF THE TABLE WOULD ONLY
      *    SUSPEND AGAIN.  A CODE TABLE THAT CANNOT BE READ LEAVES
      *    THE RECORD SUSPENDED RATHER THAN READY UNCHECKED.
      *
       6100-CHECK-CODE-VALUES.
           SET WS-CODES-ACCEPTED TO TRUE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 6110-EDIT-ONE-CODE THRU 6110-EXIT
               VARYING WS-DIR-SUB FROM 1 BY 1
               UNTIL WS-DIR-SUB > WS-CODE-FIELD-COUNT
                  OR WS-CODES-REJECTED.
       6100-EXIT.
           EXIT.
      *
       6110-EDIT-ONE-CODE.
           IF CF-RECORD-TYPE (WS-DIR-SUB) NOT = SU-LOAD-RECORD(1:2)
               GO TO 6110-EXIT
           END-IF.
           MOVE "F"                        TO CE-FUNCTION.
           MOVE WS-TODAY-DATE              TO CE-AS-OF-DATE.
           MOVE CF-RECORD-TYPE (WS-DIR-SUB) TO CE-RECORD-TYPE.
           MOVE CF-FIELD-NAME (WS-DIR-SUB)  TO CE-FIELD-NAME.
           MOVE SU-LOAD-RECORD(CF-OFFSET (WS-DIR-SUB):
               CF-LENGTH (WS-DIR-SUB))
               TO CE-CODE-VALUE.
           CALL "CDEEDIT" USING XMPL3-CODE-EDIT-AREA.
           IF CE-CODE-INVALID
               DISPLAY "XMPL3SCR: " CE-FIELD-NAME " VALUE "
                   CE-CODE-VALUE " NOT ON CODE TABLE, RECORD LEFT "
                   "SUSPENDED"
               SET WS-CODES-REJECTED TO TRUE
           END-IF.
           IF CE-TABLE-FAILED
               DISPLAY "XMPL3SCR: CODE TABLE NOT AVAILABLE, RECORD "
                   "LEFT SUSPENDED"
               SET WS-CODES-REJECTED TO TRUE
           END-IF.
       6110-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           MOVE "C" TO CE-FUNCTION.
           CALL "CDEEDIT" USING XMPL3-CODE-EDIT-AREA.
           CLOSE XMPL3-SUSPENSE.
           DISPLAY "XMPL3SCR: RECORDS SHOWN   = " WS-RECORDS-SHOWN.
           DISPLAY "XMPL3SCR: RECORDS READIED = " WS-RECORDS-READIED.
