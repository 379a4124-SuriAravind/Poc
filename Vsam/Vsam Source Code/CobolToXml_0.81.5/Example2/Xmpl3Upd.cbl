      *        the XMPL3IN load layout with a one-byte action code    *
      *        ahead of the record type -- and applies them against   *
      *        the master by REDEFINES-RECORD-KEY: "A" WRITEs a new   *
      *        record, "R" REWRITEs an existing record, "C" REWRITEs  *
      *        one only if it still carries the LAST-UPDATE stamp in  *
      *        the transaction (XMPL3MUG's checked replace), "D"      *
      *        DELETEs one.  Adds and replaces are stamped with       *
      *        LAST-UPDATE-DATE and LAST-UPDATE-USER-ID the same way  *
      *        XMPL3LD stamps a load.  An applied/rejected register   *
      *        is written with one detail line per rejected           *
      *        transaction and closing totals per action code, so a   *
      *        correction night in the thousands balances without an  *
      *        operator keying the fixes through XMPL3MNT one at a    *
      *        time.                                                  *
      *                                                                *
      *    MODIFICATION HISTORY.                                      *
      *        08/21/2026  DRO  ORIGINAL PROGRAM.                      *
      *                         SO THE NIGHTLY CHAIN CONTROLLER        *
      *                         (XMPL3CHN) CAN CALL THIS PROGRAM AS A  *
      *                         STEP.                                  *
      *        10/15/2026  DRO  EDIT EVERY CODE FIELD OF AN ADD OR     *
      *                         REPLACE AGAINST THE VALID-VALUES CODE  *
      *                         TABLE (CDEEDIT) AND REJECT IT ON THE   *
      *                         REGISTER IF A VALUE IS NOT ON IT.      *
      *        10/15/2026  DRO  APPEND THE FULL BEFORE- AND AFTER-     *
      *                         IMAGE OF EVERY APPLIED ADD, REPLACE    *
      *                         AND DELETE TO THE MASTER JOURNAL       *
      *                         (XMPL3JN) FOR FORWARD RECOVERY BY      *
      *                         XMPL3FWD.  A REPLACE OR DELETE NOW     *
      *                         READS THE RECORD FIRST FOR ITS BEFORE- *
      *                         IMAGE.                                 *
      *        10/15/2026  DRO  A REPLACE CARRYING MAINTENANCE-STATUS  *
      *                         "I" NOW KEEPS THE RECORD INACTIVE      *
      *                         INSTEAD OF FORCING IT ACTIVE, SO A     *
      *                         MASS INACTIVATION FROM XMPL3MUG        *
      *                         STICKS.  ADDS ARE STILL MADE ACTIVE.   *
      *        10/15/2026  DRO  TAKE THE CHECKED REPLACE ("C") THAT    *
      *                         XMPL3MUG WRITES: REJECT IT ON THE      *
      *                         REGISTER IF THE MASTER'S LAST-UPDATE   *
      *                         STAMP IS NO LONGER THE ONE IT CARRIES. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    XMPL3UPD.
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
       01  WS-REG-STATUS                     PIC X(02).
       01  WS-RUN-STATUS                     PIC X(02).
       01  WS-LOG-STATUS                     PIC X(02).
       01  WS-JNL-STATUS                     PIC X(02).
       01  WS-JOURNAL-SW                     PIC X(01).
           88  WS-JOURNAL-OK                 VALUE "Y".
           88  WS-JOURNAL-FAILED             VALUE "N".
       01  WS-BEFORE-IMAGE-SW                PIC X(01).
           88  WS-BEFORE-IMAGE-TAKEN         VALUE "Y".
           88  WS-BEFORE-IMAGE-MISSING       VALUE "N".
       01  WS-STAMP-ACTION                   PIC X(14).
       01  WS-CARRIED-UPDATE-DATE            PIC X(08).
       01  WS-CARRIED-UPDATE-USER-ID         PIC X(08).
       01  WS-MASTER-UPDATE-DATE             PIC X(08).
       01  WS-MASTER-UPDATE-USER-ID          PIC X(08).
       01  WS-EOF-SW                         PIC X(01).
           88  WS-AT-END                     VALUE "Y".
           88  WS-NOT-AT-END                 VALUE "N".
       01  WS-DATE-VALID-SW                  PIC X(01).
           88  WS-DATE-IS-VALID              VALUE "Y".
           88  WS-DATE-IS-INVALID            VALUE "N".
       01  WS-CODES-SW                       PIC X(01).
           88  WS-CODES-ACCEPTED             VALUE "Y".
           88  WS-CODES-REJECTED             VALUE "N".
       COPY "Xmpl3Kp".
       01  WS-RUN-DATE                       PIC X(08).
       01  WS-BATCH-USER-ID                  PIC X(08) VALUE "XMPL3UPD".
       01  WS-RECORDS-READ                   PIC S9(09) COMP VALUE ZERO.
       01  WS-ADDS-REJECTED                  PIC S9(09) COMP VALUE ZERO.
       01  WS-REPLACES-APPLIED               PIC S9(09) COMP VALUE ZERO.
       01  WS-REPLACES-REJECTED              PIC S9(09) COMP VALUE ZERO.
       01  WS-REPLACES-CHANGED               PIC S9(09) COMP VALUE ZERO.
       01  WS-DELETES-APPLIED                PIC S9(09) COMP VALUE ZERO.
       01  WS-DELETES-REJECTED               PIC S9(09) COMP VALUE ZERO.
       01  WS-BAD-ACTION-COUNT               PIC S9(09) COMP VALUE ZERO.
           05  FILLER                        PIC X(21) VALUE
               "TRANSACTIONS READ   =".
           05  TO-READ                       PIC ZZZ,ZZZ,ZZ9.
       01  WS-TOTALS-CHANGED-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(21) VALUE
               "CHANGED SINCE SCAN  =".
           05  TO-CHANGED                    PIC ZZZ,ZZZ,ZZ9.
       01  WS-TOTALS-BAD-ACT-LINE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(21) VALUE
      *
       1000-INITIALIZE.
           SET WS-NOT-AT-END TO TRUE.
           SET WS-JOURNAL-OK TO TRUE.
           MOVE ZERO TO WS-RECORDS-READ WS-ADDS-APPLIED
               WS-ADDS-REJECTED WS-REPLACES-APPLIED
               WS-REPLACES-REJECTED WS-DELETES-APPLIED
               WS-DELETES-REJECTED WS-BAD-ACTION-COUNT
               WS-REPLACES-CHANGED.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL "DTEEDIT" USING WS-RUN-DATE WS-DATE-VALID-SW.
           OPEN INPUT XMPL3-MAINT-IN.
                   WS-XMPL3-STATUS
               SET WS-AT-END TO TRUE
           END-IF.
      *    MAINTENANCE THAT CANNOT BE JOURNALED COULD NOT BE RECOVERED
      *    FORWARD FROM THE LAST BACKUP, SO NOTHING IS APPLIED.
           OPEN EXTEND XMPL3-JOURNAL-FILE.
           IF WS-JNL-STATUS = "35"
               OPEN OUTPUT XMPL3-JOURNAL-FILE
           END-IF.
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "XMPL3UPD: OPEN XMPL3JNL FAILED, STATUS="
                   WS-JNL-STATUS
               SET WS-JOURNAL-FAILED TO TRUE
               SET WS-AT-END TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *
               WHEN MT-ACTION-ADD
                   PERFORM 3000-APPLY-ADD THRU 3000-EXIT
               WHEN MT-ACTION-REPLACE
               WHEN MT-ACTION-CHECKED-REPLACE
                   PERFORM 4000-APPLY-REPLACE THRU 4000-EXIT
               WHEN MT-ACTION-DELETE
                   PERFORM 5000-APPLY-DELETE THRU 5000-EXIT
               PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3150-CHECK-CODE-VALUES THRU 3150-EXIT.
           IF WS-CODES-REJECTED
               ADD 1 TO WS-ADDS-REJECTED
               PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE FIRST-TYPE TO JN-AFTER-IMAGE.
           EVALUATE MT-RECORD-TYPE
               WHEN "01"
                   WRITE FIRST-TYPE
               ADD 1 TO WS-ADDS-APPLIED
               MOVE "BATCH ADD" TO WS-STAMP-ACTION
               PERFORM 6500-WRITE-MAINT-STAMP THRU 6500-EXIT
               SET JN-ACTION-ADD TO TRUE
               MOVE SPACES TO JN-BEFORE-IMAGE
               PERFORM 6600-WRITE-JOURNAL THRU 6600-EXIT
           ELSE
               ADD 1 TO WS-ADDS-REJECTED
               IF WS-XMPL3-DUPLICATE
               PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 3150-CHECK-CODE-VALUES THRU 3150-EXIT.
           IF WS-CODES-REJECTED
               ADD 1 TO WS-REPLACES-REJECTED
               PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF MT-RECORD-TYPE = "01" OR "02" OR "03"
               PERFORM 4100-TAKE-BEFORE-IMAGE THRU 4100-EXIT
               IF WS-BEFORE-IMAGE-MISSING
                   ADD 1 TO WS-REPLACES-REJECTED
                   PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
                   GO TO 4000-EXIT
               END-IF
           END-IF.
      *    A CHECKED REPLACE WAS BUILT FROM THE RECORD AS XMPL3MUG
      *    SCANNED IT, OUTSIDE THE NIGHT'S LOCK.  IF ANYTHING HAS
      *    STAMPED THE RECORD SINCE, APPLYING THE WHOLE IMAGE WOULD
      *    UNDO THAT CHANGE, SO IT IS REJECTED FOR A FRESH PREVIEW.
      *    THIRD-TYPE CARRIES NO STAMP AND NO ONLINE PROGRAM REWRITES
      *    IT, SO ITS REPLACE GOES THROUGH UNCHECKED.
           IF MT-ACTION-CHECKED-REPLACE
              AND (MT-RECORD-TYPE = "01" OR "02")
              AND (WS-MASTER-UPDATE-DATE NOT = WS-CARRIED-UPDATE-DATE
               OR WS-MASTER-UPDATE-USER-ID
                  NOT = WS-CARRIED-UPDATE-USER-ID)
               ADD 1 TO WS-REPLACES-REJECTED
               ADD 1 TO WS-REPLACES-CHANGED
               MOVE SPACES TO RJ-REASON
               STRING "CHANGED SINCE SCAN: " DELIMITED BY SIZE
                      WS-MASTER-UPDATE-DATE  DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      WS-MASTER-UPDATE-USER-ID DELIMITED BY SIZE
                   INTO RJ-REASON
               PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
               GO TO 4000-EXIT
           END-IF.
           EVALUATE MT-RECORD-TYPE
               WHEN "01"
                   REWRITE FIRST-TYPE
               ADD 1 TO WS-REPLACES-APPLIED
               MOVE "BATCH REPLACE" TO WS-STAMP-ACTION
               PERFORM 6500-WRITE-MAINT-STAMP THRU 6500-EXIT
               SET JN-ACTION-REPLACE TO TRUE
               PERFORM 6600-WRITE-JOURNAL THRU 6600-EXIT
           ELSE
               ADD 1 TO WS-REPLACES-REJECTED
               IF WS-XMPL3-NOT-FOUND
       4000-EXIT.
           EXIT.
      *
      *    THE JOURNAL NEEDS THE RECORD AS IT STANDS ON THE MASTER
      *    BEFORE THE REPLACE OR DELETE.  THE RECORD AREA IS SAVED AS
      *    THE AFTER-IMAGE, THE MASTER RECORD READ OVER IT AND KEPT AS
      *    THE BEFORE-IMAGE, AND THE AFTER-IMAGE PUT BACK FOR THE
      *    REWRITE.  A RECORD THAT IS NOT THERE IS REJECTED HERE WITH
      *    THE SAME REASON THE REWRITE OR DELETE WOULD HAVE GIVEN.
      *
       4100-TAKE-BEFORE-IMAGE.
           SET WS-BEFORE-IMAGE-TAKEN TO TRUE.
           MOVE FIRST-TYPE TO JN-AFTER-IMAGE.
           READ XMPL3-MASTER.
           IF NOT WS-XMPL3-OK
               SET WS-BEFORE-IMAGE-MISSING TO TRUE
               IF WS-XMPL3-NOT-FOUND
                   MOVE "NOT ON MASTER" TO RJ-REASON
               ELSE
                   MOVE "READ FAILED" TO RJ-REASON
               END-IF
               GO TO 4100-EXIT
           END-IF.
           MOVE FIRST-TYPE     TO JN-BEFORE-IMAGE.
           EVALUATE MT-RECORD-TYPE
               WHEN "01"
                   MOVE LAST-UPDATE-DATE OF FIRST-TYPE
                       TO WS-MASTER-UPDATE-DATE
                   MOVE LAST-UPDATE-USER-ID OF FIRST-TYPE
                       TO WS-MASTER-UPDATE-USER-ID
               WHEN "02"
                   MOVE LAST-UPDATE-DATE OF SECOND-TYPE
                       TO WS-MASTER-UPDATE-DATE
                   MOVE LAST-UPDATE-USER-ID OF SECOND-TYPE
                       TO WS-MASTER-UPDATE-USER-ID
           END-EVALUATE.
           MOVE JN-AFTER-IMAGE TO FIRST-TYPE.
       4100-EXIT.
           EXIT.
      *
      *    A DELETE ONLY NEEDS THE KEY -- THE BODY OF THE TRANSACTION
      *    IS IGNORED, BUT THE CREATION DATE STILL GOES THROUGH THE
      *    DATE EDIT BECAUSE IT IS PART OF THE RECORD KEY AND AN
           MOVE MT-KEY-NUMBER-2 TO SOME-FIELD-NUMBER-2 OF FIRST-TYPE.
           MOVE MT-KEY-NUMBER-3 TO SOME-FIELD-NUMBER-3 OF FIRST-TYPE.
           MOVE WS-DATE-WORK   TO CREATION-DATE OF FIRST-TYPE.
           PERFORM 4100-TAKE-BEFORE-IMAGE THRU 4100-EXIT.
           IF WS-BEFORE-IMAGE-MISSING
               ADD 1 TO WS-DELETES-REJECTED
               PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
               GO TO 5000-EXIT
           END-IF.
           DELETE XMPL3-MASTER RECORD.
           IF WS-XMPL3-OK
               ADD 1 TO WS-DELETES-APPLIED
               MOVE "BATCH DELETE" TO WS-STAMP-ACTION
               PERFORM 6500-WRITE-MAINT-STAMP THRU 6500-EXIT
               SET JN-ACTION-DELETE TO TRUE
               MOVE SPACES TO JN-AFTER-IMAGE
               PERFORM 6600-WRITE-JOURNAL THRU 6600-EXIT
           ELSE
               ADD 1 TO WS-DELETES-REJECTED
               IF WS-XMPL3-NOT-FOUND
      *    EDIT THE CREATION DATE AND ASSEMBLE THE FULL 400-BYTE
      *    MASTER RECORD FROM THE TRANSACTION, STAMPED WITH THIS RUN'S
      *    DATE AND THIS JOB'S ID, THE SAME AS XMPL3LD DOES FOR A
      *    LOAD.  A FIRST- OR SECOND-TYPE RECORD IS MADE ACTIVE UNLESS
      *    A REPLACE SAYS INACTIVE.  EACH RECORD TYPE REDEFINES THE
      *    SAME 400 BYTES DIFFERENTLY, SO THE STAMP GOES THROUGH THE
      *    01-LEVEL THAT MATCHES MT-RECORD-TYPE.  THE STAMP THE
      *    TRANSACTION CARRIED IS KEPT FIRST FOR A CHECKED REPLACE.
      *
       3100-BUILD-MASTER-RECORD.
           MOVE MT-CREATION-DATE TO WS-DATE-WORK.
           EVALUATE MT-RECORD-TYPE
               WHEN "01"
                   MOVE WS-FULL-RECORD TO FIRST-TYPE
                   MOVE LAST-UPDATE-DATE OF FIRST-TYPE
                       TO WS-CARRIED-UPDATE-DATE
                   MOVE LAST-UPDATE-USER-ID OF FIRST-TYPE
                       TO WS-CARRIED-UPDATE-USER-ID
                   MOVE WS-RUN-DATE      TO LAST-UPDATE-DATE OF
                       FIRST-TYPE
                   MOVE WS-BATCH-USER-ID TO LAST-UPDATE-USER-ID OF
                       FIRST-TYPE
                   IF MT-ACTION-ADD
                      OR NOT MAINTENANCE-STATUS-INACTIVE OF FIRST-TYPE
                       SET MAINTENANCE-STATUS-ACTIVE OF FIRST-TYPE
                           TO TRUE
                   END-IF
               WHEN "02"
                   MOVE WS-FULL-RECORD TO SECOND-TYPE
                   MOVE LAST-UPDATE-DATE OF SECOND-TYPE
                       TO WS-CARRIED-UPDATE-DATE
                   MOVE LAST-UPDATE-USER-ID OF SECOND-TYPE
                       TO WS-CARRIED-UPDATE-USER-ID
                   MOVE WS-RUN-DATE      TO LAST-UPDATE-DATE OF
                       SECOND-TYPE
                   MOVE WS-BATCH-USER-ID TO LAST-UPDATE-USER-ID OF
                       SECOND-TYPE
                   IF MT-ACTION-ADD
                      OR NOT MAINTENANCE-STATUS-INACTIVE OF SECOND-TYPE
                       SET MAINTENANCE-STATUS-ACTIVE OF SECOND-TYPE
                           TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE WS-FULL-RECORD TO THIRD-TYPE
           END-EVALUATE.
       3100-EXIT.
           EXIT.
      *
      *    THE ASSEMBLED RECORD'S CODE FIELDS GO THROUGH THE COMMON
      *    CODE-TABLE EDIT AS OF THIS RUN'S DATE, THE SAME EDIT
      *    XMPL3VAL APPLIES TO A LOAD.  THE FIRST FAILING FIELD IS
      *    NAMED ON THE REGISTER.  A CODE TABLE THAT CANNOT BE READ
      *    REJECTS THE TRANSACTION RATHER THAN LET AN UNCHECKED CODE
      *    ONTO THE MASTER.
      *
       3150-CHECK-CODE-VALUES.
           SET WS-CODES-ACCEPTED TO TRUE.
           MOVE "R"            TO CE-FUNCTION.
           MOVE WS-RUN-DATE    TO CE-AS-OF-DATE.
           MOVE WS-FULL-RECORD TO CE-RECORD-IMAGE.
           CALL "CDEEDIT" USING XMPL3-CODE-EDIT-AREA.
           IF CE-CODE-VALID
               GO TO 3150-EXIT
           END-IF.
           SET WS-CODES-REJECTED TO TRUE.
           MOVE SPACES TO RJ-REASON.
           IF CE-TABLE-FAILED
               MOVE "CODE TABLE NOT AVAILABLE" TO RJ-REASON
           ELSE
               STRING CE-FIELD-NAME        DELIMITED BY SPACE
                      " = "                DELIMITED BY SIZE
                      CE-CODE-VALUE        DELIMITED BY SIZE
                      " NOT ON CODE TABLE" DELIMITED BY SIZE
                   INTO RJ-REASON
           END-IF.
       3150-EXIT.
           EXIT.
      *
       6000-WRITE-REJECT.
           MOVE MT-ACTION-CODE  TO RJ-ACTION-CODE.
           WRITE LOG-RECORD-LINE FROM XMPL3-MAINT-LOG-LINE.
       6500-EXIT.
           EXIT.
      *
      *    THE CALLER HAS SET THE ACTION AND BOTH IMAGES.  IF THE
      *    JOURNAL CANNOT BE WRITTEN NO FURTHER TRANSACTION IS
      *    APPLIED, AND THE RC=8 HOLDS THE CHAIN -- THE TRANSACTIONS
      *    NOT YET READ ARE STILL ON THE INPUT FOR A RERUN.
      *
       6600-WRITE-JOURNAL.
           ACCEPT JN-JOURNAL-DATE FROM DATE YYYYMMDD.
           ACCEPT JN-JOURNAL-TIME FROM TIME.
           MOVE WS-RUN-DATE        TO JN-RUN-DATE.
           MOVE "XMPL3UPD"         TO JN-PROGRAM-ID.
           MOVE WS-BATCH-USER-ID   TO JN-USER-ID.
           IF JN-ACTION-DELETE
               MOVE JN-BEFORE-IMAGE(1:27) TO JN-RECORD-KEY
           ELSE
               MOVE JN-AFTER-IMAGE(1:27)  TO JN-RECORD-KEY
           END-IF.
           WRITE XMPL3-JOURNAL-RECORD.
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "XMPL3UPD: JOURNAL WRITE FAILED, STATUS="
                   WS-JNL-STATUS " KEY " MT-KEY-NUMBER
                   ", UPDATE STOPPED"
               SET WS-JOURNAL-FAILED TO TRUE
               SET WS-AT-END TO TRUE
           END-IF.
       6600-EXIT.
           EXIT.
      *
       8000-PRODUCE-TOTALS.
           MOVE SPACES TO REG-REPORT-LINE.
           WRITE REG-REPORT-LINE FROM WS-TOTALS-READ-LINE.
           MOVE WS-BAD-ACTION-COUNT TO TO-BAD-ACTION.
           WRITE REG-REPORT-LINE FROM WS-TOTALS-BAD-ACT-LINE.
           MOVE WS-REPLACES-CHANGED TO TO-CHANGED.
           WRITE REG-REPORT-LINE FROM WS-TOTALS-CHANGED-LINE.
       8000-EXIT.
           EXIT.
      *
      *
       9000-TERMINATE.
           PERFORM 8900-WRITE-RUN-STATS THRU 8900-EXIT.
           MOVE "C" TO CE-FUNCTION.
           CALL "CDEEDIT" USING XMPL3-CODE-EDIT-AREA.
           CLOSE XMPL3-MAINT-IN.
           CLOSE XMPL3-MASTER.
           CLOSE UPD-REGISTER-FILE.
           CLOSE CHANGE-LOG-FILE.
           CLOSE XMPL3-JOURNAL-FILE.
           DISPLAY "XMPL3UPD: TRANSACTIONS READ      = "
               WS-RECORDS-READ.
           DISPLAY "XMPL3UPD: ADDS APPLIED           = "
               WS-REPLACES-APPLIED.
           DISPLAY "XMPL3UPD: DELETES APPLIED        = "
               WS-DELETES-APPLIED.
           DISPLAY "XMPL3UPD: CHANGED SINCE SCAN     = "
               WS-REPLACES-CHANGED.
           IF WS-JOURNAL-FAILED
               DISPLAY "XMPL3UPD: MASTER JOURNAL NOT WRITTEN, RC=8"
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
