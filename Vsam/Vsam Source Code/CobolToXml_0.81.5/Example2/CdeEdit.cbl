      ******************************************************************
      *    PROGRAM-ID  : CDEEDIT                                      *
      *    AUTHOR      : D. OKAFOR, DATA ADMINISTRATION                *
      *    INSTALLATION: EXAMPLE2 BATCH LIBRARY                        *
      *    DATE-WRITTEN: 10/15/2026                                    *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    REMARKS.                                                   *
      *        Common code-table edit subroutine for the one-byte and *
      *        short code fields of the XMPL3 master -- SOME-FIELD2/3/*
      *        4, SOME-FIELD15, 16, 17 and 21, ANOTHER-FIELD2/3/4,    *
      *        THIRD-FIELD1 and THIRD-FIELD6.  Looks each value up on *
      *        the valid-values code table (XMPL3KC/XMPL3KD) as of    *
      *        the date the caller passes.  Called wherever a record  *
      *        enters the master: XMPL3VAL, XMPL3UPD, XMPL3MNT and    *
      *        XMPL3CNV, and by XMPL3CDM to check a field name.  The  *
      *        parameter block is the XMPL3KP copybook; see it for    *
      *        the functions.  The table is opened INPUT on the first *
      *        edit and stays open until the caller passes function   *
      *        "C".  A table not yet defined (status 35) controls     *
      *        nothing, and a field with no rows for its record type  *
      *        is not yet under control -- both pass every value, so  *
      *        the table can be filled one field at a time.  Any      *
      *        other open or read failure returns CE-TABLE-FAILED and *
      *        the caller treats the record as not verified.          *
      *                                                                *
      *    MODIFICATION HISTORY.                                      *
      *        10/15/2026  DRO  ORIGINAL PROGRAM.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CDEEDIT.
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
       COPY "Xmpl3Kc".
       DATA DIVISION.
       FILE SECTION.
       COPY "Xmpl3Kd".
       WORKING-STORAGE SECTION.
       01  WS-KTB-STATUS                     PIC X(02).
       01  WS-TABLE-STATE-SW                 PIC X(01) VALUE "C".
           88  WS-TABLE-CLOSED               VALUE "C".
           88  WS-TABLE-OPEN                 VALUE "O".
           88  WS-TABLE-ABSENT               VALUE "A".
           88  WS-TABLE-BROKEN               VALUE "F".
       01  WS-SCAN-SW                        PIC X(01).
           88  WS-SCAN-DONE                  VALUE "Y".
           88  WS-SCAN-NOT-DONE              VALUE "N".
       01  WS-VALUE-FOUND-SW                 PIC X(01).
           88  WS-VALUE-FOUND                VALUE "Y".
           88  WS-VALUE-NOT-FOUND            VALUE "N".
       01  WS-FIELD-CONTROL-SW               PIC X(01).
           88  WS-FIELD-CONTROLLED           VALUE "Y".
           88  WS-FIELD-NOT-CONTROLLED       VALUE "N".
       01  WS-READ-ERROR-SW                  PIC X(01).
           88  WS-READ-ERROR                 VALUE "Y".
           88  WS-NO-READ-ERROR              VALUE "N".
       01  WS-DIR-SUB                        PIC S9(04) COMP VALUE ZERO.
       01  WS-FOUND-SUB                      PIC S9(04) COMP VALUE ZERO.
       01  WS-LOOKUP-TYPE                    PIC X(02).
       01  WS-LOOKUP-FIELD                   PIC X(16).
       01  WS-LOOKUP-VALUE                   PIC X(03).
       01  WS-LOOKUP-LENGTH                  PIC 9(01).
      *
      *    CODE-FIELD DIRECTORY -- RECORD TYPE, FIELD NAME AS TABLED,
      *    1-BASED OFFSET AND LENGTH WITHIN THE 400-BYTE IMAGE.  SAME
      *    LAYOUT AS THE XMPL3CMP FIELD DIRECTORY.  KEEP THIS TABLE IN
      *    STEP WITH THE XMPL3 COPYBOOK.
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
       LINKAGE SECTION.
       COPY "Xmpl3Kp".
       PROCEDURE DIVISION USING XMPL3-CODE-EDIT-AREA.
       0000-MAINLINE.
           SET CE-CODE-VALID TO TRUE.
           IF CE-AS-OF-DATE = SPACES
               ACCEPT CE-AS-OF-DATE FROM DATE YYYYMMDD
           END-IF.
           EVALUATE TRUE
               WHEN CE-EDIT-RECORD
                   PERFORM 2000-EDIT-RECORD THRU 2000-EXIT
               WHEN CE-EDIT-FIELD
                   PERFORM 3000-EDIT-FIELD THRU 3000-EXIT
               WHEN CE-CHECK-FIELD-NAME
                   PERFORM 1500-CHECK-FIELD-NAME THRU 1500-EXIT
               WHEN CE-CLOSE-TABLE
                   PERFORM 8000-CLOSE-TABLE THRU 8000-EXIT
               WHEN OTHER
                   DISPLAY "CDEEDIT: INVALID FUNCTION " CE-FUNCTION
                   SET CE-TABLE-FAILED TO TRUE
           END-EVALUATE.
           GOBACK.
      *
      *    OPEN ON FIRST USE AND LEAVE OPEN -- A NIGHT'S LOAD CALLS
      *    THIS ONCE PER RECORD.  A TABLE NOT YET DEFINED IS TRIED
      *    AGAIN ON EVERY CALL, SO AN ONLINE SESSION STARTED BEFORE
      *    THE FIRST CODE WAS TABLED PICKS THE TABLE UP WITHOUT A
      *    RESTART.
      *
       1000-OPEN-TABLE.
           OPEN INPUT XMPL3-CODE-TABLE-FILE.
           EVALUATE WS-KTB-STATUS
               WHEN "00"
                   SET WS-TABLE-OPEN TO TRUE
               WHEN "35"
                   SET WS-TABLE-ABSENT TO TRUE
               WHEN OTHER
                   DISPLAY "CDEEDIT: OPEN XMPL3-CODE-TABLE-FILE "
                       "FAILED, STATUS=" WS-KTB-STATUS
                   SET WS-TABLE-BROKEN TO TRUE
           END-EVALUATE.
       1000-EXIT.
           EXIT.
      *
       1500-CHECK-FIELD-NAME.
           PERFORM 1600-FIND-FIELD THRU 1600-EXIT.
           IF WS-FOUND-SUB = ZERO
               SET CE-FIELD-NOT-CODED TO TRUE
           ELSE
               MOVE CF-LENGTH(WS-FOUND-SUB) TO CE-CODE-LENGTH
           END-IF.
       1500-EXIT.
           EXIT.
      *
       1600-FIND-FIELD.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 1610-MATCH-ONE-FIELD THRU 1610-EXIT
               VARYING WS-DIR-SUB FROM 1 BY 1
               UNTIL WS-DIR-SUB > WS-CODE-FIELD-COUNT
                  OR WS-FOUND-SUB > ZERO.
       1600-EXIT.
           EXIT.
      *
       1610-MATCH-ONE-FIELD.
           IF CF-RECORD-TYPE(WS-DIR-SUB) = CE-RECORD-TYPE
              AND CF-FIELD-NAME(WS-DIR-SUB) = CE-FIELD-NAME
               MOVE WS-DIR-SUB TO WS-FOUND-SUB
           END-IF.
       1610-EXIT.
           EXIT.
      *
       1700-ENSURE-TABLE-OPEN.
           IF WS-TABLE-CLOSED OR WS-TABLE-ABSENT
               PERFORM 1000-OPEN-TABLE THRU 1000-EXIT
           END-IF.
       1700-EXIT.
           EXIT.
      *
      *    EDIT EVERY CODE FIELD OF THE RECORD'S TYPE AND STOP AT THE
      *    FIRST ONE THAT FAILS -- ITS NAME AND VALUE GO BACK TO THE
      *    CALLER FOR THE EXCEPTION LINE.  A RECORD TYPE WITH NO CODE
      *    FIELDS (OR AN UNKNOWN ONE) PASSES HERE; THE RECORD-TYPE
      *    EDIT BELONGS TO THE CALLER.
      *
       2000-EDIT-RECORD.
           PERFORM 1700-ENSURE-TABLE-OPEN THRU 1700-EXIT.
           IF WS-TABLE-BROKEN
               SET CE-TABLE-FAILED TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF WS-TABLE-ABSENT
               GO TO 2000-EXIT
           END-IF.
           MOVE CE-RECORD-IMAGE(1:2) TO CE-RECORD-TYPE.
           PERFORM 2100-EDIT-DIRECTORY-ENTRY THRU 2100-EXIT
               VARYING WS-DIR-SUB FROM 1 BY 1
               UNTIL WS-DIR-SUB > WS-CODE-FIELD-COUNT
                  OR NOT CE-CODE-VALID.
       2000-EXIT.
           EXIT.
      *
       2100-EDIT-DIRECTORY-ENTRY.
           IF CF-RECORD-TYPE(WS-DIR-SUB) NOT = CE-RECORD-TYPE
               GO TO 2100-EXIT
           END-IF.
           MOVE CE-RECORD-TYPE             TO WS-LOOKUP-TYPE.
           MOVE CF-FIELD-NAME(WS-DIR-SUB)  TO WS-LOOKUP-FIELD.
           MOVE CF-LENGTH(WS-DIR-SUB)      TO WS-LOOKUP-LENGTH.
           MOVE SPACES TO WS-LOOKUP-VALUE.
           MOVE CE-RECORD-IMAGE(CF-OFFSET(WS-DIR-SUB):
               CF-LENGTH(WS-DIR-SUB))
               TO WS-LOOKUP-VALUE(1:WS-LOOKUP-LENGTH).
           PERFORM 4000-LOOKUP-VALUE THRU 4000-EXIT.
           IF WS-READ-ERROR
               SET CE-TABLE-FAILED TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF WS-VALUE-NOT-FOUND
               MOVE WS-LOOKUP-FIELD TO CE-FIELD-NAME
               MOVE WS-LOOKUP-VALUE TO CE-CODE-VALUE
               SET CE-CODE-INVALID TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *    EDIT THE ONE VALUE THE CALLER NAMED.  A VALUE WIDER THAN
      *    ITS FIELD CAN NEVER BE TABLED, SO IT FAILS OUTRIGHT.
      *
       3000-EDIT-FIELD.
           PERFORM 1600-FIND-FIELD THRU 1600-EXIT.
           IF WS-FOUND-SUB = ZERO
               SET CE-FIELD-NOT-CODED TO TRUE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 1700-ENSURE-TABLE-OPEN THRU 1700-EXIT.
           IF WS-TABLE-BROKEN
               SET CE-TABLE-FAILED TO TRUE
               GO TO 3000-EXIT
           END-IF.
           IF WS-TABLE-ABSENT
               GO TO 3000-EXIT
           END-IF.
           MOVE CF-LENGTH(WS-FOUND-SUB) TO WS-LOOKUP-LENGTH.
           IF WS-LOOKUP-LENGTH < 3
              AND CE-CODE-VALUE(WS-LOOKUP-LENGTH + 1:) NOT = SPACES
               SET CE-CODE-INVALID TO TRUE
               GO TO 3000-EXIT
           END-IF.
           MOVE CE-RECORD-TYPE TO WS-LOOKUP-TYPE.
           MOVE CE-FIELD-NAME  TO WS-LOOKUP-FIELD.
           MOVE CE-CODE-VALUE  TO WS-LOOKUP-VALUE.
           PERFORM 4000-LOOKUP-VALUE THRU 4000-EXIT.
           IF WS-READ-ERROR
               SET CE-TABLE-FAILED TO TRUE
               GO TO 3000-EXIT
           END-IF.
           IF WS-VALUE-NOT-FOUND
               SET CE-CODE-INVALID TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.
      *
      *    POSITION ON THE FIRST ROW FOR THIS TYPE/FIELD/VALUE AND
      *    READ FORWARD THROUGH ITS EFFECTIVE DATES.  ANY ROW IN
      *    EFFECTIVE ON THE AS-OF DATE PASSES THE VALUE.  FAILING
      *    THAT, THE VALUE STILL PASSES IF THE FIELD HAS NO ROWS AT
      *    ALL FOR THIS RECORD TYPE -- IT IS NOT YET UNDER CONTROL.
      *
       4000-LOOKUP-VALUE.
           SET WS-VALUE-NOT-FOUND TO TRUE.
           SET WS-NO-READ-ERROR TO TRUE.
           MOVE WS-LOOKUP-TYPE  TO KT-RECORD-TYPE.
           MOVE WS-LOOKUP-FIELD TO KT-FIELD-NAME.
           MOVE WS-LOOKUP-VALUE TO KT-CODE-VALUE.
           MOVE LOW-VALUES      TO KT-EFFECTIVE-DATE.
           START XMPL3-CODE-TABLE-FILE
               KEY IS NOT LESS THAN KT-CODE-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
               NOT INVALID KEY
                   SET WS-SCAN-NOT-DONE TO TRUE
           END-START.
           PERFORM 4100-READ-NEXT-CODE THRU 4100-EXIT
               UNTIL WS-SCAN-DONE.
           IF WS-VALUE-FOUND OR WS-READ-ERROR
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4200-CHECK-FIELD-CONTROLLED THRU 4200-EXIT.
           IF WS-FIELD-NOT-CONTROLLED
               SET WS-VALUE-FOUND TO TRUE
           END-IF.
       4000-EXIT.
           EXIT.
      *
       4100-READ-NEXT-CODE.
           READ XMPL3-CODE-TABLE-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF WS-KTB-STATUS NOT = "00"
               DISPLAY "CDEEDIT: READ XMPL3-CODE-TABLE-FILE FAILED, "
                   "STATUS=" WS-KTB-STATUS
               SET WS-READ-ERROR TO TRUE
               SET WS-SCAN-DONE TO TRUE
               GO TO 4100-EXIT
           END-IF.
           IF KT-RECORD-TYPE NOT = WS-LOOKUP-TYPE
              OR KT-FIELD-NAME NOT = WS-LOOKUP-FIELD
              OR KT-CODE-VALUE NOT = WS-LOOKUP-VALUE
               SET WS-SCAN-DONE TO TRUE
               GO TO 4100-EXIT
           END-IF.
      *    ROWS FOR ONE VALUE COME BACK IN EFFECTIVE-DATE ORDER, SO
      *    THE FIRST ONE NOT YET EFFECTIVE ENDS THE SEARCH.
           IF KT-EFFECTIVE-DATE > CE-AS-OF-DATE
               SET WS-SCAN-DONE TO TRUE
               GO TO 4100-EXIT
           END-IF.
           IF KT-EXPIRY-DATE = SPACES
              OR KT-EXPIRY-DATE NOT < CE-AS-OF-DATE
               SET WS-VALUE-FOUND TO TRUE
               SET WS-SCAN-DONE TO TRUE
           END-IF.
       4100-EXIT.
           EXIT.
      *
       4200-CHECK-FIELD-CONTROLLED.
           SET WS-FIELD-NOT-CONTROLLED TO TRUE.
           MOVE WS-LOOKUP-TYPE  TO KT-RECORD-TYPE.
           MOVE WS-LOOKUP-FIELD TO KT-FIELD-NAME.
           MOVE LOW-VALUES      TO KT-CODE-VALUE.
           MOVE LOW-VALUES      TO KT-EFFECTIVE-DATE.
           START XMPL3-CODE-TABLE-FILE
               KEY IS NOT LESS THAN KT-CODE-KEY
               INVALID KEY
                   GO TO 4200-EXIT
           END-START.
           READ XMPL3-CODE-TABLE-FILE NEXT RECORD
               AT END
                   GO TO 4200-EXIT
           END-READ.
           IF WS-KTB-STATUS NOT = "00"
               DISPLAY "CDEEDIT: READ XMPL3-CODE-TABLE-FILE FAILED, "
                   "STATUS=" WS-KTB-STATUS
               SET WS-READ-ERROR TO TRUE
               GO TO 4200-EXIT
           END-IF.
           IF KT-RECORD-TYPE = WS-LOOKUP-TYPE
              AND KT-FIELD-NAME = WS-LOOKUP-FIELD
               SET WS-FIELD-CONTROLLED TO TRUE
           END-IF.
       4200-EXIT.
           EXIT.
      *
       8000-CLOSE-TABLE.
           IF WS-TABLE-OPEN
               CLOSE XMPL3-CODE-TABLE-FILE
           END-IF.
           SET WS-TABLE-CLOSED TO TRUE.
       8000-EXIT.
           EXIT.
