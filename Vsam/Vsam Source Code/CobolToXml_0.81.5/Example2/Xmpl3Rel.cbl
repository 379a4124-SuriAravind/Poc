      *        before the release date is turned into a REPLACE       *
      *        maintenance transaction (XMPL3MT layout) on RELTRN --  *
      *        the current master record with the pending values      *
      *        overlaid on ANOTHER-FIELD5 and ANOTHER-FIELD8 through  *
      *        ANOTHER-FIELD12 (the amounts ANOTHER-FIELD6/7 change   *
      *        only through XMPL3MNT's four-eyes approval) --         *
      *        and the scheduler concatenates that file ahead of the  *
      *        night's XMPL3TRN input, so released changes land       *
      *        through the existing XMPL3UPD path, stamped and        *
      *        register and left PENDING for the operator to cancel   *
      *        or re-key.  Parm (via COMMAND-LINE) is the release     *
      *        date, CCYYMMDD -- blank means today.  Writes the       *
      *        standard run-statistics record (XMPL3RC): READ =       *
      *        pending records read, LOADED = transactions released,  *
      *        REJECTED = due changes held.  Returns via GOBACK so    *
      *        the nightly chain controller (XMPL3CHN) can call this  *
      *                                                                *
      *    MODIFICATION HISTORY.                                      *
      *        09/02/2026  DRO  ORIGINAL PROGRAM.                      *
      *        10/15/2026  DRO  LEAVE THE AMOUNTS ANOTHER-FIELD6/7 OFF *
      *                         THE RELEASED TRANSACTION AND LIST A    *
      *                         PENDING CHANGE WHOSE AMOUNTS DIFFER    *
      *                         FROM THE MASTER AS "AMT LEFT".         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    XMPL3REL.
      *    THE TRANSACTION CARRIES THE CURRENT MASTER IMAGE WITH THE
      *    PENDING VALUES OVERLAID, SO WHATEVER ELSE CHANGED ON THE
      *    RECORD SINCE THE CHANGE WAS KEYED IS PRESERVED AND ONLY
      *    THE MAINTAINABLE FIELDS MOVE.  THE AMOUNTS ARE NOT AMONG
      *    THEM: RELEASING THE ONES STORED WHEN THE CHANGE WAS KEYED
      *    WOULD UNDO AN AMOUNT CHANGE APPROVED SINCE, OR PUT ONE ON
      *    WITHOUT APPROVAL.  A PENDING CHANGE WHOSE AMOUNTS DIFFER
      *    FROM THE MASTER IS LISTED "AMT LEFT" AND RELEASED WITHOUT
      *    THEM.  THE PENDING COPY FLIPS TO RELEASED BEFORE THE NEXT
      *    ONE IS READ -- A RERUN OF THIS JOB NEVER FEEDS A CHANGE
      *    TWICE.
      *
       3000-RELEASE-CHANGE.
           MOVE "02"             TO REDEFINES-RECORD-TYPE
                   PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT
                   GO TO 3000-EXIT
           END-READ.
           IF PD-NEW-FIELD6 NOT = ANOTHER-FIELD6 OF SECOND-TYPE
              OR PD-NEW-FIELD7 NOT = ANOTHER-FIELD7 OF SECOND-TYPE
               MOVE "AMT LEFT" TO DL-DISPOSITION
               PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT
           END-IF.
           MOVE PD-NEW-FIELD5  TO ANOTHER-FIELD5  OF SECOND-TYPE.
           MOVE PD-NEW-FIELD8  TO ANOTHER-FIELD8  OF SECOND-TYPE.
           MOVE PD-NEW-FIELD9  TO ANOTHER-FIELD9  OF SECOND-TYPE.
           MOVE PD-NEW-FIELD10 TO ANOTHER-FIELD10 OF SECOND-TYPE.
