      *****************************************************************
      *    COPYBOOK    : XMPL3AD                                      *
      *    PURPOSE     : FD and record layout for the amount-change   *
      *                  approval queue VSAM KSDS.  One record per    *
      *                  queued change to the SECOND-TYPE amount      *
      *                  fields: the full business key, when and by   *
      *                  whom it was keyed, the record's LAST-UPDATE  *
      *                  stamp as XMPL3MNT left it, the amounts       *
      *                  before and after, and -- once decided -- who *
      *                  approved or rejected it and when.  A change  *
      *                  stays PENDING until a supervisor other than  *
      *                  the keying operator decides it on XMPL3APR;  *
      *                  one whose master record no longer carries    *
      *                  that stamp or those before-amounts is marked *
      *                  STALE there instead of applied, and must be  *
      *                  re-keyed.  Decided records stay on file as   *
      *                  the four-eyes audit trail.  COPY this into   *
      *                  the FILE SECTION after the matching XMPL3AC  *
      *                  SELECT.                                      *
      *    CALLED BY   : XMPL3MNT, XMPL3APR, XMPL3APX.                *
      *****************************************************************
       FD  XMPL3-APPROVAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  XMPL3-APPROVAL-RECORD.
           05  AP-APPROVAL-KEY.
               10  AP-KEY-NUMBER             PIC X(07).
               10  AP-KEY-NUMBER-2           PIC X(06).
               10  AP-KEY-NUMBER-3           PIC 9(04).
               10  AP-CREATION-DATE          PIC X(08).
               10  AP-SUBMIT-DATE            PIC X(08).
               10  AP-SUBMIT-TIME            PIC X(08).
           05  AP-STATUS                     PIC X(01).
               88  AP-PENDING                VALUE "P".
               88  AP-APPROVED               VALUE "A".
               88  AP-REJECTED               VALUE "R".
               88  AP-STALE                  VALUE "S".
           05  AP-SUBMITTED-BY               PIC X(08).
           05  AP-DECIDED-BY                 PIC X(08).
           05  AP-DECIDED-DATE               PIC X(08).
           05  AP-SEEN-UPDATE-DATE           PIC X(08).
           05  AP-SEEN-UPDATE-USER-ID        PIC X(08).
           05  AP-BEFORE-FIELD6              PIC 9(05).
           05  AP-BEFORE-FIELD7              PIC 9(05).
           05  AP-NEW-FIELD6                 PIC 9(05).
           05  AP-NEW-FIELD7                 PIC 9(05).
           05  FILLER                        PIC X(18).
