      *****************************************************************
      *    COPYBOOK    : XMPL3KD                                      *
      *    PURPOSE     : FD and record layout for the valid-values    *
      *                  code table VSAM KSDS.  One record per        *
      *                  allowed value of a code field for one record *
      *                  type, from its effective date through its    *
      *                  expiry date inclusive (a blank expiry date   *
      *                  means open-ended).  A field with no records  *
      *                  on this file for its record type is not yet  *
      *                  under table control and takes any value; as  *
      *                  soon as one value is tabled, only tabled     *
      *                  values in effect on the edit date pass.      *
      *                  Records are expired, never deleted, so what  *
      *                  was valid on a given date stays answerable.  *
      *                  A blank code value is tabled like any other  *
      *                  where blank is allowed.  Maintained only on  *
      *                  XMPL3CDM; looked up only through CDEEDIT.    *
      *                  COPY this into the FILE SECTION after the    *
      *                  matching XMPL3KC SELECT.                     *
      *    CALLED BY   : CDEEDIT, XMPL3CDM.                           *
      *****************************************************************
       FD  XMPL3-CODE-TABLE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  XMPL3-CODE-TABLE-RECORD.
           05  KT-CODE-KEY.
               10  KT-RECORD-TYPE            PIC X(02).
               10  KT-FIELD-NAME             PIC X(16).
               10  KT-CODE-VALUE             PIC X(03).
               10  KT-EFFECTIVE-DATE         PIC X(08).
           05  KT-EXPIRY-DATE                PIC X(08).
           05  KT-DESCRIPTION                PIC X(30).
           05  KT-ADDED-BY                   PIC X(08).
           05  KT-ADDED-DATE                 PIC X(08).
           05  KT-CHANGED-BY                 PIC X(08).
           05  KT-CHANGED-DATE               PIC X(08).
           05  FILLER                        PIC X(21).
