      *****************************************************************
      *    COPYBOOK    : XMPL3KP                                      *
      *    PURPOSE     : Parameter block passed on every CALL to the  *
      *                  common code-table edit routine CDEEDIT.      *
      *                  Function "R" edits every code field of the   *
      *                  400-byte master image in CE-RECORD-IMAGE     *
      *                  (record type taken from its first two        *
      *                  bytes) and, on the first value not on the    *
      *                  table, returns that field's name and value   *
      *                  in CE-FIELD-NAME / CE-CODE-VALUE.  Function  *
      *                  "F" edits the one value the caller puts in   *
      *                  CE-RECORD-TYPE / CE-FIELD-NAME /             *
      *                  CE-CODE-VALUE.  Function "K" only answers    *
      *                  whether CE-RECORD-TYPE / CE-FIELD-NAME is a  *
      *                  code field at all, and returns its width in  *
      *                  CE-CODE-LENGTH.  Function "C" closes the     *
      *                  table at end of run.  Every edit is as of    *
      *                  CE-AS-OF-DATE (CCYYMMDD).  COPY this into    *
      *                  WORKING-STORAGE of the caller; CDEEDIT       *
      *                  COPYs it into its LINKAGE SECTION.           *
      *    CALLED BY   : CDEEDIT, XMPL3VAL, XMPL3UPD, XMPL3MNT,       *
      *                  XMPL3CNV, XMPL3CDM, XMPL3MUG, XMPL3SCR.      *
      *****************************************************************
       01  XMPL3-CODE-EDIT-AREA.
           05  CE-FUNCTION                   PIC X(01).
               88  CE-EDIT-RECORD            VALUE "R".
               88  CE-EDIT-FIELD             VALUE "F".
               88  CE-CHECK-FIELD-NAME       VALUE "K".
               88  CE-CLOSE-TABLE            VALUE "C".
           05  CE-AS-OF-DATE                 PIC X(08).
           05  CE-RECORD-TYPE                PIC X(02).
           05  CE-FIELD-NAME                 PIC X(16).
           05  CE-CODE-VALUE                 PIC X(03).
           05  CE-CODE-LENGTH                PIC 9(01).
           05  CE-RESULT                     PIC X(01).
               88  CE-CODE-VALID             VALUE "Y".
               88  CE-CODE-INVALID           VALUE "N".
               88  CE-FIELD-NOT-CODED        VALUE "X".
               88  CE-TABLE-FAILED           VALUE "F".
           05  CE-RECORD-IMAGE               PIC X(400).
