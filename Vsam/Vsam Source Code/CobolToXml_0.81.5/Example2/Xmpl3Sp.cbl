      *****************************************************************
      *    COPYBOOK    : XMPL3SP                                      *
      *    PURPOSE     : Parameter block passed on every CALL to the  *
      *                  master-pass report modules (RPTPASS,         *
      *                  RECPASS, CTLPASS, GLJPASS, AUDPASS).  The    *
      *                  caller owns the master and the read loop;    *
      *                  the module owns its report files, its        *
      *                  figures and its XMPL3RC record.  Function    *
      *                  "O" opens the module's outputs at the start  *
      *                  of the pass -- SP-MASTER-SW tells it whether *
      *                  the master opened.  Function "R" takes the   *
      *                  one master record in SP-RECORD-IMAGE.        *
      *                  Function "C" ends the pass: the module       *
      *                  prints its report, writes its run records,   *
      *                  closes its files and returns 0 or 8 in       *
      *                  SP-RETURN-CODE.  COPY this into WORKING-     *
      *                  STORAGE of the caller; each module COPYs it  *
      *                  into its LINKAGE SECTION.                    *
      *    CALLED BY   : RPTPASS, RECPASS, CTLPASS, GLJPASS, AUDPASS, *
      *                  XMPL3RPT, XMPL3REC, XMPL3CTL, XMPL3GLJ,      *
      *                  XMPL3AUD, XMPL3NRP.                          *
      *****************************************************************
       01  XMPL3-SHARED-PASS-AREA.
           05  SP-FUNCTION                   PIC X(01).
               88  SP-OPEN-PASS              VALUE "O".
               88  SP-TAKE-RECORD            VALUE "R".
               88  SP-CLOSE-PASS             VALUE "C".
           05  SP-MASTER-SW                  PIC X(01).
               88  SP-MASTER-OPENED          VALUE "Y".
               88  SP-MASTER-NOT-OPENED      VALUE "N".
           05  SP-RETURN-CODE                PIC S9(04) COMP.
           05  SP-RECORD-IMAGE               PIC X(400).
