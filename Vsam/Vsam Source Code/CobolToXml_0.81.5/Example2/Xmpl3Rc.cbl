      *                    XMPL3RPT: READ=REPORTED=master census.     *
      *                    XMPL3REC: READ=master records read,        *
      *                              REPORTED=keys reconciled.        *
      *                    XMPL3NRP: READ=REPORTED=master records     *
      *                              passed to the report modules.    *
      *                    XMPL3UPD: READ=transactions, LOADED=adds,  *
      *                              REPORTED=replaces, REJECTED=     *
      *                              rejects, DELETED=deletes.        *
      *                  LOADED and DELETED are the census deltas the *
      *                  balancer applies to the prior night's        *
      *                  XMPL3RPT census.                             *
      *    CALLED BY   : XMPL3VAL, XMPL3LD, RPTPASS, RECPASS,         *
      *                  XMPL3NRP, XMPL3UPD, XMPL3ARC, XMPL3RST,      *
      *                  XMPL3BAL, XMPL3REL, XMPL3CHN, XMPL3FWD,      *
      *                  XMPL3TRD.                                    *
      *****************************************************************
       01  XMPL3-RUN-STATS-RECORD.
           05  RC-PROGRAM-ID                 PIC X(08).
