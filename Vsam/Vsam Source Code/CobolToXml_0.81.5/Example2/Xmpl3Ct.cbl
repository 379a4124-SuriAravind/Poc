      *****************************************************************
      *    COPYBOOK    : XMPL3CT                                      *
      *    PURPOSE     : One record of the control-totals history     *
      *                  file (XMPL3CTH).  XMPL3CTL, through the      *
      *                  CTLPASS module, appends one per run, stamped *
      *                  with the run date the same way XMPL3UNL      *
      *                  dates its backup trailer, carrying the       *
      *                  whole-file figures accounting signs off:     *
      *                  record counts per type, the summed amount    *
      *                  fields per type (TYPE 01 SOME-FIELD12, TYPE  *
      *                  02 ANOTHER-FIELD6 and ANOTHER-FIELD7, TYPE   *
      *                  03 THIRD-FIELD5), the grand amount and the   *
      *                  count of non-numeric amounts taken as        *
      *                  zero.  XMPL3FLX ties the totals of two       *
      *                  month-end backups to the records for the     *
      *                  same dates; a date run more than once is     *
      *                  last-wins.                                   *
      *    CALLED BY   : CTLPASS, XMPL3FLX.                           *
      *****************************************************************
       01  XMPL3-CONTROL-TOTALS-RECORD.
           05  CT-RUN-DATE                   PIC X(08).
           05  CT-RUN-TIME                   PIC X(08).
           05  CT-RECORDS-TOTAL              PIC 9(09).
           05  CT-COUNT-TYPE-01              PIC 9(09).
           05  CT-COUNT-TYPE-02              PIC 9(09).
           05  CT-COUNT-TYPE-03              PIC 9(09).
           05  CT-COUNT-OTHER                PIC 9(09).
           05  CT-AMOUNT-TYPE-01             PIC 9(12).
           05  CT-AMOUNT-1-TYPE-02           PIC 9(12).
           05  CT-AMOUNT-2-TYPE-02           PIC 9(12).
           05  CT-AMOUNT-TYPE-03             PIC 9(12).
           05  CT-GRAND-AMOUNT               PIC 9(12).
           05  CT-INVALID-AMOUNTS            PIC 9(09).
           05  FILLER                        PIC X(20).
