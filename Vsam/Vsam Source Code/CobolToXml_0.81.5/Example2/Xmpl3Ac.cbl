      *****************************************************************
      *    COPYBOOK    : XMPL3AC                                      *
      *    PURPOSE     : FILE-CONTROL entry for the amount-change     *
      *                  approval queue VSAM KSDS, keyed by the       *
      *                  SECOND-TYPE business key plus the date and   *
      *                  time the change was keyed.  A change to      *
      *                  ANOTHER-FIELD6 or ANOTHER-FIELD7 keyed on    *
      *                  XMPL3MNT is queued here instead of being     *
      *                  written to the master, and waits for a       *
      *                  second, supervisor-level operator to approve *
      *                  or reject it on XMPL3APR.  COPY this into    *
      *                  the FILE-CONTROL paragraph of any program    *
      *                  that queues, decides or lists approvals.     *
      *    CALLED BY   : XMPL3MNT, XMPL3APR, XMPL3APX.                *
      *    NOTE        : The calling program must code WS-APR-        *
      *                  STATUS PIC X(02) in WORKING-STORAGE before   *
      *                  COPYing this member, the same convention as  *
      *                  XMPL3FC.                                     *
      *****************************************************************
           SELECT XMPL3-APPROVAL-FILE ASSIGN TO XMPL3AP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-APPROVAL-KEY
               FILE STATUS IS WS-APR-STATUS.
