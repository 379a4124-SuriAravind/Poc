      *****************************************************************
      *    COPYBOOK    : XMPL3VC                                      *
      *    PURPOSE     : FILE-CONTROL entry for the master-           *
      *                  availability control VSAM KSDS.  The file    *
      *                  holds one record, keyed "MASTER", saying     *
      *                  whether the nightly chain is updating the    *
      *                  master and its satellite files.  XMPL3CHN    *
      *                  sets it to BATCH IN PROGRESS before its      *
      *                  first updating step and back to AVAILABLE    *
      *                  once XMPL3BAL has balanced the night; the    *
      *                  online programs read it before any update    *
      *                  and drop to inquiry-only while it is set.    *
      *                  COPY this into the FILE-CONTROL paragraph of *
      *                  any program that sets or tests the record.   *
      *    CALLED BY   : XMPL3CHN, XMPL3MNT, XMPL3PND, XMPL3SCR,      *
      *                  XMPL3APR.                                    *
      *    NOTE        : The calling program must code WS-AVL-        *
      *                  STATUS PIC X(02) in WORKING-STORAGE before   *
      *                  COPYing this member, the same convention as  *
      *                  XMPL3FC.                                     *
      *****************************************************************
           SELECT XMPL3-AVAIL-FILE ASSIGN TO XMPL3AV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-CONTROL-KEY
               FILE STATUS IS WS-AVL-STATUS.
