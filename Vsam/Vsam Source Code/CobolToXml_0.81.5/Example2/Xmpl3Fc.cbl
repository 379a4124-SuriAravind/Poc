      *                  the FILE-CONTROL paragraph of any program    *
      *                  that opens the master file.                  *
      *    CALLED BY   : XMPL3RPT, XMPL3VAL, XMPL3EXT, XMPL3LD,       *
      *                  XMPL3REC, XMPL3LUP, XMPL3MNT, XMPL3APR,      *
      *                  XMPL3FWD, XMPL3MUG, XMPL3STM, XMPL3NRP.      *
      *    NOTE        : The calling program must code WS-XMPL3-      *
      *                  STATUS PIC X(02) in WORKING-STORAGE (see     *
      *                  XMPL3WS) before COPYing this member.         *
