      *                  and sequence.  COPY this into the FILE-      *
      *                  CONTROL paragraph of any program that opens  *
      *                  the history file.                            *
      *    CALLED BY   : XMPL3HST, XMPL3HIQ, XMPL3STM.                *
      *    NOTE        : The calling program must code WS-HIST-       *
      *                  STATUS PIC X(02) in WORKING-STORAGE before   *
      *                  COPYing this member, the same convention as  *
