      *                  the FILE-CONTROL paragraph of any program    *
      *                  that enters, reviews or releases pending     *
      *                  changes.                                     *
      *    CALLED BY   : XMPL3PND, XMPL3REL, XMPL3STM.                *
      *    NOTE        : The calling program must code WS-PND-        *
      *                  STATUS PIC X(02) in WORKING-STORAGE before   *
      *                  COPYing this member, the same convention as  *
