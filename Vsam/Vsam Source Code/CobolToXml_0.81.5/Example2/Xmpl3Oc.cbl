      *                  into the FILE-CONTROL paragraph of any       *
      *                  program that verifies or maintains operator  *
      *                  sign-ons.                                    *
      *    CALLED BY   : XMPL3MNT, XMPL3OPM, XMPL3APR, XMPL3CDM.      *
      *    NOTE        : The calling program must code WS-OPR-        *
      *                  STATUS PIC X(02) in WORKING-STORAGE before   *
      *                  COPYing this member, the same convention as  *
