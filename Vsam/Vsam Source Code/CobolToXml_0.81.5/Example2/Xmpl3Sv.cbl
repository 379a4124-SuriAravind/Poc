      *                  deactivated id, or a function the operator's *
      *                  authority level does not allow -- so every   *
      *                  refused attempt leaves a trace.              *
      *    CALLED BY   : XMPL3MNT, XMPL3OPM, XMPL3PND, XMPL3APR,      *
      *                  XMPL3CDM (writers);                          *
      *                  XMPL3OAR (reads the log back for the         *
      *                  periodic access review).                     *
      *****************************************************************
