      *                  change to the master lands in the one log.   *
      *                  XMPL3HST folds each day's log into the       *
      *                  permanent keyed change-history file.         *
      *    CALLED BY   : XMPL3MNT, XMPL3LD, XMPL3UPD, XMPL3HST,       *
      *                  XMPL3APR.                                    *
      *****************************************************************
       01  XMPL3-MAINT-LOG-LINE.
           05  LL-USER-ID                    PIC X(08).
