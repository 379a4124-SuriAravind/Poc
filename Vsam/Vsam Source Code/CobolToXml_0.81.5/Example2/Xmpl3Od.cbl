      *                  supervisor record is seeded when the file    *
      *                  is defined, so XMPL3OPM can sign on to add   *
      *                  the rest.                                    *
      *    CALLED BY   : XMPL3MNT, XMPL3OPM, XMPL3APR, XMPL3CDM.      *
      *****************************************************************
       FD  XMPL3-OPERATOR-FILE
           LABEL RECORDS ARE STANDARD
