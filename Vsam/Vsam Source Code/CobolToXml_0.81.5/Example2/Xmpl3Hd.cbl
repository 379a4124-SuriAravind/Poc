      *                  maintenance history in date/sequence order.  *
      *                  COPY this into the FILE SECTION after the    *
      *                  matching XMPL3HC SELECT.                     *
      *    CALLED BY   : XMPL3HST, XMPL3HIQ, XMPL3STM.                *
      *****************************************************************
       FD  XMPL3-HISTORY
           LABEL RECORDS ARE STANDARD
