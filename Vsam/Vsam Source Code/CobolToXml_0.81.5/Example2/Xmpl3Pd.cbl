      *                  change takes effect, who keyed it and when,  *
      *                  and the replacement values for the XMPL3MNT  *
      *                  maintainable fields ANOTHER-FIELD5 through   *
      *                  ANOTHER-FIELD12.  The amounts (FIELD6/7)     *
      *                  only record the master as it stood when the  *
      *                  change was keyed and are never released --   *
      *                  amounts change through XMPL3MNT's approval.  *
      *                  A change stays PENDING until the nightly     *
      *                  release step (XMPL3REL) converts it to a     *
      *                  maintenance transaction on the night it      *
      *                  falls due and flips it to RELEASED, or an    *
      *                  operator cancels it on the XMPL3PND screen   *
      *                  first.  COPY this into the FILE SECTION      *
      *                  after the matching XMPL3PC SELECT.           *
      *    CALLED BY   : XMPL3PND, XMPL3REL, XMPL3STM.                *
      *****************************************************************
       FD  XMPL3-PENDING-FILE
           LABEL RECORDS ARE STANDARD
