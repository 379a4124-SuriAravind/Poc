      *****************************************************************
      *    COPYBOOK    : XMPL3KC                                      *
      *    PURPOSE     : FILE-CONTROL entry for the valid-values code *
      *                  table VSAM KSDS, keyed by record type, field *
      *                  name, code value and effective date.  Lists  *
      *                  the values each one-byte and short code      *
      *                  field on the master may carry, and over what *
      *                  dates.  COPY this into the FILE-CONTROL      *
      *                  paragraph of any program that maintains or   *
      *                  looks up the code table.                     *
      *    CALLED BY   : CDEEDIT, XMPL3CDM.                           *
      *    NOTE        : The calling program must code WS-KTB-        *
      *                  STATUS PIC X(02) in WORKING-STORAGE before   *
      *                  COPYing this member, the same convention as  *
      *                  XMPL3FC.                                     *
      *****************************************************************
           SELECT XMPL3-CODE-TABLE-FILE ASSIGN TO XMPL3KT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KT-CODE-KEY
               FILE STATUS IS WS-KTB-STATUS.
