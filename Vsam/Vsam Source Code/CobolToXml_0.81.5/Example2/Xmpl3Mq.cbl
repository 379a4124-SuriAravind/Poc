      *****************************************************************
      *    COPYBOOK    : XMPL3MQ                                      *
      *    PURPOSE     : One 80-byte request card for the mass-update *
      *                  generator (MUGCARD).  A "TY" card names the  *
      *                  record type in MQ-RECORD-TYPE; an "SL" card  *
      *                  is one selection criterion on a named field  *
      *                  (EQ value, RG low/high range, BL blank or NB *
      *                  non-blank); an "ST" card names a field and   *
      *                  the value to set it to, in MQ-VALUE-AREA.    *
      *                  Field names are the XMPL3 copybook names.    *
      *                  "**" in columns 1-2 is a comment card.       *
      *    CALLED BY   : XMPL3MUG.                                    *
      *****************************************************************
       01  XMPL3-MASS-UPDATE-CARD.
           05  MQ-CARD-TYPE                  PIC X(02).
               88  MQ-TYPE-CARD              VALUE "TY".
               88  MQ-SELECT-CARD            VALUE "SL".
               88  MQ-SET-CARD               VALUE "ST".
               88  MQ-COMMENT-CARD           VALUE "**".
           05  MQ-CARD-BODY                  PIC X(78).
           05  MQ-TYPE-BODY REDEFINES MQ-CARD-BODY.
               10  FILLER                    PIC X(01).
               10  MQ-RECORD-TYPE            PIC X(02).
               10  FILLER                    PIC X(75).
           05  MQ-FIELD-BODY REDEFINES MQ-CARD-BODY.
               10  FILLER                    PIC X(01).
               10  MQ-FIELD-NAME             PIC X(20).
               10  FILLER                    PIC X(01).
               10  MQ-OPERATOR               PIC X(02).
                   88  MQ-OPERATOR-EQUAL     VALUE "EQ".
                   88  MQ-OPERATOR-RANGE     VALUE "RG".
                   88  MQ-OPERATOR-BLANK     VALUE "BL".
                   88  MQ-OPERATOR-NOT-BLANK VALUE "NB".
               10  FILLER                    PIC X(01).
               10  MQ-VALUE-AREA             PIC X(52).
               10  MQ-RANGE-VALUES REDEFINES MQ-VALUE-AREA.
                   15  MQ-LOW-VALUE          PIC X(25).
                   15  FILLER                PIC X(01).
                   15  MQ-HIGH-VALUE         PIC X(25).
                   15  FILLER                PIC X(01).
               10  FILLER                    PIC X(01).
