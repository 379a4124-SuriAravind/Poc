      *****************************************************************
      *    COPYBOOK    : XMPL3CL                                      *
      *    PURPOSE     : One line of the nightly chain log (CHNLOG).  *
      *                  XMPL3CHN writes a line for every step event  *
      *                  (START, ENDED, FAILED, NOCALL, HELD) and for *
      *                  posting the master LOCKED to and FREED from  *
      *                  the online programs, each carrying the run   *
      *                  date, step number, program, return code and  *
      *                  time of day (HHMMSScc).  XMPL3TRD reads the  *
      *                  log back for the batch-window trend report.  *
      *    CALLED BY   : XMPL3CHN, XMPL3TRD.                          *
      *****************************************************************
       01  XMPL3-CHAIN-LOG-LINE.
           05  CL-RUN-DATE                   PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  CL-STEP-NUMBER                PIC 9(02).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  CL-PROGRAM                    PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  CL-EVENT                      PIC X(08).
               88  CL-EVENT-START            VALUE "START".
               88  CL-EVENT-ENDED            VALUE "ENDED".
               88  CL-EVENT-FAILED           VALUE "FAILED".
               88  CL-EVENT-NOCALL           VALUE "NOCALL".
               88  CL-EVENT-HELD             VALUE "HELD".
               88  CL-EVENT-LOCKED           VALUE "LOCKED".
               88  CL-EVENT-FREED            VALUE "FREED".
           05  FILLER                        PIC X(04) VALUE " RC=".
           05  CL-RETURN-CODE                PIC 9(04).
           05  FILLER                        PIC X(06) VALUE " TIME=".
           05  CL-TIME                       PIC X(08).
