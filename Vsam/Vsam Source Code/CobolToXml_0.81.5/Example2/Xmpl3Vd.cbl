      *****************************************************************
      *    COPYBOOK    : XMPL3VD                                      *
      *    PURPOSE     : FD and record layout for the master-         *
      *                  availability control VSAM KSDS.  The single  *
      *                  record is keyed "MASTER".  AV-STATUS is "B"  *
      *                  while the nightly chain is updating and "A"  *
      *                  once the night has balanced; the rest of the *
      *                  record says which night and program last set *
      *                  it, and when, for the inquiry-only message   *
      *                  and for the operator chasing a held chain.   *
      *                  A missing file or record means the chain has *
      *                  never run under control and the master is    *
      *                  AVAILABLE.  COPY this into the FILE SECTION  *
      *                  after the matching XMPL3VC SELECT.           *
      *    CALLED BY   : XMPL3CHN, XMPL3MNT, XMPL3PND, XMPL3SCR,      *
      *                  XMPL3APR.                                    *
      *****************************************************************
       FD  XMPL3-AVAIL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  XMPL3-AVAIL-RECORD.
           05  AV-CONTROL-KEY                PIC X(08).
           05  AV-STATUS                     PIC X(01).
               88  AV-BATCH-IN-PROGRESS      VALUE "B".
               88  AV-MASTER-AVAILABLE       VALUE "A".
           05  AV-RUN-DATE                   PIC X(08).
           05  AV-SET-BY                     PIC X(08).
           05  AV-SET-DATE                   PIC X(08).
           05  AV-SET-TIME                   PIC X(08).
           05  FILLER                        PIC X(19).
