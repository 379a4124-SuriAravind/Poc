      *****************************************************************
      *    COPYBOOK    : XMPL3JN                                      *
      *    PURPOSE     : One record of the master after-image journal *
      *                  (XMPL3JNL).  Every program that writes,      *
      *                  rewrites or deletes a master record appends  *
      *                  one of these once the master I/O has gone    *
      *                  through: the full 400-byte REDEFINES-RECORD  *
      *                  image before and after the change, the date  *
      *                  and time it was made, the run date the       *
      *                  program stamps on its XMPL3RC record, the    *
      *                  program id and the user id.  An add carries  *
      *                  a blank before-image and a delete a blank    *
      *                  after-image.  The journal is dated the same  *
      *                  way as the XMPL3UNL backup; XMPL3FWD replays *
      *                  the journals written since a backup onto the *
      *                  master XMPL3RLD rebuilt from it.             *
      *    CALLED BY   : XMPL3LD, XMPL3UPD, XMPL3MNT, XMPL3APR,       *
      *                  XMPL3RST, XMPL3ARC, XMPL3FWD.                *
      *****************************************************************
       01  XMPL3-JOURNAL-RECORD.
           05  JN-TIMESTAMP.
               10  JN-JOURNAL-DATE           PIC X(08).
               10  JN-JOURNAL-TIME           PIC X(08).
           05  JN-RUN-DATE                   PIC X(08).
           05  JN-PROGRAM-ID                 PIC X(08).
           05  JN-USER-ID                    PIC X(08).
           05  JN-ACTION                     PIC X(01).
               88  JN-ACTION-ADD             VALUE "A".
               88  JN-ACTION-REPLACE         VALUE "R".
               88  JN-ACTION-DELETE          VALUE "D".
           05  JN-RECORD-KEY                 PIC X(27).
           05  JN-BEFORE-IMAGE               PIC X(400).
           05  JN-AFTER-IMAGE                PIC X(400).
           05  FILLER                        PIC X(32).
