      *                  leading one-byte action code.  Key and date  *
      *                  fields are carried as PIC X so the applying  *
      *                  program can class-test them before touching  *
      *                  the master (see XMPL3UPD).  A checked        *
      *                  replace ("C") is applied only while the      *
      *                  master record still carries the LAST-UPDATE  *
      *                  stamp in the transaction's own image.        *
      *    CALLED BY   : XMPL3UPD, XMPL3REL, XMPL3DUP, XMPL3MUG.      *
      *****************************************************************
       01  XMPL3-MAINT-TRANSACTION.
           05  MT-ACTION-CODE                PIC X(01).
               88  MT-ACTION-ADD             VALUE "A".
               88  MT-ACTION-REPLACE         VALUE "R".
               88  MT-ACTION-CHECKED-REPLACE VALUE "C".
               88  MT-ACTION-DELETE          VALUE "D".
           05  MT-RECORD-TYPE                PIC X(02).
           05  MT-KEY-NUMBER                 PIC X(07).
