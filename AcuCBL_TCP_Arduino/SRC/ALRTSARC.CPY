      * writes the moment an alarm trips (END=000000, DUR zero) and   *
      * the close event that follows carry the same key, so loading   *
      * the close simply rewrites the open.                           *
      * AARC-SHELVED is 'Y' for an event READSER raised while the     *
      * alarm was under a shelf (SHELVE.DAT); reports keep those      *
      * apart from the live alarms.  A file built before the flag     *
      * existed must be rebuilt once with ALRTREORG.                  *
      ******************************************************************
       01  AARC-RECORD.
           05 AARC-KEY.
           05 AARC-CHANNEL         PIC X(5).
           05 AARC-WORST           PIC 9(3).
           05 AARC-ACK             PIC X.
           05 AARC-SHELVED         PIC X.
