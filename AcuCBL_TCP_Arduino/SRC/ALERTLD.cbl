      ******************************************************************
      * 2026-09-01  First version, the loading half of the alert      *
      *             archive.                                           *
      * 2026-10-15  The SHLV= shelved flag (column 97) is carried     *
      *             into AARC-SHELVED; lines written before it        *
      *             existed load as not shelved.                      *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-LOG.
       01  ALERT-RECORD      PIC X(100).
      *
       FD  ALERT-ARCHIVE.
       COPY "ALRTSARC.CPY".
      *   One alert line becomes one archive record.  The fixed
      *   columns are the ones W-ALERT-LINE lays down in READSER:
      *   date 1, start 16, end 27, duration 38, station 48,
      *   channel 58, limit 68, worst 79, ACK flag 87, shelved
      *   flag 97.
       LOAD-ONE-ALERT.
            IF ALERT-RECORD(1:8)  IS NOT NUMERIC
               OR ALERT-RECORD(16:6) IS NOT NUMERIC
               MOVE ALERT-RECORD(58:5) TO AARC-CHANNEL
               MOVE ALERT-RECORD(79:3) TO AARC-WORST
               MOVE ALERT-RECORD(87:1) TO AARC-ACK
               IF ALERT-RECORD(97:1) = 'Y'
                  MOVE 'Y' TO AARC-SHELVED
               ELSE
                  MOVE 'N' TO AARC-SHELVED
               END-IF

               WRITE AARC-RECORD
                  INVALID KEY
