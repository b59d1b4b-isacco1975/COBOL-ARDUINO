      ******************************************************************
      * 2026-09-01  First version, the rebuild half of the station-  *
      *             first access path.                                *
      * 2026-10-15  The rebuilt records carry the dew point, worked   *
      *             out from TEMP and HUM as DEWREORG does, instead   *
      *             of whatever the record area last held.            *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       77 W-NAME-OLD      PIC X(12)      VALUE "READSER.OLD".
       77 W-FILE-TYPE     PIC X          VALUE "S".
       77 W-RENAME-RC     PIC S9(9) COMP-5 VALUE ZERO.
      *   Dew point by the Magnus formula READSER uses (HUM held to
      *   1-100, the result rounded to the whole degree).
       77 W-DEW-TEMP      PIC 9(3)       VALUE ZERO.
       77 W-DEW-RH        PIC 9(3)       VALUE ZERO.
       77 W-DEW-GAMMA     PIC S9(3)V9(6) VALUE ZERO.
       77 W-DEW-POINT     PIC S9(3) SIGN LEADING SEPARATE VALUE ZERO.
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PROCEDURE DIVISION.

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Straight copy in primary-key order; the alternate key is
      *   filled from the same fields the primary carries, and the
      *   dew point is worked out for every reading on the way.
       COPY-ALL-RECORDS.
            PERFORM UNTIL COPY-DONE
               READ OLD-ARCHIVE NEXT RECORD
                  MOVE OLD-ARC-TEMP    TO ARC-TEMP
                  MOVE OLD-ARC-HUM     TO ARC-HUM
                  MOVE OLD-ARC-AUX     TO ARC-AUX
                  MOVE OLD-ARC-TEMP    TO W-DEW-TEMP
                  MOVE OLD-ARC-HUM     TO W-DEW-RH
                  PERFORM COMPUTE-DEW-POINT
                  MOVE W-DEW-POINT     TO ARC-DEW
                  WRITE ARCH-RECORD
                     INVALID KEY
                        DISPLAY "*** DUPLICATE KEY SKIPPED AT "
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Magnus formula: gamma = ln(RH/100) + 17.62 T / (243.12 + T)
      *   and dew point = 243.12 gamma / (17.62 - gamma), rounded to
      *   the whole degree the channels are read in.
       COMPUTE-DEW-POINT.
            IF W-DEW-RH < 1
               MOVE 1 TO W-DEW-RH
            END-IF
            IF W-DEW-RH > 100
               MOVE 100 TO W-DEW-RH
            END-IF
            COMPUTE W-DEW-GAMMA =
               FUNCTION LOG (W-DEW-RH / 100)
               + 17.62 * W-DEW-TEMP / (243.12 + W-DEW-TEMP)
            COMPUTE W-DEW-POINT ROUNDED =
               243.12 * W-DEW-GAMMA / (17.62 - W-DEW-GAMMA)
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Only a copy that proves complete replaces the archive: the
      *   old file becomes READSER.OLD (kept until someone tidies it
