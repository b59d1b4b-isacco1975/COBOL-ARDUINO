       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "DEWREORG",  is initial.
       AUTHOR.        Isaac Garcia Peveri.
       REMARKS.       Written in AcuCobol 7.0.0
      ******************************************************************
      * One-time reorganization of the reading archive READSER.ARC    *
      * and the hourly statistics file READSTAT.STA into the shape    *
      * that carries the dew point (ARC-DEW in READSARC.CPY, the      *
      * STAT-DEW-CHANNEL group in READSSTA.CPY).  Every reading is    *
      * copied into a rebuilt archive with its dew point worked out   *
      * from TEMP and HUM by the Magnus formula READSER uses; every   *
      * statistics hour is then copied into a rebuilt statistics      *
      * file with the dew channel rolled up from that hour's rebuilt  *
      * readings, out-of-band counted against the station's DEWMAX    *
      * in READSER.DEV, and each channel's kept count set to the      *
      * hour's reading count (no value had been voided yet).  Both    *
      * record counts are proved equal, and only then are the old     *
      * files set aside as READSER.OLD and READSTAT.OLD and the       *
      * rebuilt ones moved into their places, the way ARCREORG did    *
      * it.  A mismatch or a failed rename leaves everything where it *
      * was and says so.  With no READSTAT.STA yet, only the archive  *
      * is rebuilt.                                                   *
      * Run as:  DEWREORG        (no switches; run it once, after     *
      *          the programs carrying the new layout are in place    *
      *          and before the next READLOAD or READSTAT)            *
      ******************************************************************
      * 2026-10-15  First version, the rebuild half of the dew-point  *
      *             channel and the statistics kept counts.           *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ARCHIVE ASSIGN TO "READSER.ARC"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS OLD-ARC-KEY
              ALTERNATE RECORD KEY IS OLD-ARC-STA-KEY
              FILE STATUS IS W-OLD-STATUS.
           SELECT NEW-ARCHIVE ASSIGN TO "READSERN.ARC"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS ARC-KEY
              ALTERNATE RECORD KEY IS ARC-STA-KEY
              FILE STATUS IS W-NEW-STATUS.
           SELECT OLD-STAT-FILE ASSIGN TO "READSTAT.STA"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS OLD-STAT-KEY
              FILE STATUS IS W-OSTAT-STATUS.
           SELECT NEW-STAT-FILE ASSIGN TO "READSTAN.STA"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS STAT-KEY
              FILE STATUS IS W-NSTAT-STATUS.
           SELECT DEVICE-MASTER ASSIGN TO "READSER.DEV"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-DEV-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *   The archive as READLOAD wrote it before the dew point
      *   existed: both keys and the three channels.
       FD  OLD-ARCHIVE.
       01  OLD-ARCH-RECORD.
           05 OLD-ARC-KEY.
              10 OLD-ARC-DATE      PIC 9(8).
              10 OLD-ARC-TIME      PIC 9(8).
              10 OLD-ARC-STATION   PIC X(4).
           05 OLD-ARC-STA-KEY.
              10 OLD-ARC-STA-ID    PIC X(4).
              10 OLD-ARC-STA-DATE  PIC 9(8).
              10 OLD-ARC-STA-TIME  PIC 9(8).
           05 OLD-ARC-TEMP         PIC 9(3).
           05 OLD-ARC-HUM          PIC 9(3).
           05 OLD-ARC-AUX          PIC 9(3).
      *
       FD  NEW-ARCHIVE.
       COPY "READSARC.CPY".
      *
      *   The statistics file as READSTAT wrote it before the dew
      *   point existed: the three channels only.
       FD  OLD-STAT-FILE.
       01  OLD-STAT-RECORD.
           05 OLD-STAT-KEY.
              10 OLD-STAT-DATE     PIC 9(8).
              10 OLD-STAT-HOUR     PIC 9(2).
              10 OLD-STAT-STATION  PIC X(4).
           05 OLD-STAT-COUNT       PIC 9(7).
           05 OLD-STAT-CHANNEL OCCURS 3.
              10 OLD-STAT-MIN      PIC 9(3).
              10 OLD-STAT-MAX      PIC 9(3).
              10 OLD-STAT-AVG      PIC 9(3).
              10 OLD-STAT-OOB      PIC 9(7).
      *
       FD  NEW-STAT-FILE.
       COPY "READSSTA.CPY".
      *
       FD  DEVICE-MASTER.
       01  DEVICE-RECORD     PIC X(60).
      *
       WORKING-STORAGE SECTION.
       77 W-OLD-STATUS    PIC XX         VALUE SPACES.
       77 W-NEW-STATUS    PIC XX         VALUE SPACES.
       77 W-OSTAT-STATUS  PIC XX         VALUE SPACES.
       77 W-NSTAT-STATUS  PIC XX         VALUE SPACES.
       77 W-DEV-STATUS    PIC XX         VALUE SPACES.
       77 W-BEFORE-COUNT  PIC 9(7)       VALUE ZERO.
       77 W-AFTER-COUNT   PIC 9(7)       VALUE ZERO.
       77 W-STAT-BEFORE   PIC 9(7)       VALUE ZERO.
       77 W-STAT-AFTER    PIC 9(7)       VALUE ZERO.
       77 W-DONE-FLAG     PIC X          VALUE 'N'.
           88 COPY-DONE                  VALUE 'Y'.
       77 W-STAT-FLAG     PIC X          VALUE 'N'.
           88 STAT-PRESENT               VALUE 'Y'.
       77 W-HOUR-FLAG     PIC X          VALUE 'N'.
           88 HOUR-DONE                  VALUE 'Y'.
       77 W-PROVED        PIC X          VALUE 'N'.
      *   Dew point by the Magnus formula READSER uses (HUM held to
      *   1-100, the result rounded to the whole degree).
       77 W-DEW-TEMP      PIC 9(3)       VALUE ZERO.
       77 W-DEW-RH        PIC 9(3)       VALUE ZERO.
       77 W-DEW-GAMMA     PIC S9(3)V9(6) VALUE ZERO.
       77 W-DEW-POINT     PIC S9(3) SIGN LEADING SEPARATE VALUE ZERO.
      *   One statistics hour's dew channel as it is rolled up.
       77 W-HOUR-END      PIC 9(8)       VALUE ZERO.
       77 W-DH-COUNT      PIC 9(7)       VALUE ZERO.
       77 W-DH-MIN        PIC S9(3)      VALUE ZERO.
       77 W-DH-MAX        PIC S9(3)      VALUE ZERO.
       77 W-DH-TOTAL      PIC S9(9)      VALUE ZERO.
       77 W-DH-OOB        PIC 9(7)       VALUE ZERO.
      *   Dew-point limits from READSER.DEV, the eighth column, for
      *   the stations that have one.
       01 W-LIMIT-TABLE.
           05 W-LIMIT-ENTRY OCCURS 6.
              10 W-LIMIT-ID     PIC X(4).
              10 W-LIMIT-DEWMAX PIC 9(3).
       77 W-LIMIT-COUNT   PIC 9(2) COMP  VALUE ZERO.
       77 W-LX            PIC 9(2) COMP  VALUE ZERO.
       77 W-USE-DEWMAX    PIC 9(3)       VALUE ZERO.
       77 W-USE-DEWSET    PIC X          VALUE 'N'.
       01 W-DEV-FIELDS.
           05 W-DEV-ID    PIC X(4).
           05 W-DEV-NAME  PIC X(12).
           05 W-DEV-HOST  PIC X(15).
           05 W-DEV-PORT  PIC X(5).
           05 W-DEV-LOW   PIC X(3).
           05 W-DEV-HIGH  PIC X(3).
           05 W-DEV-COMPORT PIC X(6).
           05 W-DEV-DEWMAX PIC X(3).
       77 W-DEV-TRIM      PIC X(5)       VALUE SPACES.
       77 W-DEV-LEN       PIC 9(2) COMP  VALUE ZERO.
      *   File names for the rename shuffle at the end.
       77 W-NAME-ARC      PIC X(12)      VALUE "READSER.ARC".
       77 W-NAME-NEW      PIC X(12)      VALUE "READSERN.ARC".
       77 W-NAME-OLD      PIC X(12)      VALUE "READSER.OLD".
       77 W-NAME-STA      PIC X(12)      VALUE "READSTAT.STA".
       77 W-NAME-STN      PIC X(12)      VALUE "READSTAN.STA".
       77 W-NAME-STO      PIC X(12)      VALUE "READSTAT.OLD".
       77 W-FILE-TYPE     PIC X          VALUE "S".
       77 W-RENAME-RC     PIC S9(9) COMP-5 VALUE ZERO.
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PROCEDURE DIVISION.
       MAIN.
            PERFORM LOAD-DEW-LIMITS
            PERFORM OPEN-BOTH-FILES
            PERFORM COPY-ALL-RECORDS
            CLOSE OLD-ARCHIVE
            CLOSE NEW-ARCHIVE
            PERFORM OPEN-STAT-FILES
            IF STAT-PRESENT
               PERFORM COPY-ALL-STATS
               CLOSE OLD-STAT-FILE
               CLOSE NEW-STAT-FILE
               CLOSE NEW-ARCHIVE
            END-IF
            PERFORM PROVE-AND-SWAP
            PERFORM PRINT-REORG-SUMMARY
            STOP RUN
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   READSER.DEV: ID|NAME|HOST|PORT|LOW|HIGH|COMPORT|DEWMAX - a
      *   station with no DEWMAX has no dew-point limit, and nothing
      *   it read is counted out of band.
       LOAD-DEW-LIMITS.
            OPEN INPUT DEVICE-MASTER
            IF W-DEV-STATUS = "00"
               PERFORM UNTIL W-DEV-STATUS NOT = "00"
                  READ DEVICE-MASTER INTO DEVICE-RECORD
                  IF W-DEV-STATUS = "00"
                     AND DEVICE-RECORD(1:1) NOT = "*"
                     AND DEVICE-RECORD NOT = SPACES
                     AND W-LIMIT-COUNT < 6
                     PERFORM LOAD-ONE-LIMIT
                  END-IF
               END-PERFORM
               CLOSE DEVICE-MASTER
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       LOAD-ONE-LIMIT.
            MOVE SPACES TO W-DEV-FIELDS
            UNSTRING DEVICE-RECORD DELIMITED BY "|"
               INTO W-DEV-ID W-DEV-NAME W-DEV-HOST
                    W-DEV-PORT W-DEV-LOW W-DEV-HIGH
                    W-DEV-COMPORT W-DEV-DEWMAX
            MOVE ZERO TO W-DEV-LEN
            UNSTRING W-DEV-DEWMAX DELIMITED BY " "
               INTO W-DEV-TRIM COUNT IN W-DEV-LEN
            IF W-DEV-ID NOT = SPACES
               AND W-DEV-LEN > ZERO
               AND W-DEV-DEWMAX(1:W-DEV-LEN) IS NUMERIC
               ADD 1 TO W-LIMIT-COUNT
               MOVE W-DEV-ID TO W-LIMIT-ID (W-LIMIT-COUNT)
               MOVE W-DEV-DEWMAX(1:W-DEV-LEN)
                  TO W-LIMIT-DEWMAX (W-LIMIT-COUNT)
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       OPEN-BOTH-FILES.
            OPEN INPUT OLD-ARCHIVE
            IF W-OLD-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN READSER.ARC"
               DISPLAY "*** STATUS: " W-OLD-STATUS
               DISPLAY "*** (ALREADY REORGANIZED, OR NEVER LOADED?)"
               STOP RUN
            END-IF

            OPEN OUTPUT NEW-ARCHIVE
            IF W-NEW-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO CREATE READSERN.ARC"
               DISPLAY "*** STATUS: " W-NEW-STATUS
               CLOSE OLD-ARCHIVE
               STOP RUN
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Straight copy in primary-key order, the dew point worked
      *   out for every reading on the way across.
       COPY-ALL-RECORDS.
            PERFORM UNTIL COPY-DONE
               READ OLD-ARCHIVE NEXT RECORD
                  AT END SET COPY-DONE TO TRUE
               END-READ
               IF NOT COPY-DONE
                  ADD 1 TO W-BEFORE-COUNT
                  MOVE OLD-ARC-DATE    TO ARC-DATE
                  MOVE OLD-ARC-TIME    TO ARC-TIME
                  MOVE OLD-ARC-STATION TO ARC-STATION
                  MOVE OLD-ARC-STA-ID   TO ARC-STA-ID
                  MOVE OLD-ARC-STA-DATE TO ARC-STA-DATE
                  MOVE OLD-ARC-STA-TIME TO ARC-STA-TIME
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
                           OLD-ARC-DATE " " OLD-ARC-TIME " "
                           OLD-ARC-STATION
                     NOT INVALID KEY
                        ADD 1 TO W-AFTER-COUNT
                  END-WRITE
               END-IF
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
      *   No statistics file yet is not an error - there is nothing
      *   to rebuild, and READSTAT will create it in the new layout.
      *   The rebuilt archive is read back by station for the dew
      *   channel of each hour.
       OPEN-STAT-FILES.
            OPEN INPUT OLD-STAT-FILE
            IF W-OSTAT-STATUS = "35"
               DISPLAY "NO READSTAT.STA - ONLY THE ARCHIVE IS REBUILT"
            ELSE
               IF W-OSTAT-STATUS NOT = "00"
                  DISPLAY "*** UNABLE TO OPEN READSTAT.STA"
                  DISPLAY "*** STATUS: " W-OSTAT-STATUS
                  DISPLAY "*** REBUILT ARCHIVE LEFT AS READSERN.ARC"
                  STOP RUN
               END-IF
               OPEN OUTPUT NEW-STAT-FILE
               IF W-NSTAT-STATUS NOT = "00"
                  DISPLAY "*** UNABLE TO CREATE READSTAN.STA"
                  DISPLAY "*** STATUS: " W-NSTAT-STATUS
                  DISPLAY "*** REBUILT ARCHIVE LEFT AS READSERN.ARC"
                  CLOSE OLD-STAT-FILE
                  STOP RUN
               END-IF
               OPEN INPUT NEW-ARCHIVE
               IF W-NEW-STATUS NOT = "00"
                  DISPLAY "*** UNABLE TO REOPEN READSERN.ARC"
                  DISPLAY "*** STATUS: " W-NEW-STATUS
                  CLOSE OLD-STAT-FILE
                  CLOSE NEW-STAT-FILE
                  STOP RUN
               END-IF
               SET STAT-PRESENT TO TRUE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Channels 1-3 copy across unchanged, every reading kept on
      *   each of them; the dew channel is rolled up from the hour's
      *   readings in the rebuilt archive.
       COPY-ALL-STATS.
            MOVE 'N' TO W-DONE-FLAG
            PERFORM UNTIL COPY-DONE
               READ OLD-STAT-FILE NEXT RECORD
                  AT END SET COPY-DONE TO TRUE
               END-READ
               IF NOT COPY-DONE
                  ADD 1 TO W-STAT-BEFORE
                  MOVE OLD-STAT-DATE    TO STAT-DATE
                  MOVE OLD-STAT-HOUR    TO STAT-HOUR
                  MOVE OLD-STAT-STATION TO STAT-STATION
                  MOVE OLD-STAT-COUNT   TO STAT-COUNT
                  PERFORM VARYING W-LX FROM 1 BY 1 UNTIL W-LX > 3
                     MOVE OLD-STAT-MIN (W-LX) TO STAT-MIN (W-LX)
                     MOVE OLD-STAT-MAX (W-LX) TO STAT-MAX (W-LX)
                     MOVE OLD-STAT-AVG (W-LX) TO STAT-AVG (W-LX)
                     MOVE OLD-STAT-OOB (W-LX) TO STAT-OOB (W-LX)
                     MOVE OLD-STAT-COUNT      TO STAT-KEPT (W-LX)
                  END-PERFORM
                  PERFORM ROLL-HOUR-DEW
                  WRITE STAT-RECORD
                     INVALID KEY
                        DISPLAY "*** DUPLICATE KEY SKIPPED AT "
                           OLD-STAT-DATE " " OLD-STAT-HOUR " "
                           OLD-STAT-STATION
                     NOT INVALID KEY
                        ADD 1 TO W-STAT-AFTER
                  END-WRITE
               END-IF
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The hour's readings for the station, by the station-led
      *   key from hh000000 up to the next hour, judged against the
      *   same DEWMAX READSTAT uses from now on.
       ROLL-HOUR-DEW.
            MOVE ZERO TO W-DH-COUNT W-DH-TOTAL W-DH-OOB
            MOVE 999  TO W-DH-MIN
            MOVE -999 TO W-DH-MAX
            MOVE ZERO TO W-USE-DEWMAX
            MOVE 'N'  TO W-USE-DEWSET
            PERFORM VARYING W-LX FROM 1 BY 1
               UNTIL W-LX > W-LIMIT-COUNT
               IF W-LIMIT-ID (W-LX) = OLD-STAT-STATION
                  MOVE W-LIMIT-DEWMAX (W-LX) TO W-USE-DEWMAX
                  MOVE 'Y' TO W-USE-DEWSET
                  MOVE W-LIMIT-COUNT TO W-LX
               END-IF
            END-PERFORM

            COMPUTE ARC-STA-TIME = OLD-STAT-HOUR * 1000000
            COMPUTE W-HOUR-END   = (OLD-STAT-HOUR + 1) * 1000000
            MOVE OLD-STAT-STATION TO ARC-STA-ID
            MOVE OLD-STAT-DATE    TO ARC-STA-DATE
            MOVE 'N' TO W-HOUR-FLAG
            START NEW-ARCHIVE KEY NOT < ARC-STA-KEY
               INVALID KEY SET HOUR-DONE TO TRUE
            END-START
            PERFORM UNTIL HOUR-DONE
               READ NEW-ARCHIVE NEXT RECORD
                  AT END SET HOUR-DONE TO TRUE
               END-READ
               IF NOT HOUR-DONE
                  IF ARC-STA-ID   NOT = OLD-STAT-STATION
                     OR ARC-STA-DATE NOT = OLD-STAT-DATE
                     OR ARC-STA-TIME NOT < W-HOUR-END
                     SET HOUR-DONE TO TRUE
                  ELSE
                     ADD 1 TO W-DH-COUNT
                     IF ARC-DEW < W-DH-MIN
                        MOVE ARC-DEW TO W-DH-MIN
                     END-IF
                     IF ARC-DEW > W-DH-MAX
                        MOVE ARC-DEW TO W-DH-MAX
                     END-IF
                     ADD ARC-DEW TO W-DH-TOTAL
                     IF W-USE-DEWSET = 'Y'
                        AND ARC-DEW > W-USE-DEWMAX
                        ADD 1 TO W-DH-OOB
                     END-IF
                  END-IF
               END-IF
            END-PERFORM

            MOVE W-DH-COUNT TO STAT-DEW-COUNT
            MOVE W-DH-OOB   TO STAT-DEW-OOB
            IF W-DH-COUNT > ZERO
               MOVE W-DH-MIN TO STAT-DEW-MIN
               MOVE W-DH-MAX TO STAT-DEW-MAX
               COMPUTE STAT-DEW-AVG ROUNDED = W-DH-TOTAL / W-DH-COUNT
            ELSE
               MOVE ZERO TO STAT-DEW-MIN STAT-DEW-MAX STAT-DEW-AVG
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Only copies that prove complete replace the files: the old
      *   ones become READSER.OLD and READSTAT.OLD (kept until someone
      *   tidies them away on purpose) and the rebuilt ones take their
      *   names.  The archive moves first; the statistics file only
      *   follows it.
       PROVE-AND-SWAP.
            MOVE 'Y' TO W-PROVED
            IF W-AFTER-COUNT NOT = W-BEFORE-COUNT
               MOVE 'N' TO W-PROVED
            END-IF
            IF STAT-PRESENT
               AND W-STAT-AFTER NOT = W-STAT-BEFORE
               MOVE 'N' TO W-PROVED
            END-IF
            IF W-PROVED = 'N'
               DISPLAY "*** COUNTS DIFFER - FILES LEFT UNTOUCHED, "
                  "REBUILT FILES LEFT AS READSERN.ARC/READSTAN.STA"
            ELSE
               CALL "C$DELETE" USING W-NAME-OLD, W-FILE-TYPE
               CALL "C$RENAME" USING W-NAME-ARC, W-NAME-OLD
                               GIVING W-RENAME-RC
               IF W-RENAME-RC NOT = ZERO
                  DISPLAY "*** COULD NOT SET ASIDE READSER.ARC, "
                     "RC=" W-RENAME-RC
                  DISPLAY "*** REBUILT FILES LEFT AS READSERN.ARC"
                     "/READSTAN.STA"
               ELSE
                  CALL "C$RENAME" USING W-NAME-NEW, W-NAME-ARC
                                  GIVING W-RENAME-RC
                  IF W-RENAME-RC NOT = ZERO
                     DISPLAY "*** COULD NOT MOVE READSERN.ARC INTO "
                        "PLACE, RC=" W-RENAME-RC
                     DISPLAY "*** OLD ARCHIVE IS READSER.OLD, "
                        "REBUILT FILE IS READSERN.ARC"
                  ELSE
                     IF STAT-PRESENT
                        PERFORM SWAP-STAT-FILE
                     END-IF
                  END-IF
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       SWAP-STAT-FILE.
            CALL "C$DELETE" USING W-NAME-STO, W-FILE-TYPE
            CALL "C$RENAME" USING W-NAME-STA, W-NAME-STO
                            GIVING W-RENAME-RC
            IF W-RENAME-RC NOT = ZERO
               DISPLAY "*** COULD NOT SET ASIDE READSTAT.STA, "
                  "RC=" W-RENAME-RC
               DISPLAY "*** REBUILT FILE LEFT AS READSTAN.STA"
            ELSE
               CALL "C$RENAME" USING W-NAME-STN, W-NAME-STA
                               GIVING W-RENAME-RC
               IF W-RENAME-RC NOT = ZERO
                  DISPLAY "*** COULD NOT MOVE READSTAN.STA INTO "
                     "PLACE, RC=" W-RENAME-RC
                  DISPLAY "*** OLD FILE IS READSTAT.OLD, "
                     "REBUILT FILE IS READSTAN.STA"
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PRINT-REORG-SUMMARY.
            DISPLAY "*************************************"
            DISPLAY " DEWREORG - DEW POINT REBUILD SUMMARY"
            DISPLAY "*************************************"
            DISPLAY " READINGS BEFORE: " W-BEFORE-COUNT
            DISPLAY " READINGS AFTER : " W-AFTER-COUNT
            IF STAT-PRESENT
               DISPLAY " HOURS BEFORE   : " W-STAT-BEFORE
               DISPLAY " HOURS AFTER    : " W-STAT-AFTER
            ELSE
               DISPLAY " HOURS          : NO READSTAT.STA"
            END-IF
            DISPLAY "*************************************"
            .
