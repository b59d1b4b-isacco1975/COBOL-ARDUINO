      * an out-of-band count per channel.  TEMP is judged against     *
      * the station's LOWTHRESH/HITHRESH band (READSER.DEV, falling   *
      * back to READSER.CFG), HUM and AUX against the HUMLOW/HUMHIGH  *
      * and AUXLOW/AUXHIGH plausibility windows, and the dew point -  *
      * the fourth channel - against the station's DEWMAX.            *
      * Re-running a day is safe the same way READLOAD is: an hour    *
      * already in the statistics file is rewritten, not duplicated,  *
      * so a reload of the day's readings only needs this run again.  *
      * Values voided in VOIDREG.DAT (see VOIDMAINT) are left out of  *
      * every figure, so a day must be rolled again after a void on   *
      * it is added or withdrawn; an hour voided whole loses its      *
      * record.                                                       *
      * Run as:  READSTAT /DATE=yyyymmdd   (defaults to today)        *
      ******************************************************************
      * 2026-09-01  First version, so month-over-month questions stop *
      *             meaning thirty READHIST runs and a calculator.    *
      * 2026-10-15  TEMP out-of-band is judged by the band in force   *
      *             at each reading's date and time, from the         *
      *             threshold history THRHIST.DAT, so rolling an old  *
      *             day again after a setpoint change keeps its       *
      *             original counts.                                  *
      * 2026-10-15  The dew point each archived reading now carries   *
      *             is rolled up as a fourth channel (readings,       *
      *             min/max/average, and an out-of-band count of      *
      *             readings above the station's DEWMAX).             *
      * 2026-10-15  Values voided in VOIDREG.DAT are left out, and    *
      *             the summary says how many readings lost values.   *
      * 2026-10-15  Each channel's kept count goes on the hour's      *
      *             record, so a channel voided for the whole hour    *
      *             is not read as a genuine zero downstream.         *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT DEVICE-MASTER ASSIGN TO "READSER.DEV"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-DEV-STATUS.
           SELECT BAND-HISTORY ASSIGN TO "THRHIST.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-THR-STATUS.
           SELECT VOID-FILE ASSIGN TO "VOIDREG.DAT"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS VOID-KEY
              FILE STATUS IS W-VOID-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  DEVICE-MASTER.
       01  DEVICE-RECORD     PIC X(60).
      *
       FD  BAND-HISTORY.
       01  BAND-HIST-RECORD  PIC X(80).
      *
       FD  VOID-FILE.
       COPY "VOIDREG.CPY".
      *
       WORKING-STORAGE SECTION.
       77 W-ROLL-DATE     PIC 9(8)       VALUE ZERO.
              10 W-BAND-ID   PIC X(4).
              10 W-BAND-LOW  PIC 9(3).
              10 W-BAND-HIGH PIC 9(3).
              10 W-BAND-DEWMAX PIC 9(3).
              10 W-BAND-DEWSET PIC X.
       77 W-BAND-COUNT    PIC 9(2) COMP  VALUE ZERO.
       77 W-BX            PIC 9(2) COMP  VALUE ZERO.
       01 W-DEV-FIELDS.
           05 W-DEV-PORT  PIC X(5).
           05 W-DEV-LOW   PIC X(3).
           05 W-DEV-HIGH  PIC X(3).
           05 W-DEV-COMPORT PIC X(6).
           05 W-DEV-DEWMAX PIC X(3).
       77 W-DEV-TRIM      PIC X(5)       VALUE SPACES.
       77 W-DEV-LEN       PIC 9(2) COMP  VALUE ZERO.
       77 W-USE-LOW       PIC 9(3)       VALUE 0.
       77 W-USE-HIGH      PIC 9(3)       VALUE 999.
       77 W-USE-DEWMAX    PIC 9(3)       VALUE ZERO.
       77 W-USE-DEWSET    PIC X          VALUE 'N'.
      *   Threshold history THRHIST.DAT (written by READSER, CFGMAINT
      *   and SETPLOAD), one "yyyymmdd|hhmmss|STA|LOW|HIGH|SOURCE|
      *   OPER|NOTE" line per band change, STA *CFG for the
      *   READSER.CFG band, an empty LOW/HIGH for a station field
      *   that falls back to it.  Each reading is judged by the band
      *   in force at its own date and time; the bands above only
      *   count for a station the history has nothing on yet, or
      *   when there is no history file at all.
       77 W-THR-STATUS    PIC XX         VALUE SPACES.
       01 W-THR-FIELDS.
           05 W-THF-DATE   PIC X(8).
           05 W-THF-TIME   PIC X(6).
           05 W-THF-STA    PIC X(4).
           05 W-THF-LOW    PIC X(3).
           05 W-THF-HIGH   PIC X(3).
       01 W-THR-TABLE.
           05 W-THR-ENTRY OCCURS 1000.
              10 W-THR-STAMP  PIC X(14).
              10 W-THR-STA    PIC X(4).
              10 W-THR-LOW    PIC X(3).
              10 W-THR-HIGH   PIC X(3).
       77 W-THR-COUNT     PIC 9(4) COMP  VALUE ZERO.
       77 W-THR-DROPPED   PIC 9(5)       VALUE ZERO.
       77 W-TX            PIC 9(4) COMP  VALUE ZERO.
       77 W-CFG-ROW       PIC 9(4) COMP  VALUE ZERO.
       77 W-STA-ROW       PIC 9(4) COMP  VALUE ZERO.
       01 W-LOOK-STAMP.
           05 W-LOOK-DATE  PIC X(8).
           05 W-LOOK-TIME  PIC X(6).
       77 W-LOOK-STATION  PIC X(4)       VALUE SPACES.
       77 W-BAND-FOUND    PIC X          VALUE 'N'.
       77 W-FORCE-LOW     PIC 9(3)       VALUE 0.
       77 W-FORCE-HIGH    PIC 9(3)       VALUE 999.
      *   Active voids from VOIDREG.DAT that reach into the day, and
      *   for the reading in hand which channels they void (1=TEMP
      *   2=HUM 3=AUX; a "*" void takes all three).  No register
      *   means nothing is voided.
       77 W-VOID-STATUS   PIC XX         VALUE SPACES.
       77 W-VOID-EOF      PIC X          VALUE 'N'.
           88 VOIDS-AT-END               VALUE 'Y'.
       01 W-VOID-TABLE.
           05 W-VOID-ENTRY OCCURS 50.
              10 W-VD-STA    PIC X(4).
              10 W-VD-CHAN   PIC X(4).
              10 W-VD-FROM   PIC 9(14).
              10 W-VD-UNTIL  PIC 9(14).
       77 W-VOID-COUNT    PIC 9(2) COMP  VALUE ZERO.
       77 W-VOID-DROPPED  PIC 9(5)       VALUE ZERO.
       77 W-VX            PIC 9(2) COMP  VALUE ZERO.
       77 W-VOID-LO       PIC 9(14)      VALUE ZERO.
       77 W-VOID-HI       PIC 9(14)      VALUE ZERO.
       77 W-RDG-STATION   PIC X(4)       VALUE SPACES.
       01 W-RDG-STAMP-X.
           05 W-RS-DATE   PIC 9(8).
           05 W-RS-TIME   PIC 9(6).
       01 W-RDG-STAMP-N REDEFINES W-RDG-STAMP-X PIC 9(14).
       01 W-VOID-FLAGS.
           05 W-VOID-CHAN PIC X OCCURS 3.
       77 W-VOID-ANY      PIC X          VALUE 'N'.
       77 W-VOID-ALL      PIC X          VALUE 'N'.
       77 W-VOIDED-READ   PIC 9(7)       VALUE ZERO.
       77 W-VOIDED-WHOLE  PIC 9(7)       VALUE ZERO.
      *   One accumulator row per station per hour of the day, each
      *   with one min/max/total/out-of-band set per channel.  SEEN
      *   counts every reading, COUNT those that kept a value, KEPT
      *   the values each channel kept.
       01 W-ACC-TABLE.
           05 W-ACC-STATION OCCURS 6.
              10 W-ACC-ID          PIC X(4).
              10 W-ACC-HOUR OCCURS 24.
                 15 W-AH-SEEN      PIC 9(7).
                 15 W-AH-COUNT     PIC 9(7).
                 15 W-AH-CHANNEL OCCURS 3.
                    20 W-AH-KEPT   PIC 9(7).
                    20 W-AH-MIN    PIC 9(3).
                    20 W-AH-MAX    PIC 9(3).
                    20 W-AH-TOTAL  PIC 9(9).
                    20 W-AH-OOB    PIC 9(7).
                 15 W-AH-DEW.
                    20 W-AH-DEW-COUNT PIC 9(7).
                    20 W-AH-DEW-MIN   PIC S9(3).
                    20 W-AH-DEW-MAX   PIC S9(3).
                    20 W-AH-DEW-TOTAL PIC S9(9).
                    20 W-AH-DEW-OOB   PIC 9(7).
       77 W-ACC-COUNT     PIC 9(2) COMP  VALUE ZERO.
       77 W-SX            PIC 9(2) COMP  VALUE ZERO.
       77 W-HX            PIC 9(2) COMP  VALUE ZERO.
       77 W-READ-COUNT    PIC 9(7)       VALUE ZERO.
       77 W-HOURS-ADDED   PIC 9(5)       VALUE ZERO.
       77 W-HOURS-REWRIT  PIC 9(5)       VALUE ZERO.
       77 W-HOURS-DROPPED PIC 9(5)       VALUE ZERO.
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PROCEDURE DIVISION.
            PERFORM CHECK-COMMAND-LINE
            PERFORM LOAD-CONFIG
            PERFORM LOAD-DEVICE-BANDS
            PERFORM LOAD-BAND-HISTORY
            MOVE W-ROLL-DATE TO W-VOID-LO(1:8)
            MOVE ZERO        TO W-VOID-LO(9:6)
            MOVE W-ROLL-DATE TO W-VOID-HI(1:8)
            MOVE 235959      TO W-VOID-HI(9:6)
            PERFORM LOAD-VOID-REGISTER
            PERFORM INITIALIZE-TABLE
            PERFORM SCAN-ARCHIVE-DAY
            PERFORM WRITE-STATISTICS
            UNSTRING DEVICE-RECORD DELIMITED BY "|"
               INTO W-DEV-ID W-DEV-NAME W-DEV-HOST
                    W-DEV-PORT W-DEV-LOW W-DEV-HIGH
                    W-DEV-COMPORT W-DEV-DEWMAX
            IF W-DEV-ID NOT = SPACES
               ADD 1 TO W-BAND-COUNT
               MOVE W-DEV-ID      TO W-BAND-ID   (W-BAND-COUNT)
               MOVE W-LOW-THRESH  TO W-BAND-LOW  (W-BAND-COUNT)
               MOVE W-HIGH-THRESH TO W-BAND-HIGH (W-BAND-COUNT)
               MOVE ZERO          TO W-BAND-DEWMAX (W-BAND-COUNT)
               MOVE 'N'           TO W-BAND-DEWSET (W-BAND-COUNT)
               MOVE ZERO TO W-DEV-LEN
               UNSTRING W-DEV-LOW DELIMITED BY " "
                  INTO W-DEV-TRIM COUNT IN W-DEV-LEN
                  MOVE W-DEV-HIGH(1:W-DEV-LEN)
                     TO W-BAND-HIGH (W-BAND-COUNT)
               END-IF
      *   The eighth column, DEWMAX, left empty for a station with
      *   no dew-point limit.
               MOVE ZERO TO W-DEV-LEN
               UNSTRING W-DEV-DEWMAX DELIMITED BY " "
                  INTO W-DEV-TRIM COUNT IN W-DEV-LEN
               IF W-DEV-LEN > ZERO
                  AND W-DEV-DEWMAX(1:W-DEV-LEN) IS NUMERIC
                  MOVE W-DEV-DEWMAX(1:W-DEV-LEN)
                     TO W-BAND-DEWMAX (W-BAND-COUNT)
                  MOVE 'Y' TO W-BAND-DEWSET (W-BAND-COUNT)
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   TEMP band for the station of the current archive record,
      *   defaulting to the READSER.CFG band for unknown stations,
      *   and the station's dew-point limit (none when unknown).
       FIND-STATION-BAND.
            MOVE W-LOW-THRESH  TO W-USE-LOW
            MOVE W-HIGH-THRESH TO W-USE-HIGH
            MOVE ZERO TO W-USE-DEWMAX
            MOVE 'N'  TO W-USE-DEWSET
            MOVE 'N' TO W-BAND-FOUND
            PERFORM VARYING W-BX FROM 1 BY 1
               UNTIL W-BX > W-BAND-COUNT
               IF W-BAND-ID (W-BX) = W-LOOK-STATION
                  MOVE W-BAND-LOW  (W-BX) TO W-USE-LOW
                  MOVE W-BAND-HIGH (W-BX) TO W-USE-HIGH
                  MOVE W-BAND-DEWMAX (W-BX) TO W-USE-DEWMAX
                  MOVE W-BAND-DEWSET (W-BX) TO W-USE-DEWSET
                  MOVE 'Y' TO W-BAND-FOUND
                  MOVE W-BAND-COUNT TO W-BX
               END-IF
            END-PERFORM
            IF W-THR-COUNT > ZERO
               PERFORM FIND-BAND-IN-FORCE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The band in force for W-LOOK-STATION at W-LOOK-STAMP: the
      *   newest *CFG change and the newest change for the station
      *   stamped no later than the reading (on a tie the line
      *   written last wins).  An empty field in the station's
      *   change means the *CFG band in force; a station with no
      *   change yet keeps its current READSER.DEV band, or the *CFG
      *   band in force when the device master does not know it.
       FIND-BAND-IN-FORCE.
            MOVE ZERO TO W-CFG-ROW W-STA-ROW
            PERFORM VARYING W-TX FROM 1 BY 1
               UNTIL W-TX > W-THR-COUNT
               IF W-THR-STAMP (W-TX) NOT > W-LOOK-STAMP
                  IF W-THR-STA (W-TX) = "*CFG"
                     IF W-CFG-ROW = ZERO
                        OR W-THR-STAMP (W-TX)
                           NOT < W-THR-STAMP (W-CFG-ROW)
                        MOVE W-TX TO W-CFG-ROW
                     END-IF
                  END-IF
                  IF W-THR-STA (W-TX) = W-LOOK-STATION
                     IF W-STA-ROW = ZERO
                        OR W-THR-STAMP (W-TX)
                           NOT < W-THR-STAMP (W-STA-ROW)
                        MOVE W-TX TO W-STA-ROW
                     END-IF
                  END-IF
               END-IF
            END-PERFORM

            MOVE W-LOW-THRESH  TO W-FORCE-LOW
            MOVE W-HIGH-THRESH TO W-FORCE-HIGH
            IF W-CFG-ROW > ZERO
               IF W-THR-LOW (W-CFG-ROW) IS NUMERIC
                  MOVE W-THR-LOW (W-CFG-ROW)  TO W-FORCE-LOW
               END-IF
               IF W-THR-HIGH (W-CFG-ROW) IS NUMERIC
                  MOVE W-THR-HIGH (W-CFG-ROW) TO W-FORCE-HIGH
               END-IF
            END-IF

            IF W-STA-ROW > ZERO
               MOVE W-FORCE-LOW  TO W-USE-LOW
               MOVE W-FORCE-HIGH TO W-USE-HIGH
               IF W-THR-LOW (W-STA-ROW) IS NUMERIC
                  MOVE W-THR-LOW (W-STA-ROW)  TO W-USE-LOW
               END-IF
               IF W-THR-HIGH (W-STA-ROW) IS NUMERIC
                  MOVE W-THR-HIGH (W-STA-ROW) TO W-USE-HIGH
               END-IF
            ELSE
               IF W-BAND-FOUND = 'N'
                  MOVE W-FORCE-LOW  TO W-USE-LOW
                  MOVE W-FORCE-HIGH TO W-USE-HIGH
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Every recorded band change into the lookup table.  No
      *   file leaves the table empty and the current bands judge
      *   everything, as before the history existed.
       LOAD-BAND-HISTORY.
            OPEN INPUT BAND-HISTORY
            IF W-THR-STATUS = "00"
               PERFORM UNTIL W-THR-STATUS NOT = "00"
                  READ BAND-HISTORY INTO BAND-HIST-RECORD
                  IF W-THR-STATUS = "00"
                     AND BAND-HIST-RECORD(1:1) NOT = "*"
                     AND BAND-HIST-RECORD NOT = SPACES
                     MOVE SPACES TO W-THR-FIELDS
                     UNSTRING BAND-HIST-RECORD DELIMITED BY "|"
                        INTO W-THF-DATE W-THF-TIME W-THF-STA
                             W-THF-LOW W-THF-HIGH
                     IF W-THF-DATE IS NUMERIC
                        AND W-THF-TIME IS NUMERIC
                        AND W-THF-STA NOT = SPACES
                        IF W-THR-COUNT < 1000
                           ADD 1 TO W-THR-COUNT
                           MOVE W-THF-DATE
                              TO W-THR-STAMP (W-THR-COUNT) (1:8)
                           MOVE W-THF-TIME
                              TO W-THR-STAMP (W-THR-COUNT) (9:6)
                           MOVE W-THF-STA  TO W-THR-STA  (W-THR-COUNT)
                           MOVE W-THF-LOW  TO W-THR-LOW  (W-THR-COUNT)
                           MOVE W-THF-HIGH TO W-THR-HIGH (W-THR-COUNT)
                        ELSE
                           ADD 1 TO W-THR-DROPPED
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE BAND-HISTORY
            END-IF
            IF W-THR-DROPPED > ZERO
               DISPLAY "*** THRHIST.DAT OVER 1000 CHANGES, "
                  W-THR-DROPPED " IGNORED"
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The active voids whose range meets W-VOID-LO..W-VOID-HI.
      *   A register that will not open is reported and the run goes
      *   on with nothing voided; one that does not exist yet is no
      *   news.
       LOAD-VOID-REGISTER.
            OPEN INPUT VOID-FILE
            IF W-VOID-STATUS = "00"
               PERFORM UNTIL VOIDS-AT-END
                  READ VOID-FILE NEXT RECORD
                     AT END SET VOIDS-AT-END TO TRUE
                  END-READ
                  IF NOT VOIDS-AT-END
                     AND VOID-ACTIVE
                     AND VOID-FROM  NOT > W-VOID-HI
                     AND VOID-UNTIL NOT < W-VOID-LO
                     IF W-VOID-COUNT < 50
                        ADD 1 TO W-VOID-COUNT
                        MOVE VOID-STATION TO W-VD-STA   (W-VOID-COUNT)
                        MOVE VOID-CHANNEL TO W-VD-CHAN  (W-VOID-COUNT)
                        MOVE VOID-FROM    TO W-VD-FROM  (W-VOID-COUNT)
                        MOVE VOID-UNTIL   TO W-VD-UNTIL (W-VOID-COUNT)
                     ELSE
                        ADD 1 TO W-VOID-DROPPED
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE VOID-FILE
            ELSE
               IF W-VOID-STATUS NOT = "35"
                  DISPLAY "*** UNABLE TO OPEN VOIDREG.DAT, STATUS "
                     W-VOID-STATUS " - NOTHING VOIDED"
               END-IF
            END-IF
            IF W-VOID-DROPPED > ZERO
               DISPLAY "*** OVER 50 VOIDS IN RANGE, "
                  W-VOID-DROPPED " IGNORED"
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Which channels of the reading at W-RDG-STATION and
      *   W-RDG-STAMP-N the voids cover.
       CHECK-READING-VOID.
            MOVE "NNN" TO W-VOID-FLAGS
            MOVE 'N'   TO W-VOID-ANY
            MOVE 'N'   TO W-VOID-ALL
            PERFORM VARYING W-VX FROM 1 BY 1
               UNTIL W-VX > W-VOID-COUNT
               IF W-VD-STA (W-VX) = W-RDG-STATION
                  AND W-RDG-STAMP-N NOT < W-VD-FROM  (W-VX)
                  AND W-RDG-STAMP-N NOT > W-VD-UNTIL (W-VX)
                  EVALUATE W-VD-CHAN (W-VX)
                     WHEN "TEMP" MOVE 'Y' TO W-VOID-CHAN (1)
                     WHEN "HUM " MOVE 'Y' TO W-VOID-CHAN (2)
                     WHEN "AUX " MOVE 'Y' TO W-VOID-CHAN (3)
                     WHEN OTHER  MOVE "YYY" TO W-VOID-FLAGS
                  END-EVALUATE
               END-IF
            END-PERFORM
            IF W-VOID-FLAGS NOT = "NNN"
               MOVE 'Y' TO W-VOID-ANY
            END-IF
            IF W-VOID-FLAGS = "YYY"
               MOVE 'Y' TO W-VOID-ALL
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
            PERFORM VARYING W-SX FROM 1 BY 1 UNTIL W-SX > 6
               MOVE SPACES TO W-ACC-ID (W-SX)
               PERFORM VARYING W-HX FROM 1 BY 1 UNTIL W-HX > 24
                  MOVE ZERO TO W-AH-SEEN  (W-SX W-HX)
                  MOVE ZERO TO W-AH-COUNT (W-SX W-HX)
                  PERFORM VARYING W-CX FROM 1 BY 1 UNTIL W-CX > 3
                     MOVE ZERO TO W-AH-KEPT  (W-SX W-HX W-CX)
                     MOVE 999  TO W-AH-MIN   (W-SX W-HX W-CX)
                     MOVE ZERO TO W-AH-MAX   (W-SX W-HX W-CX)
                     MOVE ZERO TO W-AH-TOTAL (W-SX W-HX W-CX)
                     MOVE ZERO TO W-AH-OOB   (W-SX W-HX W-CX)
                  END-PERFORM
                  MOVE ZERO TO W-AH-DEW-COUNT (W-SX W-HX)
                  MOVE 999  TO W-AH-DEW-MIN   (W-SX W-HX)
                  MOVE -999 TO W-AH-DEW-MAX   (W-SX W-HX)
                  MOVE ZERO TO W-AH-DEW-TOTAL (W-SX W-HX)
                  MOVE ZERO TO W-AH-DEW-OOB   (W-SX W-HX)
               END-PERFORM
            END-PERFORM
            .
      *   with more than six stations would mean the device master
      *   grew past READSER's own table; the extra ones are skipped
      *   with a message rather than mixed into the wrong bucket.
      *   A voided value goes into no figure; the dew point goes
      *   with its TEMP or HUM.
       TALLY-READING.
            MOVE ZERO TO W-SLOT
            PERFORM VARYING W-SX FROM 1 BY 1
               MOVE ARC-TEMP TO W-CHAN-VAL (1)
               MOVE ARC-HUM  TO W-CHAN-VAL (2)
               MOVE ARC-AUX  TO W-CHAN-VAL (3)
               MOVE ARC-STATION   TO W-RDG-STATION
               MOVE ARC-DATE      TO W-RS-DATE
               MOVE ARC-TIME(1:6) TO W-RS-TIME
               PERFORM CHECK-READING-VOID
               IF W-VOID-ANY = 'Y'
                  ADD 1 TO W-VOIDED-READ
               END-IF
               ADD 1 TO W-AH-SEEN (W-SLOT W-HX)
               IF W-VOID-ALL = 'Y'
                  ADD 1 TO W-VOIDED-WHOLE
               ELSE
                  ADD 1 TO W-AH-COUNT (W-SLOT W-HX)
               END-IF
               MOVE ARC-STATION TO W-LOOK-STATION
               MOVE ARC-DATE TO W-LOOK-DATE
               MOVE ARC-TIME(1:6) TO W-LOOK-TIME
               PERFORM FIND-STATION-BAND
               MOVE W-USE-LOW  TO W-PLAUS-LOW  (1)
               MOVE W-USE-HIGH TO W-PLAUS-HIGH (1)
               PERFORM VARYING W-CX FROM 1 BY 1 UNTIL W-CX > 3
                  IF W-VOID-CHAN (W-CX) = 'N'
                     ADD 1 TO W-AH-KEPT (W-SLOT W-HX W-CX)
                     IF W-CHAN-VAL (W-CX) < W-AH-MIN (W-SLOT W-HX W-CX)
                        MOVE W-CHAN-VAL (W-CX)
                           TO W-AH-MIN (W-SLOT W-HX W-CX)
                     END-IF
                     IF W-CHAN-VAL (W-CX) > W-AH-MAX (W-SLOT W-HX W-CX)
                        MOVE W-CHAN-VAL (W-CX)
                           TO W-AH-MAX (W-SLOT W-HX W-CX)
                     END-IF
                     ADD W-CHAN-VAL (W-CX)
                        TO W-AH-TOTAL (W-SLOT W-HX W-CX)
                     IF W-CHAN-VAL (W-CX) < W-PLAUS-LOW (W-CX)
                        OR W-CHAN-VAL (W-CX) > W-PLAUS-HIGH (W-CX)
                        ADD 1 TO W-AH-OOB (W-SLOT W-HX W-CX)
                     END-IF
                  END-IF
               END-PERFORM
      *   The dew point, the fourth channel, on its own signed
      *   accumulators.
               IF ARC-DEW IS NUMERIC
                  AND W-VOID-CHAN (1) = 'N'
                  AND W-VOID-CHAN (2) = 'N'
                  ADD 1 TO W-AH-DEW-COUNT (W-SLOT W-HX)
                  IF ARC-DEW < W-AH-DEW-MIN (W-SLOT W-HX)
                     MOVE ARC-DEW TO W-AH-DEW-MIN (W-SLOT W-HX)
                  END-IF
                  IF ARC-DEW > W-AH-DEW-MAX (W-SLOT W-HX)
                     MOVE ARC-DEW TO W-AH-DEW-MAX (W-SLOT W-HX)
                  END-IF
                  ADD ARC-DEW TO W-AH-DEW-TOTAL (W-SLOT W-HX)
                  IF W-USE-DEWSET = 'Y'
                     AND ARC-DEW > W-USE-DEWMAX
                     ADD 1 TO W-AH-DEW-OOB (W-SLOT W-HX)
                  END-IF
               END-IF
            END-IF
            .

      *   Every non-empty bucket becomes one statistics record.  A
      *   key already present is rewritten, so re-running the day
      *   after a reload replaces the figures instead of doubling
      *   them.  The file is created on first use.  An hour whose
      *   every reading is now voided loses the record an earlier
      *   run left for it.
       WRITE-STATISTICS.
            OPEN I-O STAT-FILE
            IF W-STAT-STATUS = "35"
               PERFORM VARYING W-HX FROM 1 BY 1 UNTIL W-HX > 24
                  IF W-AH-COUNT (W-SX W-HX) > ZERO
                     PERFORM WRITE-ONE-STAT
                  ELSE
                     IF W-AH-SEEN (W-SX W-HX) > ZERO
                        PERFORM DROP-ONE-STAT
                     END-IF
                  END-IF
               END-PERFORM
            END-PERFORM
            MOVE W-ACC-ID (W-SX)      TO STAT-STATION
            MOVE W-AH-COUNT (W-SX W-HX) TO STAT-COUNT
            PERFORM VARYING W-CX FROM 1 BY 1 UNTIL W-CX > 3
               IF W-AH-KEPT (W-SX W-HX W-CX) > ZERO
                  MOVE W-AH-MIN (W-SX W-HX W-CX) TO STAT-MIN (W-CX)
                  MOVE W-AH-MAX (W-SX W-HX W-CX) TO STAT-MAX (W-CX)
                  COMPUTE STAT-AVG (W-CX) =
                     W-AH-TOTAL (W-SX W-HX W-CX)
                     / W-AH-KEPT (W-SX W-HX W-CX)
               ELSE
                  MOVE ZERO TO STAT-MIN (W-CX) STAT-MAX (W-CX)
                     STAT-AVG (W-CX)
               END-IF
               MOVE W-AH-OOB (W-SX W-HX W-CX) TO STAT-OOB (W-CX)
               MOVE W-AH-KEPT (W-SX W-HX W-CX) TO STAT-KEPT (W-CX)
            END-PERFORM
            MOVE W-AH-DEW-COUNT (W-SX W-HX) TO STAT-DEW-COUNT
            MOVE W-AH-DEW-OOB   (W-SX W-HX) TO STAT-DEW-OOB
            IF W-AH-DEW-COUNT (W-SX W-HX) > ZERO
               MOVE W-AH-DEW-MIN (W-SX W-HX) TO STAT-DEW-MIN
               MOVE W-AH-DEW-MAX (W-SX W-HX) TO STAT-DEW-MAX
               COMPUTE STAT-DEW-AVG ROUNDED =
                  W-AH-DEW-TOTAL (W-SX W-HX)
                  / W-AH-DEW-COUNT (W-SX W-HX)
            ELSE
               MOVE ZERO TO STAT-DEW-MIN STAT-DEW-MAX STAT-DEW-AVG
            END-IF

            WRITE STAT-RECORD
               INVALID KEY
            END-WRITE
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       DROP-ONE-STAT.
            MOVE W-ROLL-DATE          TO STAT-DATE
            COMPUTE STAT-HOUR = W-HX - 1
            MOVE W-ACC-ID (W-SX)      TO STAT-STATION
            DELETE STAT-FILE RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO W-HOURS-DROPPED
            END-DELETE
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PRINT-ROLL-SUMMARY.
            DISPLAY "*************************************"
            DISPLAY " READINGS READ  : " W-READ-COUNT
            DISPLAY " HOURS ADDED    : " W-HOURS-ADDED
            DISPLAY " HOURS REWRITTEN: " W-HOURS-REWRIT
            DISPLAY " HOURS DROPPED  : " W-HOURS-DROPPED
            DISPLAY " VOIDS IN FORCE : " W-VOID-COUNT
            DISPLAY " READINGS VOIDED: " W-VOIDED-READ
            DISPLAY "  OF THEM WHOLLY: " W-VOIDED-WHOLE
            DISPLAY " BAND CHANGES   : " W-THR-COUNT
            DISPLAY "*************************************"
            .
