      ******************************************************************
      * 2026-08-22  First version, the incident-review tool the       *
      *             engineers keep asking for.                        *
      * 2026-10-15  The box is colored by the band in force at each   *
      *             reading's time, from the threshold history        *
      *             THRHIST.DAT, not by whatever band is set today.   *
      * 2026-10-15  The box shows each reading's dew point as well -  *
      *             READSER's figure from the history line, or worked *
      *             out from TEMP and HUM for a line older than that. *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT DEVICE-MASTER ASSIGN TO "READSER.DEV"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-DEV-STATUS.
           SELECT BAND-HISTORY ASSIGN TO "THRHIST.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-THR-STATUS.
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
       WORKING-STORAGE SECTION.
       77 KEY-PRESSED     PIC X          VALUE SPACE.
       77 W-DEV-LEN       PIC 9(2) COMP  VALUE ZERO.
       77 W-USE-LOW       PIC 9(3)       VALUE 0.
       77 W-USE-HIGH      PIC 9(3)       VALUE 999.
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
      *   Time slice and playback speed.
       77 W-FROM-TIME     PIC 9(6)       VALUE ZERO.
       77 W-TO-TIME       PIC 9(6)       VALUE 999999.
       77 W-WORK-SS       PIC 99         VALUE ZERO.
       01 W-REC-CHANNELS.
           05 W-REC-CHAN  PIC X(3) OCCURS 3.
       01 W-REC-DEW-X     PIC X(4)       VALUE SPACES.
       01 W-REC-DEW REDEFINES W-REC-DEW-X
                          PIC S9(3) SIGN LEADING SEPARATE.
      *   Dew point for a line written before READSER recorded one,
      *   by the same Magnus formula (constants 17.62 and 243.12 C)
      *   READSER uses, HUM held to 1-100.
       77 W-DEW-TEMP      PIC 9(3)       VALUE ZERO.
       77 W-DEW-RH        PIC 9(3)       VALUE ZERO.
       77 W-DEW-GAMMA     PIC S9(3)V9(6) VALUE ZERO.
       77 W-DEW-POINT     PIC S9(3) SIGN LEADING SEPARATE VALUE ZERO.
       77 W-DEW-EDIT      PIC ---9       VALUE ZERO.
      *   What the screen shows.
       77 W-CHAN-TEMP     PIC X(3)       VALUE SPACES.
       77 W-CHAN-HUMID    PIC X(3)       VALUE SPACES.
       77 W-CHAN-AUX      PIC X(3)       VALUE SPACES.
       77 W-CHAN-DEW      PIC X(4)       VALUE SPACES.
       77 W-BOX-COLOR     PIC 9          VALUE 8.
       77 W-CLOCK-SHOWN   PIC X(6)       VALUE SPACES.
       77 W-STATION-SHOWN PIC X(4)       VALUE SPACES.
              USING W-CHAN-AUX
              COLOR W-BOX-COLOR REVERSE-VIDEO.
           03 LINE 14 COLUMN 20 HIGHLIGHT
              "|  DEW:                               |"
              COLOR W-BOX-COLOR REVERSE-VIDEO.
           03 LINE 14 COLUMN 28 PIC X(4)
              USING W-CHAN-DEW
              COLOR W-BOX-COLOR REVERSE-VIDEO.
           03 LINE 15 COLUMN 20 HIGHLIGHT
              "'-------------------------------------'"
            PERFORM CHECK-COMMAND-LINE
            PERFORM LOAD-CONFIG
            PERFORM LOAD-DEVICE-BANDS
            PERFORM LOAD-BAND-HISTORY

            OPEN INPUT HISTORY-LOG
            IF W-LOG-STATUS NOT = "00"
       FIND-STATION-BAND.
            MOVE W-LOW-THRESH  TO W-USE-LOW
            MOVE W-HIGH-THRESH TO W-USE-HIGH
            MOVE 'N' TO W-BAND-FOUND
            PERFORM VARYING W-BX FROM 1 BY 1
               UNTIL W-BX > W-BAND-COUNT
               IF W-BAND-ID (W-BX) = W-LOOK-STATION
                  MOVE W-BAND-LOW  (W-BX) TO W-USE-LOW
                  MOVE W-BAND-HIGH (W-BX) TO W-USE-HIGH
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
               MOVE W-REC-CHAN (1) TO W-CHAN-TEMP
               MOVE W-REC-CHAN (2) TO W-CHAN-HUMID
               MOVE W-REC-CHAN (3) TO W-CHAN-AUX
               MOVE HISTORY-RECORD(52:4) TO W-REC-DEW-X
               IF W-REC-DEW-X NOT = SPACES
                  AND W-REC-DEW IS NUMERIC
                  MOVE W-REC-DEW TO W-DEW-POINT
               ELSE
                  IF W-REC-CHAN (2) IS NUMERIC
                     MOVE W-REC-CHAN (1) TO W-DEW-TEMP
                     MOVE W-REC-CHAN (2) TO W-DEW-RH
                     PERFORM COMPUTE-DEW-POINT
                  END-IF
               END-IF
               MOVE W-DEW-POINT TO W-DEW-EDIT
               MOVE W-DEW-EDIT  TO W-CHAN-DEW
               MOVE W-REC-TIME     TO W-CLOCK-SHOWN
               MOVE HISTORY-RECORD(33:4) TO W-STATION-SHOWN

               MOVE HISTORY-RECORD(33:4) TO W-LOOK-STATION
               MOVE HISTORY-RECORD(1:8) TO W-LOOK-DATE
               MOVE HISTORY-RECORD(10:6) TO W-LOOK-TIME
               PERFORM FIND-STATION-BAND
               MOVE W-CHAN-TEMP TO W-SENSOR-VALUE
               IF W-SENSOR-VALUE < W-USE-LOW
            END-IF
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
      *   P holds the replay until P (or X) is pressed again, T asks
      *   for an hhmmss to fast-forward to, X ends the replay.
