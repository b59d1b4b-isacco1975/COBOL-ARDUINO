      ******************************************************************
      * 2026-08-22  First version, replacing the spreadsheet the       *
      *             supervisors were building by hand every morning.   *
      * 2026-10-15  Out-of-band is judged by the band in force when    *
      *             each reading was taken, from the threshold         *
      *             history THRHIST.DAT, so re-running an old day      *
      *             after a setpoint change gives the original counts. *
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
      *   Which day is being reported, from /DATE= or today.
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
      *   Fields picked apart from one history record. The history
      *   line is "yyyymmdd hhmmsscc  TTT:HHH:AAA".
       77 W-REC-HOUR      PIC 99         VALUE ZERO.
           05 W-H2-LOW        PIC ZZ9.
           05 FILLER          PIC X(3)  VALUE " - ".
           05 W-H2-HIGH       PIC ZZ9.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 W-H2-BASIS      PIC X(50).
       01 W-COLUMN-HEADS.
           05 FILLER          PIC X(16) VALUE "HOUR    READINGS".
           05 FILLER          PIC X(21) VALUE "   TEMP MIN MAX AVG  ".
            PERFORM CHECK-COMMAND-LINE
            PERFORM LOAD-CONFIG
            PERFORM LOAD-DEVICE-BANDS
            PERFORM LOAD-BAND-HISTORY
            PERFORM INITIALIZE-TABLE
            PERFORM PROCESS-HISTORY
            PERFORM PRINT-REPORT
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
                  END-PERFORM
      *   Out-of-band means the TEMP channel left its station's
      *   band, exactly as CHECK-THRESHOLD judges it in READSER.
                  MOVE HISTORY-RECORD(33:4) TO W-LOOK-STATION
                  MOVE HISTORY-RECORD(1:8) TO W-LOOK-DATE
                  MOVE HISTORY-RECORD(10:6) TO W-LOOK-TIME
                  PERFORM FIND-STATION-BAND
                  MOVE W-REC-CHAN (1) TO W-CHAN-VALUE
                  IF W-CHAN-VALUE < W-USE-LOW
            WRITE REPORT-RECORD FROM W-HEADING-1
            MOVE W-LOW-THRESH  TO W-H2-LOW
            MOVE W-HIGH-THRESH TO W-H2-HIGH
            IF W-THR-COUNT > ZERO
               MOVE "(TODAY'S - READINGS JUDGED BY BAND THEN IN FORCE)"
                  TO W-H2-BASIS
            ELSE
               MOVE "(NO THRHIST.DAT - CURRENT BANDS USED)"
                  TO W-H2-BASIS
            END-IF
            WRITE REPORT-RECORD FROM W-HEADING-2
            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD
