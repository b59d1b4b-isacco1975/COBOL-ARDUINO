      ******************************************************************
      * 2026-09-01  First version, so planning's band changes stop    *
      *             arriving by phone and leaving as typos.           *
      * 2026-10-15  A rebuilt station line keeps whatever follows its *
      *             HITHRESH field (the WriteSerial COM port column)  *
      *             instead of ending at the thresholds.              *
      * 2026-10-15  Applied bands are recorded in the threshold       *
      *             history THRHIST.DAT (station, new band, old band, *
      *             effective date), after every station's band is    *
      *             checked there for a hand edit, so the reports can *
      *             judge old readings by the band then in force.     *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT REPORT-FILE ASSIGN TO W-RPT-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-RPT-STATUS.
           SELECT BAND-HISTORY ASSIGN TO "THRHIST.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-THR-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  REPORT-FILE.
       01  REPORT-RECORD     PIC X(90).
      *
       FD  BAND-HISTORY.
       01  BAND-HIST-RECORD  PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 W-RUN-DATE      PIC 9(8)       VALUE ZERO.
              10 W-DV-LOW      PIC X(3).
              10 W-DV-HIGH     PIC X(3).
              10 W-DV-CHANGED  PIC X.
              10 W-DV-WAS-LOW  PIC X(3).
              10 W-DV-WAS-HIGH PIC X(3).
              10 W-DV-EFF      PIC 9(8).
       77 W-DEV-COUNT     PIC 9(2) COMP  VALUE ZERO.
       77 W-DX            PIC 9(2) COMP  VALUE ZERO.
       77 W-DEV-SLOT      PIC 9(2) COMP  VALUE ZERO.
       77 W-PIPE-POS      PIC 9(2) COMP  VALUE ZERO.
       77 W-CX            PIC 9(2) COMP  VALUE ZERO.
       77 W-NEW-LINE      PIC X(60)      VALUE SPACES.
       77 W-TAIL-POS      PIC 9(2) COMP  VALUE ZERO.
       77 W-STR-PTR       PIC 9(2) COMP  VALUE ZERO.
      *   Control totals: claimed by the trailer, recomputed here.
       77 W-DETAIL-COUNT  PIC 9(7)       VALUE ZERO.
       77 W-HASH-TOTAL    PIC 9(9)       VALUE ZERO.
       77 W-APPLIED-COUNT PIC 9(5)       VALUE ZERO.
       77 W-REJECT-COUNT  PIC 9(5)       VALUE ZERO.
       77 W-TIME-NOW      PIC 9(8)       VALUE ZERO.
      *   Threshold history THRHIST.DAT, one
      *   "yyyymmdd|hhmmss|STA|LOW|HIGH|SOURCE|OPER|NOTE" line per
      *   band change, an empty LOW/HIGH for a station field that
      *   falls back to READSER.CFG.  Every station's band is checked
      *   against its last recorded change on load (INITIAL if never
      *   recorded, HANDEDIT if edited by hand since), and each band
      *   this run applies goes in as SETPLOAD once READSER.DEV has
      *   been rewritten, stamped with when it was applied - that is
      *   when READSER.DEV started carrying it - with the planning
      *   effective date in the note.
       77 W-THR-STATUS    PIC XX         VALUE SPACES.
       01 W-THR-FIELDS.
           05 W-THF-STAMP.
              10 W-THF-DATE   PIC X(8).
              10 W-THF-TIME   PIC X(6).
           05 W-THF-STA    PIC X(4).
           05 W-THF-LOW    PIC X(3).
           05 W-THF-HIGH   PIC X(3).
           05 W-THF-SOURCE PIC X(8).
           05 W-THF-OPER   PIC X(3).
           05 W-THF-NOTE   PIC X(30).
       01 W-THL-TABLE.
           05 W-THL-ENTRY OCCURS 30.
              10 W-THL-STA    PIC X(4).
              10 W-THL-STAMP  PIC X(14).
              10 W-THL-LOW    PIC X(3).
              10 W-THL-HIGH   PIC X(3).
       77 W-THL-COUNT     PIC 9(2) COMP  VALUE ZERO.
       77 W-THL-SLOT      PIC 9(2) COMP  VALUE ZERO.
       77 W-TX            PIC 9(2) COMP  VALUE ZERO.
       77 W-THC-STA       PIC X(4)       VALUE SPACES.
       77 W-THC-LOW       PIC X(3)       VALUE SPACES.
       77 W-THC-HIGH      PIC X(3)       VALUE SPACES.
       77 W-THR-NOW-DATE  PIC 9(8)       VALUE ZERO.
       77 W-THR-NOW-TIME  PIC 9(8)       VALUE ZERO.
       77 W-TRIM-IN       PIC X(3)       VALUE SPACES.
       77 W-TRIM-OUT      PIC X(3)       VALUE SPACES.
       77 W-TRIM-LEN      PIC 9(2) COMP  VALUE ZERO.
       77 W-TRIM-NUM      PIC 9(3)       VALUE ZERO.
       77 W-TRIM-NORM     PIC X(3)       VALUE SPACES.
      *   Report and audit lines.
       01 W-HEADING-1.
           05 FILLER          PIC X(36)
            PERFORM CHECK-COMMAND-LINE
            PERFORM LOAD-CONFIG
            PERFORM LOAD-DEVICE-TABLE
            PERFORM SYNC-DEVICE-BANDS
            PERFORM OPEN-REPORT
            PERFORM READ-SETPOINT-FILE
            PERFORM PROVE-CONTROL-TOTALS
            MOVE W-DT-EFF            TO W-AU-EFF
            PERFORM WRITE-AUDIT-RECORD

            IF W-DV-CHANGED (W-DEV-SLOT) = 'N'
               MOVE W-DV-LOW  (W-DEV-SLOT) TO W-TRIM-IN
               PERFORM NORMALIZE-THRESHOLD
               MOVE W-TRIM-NORM TO W-DV-WAS-LOW  (W-DEV-SLOT)
               MOVE W-DV-HIGH (W-DEV-SLOT) TO W-TRIM-IN
               PERFORM NORMALIZE-THRESHOLD
               MOVE W-TRIM-NORM TO W-DV-WAS-HIGH (W-DEV-SLOT)
            END-IF
            MOVE W-DT-EFF TO W-DV-EFF (W-DEV-SLOT)
            MOVE W-PD-LINE (W-PX) (6:3) TO W-DV-LOW  (W-DEV-SLOT)
            MOVE W-PD-LINE (W-PX) (9:3) TO W-DV-HIGH (W-DEV-SLOT)
            MOVE 'Y' TO W-DV-CHANGED (W-DEV-SLOT)
                     WRITE DEVICE-RECORD
                  END-PERFORM
                  CLOSE DEVICE-MASTER
                  PERFORM RECORD-BAND-CHANGES
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   READSER.DEV now carries the applied bands; each changed
      *   station's goes into THRHIST.DAT from this moment.
       RECORD-BAND-CHANGES.
            ACCEPT W-THR-NOW-TIME FROM TIME
            PERFORM VARYING W-DX FROM 1 BY 1
               UNTIL W-DX > W-DEV-COUNT
               IF W-DV-CHANGED (W-DX) = 'Y'
                  MOVE SPACES          TO W-THR-FIELDS
                  MOVE W-RUN-DATE      TO W-THF-DATE
                  MOVE W-THR-NOW-TIME(1:6) TO W-THF-TIME
                  MOVE W-DV-ID   (W-DX) TO W-THF-STA
                  MOVE W-DV-LOW  (W-DX) TO W-THF-LOW
                  MOVE W-DV-HIGH (W-DX) TO W-THF-HIGH
                  MOVE "SETPLOAD"      TO W-THF-SOURCE
                  MOVE "---"           TO W-THF-OPER
                  STRING "WAS "                 DELIMITED SIZE
                         W-DV-WAS-LOW  (W-DX)   DELIMITED SIZE
                         "/"                    DELIMITED SIZE
                         W-DV-WAS-HIGH (W-DX)   DELIMITED SIZE
                         " EFF="                DELIMITED SIZE
                         W-DV-EFF      (W-DX)   DELIMITED SIZE
                         INTO W-THF-NOTE
                  PERFORM WRITE-BAND-HISTORY
               END-IF
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Every station's band as READSER will read it, checked
      *   against the last change THRHIST.DAT recorded for it.
       SYNC-DEVICE-BANDS.
            PERFORM LOAD-LATEST-BANDS
            PERFORM VARYING W-DX FROM 1 BY 1
               UNTIL W-DX > W-DEV-COUNT
               IF W-DV-ID (W-DX) NOT = SPACES
                  MOVE W-DV-ID (W-DX) TO W-THC-STA
                  MOVE W-DV-LOW  (W-DX) TO W-TRIM-IN
                  PERFORM NORMALIZE-THRESHOLD
                  MOVE W-TRIM-NORM TO W-THC-LOW
                  MOVE W-DV-HIGH (W-DX) TO W-TRIM-IN
                  PERFORM NORMALIZE-THRESHOLD
                  MOVE W-TRIM-NORM TO W-THC-HIGH
                  PERFORM CHECK-BAND-HISTORY
               END-IF
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   A device master threshold field as three digits, or empty
      *   when READSER would not take it as a number ("50" and
      *   "050" are the same band; a blank falls back to the CFG).
       NORMALIZE-THRESHOLD.
            MOVE SPACES TO W-TRIM-NORM
            MOVE ZERO   TO W-TRIM-LEN
            UNSTRING W-TRIM-IN DELIMITED BY " "
               INTO W-TRIM-OUT COUNT IN W-TRIM-LEN
            IF W-TRIM-LEN > ZERO
               AND W-TRIM-IN(1:W-TRIM-LEN) IS NUMERIC
               MOVE W-TRIM-IN(1:W-TRIM-LEN) TO W-TRIM-NUM
               MOVE W-TRIM-NUM TO W-TRIM-NORM
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The newest recorded band per station.  The file is in the
      *   order the changes were noticed, not always the order they
      *   took effect, so the latest stamp wins, not the last line.
       LOAD-LATEST-BANDS.
            MOVE ZERO TO W-THL-COUNT
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
                             W-THF-LOW W-THF-HIGH W-THF-SOURCE
                             W-THF-OPER W-THF-NOTE
                     IF W-THF-DATE IS NUMERIC
                        AND W-THF-TIME IS NUMERIC
                        AND W-THF-STA NOT = SPACES
                        PERFORM NOTE-LATEST-BAND
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE BAND-HISTORY
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       NOTE-LATEST-BAND.
            MOVE ZERO TO W-THL-SLOT
            PERFORM VARYING W-TX FROM 1 BY 1
               UNTIL W-TX > W-THL-COUNT
               IF W-THL-STA (W-TX) = W-THF-STA
                  MOVE W-TX TO W-THL-SLOT
                  MOVE W-THL-COUNT TO W-TX
               END-IF
            END-PERFORM
            IF W-THL-SLOT = ZERO
               AND W-THL-COUNT < 30
               ADD 1 TO W-THL-COUNT
               MOVE W-THL-COUNT TO W-THL-SLOT
               MOVE W-THF-STA   TO W-THL-STA   (W-THL-SLOT)
               MOVE LOW-VALUES  TO W-THL-STAMP (W-THL-SLOT)
            END-IF
            IF W-THL-SLOT > ZERO
               AND W-THF-STAMP NOT < W-THL-STAMP (W-THL-SLOT)
               MOVE W-THF-STAMP TO W-THL-STAMP (W-THL-SLOT)
               MOVE W-THF-LOW   TO W-THL-LOW   (W-THL-SLOT)
               MOVE W-THF-HIGH  TO W-THL-HIGH  (W-THL-SLOT)
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   W-THC-STA/LOW/HIGH against its last recorded change: never
      *   recorded goes in as INITIAL, stamped at the start of time;
      *   different means a hand edit, recorded as found now.
       CHECK-BAND-HISTORY.
            MOVE ZERO TO W-THL-SLOT
            PERFORM VARYING W-TX FROM 1 BY 1
               UNTIL W-TX > W-THL-COUNT
               IF W-THL-STA (W-TX) = W-THC-STA
                  MOVE W-TX TO W-THL-SLOT
                  MOVE W-THL-COUNT TO W-TX
               END-IF
            END-PERFORM
            MOVE SPACES     TO W-THR-FIELDS
            MOVE W-THC-STA  TO W-THF-STA
            MOVE W-THC-LOW  TO W-THF-LOW
            MOVE W-THC-HIGH TO W-THF-HIGH
            MOVE "---"      TO W-THF-OPER
            IF W-THL-SLOT = ZERO
               MOVE ZERO      TO W-THF-DATE W-THF-TIME
               MOVE "INITIAL" TO W-THF-SOURCE
               MOVE "FIRST SEEN BY SETPLOAD" TO W-THF-NOTE
               PERFORM WRITE-BAND-HISTORY
            ELSE
               IF W-THL-LOW  (W-THL-SLOT) NOT = W-THC-LOW
                  OR W-THL-HIGH (W-THL-SLOT) NOT = W-THC-HIGH
                  ACCEPT W-THR-NOW-DATE FROM DATE YYYYMMDD
                  ACCEPT W-THR-NOW-TIME FROM TIME
                  MOVE W-THR-NOW-DATE      TO W-THF-DATE
                  MOVE W-THR-NOW-TIME(1:6) TO W-THF-TIME
                  MOVE "HANDEDIT" TO W-THF-SOURCE
                  STRING "SEEN BY SETPLOAD, WAS " DELIMITED SIZE
                         W-THL-LOW  (W-THL-SLOT)  DELIMITED SIZE
                         "/"                      DELIMITED SIZE
                         W-THL-HIGH (W-THL-SLOT)  DELIMITED SIZE
                         INTO W-THF-NOTE
                  PERFORM WRITE-BAND-HISTORY
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Append W-THR-FIELDS to THRHIST.DAT, creating it the first
      *   time, and carry it into the latest-band table.
       WRITE-BAND-HISTORY.
            MOVE SPACES TO BAND-HIST-RECORD
            STRING W-THF-DATE    DELIMITED SIZE
                   "|"           DELIMITED SIZE
                   W-THF-TIME    DELIMITED SIZE
                   "|"           DELIMITED SIZE
                   W-THF-STA     DELIMITED BY SPACE
                   "|"           DELIMITED SIZE
                   W-THF-LOW     DELIMITED BY SPACE
                   "|"           DELIMITED SIZE
                   W-THF-HIGH    DELIMITED BY SPACE
                   "|"           DELIMITED SIZE
                   W-THF-SOURCE  DELIMITED BY SPACE
                   "|"           DELIMITED SIZE
                   W-THF-OPER    DELIMITED BY SPACE
                   "|"           DELIMITED SIZE
                   W-THF-NOTE    DELIMITED SIZE
                   INTO BAND-HIST-RECORD
            OPEN EXTEND BAND-HISTORY
            IF W-THR-STATUS = "35"
               OPEN OUTPUT BAND-HISTORY
            END-IF
            IF W-THR-STATUS = "00"
               WRITE BAND-HIST-RECORD
               CLOSE BAND-HISTORY
            ELSE
               DISPLAY "*** UNABLE TO WRITE THRHIST.DAT, STATUS "
                  W-THR-STATUS
            END-IF
            PERFORM NOTE-LATEST-BAND
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       REBUILD-DEVICE-LINE.
            MOVE ZERO TO W-PIPE-COUNT W-PIPE-POS
               END-IF
            END-PERFORM

      *   Anything past the HITHRESH field (the sixth delimiter on)
      *   is carried over as it stands.
            MOVE ZERO TO W-TAIL-POS
            IF W-PIPE-COUNT = 4
               PERFORM VARYING W-CX FROM W-PIPE-POS BY 1
                  UNTIL W-CX > 59 OR W-TAIL-POS > ZERO
                  IF W-DV-LINE (W-DX) (W-CX + 1:1) = "|"
                     ADD 1 TO W-PIPE-COUNT
                     IF W-PIPE-COUNT = 6
                        COMPUTE W-TAIL-POS = W-CX + 1
                     END-IF
                  END-IF
               END-PERFORM
            END-IF

            MOVE SPACES TO W-NEW-LINE
            IF W-PIPE-COUNT >= 4
               MOVE W-DV-LINE (W-DX) (1:W-PIPE-POS)
                  TO W-NEW-LINE(1:W-PIPE-POS)
               STRING W-DV-LOW  (W-DX) DELIMITED SIZE
                      "|"               DELIMITED SIZE
                      W-DV-HIGH (W-DX) DELIMITED SIZE
                      INTO W-NEW-LINE(W-PIPE-POS + 1:7)
               IF W-TAIL-POS > ZERO
                  COMPUTE W-STR-PTR = W-PIPE-POS + 8
                  STRING W-DV-LINE (W-DX) (W-TAIL-POS:61 - W-TAIL-POS)
                         DELIMITED SIZE
                         INTO W-NEW-LINE WITH POINTER W-STR-PTR
               END-IF
            ELSE
      *   A line without its four delimiters never parsed as a
      *   station, so it cannot have been changed; keep it whole.
