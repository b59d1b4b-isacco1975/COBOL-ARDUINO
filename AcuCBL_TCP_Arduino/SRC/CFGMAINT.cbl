      *             verified operator ID instead of whatever three    *
      *             letters were typed.  Without a master file the    *
      *             screen runs open with typed initials, as before.  *
      * 2026-10-15  A saved change to LOWTHRESH/HITHRESH is recorded  *
      *             in the threshold history THRHIST.DAT (date-time,  *
      *             old and new band, operator), after the band the   *
      *             screen loaded is checked there for a hand edit.   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-OPER-STATUS.
           SELECT BAND-HISTORY ASSIGN TO "THRHIST.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-THR-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  OPERATOR-MASTER.
       01  OPERATOR-RECORD   PIC X(60).
      *
       FD  BAND-HISTORY.
       01  BAND-HIST-RECORD  PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 W-RCFG-STATUS   PIC XX         VALUE SPACES.
           88 SIGNED-ON                  VALUE 'Y'.
       77 W-ENFORCE-FLAG  PIC X          VALUE 'N'.
           88 SIGNON-ENFORCED            VALUE 'Y'.
      *   Threshold history THRHIST.DAT, one
      *   "yyyymmdd|hhmmss|STA|LOW|HIGH|SOURCE|OPER|NOTE" line per
      *   band change, STA *CFG for the READSER.CFG band.  The band
      *   found on load is checked against the last recorded change
      *   first (INITIAL if never recorded, HANDEDIT if someone got
      *   there with Notepad), then a saved change to it goes in as
      *   CFGMAINT under the signed-on operator.
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
       77 W-RCFG-FOUND    PIC X          VALUE 'N'.
       77 W-BAND-WAS-LOW  PIC X(3)       VALUE SPACES.
       77 W-BAND-WAS-HIGH PIC X(3)       VALUE SPACES.
      *
       SCREEN SECTION.
       01  CFG-SCREEN.
       MAIN.
            PERFORM OPERATOR-SIGN-ON
            PERFORM LOAD-READ-CFG
            PERFORM SYNC-CONFIG-BAND
            PERFORM LOAD-WRITE-CFG

            PERFORM UNTIL MAINT-DONE
       LOAD-READ-CFG.
            OPEN INPUT READ-CFG
            IF W-RCFG-STATUS = "00"
               MOVE 'Y' TO W-RCFG-FOUND
               PERFORM UNTIL W-RCFG-STATUS NOT = "00"
                  READ READ-CFG INTO READ-CFG-RECORD
                  IF W-RCFG-STATUS = "00"
            ELSE
               PERFORM WRITE-READ-CFG
               CLOSE READ-CFG
               PERFORM RECORD-BAND-CHANGE
            END-IF

            OPEN OUTPUT WRITE-CFG
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The band READSER.CFG held when the screen came up, checked
      *   against THRHIST.DAT before anything is changed, so a hand
      *   edit made since the last recorded change is not lost under
      *   this session's.  No READSER.CFG yet means nothing to check.
       SYNC-CONFIG-BAND.
            PERFORM LOAD-LATEST-BANDS
            MOVE "*CFG" TO W-THC-STA
            MOVE SPACES TO W-THC-LOW W-THC-HIGH
            MOVE SPACES      TO W-TRIM-IN
            MOVE W-LOWTHRESH TO W-TRIM-IN(1:3)
            PERFORM TRIM-FIELD-LENGTH
            IF W-TRIM-LEN > ZERO
               AND W-TRIM-IN(1:W-TRIM-LEN) IS NUMERIC
               MOVE W-TRIM-IN(1:W-TRIM-LEN) TO W-LOW-NUM
               MOVE W-LOW-NUM TO W-THC-LOW
            END-IF
            MOVE SPACES     TO W-TRIM-IN
            MOVE W-HITHRESH TO W-TRIM-IN(1:3)
            PERFORM TRIM-FIELD-LENGTH
            IF W-TRIM-LEN > ZERO
               AND W-TRIM-IN(1:W-TRIM-LEN) IS NUMERIC
               MOVE W-TRIM-IN(1:W-TRIM-LEN) TO W-HIGH-NUM
               MOVE W-HIGH-NUM TO W-THC-HIGH
            END-IF
            MOVE W-THC-LOW  TO W-BAND-WAS-LOW
            MOVE W-THC-HIGH TO W-BAND-WAS-HIGH
            IF W-RCFG-FOUND = 'Y'
               PERFORM CHECK-BAND-HISTORY
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   READSER.CFG has just been rewritten; if the band in it is
      *   not the one loaded, the change goes into THRHIST.DAT from
      *   now, under the operator who saved it.  The numbers are the
      *   ones VALIDATE-THRESHOLDS proved.
       RECORD-BAND-CHANGE.
            MOVE W-LOW-NUM  TO W-THC-LOW
            MOVE W-HIGH-NUM TO W-THC-HIGH
            IF W-THC-LOW  NOT = W-BAND-WAS-LOW
               OR W-THC-HIGH NOT = W-BAND-WAS-HIGH
               MOVE SPACES     TO W-THR-FIELDS
               MOVE "*CFG"     TO W-THF-STA
               MOVE W-THC-LOW  TO W-THF-LOW
               MOVE W-THC-HIGH TO W-THF-HIGH
               MOVE W-STAMP-DATE      TO W-THF-DATE
               MOVE W-STAMP-TIME(1:6) TO W-THF-TIME
               MOVE "CFGMAINT" TO W-THF-SOURCE
               MOVE W-OPERATOR TO W-THF-OPER
               STRING "WAS "           DELIMITED SIZE
                      W-BAND-WAS-LOW   DELIMITED SIZE
                      "/"              DELIMITED SIZE
                      W-BAND-WAS-HIGH  DELIMITED SIZE
                      INTO W-THF-NOTE
               PERFORM WRITE-BAND-HISTORY
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
               MOVE "FIRST SEEN BY CFGMAINT" TO W-THF-NOTE
               PERFORM WRITE-BAND-HISTORY
            ELSE
               IF W-THL-LOW  (W-THL-SLOT) NOT = W-THC-LOW
                  OR W-THL-HIGH (W-THL-SLOT) NOT = W-THC-HIGH
                  ACCEPT W-THR-NOW-DATE FROM DATE YYYYMMDD
                  ACCEPT W-THR-NOW-TIME FROM TIME
                  MOVE W-THR-NOW-DATE      TO W-THF-DATE
                  MOVE W-THR-NOW-TIME(1:6) TO W-THF-TIME
                  MOVE "HANDEDIT" TO W-THF-SOURCE
                  STRING "SEEN BY CFGMAINT, WAS " DELIMITED SIZE
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
               DISPLAY "UNABLE TO WRITE THRHIST.DAT, STATUS "
                  W-THR-STATUS LINE 23 COLUMN 4
            END-IF
            PERFORM NOTE-LATEST-BAND
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Sign on against the operator master.  No master file means
      *   the screen runs open, as it always was; with one present
