      *             22:00.  Entries already past when the run starts   *
      *             are noted in the audit log as missed, not fired    *
      *             late.                                              *
      * 2026-10-15  Commands are routed to a named station: batch      *
      *             lines may carry a third field ("LED,DUR,STA"),     *
      *             schedule entries a fifth ("...|DAYS|STA"), and the *
      *             menu's S key picks the station for keypresses.     *
      *             The COM port comes from a seventh COMPORT column   *
      *             on the station's READSER.DEV line; the default     *
      *             station (WRITESER.CFG STATION=, MAIN without it)   *
      *             falls back to the WRITESER.CFG port.  A station    *
      *             with no port is refused (NOSTA), never sent down   *
      *             the wrong cable.  Every audit line now ends STA=.  *
      * 2026-10-15  Command interlocks (INTRLOCK.DAT, shared with      *
      *             READSER) are checked before every LED command,     *
      *             against the station's latest reading in READSER's  *
      *             history log and its link state in the CONNEV log.  *
      *             A command a rule stops is not sent: it is audited  *
      *             BLOCKED with the rule, shown to the operator and   *
      *             counted on the batch and scheduler summaries.      *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT SCHEDULE-FILE ASSIGN TO "WRTSCHED.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-SCHED-STATUS.
           SELECT DEVICE-MASTER ASSIGN TO "READSER.DEV"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-DEV-STATUS.
           SELECT INTERLOCK-FILE ASSIGN TO "INTRLOCK.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-IL-STATUS.
           SELECT READSER-CONFIG ASSIGN TO "READSER.CFG"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-RSC-STATUS.
           SELECT READING-LOG ASSIGN TO W-RL-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-RL-STATUS.
           SELECT CONN-EVENTS ASSIGN TO W-CE-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-CE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       01  BATCH-RECORD      PIC X(20).
      *
       FD  AUDIT-LOG.
       01  AUDIT-RECORD      PIC X(80).
      *
       FD  CONFIG-FILE.
       01  CONFIG-RECORD     PIC X(60).
      *
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD   PIC X(30).
      *
       FD  DEVICE-MASTER.
       01  DEVICE-RECORD     PIC X(60).
      *
       FD  INTERLOCK-FILE.
       01  INTERLOCK-RECORD  PIC X(60).
      *
       FD  READSER-CONFIG.
       01  READSER-CFG-RECORD PIC X(60).
      *
       FD  READING-LOG.
       01  READING-RECORD    PIC X(60).
      *
       FD  CONN-EVENTS.
       01  CONN-RECORD       PIC X(60).
      *
       WORKING-STORAGE SECTION.
       77 KEY-PRESSED PIC X.
       77 W-BATCH-STATUS  PIC XX         VALUE SPACES.
       77 W-BATCH-LED     PIC X          VALUE SPACE.
       77 W-BATCH-DUR     PIC X(2)       VALUE SPACES.
       77 W-BATCH-STA     PIC X(4)       VALUE SPACES.
      *   Station routing.  READSER.DEV carries one
      *   "ID|NAME|HOST|PORT|LOWTHRESH|HITHRESH|COMPORT" line per
      *   station; the seventh column is the COM port the station's
      *   Arduino hangs off.  W-CUR-STA is where the next command
      *   goes: the default station (WRITESER.CFG STATION=, MAIN
      *   without it) unless a batch line, a schedule entry or the
      *   menu's S key names another.  The default station may use
      *   the WRITESER.CFG port when READSER.DEV gives it none; any
      *   other station without a port is refused.
       77 W-DEV-STATUS    PIC XX         VALUE SPACES.
       01 W-STA-TABLE.
           05 W-STA-ENTRY OCCURS 20.
              10 W-STA-ID    PIC X(4).
              10 W-STA-COM   PIC X(6).
              10 W-STA-LOW   PIC 9(3).
              10 W-STA-HIGH  PIC 9(3).
       77 W-STA-COUNT     PIC 9(2) COMP  VALUE ZERO.
       77 W-SX            PIC 9(2) COMP  VALUE ZERO.
       01 W-DEV-FIELDS.
           05 W-DF-ID     PIC X(4).
           05 W-DF-NAME   PIC X(12).
           05 W-DF-HOST   PIC X(15).
           05 W-DF-PORT   PIC X(5).
           05 W-DF-LOW    PIC X(3).
           05 W-DF-HIGH   PIC X(3).
           05 W-DF-COM    PIC X(6).
       77 W-DEFAULT-STA   PIC X(4)       VALUE "MAIN".
       77 W-CUR-STA       PIC X(4)       VALUE "MAIN".
       77 W-STA-IN        PIC X(4)       VALUE SPACES.
       77 W-PREV-STA      PIC X(4)       VALUE SPACES.
       77 W-ROUTE-COM     PIC X(6)       VALUE SPACES.
       77 W-ROUTE-OK      PIC X          VALUE 'N'.
      *   Command interlocks from INTRLOCK.DAT, the rules file READSER
      *   checks too: one "STA|CMD|CHAN|COND|LIMIT" line per rule ('*'
      *   comments).  STA is a station ID or * for all; CMD is LED1 to
      *   LED9, LED for any of them, or * for any command (READSER's
      *   ON/OFF rules never match here).  CHAN TEMP, HUM or AUX with
      *   COND GT/GE/LT/LE/EQ/NE compares the station's latest
      *   corrected reading in today's READSER history log with LIMIT
      *   (a number, or HI/LO for the station's HITHRESH/LOWTHRESH).
      *   CHAN LINK with COND DOWN stops the command while READSER's
      *   connection log shows the station's link down, or - when
      *   LIMIT gives a number of minutes - while no reading has come
      *   from the station for that long.  A channel rule with no
      *   reading for the station today blocks as well: nobody can
      *   say the room is safe.  Rules are numbered by their line in
      *   the file, so a BLOCKED audit line points straight at one.
       77 W-IL-STATUS     PIC XX         VALUE SPACES.
       01 W-IL-TABLE.
           05 W-IL-ENTRY OCCURS 30.
              10 W-IL-LINE     PIC 9(3).
              10 W-IL-STA      PIC X(4).
              10 W-IL-CMD      PIC X(4).
              10 W-IL-CHAN     PIC X(4).
              10 W-IL-COND     PIC X(4).
              10 W-IL-LIMIT    PIC X(3).
              10 W-IL-LIMIT-N  PIC 9(3).
       77 W-IL-COUNT      PIC 9(2) COMP  VALUE ZERO.
       77 W-ILX           PIC 9(2) COMP  VALUE ZERO.
       77 W-IL-LINE-NO    PIC 9(3)       VALUE ZERO.
       01 W-IL-FIELDS.
           05 W-ILF-STA   PIC X(4).
           05 W-ILF-CMD   PIC X(4).
           05 W-ILF-CHAN  PIC X(4).
           05 W-ILF-COND  PIC X(4).
           05 W-ILF-LIMIT PIC X(3).
       77 W-IL-OK         PIC X          VALUE 'N'.
       77 W-IL-CMD-IN     PIC X(4)       VALUE SPACES.
       77 W-IL-BLOCK      PIC X          VALUE 'N'.
           88 INTERLOCK-BLOCKED          VALUE 'Y'.
       77 W-IL-HIT        PIC 9(2) COMP  VALUE ZERO.
       77 W-IL-LOOKED     PIC X          VALUE 'N'.
       77 W-IL-WAS        PIC X(3)       VALUE SPACES.
       77 W-IL-VALUE-N    PIC 9(3)       VALUE ZERO.
       77 W-IL-LIMIT-USE  PIC 9(3)       VALUE ZERO.
       77 W-IL-TEXT       PIC X(30)      VALUE SPACES.
       77 W-BLOCKED-TOTAL PIC 9(5)       VALUE ZERO.
      *   READSER's own band for a station READSER.DEV gives none.
       77 W-RSC-STATUS    PIC XX         VALUE SPACES.
       77 W-RS-LOW        PIC 9(3)       VALUE 0.
       77 W-RS-HIGH       PIC 9(3)       VALUE 999.
      *   The station's latest reading and link state, as READSER
      *   left them in today's READSERyyyymmdd.LOG (date, time, raw
      *   triplet at 20, station at 33, corrected triplet at 39) and
      *   CONNEVyyyymmdd.LOG (an open outage has UP=000000).
       77 W-RL-FILENAME   PIC X(20)      VALUE SPACES.
       77 W-RL-STATUS     PIC XX         VALUE SPACES.
       77 W-CE-FILENAME   PIC X(20)      VALUE SPACES.
       77 W-CE-STATUS     PIC XX         VALUE SPACES.
       77 W-RL-DATE       PIC 9(8)       VALUE ZERO.
       77 W-RL-STA        PIC X(4)       VALUE SPACES.
       77 W-RL-FOUND      PIC X          VALUE 'N'.
       01 W-RL-VALUES.
           05 W-RL-TEMP   PIC X(3).
           05 FILLER      PIC X.
           05 W-RL-HUM    PIC X(3).
           05 FILLER      PIC X.
           05 W-RL-AUX    PIC X(3).
       01 W-RL-TIME-X.
           05 W-RL-HH     PIC 99.
           05 W-RL-MI     PIC 99.
           05 FILLER      PIC 9(4).
       01 W-IL-NOW-X.
           05 W-IL-NOW-HH PIC 99.
           05 W-IL-NOW-MI PIC 99.
           05 FILLER      PIC 9(4).
       77 W-RL-QUIET      PIC 9(4)       VALUE ZERO.
       77 W-RL-LINK-DOWN  PIC X          VALUE 'N'.
       77 W-RL-LOW        PIC 9(3)       VALUE ZERO.
       77 W-RL-HIGH       PIC 9(3)       VALUE ZERO.
      *   Checkpoint/restart: the batch position is rewritten to
      *   batchfile.CHK after every processed line, /RESTART=filename
      *   resumes past the lines already done, and the checkpoint is
           88 SIGNON-ENFORCED            VALUE 'Y'.
       77 W-AUDIT-OP      PIC X(3)       VALUE "???".
      *   Standing command schedule (/SCHEDULE): entries from
      *   WRTSCHED.DAT, "HHMM|LED|DUR|DAYS[|STA]" with days DAILY,
      *   WEEKDAY or one yyyymmdd, plus "HOLIDAY|yyyymmdd" calendar
      *   exceptions that keep the recurring entries quiet on a bank
      *   holiday ('*' comments).  Each entry fires once per day it
              10 W-SE-KIND   PIC X.
              10 W-SE-DATE   PIC 9(8).
              10 W-SE-FIRED  PIC X.
              10 W-SE-STA    PIC X(4).
       77 W-SCHED-COUNT   PIC 9(2) COMP  VALUE ZERO.
       77 W-EX            PIC 9(2) COMP  VALUE ZERO.
       01 W-HOL-TABLE.
           05 W-SF-LED    PIC X.
           05 W-SF-DUR    PIC X(2).
           05 W-SF-DAYS   PIC X(8).
           05 W-SF-STA    PIC X(4).
      *   The scheduler's clock: date, minutes and weekday of "now",
      *   plus the run's own countdown.
       77 W-SCHED-DATE    PIC 9(8)       VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN.
            PERFORM LOAD-CONFIG
            PERFORM LOAD-READSER-BAND
            PERFORM LOAD-STATION-PORTS
            PERFORM LOAD-INTERLOCKS
            PERFORM OPEN-AUDIT-LOG
            PERFORM CHECK-COMMAND-LINE


               PERFORM UNTIL KEY-PRESSED = "X" or "x"
                  ACCEPT KEY-PRESSED
                  IF KEY-PRESSED = "S" OR KEY-PRESSED = "s"
                     PERFORM CHOOSE-STATION
                     PERFORM DISPLAY-MENU
                  ELSE
                  IF KEY-PRESSED NOT = "X" AND KEY-PRESSED NOT = "x"
                     PERFORM SEND-LED-COMMAND
                     PERFORM DISPLAY-MENU
                  END-IF
                  END-IF
               END-PERFORM
            END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Read COMPORT/BAUD/DATABITS/DURATION/STATION=value lines from
      *   WRITESER.CFG (if present), then let the WRITESER_COMPORT/
      *   WRITESER_BAUD environment variables override, so the serial
      *   settings can move without a recompile of this program.
                           MOVE W-CFG-VALUE(1:2) TO W-DUR-RAW
                           PERFORM PAD-DURATION
                           MOVE W-DUR-RAW        TO W-DURATION
                        WHEN "STATION"
                           MOVE W-CFG-VALUE(1:4) TO W-DEFAULT-STA
                     END-EVALUATE
                  END-IF
               END-PERFORM
                   INTO CMD-PARMS
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   READSER's LOWTHRESH/HITHRESH from READSER.CFG - the band a
      *   station without its own in READSER.DEV runs to, and so the
      *   one an interlock's HI or LO means for it.
       LOAD-READSER-BAND.
            OPEN INPUT READSER-CONFIG
            IF W-RSC-STATUS = "00"
               PERFORM UNTIL W-RSC-STATUS NOT = "00"
                  READ READSER-CONFIG INTO READSER-CFG-RECORD
                  IF W-RSC-STATUS = "00"
                     UNSTRING READSER-CFG-RECORD DELIMITED BY "="
                        INTO W-CFG-KEY W-CFG-VALUE
                     EVALUATE W-CFG-KEY
                        WHEN "LOWTHRESH"
                           MOVE W-CFG-VALUE TO W-RS-LOW
                        WHEN "HITHRESH"
                           MOVE W-CFG-VALUE TO W-RS-HIGH
                     END-EVALUATE
                  END-IF
               END-PERFORM
               CLOSE READSER-CONFIG
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Pick up each station's COM port from the seventh column of
      *   READSER.DEV.  Lines without one are kept with a blank port,
      *   so the station is known but refused a command until the
      *   column is filled in.  No device master leaves the single
      *   WRITESER.CFG port serving everything, as before.  The
      *   station's thresholds come along for the interlocks.
       LOAD-STATION-PORTS.
            MOVE W-DEFAULT-STA TO W-CUR-STA
            OPEN INPUT DEVICE-MASTER
            IF W-DEV-STATUS = "00"
               PERFORM UNTIL W-DEV-STATUS NOT = "00"
                  READ DEVICE-MASTER INTO DEVICE-RECORD
                  IF W-DEV-STATUS = "00"
                     AND DEVICE-RECORD(1:1) NOT = "*"
                     AND DEVICE-RECORD NOT = SPACES
                     AND W-STA-COUNT < 20
                     MOVE SPACES TO W-DEV-FIELDS
                     UNSTRING DEVICE-RECORD DELIMITED BY "|"
                        INTO W-DF-ID W-DF-NAME W-DF-HOST W-DF-PORT
                             W-DF-LOW W-DF-HIGH W-DF-COM
                     IF W-DF-ID NOT = SPACES
                        ADD 1 TO W-STA-COUNT
                        MOVE W-DF-ID  TO W-STA-ID  (W-STA-COUNT)
                        MOVE W-DF-COM TO W-STA-COM (W-STA-COUNT)
                        MOVE W-RS-LOW  TO W-STA-LOW  (W-STA-COUNT)
                        MOVE W-RS-HIGH TO W-STA-HIGH (W-STA-COUNT)
                        MOVE ZERO TO W-TRIM-LEN
                        UNSTRING W-DF-LOW DELIMITED BY " "
                           INTO W-TRIM-OUT COUNT IN W-TRIM-LEN
                        IF W-TRIM-LEN > ZERO
                           AND W-DF-LOW(1:W-TRIM-LEN) IS NUMERIC
                           MOVE W-DF-LOW(1:W-TRIM-LEN)
                              TO W-STA-LOW (W-STA-COUNT)
                        END-IF
                        MOVE ZERO TO W-TRIM-LEN
                        UNSTRING W-DF-HIGH DELIMITED BY " "
                           INTO W-TRIM-OUT COUNT IN W-TRIM-LEN
                        IF W-TRIM-LEN > ZERO
                           AND W-DF-HIGH(1:W-TRIM-LEN) IS NUMERIC
                           MOVE W-DF-HIGH(1:W-TRIM-LEN)
                              TO W-STA-HIGH (W-STA-COUNT)
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE DEVICE-MASTER
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Read the interlock rules from INTRLOCK.DAT.  No file means
      *   no interlocks, and every command goes out as before.
       LOAD-INTERLOCKS.
            MOVE ZERO TO W-IL-LINE-NO
            OPEN INPUT INTERLOCK-FILE
            IF W-IL-STATUS = "00"
               PERFORM UNTIL W-IL-STATUS NOT = "00"
                  READ INTERLOCK-FILE INTO INTERLOCK-RECORD
                  IF W-IL-STATUS = "00"
                     ADD 1 TO W-IL-LINE-NO
                     IF INTERLOCK-RECORD(1:1) NOT = "*"
                        AND INTERLOCK-RECORD NOT = SPACES
                        PERFORM LOAD-ONE-INTERLOCK
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE INTERLOCK-FILE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       LOAD-ONE-INTERLOCK.
            MOVE SPACES TO W-IL-FIELDS
            UNSTRING INTERLOCK-RECORD DELIMITED BY "|"
               INTO W-ILF-STA W-ILF-CMD W-ILF-CHAN
                    W-ILF-COND W-ILF-LIMIT

            MOVE 'N'  TO W-IL-OK
            MOVE ZERO TO W-IL-LIMIT-USE
            MOVE ZERO TO W-TRIM-LEN
            UNSTRING W-ILF-LIMIT DELIMITED BY " "
               INTO W-TRIM-OUT COUNT IN W-TRIM-LEN
            IF W-TRIM-LEN > ZERO
               AND W-ILF-LIMIT(1:W-TRIM-LEN) IS NUMERIC
               MOVE W-ILF-LIMIT(1:W-TRIM-LEN) TO W-IL-LIMIT-USE
            END-IF
            IF W-ILF-CHAN = "LINK"
               IF W-ILF-COND = "DOWN"
                  MOVE 'Y' TO W-IL-OK
               END-IF
            ELSE
               IF (W-ILF-CHAN = "TEMP" OR "HUM " OR "AUX ")
                  AND (W-ILF-COND = "GT  " OR "GE  " OR "LT  "
                                 OR "LE  " OR "EQ  " OR "NE  ")
                  IF W-ILF-LIMIT = "HI " OR W-ILF-LIMIT = "LO "
                     MOVE 'Y' TO W-IL-OK
                  ELSE
                     IF W-TRIM-LEN > ZERO
                        AND W-ILF-LIMIT(1:W-TRIM-LEN) IS NUMERIC
                        MOVE 'Y' TO W-IL-OK
                     END-IF
                  END-IF
               END-IF
            END-IF
            IF W-ILF-STA = SPACES OR W-ILF-CMD = SPACES
               MOVE 'N' TO W-IL-OK
            END-IF

            IF W-IL-OK NOT = 'Y'
               DISPLAY "*** BAD INTERLOCK LINE IGNORED: "
                  INTERLOCK-RECORD
            ELSE
               IF W-IL-COUNT >= 30
                  DISPLAY "*** MORE THAN 30 RULES IN INTRLOCK.DAT, "
                     "REST IGNORED"
               ELSE
                  ADD 1 TO W-IL-COUNT
                  MOVE W-IL-LINE-NO   TO W-IL-LINE    (W-IL-COUNT)
                  MOVE W-ILF-STA      TO W-IL-STA     (W-IL-COUNT)
                  MOVE W-ILF-CMD      TO W-IL-CMD     (W-IL-COUNT)
                  MOVE W-ILF-CHAN     TO W-IL-CHAN    (W-IL-COUNT)
                  MOVE W-ILF-COND     TO W-IL-COND    (W-IL-COUNT)
                  MOVE W-ILF-LIMIT    TO W-IL-LIMIT   (W-IL-COUNT)
                  MOVE W-IL-LIMIT-USE TO W-IL-LIMIT-N (W-IL-COUNT)
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Run command W-IL-CMD-IN for station W-CUR-STA past every
      *   rule that names them.  The station's latest reading is only
      *   looked up once a rule applies, so a plant with no rules for
      *   a station never reads READSER's logs at all.  The first rule
      *   that trips sets INTERLOCK-BLOCKED and W-IL-HIT.
       CHECK-INTERLOCKS.
            MOVE 'N'  TO W-IL-BLOCK
            MOVE 'N'  TO W-IL-LOOKED
            MOVE ZERO TO W-IL-HIT
            PERFORM VARYING W-ILX FROM 1 BY 1
               UNTIL W-ILX > W-IL-COUNT OR INTERLOCK-BLOCKED
               IF (W-IL-STA (W-ILX) = "*"
                   OR W-IL-STA (W-ILX) = W-CUR-STA)
                  AND (W-IL-CMD (W-ILX) = "*"
                   OR W-IL-CMD (W-ILX) = W-IL-CMD-IN
                   OR (W-IL-CMD (W-ILX) = "LED "
                       AND W-IL-CMD-IN(1:3) = "LED"))
                  IF W-IL-LOOKED = 'N'
                     PERFORM FIND-LATEST-READING
                     MOVE 'Y' TO W-IL-LOOKED
                  END-IF
                  PERFORM TEST-ONE-INTERLOCK
               END-IF
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The last line today's history log holds for W-CUR-STA (the
      *   corrected triplet where there is one, the raw one on lines
      *   from before calibration), how many minutes ago it came, the
      *   link state the day's last connection event left, and the
      *   station's alarm band.
       FIND-LATEST-READING.
            MOVE 'N'    TO W-RL-FOUND
            MOVE 'N'    TO W-RL-LINK-DOWN
            MOVE SPACES TO W-RL-VALUES
            MOVE ZERO   TO W-RL-QUIET
            MOVE W-RS-LOW  TO W-RL-LOW
            MOVE W-RS-HIGH TO W-RL-HIGH
            PERFORM VARYING W-SX FROM 1 BY 1
               UNTIL W-SX > W-STA-COUNT
               IF W-STA-ID (W-SX) = W-CUR-STA
                  MOVE W-STA-LOW  (W-SX) TO W-RL-LOW
                  MOVE W-STA-HIGH (W-SX) TO W-RL-HIGH
                  MOVE W-STA-COUNT TO W-SX
               END-IF
            END-PERFORM

            ACCEPT W-RL-DATE  FROM DATE YYYYMMDD
            ACCEPT W-IL-NOW-X FROM TIME
            MOVE SPACES TO W-RL-FILENAME
            STRING "READSER"             DELIMITED SIZE
                   W-RL-DATE              DELIMITED SIZE
                   ".LOG"                 DELIMITED SIZE
                   INTO W-RL-FILENAME
            OPEN INPUT READING-LOG
            IF W-RL-STATUS = "00"
               PERFORM UNTIL W-RL-STATUS NOT = "00"
                  READ READING-LOG INTO READING-RECORD
                  IF W-RL-STATUS = "00"
                     AND READING-RECORD(10:8) IS NUMERIC
                     MOVE READING-RECORD(33:4) TO W-RL-STA
                     IF W-RL-STA = SPACES
                        MOVE "MAIN" TO W-RL-STA
                     END-IF
                     IF W-RL-STA = W-CUR-STA
                        MOVE 'Y' TO W-RL-FOUND
                        MOVE READING-RECORD(10:8) TO W-RL-TIME-X
                        IF READING-RECORD(39:3) IS NUMERIC
                           MOVE READING-RECORD(39:11) TO W-RL-VALUES
                        ELSE
                           MOVE READING-RECORD(20:11) TO W-RL-VALUES
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE READING-LOG
            END-IF
            IF W-RL-FOUND = 'Y'
               AND (W-IL-NOW-HH * 60 + W-IL-NOW-MI)
                   >= (W-RL-HH * 60 + W-RL-MI)
               COMPUTE W-RL-QUIET = (W-IL-NOW-HH * 60 + W-IL-NOW-MI)
                                  - (W-RL-HH * 60 + W-RL-MI)
            END-IF

            MOVE SPACES TO W-CE-FILENAME
            STRING "CONNEV"              DELIMITED SIZE
                   W-RL-DATE              DELIMITED SIZE
                   ".LOG"                 DELIMITED SIZE
                   INTO W-CE-FILENAME
            OPEN INPUT CONN-EVENTS
            IF W-CE-STATUS = "00"
               PERFORM UNTIL W-CE-STATUS NOT = "00"
                  READ CONN-EVENTS INTO CONN-RECORD
                  IF W-CE-STATUS = "00"
                     AND CONN-RECORD(31:5) = " STA="
                     AND CONN-RECORD(36:4) = W-CUR-STA
                     IF CONN-RECORD(25:6) = "000000"
                        MOVE 'Y' TO W-RL-LINK-DOWN
                     ELSE
                        MOVE 'N' TO W-RL-LINK-DOWN
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE CONN-EVENTS
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       TEST-ONE-INTERLOCK.
            MOVE SPACES TO W-IL-WAS
            IF W-IL-CHAN (W-ILX) = "LINK"
               IF W-RL-LINK-DOWN = 'Y'
                  MOVE 'Y' TO W-IL-BLOCK
               ELSE
                  IF W-IL-LIMIT-N (W-ILX) > ZERO
                     IF W-RL-FOUND = 'N'
                        MOVE "---" TO W-IL-WAS
                        MOVE 'Y'   TO W-IL-BLOCK
                     ELSE
                        IF W-RL-QUIET >= W-IL-LIMIT-N (W-ILX)
                           IF W-RL-QUIET > 999
                              MOVE 999 TO W-IL-VALUE-N
                           ELSE
                              MOVE W-RL-QUIET TO W-IL-VALUE-N
                           END-IF
                           MOVE W-IL-VALUE-N TO W-IL-WAS
                           MOVE 'Y' TO W-IL-BLOCK
                        END-IF
                     END-IF
                  END-IF
               END-IF
            ELSE
               EVALUATE W-IL-CHAN (W-ILX)
                  WHEN "TEMP"  MOVE W-RL-TEMP TO W-IL-WAS
                  WHEN "HUM "  MOVE W-RL-HUM  TO W-IL-WAS
                  WHEN OTHER   MOVE W-RL-AUX  TO W-IL-WAS
               END-EVALUATE
               EVALUATE W-IL-LIMIT (W-ILX)
                  WHEN "HI "   MOVE W-RL-HIGH TO W-IL-LIMIT-USE
                  WHEN "LO "   MOVE W-RL-LOW  TO W-IL-LIMIT-USE
                  WHEN OTHER
                     MOVE W-IL-LIMIT-N (W-ILX) TO W-IL-LIMIT-USE
               END-EVALUATE
               IF W-IL-WAS IS NOT NUMERIC
                  MOVE "---" TO W-IL-WAS
                  MOVE 'Y'   TO W-IL-BLOCK
               ELSE
                  MOVE W-IL-WAS TO W-IL-VALUE-N
                  EVALUATE TRUE
                     WHEN W-IL-COND (W-ILX) = "GT  "
                          AND W-IL-VALUE-N > W-IL-LIMIT-USE
                     WHEN W-IL-COND (W-ILX) = "GE  "
                          AND W-IL-VALUE-N >= W-IL-LIMIT-USE
                     WHEN W-IL-COND (W-ILX) = "LT  "
                          AND W-IL-VALUE-N < W-IL-LIMIT-USE
                     WHEN W-IL-COND (W-ILX) = "LE  "
                          AND W-IL-VALUE-N <= W-IL-LIMIT-USE
                     WHEN W-IL-COND (W-ILX) = "EQ  "
                          AND W-IL-VALUE-N = W-IL-LIMIT-USE
                     WHEN W-IL-COND (W-ILX) = "NE  "
                          AND W-IL-VALUE-N NOT = W-IL-LIMIT-USE
                        MOVE 'Y' TO W-IL-BLOCK
                  END-EVALUATE
               END-IF
            END-IF
            IF INTERLOCK-BLOCKED
               MOVE W-ILX TO W-IL-HIT
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   "RULE=nnn TEMP GT 30 WAS 034", "RULE=nnn LINK DOWN" or
      *   "RULE=nnn LINK SILENT 015 MIN" for the rule in W-IL-HIT.
       BUILD-INTERLOCK-TEXT.
            MOVE SPACES TO W-IL-TEXT
            IF W-IL-CHAN (W-IL-HIT) = "LINK"
               IF W-IL-WAS = SPACES
                  STRING "RULE="              DELIMITED SIZE
                         W-IL-LINE (W-IL-HIT) DELIMITED SIZE
                         " LINK DOWN"         DELIMITED SIZE
                         INTO W-IL-TEXT
               ELSE
                  STRING "RULE="              DELIMITED SIZE
                         W-IL-LINE (W-IL-HIT) DELIMITED SIZE
                         " LINK SILENT "      DELIMITED SIZE
                         W-IL-WAS             DELIMITED SIZE
                         " MIN"               DELIMITED SIZE
                         INTO W-IL-TEXT
               END-IF
            ELSE
               STRING "RULE="               DELIMITED SIZE
                      W-IL-LINE (W-IL-HIT)  DELIMITED SIZE
                      " "                   DELIMITED SIZE
                      W-IL-CHAN (W-IL-HIT)  DELIMITED BY SPACE
                      " "                   DELIMITED SIZE
                      W-IL-COND (W-IL-HIT)  DELIMITED BY SPACE
                      " "                   DELIMITED SIZE
                      W-IL-LIMIT (W-IL-HIT) DELIMITED BY SPACE
                      " WAS "               DELIMITED SIZE
                      W-IL-WAS              DELIMITED SIZE
                      INTO W-IL-TEXT
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Point CMD-PARMS at the COM port of station W-CUR-STA.  The
      *   station's own READSER.DEV port wins; the default station,
      *   or any station when there is no device master, falls back
      *   on the WRITESER.CFG port.  Anything else leaves W-ROUTE-OK
      *   at 'N' and the command is not sent.
       ROUTE-TO-STATION.
            MOVE 'N'    TO W-ROUTE-OK
            MOVE SPACES TO W-ROUTE-COM
            PERFORM VARYING W-SX FROM 1 BY 1
               UNTIL W-SX > W-STA-COUNT
               IF W-STA-ID (W-SX) = W-CUR-STA
                  MOVE W-STA-COM (W-SX) TO W-ROUTE-COM
                  MOVE W-STA-COUNT TO W-SX
               END-IF
            END-PERFORM

            IF W-ROUTE-COM = SPACES
               AND (W-STA-COUNT = ZERO OR W-CUR-STA = W-DEFAULT-STA)
               MOVE W-CFG-COM TO W-ROUTE-COM
            END-IF

            IF W-ROUTE-COM NOT = SPACES
               MOVE 'Y'    TO W-ROUTE-OK
               MOVE SPACES TO CMD-PARMS
               STRING W-ROUTE-COM  DELIMITED BY SPACE
                      " "          DELIMITED SIZE
                      W-CFG-BAUD   DELIMITED BY SPACE
                      " "          DELIMITED SIZE
                      W-CFG-BITS   DELIMITED SIZE
                      " "          DELIMITED SIZE
                      INTO CMD-PARMS
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The menu's S key: list the stations READSER.DEV knows and
      *   take the one the following keypresses should go to.  A
      *   blank answer keeps the current station.
       CHOOSE-STATION.
            DISPLAY " "
            IF W-STA-COUNT = ZERO
               DISPLAY "  NO READSER.DEV - ALL COMMANDS GO TO "
                  W-CFG-COM
            ELSE
               PERFORM VARYING W-SX FROM 1 BY 1
                  UNTIL W-SX > W-STA-COUNT
                  IF W-STA-COM (W-SX) = SPACES
                     DISPLAY "  " W-STA-ID (W-SX) "  (NO COM PORT)"
                  ELSE
                     DISPLAY "  " W-STA-ID (W-SX) "  "
                        W-STA-COM (W-SX)
                  END-IF
               END-PERFORM
            END-IF
            DISPLAY "STATION: " WITH NO ADVANCING
            MOVE SPACES TO W-STA-IN
            ACCEPT W-STA-IN
            IF W-STA-IN NOT = SPACES
               MOVE W-CUR-STA TO W-PREV-STA
               MOVE W-STA-IN  TO W-CUR-STA
               PERFORM ROUTE-TO-STATION
               IF W-ROUTE-OK = 'N'
                  MOVE W-PREV-STA TO W-CUR-STA
                  DISPLAY "*** STATION " W-STA-IN
                     " HAS NO COM PORT IN READSER.DEV ***"
                  DISPLAY "*** PRESS ENTER TO CONTINUE ***"
                  ACCEPT W-PAUSE-KEY
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Build a per-day audit-log name (WRTSERyyyymmdd.LOG) and open
      *   it for append, creating it the first time it is needed.

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   A /BATCH=filename switch on the command line points this run
      *   at a flat file of LED,DURATION[,STATION] lines instead of
      *   the manual keypress menu, so a whole test sequence can run
      *   unattended.
       CHECK-COMMAND-LINE.
            ACCEPT W-CMD-TEXT FROM COMMAND-LINE
            IF W-CMD-TEXT(1:7) = "/BATCH="
               CALL "C$DELETE" USING W-CHK-FILENAME, W-FILE-TYPE

               DISPLAY "BATCH COMPLETE: " W-LINE-NUMBER " LINE(S), "
                  W-SKIPPED-COUNT " SKIPPED AS ALREADY DONE, "
                  W-BLOCKED-TOTAL " BLOCKED BY INTERLOCK"
            ELSE
               DISPLAY "*** UNABLE TO OPEN BATCH FILE: "
                  W-BATCH-FILENAME
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   "LED,DUR[,STA]" - a line without a station goes to the
      *   default one, so the batch files written before stations
      *   existed run exactly as they always did.
       PROCESS-BATCH-RECORD.
            MOVE SPACES TO W-BATCH-STA
            UNSTRING BATCH-RECORD DELIMITED BY ","
               INTO W-BATCH-LED W-BATCH-DUR W-BATCH-STA

            IF W-BATCH-STA = SPACES
               MOVE W-DEFAULT-STA TO W-CUR-STA
            ELSE
               MOVE W-BATCH-STA   TO W-CUR-STA
            END-IF
            MOVE W-BATCH-LED    TO KEY-PRESSED
            MOVE W-BATCH-DUR    TO W-DUR-RAW
            PERFORM PAD-DURATION
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Fire the command at the serial helper on the COM port of
      *   station W-CUR-STA, check the C$SYSTEM return status, and
      *   log the outcome to the audit trail.  A station with no
      *   port to send on is logged NOSTA and nothing goes out; nor
      *   does a command an interlock rule stops, which is audited
      *   BLOCKED with the rule instead.
       SEND-LED-COMMAND.
      *    Which led turn on? (1, 2, 3)?
            MOVE KEY-PRESSED    TO CMD-ARGS(1:1)
      *    For how many seconds?
            MOVE W-DURATION     TO CMD-ARGS(3:2)
            MOVE 'N' TO W-IL-BLOCK
            PERFORM ROUTE-TO-STATION
            IF W-ROUTE-OK = 'N'
               MOVE ZERO     TO W-SYS-STATUS
               MOVE "NOSTA"  TO W-OUTCOME-MSG
               PERFORM REPORT-NO-ROUTE
            ELSE
               MOVE SPACES TO W-IL-CMD-IN
               STRING "LED" KEY-PRESSED DELIMITED SIZE
                  INTO W-IL-CMD-IN
               PERFORM CHECK-INTERLOCKS
               IF INTERLOCK-BLOCKED
                  ADD 1 TO W-BLOCKED-TOTAL
                  PERFORM BUILD-INTERLOCK-TEXT
                  PERFORM REPORT-INTERLOCK-BLOCK
               ELSE
                  CALL "C$SYSTEM"  USING CMD-LINE, 64
                                   GIVING W-SYS-STATUS

                  IF W-SYS-STATUS NOT = ZERO
                     MOVE "FAILED" TO W-OUTCOME-MSG
                     PERFORM REPORT-SYSTEM-FAILURE
                  ELSE
                     MOVE "OK"     TO W-OUTCOME-MSG
                  END-IF
               END-IF
            END-IF

            IF INTERLOCK-BLOCKED
               PERFORM WRITE-BLOCKED-AUDIT
            ELSE
               PERFORM WRITE-AUDIT-RECORD
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Same rules as a failed send: hold the message for an
      *   operator, just log it for a batch or scheduler run.
       REPORT-NO-ROUTE.
            DISPLAY " "
            DISPLAY "*** STATION " W-CUR-STA
               " HAS NO COM PORT IN READSER.DEV - NOT SENT ***"
            IF NOT BATCH-MODE AND NOT SCHEDULE-MODE
               DISPLAY "*** PRESS ENTER TO CONTINUE ***"
               ACCEPT W-PAUSE-KEY
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Same rules again: hold the refusal for an operator, just
      *   log it for a batch or scheduler run.
       REPORT-INTERLOCK-BLOCK.
            DISPLAY " "
            DISPLAY "*** LED " KEY-PRESSED " TO STATION " W-CUR-STA
               " BLOCKED BY INTERLOCK - NOT SENT ***"
            DISPLAY "*** " W-IL-TEXT
            IF NOT BATCH-MODE AND NOT SCHEDULE-MODE
               DISPLAY "*** PRESS ENTER TO CONTINUE ***"
               ACCEPT W-PAUSE-KEY
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   "yyyymmdd hhmmsscc BLOCKED LED=x OP=xxx STA=xxxx RULE=..." -
      *   like a missed schedule entry, a layout the LED= filters of
      *   RECONC and ACTUPD do not match, since nothing was sent.
       WRITE-BLOCKED-AUDIT.
            IF AUDIT-LOG-OPEN
               ACCEPT W-LOG-DATE FROM DATE YYYYMMDD
               ACCEPT W-LOG-TIME FROM TIME
               MOVE SPACES TO AUDIT-RECORD
               STRING W-LOG-DATE          DELIMITED SIZE
                      " "                 DELIMITED SIZE
                      W-LOG-TIME          DELIMITED SIZE
                      " BLOCKED LED="     DELIMITED SIZE
                      KEY-PRESSED         DELIMITED SIZE
                      " OP="              DELIMITED SIZE
                      W-AUDIT-OP          DELIMITED SIZE
                      " STA="             DELIMITED SIZE
                      W-CUR-STA           DELIMITED SIZE
                      " "                 DELIMITED SIZE
                      W-IL-TEXT           DELIMITED SIZE
                      INTO AUDIT-RECORD
               WRITE AUDIT-RECORD
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   "yyyymmdd hhmmsscc  LED=x DUR=nn OUTCOM RC=n OP=xxx STA=xxxx"
      *   - RECONC, ACTUPD and SHIFTRPT read these columns; new
      *   fields only ever go on the end.
       WRITE-AUDIT-RECORD.
            IF AUDIT-LOG-OPEN
               ACCEPT W-LOG-DATE FROM DATE YYYYMMDD
               ACCEPT W-LOG-TIME FROM TIME
               MOVE W-SYS-STATUS TO W-SYS-STATUS-ED

               MOVE SPACES TO AUDIT-RECORD
               STRING W-LOG-DATE          DELIMITED SIZE
                      " "                 DELIMITED SIZE
                      W-LOG-TIME          DELIMITED SIZE
                      W-SYS-STATUS-ED     DELIMITED SIZE
                      " OP="              DELIMITED SIZE
                      W-AUDIT-OP          DELIMITED SIZE
                      " STA="             DELIMITED SIZE
                      W-CUR-STA           DELIMITED SIZE
                      INTO AUDIT-RECORD

               WRITE AUDIT-RECORD
               END-PERFORM

               DISPLAY "SCHEDULER DONE: " W-FIRED-TOTAL " FIRED, "
                  W-MISSED-TOTAL " MISSED, "
                  W-BLOCKED-TOTAL " BLOCKED BY INTERLOCK"
            END-IF
            .

               MOVE SPACES TO W-SE-FIELDS
               UNSTRING SCHEDULE-RECORD DELIMITED BY "|"
                  INTO W-SF-TIME W-SF-LED W-SF-DUR W-SF-DAYS
                       W-SF-STA
               IF W-SF-TIME IS NOT NUMERIC
                  OR W-SF-LED = SPACE
                  OR W-SCHED-COUNT >= 20
                  MOVE W-SF-TIME TO W-SE-HHMM (W-SCHED-COUNT)
                  MOVE W-SF-LED  TO W-SE-LED  (W-SCHED-COUNT)
                  MOVE W-SF-DUR  TO W-SE-DUR  (W-SCHED-COUNT)
                  IF W-SF-STA = SPACES
                     MOVE W-DEFAULT-STA TO W-SE-STA (W-SCHED-COUNT)
                  ELSE
                     MOVE W-SF-STA      TO W-SE-STA (W-SCHED-COUNT)
                  END-IF
                  MOVE ZERO      TO W-SE-DATE (W-SCHED-COUNT)
                  MOVE 'N'       TO W-SE-FIRED (W-SCHED-COUNT)
                  EVALUATE TRUE

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       FIRE-SCHED-ENTRY.
            MOVE W-SE-STA (W-EX) TO W-CUR-STA
            MOVE W-SE-LED (W-EX) TO KEY-PRESSED
            MOVE W-SE-DUR (W-EX) TO W-DUR-RAW
            PERFORM PAD-DURATION
            MOVE W-DUR-RAW       TO W-DURATION
            PERFORM SEND-LED-COMMAND
      *   A blocked entry is done for the day all the same: a purge
      *   must not go off hours late because the room cooled down.
            MOVE 'Y' TO W-SE-FIRED (W-EX)
            IF NOT INTERLOCK-BLOCKED
               ADD 1 TO W-FIRED-TOTAL
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
                  ADD 1 TO W-MISSED-TOTAL
                  DISPLAY "MISSED ENTRY " W-SE-HHMM (W-EX)
                     " LED=" W-SE-LED (W-EX)
                     " STA=" W-SE-STA (W-EX)
                     " - SCHEDULER STARTED LATE"
                  IF AUDIT-LOG-OPEN
                     ACCEPT W-LOG-DATE FROM DATE YYYYMMDD
                            W-SE-LED (W-EX)   DELIMITED SIZE
                            " OP="            DELIMITED SIZE
                            W-AUDIT-OP        DELIMITED SIZE
                            " STA="           DELIMITED SIZE
                            W-SE-STA (W-EX)   DELIMITED SIZE
                            INTO AUDIT-RECORD
                     WRITE AUDIT-RECORD
                  END-IF
            DISPLAY "  ENTER 1 - Turn ON Green LED"
            DISPLAY "  ENTER 2 - Turn ON Red LED"
            DISPLAY "  ENTER 3 - Turn ON Yellow LED"
            DISPLAY "  ENTER S - Choose station (now " W-CUR-STA ")"
            DISPLAY "  PRESS X or x - TO EXIT"
            DISPLAY " "
            IF W-BLOCKED-TOTAL > ZERO
               DISPLAY "  COMMANDS BLOCKED BY INTERLOCK THIS SESSION: "
                  W-BLOCKED-TOTAL
               DISPLAY " "
            END-IF
            .
