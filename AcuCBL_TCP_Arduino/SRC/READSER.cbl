      *             proposed ROCLIMIT or SETTLESEC change can be     *
      *             proved against last Tuesday's excursion before   *
      *             it meets the live plant.                          *
      * 2026-10-15  Every SENDDATA command actually put on the wire -  *
      *             the operator's LED keys and the auto-response      *
      *             commands alike - is now logged to a per-day        *
      *             READSERyyyymmdd.CMD (time, command, station,       *
      *             outcome, OP=operator or AUT), so ACTUPD can count  *
      *             actuator cycles and on-time the way it counts      *
      *             WriteSerial's audited LED commands.                *
      * 2026-10-15  GETSTATUS snapshot lines in READSERyyyymmdd.STA    *
      *             now end with the station they came from (STA=),    *
      *             so RECONC holds them only against that station's   *
      *             commands.                                          *
      * 2026-10-15  Command interlocks (INTRLOCK.DAT: station,         *
      *             command, channel, condition, limit) are checked    *
      *             against the station's latest reading before the    *
      *             LED-ON key or an auto-response command goes out.   *
      *             A command a rule stops is not sent: it is logged   *
      *             BLOCKED with the rule in the command log, shown    *
      *             on the screen and counted on the session summary.  *
      * 2026-10-15  Alarm shelving: before an alert event is written   *
      *             the shelving register (SHELVE.DAT, kept by         *
      *             SHLVMAINT) is read, and an event whose station,    *
      *             channel and alarm kind fall under a shelf in       *
      *             force at the event's start is still written but    *
      *             marked SHLV=Y, so the dispatcher stays quiet and   *
      *             the reports can set it aside.  A shelf past its    *
      *             until time simply stops matching.                  *
      * 2026-10-15  At start-up the READSER.CFG band and every         *
      *             station's READSER.DEV band are checked against     *
      *             the threshold history THRHIST.DAT; a band edited   *
      *             by hand since its last recorded change is logged   *
      *             there as HANDEDIT from the moment this run starts  *
      *             judging by it, so the reports can judge each       *
      *             reading by the band in force when it was taken.    *
      * 2026-10-15  With HTMLDIR set in READSER.CFG, every HTMLCYCLES  *
      *             polling passes the run writes a status page for    *
      *             the plant intranet (READSER.HTM: per station the   *
      *             corrected TEMP/HUM/AUX, link state, standing       *
      *             excursions and dynamic alarms with their start,    *
      *             plus the reject counter and the snapshot time).    *
      *             It is built as READSER.TMP and renamed into place  *
      *             and marks itself STALE in the browser once older   *
      *             than STALEMIN minutes.                             *
      * 2026-10-15  Every valid reading now also carries its dew       *
      *             point, worked out from the corrected TEMP and HUM  *
      *             (Magnus formula): shown in a DEW column on the     *
      *             station lines, the single-station box and the      *
      *             status page, and written at the end of the         *
      *             history line for READLOAD to archive.  A DEWMAX    *
      *             eighth column in READSER.DEV (after COMPORT)       *
      *             raises a DEWP alert event on channel DEW while     *
      *             the dew point stands above it, through the same    *
      *             alert path as the TEMP band.                       *
      * 2026-10-15  An alarm opened under a shelf and still standing   *
      *             when the shelf runs out or is lifted is raised     *
      *             again: the shelved part closes at that minute and  *
      *             a fresh open event goes out live, so the           *
      *             dispatcher pages on it.  The status page's stale   *
      *             limit is written without leading zeros.            *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT DRILL-REPORT ASSIGN TO W-DRILLRPT-NAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-DRILLRPT-STATUS.
           SELECT COMMAND-LOG ASSIGN TO W-CMDLOG-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-CMDLOG-STATUS.
           SELECT INTERLOCK-FILE ASSIGN TO "INTRLOCK.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-IL-STATUS.
           SELECT SHELF-FILE ASSIGN TO "SHELVE.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-SH-STATUS.
           SELECT BAND-HISTORY ASSIGN TO "THRHIST.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-THR-STATUS.
           SELECT STATUS-PAGE ASSIGN TO W-HTML-TMPNAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-HTML-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       01  HISTORY-RECORD    PIC X(60).
      *
       FD  ALERT-LOG.
       01  ALERT-RECORD      PIC X(100).
      *
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD   PIC X(60).
       01  DRILL-RECORD      PIC X(30).
      *
       FD  DRILL-REPORT.
       01  DRILL-RPT-RECORD  PIC X(110).
      *
       FD  COMMAND-LOG.
       01  COMMAND-RECORD    PIC X(80).
      *
       FD  INTERLOCK-FILE.
       01  INTERLOCK-RECORD  PIC X(60).
      *
       FD  SHELF-FILE.
       01  SHELF-RECORD      PIC X(80).
      *
       FD  BAND-HISTORY.
       01  BAND-HIST-RECORD  PIC X(80).
      *
       FD  STATUS-PAGE.
       01  STATUS-PAGE-RECORD PIC X(200).
      *
       WORKING-STORAGE SECTION.
       77 KEY-PRESSED PIC X.
       77 W-CHAN-TEMP    PIC X(3)       VALUE SPACES.
       77 W-CHAN-HUMID   PIC X(3)       VALUE SPACES.
       77 W-CHAN-AUX     PIC X(3)       VALUE SPACES.
       77 W-CHAN-DEW     PIC X(4)       VALUE SPACES.
      *   History log fields
       77 W-LOG-FILENAME PIC X(20)      VALUE SPACES.
       77 W-LOG-DATE      PIC 9(8).
       77 W-DRILL-BAD     PIC 9(7)       VALUE ZERO.
       77 W-DRILL-ALERTS  PIC 9(5)       VALUE ZERO.
       77 W-DRILL-CMDS    PIC 9(5)       VALUE ZERO.
       77 W-DRILL-BLOCKED PIC 9(5)       VALUE ZERO.
       01 W-START-TIME-X.
           05 W-START-HH  PIC 99.
           05 W-START-MI  PIC 99.
       77 W-AUTO-BUFFER   PIC X(12)      VALUE SPACES.
       77 W-AUTO-LENGTH   PIC 9(2) COMP  VALUE ZERO.
       77 W-AUTO-ELAPSED  PIC S9(5)      VALUE ZERO.
      *   Command log: one line per SENDDATA write, from the keys
      *   or the auto response, in READSERyyyymmdd.CMD.  Opened per
      *   command like the alert file, so it rolls at midnight by
      *   itself and ACTUPD can read it while the run is still up.
       77 W-CMDLOG-FILENAME PIC X(20)    VALUE SPACES.
       77 W-CMDLOG-STATUS PIC XX         VALUE SPACES.
       01 W-CMDLOG-LINE.
           05 W-CG-DATE   PIC 9(8).
           05 FILLER      PIC X          VALUE SPACE.
           05 W-CG-TIME   PIC 9(8).
           05 FILLER      PIC X(6)       VALUE "  CMD=".
           05 W-CG-CMD    PIC X(3).
           05 FILLER      PIC X(5)       VALUE " STA=".
           05 W-CG-STA    PIC X(4).
           05 FILLER      PIC X          VALUE SPACE.
           05 W-CG-OUTCOME PIC X(7).
           05 FILLER      PIC X(4)       VALUE " OP=".
           05 W-CG-OP     PIC X(3).
           05 W-CG-NOTE   PIC X(30)      VALUE SPACES.
      *   Command interlocks from INTRLOCK.DAT, one
      *   "STA|CMD|CHAN|COND|LIMIT" line per rule ('*' comments):
      *   STA is a station ID or * for all, CMD the SENDDATA argument
      *   (ON, OFF) or * for any (WriteSerial's LEDn rules in the same
      *   file never match here), CHAN is TEMP, HUM or AUX with COND
      *   GT/GE/LT/LE/EQ/NE against LIMIT (a number, or HI/LO for the
      *   station's own HITHRESH/LOWTHRESH), or LINK with COND DOWN
      *   (any LIMIT on a LINK rule is WriteSerial's; this program
      *   sees the link itself).
      *   A rule that matches holds the command back; so does a rule
      *   on a channel with no reading yet, since nobody can say the
      *   room is safe.  Rules are numbered by their line in the
      *   file so the BLOCKED audit line points straight at one.
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
       77 W-IL-WAS        PIC X(3)       VALUE SPACES.
       77 W-IL-VALUE-N    PIC 9(3)       VALUE ZERO.
       77 W-IL-LIMIT-USE  PIC 9(3)       VALUE ZERO.
       77 W-IL-TEXT       PIC X(30)      VALUE SPACES.
       77 W-BLOCKED-COUNT PIC 9(5)       VALUE ZERO.
      *   Alarm shelving register SHELVE.DAT, one
      *   "STA|CHAN|KIND|FROM|UNTIL|OPER|REASON" line per shelf ('*'
      *   comments), FROM and UNTIL as yyyymmddhhmm, CHAN and KIND
      *   may be * for any.  It is reread for every alert event -
      *   events are a handful a day and a shelf set or ended while
      *   the run is up counts at once.
       77 W-SH-STATUS     PIC XX         VALUE SPACES.
       01 W-SH-FIELDS.
           05 W-SHF-STA   PIC X(4).
           05 W-SHF-CHAN  PIC X(4).
           05 W-SHF-KIND  PIC X(4).
           05 W-SHF-FROM  PIC X(12).
           05 W-SHF-FROM-N REDEFINES W-SHF-FROM   PIC 9(12).
           05 W-SHF-UNTIL PIC X(12).
           05 W-SHF-UNTIL-N REDEFINES W-SHF-UNTIL PIC 9(12).
       77 W-SH-EVENT-AT   PIC 9(12)      VALUE ZERO.
       77 W-SH-NOW        PIC 9(12)      VALUE ZERO.
       77 W-SHELVED-COUNT PIC 9(5)       VALUE ZERO.
      *   Threshold history THRHIST.DAT, one
      *   "yyyymmdd|hhmmss|STA|LOW|HIGH|SOURCE|OPER|NOTE" line per
      *   band change, STA *CFG for the READSER.CFG default band and
      *   an empty LOW/HIGH for a station field that falls back to
      *   it.  The bands this run loaded take effect now, so any
      *   that differ from the last recorded change were edited by
      *   hand and are recorded as HANDEDIT at start-up; a band
      *   never recorded at all goes in as INITIAL from the start
      *   of time.  The reports judge readings by this file.
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
       77 W-THR-SYNC-FLAG PIC X          VALUE 'N'.
           88 BAND-SYNC-ON               VALUE 'Y'.
      *   Plant-intranet status page (READSER.CFG HTMLDIR= the
      *   folder the intranet web server serves, HTMLCYCLES= polling
      *   passes between rewrites, STALEMIN= minutes after which the
      *   page calls itself stale).  No HTMLDIR, no page.  The page
      *   is written whole as READSER.TMP in that folder and renamed
      *   over READSER.HTM, so a browser gets the old page or the
      *   new one, never half of one; the staleness test runs in the
      *   browser against the stamp, so a dead READSER looks dead.
       77 W-HTML-DIR      PIC X(60)      VALUE SPACES.
       77 W-HTML-CYCLES   PIC 9(4)       VALUE 20.
       77 W-HTML-STALE    PIC 9(3)       VALUE 5.
      *   The stale limit as the page's script gets it: a zero-padded
      *   "010" would read as octal there.
       77 W-HTML-STALE-ED PIC ZZ9        VALUE ZERO.
       77 W-HTML-SPC      PIC 9(2) COMP  VALUE ZERO.
       77 W-HTML-PASS     PIC 9(4) COMP  VALUE ZERO.
       77 W-HTML-LEN      PIC 9(2) COMP  VALUE ZERO.
       77 W-HTML-SEP      PIC X          VALUE SPACE.
       77 W-HTML-TMPNAME  PIC X(80)      VALUE SPACES.
       77 W-HTML-PAGENAME PIC X(80)      VALUE SPACES.
       77 W-HTML-STATUS   PIC XX         VALUE SPACES.
       77 W-HTML-RC       PIC S9(9) COMP-5 VALUE ZERO.
       77 W-HTML-FILE-TYPE PIC X         VALUE "S".
       77 W-HTML-WRITTEN  PIC 9(7)       VALUE ZERO.
       77 W-HTML-FAILED   PIC 9(7)       VALUE ZERO.
       77 W-HTML-ENDED    PIC X          VALUE 'N'.
           88 HTML-SESSION-ENDED         VALUE 'Y'.
       01 W-HTML-DATE.
           05 W-HD-YEAR   PIC 9(4).
           05 W-HD-MONTH  PIC 99.
           05 W-HD-DAY    PIC 99.
       01 W-HTML-TIME.
           05 W-HT-HH     PIC 99.
           05 W-HT-MI     PIC 99.
           05 W-HT-SS     PIC 99.
           05 FILLER      PIC 99.
       01 W-HTML-JS-STAMP.
           05 W-HJ-YEAR   PIC 9(4).
           05 FILLER      PIC X          VALUE ",".
           05 W-HJ-MONTH  PIC Z9.
           05 FILLER      PIC X          VALUE ",".
           05 W-HJ-DAY    PIC Z9.
           05 FILLER      PIC X          VALUE ",".
           05 W-HJ-HH     PIC Z9.
           05 FILLER      PIC X          VALUE ",".
           05 W-HJ-MI     PIC Z9.
           05 FILLER      PIC X          VALUE ",".
           05 W-HJ-SS     PIC Z9.
       77 W-HTML-LINK     PIC X(30)      VALUE SPACES.
       77 W-HTML-ALARMS   PIC X(120)     VALUE SPACES.
       77 W-HTML-PTR      PIC 9(3) COMP  VALUE ZERO.
       77 W-HTML-ROWCOLOR PIC X(7)       VALUE SPACES.
       01 W-HTML-VALUES.
           05 W-HTML-VAL  PIC X(3) OCCURS 3.
       77 W-HTML-DEW      PIC X(4)       VALUE SPACES.
      *   Dynamic-alarm settings (READSER.CFG): ROCLIMIT is the
      *   biggest change allowed across the last ROCWINDOW samples
      *   (0 turns the alarm off), DEBOUNCE is how many consecutive
       77 W-COR-VALUE     PIC S9(5)V99   VALUE ZERO.
       77 W-COR-FINAL     PIC 9(3)       VALUE ZERO.
       77 W-COR-ARGS      PIC X(11)      VALUE SPACES.
      *   Dew point of the current frame, from the corrected TEMP
      *   and HUM by the Magnus formula (constants 17.62 and 243.12
      *   C).  HUM is held to 1-100 so a bone-dry or saturated frame
      *   still gives a figure.  Signed - a cold room's dew point
      *   can sit below zero - and written to the history line in
      *   its four-character "+012" form.
       77 W-DEW-TEMP      PIC 9(3)       VALUE ZERO.
       77 W-DEW-RH        PIC 9(3)       VALUE ZERO.
       77 W-DEW-GAMMA     PIC S9(3)V9(6) VALUE ZERO.
       01 W-DEW-OUT.
           05 W-DEW-POINT PIC S9(3) SIGN LEADING SEPARATE VALUE ZERO.
       77 W-DEW-EDIT      PIC ---9       VALUE ZERO.
      *   Connection-event capture: each station's link going down
      *   or coming back is one dated event in CONNEVyyyymmdd.LOG,
      *   written the way the alert events are - an open event
       77 W-STAF-OPEN     PIC X          VALUE 'N'.
           88 STATUS-FILE-OPEN           VALUE 'Y'.
      *   Station table, from the READSER.DEV device master (one
      *   "ID|NAME|HOST|PORT|LOWTHRESH|HITHRESH|COMPORT|DEWMAX" line
      *   per station; COMPORT is WriteSerial's, DEWMAX the highest
      *   dew point allowed, left empty for no dew-point alarm).
      *   Without a device master, station 1 is built from READSER.CFG
      *   and the program behaves exactly as it always has.  The
      *   table row carries everything one station needs between
              10 W-STA-TEMP        PIC X(3).
              10 W-STA-HUM         PIC X(3).
              10 W-STA-AUX         PIC X(3).
              10 W-STA-DEW         PIC X(4).
              10 W-STA-ALERT       PIC X.
              10 W-STA-EXC-ACTIVE  PIC X.
              10 W-STA-EXC-LIMIT   PIC X(4).
              10 W-STA-EXC-DATE    PIC 9(8).
              10 W-STA-EXC-START   PIC X(8).
              10 W-STA-AUTO-FIRED  PIC X.
      *   The auto-response command last held back by an interlock,
      *   so a command blocked on every pass is audited only once.
              10 W-STA-AUTO-BLK    PIC X(3).
      *   Retry countdown after a failed connect: the station sits
      *   out this many polling slices before the next attempt, so
      *   a dead station is retried every few seconds instead of
              10 W-STA-DOWN-DATE   PIC 9(8).
              10 W-STA-DOWN-TIME   PIC 9(6).
              10 W-STA-RETRIES     PIC 9(5).
      *   Dew-point alarm: the station's DEWMAX (W-STA-DEW-SET 'N'
      *   when it has none) and an active-condition tracker kept
      *   the same way as the dynamic alarms'.
              10 W-STA-DEW-MAX     PIC 9(3).
              10 W-STA-DEW-SET     PIC X.
              10 W-STA-DEW-ACT     PIC X.
              10 W-STA-DEW-DATE    PIC 9(8).
              10 W-STA-DEW-START   PIC X(8).
              10 W-STA-DEW-WORST   PIC 9(3).
      *   Whether each standing alarm's open event went out under a
      *   shelf, and the minute the shelves were last re-read for the
      *   station, so one whose shelf ends while it stands is raised
      *   again live.
              10 W-STA-EXC-SHLV    PIC X.
              10 W-STA-ROC-SHLV    PIC X.
              10 W-STA-STK-SHLV    PIC X.
              10 W-STA-DEW-SHLV    PIC X.
              10 W-STA-SHLV-CHK    PIC 9(12).
      *   Fields picked apart from one device master line.  The
      *   numeric ones are measured to their last non-space character
      *   before the numeric test, so "8080" is as good a port as
           05 W-DEV-PORT  PIC X(5).
           05 W-DEV-LOW   PIC X(3).
           05 W-DEV-HIGH  PIC X(3).
           05 W-DEV-COMPORT PIC X(6).
           05 W-DEV-DEWMAX PIC X(3).
       77 W-DEV-TRIM      PIC X(5)       VALUE SPACES.
       77 W-DEV-LEN       PIC 9(2) COMP  VALUE ZERO.
       77 W-DEV-PORT-OK   PIC X          VALUE 'N'.
       77 W-DEV-LOW-OK    PIC X          VALUE 'N'.
       77 W-DEV-HIGH-N    PIC 9(3)       VALUE ZERO.
       77 W-DEV-HIGH-OK   PIC X          VALUE 'N'.
       77 W-DEV-DEW-N     PIC 9(3)       VALUE ZERO.
       77 W-DEV-DEW-OK    PIC X          VALUE 'N'.
      *   One display line of the per-station screen.
       01 W-STA-LINE-BUF.
           05 W-SL-ID     PIC X(4).
           05 FILLER      PIC X(2)       VALUE SPACES.
           05 W-SL-AUX    PIC X(3).
           05 FILLER      PIC X(2)       VALUE SPACES.
           05 W-SL-DEW    PIC X(4).
           05 FILLER      PIC X(2)       VALUE SPACES.
           05 W-SL-STATUS PIC X(10).
           05 FILLER      PIC X          VALUE SPACE.
           05 W-SL-ALERT  PIC X(7).
           05 W-AL-WORST  PIC 9(3).
           05 FILLER      PIC X(5)       VALUE " ACK=".
           05 W-AL-ACK    PIC X          VALUE 'N'.
      *   Columns 88-90 belong to ALERTACK (who acknowledged); the
      *   shelved flag follows them.
           05 FILLER      PIC X(3)       VALUE SPACES.
           05 FILLER      PIC X(6)       VALUE " SHLV=".
           05 W-AL-SHELVED PIC X         VALUE 'N'.
      *   Operator sign-on against OPERMAST.DAT, one
      *   "ID|PASSWORD|LEVEL|NAME" line per operator ('*' comments,
      *   level 1=VIEW 2=OPERATE 3=SUPERVISE).  A missing master
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
           03 LINE 10 COLUMN 02 PIC X(40)
              USING W-CONFIRM-MSG COLOR 14.
           03 LINE 11 COLUMN 02 HIGHLIGHT
              "STA   NAME          TEMP  HUM  AUX   DEW  STATUS"
              COLOR 11.
           03 LINE 18 COLUMN 02 HIGHLIGHT "REJECTED FRAMES:" COLOR 6.
           03 LINE 18 COLUMN 19 PIC ZZZZ9
            IF DRILL-MODE
               PERFORM LOAD-DEVICE-MASTER
               PERFORM LOAD-CALIBRATION
               PERFORM LOAD-INTERLOCKS
               PERFORM RUN-DRILL
               STOP RUN
            END-IF
            DISPLAY MAIN-SCREEN

            PERFORM OPEN-HISTORY-LOG
            PERFORM SYNC-CONFIG-BAND
            PERFORM LOAD-DEVICE-MASTER
            MOVE 'N' TO W-THR-SYNC-FLAG
            PERFORM LOAD-CALIBRATION
            PERFORM LOAD-INTERLOCKS

            IF MULTI-STATION-MODE
               DISPLAY MULTI-FIELDS
               DISPLAY FIELDS
            END-IF

            PERFORM BUILD-STATUS-PAGE-NAMES
            PERFORM CONNECT-ALL-STATIONS

            PERFORM THREAD WORKING-CYCLE
                  PERFORM WRITE-DYNAMIC-EVENT
                  MOVE 'N' TO W-STA-STK-ACT (W-SX)
               END-IF
               IF W-STA-DEW-ACT (W-SX) = 'Y'
                  MOVE W-STA-DEW-DATE  (W-SX) TO W-DYN-DATE
                  MOVE W-STA-DEW-START (W-SX) TO W-DYN-START-X
                  MOVE "DEWP"                 TO W-DYN-LIMIT
                  MOVE W-STA-DEW-WORST (W-SX) TO W-DYN-WORST
                  PERFORM WRITE-DYNAMIC-EVENT
                  MOVE 'N' TO W-STA-DEW-ACT (W-SX)
               END-IF
      *   A station still unreachable gets its outage closed at the
      *   session end, so the availability report never meets an
      *   outage with no measured end.
               END-IF
               PERFORM STORE-CURRENT-STATION
            END-PERFORM
      *   One last page, saying the session ended, so the intranet
      *   shows a stopped READSER rather than its last busy moment.
            IF W-HTML-DIR NOT = SPACES
               SET HTML-SESSION-ENDED TO TRUE
               PERFORM WRITE-STATUS-PAGE
            END-IF
            IF SUSPENSE-FILE-OPEN
               CLOSE SUSPENSE-FILE
            END-IF
                           MOVE W-CFG-VALUE TO W-LOW-THRESH
                        WHEN "HITHRESH"
                           MOVE W-CFG-VALUE TO W-HIGH-THRESH
      *   A folder path outgrows the 20-byte value field, so it is
      *   taken straight from the line.
                        WHEN "HTMLDIR"
                           MOVE CONFIG-RECORD(9:52) TO W-HTML-DIR
                        WHEN "HTMLCYCLES"
                           MOVE W-CFG-VALUE TO W-HTML-CYCLES
                           IF W-HTML-CYCLES < 1
                              MOVE 1 TO W-HTML-CYCLES
                           END-IF
                        WHEN "STALEMIN"
                           MOVE W-CFG-VALUE TO W-HTML-STALE
                        WHEN "AUTORESP"
                           MOVE W-CFG-VALUE(1:1) TO W-AUTO-RESP
                        WHEN "ALERTCMD"
               MOVE W-CFG-PORT  TO W-STA-PORT (1)
               MOVE W-LOW-THRESH  TO W-STA-LOW  (1)
               MOVE W-HIGH-THRESH TO W-STA-HIGH (1)
               MOVE ZERO          TO W-STA-DEW-MAX (1)
               MOVE 'N'           TO W-STA-DEW-SET (1)
               PERFORM INIT-STATION-STATE
            END-IF
            .
               UNSTRING DEVICE-RECORD DELIMITED BY "|"
                  INTO W-DEV-ID W-DEV-NAME W-DEV-HOST
                       W-DEV-PORT W-DEV-LOW W-DEV-HIGH
                       W-DEV-COMPORT W-DEV-DEWMAX

               PERFORM EDIT-DEVICE-NUMERICS

                  ELSE
                     MOVE W-HIGH-THRESH TO W-STA-HIGH (W-STATION-COUNT)
                  END-IF
                  MOVE W-DEV-DEW-N  TO W-STA-DEW-MAX (W-STATION-COUNT)
                  MOVE W-DEV-DEW-OK TO W-STA-DEW-SET (W-STATION-COUNT)
                  IF BAND-SYNC-ON
                     MOVE W-DEV-ID TO W-THC-STA
                     MOVE SPACES   TO W-THC-LOW W-THC-HIGH
                     IF W-DEV-LOW-OK = 'Y'
                        MOVE W-DEV-LOW-N  TO W-THC-LOW
                     END-IF
                     IF W-DEV-HIGH-OK = 'Y'
                        MOVE W-DEV-HIGH-N TO W-THC-HIGH
                     END-IF
                     PERFORM CHECK-BAND-HISTORY
                  END-IF
                  MOVE W-STATION-COUNT TO W-SX
                  PERFORM INIT-STATION-STATE-N
               ELSE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Start-up check of the bands just loaded against the last
      *   change THRHIST.DAT recorded for each: the READSER.CFG band
      *   here, every device master station as LOAD-ONE-STATION
      *   reads it.  Drills never get here, they only replay.
       SYNC-CONFIG-BAND.
            PERFORM LOAD-LATEST-BANDS
            SET BAND-SYNC-ON TO TRUE
            MOVE "*CFG"        TO W-THC-STA
            MOVE W-LOW-THRESH  TO W-THC-LOW
            MOVE W-HIGH-THRESH TO W-THC-HIGH
            PERFORM CHECK-BAND-HISTORY
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
      *   recorded goes in as INITIAL, stamped at the start of time
      *   so every older reading is judged by it; different means
      *   someone edited the file by hand, recorded from now, which
      *   is when this run starts judging by it.
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
               MOVE "FIRST SEEN BY READSER" TO W-THF-NOTE
               PERFORM WRITE-BAND-HISTORY
            ELSE
               IF W-THL-LOW  (W-THL-SLOT) NOT = W-THC-LOW
                  OR W-THL-HIGH (W-THL-SLOT) NOT = W-THC-HIGH
                  ACCEPT W-THR-NOW-DATE FROM DATE YYYYMMDD
                  ACCEPT W-THR-NOW-TIME FROM TIME
                  MOVE W-THR-NOW-DATE      TO W-THF-DATE
                  MOVE W-THR-NOW-TIME(1:6) TO W-THF-TIME
                  MOVE "HANDEDIT" TO W-THF-SOURCE
                  STRING "SEEN BY READSER, WAS "  DELIMITED SIZE
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
      *   Read CALIB.DAT and keep, per station/channel, the newest
      *   entry whose effective date has arrived.  No file means no
                   INTO W-COR-ARGS
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The dew point of the frame just corrected, also kept as
      *   display text for the screen and the station's row.
       SET-DEW-POINT.
            MOVE W-COR-CHAN (1) TO W-DEW-TEMP
            MOVE W-COR-CHAN (2) TO W-DEW-RH
            PERFORM COMPUTE-DEW-POINT
            MOVE W-DEW-POINT TO W-DEW-EDIT
            MOVE W-DEW-EDIT  TO W-CHAN-DEW
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
      *   Convert the port and threshold texts from the device line,
      *   measured to their last non-space character, flagging each
      *   its 'N' flag and falls back to the READSER.CFG value.
       EDIT-DEVICE-NUMERICS.
            MOVE 'N' TO W-DEV-PORT-OK W-DEV-LOW-OK W-DEV-HIGH-OK
            MOVE 'N' TO W-DEV-DEW-OK
            MOVE ZERO TO W-DEV-DEW-N

            MOVE ZERO TO W-DEV-LEN
            UNSTRING W-DEV-PORT DELIMITED BY " "
               MOVE W-DEV-HIGH(1:W-DEV-LEN) TO W-DEV-HIGH-N
               MOVE 'Y' TO W-DEV-HIGH-OK
            END-IF

            MOVE ZERO TO W-DEV-LEN
            UNSTRING W-DEV-DEWMAX DELIMITED BY " "
               INTO W-DEV-TRIM COUNT IN W-DEV-LEN
            IF W-DEV-LEN > ZERO
               AND W-DEV-DEWMAX(1:W-DEV-LEN) IS NUMERIC
               MOVE W-DEV-DEWMAX(1:W-DEV-LEN) TO W-DEV-DEW-N
               MOVE 'Y' TO W-DEV-DEW-OK
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
                     MOVE ZERO TO W-DEV-LEN
                     UNSTRING W-ILF-LIMIT DELIMITED BY " "
                        INTO W-DEV-TRIM COUNT IN W-DEV-LEN
                     IF W-DEV-LEN > ZERO
                        AND W-ILF-LIMIT(1:W-DEV-LEN) IS NUMERIC
                        MOVE W-ILF-LIMIT(1:W-DEV-LEN) TO W-IL-LIMIT-USE
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
            MOVE SPACES TO W-STA-TEMP        (W-SX)
            MOVE SPACES TO W-STA-HUM         (W-SX)
            MOVE SPACES TO W-STA-AUX         (W-SX)
            MOVE SPACES TO W-STA-DEW         (W-SX)
            MOVE 'N'    TO W-STA-ALERT       (W-SX)
            MOVE 'N'    TO W-STA-EXC-ACTIVE  (W-SX)
            MOVE SPACES TO W-STA-EXC-LIMIT   (W-SX)
            MOVE ZERO   TO W-STA-EXC-DATE    (W-SX)
            MOVE "00000000" TO W-STA-EXC-START (W-SX)
            MOVE 'N'    TO W-STA-AUTO-FIRED  (W-SX)
            MOVE SPACES TO W-STA-AUTO-BLK    (W-SX)
            MOVE ZERO   TO W-STA-LAST-VAL    (W-SX)
            MOVE ZERO   TO W-STA-SAME-CNT    (W-SX)
            MOVE ZERO   TO W-STA-RING-CNT    (W-SX)
            MOVE ZERO   TO W-STA-DOWN-DATE   (W-SX)
            MOVE ZERO   TO W-STA-DOWN-TIME   (W-SX)
            MOVE ZERO   TO W-STA-RETRIES     (W-SX)
            MOVE 'N'    TO W-STA-DEW-ACT     (W-SX)
            MOVE ZERO   TO W-STA-DEW-DATE    (W-SX)
            MOVE "00000000" TO W-STA-DEW-START (W-SX)
            MOVE ZERO   TO W-STA-DEW-WORST   (W-SX)
            MOVE 'N'    TO W-STA-EXC-SHLV    (W-SX)
            MOVE 'N'    TO W-STA-ROC-SHLV    (W-SX)
            MOVE 'N'    TO W-STA-STK-SHLV    (W-SX)
            MOVE 'N'    TO W-STA-DEW-SHLV    (W-SX)
            MOVE ZERO   TO W-STA-SHLV-CHK    (W-SX)
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
            MOVE W-STA-TEMP   (W-SX) TO W-CHAN-TEMP
            MOVE W-STA-HUM    (W-SX) TO W-CHAN-HUMID
            MOVE W-STA-AUX    (W-SX) TO W-CHAN-AUX
            MOVE W-STA-DEW    (W-SX) TO W-CHAN-DEW
            MOVE W-STA-ALERT  (W-SX) TO W-ALERT-FLAG
            MOVE W-STA-EXC-ACTIVE (W-SX) TO W-EXC-ACTIVE
            MOVE W-STA-EXC-LIMIT  (W-SX) TO W-EXC-LIMIT
            MOVE W-CHAN-TEMP   TO W-STA-TEMP   (W-SX)
            MOVE W-CHAN-HUMID  TO W-STA-HUM    (W-SX)
            MOVE W-CHAN-AUX    TO W-STA-AUX    (W-SX)
            MOVE W-CHAN-DEW    TO W-STA-DEW    (W-SX)
            MOVE W-ALERT-FLAG  TO W-STA-ALERT  (W-SX)
            MOVE W-EXC-ACTIVE  TO W-STA-EXC-ACTIVE (W-SX)
            MOVE W-EXC-LIMIT   TO W-STA-EXC-LIMIT  (W-SX)
               MOVE W-STA-TEMP (W-DX) TO W-SL-TEMP
               MOVE W-STA-HUM  (W-DX) TO W-SL-HUM
               MOVE W-STA-AUX  (W-DX) TO W-SL-AUX
               MOVE W-STA-DEW  (W-DX) TO W-SL-DEW
               IF W-STA-CONN (W-DX) = 'Y'
                  MOVE "CONNECTED " TO W-SL-STATUS
               ELSE
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   READSER.TMP and READSER.HTM in the HTMLDIR folder, with a
      *   separator added when the configured path has none at its
      *   end.  The pass counter starts full so the first pass of
      *   the cycle writes a page at once.
       BUILD-STATUS-PAGE-NAMES.
            IF W-HTML-DIR NOT = SPACES
               PERFORM VARYING W-HTML-LEN FROM 60 BY -1
                  UNTIL W-HTML-LEN < 1
                     OR W-HTML-DIR(W-HTML-LEN:1) NOT = SPACE
                  CONTINUE
               END-PERFORM
               MOVE SPACE TO W-HTML-SEP
               IF W-HTML-DIR(W-HTML-LEN:1) NOT = "\"
                  AND W-HTML-DIR(W-HTML-LEN:1) NOT = "/"
                  MOVE "\" TO W-HTML-SEP
               END-IF
               MOVE SPACES TO W-HTML-TMPNAME W-HTML-PAGENAME
               STRING W-HTML-DIR(1:W-HTML-LEN) DELIMITED SIZE
                      W-HTML-SEP               DELIMITED BY SPACE
                      "READSER.TMP"            DELIMITED SIZE
                      INTO W-HTML-TMPNAME
               STRING W-HTML-DIR(1:W-HTML-LEN) DELIMITED SIZE
                      W-HTML-SEP               DELIMITED BY SPACE
                      "READSER.HTM"            DELIMITED SIZE
                      INTO W-HTML-PAGENAME
               MOVE W-HTML-CYCLES TO W-HTML-PASS
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The snapshot: stamp, one table row per station (corrected
      *   TEMP/HUM/AUX as last read, link state, any excursion or
      *   dynamic alarm standing with its start), the reject
      *   counter, and a few lines of script that compare the stamp
      *   with the browser's clock and turn the page STALE once it
      *   is more than STALEMIN minutes old.  The page refreshes
      *   itself every 30 seconds.  A page that cannot be written or
      *   renamed this time is counted and tried again next time;
      *   the one already on the server stays where it is.
       WRITE-STATUS-PAGE.
            OPEN OUTPUT STATUS-PAGE
            IF W-HTML-STATUS NOT = "00"
               ADD 1 TO W-HTML-FAILED
            ELSE
               ACCEPT W-HTML-DATE FROM DATE YYYYMMDD
               ACCEPT W-HTML-TIME FROM TIME
               PERFORM WRITE-PAGE-HEAD
               PERFORM VARYING W-DX FROM 1 BY 1
                  UNTIL W-DX > W-STATION-COUNT
                  PERFORM WRITE-PAGE-STATION-ROW
               END-PERFORM
               PERFORM WRITE-PAGE-FOOT
               CLOSE STATUS-PAGE
      *   Where the rename will not replace an existing page the old
      *   one is removed first; the browser then sees a missing page
      *   for a moment, still never a half-written one.
               CALL "C$RENAME" USING W-HTML-TMPNAME, W-HTML-PAGENAME
                               GIVING W-HTML-RC
               IF W-HTML-RC NOT = ZERO
                  CALL "C$DELETE" USING W-HTML-PAGENAME,
                                        W-HTML-FILE-TYPE
                  CALL "C$RENAME" USING W-HTML-TMPNAME,
                                        W-HTML-PAGENAME
                                  GIVING W-HTML-RC
               END-IF
               IF W-HTML-RC = ZERO
                  ADD 1 TO W-HTML-WRITTEN
               ELSE
                  ADD 1 TO W-HTML-FAILED
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       WRITE-PAGE-HEAD.
            MOVE "<HTML><HEAD><TITLE>READSER PLANT STATUS</TITLE>"
               TO STATUS-PAGE-RECORD
            WRITE STATUS-PAGE-RECORD
            MOVE "<META HTTP-EQUIV=""refresh"" CONTENT=""30"">"
               TO STATUS-PAGE-RECORD
            WRITE STATUS-PAGE-RECORD
            MOVE SPACES TO STATUS-PAGE-RECORD
            STRING "<META HTTP-EQUIV=""Cache-Control"" "
                   "CONTENT=""no-cache"">"
                   DELIMITED SIZE INTO STATUS-PAGE-RECORD
            WRITE STATUS-PAGE-RECORD
            MOVE "</HEAD><BODY STYLE=""font-family:monospace"">"
               TO STATUS-PAGE-RECORD
            WRITE STATUS-PAGE-RECORD
            MOVE "<H2>READSER PLANT STATUS</H2>" TO STATUS-PAGE-RECORD
            WRITE STATUS-PAGE-RECORD
            MOVE SPACES TO STATUS-PAGE-RECORD
            STRING "<P>SNAPSHOT TAKEN " DELIMITED SIZE
                   W-HD-YEAR "-" W-HD-MONTH "-" W-HD-DAY " "
                   W-HT-HH ":" W-HT-MI ":" W-HT-SS
                                        DELIMITED SIZE
                   "</P>"               DELIMITED SIZE
                   INTO STATUS-PAGE-RECORD
            WRITE STATUS-PAGE-RECORD
            IF HTML-SESSION-ENDED
               MOVE SPACES TO STATUS-PAGE-RECORD
               STRING "<P><B>READSER SESSION ENDED - "
                      "NO LONGER POLLING</B></P>"
                      DELIMITED SIZE INTO STATUS-PAGE-RECORD
               WRITE STATUS-PAGE-RECORD
            END-IF
            MOVE SPACES TO STATUS-PAGE-RECORD
            STRING "<P ID=""stale"" "
                   "STYLE=""color:red;font-weight:bold""></P>"
                   DELIMITED SIZE INTO STATUS-PAGE-RECORD
            WRITE STATUS-PAGE-RECORD
            MOVE "<TABLE BORDER=""1"" CELLPADDING=""4"">"
               TO STATUS-PAGE-RECORD
            WRITE STATUS-PAGE-RECORD
            MOVE SPACES TO STATUS-PAGE-RECORD
            STRING "<TR><TH>STATION</TH><TH>NAME</TH><TH>LINK</TH>"
                   "<TH>TEMP</TH><TH>HUM</TH><TH>AUX</TH>"
                   "<TH>DEW</TH>"
                   "<TH>ACTIVE ALARMS (SINCE)</TH></TR>"
                   DELIMITED SIZE INTO STATUS-PAGE-RECORD
            WRITE STATUS-PAGE-RECORD
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       WRITE-PAGE-STATION-ROW.
            MOVE W-STA-TEMP (W-DX) TO W-HTML-VAL (1)
            MOVE W-STA-HUM  (W-DX) TO W-HTML-VAL (2)
            MOVE W-STA-AUX  (W-DX) TO W-HTML-VAL (3)
            PERFORM VARYING W-VX FROM 1 BY 1 UNTIL W-VX > 3
               IF W-HTML-VAL (W-VX) = SPACES
                  MOVE "---" TO W-HTML-VAL (W-VX)
               END-IF
            END-PERFORM
            MOVE W-STA-DEW  (W-DX) TO W-HTML-DEW
            IF W-HTML-DEW = SPACES
               MOVE "---" TO W-HTML-DEW
            END-IF

            MOVE SPACES TO W-HTML-LINK
            IF W-STA-CONN (W-DX) = 'Y'
               MOVE "UP" TO W-HTML-LINK
            ELSE
               IF W-STA-DOWN-TIME (W-DX) > ZERO
                  STRING "DOWN SINCE "                 DELIMITED SIZE
                         W-STA-DOWN-TIME (W-DX) (1:2)  DELIMITED SIZE
                         ":"                           DELIMITED SIZE
                         W-STA-DOWN-TIME (W-DX) (3:2)  DELIMITED SIZE
                         ":"                           DELIMITED SIZE
                         W-STA-DOWN-TIME (W-DX) (5:2)  DELIMITED SIZE
                         INTO W-HTML-LINK
               ELSE
                  MOVE "DOWN" TO W-HTML-LINK
               END-IF
            END-IF

            MOVE SPACES TO W-HTML-ALARMS
            MOVE 1      TO W-HTML-PTR
            IF W-STA-EXC-ACTIVE (W-DX) = 'Y'
               STRING "TEMP "                     DELIMITED SIZE
                      W-STA-EXC-LIMIT (W-DX)      DELIMITED BY SPACE
                      " ("                        DELIMITED SIZE
                      W-STA-EXC-START (W-DX) (1:2) DELIMITED SIZE
                      ":"                         DELIMITED SIZE
                      W-STA-EXC-START (W-DX) (3:2) DELIMITED SIZE
                      ":"                         DELIMITED SIZE
                      W-STA-EXC-START (W-DX) (5:2) DELIMITED SIZE
                      ") "                        DELIMITED SIZE
                      INTO W-HTML-ALARMS WITH POINTER W-HTML-PTR
            END-IF
            IF W-STA-ROC-ACT (W-DX) = 'Y'
               STRING "RATE OF CHANGE ("          DELIMITED SIZE
                      W-STA-ROC-START (W-DX) (1:2) DELIMITED SIZE
                      ":"                         DELIMITED SIZE
                      W-STA-ROC-START (W-DX) (3:2) DELIMITED SIZE
                      ":"                         DELIMITED SIZE
                      W-STA-ROC-START (W-DX) (5:2) DELIMITED SIZE
                      ") "                        DELIMITED SIZE
                      INTO W-HTML-ALARMS WITH POINTER W-HTML-PTR
            END-IF
            IF W-STA-STK-ACT (W-DX) = 'Y'
               STRING "STUCK PROBE ("             DELIMITED SIZE
                      W-STA-STK-START (W-DX) (1:2) DELIMITED SIZE
                      ":"                         DELIMITED SIZE
                      W-STA-STK-START (W-DX) (3:2) DELIMITED SIZE
                      ":"                         DELIMITED SIZE
                      W-STA-STK-START (W-DX) (5:2) DELIMITED SIZE
                      ") "                        DELIMITED SIZE
                      INTO W-HTML-ALARMS WITH POINTER W-HTML-PTR
            END-IF
            IF W-STA-DEW-ACT (W-DX) = 'Y'
               STRING "DEW POINT ("               DELIMITED SIZE
                      W-STA-DEW-START (W-DX) (1:2) DELIMITED SIZE
                      ":"                         DELIMITED SIZE
                      W-STA-DEW-START (W-DX) (3:2) DELIMITED SIZE
                      ":"                         DELIMITED SIZE
                      W-STA-DEW-START (W-DX) (5:2) DELIMITED SIZE
                      ") "                        DELIMITED SIZE
                      INTO W-HTML-ALARMS WITH POINTER W-HTML-PTR
            END-IF

            EVALUATE TRUE
               WHEN W-HTML-ALARMS NOT = SPACES
                  MOVE "#FF9090" TO W-HTML-ROWCOLOR
               WHEN W-STA-CONN (W-DX) NOT = 'Y'
                  MOVE "#C0C0C0" TO W-HTML-ROWCOLOR
               WHEN OTHER
                  MOVE "#C0FFC0" TO W-HTML-ROWCOLOR
            END-EVALUATE
            IF W-HTML-ALARMS = SPACES
               MOVE "NONE" TO W-HTML-ALARMS
            END-IF

            MOVE SPACES TO STATUS-PAGE-RECORD
            STRING "<TR BGCOLOR="""          DELIMITED SIZE
                   W-HTML-ROWCOLOR           DELIMITED SIZE
                   """><TD>"                 DELIMITED SIZE
                   W-STA-ID (W-DX)           DELIMITED SIZE
                   "</TD><TD>"               DELIMITED SIZE
                   W-STA-NAME (W-DX)         DELIMITED SIZE
                   "</TD><TD>"               DELIMITED SIZE
                   W-HTML-LINK               DELIMITED BY "  "
                   "</TD><TD>"               DELIMITED SIZE
                   W-HTML-VAL (1)            DELIMITED SIZE
                   "</TD><TD>"               DELIMITED SIZE
                   W-HTML-VAL (2)            DELIMITED SIZE
                   "</TD><TD>"               DELIMITED SIZE
                   W-HTML-VAL (3)            DELIMITED SIZE
                   "</TD><TD>"               DELIMITED SIZE
                   W-HTML-DEW                DELIMITED SIZE
                   "</TD><TD>"               DELIMITED SIZE
                   W-HTML-ALARMS             DELIMITED BY "  "
                   "</TD></TR>"              DELIMITED SIZE
                   INTO STATUS-PAGE-RECORD
            WRITE STATUS-PAGE-RECORD
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   JavaScript months run 0-11, hence the month less one.
       WRITE-PAGE-FOOT.
            MOVE "</TABLE>" TO STATUS-PAGE-RECORD
            WRITE STATUS-PAGE-RECORD
            MOVE SPACES TO STATUS-PAGE-RECORD
            STRING "<P>REJECTED FRAMES THIS SESSION: " DELIMITED SIZE
                   W-REJECT-COUNT                      DELIMITED SIZE
                   "</P>"                              DELIMITED SIZE
                   INTO STATUS-PAGE-RECORD
            WRITE STATUS-PAGE-RECORD

            MOVE W-HD-YEAR TO W-HJ-YEAR
            COMPUTE W-HJ-MONTH = W-HD-MONTH - 1
            MOVE W-HD-DAY  TO W-HJ-DAY
            MOVE W-HT-HH   TO W-HJ-HH
            MOVE W-HT-MI   TO W-HJ-MI
            MOVE W-HT-SS   TO W-HJ-SS
            MOVE "<SCRIPT TYPE=""text/javascript"">"
               TO STATUS-PAGE-RECORD
            WRITE STATUS-PAGE-RECORD
            MOVE SPACES TO STATUS-PAGE-RECORD
            STRING "var snap = new Date(" DELIMITED SIZE
                   W-HTML-JS-STAMP        DELIMITED SIZE
                   ");"                   DELIMITED SIZE
                   INTO STATUS-PAGE-RECORD
            WRITE STATUS-PAGE-RECORD
            MOVE SPACES TO STATUS-PAGE-RECORD
            STRING "var age = (new Date().getTime() - "
                   "snap.getTime()) / 60000;"
                   DELIMITED SIZE INTO STATUS-PAGE-RECORD
            WRITE STATUS-PAGE-RECORD
            MOVE SPACES TO STATUS-PAGE-RECORD
            MOVE W-HTML-STALE TO W-HTML-STALE-ED
            MOVE ZERO TO W-HTML-SPC
            INSPECT W-HTML-STALE-ED TALLYING W-HTML-SPC
               FOR LEADING SPACES
            STRING "if (age > " DELIMITED SIZE
                   W-HTML-STALE-ED(W-HTML-SPC + 1:) DELIMITED SIZE
                   ") {"        DELIMITED SIZE
                   INTO STATUS-PAGE-RECORD
            WRITE STATUS-PAGE-RECORD
            MOVE SPACES TO STATUS-PAGE-RECORD
            STRING "  document.getElementById(""stale"").innerHTML = "
                   """STALE - NOT UPDATED FOR "" + Math.floor(age) + "
                   """ MINUTES, READSER MAY BE DOWN"";"
                   DELIMITED SIZE INTO STATUS-PAGE-RECORD
            WRITE STATUS-PAGE-RECORD
            MOVE "  document.body.style.backgroundColor = ""#FFD0D0"";"
               TO STATUS-PAGE-RECORD
            WRITE STATUS-PAGE-RECORD
            MOVE "}" TO STATUS-PAGE-RECORD
            WRITE STATUS-PAGE-RECORD
            MOVE "</SCRIPT>" TO STATUS-PAGE-RECORD
            WRITE STATUS-PAGE-RECORD
            MOVE "</BODY></HTML>" TO STATUS-PAGE-RECORD
            WRITE STATUS-PAGE-RECORD
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   In unattended mode, work out how long this session has been
      *   running and flip W-TIME-EXPIRED once it hits the configured
                  PERFORM WRITE-DYNAMIC-EVENT
                  MOVE 'N' TO W-STA-STK-ACT (W-SX)
               END-IF
               IF W-STA-DEW-ACT (W-SX) = 'Y'
                  MOVE W-STA-DEW-DATE  (W-SX) TO W-DYN-DATE
                  MOVE W-STA-DEW-START (W-SX) TO W-DYN-START-X
                  MOVE "DEWP"                 TO W-DYN-LIMIT
                  MOVE W-STA-DEW-WORST (W-SX) TO W-DYN-WORST
                  PERFORM WRITE-DYNAMIC-EVENT
                  MOVE 'N' TO W-STA-DEW-ACT (W-SX)
               END-IF
               PERFORM STORE-CURRENT-STATION
            END-PERFORM
            MOVE ZERO TO W-ROLL-ALERT-DATE
                  DISPLAY FIELDS
               END-IF

               IF W-HTML-DIR NOT = SPACES
                  ADD 1 TO W-HTML-PASS
                  IF W-HTML-PASS >= W-HTML-CYCLES
                     PERFORM WRITE-STATUS-PAGE
                     MOVE ZERO TO W-HTML-PASS
                  END-IF
               END-IF

      *   Keyboard commands always talk to station 1, whose slice is
      *   made current again before the handlers run.
               MOVE 1 TO W-SX
                  MOVE W-COR-CHAN (1) TO W-CHAN-TEMP
                  MOVE W-COR-CHAN (2) TO W-CHAN-HUMID
                  MOVE W-COR-CHAN (3) TO W-CHAN-AUX
                  PERFORM SET-DEW-POINT

                  PERFORM CHECK-THRESHOLD
                  PERFORM CHECK-DYNAMIC-ALARMS
                  PERFORM CHECK-DEW-ALARM
                  PERFORM CHECK-SHELF-EXPIRY
                  PERFORM CHECK-AUTO-RESPONSE
                  PERFORM WRITE-HISTORY-RECORD
               ELSE
            MOVE SPACES TO KEY-PRESSED
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Run command W-IL-CMD-IN for the current station past every
      *   interlock rule that names it (or * for either), against the
      *   station's latest corrected reading and its link.  The first
      *   rule that trips sets INTERLOCK-BLOCKED and W-IL-HIT.
       CHECK-INTERLOCKS.
            MOVE 'N'  TO W-IL-BLOCK
            MOVE ZERO TO W-IL-HIT
            PERFORM VARYING W-ILX FROM 1 BY 1
               UNTIL W-ILX > W-IL-COUNT OR INTERLOCK-BLOCKED
               IF (W-IL-STA (W-ILX) = "*" OR W-CUR-STA-ID)
                  AND (W-IL-CMD (W-ILX) = "*" OR W-IL-CMD-IN)
                  PERFORM TEST-ONE-INTERLOCK
               END-IF
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       TEST-ONE-INTERLOCK.
            MOVE SPACES TO W-IL-WAS
            IF W-IL-CHAN (W-ILX) = "LINK"
               IF CONNECTION-DOWN
                  MOVE 'Y' TO W-IL-BLOCK
               END-IF
            ELSE
               EVALUATE W-IL-CHAN (W-ILX)
                  WHEN "TEMP"  MOVE W-CHAN-TEMP  TO W-IL-WAS
                  WHEN "HUM "  MOVE W-CHAN-HUMID TO W-IL-WAS
                  WHEN OTHER   MOVE W-CHAN-AUX   TO W-IL-WAS
               END-EVALUATE
               EVALUATE W-IL-LIMIT (W-ILX)
                  WHEN "HI "   MOVE W-HIGH-THRESH TO W-IL-LIMIT-USE
                  WHEN "LO "   MOVE W-LOW-THRESH  TO W-IL-LIMIT-USE
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
      *   "RULE=nnn TEMP GT 30 WAS 034" for the rule in W-IL-HIT, as
      *   the command log, the screen and the drill report show it.
       BUILD-INTERLOCK-TEXT.
            MOVE SPACES TO W-IL-TEXT
            IF W-IL-CHAN (W-IL-HIT) = "LINK"
               STRING "RULE="              DELIMITED SIZE
                      W-IL-LINE (W-IL-HIT) DELIMITED SIZE
                      " LINK DOWN"         DELIMITED SIZE
                      INTO W-IL-TEXT
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
      *   '1' arms the LED-ON confirmation the first time, and fires
      *   "SENDDATA:ON" the second time it is pressed in a row - unless
      *   an interlock holds it back, in which case the refusal is
      *   logged and left on the screen instead.
       HANDLE-LED-ON.
            IF CONFIRM-PENDING
               MOVE SPACES TO W-CONFIRM-MSG
               MOVE "ON  " TO W-IL-CMD-IN
               PERFORM CHECK-INTERLOCKS
               IF INTERLOCK-BLOCKED
                  MOVE "ON "  TO W-CG-CMD
                  MOVE W-OPER-ID TO W-CG-OP
                  PERFORM LOG-BLOCKED-COMMAND
               ELSE
                  IF CONNECTION-OK
                     CALL 'C$SOCKET'   USING AGS-WRITE
                                       SOCKET-HANDLE
                                       "SENDDATA:ON"
                                       11
                                       GIVING W-CALL-STATUS
                     IF W-CALL-STATUS >= 0
                        CALL 'C$SOCKET'   USING AGS-FLUSH
                                          SOCKET-HANDLE
                                          GIVING W-CALL-STATUS
                     END-IF
                     MOVE "ON "  TO W-CG-CMD
                     MOVE W-OPER-ID TO W-CG-OP
                     PERFORM WRITE-COMMAND-RECORD
                     IF W-CALL-STATUS < 0
                        PERFORM SET-CONNECTION-DOWN
                     END-IF
                  END-IF
               END-IF
               MOVE 'N'    TO W-CONFIRM-FLAG
            ELSE
               MOVE 'Y'    TO W-CONFIRM-FLAG
               MOVE "PRESS 1 AGAIN TO CONFIRM LED ON"
                                    SOCKET-HANDLE
                                    GIVING W-CALL-STATUS
               END-IF
               MOVE "OFF" TO W-CG-CMD
               MOVE W-OPER-ID TO W-CG-OP
               PERFORM WRITE-COMMAND-RECORD
               IF W-CALL-STATUS < 0
                  PERFORM SET-CONNECTION-DOWN
               END-IF
                      W-LOG-TIME          DELIMITED SIZE
                      "  "                DELIMITED SIZE
                      W-ARDUINO-STATUS    DELIMITED SIZE
                      " STA="             DELIMITED SIZE
                      W-CUR-STA-ID        DELIMITED SIZE
                      INTO STATUS-RECORD
               WRITE STATUS-RECORD
            END-IF
               MOVE W-SENSOR-VALUE     TO W-AL-WORST
               MOVE 'N'                TO W-AL-ACK
               PERFORM WRITE-ALERT-RECORD
               MOVE W-AL-SHELVED TO W-STA-EXC-SHLV (W-SX)
            ELSE
               IF W-EXC-LIMIT = "HIGH"
                  AND W-SENSOR-VALUE > W-EXC-WORST
      *   long as an alarm was standing.  Taking the date per event
      *   also rolls to the new day's file at midnight by itself.
       WRITE-ALERT-RECORD.
            PERFORM CHECK-SHELVED-ALARM
            IF W-AL-SHELVED = 'Y'
               ADD 1 TO W-SHELVED-COUNT
            END-IF
      *   A drill's alerts belong in the run report, not in the real
      *   day's alert file where ALERTDSP would page someone.
            IF DRILL-MODE
            END-IF
            .
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Is the event in W-ALERT-LINE under a shelf?  Station must
      *   match exactly, channel and alarm kind exactly or by *, and
      *   the event's start must fall inside the shelf's from-until
      *   window - the open event and its close share the start, so
      *   both come out marked the same way.  No register, or no
      *   shelf matching, leaves the event live.
       CHECK-SHELVED-ALARM.
            MOVE 'N' TO W-AL-SHELVED
            COMPUTE W-SH-EVENT-AT = W-AL-DATE * 10000
                                  + W-AL-START / 100
            OPEN INPUT SHELF-FILE
            IF W-SH-STATUS = "00"
               PERFORM UNTIL W-SH-STATUS NOT = "00"
                  OR W-AL-SHELVED = 'Y'
                  READ SHELF-FILE INTO SHELF-RECORD
                  IF W-SH-STATUS = "00"
                     AND SHELF-RECORD(1:1) NOT = "*"
                     AND SHELF-RECORD NOT = SPACES
                     MOVE SPACES TO W-SH-FIELDS
                     UNSTRING SHELF-RECORD DELIMITED BY "|"
                        INTO W-SHF-STA W-SHF-CHAN W-SHF-KIND
                             W-SHF-FROM W-SHF-UNTIL
                     IF W-SHF-STA = W-AL-STATION
                        AND (W-SHF-CHAN = "*"
                             OR W-SHF-CHAN = W-AL-CHANNEL(1:4))
                        AND (W-SHF-KIND = "*"
                             OR W-SHF-KIND = W-AL-LIMIT)
                        AND W-SHF-FROM  IS NUMERIC
                        AND W-SHF-UNTIL IS NUMERIC
                        AND W-SH-EVENT-AT >= W-SHF-FROM-N
                        AND W-SH-EVENT-AT <  W-SHF-UNTIL-N
                        MOVE 'Y' TO W-AL-SHELVED
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE SHELF-FILE
            END-IF
            .
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The two failures the static band misses: a sensor climbing
      *   fast but still inside it, and a probe frozen on one value.
      *   Rate of change is judged against the oldest reading in a
                  MOVE "ROC "                 TO W-DYN-LIMIT
                  MOVE W-ROC-ABS              TO W-DYN-WORST
                  PERFORM WRITE-OPEN-EVENT
                  MOVE W-AL-SHELVED TO W-STA-ROC-SHLV (W-SX)
               END-IF
               IF W-ROC-ABS > W-STA-ROC-WORST (W-SX)
                  MOVE W-ROC-ABS TO W-STA-ROC-WORST (W-SX)
                  MOVE "STCK"                 TO W-DYN-LIMIT
                  MOVE W-SENSOR-VALUE         TO W-DYN-WORST
                  PERFORM WRITE-OPEN-EVENT
                  MOVE W-AL-SHELVED TO W-STA-STK-SHLV (W-SX)
               END-IF
            ELSE
               IF W-STA-STK-ACT (W-SX) = 'Y'
            MOVE ZERO               TO W-AL-END
            MOVE ZERO               TO W-AL-DUR
            MOVE W-CUR-STA-ID       TO W-AL-STATION
      *   A dew-point alarm is the DEW channel's, the others TEMP's.
            IF W-DYN-LIMIT = "DEWP"
               MOVE "DEW  "         TO W-AL-CHANNEL
            ELSE
               MOVE "TEMP "         TO W-AL-CHANNEL
            END-IF
            MOVE W-DYN-LIMIT        TO W-AL-LIMIT
            MOVE W-DYN-WORST        TO W-AL-WORST
            MOVE 'N'                TO W-AL-ACK
            MOVE W-DYN-END-X(1:6)   TO W-AL-END
            MOVE W-DYN-DURATION     TO W-AL-DUR
            MOVE W-CUR-STA-ID       TO W-AL-STATION
      *   A dew-point alarm is the DEW channel's, the others TEMP's.
            IF W-DYN-LIMIT = "DEWP"
               MOVE "DEW  "         TO W-AL-CHANNEL
            ELSE
               MOVE "TEMP "         TO W-AL-CHANNEL
            END-IF
            MOVE W-DYN-LIMIT        TO W-AL-LIMIT
            MOVE W-DYN-WORST        TO W-AL-WORST
            MOVE 'N'                TO W-AL-ACK
            PERFORM WRITE-ALERT-RECORD
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Dew point above the station's DEWMAX - condensation on the
      *   product.  Raised and cleared like the dynamic alarms: an
      *   open event the moment it trips, the close event with the
      *   highest dew point seen once it drops back, as limit kind
      *   DEWP on channel DEW, lighting the same screen alert.  A
      *   station with no DEWMAX never raises one.
       CHECK-DEW-ALARM.
            IF W-STA-DEW-SET (W-SX) = 'Y'
               AND W-DEW-POINT > W-STA-DEW-MAX (W-SX)
               IF W-STA-DEW-ACT (W-SX) NOT = 'Y'
                  MOVE 'Y' TO W-STA-DEW-ACT (W-SX)
                  PERFORM GET-CLOCK-STAMP
                  MOVE W-CLOCK-DATE   TO W-STA-DEW-DATE  (W-SX)
                  MOVE W-CLOCK-TIME-X TO W-STA-DEW-START (W-SX)
                  MOVE W-DEW-POINT    TO W-STA-DEW-WORST (W-SX)
                  MOVE W-STA-DEW-DATE  (W-SX) TO W-DYN-DATE
                  MOVE W-STA-DEW-START (W-SX) TO W-DYN-START-X
                  MOVE "DEWP"                 TO W-DYN-LIMIT
                  MOVE W-DEW-POINT            TO W-DYN-WORST
                  PERFORM WRITE-OPEN-EVENT
                  MOVE W-AL-SHELVED TO W-STA-DEW-SHLV (W-SX)
               END-IF
               IF W-DEW-POINT > W-STA-DEW-WORST (W-SX)
                  MOVE W-DEW-POINT TO W-STA-DEW-WORST (W-SX)
               END-IF
            ELSE
               IF W-STA-DEW-ACT (W-SX) = 'Y'
                  MOVE W-STA-DEW-DATE  (W-SX) TO W-DYN-DATE
                  MOVE W-STA-DEW-START (W-SX) TO W-DYN-START-X
                  MOVE "DEWP"                 TO W-DYN-LIMIT
                  MOVE W-STA-DEW-WORST (W-SX) TO W-DYN-WORST
                  PERFORM WRITE-DYNAMIC-EVENT
                  MOVE 'N' TO W-STA-DEW-ACT (W-SX)
               END-IF
            END-IF

            IF W-STA-DEW-ACT (W-SX) = 'Y'
               SET SENSOR-ALERT TO TRUE
               MOVE 4 TO W-BOX-COLOR
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   A shelf only quiets the open event it covered.  An alarm
      *   that opened under a shelf and is still standing once the
      *   shelf has run out (or been lifted) is split: the shelved
      *   part closes now, still SHLV=Y, and a fresh open event
      *   starting now goes out live for the dispatcher to page on.
      *   The register is re-read at most once a minute per station,
      *   and only while such an alarm stands.
       CHECK-SHELF-EXPIRY.
            IF (EXCURSION-ACTIVE AND W-STA-EXC-SHLV (W-SX) = 'Y')
               OR (W-STA-ROC-ACT (W-SX) = 'Y'
                   AND W-STA-ROC-SHLV (W-SX) = 'Y')
               OR (W-STA-STK-ACT (W-SX) = 'Y'
                   AND W-STA-STK-SHLV (W-SX) = 'Y')
               OR (W-STA-DEW-ACT (W-SX) = 'Y'
                   AND W-STA-DEW-SHLV (W-SX) = 'Y')
               PERFORM GET-CLOCK-STAMP
               MOVE W-CLOCK-DATE        TO W-AL-DATE
               MOVE W-CLOCK-TIME-X(1:6) TO W-AL-START
               COMPUTE W-SH-NOW = W-AL-DATE * 10000
                                + W-AL-START / 100
               IF W-SH-NOW NOT = W-STA-SHLV-CHK (W-SX)
                  MOVE W-SH-NOW TO W-STA-SHLV-CHK (W-SX)
                  PERFORM REOPEN-EXPIRED-SHELVES
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Each shelved alarm still standing is judged against the
      *   register as of now; one no shelf covers any more closes
      *   its shelved part and re-opens live with the worst value
      *   starting again from the current reading.
       REOPEN-EXPIRED-SHELVES.
            IF EXCURSION-ACTIVE AND W-STA-EXC-SHLV (W-SX) = 'Y'
               MOVE "TEMP "     TO W-AL-CHANNEL
               MOVE W-EXC-LIMIT TO W-AL-LIMIT
               PERFORM PROBE-SHELF-NOW
               IF W-AL-SHELVED = 'N'
                  PERFORM CLOSE-EXCURSION
                  PERFORM NOTE-EXCURSION
               END-IF
            END-IF

            IF W-STA-ROC-ACT (W-SX) = 'Y'
               AND W-STA-ROC-SHLV (W-SX) = 'Y'
               MOVE "TEMP " TO W-AL-CHANNEL
               MOVE "ROC "  TO W-AL-LIMIT
               PERFORM PROBE-SHELF-NOW
               IF W-AL-SHELVED = 'N'
                  MOVE W-STA-ROC-DATE  (W-SX) TO W-DYN-DATE
                  MOVE W-STA-ROC-START (W-SX) TO W-DYN-START-X
                  MOVE "ROC "                 TO W-DYN-LIMIT
                  MOVE W-STA-ROC-WORST (W-SX) TO W-DYN-WORST
                  PERFORM WRITE-DYNAMIC-EVENT
                  MOVE W-CLOCK-DATE   TO W-STA-ROC-DATE  (W-SX)
                  MOVE W-CLOCK-TIME-X TO W-STA-ROC-START (W-SX)
                  MOVE W-ROC-ABS      TO W-STA-ROC-WORST (W-SX)
                  MOVE W-STA-ROC-DATE  (W-SX) TO W-DYN-DATE
                  MOVE W-STA-ROC-START (W-SX) TO W-DYN-START-X
                  MOVE W-ROC-ABS              TO W-DYN-WORST
                  PERFORM WRITE-OPEN-EVENT
                  MOVE W-AL-SHELVED TO W-STA-ROC-SHLV (W-SX)
               END-IF
            END-IF

            IF W-STA-STK-ACT (W-SX) = 'Y'
               AND W-STA-STK-SHLV (W-SX) = 'Y'
               MOVE "TEMP " TO W-AL-CHANNEL
               MOVE "STCK"  TO W-AL-LIMIT
               PERFORM PROBE-SHELF-NOW
               IF W-AL-SHELVED = 'N'
                  MOVE W-STA-STK-DATE  (W-SX) TO W-DYN-DATE
                  MOVE W-STA-STK-START (W-SX) TO W-DYN-START-X
                  MOVE "STCK"                 TO W-DYN-LIMIT
                  MOVE W-STA-STK-VAL   (W-SX) TO W-DYN-WORST
                  PERFORM WRITE-DYNAMIC-EVENT
                  MOVE W-CLOCK-DATE   TO W-STA-STK-DATE  (W-SX)
                  MOVE W-CLOCK-TIME-X TO W-STA-STK-START (W-SX)
                  MOVE W-STA-STK-DATE  (W-SX) TO W-DYN-DATE
                  MOVE W-STA-STK-START (W-SX) TO W-DYN-START-X
                  MOVE W-STA-STK-VAL   (W-SX) TO W-DYN-WORST
                  PERFORM WRITE-OPEN-EVENT
                  MOVE W-AL-SHELVED TO W-STA-STK-SHLV (W-SX)
               END-IF
            END-IF

            IF W-STA-DEW-ACT (W-SX) = 'Y'
               AND W-STA-DEW-SHLV (W-SX) = 'Y'
               MOVE "DEW  " TO W-AL-CHANNEL
               MOVE "DEWP"  TO W-AL-LIMIT
               PERFORM PROBE-SHELF-NOW
               IF W-AL-SHELVED = 'N'
                  MOVE W-STA-DEW-DATE  (W-SX) TO W-DYN-DATE
                  MOVE W-STA-DEW-START (W-SX) TO W-DYN-START-X
                  MOVE "DEWP"                 TO W-DYN-LIMIT
                  MOVE W-STA-DEW-WORST (W-SX) TO W-DYN-WORST
                  PERFORM WRITE-DYNAMIC-EVENT
                  MOVE W-CLOCK-DATE   TO W-STA-DEW-DATE  (W-SX)
                  MOVE W-CLOCK-TIME-X TO W-STA-DEW-START (W-SX)
                  MOVE W-DEW-POINT    TO W-STA-DEW-WORST (W-SX)
                  MOVE W-STA-DEW-DATE  (W-SX) TO W-DYN-DATE
                  MOVE W-STA-DEW-START (W-SX) TO W-DYN-START-X
                  MOVE W-DEW-POINT            TO W-DYN-WORST
                  PERFORM WRITE-OPEN-EVENT
                  MOVE W-AL-SHELVED TO W-STA-DEW-SHLV (W-SX)
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Would an event on this station, with the channel and alarm
      *   kind already in W-ALERT-LINE, be shelved if it started now?
       PROBE-SHELF-NOW.
            PERFORM GET-CLOCK-STAMP
            MOVE W-CLOCK-DATE        TO W-AL-DATE
            MOVE W-CLOCK-TIME-X(1:6) TO W-AL-START
            MOVE W-CUR-STA-ID        TO W-AL-STATION
            PERFORM CHECK-SHELVED-ALARM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Closed-loop response: once an alert has held past the
      *   settle window the corrective SENDDATA command goes out by
                  IF W-AUTO-ELAPSED >= W-SETTLE-SEC
                     MOVE W-AUTO-ALERTCMD TO W-AUTO-CMD
                     PERFORM SEND-AUTO-COMMAND
                     IF CONNECTION-OK AND NOT INTERLOCK-BLOCKED
                        SET AUTO-CMD-FIRED TO TRUE
                        MOVE "AUTO RESPONSE SENT ON ALERT"
                           TO W-CONFIRM-MSG
                  AND AUTO-CMD-FIRED
                  MOVE W-AUTO-CLEARCMD TO W-AUTO-CMD
                  PERFORM SEND-AUTO-COMMAND
                  IF CONNECTION-OK AND NOT INTERLOCK-BLOCKED
                     MOVE 'N' TO W-AUTO-FIRED
                     MOVE "AUTO ALL-CLEAR SENT" TO W-CONFIRM-MSG
                  END-IF
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Fire "SENDDATA:" plus the configured argument at the TCP
      *   driver, the same write HANDLE-LED-ON and HANDLE-LED-OFF do
      *   from the keyboard.  The interlocks are asked first; a
      *   blocked command stays unsent and the caller leaves its latch
      *   alone, so it goes out on a later pass once the rule clears.
      *   Only the first refusal of a given command is logged.
       SEND-AUTO-COMMAND.
            MOVE SPACES TO W-AUTO-BUFFER
            STRING "SENDDATA:"   DELIMITED SIZE
                   W-AUTO-CMD     DELIMITED BY SPACE
                   INTO W-AUTO-BUFFER

            MOVE W-AUTO-CMD TO W-IL-CMD-IN
            PERFORM CHECK-INTERLOCKS

            IF INTERLOCK-BLOCKED
               IF W-STA-AUTO-BLK (W-SX) NOT = W-AUTO-CMD
                  MOVE W-AUTO-CMD TO W-STA-AUTO-BLK (W-SX)
                  IF DRILL-MODE
                     PERFORM WRITE-DRILL-BLOCKED
                  ELSE
                     MOVE W-AUTO-CMD TO W-CG-CMD
                     MOVE "AUT"      TO W-CG-OP
                     PERFORM LOG-BLOCKED-COMMAND
                  END-IF
               END-IF
            ELSE
               MOVE SPACES TO W-STA-AUTO-BLK (W-SX)
      *   In a drill the command is evidence, not an action: what
      *   would have gone out is written to the run report and the
      *   link is left untouched.
               IF DRILL-MODE
                  PERFORM WRITE-DRILL-COMMAND
               ELSE
                  IF CONNECTION-OK
                     IF W-AUTO-CMD(3:1) = SPACE
                        MOVE 11 TO W-AUTO-LENGTH
                     ELSE
                        MOVE 12 TO W-AUTO-LENGTH
                     END-IF

                     CALL 'C$SOCKET'   USING AGS-WRITE
                                       SOCKET-HANDLE
                                       W-AUTO-BUFFER
                                       W-AUTO-LENGTH
                                       GIVING W-CALL-STATUS
                     IF W-CALL-STATUS >= 0
                        CALL 'C$SOCKET'   USING AGS-FLUSH
                                          SOCKET-HANDLE
                                          GIVING W-CALL-STATUS
                     END-IF
                     MOVE W-AUTO-CMD TO W-CG-CMD
                     MOVE "AUT"      TO W-CG-OP
                     PERFORM WRITE-COMMAND-RECORD
                     IF W-CALL-STATUS < 0
                        PERFORM SET-CONNECTION-DOWN
                     END-IF
                  END-IF
               END-IF
            END-IF
            .
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   One line in the day's command log for the SENDDATA write
      *   just made to the current station: OK when the driver took
      *   it, FAILED when the socket refused it.  The caller sets the
      *   command and the operator (AUT for the auto response); a
      *   run with no one signed on stamps "???" as WriteSerial does.
       WRITE-COMMAND-RECORD.
            IF W-CALL-STATUS < 0
               MOVE "FAILED" TO W-CG-OUTCOME
            ELSE
               MOVE "OK"     TO W-CG-OUTCOME
            END-IF
            MOVE SPACES TO W-CG-NOTE
            PERFORM WRITE-COMMAND-LINE
            .
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   A command an interlock held back: logged BLOCKED with the
      *   rule that stopped it, counted for the session summary and
      *   left on the screen for the operator.
       LOG-BLOCKED-COMMAND.
            PERFORM BUILD-INTERLOCK-TEXT
            ADD 1 TO W-BLOCKED-COUNT
            MOVE "BLOCKED" TO W-CG-OUTCOME
            MOVE SPACES TO W-CG-NOTE
            STRING " " W-IL-TEXT DELIMITED SIZE INTO W-CG-NOTE
            PERFORM WRITE-COMMAND-LINE
            MOVE SPACES TO W-CONFIRM-MSG
            STRING "BLOCKED " W-IL-TEXT DELIMITED SIZE
               INTO W-CONFIRM-MSG
            .
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       WRITE-COMMAND-LINE.
            ACCEPT W-CG-DATE FROM DATE YYYYMMDD
            ACCEPT W-CG-TIME FROM TIME
            MOVE W-CUR-STA-ID TO W-CG-STA
            IF W-CG-OP = SPACES
               MOVE "???"    TO W-CG-OP
            END-IF
            MOVE SPACES TO W-CMDLOG-FILENAME
            STRING "READSER"             DELIMITED SIZE
                   W-CG-DATE              DELIMITED SIZE
                   ".CMD"                 DELIMITED SIZE
                   INTO W-CMDLOG-FILENAME

            OPEN EXTEND COMMAND-LOG
            IF W-CMDLOG-STATUS = "00"
               WRITE COMMAND-RECORD FROM W-CMDLOG-LINE
               CLOSE COMMAND-LOG
            END-IF
            .
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Append the current reading to the day's history log, as
      *   date, time, the raw value received from the Arduino and the
      *   station it came from.
                      W-CUR-STA-ID        DELIMITED SIZE
                      "  "                DELIMITED SIZE
                      W-COR-ARGS          DELIMITED SIZE
                      "  "                DELIMITED SIZE
                      W-DEW-OUT           DELIMITED SIZE
                      INTO HISTORY-RECORD

               WRITE HISTORY-RECORD
            DISPLAY "*************************************"
            DISPLAY " READINGS TAKEN : " W-READING-COUNT
            DISPLAY " REJECTED FRAMES: " W-REJECT-COUNT
            DISPLAY " BLOCKED CMDS   : " W-BLOCKED-COUNT
            DISPLAY " SHELVED EVENTS : " W-SHELVED-COUNT
            IF W-HTML-DIR NOT = SPACES
               DISPLAY " STATUS PAGES   : " W-HTML-WRITTEN
               DISPLAY " PAGES FAILED   : " W-HTML-FAILED
            END-IF
            IF W-READING-COUNT > 0
               DISPLAY " MINIMUM VALUE  : " W-VALUE-MIN
               DISPLAY " MAXIMUM VALUE  : " W-VALUE-MAX
                  MOVE W-COR-CHAN (1) TO W-CHAN-TEMP
                  MOVE W-COR-CHAN (2) TO W-CHAN-HUMID
                  MOVE W-COR-CHAN (3) TO W-CHAN-AUX
                  PERFORM SET-DEW-POINT
                  PERFORM CHECK-THRESHOLD
                  PERFORM CHECK-DYNAMIC-ALARMS
                  PERFORM CHECK-DEW-ALARM
                  PERFORM CHECK-SHELF-EXPIRY
                  PERFORM CHECK-AUTO-RESPONSE
               ELSE
                  ADD 1 TO W-DRILL-BAD
                  PERFORM WRITE-DYNAMIC-EVENT
                  MOVE 'N' TO W-STA-STK-ACT (W-SX)
               END-IF
               IF W-STA-DEW-ACT (W-SX) = 'Y'
                  MOVE W-STA-DEW-DATE  (W-SX) TO W-DYN-DATE
                  MOVE W-STA-DEW-START (W-SX) TO W-DYN-START-X
                  MOVE "DEWP"                 TO W-DYN-LIMIT
                  MOVE W-STA-DEW-WORST (W-SX) TO W-DYN-WORST
                  PERFORM WRITE-DYNAMIC-EVENT
                  MOVE 'N' TO W-STA-DEW-ACT (W-SX)
               END-IF
               PERFORM STORE-CURRENT-STATION
            END-PERFORM
            .
            WRITE DRILL-RPT-RECORD
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       WRITE-DRILL-BLOCKED.
            ADD 1 TO W-DRILL-BLOCKED
            PERFORM BUILD-INTERLOCK-TEXT
            MOVE SPACES TO DRILL-RPT-RECORD
            STRING "COMMAND " W-SIM-HHMMSS
                   " STA=" W-CUR-STA-ID
                   " BLOCKED " W-AUTO-BUFFER
                   " " W-IL-TEXT
                   DELIMITED SIZE INTO DRILL-RPT-RECORD
            WRITE DRILL-RPT-RECORD
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       WRITE-DRILL-TRAILER.
            MOVE SPACES TO DRILL-RPT-RECORD
                   " REJECTED=" W-DRILL-BAD
                   " ALERTS="   W-DRILL-ALERTS
                   " COMMANDS=" W-DRILL-CMDS
                   " BLOCKED="  W-DRILL-BLOCKED
                   " SHELVED="  W-SHELVED-COUNT
                   DELIMITED SIZE INTO DRILL-RPT-RECORD
            WRITE DRILL-RPT-RECORD
            .
