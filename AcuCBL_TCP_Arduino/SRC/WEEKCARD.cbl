       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "WEEKCARD",  is initial.
       AUTHOR.        Isaac Garcia Peveri.
       REMARKS.       Written in AcuCobol 7.0.0
      ******************************************************************
      * Weekly per-station scorecard: the four questions the plant    *
      * manager asks every Monday - how available were the stations,  *
      * how many alarms, how many bad frames, did the commands do     *
      * what we told them - answered on one page from the files the   *
      * chain already keeps, for the week and the four weeks before   *
      * it side by side:                                              *
      *   availability and outages  - CONNEVyyyymmdd.LOG, folded the  *
      *          way STAAVAIL folds them (an outage counts in the     *
      *          week it started; one never closed adds no downtime)  *
      *   alerts and alarm minutes  - ALERTS.ARC, shelved events kept *
      *          out as ALERTRNK keeps them out                       *
      *   rejects per 1000 readings - READSERyyyymmdd.SUS records     *
      *          against the READSER.ARC readings of the same week    *
      *   reconciliation exceptions - RECONCyyyymmdd.RPT exception    *
      *          lines (unreflected commands and unexplained changes) *
      *   compliance breaches       - BREACH lines of                 *
      *          COMPCERTyyyymmdd.RPT                                 *
      * The page opens with one summary line per station and an       *
      * all-station line for the week, then each station's figures    *
      * over the five weeks, then the same for all stations together  *
      * with the days that had no RECONC or COMPCERT report - a       *
      * quiet column is only quiet if the report was there.           *
      * Run as:  WEEKCARD /WEEK=yyyymmdd   (any day of the week       *
      * wanted; defaults to the Monday-to-Sunday week just ended, so  *
      * the job run on Monday morning reports last week)              *
      * The report is written to WEEKCARDyyyymmdd.RPT (its Monday).   *
      ******************************************************************
      * 2026-10-15  First version, to replace the Monday spreadsheet  *
      *             built from six separate reports.                  *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONN-EVENTS ASSIGN TO W-CONN-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-CONNEV-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO W-SUS-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-SUS-STATUS.
           SELECT RECONC-REPORT ASSIGN TO W-RC-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-RC-STATUS.
           SELECT CERT-REPORT ASSIGN TO W-CC-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-CC-STATUS.
           SELECT DEVICE-MASTER ASSIGN TO "READSER.DEV"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-DEV-STATUS.
           SELECT ALERT-ARCHIVE ASSIGN TO "ALERTS.ARC"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS AARC-KEY
              FILE STATUS IS W-AARC-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "READSER.ARC"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS ARC-KEY
              ALTERNATE RECORD KEY IS ARC-STA-KEY
              FILE STATUS IS W-ARC-STATUS.
           SELECT REPORT-FILE ASSIGN TO W-RPT-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONN-EVENTS.
       01  CONN-RECORD       PIC X(60).
      *
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD   PIC X(60).
      *
       FD  RECONC-REPORT.
       01  RECONC-RECORD     PIC X(90).
      *
       FD  CERT-REPORT.
       01  CERT-RECORD       PIC X(100).
      *
       FD  DEVICE-MASTER.
       01  DEVICE-RECORD     PIC X(80).
      *
       FD  ALERT-ARCHIVE.
       COPY "ALRTSARC.CPY".
      *
       FD  ARCHIVE-FILE.
       COPY "READSARC.CPY".
      *
       FD  REPORT-FILE.
       01  REPORT-RECORD     PIC X(100).
      *
       WORKING-STORAGE SECTION.
       77 W-TODAY         PIC 9(8)       VALUE ZERO.
       77 W-TODAY-INT     PIC 9(7)       VALUE ZERO.
       77 W-WEEK-DATE     PIC 9(8)       VALUE ZERO.
       77 W-CMD-LINE      PIC X(80)      VALUE SPACES.
       77 W-CMD-WORD      PIC X(40)      VALUE SPACES.
       77 W-CMD-REST      PIC X(80)      VALUE SPACES.
       77 W-CONN-FILENAME PIC X(20)      VALUE SPACES.
       77 W-SUS-FILENAME  PIC X(20)      VALUE SPACES.
       77 W-RC-FILENAME   PIC X(20)      VALUE SPACES.
       77 W-CC-FILENAME   PIC X(24)      VALUE SPACES.
       77 W-RPT-FILENAME  PIC X(24)      VALUE SPACES.
       77 W-CONNEV-STATUS PIC XX         VALUE SPACES.
       77 W-SUS-STATUS    PIC XX         VALUE SPACES.
       77 W-RC-STATUS     PIC XX         VALUE SPACES.
       77 W-CC-STATUS     PIC XX         VALUE SPACES.
       77 W-DEV-STATUS    PIC XX         VALUE SPACES.
       77 W-AARC-STATUS   PIC XX         VALUE SPACES.
       77 W-ARC-STATUS    PIC XX         VALUE SPACES.
       77 W-RPT-STATUS    PIC XX         VALUE SPACES.
       77 W-DONE-FLAG     PIC X          VALUE 'N'.
           88 SCAN-DONE                  VALUE 'Y'.
      *   The five weeks, as day numbers and as dates.  Week 1 is
      *   the week being scored, weeks 2-5 the four before it, so
      *   the columns read left to right from now back in time.
      *   Monday is day 0: INTEGER-OF-DATE counts 1601-01-01, a
      *   Monday, as day 1.
       77 W-MON-INT       PIC 9(7)       VALUE ZERO.
       77 W-FIRST-INT     PIC 9(7)       VALUE ZERO.
       77 W-LAST-INT      PIC 9(7)       VALUE ZERO.
       77 W-DAY-INT       PIC 9(7)       VALUE ZERO.
       77 W-WORK-INT      PIC 9(7)       VALUE ZERO.
       77 W-WORK-Q        PIC 9(7)       VALUE ZERO.
       77 W-DOW           PIC 9          VALUE ZERO.
       77 W-FIRST-DATE    PIC 9(8)       VALUE ZERO.
       77 W-LAST-DATE     PIC 9(8)       VALUE ZERO.
       77 W-DAY-DATE      PIC 9(8)       VALUE ZERO.
       77 W-FIND-DATE     PIC 9(8)       VALUE ZERO.
       01 W-WEEK-TABLE.
           05 W-WEEK-ENTRY OCCURS 5.
              10 W-WK-MONDAY    PIC 9(8).
              10 W-WK-SUNDAY    PIC 9(8).
              10 W-WK-RC-MISS   PIC 9.
              10 W-WK-CC-MISS   PIC 9.
              10 W-WK-SHELVED   PIC 9(5).
       77 W-WX            PIC 9(2) COMP  VALUE ZERO.
      *   Week seconds, the availability denominator per station.
       77 W-WEEK-SEC      PIC 9(6)       VALUE 604800.
      *   One row per station: READSER.DEV first, then any station
      *   a source mentions that the device master does not.  Each
      *   carries its five weeks of raw tallies.
       01 W-STA-TABLE.
           05 W-STA-ENTRY OCCURS 10.
              10 W-ST-ID          PIC X(4).
              10 W-ST-WEEKS.
                 15 W-ST-WEEK OCCURS 5.
                    20 W-SW-DOWNSEC   PIC 9(7).
                    20 W-SW-OUTAGES   PIC 9(4).
                    20 W-SW-ALERTS    PIC 9(5).
                    20 W-SW-ALRMSEC   PIC 9(8).
                    20 W-SW-READINGS  PIC 9(8).
                    20 W-SW-REJECTS   PIC 9(7).
                    20 W-SW-EXCEPT    PIC 9(5).
                    20 W-SW-BREACH    PIC 9(4).
       77 W-STA-COUNT     PIC 9(2) COMP  VALUE ZERO.
       77 W-SX            PIC 9(2) COMP  VALUE ZERO.
       77 W-SLOT          PIC 9(2) COMP  VALUE ZERO.
       77 W-FIND-STA      PIC X(4)       VALUE SPACES.
       77 W-TABLE-FULL    PIC X          VALUE 'N'.
      *   All stations added together, week by week.
       01 W-ALL-WEEKS.
           05 W-ALL-WEEK OCCURS 5.
              10 W-AW-DOWNSEC   PIC 9(8).
              10 W-AW-OUTAGES   PIC 9(5).
              10 W-AW-ALERTS    PIC 9(6).
              10 W-AW-ALRMSEC   PIC 9(9).
              10 W-AW-READINGS  PIC 9(9).
              10 W-AW-REJECTS   PIC 9(8).
              10 W-AW-EXCEPT    PIC 9(6).
              10 W-AW-BREACH    PIC 9(5).
      *   The block being printed - one station's weeks, or all of
      *   them - with the number of stations its downtime is over.
       01 W-PRINT-WEEKS.
           05 W-PW-WEEK OCCURS 5.
              10 W-PW-DOWNSEC   PIC 9(8).
              10 W-PW-OUTAGES   PIC 9(5).
              10 W-PW-ALERTS    PIC 9(6).
              10 W-PW-ALRMSEC   PIC 9(9).
              10 W-PW-READINGS  PIC 9(9).
              10 W-PW-REJECTS   PIC 9(8).
              10 W-PW-EXCEPT    PIC 9(6).
              10 W-PW-BREACH    PIC 9(5).
       77 W-PRINT-STATIONS PIC 9(2)      VALUE ZERO.
       77 W-BLOCK-TITLE   PIC X(30)      VALUE SPACES.
      *   Every outage in the five weeks, folded open/close: the
      *   close event repeats date + down time + station, so it
      *   replaces the open event in place.
       01 W-OUT-TABLE.
           05 W-OUT-ENTRY OCCURS 500.
              10 W-OT-DATE     PIC 9(8).
              10 W-OT-DOWN     PIC 9(6).
              10 W-OT-UP       PIC 9(6).
              10 W-OT-STA      PIC X(4).
       77 W-OUT-COUNT     PIC 9(3) COMP  VALUE ZERO.
       77 W-OX            PIC 9(3) COMP  VALUE ZERO.
       77 W-OUT-TRUNC     PIC X          VALUE 'N'.
       77 W-FOUND-FLAG    PIC X          VALUE 'N'.
       01 W-DEV-FIELDS.
           05 W-DEV-ID    PIC X(4).
           05 W-DEV-REST  PIC X(76).
      *   Downtime arithmetic for one outage.
       77 W-DOWN-SEC      PIC S9(7)      VALUE ZERO.
       77 W-WORK-HH       PIC 99         VALUE ZERO.
       77 W-WORK-MI       PIC 99         VALUE ZERO.
       77 W-WORK-SS       PIC 99         VALUE ZERO.
       77 W-SEC-1         PIC 9(7)       VALUE ZERO.
       77 W-SEC-2         PIC 9(7)       VALUE ZERO.
      *   Whether the two archives could be read at all.
       77 W-AARC-FOUND    PIC X          VALUE 'N'.
       77 W-ARC-FOUND     PIC X          VALUE 'N'.
      *   Figures for the block being printed, edited nine to a
      *   week in the order of W-ROW-LABELS.
       01 W-FIG-TABLE.
           05 W-FIG-WEEK OCCURS 5.
              10 W-FG-VAL       PIC X(9) OCCURS 9.
       77 W-RX            PIC 9(2) COMP  VALUE ZERO.
       77 W-AVAIL-DEN     PIC 9(8)       VALUE ZERO.
       77 W-AVAIL-PCT     PIC 9(3)V99    VALUE ZERO.
       77 W-ALARM-MIN     PIC 9(7)       VALUE ZERO.
       77 W-REJ-RATE      PIC 9(6)V9     VALUE ZERO.
       77 W-ED-PCT        PIC ZZZZZ9.99  VALUE ZERO.
       77 W-ED-COUNT      PIC ZZZZZZZZ9  VALUE ZERO.
       77 W-ED-RATE       PIC ZZZZZZ9.9  VALUE ZERO.
       01 W-ROW-LABEL-VALUES.
           05 FILLER PIC X(26) VALUE "AVAILABILITY %".
           05 FILLER PIC X(26) VALUE "OUTAGES".
           05 FILLER PIC X(26) VALUE "ALERTS (LIVE, NOT SHELVED)".
           05 FILLER PIC X(26) VALUE "ALARM MINUTES".
           05 FILLER PIC X(26) VALUE "READINGS IN READSER.ARC".
           05 FILLER PIC X(26) VALUE "FRAMES REJECTED (.SUS)".
           05 FILLER PIC X(26) VALUE "REJECTS PER 1000 READINGS".
           05 FILLER PIC X(26) VALUE "RECONC EXCEPTIONS".
           05 FILLER PIC X(26) VALUE "COMPLIANCE BREACHES".
       01 W-ROW-LABELS REDEFINES W-ROW-LABEL-VALUES.
           05 W-ROW-LABEL     PIC X(26) OCCURS 9.
      *   Which of the nine figures go on the one-line summary.
       01 W-SUM-MAP-VALUES    PIC X(12)  VALUE "010304070809".
       01 W-SUM-MAP REDEFINES W-SUM-MAP-VALUES.
           05 W-SUM-ROW       PIC 99 OCCURS 6.
       77 W-CX            PIC 9(2) COMP  VALUE ZERO.
      *   Report lines.
       01 W-HEADING-1.
           05 FILLER          PIC X(42)
              VALUE "WEEKCARD - WEEKLY STATION SCORECARD, WEEK ".
           05 W-H1-MONDAY     PIC 9(8).
           05 FILLER          PIC X(4)  VALUE " TO ".
           05 W-H1-SUNDAY     PIC 9(8).
       01 W-SUM-HEAD.
           05 FILLER          PIC X(6)  VALUE "  STA ".
           05 FILLER          PIC X(33)
              VALUE "    AVAIL %     ALERTS  ALARM MIN".
           05 FILLER          PIC X(33)
              VALUE "   REJ/1000 RECONC EXC   BREACHES".
       01 W-SUM-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 W-SL-STA        PIC X(4).
           05 W-SL-COL OCCURS 6.
              10 FILLER       PIC X(2).
              10 W-SL-VAL     PIC X(9).
       01 W-WEEK-HEAD-1.
           05 FILLER          PIC X(28)
              VALUE "  WEEK BEGINNING MONDAY".
           05 W-WH-COL OCCURS 5.
              10 FILLER       PIC X(4).
              10 W-WH-DATE    PIC 9(8).
       01 W-WEEK-HEAD-2.
           05 FILLER          PIC X(28) VALUE SPACES.
           05 FILLER          PIC X(36)
              VALUE "   THIS WEEK    1 WK AGO    2 WK AGO".
           05 FILLER          PIC X(24)
              VALUE "    3 WK AGO    4 WK AGO".
       01 W-ROW-LINE.
           05 FILLER          PIC X(2).
           05 W-RW-LABEL      PIC X(26).
           05 W-RW-COL OCCURS 5.
              10 FILLER       PIC X(3).
              10 W-RW-VAL     PIC X(9).
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PROCEDURE DIVISION.
       MAIN.
            PERFORM CHECK-COMMAND-LINE
            PERFORM LOAD-STATION-LIST
            PERFORM LOAD-DAILY-FILES
            PERFORM TALLY-OUTAGES
            PERFORM SCAN-ALERT-ARCHIVE
            PERFORM SCAN-READING-ARCHIVE
            PERFORM ADD-ALL-STATIONS
            PERFORM PRINT-REPORT
            DISPLAY "WEEKCARD: " W-STA-COUNT " STATION(S), WEEK "
               W-WK-MONDAY (1) "-" W-WK-SUNDAY (1)
               ", REPORT IN " W-RPT-FILENAME
            STOP RUN
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The week wanted is the one holding /WEEK=, else the one
      *   before the week holding today.  Its Monday is found by
      *   stepping back the day-of-week from the day number.
       CHECK-COMMAND-LINE.
            ACCEPT W-TODAY FROM DATE YYYYMMDD
            COMPUTE W-TODAY-INT = FUNCTION INTEGER-OF-DATE (W-TODAY)
            COMPUTE W-WORK-INT  = W-TODAY-INT - 7
            COMPUTE W-WEEK-DATE = FUNCTION DATE-OF-INTEGER (W-WORK-INT)

            ACCEPT W-CMD-LINE FROM COMMAND-LINE
            PERFORM UNTIL W-CMD-LINE = SPACES
               UNSTRING W-CMD-LINE DELIMITED BY ALL " "
                  INTO W-CMD-WORD W-CMD-REST
               IF W-CMD-WORD(1:6) = "/WEEK="
                  AND W-CMD-WORD(7:8) IS NUMERIC
                  MOVE W-CMD-WORD(7:8) TO W-WEEK-DATE
               END-IF
               MOVE W-CMD-REST TO W-CMD-LINE
               MOVE SPACES     TO W-CMD-REST
            END-PERFORM

            COMPUTE W-WORK-INT = FUNCTION INTEGER-OF-DATE (W-WEEK-DATE)
            COMPUTE W-WORK-INT = W-WORK-INT - 1
            DIVIDE W-WORK-INT BY 7 GIVING W-WORK-Q REMAINDER W-DOW
            COMPUTE W-MON-INT   = W-WORK-INT + 1 - W-DOW
            COMPUTE W-FIRST-INT = W-MON-INT - 28
            COMPUTE W-LAST-INT  = W-MON-INT + 6
            COMPUTE W-FIRST-DATE =
               FUNCTION DATE-OF-INTEGER (W-FIRST-INT)
            COMPUTE W-LAST-DATE  =
               FUNCTION DATE-OF-INTEGER (W-LAST-INT)

            PERFORM VARYING W-WX FROM 1 BY 1 UNTIL W-WX > 5
               COMPUTE W-WORK-INT = W-MON-INT - (W-WX - 1) * 7
               COMPUTE W-WK-MONDAY (W-WX) =
                  FUNCTION DATE-OF-INTEGER (W-WORK-INT)
               COMPUTE W-WORK-INT = W-WORK-INT + 6
               COMPUTE W-WK-SUNDAY (W-WX) =
                  FUNCTION DATE-OF-INTEGER (W-WORK-INT)
               MOVE ZERO TO W-WK-RC-MISS (W-WX)
               MOVE ZERO TO W-WK-CC-MISS (W-WX)
               MOVE ZERO TO W-WK-SHELVED (W-WX)
               INITIALIZE W-ALL-WEEK (W-WX)
            END-PERFORM

            STRING "WEEKCARD" W-WK-MONDAY (1) ".RPT" DELIMITED SIZE
               INTO W-RPT-FILENAME
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Every station in READSER.DEV gets its page even with
      *   nothing against it - a clean week is worth showing too.
       LOAD-STATION-LIST.
            OPEN INPUT DEVICE-MASTER
            IF W-DEV-STATUS = "00"
               PERFORM UNTIL W-DEV-STATUS NOT = "00"
                  READ DEVICE-MASTER INTO DEVICE-RECORD
                  IF W-DEV-STATUS = "00"
                     AND DEVICE-RECORD(1:1) NOT = "*"
                     AND DEVICE-RECORD NOT = SPACES
                     MOVE SPACES TO W-DEV-FIELDS
                     UNSTRING DEVICE-RECORD DELIMITED BY "|"
                        INTO W-DEV-ID W-DEV-REST
                     IF W-DEV-ID NOT = SPACES
                        MOVE W-DEV-ID TO W-FIND-STA
                        PERFORM FIND-STATION-SLOT
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE DEVICE-MASTER
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The five weeks day by day: the day's connection events,
      *   suspense file, RECONC report and COMPCERT report.  A
      *   missing event or suspense file only means a quiet day; a
      *   missing report for a day already gone is counted, since
      *   its column would otherwise read as a clean day.
       LOAD-DAILY-FILES.
            PERFORM VARYING W-DAY-INT FROM W-FIRST-INT BY 1
               UNTIL W-DAY-INT > W-LAST-INT
               COMPUTE W-DAY-DATE =
                  FUNCTION DATE-OF-INTEGER (W-DAY-INT)
               MOVE W-DAY-DATE TO W-FIND-DATE
               PERFORM FIND-WEEK-OF-DATE
               PERFORM LOAD-DAY-EVENTS
               PERFORM LOAD-DAY-SUSPENSE
               PERFORM LOAD-DAY-RECONC
               PERFORM LOAD-DAY-CERT
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       LOAD-DAY-EVENTS.
            MOVE SPACES TO W-CONN-FILENAME
            STRING "CONNEV" W-DAY-DATE ".LOG" DELIMITED SIZE
               INTO W-CONN-FILENAME
            OPEN INPUT CONN-EVENTS
            IF W-CONNEV-STATUS = "00"
               PERFORM UNTIL W-CONNEV-STATUS NOT = "00"
                  READ CONN-EVENTS INTO CONN-RECORD
                  IF W-CONNEV-STATUS = "00"
                     AND CONN-RECORD(1:8)  IS NUMERIC
                     AND CONN-RECORD(15:6) IS NUMERIC
                     AND CONN-RECORD(25:6) IS NUMERIC
                     PERFORM STORE-ONE-EVENT
                  END-IF
               END-PERFORM
               CLOSE CONN-EVENTS
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       STORE-ONE-EVENT.
            MOVE 'N' TO W-FOUND-FLAG
            PERFORM VARYING W-OX FROM 1 BY 1
               UNTIL W-OX > W-OUT-COUNT
               IF W-OT-DATE (W-OX) = CONN-RECORD(1:8)
                  AND W-OT-DOWN (W-OX) = CONN-RECORD(15:6)
                  AND W-OT-STA  (W-OX) = CONN-RECORD(36:4)
                  MOVE CONN-RECORD(25:6) TO W-OT-UP (W-OX)
                  MOVE 'Y' TO W-FOUND-FLAG
                  MOVE W-OUT-COUNT TO W-OX
               END-IF
            END-PERFORM
            IF W-FOUND-FLAG = 'N'
               IF W-OUT-COUNT < 500
                  ADD 1 TO W-OUT-COUNT
                  MOVE CONN-RECORD(1:8)  TO W-OT-DATE  (W-OUT-COUNT)
                  MOVE CONN-RECORD(15:6) TO W-OT-DOWN  (W-OUT-COUNT)
                  MOVE CONN-RECORD(25:6) TO W-OT-UP    (W-OUT-COUNT)
                  MOVE CONN-RECORD(36:4) TO W-OT-STA   (W-OUT-COUNT)
               ELSE
                  IF W-OUT-TRUNC = 'N'
                     MOVE 'Y' TO W-OUT-TRUNC
                     DISPLAY "*** MORE THAN 500 OUTAGES IN FIVE WEEKS, "
                        "REST NOT COUNTED"
                  END-IF
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Every suspense record is a frame READSER rejected, released
      *   later by SUSPFIX or not - the frame was still bad.
       LOAD-DAY-SUSPENSE.
            MOVE SPACES TO W-SUS-FILENAME
            STRING "READSER" W-DAY-DATE ".SUS" DELIMITED SIZE
               INTO W-SUS-FILENAME
            OPEN INPUT SUSPENSE-FILE
            IF W-SUS-STATUS = "00"
               PERFORM UNTIL W-SUS-STATUS NOT = "00"
                  READ SUSPENSE-FILE INTO SUSPENSE-RECORD
                  IF W-SUS-STATUS = "00"
                     AND SUSPENSE-RECORD(1:8) IS NUMERIC
                     AND W-WX > ZERO
                     MOVE SUSPENSE-RECORD(47:4) TO W-FIND-STA
                     PERFORM FIND-STATION-SLOT
                     IF W-SLOT > ZERO
                        ADD 1 TO W-SW-REJECTS (W-SLOT, W-WX)
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE SUSPENSE-FILE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   RECONC's two exception lines, "  LED=..." for a command the
      *   board never showed and "  AUX WENT TO..." for a change no
      *   command explains, each ending STA= at a fixed column.
       LOAD-DAY-RECONC.
            MOVE SPACES TO W-RC-FILENAME
            STRING "RECONC" W-DAY-DATE ".RPT" DELIMITED SIZE
               INTO W-RC-FILENAME
            OPEN INPUT RECONC-REPORT
            IF W-RC-STATUS = "00"
               PERFORM UNTIL W-RC-STATUS NOT = "00"
                  READ RECONC-REPORT INTO RECONC-RECORD
                  IF W-RC-STATUS = "00" AND W-WX > ZERO
                     EVALUATE TRUE
                        WHEN RECONC-RECORD(1:6) = "  LED="
                           MOVE RECONC-RECORD(69:4) TO W-FIND-STA
                           PERFORM COUNT-ONE-EXCEPTION
                        WHEN RECONC-RECORD(1:13) = "  AUX WENT TO"
                           MOVE RECONC-RECORD(62:4) TO W-FIND-STA
                           PERFORM COUNT-ONE-EXCEPTION
                     END-EVALUATE
                  END-IF
               END-PERFORM
               CLOSE RECONC-REPORT
            ELSE
               IF W-DAY-INT < W-TODAY-INT AND W-WX > ZERO
                  ADD 1 TO W-WK-RC-MISS (W-WX)
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       COUNT-ONE-EXCEPTION.
            PERFORM FIND-STATION-SLOT
            IF W-SLOT > ZERO
               ADD 1 TO W-SW-EXCEPT (W-SLOT, W-WX)
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   A breach line on COMPCERT's day page is "  STA /CHAN
      *   BREACH ..."; the month-to-date lines further down never
      *   carry " BREACH " at column 12, so each breach counts once.
       LOAD-DAY-CERT.
            MOVE SPACES TO W-CC-FILENAME
            STRING "COMPCERT" W-DAY-DATE ".RPT" DELIMITED SIZE
               INTO W-CC-FILENAME
            OPEN INPUT CERT-REPORT
            IF W-CC-STATUS = "00"
               PERFORM UNTIL W-CC-STATUS NOT = "00"
                  READ CERT-REPORT INTO CERT-RECORD
                  IF W-CC-STATUS = "00"
                     AND W-WX > ZERO
                     AND CERT-RECORD(7:1)  = "/"
                     AND CERT-RECORD(12:8) = " BREACH "
                     MOVE CERT-RECORD(3:4) TO W-FIND-STA
                     PERFORM FIND-STATION-SLOT
                     IF W-SLOT > ZERO
                        ADD 1 TO W-SW-BREACH (W-SLOT, W-WX)
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE CERT-REPORT
            ELSE
               IF W-DAY-INT < W-TODAY-INT AND W-WX > ZERO
                  ADD 1 TO W-WK-CC-MISS (W-WX)
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Roll each folded outage into its station and week, with
      *   STAAVAIL's rules: an outage never closed counts but adds
      *   no downtime, and an up time behind the down time crossed
      *   midnight.
       TALLY-OUTAGES.
            PERFORM VARYING W-OX FROM 1 BY 1
               UNTIL W-OX > W-OUT-COUNT
               MOVE W-OT-DATE (W-OX) TO W-FIND-DATE
               PERFORM FIND-WEEK-OF-DATE
               MOVE W-OT-STA (W-OX) TO W-FIND-STA
               PERFORM FIND-STATION-SLOT
               IF W-SLOT > ZERO AND W-WX > ZERO
                  ADD 1 TO W-SW-OUTAGES (W-SLOT, W-WX)
                  IF W-OT-UP (W-OX) NOT = ZERO
                     MOVE W-OT-DOWN (W-OX) (1:2) TO W-WORK-HH
                     MOVE W-OT-DOWN (W-OX) (3:2) TO W-WORK-MI
                     MOVE W-OT-DOWN (W-OX) (5:2) TO W-WORK-SS
                     COMPUTE W-SEC-1 = W-WORK-HH * 3600
                                     + W-WORK-MI * 60 + W-WORK-SS
                     MOVE W-OT-UP (W-OX) (1:2)   TO W-WORK-HH
                     MOVE W-OT-UP (W-OX) (3:2)   TO W-WORK-MI
                     MOVE W-OT-UP (W-OX) (5:2)   TO W-WORK-SS
                     COMPUTE W-SEC-2 = W-WORK-HH * 3600
                                     + W-WORK-MI * 60 + W-WORK-SS
                     COMPUTE W-DOWN-SEC = W-SEC-2 - W-SEC-1
                     IF W-DOWN-SEC < 0
                        COMPUTE W-DOWN-SEC = W-DOWN-SEC + 86400
                     END-IF
                     ADD W-DOWN-SEC TO W-SW-DOWNSEC (W-SLOT, W-WX)
                  END-IF
               END-IF
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The five weeks of ALERTS.ARC, walked as ALERTRNK walks it.
      *   A shelved event was planned work: it is counted for the
      *   week's footnote but not against the station.
       SCAN-ALERT-ARCHIVE.
            OPEN INPUT ALERT-ARCHIVE
            IF W-AARC-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN ALERTS.ARC, STATUS "
                  W-AARC-STATUS " - NO ALERT FIGURES"
            ELSE
               MOVE 'Y' TO W-AARC-FOUND
               MOVE 'N' TO W-DONE-FLAG
               MOVE W-FIRST-DATE TO AARC-DATE
               MOVE ZERO         TO AARC-START
               MOVE SPACES       TO AARC-STATION
               MOVE SPACES       TO AARC-LIMIT
               START ALERT-ARCHIVE KEY NOT < AARC-KEY
                  INVALID KEY SET SCAN-DONE TO TRUE
               END-START
               PERFORM UNTIL SCAN-DONE
                  READ ALERT-ARCHIVE NEXT RECORD
                     AT END SET SCAN-DONE TO TRUE
                  END-READ
                  IF NOT SCAN-DONE
                     IF AARC-DATE > W-LAST-DATE
                        SET SCAN-DONE TO TRUE
                     ELSE
                        PERFORM TALLY-ONE-ALERT
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE ALERT-ARCHIVE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       TALLY-ONE-ALERT.
            MOVE AARC-DATE TO W-FIND-DATE
            PERFORM FIND-WEEK-OF-DATE
            IF W-WX > ZERO
               IF AARC-SHELVED = 'Y'
                  ADD 1 TO W-WK-SHELVED (W-WX)
               ELSE
                  MOVE AARC-STATION TO W-FIND-STA
                  PERFORM FIND-STATION-SLOT
                  IF W-SLOT > ZERO
                     ADD 1        TO W-SW-ALERTS  (W-SLOT, W-WX)
                     ADD AARC-DUR TO W-SW-ALRMSEC (W-SLOT, W-WX)
                  END-IF
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The readings the reject rate is over: every READSER.ARC
      *   record of the five weeks, down the date-led key.
       SCAN-READING-ARCHIVE.
            OPEN INPUT ARCHIVE-FILE
            IF W-ARC-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN READSER.ARC, STATUS "
                  W-ARC-STATUS " - NO REJECT RATES"
            ELSE
               MOVE 'Y' TO W-ARC-FOUND
               MOVE 'N' TO W-DONE-FLAG
               MOVE W-FIRST-DATE TO ARC-DATE
               MOVE ZERO         TO ARC-TIME
               MOVE SPACES       TO ARC-STATION
               START ARCHIVE-FILE KEY NOT < ARC-KEY
                  INVALID KEY SET SCAN-DONE TO TRUE
               END-START
               PERFORM UNTIL SCAN-DONE
                  READ ARCHIVE-FILE NEXT RECORD
                     AT END SET SCAN-DONE TO TRUE
                  END-READ
                  IF NOT SCAN-DONE
                     IF ARC-DATE > W-LAST-DATE
                        SET SCAN-DONE TO TRUE
                     ELSE
                        MOVE ARC-DATE TO W-FIND-DATE
                        PERFORM FIND-WEEK-OF-DATE
                        MOVE ARC-STATION TO W-FIND-STA
                        PERFORM FIND-STATION-SLOT
                        IF W-SLOT > ZERO AND W-WX > ZERO
                           ADD 1 TO W-SW-READINGS (W-SLOT, W-WX)
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE ARCHIVE-FILE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The column W-WX for the date W-FIND-DATE; zero outside the
      *   five weeks.
       FIND-WEEK-OF-DATE.
            MOVE ZERO TO W-WX
            PERFORM VARYING W-CX FROM 1 BY 1 UNTIL W-CX > 5
               IF W-FIND-DATE NOT < W-WK-MONDAY (W-CX)
                  AND W-FIND-DATE NOT > W-WK-SUNDAY (W-CX)
                  MOVE W-CX TO W-WX
                  MOVE 5    TO W-CX
               END-IF
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The table row for station W-FIND-STA, adding one the first
      *   time a station turns up.  Lines written before stations
      *   were tagged carry no station and count as MAIN.
       FIND-STATION-SLOT.
            IF W-FIND-STA = SPACES
               MOVE "MAIN" TO W-FIND-STA
            END-IF
            MOVE ZERO TO W-SLOT
            PERFORM VARYING W-SX FROM 1 BY 1
               UNTIL W-SX > W-STA-COUNT
               IF W-ST-ID (W-SX) = W-FIND-STA
                  MOVE W-SX TO W-SLOT
                  MOVE W-STA-COUNT TO W-SX
               END-IF
            END-PERFORM
            IF W-SLOT = ZERO
               IF W-STA-COUNT < 10
                  ADD 1 TO W-STA-COUNT
                  INITIALIZE W-STA-ENTRY (W-STA-COUNT)
                  MOVE W-FIND-STA  TO W-ST-ID (W-STA-COUNT)
                  MOVE W-STA-COUNT TO W-SLOT
               ELSE
                  IF W-TABLE-FULL = 'N'
                     MOVE 'Y' TO W-TABLE-FULL
                     DISPLAY "*** MORE THAN 10 STATIONS, "
                        "REST NOT SCORED"
                  END-IF
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       ADD-ALL-STATIONS.
            PERFORM VARYING W-SX FROM 1 BY 1
               UNTIL W-SX > W-STA-COUNT
               PERFORM VARYING W-WX FROM 1 BY 1 UNTIL W-WX > 5
                  ADD W-SW-DOWNSEC  (W-SX, W-WX) TO W-AW-DOWNSEC  (W-WX)
                  ADD W-SW-OUTAGES  (W-SX, W-WX) TO W-AW-OUTAGES  (W-WX)
                  ADD W-SW-ALERTS   (W-SX, W-WX) TO W-AW-ALERTS   (W-WX)
                  ADD W-SW-ALRMSEC  (W-SX, W-WX) TO W-AW-ALRMSEC  (W-WX)
                  ADD W-SW-READINGS (W-SX, W-WX) TO W-AW-READINGS (W-WX)
                  ADD W-SW-REJECTS  (W-SX, W-WX) TO W-AW-REJECTS  (W-WX)
                  ADD W-SW-EXCEPT   (W-SX, W-WX) TO W-AW-EXCEPT   (W-WX)
                  ADD W-SW-BREACH   (W-SX, W-WX) TO W-AW-BREACH   (W-WX)
               END-PERFORM
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PRINT-REPORT.
            OPEN OUTPUT REPORT-FILE
            IF W-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN REPORT: " W-RPT-FILENAME
               DISPLAY "*** STATUS: " W-RPT-STATUS
               STOP RUN
            END-IF

            MOVE W-WK-MONDAY (1) TO W-H1-MONDAY
            MOVE W-WK-SUNDAY (1) TO W-H1-SUNDAY
            WRITE REPORT-RECORD FROM W-HEADING-1
            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD

            IF W-STA-COUNT = ZERO
               MOVE "  (NO STATIONS IN READSER.DEV AND NOTHING LOGGED)"
                  TO REPORT-RECORD
               WRITE REPORT-RECORD
            ELSE
               PERFORM PRINT-WEEK-SUMMARY
               PERFORM VARYING W-SX FROM 1 BY 1
                  UNTIL W-SX > W-STA-COUNT
                  PERFORM VARYING W-WX FROM 1 BY 1 UNTIL W-WX > 5
                     MOVE W-SW-DOWNSEC  (W-SX, W-WX)
                        TO W-PW-DOWNSEC  (W-WX)
                     MOVE W-SW-OUTAGES  (W-SX, W-WX)
                        TO W-PW-OUTAGES  (W-WX)
                     MOVE W-SW-ALERTS   (W-SX, W-WX)
                        TO W-PW-ALERTS   (W-WX)
                     MOVE W-SW-ALRMSEC  (W-SX, W-WX)
                        TO W-PW-ALRMSEC  (W-WX)
                     MOVE W-SW-READINGS (W-SX, W-WX)
                        TO W-PW-READINGS (W-WX)
                     MOVE W-SW-REJECTS  (W-SX, W-WX)
                        TO W-PW-REJECTS  (W-WX)
                     MOVE W-SW-EXCEPT   (W-SX, W-WX)
                        TO W-PW-EXCEPT   (W-WX)
                     MOVE W-SW-BREACH   (W-SX, W-WX)
                        TO W-PW-BREACH   (W-WX)
                  END-PERFORM
                  MOVE 1 TO W-PRINT-STATIONS
                  MOVE SPACES TO W-BLOCK-TITLE
                  STRING "STATION " W-ST-ID (W-SX) DELIMITED SIZE
                     INTO W-BLOCK-TITLE
                  PERFORM PRINT-CARD-BLOCK
               END-PERFORM
               MOVE W-ALL-WEEKS  TO W-PRINT-WEEKS
               MOVE W-STA-COUNT  TO W-PRINT-STATIONS
               MOVE "ALL STATIONS" TO W-BLOCK-TITLE
               PERFORM PRINT-CARD-BLOCK
               PERFORM PRINT-SOURCE-NOTES
            END-IF
            CLOSE REPORT-FILE
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The week scored, one line per station and the all-station
      *   line under them - the figures most Mondays need and no
      *   more.
       PRINT-WEEK-SUMMARY.
            MOVE "THIS WEEK:" TO REPORT-RECORD
            WRITE REPORT-RECORD
            WRITE REPORT-RECORD FROM W-SUM-HEAD
            PERFORM VARYING W-SX FROM 1 BY 1
               UNTIL W-SX > W-STA-COUNT
               INITIALIZE W-PRINT-WEEKS
               MOVE W-SW-DOWNSEC  (W-SX, 1) TO W-PW-DOWNSEC  (1)
               MOVE W-SW-OUTAGES  (W-SX, 1) TO W-PW-OUTAGES  (1)
               MOVE W-SW-ALERTS   (W-SX, 1) TO W-PW-ALERTS   (1)
               MOVE W-SW-ALRMSEC  (W-SX, 1) TO W-PW-ALRMSEC  (1)
               MOVE W-SW-READINGS (W-SX, 1) TO W-PW-READINGS (1)
               MOVE W-SW-REJECTS  (W-SX, 1) TO W-PW-REJECTS  (1)
               MOVE W-SW-EXCEPT   (W-SX, 1) TO W-PW-EXCEPT   (1)
               MOVE W-SW-BREACH   (W-SX, 1) TO W-PW-BREACH   (1)
               MOVE 1 TO W-PRINT-STATIONS
               MOVE 1 TO W-WX
               PERFORM EDIT-WEEK-FIGURES
               MOVE W-ST-ID (W-SX) TO W-SL-STA
               PERFORM WRITE-SUMMARY-LINE
            END-PERFORM
            MOVE W-ALL-WEEKS TO W-PRINT-WEEKS
            MOVE W-STA-COUNT TO W-PRINT-STATIONS
            MOVE 1 TO W-WX
            PERFORM EDIT-WEEK-FIGURES
            MOVE "ALL " TO W-SL-STA
            PERFORM WRITE-SUMMARY-LINE
            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       WRITE-SUMMARY-LINE.
            PERFORM VARYING W-CX FROM 1 BY 1 UNTIL W-CX > 6
               MOVE SPACES TO W-SL-COL (W-CX)
               MOVE W-FG-VAL (1, W-SUM-ROW (W-CX)) TO W-SL-VAL (W-CX)
            END-PERFORM
            WRITE REPORT-RECORD FROM W-SUM-LINE
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   One block of the scorecard: the nine figures for each of
      *   the five weeks in W-PRINT-WEEKS, this week first.
       PRINT-CARD-BLOCK.
            PERFORM VARYING W-WX FROM 1 BY 1 UNTIL W-WX > 5
               PERFORM EDIT-WEEK-FIGURES
            END-PERFORM

            MOVE W-BLOCK-TITLE TO REPORT-RECORD
            WRITE REPORT-RECORD
            MOVE "  WEEK BEGINNING MONDAY" TO W-WEEK-HEAD-1
            PERFORM VARYING W-WX FROM 1 BY 1 UNTIL W-WX > 5
               MOVE W-WK-MONDAY (W-WX) TO W-WH-DATE (W-WX)
            END-PERFORM
            WRITE REPORT-RECORD FROM W-WEEK-HEAD-1
            WRITE REPORT-RECORD FROM W-WEEK-HEAD-2

            PERFORM VARYING W-RX FROM 1 BY 1 UNTIL W-RX > 9
               MOVE SPACES TO W-ROW-LINE
               MOVE W-ROW-LABEL (W-RX) TO W-RW-LABEL
               PERFORM VARYING W-WX FROM 1 BY 1 UNTIL W-WX > 5
                  MOVE W-FG-VAL (W-WX, W-RX) TO W-RW-VAL (W-WX)
               END-PERFORM
               WRITE REPORT-RECORD FROM W-ROW-LINE
            END-PERFORM
            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Week W-WX of W-PRINT-WEEKS edited into W-FG-VAL.  Downtime
      *   over a block of stations is over that many station-weeks,
      *   so the all-station figure is the plant's availability, not
      *   the worst station's.  Alarm durations are kept in seconds
      *   and shown as minutes.  A rate with no readings under it is
      *   no rate at all.
       EDIT-WEEK-FIGURES.
            COMPUTE W-AVAIL-DEN = W-WEEK-SEC * W-PRINT-STATIONS
            IF W-AVAIL-DEN = ZERO
               MOVE ZERO TO W-AVAIL-PCT
            ELSE
               IF W-PW-DOWNSEC (W-WX) > W-AVAIL-DEN
                  MOVE ZERO TO W-AVAIL-PCT
               ELSE
                  COMPUTE W-AVAIL-PCT ROUNDED =
                     (W-AVAIL-DEN - W-PW-DOWNSEC (W-WX)) * 100
                     / W-AVAIL-DEN
               END-IF
            END-IF
            MOVE W-AVAIL-PCT TO W-ED-PCT
            MOVE W-ED-PCT    TO W-FG-VAL (W-WX, 1)

            MOVE W-PW-OUTAGES (W-WX) TO W-ED-COUNT
            MOVE W-ED-COUNT          TO W-FG-VAL (W-WX, 2)

            IF W-AARC-FOUND = 'Y'
               MOVE W-PW-ALERTS (W-WX) TO W-ED-COUNT
               MOVE W-ED-COUNT         TO W-FG-VAL (W-WX, 3)
               COMPUTE W-ALARM-MIN ROUNDED = W-PW-ALRMSEC (W-WX) / 60
               MOVE W-ALARM-MIN        TO W-ED-COUNT
               MOVE W-ED-COUNT         TO W-FG-VAL (W-WX, 4)
            ELSE
               MOVE "   NO ARC" TO W-FG-VAL (W-WX, 3)
               MOVE "   NO ARC" TO W-FG-VAL (W-WX, 4)
            END-IF

            IF W-ARC-FOUND = 'Y'
               MOVE W-PW-READINGS (W-WX) TO W-ED-COUNT
               MOVE W-ED-COUNT           TO W-FG-VAL (W-WX, 5)
            ELSE
               MOVE "   NO ARC" TO W-FG-VAL (W-WX, 5)
            END-IF
            MOVE W-PW-REJECTS (W-WX) TO W-ED-COUNT
            MOVE W-ED-COUNT          TO W-FG-VAL (W-WX, 6)
            IF W-ARC-FOUND = 'Y' AND W-PW-READINGS (W-WX) > ZERO
               COMPUTE W-REJ-RATE ROUNDED =
                  W-PW-REJECTS (W-WX) * 1000 / W-PW-READINGS (W-WX)
               MOVE W-REJ-RATE TO W-ED-RATE
               MOVE W-ED-RATE  TO W-FG-VAL (W-WX, 7)
            ELSE
               MOVE "  NO RDGS" TO W-FG-VAL (W-WX, 7)
            END-IF

            MOVE W-PW-EXCEPT (W-WX) TO W-ED-COUNT
            MOVE W-ED-COUNT         TO W-FG-VAL (W-WX, 8)
            MOVE W-PW-BREACH (W-WX) TO W-ED-COUNT
            MOVE W-ED-COUNT         TO W-FG-VAL (W-WX, 9)
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   What the figures above could not see: days whose RECONC or
      *   COMPCERT report was never produced, and alerts kept out
      *   because they were raised under a shelf.
       PRINT-SOURCE-NOTES.
            MOVE SPACES TO W-ROW-LINE
            MOVE "DAYS WITHOUT RECONC RPT" TO W-RW-LABEL
            PERFORM VARYING W-WX FROM 1 BY 1 UNTIL W-WX > 5
               MOVE W-WK-RC-MISS (W-WX) TO W-ED-COUNT
               MOVE W-ED-COUNT          TO W-RW-VAL (W-WX)
            END-PERFORM
            WRITE REPORT-RECORD FROM W-ROW-LINE

            MOVE SPACES TO W-ROW-LINE
            MOVE "DAYS WITHOUT COMPCERT RPT" TO W-RW-LABEL
            PERFORM VARYING W-WX FROM 1 BY 1 UNTIL W-WX > 5
               MOVE W-WK-CC-MISS (W-WX) TO W-ED-COUNT
               MOVE W-ED-COUNT          TO W-RW-VAL (W-WX)
            END-PERFORM
            WRITE REPORT-RECORD FROM W-ROW-LINE

            MOVE SPACES TO W-ROW-LINE
            MOVE "SHELVED ALERTS (NOT ABOVE)" TO W-RW-LABEL
            PERFORM VARYING W-WX FROM 1 BY 1 UNTIL W-WX > 5
               MOVE W-WK-SHELVED (W-WX) TO W-ED-COUNT
               MOVE W-ED-COUNT          TO W-RW-VAL (W-WX)
            END-PERFORM
            WRITE REPORT-RECORD FROM W-ROW-LINE

            IF W-OUT-TRUNC = 'Y'
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  (OVER 500 OUTAGES - DOWNTIME UNDERSTATED)"
                  TO REPORT-RECORD
               WRITE REPORT-RECORD
            END-IF
            .
