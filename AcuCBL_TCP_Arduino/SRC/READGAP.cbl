       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "READGAP",  is initial.
       AUTHOR.        Isaac Garcia Peveri.
       REMARKS.       Written in AcuCobol 7.0.0
      ******************************************************************
      * Daily data-completeness report over READSER.ARC: for every    *
      * READSER.DEV station, each stretch of the day longer than a    *
      * set number of poll intervals with no reading in the archive   *
      * (start, end and an estimate of the readings missed), and an   *
      * hour-by-hour completeness percentage against the expected     *
      * poll rate - the answer to "is this data complete" without     *
      * grepping the logs.  Each gap is explained where the day's     *
      * files allow it:                                               *
      *   - a connection outage in CONNEVyyyymmdd.LOG overlapping it  *
      *     (the previous and next day's files are read too, so an    *
      *     outage across midnight is still found),                   *
      *   - frames rejected into READSERyyyymmdd.SUS inside it,       *
      *   - otherwise "UNEXPLAINED".                                  *
      * The expected rate comes from READSER.CFG:                     *
      *   POLLSEC=n    seconds between readings of one station        *
      *                (default 3)                                    *
      *   GAPPOLLS=n   poll intervals without a reading before the    *
      *                silence counts as a gap (default 10)           *
      * Run as:  READGAP /DATE=yyyymmdd /POLLSEC=n /GAPPOLLS=n        *
      * (date defaults to yesterday, for the morning run; the         *
      * switches override READSER.CFG for a one-off look)             *
      * The report is written to READGAPyyyymmdd.RPT.                 *
      ******************************************************************
      * 2026-10-15  First version.                                    *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO "READSER.ARC"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS ARC-KEY
              ALTERNATE RECORD KEY IS ARC-STA-KEY
              FILE STATUS IS W-ARC-STATUS.
           SELECT CONN-EVENTS ASSIGN TO W-CONN-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-CONNEV-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO W-SUS-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-SUS-STATUS.
           SELECT CONFIG-FILE ASSIGN TO "READSER.CFG"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-CFG-STATUS.
           SELECT DEVICE-MASTER ASSIGN TO "READSER.DEV"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-DEV-STATUS.
           SELECT REPORT-FILE ASSIGN TO W-RPT-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       COPY "READSARC.CPY".
      *
       FD  CONN-EVENTS.
       01  CONN-RECORD       PIC X(60).
      *
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD   PIC X(60).
      *
       FD  CONFIG-FILE.
       01  CONFIG-RECORD     PIC X(60).
      *
       FD  DEVICE-MASTER.
       01  DEVICE-RECORD     PIC X(60).
      *
       FD  REPORT-FILE.
       01  REPORT-RECORD     PIC X(90).
      *
       WORKING-STORAGE SECTION.
       77 W-GAP-DATE      PIC 9(8)       VALUE ZERO.
       77 W-CMD-LINE      PIC X(80)      VALUE SPACES.
       77 W-CMD-WORD      PIC X(40)      VALUE SPACES.
       77 W-CMD-REST      PIC X(80)      VALUE SPACES.
       77 W-TODAY         PIC 9(8)       VALUE ZERO.
       77 W-DATE-INT      PIC 9(7)       VALUE ZERO.
       77 W-PREV-DATE     PIC 9(8)       VALUE ZERO.
       77 W-NEXT-DATE     PIC 9(8)       VALUE ZERO.
       77 W-FILE-DATE     PIC 9(8)       VALUE ZERO.
       77 W-CONN-FILENAME PIC X(20)      VALUE SPACES.
       77 W-SUS-FILENAME  PIC X(20)      VALUE SPACES.
       77 W-RPT-FILENAME  PIC X(20)      VALUE SPACES.
       77 W-ARC-STATUS    PIC XX         VALUE SPACES.
       77 W-CONNEV-STATUS PIC XX         VALUE SPACES.
       77 W-SUS-STATUS    PIC XX         VALUE SPACES.
       77 W-CFG-STATUS    PIC XX         VALUE SPACES.
       77 W-DEV-STATUS    PIC XX         VALUE SPACES.
       77 W-RPT-STATUS    PIC XX         VALUE SPACES.
      *   Expected poll rate, from READSER.CFG or the command line.
       77 W-CFG-KEY       PIC X(20)      VALUE SPACES.
       77 W-CFG-VALUE     PIC X(20)      VALUE SPACES.
       77 W-TRIM-OUT      PIC X(20)      VALUE SPACES.
       77 W-TRIM-LEN      PIC 9(2) COMP  VALUE ZERO.
       77 W-POLL-SEC      PIC 9(4)       VALUE 3.
       77 W-GAP-POLLS     PIC 9(4)       VALUE 10.
       77 W-GAP-LIMIT     PIC 9(7)       VALUE ZERO.
       77 W-HOUR-EXPECT   PIC 9(5)       VALUE ZERO.
      *   Stations to report: READSER.DEV, or MAIN when there is no
      *   device master (READSER's single-station mode).
       01 W-STA-TABLE.
           05 W-STA-ENTRY OCCURS 6.
              10 W-ST-ID       PIC X(4).
       77 W-STA-COUNT     PIC 9(2) COMP  VALUE ZERO.
       77 W-SX            PIC 9(2) COMP  VALUE ZERO.
       01 W-DEV-FIELDS.
           05 W-DEV-ID    PIC X(4).
           05 W-DEV-NAME  PIC X(12).
           05 W-DEV-HOST  PIC X(15).
           05 W-DEV-PORT  PIC X(5).
           05 W-DEV-LOW   PIC X(3).
           05 W-DEV-HIGH  PIC X(3).
      *   Connection outages touching the day, folded open/close the
      *   way STAAVAIL folds them, then turned into a span of
      *   seconds within the report day.
       01 W-OUT-TABLE.
           05 W-OUT-ENTRY OCCURS 300.
              10 W-OT-DATE     PIC 9(8).
              10 W-OT-DOWN     PIC 9(6).
              10 W-OT-UP       PIC 9(6).
              10 W-OT-STA      PIC X(4).
              10 W-OT-FROM-SEC PIC S9(7).
              10 W-OT-TO-SEC   PIC S9(7).
       77 W-OUT-COUNT     PIC 9(3) COMP  VALUE ZERO.
       77 W-OX            PIC 9(3) COMP  VALUE ZERO.
       77 W-OUT-TRUNC     PIC X          VALUE 'N'.
       77 W-FOUND-FLAG    PIC X          VALUE 'N'.
      *   The day's rejected frames: station and second of the day.
       01 W-REJ-TABLE.
           05 W-REJ-ENTRY OCCURS 2000.
              10 W-RJ-STA      PIC X(4).
              10 W-RJ-SEC      PIC 9(5).
       77 W-REJ-COUNT     PIC 9(4) COMP  VALUE ZERO.
       77 W-RX            PIC 9(4) COMP  VALUE ZERO.
       77 W-REJ-TRUNC     PIC X          VALUE 'N'.
      *   The station being walked: its gaps and hourly counts.
       01 W-GAP-TABLE.
           05 W-GAP-ENTRY OCCURS 100.
              10 W-GP-FROM     PIC 9(5).
              10 W-GP-TO       PIC 9(5).
       77 W-GAP-COUNT     PIC 9(3) COMP  VALUE ZERO.
       77 W-GAP-MORE      PIC 9(5)       VALUE ZERO.
       77 W-GX            PIC 9(3) COMP  VALUE ZERO.
       01 W-HOUR-TABLE.
           05 W-HOUR-COUNT  PIC 9(5) OCCURS 24.
       77 W-HX            PIC 9(2) COMP  VALUE ZERO.
       77 W-HOUR-IX       PIC 9(2) COMP  VALUE ZERO.
       77 W-READ-COUNT    PIC 9(7)       VALUE ZERO.
       77 W-DONE-FLAG     PIC X          VALUE 'N'.
           88 SCAN-DONE                  VALUE 'Y'.
      *   Seconds-of-day arithmetic.
       77 W-WORK-HH       PIC 99         VALUE ZERO.
       77 W-WORK-MI       PIC 99         VALUE ZERO.
       77 W-WORK-SS       PIC 99         VALUE ZERO.
       77 W-REC-SEC       PIC 9(5)       VALUE ZERO.
       77 W-PREV-SEC      PIC 9(5)       VALUE ZERO.
       77 W-DAY-END-SEC   PIC 9(5)       VALUE 86400.
       77 W-SPAN-SEC      PIC 9(7)       VALUE ZERO.
       77 W-TIME-NOW      PIC 9(8)       VALUE ZERO.
       77 W-HHMMSS        PIC 9(6)       VALUE ZERO.
       77 W-CONV-SEC      PIC 9(5)       VALUE ZERO.
       77 W-CONV-REST     PIC 9(5)       VALUE ZERO.
      *   Gap explanation.
       77 W-CAUSE         PIC X(40)      VALUE SPACES.
       77 W-REJ-IN-GAP    PIC 9(5)       VALUE ZERO.
       77 W-ED-REJ        PIC ZZZZ9      VALUE ZERO.
       77 W-PCT           PIC 9(3)       VALUE ZERO.
      *   Report totals.
       77 W-TOT-GAPS      PIC 9(5)       VALUE ZERO.
       77 W-TOT-UNEXPL    PIC 9(5)       VALUE ZERO.
      *   Report lines.
       01 W-HEADING-1.
           05 FILLER          PIC X(40)
              VALUE "READGAP - DATA COMPLETENESS AND GAPS FOR".
           05 FILLER          PIC X     VALUE SPACE.
           05 W-H1-DATE       PIC 9(8).
       01 W-HEADING-2.
           05 FILLER          PIC X(18) VALUE "  EXPECTED POLL = ".
           05 W-H2-POLL       PIC ZZZ9.
           05 FILLER          PIC X(27)
              VALUE " SEC, GAP = NO READING FOR ".
           05 W-H2-GAP        PIC ZZZ9.
           05 FILLER          PIC X(14) VALUE " POLLS OR MORE".
       01 W-STATION-LINE.
           05 FILLER          PIC X(10) VALUE "STATION   ".
           05 W-SL-STA        PIC X(4).
           05 FILLER          PIC X(11) VALUE "  READINGS=".
           05 W-SL-COUNT      PIC ZZZZZZ9.
           05 FILLER          PIC X(7)  VALUE "  GAPS=".
           05 W-SL-GAPS       PIC ZZZZ9.
       01 W-GAP-LINE.
           05 FILLER          PIC X(8)  VALUE "  GAP   ".
           05 W-GL-FROM       PIC 9(6).
           05 FILLER          PIC X(3)  VALUE " - ".
           05 W-GL-TO         PIC 9(6).
           05 FILLER          PIC X(6)  VALUE "  DUR=".
           05 W-GL-DUR        PIC 9(6).
           05 FILLER          PIC X(9)  VALUE "  MISSED=".
           05 W-GL-MISSED     PIC ZZZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 W-GL-CAUSE      PIC X(40).
       01 W-HOUR-HEAD-LINE.
           05 FILLER          PIC X(8)  VALUE "  HOUR  ".
           05 W-HH-ENTRY OCCURS 12.
              10 FILLER       PIC X(3)  VALUE SPACES.
              10 W-HH-HOUR    PIC 99.
       01 W-HOUR-PCT-LINE.
           05 FILLER          PIC X(8)  VALUE "  PCT % ".
           05 W-HP-ENTRY OCCURS 12.
              10 FILLER       PIC X(2)  VALUE SPACES.
              10 W-HP-PCT     PIC ZZ9.
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PROCEDURE DIVISION.
       MAIN.
            PERFORM LOAD-CONFIG
            PERFORM CHECK-COMMAND-LINE
            PERFORM LOAD-STATION-LIST
            PERFORM LOAD-OUTAGES
            PERFORM LOAD-REJECTS
            PERFORM OPEN-FILES
            PERFORM VARYING W-SX FROM 1 BY 1
               UNTIL W-SX > W-STA-COUNT
               PERFORM SCAN-ONE-STATION
               PERFORM PRINT-ONE-STATION
            END-PERFORM
            CLOSE ARCHIVE-FILE
            CLOSE REPORT-FILE
            DISPLAY "READGAP: " W-TOT-GAPS " GAP(S), " W-TOT-UNEXPL
               " UNEXPLAINED, REPORT IN " W-RPT-FILENAME
            STOP RUN
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   POLLSEC/GAPPOLLS from READSER.CFG; READSER itself passes
      *   over keys it does not use.
       LOAD-CONFIG.
            OPEN INPUT CONFIG-FILE
            IF W-CFG-STATUS = "00"
               PERFORM UNTIL W-CFG-STATUS NOT = "00"
                  READ CONFIG-FILE INTO CONFIG-RECORD
                  IF W-CFG-STATUS = "00"
                     MOVE SPACES TO W-CFG-KEY W-CFG-VALUE
                     UNSTRING CONFIG-RECORD DELIMITED BY "="
                        INTO W-CFG-KEY W-CFG-VALUE
                     MOVE ZERO TO W-TRIM-LEN
                     UNSTRING W-CFG-VALUE DELIMITED BY " "
                        INTO W-TRIM-OUT COUNT IN W-TRIM-LEN
                     IF W-TRIM-LEN > ZERO AND W-TRIM-LEN < 5
                        AND W-CFG-VALUE(1:W-TRIM-LEN) IS NUMERIC
                        EVALUATE W-CFG-KEY
                           WHEN "POLLSEC"
                              MOVE W-CFG-VALUE(1:W-TRIM-LEN)
                                 TO W-POLL-SEC
                           WHEN "GAPPOLLS"
                              MOVE W-CFG-VALUE(1:W-TRIM-LEN)
                                 TO W-GAP-POLLS
                        END-EVALUATE
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE CONFIG-FILE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       CHECK-COMMAND-LINE.
            ACCEPT W-TODAY FROM DATE YYYYMMDD
            COMPUTE W-DATE-INT  = FUNCTION INTEGER-OF-DATE (W-TODAY)
                                - 1
            COMPUTE W-GAP-DATE  = FUNCTION DATE-OF-INTEGER (W-DATE-INT)

            ACCEPT W-CMD-LINE FROM COMMAND-LINE
            PERFORM UNTIL W-CMD-LINE = SPACES
               UNSTRING W-CMD-LINE DELIMITED BY ALL " "
                  INTO W-CMD-WORD W-CMD-REST
               IF W-CMD-WORD(1:6) = "/DATE="
                  AND W-CMD-WORD(7:8) IS NUMERIC
                  MOVE W-CMD-WORD(7:8) TO W-GAP-DATE
               END-IF
               IF W-CMD-WORD(1:9) = "/POLLSEC="
                  MOVE ZERO TO W-TRIM-LEN
                  UNSTRING W-CMD-WORD(10:5) DELIMITED BY " "
                     INTO W-TRIM-OUT COUNT IN W-TRIM-LEN
                  IF W-TRIM-LEN > ZERO AND W-TRIM-LEN < 5
                     AND W-CMD-WORD(10:W-TRIM-LEN) IS NUMERIC
                     MOVE W-CMD-WORD(10:W-TRIM-LEN) TO W-POLL-SEC
                  END-IF
               END-IF
               IF W-CMD-WORD(1:10) = "/GAPPOLLS="
                  MOVE ZERO TO W-TRIM-LEN
                  UNSTRING W-CMD-WORD(11:5) DELIMITED BY " "
                     INTO W-TRIM-OUT COUNT IN W-TRIM-LEN
                  IF W-TRIM-LEN > ZERO AND W-TRIM-LEN < 5
                     AND W-CMD-WORD(11:W-TRIM-LEN) IS NUMERIC
                     MOVE W-CMD-WORD(11:W-TRIM-LEN) TO W-GAP-POLLS
                  END-IF
               END-IF
               MOVE W-CMD-REST TO W-CMD-LINE
               MOVE SPACES     TO W-CMD-REST
            END-PERFORM

            IF W-POLL-SEC = ZERO
               MOVE 1 TO W-POLL-SEC
            END-IF
            IF W-GAP-POLLS = ZERO
               MOVE 1 TO W-GAP-POLLS
            END-IF
            COMPUTE W-GAP-LIMIT   = W-POLL-SEC * W-GAP-POLLS
            COMPUTE W-HOUR-EXPECT = 3600 / W-POLL-SEC

      *   Run against today, the day is only over up to now; the
      *   silence since the last reading is not a gap yet.
            IF W-GAP-DATE = W-TODAY
               ACCEPT W-TIME-NOW FROM TIME
               MOVE W-TIME-NOW(1:6) TO W-HHMMSS
               PERFORM HHMMSS-TO-SECONDS
               MOVE W-CONV-SEC TO W-DAY-END-SEC
            END-IF

            COMPUTE W-DATE-INT  = FUNCTION INTEGER-OF-DATE (W-GAP-DATE)
            COMPUTE W-PREV-DATE =
               FUNCTION DATE-OF-INTEGER (W-DATE-INT - 1)
            COMPUTE W-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER (W-DATE-INT + 1)

            STRING "READSER" W-GAP-DATE ".SUS" DELIMITED SIZE
               INTO W-SUS-FILENAME
            STRING "READGAP" W-GAP-DATE ".RPT" DELIMITED SIZE
               INTO W-RPT-FILENAME
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       LOAD-STATION-LIST.
            OPEN INPUT DEVICE-MASTER
            IF W-DEV-STATUS = "00"
               PERFORM UNTIL W-DEV-STATUS NOT = "00"
                  READ DEVICE-MASTER INTO DEVICE-RECORD
                  IF W-DEV-STATUS = "00"
                     AND DEVICE-RECORD(1:1) NOT = "*"
                     AND DEVICE-RECORD NOT = SPACES
                     AND W-STA-COUNT < 6
                     MOVE SPACES TO W-DEV-FIELDS
                     UNSTRING DEVICE-RECORD DELIMITED BY "|"
                        INTO W-DEV-ID W-DEV-NAME W-DEV-HOST
                             W-DEV-PORT W-DEV-LOW W-DEV-HIGH
                     IF W-DEV-ID NOT = SPACES
                        ADD 1 TO W-STA-COUNT
                        MOVE W-DEV-ID TO W-ST-ID (W-STA-COUNT)
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE DEVICE-MASTER
            END-IF
            IF W-STA-COUNT = ZERO
               MOVE 1      TO W-STA-COUNT
               MOVE "MAIN" TO W-ST-ID (1)
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The day's connection events plus the day either side: the
      *   day before for an outage still running at midnight, the
      *   day after for the close event of one that crossed it.
       LOAD-OUTAGES.
            MOVE W-PREV-DATE TO W-FILE-DATE
            PERFORM LOAD-ONE-CONNEV-FILE
            MOVE W-GAP-DATE  TO W-FILE-DATE
            PERFORM LOAD-ONE-CONNEV-FILE
            MOVE W-NEXT-DATE TO W-FILE-DATE
            PERFORM LOAD-ONE-CONNEV-FILE

            PERFORM VARYING W-OX FROM 1 BY 1
               UNTIL W-OX > W-OUT-COUNT
               PERFORM SPAN-ONE-OUTAGE
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       LOAD-ONE-CONNEV-FILE.
            MOVE SPACES TO W-CONN-FILENAME
            STRING "CONNEV"    DELIMITED SIZE
                   W-FILE-DATE DELIMITED SIZE
                   ".LOG"      DELIMITED SIZE
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
      *   A close event repeats its open event's date, down time and
      *   station, so it replaces the open event in place.
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
               IF W-OUT-COUNT < 300
                  ADD 1 TO W-OUT-COUNT
                  MOVE CONN-RECORD(1:8)  TO W-OT-DATE (W-OUT-COUNT)
                  MOVE CONN-RECORD(15:6) TO W-OT-DOWN (W-OUT-COUNT)
                  MOVE CONN-RECORD(25:6) TO W-OT-UP   (W-OUT-COUNT)
                  MOVE CONN-RECORD(36:4) TO W-OT-STA  (W-OUT-COUNT)
               ELSE
                  IF W-OUT-TRUNC = 'N'
                     MOVE 'Y' TO W-OUT-TRUNC
                     DISPLAY "*** MORE THAN 300 OUTAGES, "
                        "REST NOT USED TO EXPLAIN GAPS"
                  END-IF
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   One outage as seconds within the report day.  An up time
      *   behind the down time crossed midnight.  An up time still
      *   000000 never closed, not even in the next day's file, so
      *   it is taken to run on past the end of the report day.
      *   Outages wholly outside the day end up with a span that no
      *   gap can overlap.
       SPAN-ONE-OUTAGE.
            MOVE W-OT-DOWN (W-OX) TO W-HHMMSS
            PERFORM HHMMSS-TO-SECONDS
            MOVE W-CONV-SEC TO W-OT-FROM-SEC (W-OX)
            IF W-OT-UP (W-OX) = ZERO
               MOVE 259200 TO W-OT-TO-SEC (W-OX)
            ELSE
               MOVE W-OT-UP (W-OX) TO W-HHMMSS
               PERFORM HHMMSS-TO-SECONDS
               MOVE W-CONV-SEC TO W-OT-TO-SEC (W-OX)
               IF W-OT-UP (W-OX) < W-OT-DOWN (W-OX)
                  ADD 86400 TO W-OT-TO-SEC (W-OX)
               END-IF
            END-IF

            EVALUATE W-OT-DATE (W-OX)
               WHEN W-PREV-DATE
                  SUBTRACT 86400 FROM W-OT-FROM-SEC (W-OX)
                  SUBTRACT 86400 FROM W-OT-TO-SEC   (W-OX)
               WHEN W-NEXT-DATE
                  ADD 86400 TO W-OT-FROM-SEC (W-OX)
                  ADD 86400 TO W-OT-TO-SEC   (W-OX)
            END-EVALUATE
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Frames the day's READSER sessions rejected into suspense,
      *   whatever their later disposition - a rejected frame is a
      *   reading that did not reach the archive when it was taken.
       LOAD-REJECTS.
            OPEN INPUT SUSPENSE-FILE
            IF W-SUS-STATUS = "00"
               PERFORM UNTIL W-SUS-STATUS NOT = "00"
                  READ SUSPENSE-FILE INTO SUSPENSE-RECORD
                  IF W-SUS-STATUS = "00"
                     AND SUSPENSE-RECORD(10:6) IS NUMERIC
                     IF W-REJ-COUNT < 2000
                        ADD 1 TO W-REJ-COUNT
                        MOVE SUSPENSE-RECORD(47:4)
                           TO W-RJ-STA (W-REJ-COUNT)
                        IF W-RJ-STA (W-REJ-COUNT) = SPACES
                           MOVE "MAIN" TO W-RJ-STA (W-REJ-COUNT)
                        END-IF
                        MOVE SUSPENSE-RECORD(10:6) TO W-HHMMSS
                        PERFORM HHMMSS-TO-SECONDS
                        MOVE W-CONV-SEC TO W-RJ-SEC (W-REJ-COUNT)
                     ELSE
                        IF W-REJ-TRUNC = 'N'
                           MOVE 'Y' TO W-REJ-TRUNC
                           DISPLAY "*** MORE THAN 2000 REJECTS, "
                              "REST NOT USED TO EXPLAIN GAPS"
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE SUSPENSE-FILE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       OPEN-FILES.
            OPEN INPUT ARCHIVE-FILE
            IF W-ARC-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN READSER.ARC"
               DISPLAY "*** STATUS: " W-ARC-STATUS
               DISPLAY "*** (HAS READLOAD EVER BEEN RUN?)"
               STOP RUN
            END-IF

            OPEN OUTPUT REPORT-FILE
            IF W-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN REPORT: " W-RPT-FILENAME
               DISPLAY "*** STATUS: " W-RPT-STATUS
               CLOSE ARCHIVE-FILE
               STOP RUN
            END-IF

            MOVE W-GAP-DATE  TO W-H1-DATE
            WRITE REPORT-RECORD FROM W-HEADING-1
            MOVE W-POLL-SEC  TO W-H2-POLL
            MOVE W-GAP-POLLS TO W-H2-GAP
            WRITE REPORT-RECORD FROM W-HEADING-2
            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Walk the station's readings for the day along the station
      *   key, noting every silence longer than the gap limit.  The
      *   start of the day and the end of it (or now, for today)
      *   count as the edges of the first and last silence, so a
      *   station that never reported is one gap the whole day long.
       SCAN-ONE-STATION.
            MOVE ZERO TO W-GAP-COUNT W-GAP-MORE W-READ-COUNT
            MOVE ZERO TO W-PREV-SEC
            INITIALIZE W-HOUR-TABLE
            MOVE 'N' TO W-DONE-FLAG

            MOVE W-ST-ID (W-SX) TO ARC-STA-ID
            MOVE W-GAP-DATE     TO ARC-STA-DATE
            MOVE ZERO           TO ARC-STA-TIME
            START ARCHIVE-FILE KEY NOT < ARC-STA-KEY
               INVALID KEY SET SCAN-DONE TO TRUE
            END-START

            PERFORM UNTIL SCAN-DONE
               READ ARCHIVE-FILE NEXT RECORD
                  AT END SET SCAN-DONE TO TRUE
               END-READ
               IF NOT SCAN-DONE
                  IF ARC-STA-ID NOT = W-ST-ID (W-SX)
                     OR ARC-STA-DATE NOT = W-GAP-DATE
                     SET SCAN-DONE TO TRUE
                  ELSE
                     PERFORM NOTE-ONE-READING
                  END-IF
               END-IF
            END-PERFORM

            IF W-DAY-END-SEC > W-PREV-SEC
               COMPUTE W-SPAN-SEC = W-DAY-END-SEC - W-PREV-SEC
               IF W-SPAN-SEC > W-GAP-LIMIT
                  MOVE W-DAY-END-SEC TO W-REC-SEC
                  PERFORM STORE-ONE-GAP
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       NOTE-ONE-READING.
            ADD 1 TO W-READ-COUNT
            MOVE ARC-STA-TIME(1:6) TO W-HHMMSS
            PERFORM HHMMSS-TO-SECONDS
            MOVE W-CONV-SEC TO W-REC-SEC
            COMPUTE W-HOUR-IX = W-REC-SEC / 3600 + 1
            ADD 1 TO W-HOUR-COUNT (W-HOUR-IX)

            IF W-REC-SEC > W-PREV-SEC
               COMPUTE W-SPAN-SEC = W-REC-SEC - W-PREV-SEC
               IF W-SPAN-SEC > W-GAP-LIMIT
                  PERFORM STORE-ONE-GAP
               END-IF
            END-IF
            MOVE W-REC-SEC TO W-PREV-SEC
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The silence from W-PREV-SEC to W-REC-SEC.  Past a hundred
      *   in a day the station is counted rather than listed - the
      *   report has made its point by then.
       STORE-ONE-GAP.
            IF W-GAP-COUNT < 100
               ADD 1 TO W-GAP-COUNT
               MOVE W-PREV-SEC TO W-GP-FROM (W-GAP-COUNT)
               MOVE W-REC-SEC  TO W-GP-TO   (W-GAP-COUNT)
            ELSE
               ADD 1 TO W-GAP-MORE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PRINT-ONE-STATION.
            MOVE W-ST-ID (W-SX) TO W-SL-STA
            MOVE W-READ-COUNT   TO W-SL-COUNT
            COMPUTE W-SL-GAPS = W-GAP-COUNT + W-GAP-MORE
            WRITE REPORT-RECORD FROM W-STATION-LINE
            ADD W-GAP-COUNT TO W-TOT-GAPS
            ADD W-GAP-MORE  TO W-TOT-GAPS

            PERFORM VARYING W-GX FROM 1 BY 1
               UNTIL W-GX > W-GAP-COUNT
               PERFORM PRINT-ONE-GAP
            END-PERFORM
            IF W-GAP-MORE > ZERO
               MOVE SPACES TO REPORT-RECORD
               STRING "  ... AND " W-GAP-MORE " MORE GAP(S) NOT LISTED"
                  DELIMITED SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
            END-IF

      *   Hourly completeness, twelve hours to a line.  An hour of
      *   today still to come is shown as zero like any empty hour.
            PERFORM VARYING W-HX FROM 1 BY 1 UNTIL W-HX > 12
               COMPUTE W-HH-HOUR (W-HX) = W-HX - 1
               MOVE W-HX TO W-HOUR-IX
               PERFORM HOUR-PERCENT
               MOVE W-PCT TO W-HP-PCT (W-HX)
            END-PERFORM
            WRITE REPORT-RECORD FROM W-HOUR-HEAD-LINE
            WRITE REPORT-RECORD FROM W-HOUR-PCT-LINE
            PERFORM VARYING W-HX FROM 1 BY 1 UNTIL W-HX > 12
               COMPUTE W-HH-HOUR (W-HX) = W-HX + 11
               COMPUTE W-HOUR-IX = W-HX + 12
               PERFORM HOUR-PERCENT
               MOVE W-PCT TO W-HP-PCT (W-HX)
            END-PERFORM
            WRITE REPORT-RECORD FROM W-HOUR-HEAD-LINE
            WRITE REPORT-RECORD FROM W-HOUR-PCT-LINE
            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Readings in the hour against the readings the poll rate
      *   promises, capped at 100 - a station polled faster than
      *   POLLSEC is complete, not more than complete.
       HOUR-PERCENT.
            COMPUTE W-PCT =
               W-HOUR-COUNT (W-HOUR-IX) * 100 / W-HOUR-EXPECT
               ON SIZE ERROR MOVE 100 TO W-PCT
            END-COMPUTE
            IF W-PCT > 100
               MOVE 100 TO W-PCT
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PRINT-ONE-GAP.
            MOVE W-GP-FROM (W-GX) TO W-CONV-SEC
            PERFORM SECONDS-TO-HHMMSS
            MOVE W-HHMMSS TO W-GL-FROM
            MOVE W-GP-TO (W-GX) TO W-CONV-SEC
            IF W-CONV-SEC > 86399
               MOVE 86399 TO W-CONV-SEC
            END-IF
            PERFORM SECONDS-TO-HHMMSS
            MOVE W-HHMMSS TO W-GL-TO
            COMPUTE W-CONV-SEC = W-GP-TO (W-GX) - W-GP-FROM (W-GX)
            PERFORM SECONDS-TO-HHMMSS
            MOVE W-HHMMSS TO W-GL-DUR
            COMPUTE W-GL-MISSED =
               (W-GP-TO (W-GX) - W-GP-FROM (W-GX)) / W-POLL-SEC - 1
            PERFORM EXPLAIN-GAP
            MOVE W-CAUSE TO W-GL-CAUSE
            WRITE REPORT-RECORD FROM W-GAP-LINE
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   A connection outage of the station overlapping the gap
      *   explains it first; failing that, frames it rejected inside
      *   the gap; anything else is for someone to go and look at.
       EXPLAIN-GAP.
            MOVE SPACES TO W-CAUSE
            PERFORM VARYING W-OX FROM 1 BY 1
               UNTIL W-OX > W-OUT-COUNT
               IF W-OT-STA (W-OX) = W-ST-ID (W-SX)
                  AND W-OT-FROM-SEC (W-OX) < W-GP-TO (W-GX)
                  AND W-OT-TO-SEC (W-OX)   > W-GP-FROM (W-GX)
                  STRING "OUTAGE " W-OT-DATE (W-OX)
                     " DOWN=" W-OT-DOWN (W-OX)
                     DELIMITED SIZE INTO W-CAUSE
                  MOVE W-OUT-COUNT TO W-OX
               END-IF
            END-PERFORM

            IF W-CAUSE = SPACES
               MOVE ZERO TO W-REJ-IN-GAP
               PERFORM VARYING W-RX FROM 1 BY 1
                  UNTIL W-RX > W-REJ-COUNT
                  IF W-RJ-STA (W-RX) = W-ST-ID (W-SX)
                     AND W-RJ-SEC (W-RX) >= W-GP-FROM (W-GX)
                     AND W-RJ-SEC (W-RX) <= W-GP-TO (W-GX)
                     ADD 1 TO W-REJ-IN-GAP
                  END-IF
               END-PERFORM
               IF W-REJ-IN-GAP > ZERO
                  MOVE W-REJ-IN-GAP TO W-ED-REJ
                  STRING W-ED-REJ " FRAME(S) REJECTED TO SUSPENSE"
                     DELIMITED SIZE INTO W-CAUSE
               END-IF
            END-IF

            IF W-CAUSE = SPACES
               MOVE "UNEXPLAINED" TO W-CAUSE
               ADD 1 TO W-TOT-UNEXPL
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       HHMMSS-TO-SECONDS.
            MOVE W-HHMMSS(1:2) TO W-WORK-HH
            MOVE W-HHMMSS(3:2) TO W-WORK-MI
            MOVE W-HHMMSS(5:2) TO W-WORK-SS
            COMPUTE W-CONV-SEC = W-WORK-HH * 3600
                               + W-WORK-MI * 60 + W-WORK-SS
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       SECONDS-TO-HHMMSS.
            COMPUTE W-WORK-HH   = W-CONV-SEC / 3600
            COMPUTE W-CONV-REST = W-CONV-SEC - W-WORK-HH * 3600
            COMPUTE W-WORK-MI   = W-CONV-REST / 60
            COMPUTE W-WORK-SS   = W-CONV-REST - W-WORK-MI * 60
            COMPUTE W-HHMMSS    = W-WORK-HH * 10000
                                + W-WORK-MI * 100 + W-WORK-SS
            .
