       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "ACTUPD",  is initial.
       AUTHOR.        Isaac Garcia Peveri.
       REMARKS.       Written in AcuCobol 7.0.0
      ******************************************************************
      * Daily feed of the actuator master ACTUATOR.DAT: every command *
      * that actually reached a board adds to the cycle count and     *
      * on-time of the actuator behind it, so the valves and LEDs     *
      * can be serviced by wear instead of replaced when they fail.   *
      * Two sources:                                                  *
      *   - WriteSerial's WRTSERyyyymmdd.LOG, LED= lines with outcome *
      *     OK only: one cycle of DUR= seconds on actuator LEDn,      *
      *   - READSER's READSERyyyymmdd.CMD, OK lines only: an ON opens *
      *     a cycle on actuator OUT, the next OFF closes it and the   *
      *     time between is its on-time (an ON still open at the end  *
      *     of the run is carried in the master until its OFF comes). *
      * Lines with no station tag belong to station MAIN.             *
      * The run date's files and the day before's are both read;      *
      * each actuator only takes lines newer than the last one it was *
      * fed, so a re-run counts nothing twice and a command logged    *
      * after the evening run is picked up by the next one.           *
      * Actuators not yet in the master are added with no service     *
      * interval; ACTMAINT sets one.                                  *
      * Run as:  ACTUPD /DATE=yyyymmdd   (defaults to today)          *
      * DAYEND.PLN step:  nn|ACTUPD|ACTUPD /DATE=&DATE                *
      ******************************************************************
      * 2026-10-15  First version.                                    *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRTSER-LOG ASSIGN TO W-WRT-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-WRT-STATUS.
           SELECT COMMAND-LOG ASSIGN TO W-CMD-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-CMD-STATUS.
           SELECT ACTUATOR-FILE ASSIGN TO "ACTUATOR.DAT"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS ACT-KEY
              FILE STATUS IS W-ACT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  WRTSER-LOG.
       01  WRTSER-RECORD     PIC X(80).
      *
       FD  COMMAND-LOG.
       01  COMMAND-RECORD    PIC X(80).
      *
       FD  ACTUATOR-FILE.
       COPY "ACTRMAST.CPY".
      *
       WORKING-STORAGE SECTION.
       77 W-RUN-DATE      PIC 9(8)       VALUE ZERO.
       77 W-FEED-DATE     PIC 9(8)       VALUE ZERO.
       77 W-DATE-INT      PIC 9(7)       VALUE ZERO.
       77 W-DAY-PASS      PIC 9 COMP     VALUE ZERO.
       77 W-CMD-LINE      PIC X(60)      VALUE SPACES.
       77 W-WRT-FILENAME  PIC X(20)      VALUE SPACES.
       77 W-WRT-STATUS    PIC XX         VALUE SPACES.
       77 W-CMD-FILENAME  PIC X(20)      VALUE SPACES.
       77 W-CMD-STATUS    PIC XX         VALUE SPACES.
       77 W-ACT-STATUS    PIC XX         VALUE SPACES.
      *   The command line being fed: who, what, and when.
       77 W-LN-STA        PIC X(4)       VALUE SPACES.
       77 W-LN-ACT        PIC X(4)       VALUE SPACES.
       77 W-LN-DATE       PIC 9(8)       VALUE ZERO.
       77 W-LN-TIME       PIC 9(8)       VALUE ZERO.
       77 W-LN-DUR        PIC 9(2)       VALUE ZERO.
      *   Every actuator touched by this run, with the master's own
      *   "fed up to" stamp and ON state as they stood when the run
      *   first met it, and what this run adds on top.
       01 W-DAY-TABLE.
           05 W-DAY-ENTRY OCCURS 60.
              10 W-DY-STA       PIC X(4).
              10 W-DY-ACT       PIC X(4).
              10 W-DY-NEW       PIC X.
              10 W-DY-FED-DATE  PIC 9(8).
              10 W-DY-FED-TIME  PIC 9(8).
              10 W-DY-LAST-DATE PIC 9(8).
              10 W-DY-LAST-TIME PIC 9(8).
              10 W-DY-CYCLES    PIC 9(7).
              10 W-DY-ON-SEC    PIC 9(9).
              10 W-DY-ON-FLAG   PIC X.
              10 W-DY-ON-DATE   PIC 9(8).
              10 W-DY-ON-TIME   PIC 9(6).
       77 W-DAY-COUNT     PIC 9(2) COMP  VALUE ZERO.
       77 W-DX            PIC 9(2) COMP  VALUE ZERO.
      *   ON-to-OFF on-time, across midnight if it has to.
       01 W-HHMMSS-X.
           05 W-HMS-HH    PIC 99.
           05 W-HMS-MI    PIC 99.
           05 W-HMS-SS    PIC 99.
       77 W-SEC-FROM      PIC 9(5)       VALUE ZERO.
       77 W-SEC-TO        PIC 9(5)       VALUE ZERO.
       77 W-ELAPSED       PIC S9(9)      VALUE ZERO.
      *   Run statistics for the end-of-run summary.
       77 W-LINES-READ    PIC 9(7)       VALUE ZERO.
       77 W-LINES-FED     PIC 9(7)       VALUE ZERO.
       77 W-LINES-OLD     PIC 9(7)       VALUE ZERO.
       77 W-LINES-IGNORED PIC 9(7)       VALUE ZERO.
       77 W-ACT-ADDED     PIC 9(5)       VALUE ZERO.
       77 W-ACT-UPDATED   PIC 9(5)       VALUE ZERO.
       77 W-STILL-ON      PIC 9(5)       VALUE ZERO.
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PROCEDURE DIVISION.
       MAIN.
            PERFORM CHECK-COMMAND-LINE
            PERFORM OPEN-ACTUATOR-MASTER

      *   The day before first, so an ON from late yesterday meets
      *   its OFF from this morning in the right order.
            PERFORM VARYING W-DAY-PASS FROM 1 BY 1
               UNTIL W-DAY-PASS > 2
               COMPUTE W-DATE-INT =
                  FUNCTION INTEGER-OF-DATE (W-RUN-DATE)
               IF W-DAY-PASS = 1
                  COMPUTE W-FEED-DATE =
                     FUNCTION DATE-OF-INTEGER (W-DATE-INT - 1)
               ELSE
                  MOVE W-RUN-DATE TO W-FEED-DATE
               END-IF
               PERFORM FEED-WRTSER-LOG
               PERFORM FEED-COMMAND-LOG
            END-PERFORM

            PERFORM POST-TO-MASTER
            CLOSE ACTUATOR-FILE
            PERFORM PRINT-FEED-SUMMARY
            STOP RUN
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   A /DATE=yyyymmdd switch picks the day to feed; without it
      *   today is fed, as the evening chain runs.
       CHECK-COMMAND-LINE.
            ACCEPT W-CMD-LINE FROM COMMAND-LINE
            IF W-CMD-LINE(1:6) = "/DATE="
               AND W-CMD-LINE(7:8) IS NUMERIC
               MOVE W-CMD-LINE(7:8) TO W-RUN-DATE
            ELSE
               ACCEPT W-RUN-DATE FROM DATE YYYYMMDD
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Open the master for update, creating it on first use.
       OPEN-ACTUATOR-MASTER.
            OPEN I-O ACTUATOR-FILE
            IF W-ACT-STATUS = "35"
               OPEN OUTPUT ACTUATOR-FILE
               CLOSE ACTUATOR-FILE
               OPEN I-O ACTUATOR-FILE
            END-IF
            IF W-ACT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN ACTUATOR.DAT"
               DISPLAY "*** STATUS: " W-ACT-STATUS
               STOP RUN
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   WriteSerial's audit trail: an LED= line marked OK is one
      *   cycle of DUR= seconds.  FAILED commands never moved
      *   anything, and the MISSED schedule lines carry no LED= at
      *   all, so neither is counted.  A day with no WriteSerial run
      *   simply has no file.
       FEED-WRTSER-LOG.
            MOVE SPACES TO W-WRT-FILENAME
            STRING "WRTSER"              DELIMITED SIZE
                   W-FEED-DATE            DELIMITED SIZE
                   ".LOG"                 DELIMITED SIZE
                   INTO W-WRT-FILENAME
            OPEN INPUT WRTSER-LOG
            IF W-WRT-STATUS = "00"
               PERFORM UNTIL W-WRT-STATUS NOT = "00"
                  READ WRTSER-LOG INTO WRTSER-RECORD
                  IF W-WRT-STATUS = "00"
                     ADD 1 TO W-LINES-READ
                     PERFORM FEED-ONE-LED-LINE
                  END-IF
               END-PERFORM
               CLOSE WRTSER-LOG
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       FEED-ONE-LED-LINE.
            IF WRTSER-RECORD(1:8)   IS NUMERIC
               AND WRTSER-RECORD(10:8) IS NUMERIC
               AND WRTSER-RECORD(18:6) = "  LED="
               AND WRTSER-RECORD(24:1) >= "1"
               AND WRTSER-RECORD(24:1) <= "9"
               AND WRTSER-RECORD(30:2) IS NUMERIC
               AND WRTSER-RECORD(33:2) = "OK"
               MOVE WRTSER-RECORD(1:8)  TO W-LN-DATE
               MOVE WRTSER-RECORD(10:8) TO W-LN-TIME
               MOVE WRTSER-RECORD(30:2) TO W-LN-DUR
      *   Lines from before station routing carry no STA= and
      *   were all for the main station.
               IF WRTSER-RECORD(60:5) = " STA="
                  AND WRTSER-RECORD(65:4) NOT = SPACES
                  MOVE WRTSER-RECORD(65:4) TO W-LN-STA
               ELSE
                  MOVE "MAIN"              TO W-LN-STA
               END-IF
               MOVE SPACES              TO W-LN-ACT
               STRING "LED" WRTSER-RECORD(24:1)
                  DELIMITED SIZE INTO W-LN-ACT
               PERFORM FIND-DAY-ENTRY
               IF W-LN-DATE > W-DY-FED-DATE (W-DX)
                  OR (W-LN-DATE = W-DY-FED-DATE (W-DX)
                      AND W-LN-TIME > W-DY-FED-TIME (W-DX))
                  ADD 1        TO W-DY-CYCLES (W-DX)
                  ADD W-LN-DUR TO W-DY-ON-SEC (W-DX)
                  PERFORM NOTE-LINE-FED
               ELSE
                  ADD 1 TO W-LINES-OLD
               END-IF
            ELSE
               ADD 1 TO W-LINES-IGNORED
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   READSER's command log: every SENDDATA write it made to a
      *   station, from the keys or the auto response.
       FEED-COMMAND-LOG.
            MOVE SPACES TO W-CMD-FILENAME
            STRING "READSER"             DELIMITED SIZE
                   W-FEED-DATE            DELIMITED SIZE
                   ".CMD"                 DELIMITED SIZE
                   INTO W-CMD-FILENAME
            OPEN INPUT COMMAND-LOG
            IF W-CMD-STATUS = "00"
               PERFORM UNTIL W-CMD-STATUS NOT = "00"
                  READ COMMAND-LOG INTO COMMAND-RECORD
                  IF W-CMD-STATUS = "00"
                     ADD 1 TO W-LINES-READ
                     PERFORM FEED-ONE-CMD-LINE
                  END-IF
               END-PERFORM
               CLOSE COMMAND-LOG
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   An ON opens a cycle unless the output is already on (a
      *   repeated ON moves nothing); an OFF closes the open cycle
      *   and books the time since its ON.  An OFF with nothing open
      *   is the safe-state key pressed for good measure and counts
      *   for nothing.
       FEED-ONE-CMD-LINE.
            IF COMMAND-RECORD(1:8)   IS NUMERIC
               AND COMMAND-RECORD(10:8) IS NUMERIC
               AND COMMAND-RECORD(18:6) = "  CMD="
               AND (COMMAND-RECORD(24:3) = "ON "
                    OR COMMAND-RECORD(24:3) = "OFF")
               AND COMMAND-RECORD(37:2) = "OK"
               MOVE COMMAND-RECORD(1:8)  TO W-LN-DATE
               MOVE COMMAND-RECORD(10:8) TO W-LN-TIME
               IF COMMAND-RECORD(32:4) = SPACES
                  MOVE "MAIN"               TO W-LN-STA
               ELSE
                  MOVE COMMAND-RECORD(32:4) TO W-LN-STA
               END-IF
               MOVE "OUT " TO W-LN-ACT
               PERFORM FIND-DAY-ENTRY
               IF W-LN-DATE > W-DY-FED-DATE (W-DX)
                  OR (W-LN-DATE = W-DY-FED-DATE (W-DX)
                      AND W-LN-TIME > W-DY-FED-TIME (W-DX))
                  IF COMMAND-RECORD(24:3) = "ON "
                     IF W-DY-ON-FLAG (W-DX) NOT = 'Y'
                        ADD 1 TO W-DY-CYCLES (W-DX)
                        MOVE 'Y'             TO W-DY-ON-FLAG (W-DX)
                        MOVE W-LN-DATE       TO W-DY-ON-DATE (W-DX)
                        MOVE W-LN-TIME(1:6)  TO W-DY-ON-TIME (W-DX)
                     END-IF
                  ELSE
                     IF W-DY-ON-FLAG (W-DX) = 'Y'
                        PERFORM BOOK-ON-TIME
                        MOVE 'N'  TO W-DY-ON-FLAG (W-DX)
                        MOVE ZERO TO W-DY-ON-DATE (W-DX)
                        MOVE ZERO TO W-DY-ON-TIME (W-DX)
                     END-IF
                  END-IF
                  PERFORM NOTE-LINE-FED
               ELSE
                  ADD 1 TO W-LINES-OLD
               END-IF
            ELSE
               ADD 1 TO W-LINES-IGNORED
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Seconds from the open ON to this OFF, whole days included,
      *   so a valve left open over a weekend is booked in full.
       BOOK-ON-TIME.
            MOVE W-DY-ON-TIME (W-DX) TO W-HHMMSS-X
            COMPUTE W-SEC-FROM =
               W-HMS-HH * 3600 + W-HMS-MI * 60 + W-HMS-SS
            MOVE W-LN-TIME(1:6) TO W-HHMMSS-X
            COMPUTE W-SEC-TO =
               W-HMS-HH * 3600 + W-HMS-MI * 60 + W-HMS-SS
            COMPUTE W-ELAPSED =
               (FUNCTION INTEGER-OF-DATE (W-LN-DATE)
                - FUNCTION INTEGER-OF-DATE (W-DY-ON-DATE (W-DX)))
               * 86400 + W-SEC-TO - W-SEC-FROM
            IF W-ELAPSED > ZERO
               ADD W-ELAPSED TO W-DY-ON-SEC (W-DX)
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The newest line an actuator has taken becomes its new
      *   "fed up to" stamp when the run posts.
       NOTE-LINE-FED.
            ADD 1 TO W-LINES-FED
            MOVE W-LN-DATE TO W-DY-LAST-DATE (W-DX)
            MOVE W-LN-TIME TO W-DY-LAST-TIME (W-DX)
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Find the run's row for W-LN-STA/W-LN-ACT, opening one the
      *   first time an actuator turns up: its "fed up to" stamp and
      *   ON state come from the master, or start empty for an
      *   actuator the master has never seen.
       FIND-DAY-ENTRY.
            PERFORM VARYING W-DX FROM 1 BY 1
               UNTIL W-DX > W-DAY-COUNT
                  OR (W-DY-STA (W-DX) = W-LN-STA
                      AND W-DY-ACT (W-DX) = W-LN-ACT)
               CONTINUE
            END-PERFORM
            IF W-DX > W-DAY-COUNT
               IF W-DAY-COUNT >= 60
                  DISPLAY "*** MORE THAN 60 ACTUATORS IN ONE RUN, "
                     "ACTUATOR.DAT LEFT UNTOUCHED"
                  CLOSE ACTUATOR-FILE
                  STOP RUN
               END-IF
               ADD 1 TO W-DAY-COUNT
               MOVE W-DAY-COUNT TO W-DX
               MOVE W-LN-STA TO W-DY-STA (W-DX)
               MOVE W-LN-ACT TO W-DY-ACT (W-DX)
               MOVE ZERO     TO W-DY-CYCLES (W-DX)
               MOVE ZERO     TO W-DY-ON-SEC (W-DX)
               MOVE ZERO     TO W-DY-LAST-DATE (W-DX)
               MOVE ZERO     TO W-DY-LAST-TIME (W-DX)
               MOVE W-LN-STA TO ACT-STATION
               MOVE W-LN-ACT TO ACT-ACTUATOR
               READ ACTUATOR-FILE
                  INVALID KEY
                     MOVE 'Y'  TO W-DY-NEW      (W-DX)
                     MOVE ZERO TO W-DY-FED-DATE (W-DX)
                     MOVE ZERO TO W-DY-FED-TIME (W-DX)
                     MOVE 'N'  TO W-DY-ON-FLAG  (W-DX)
                     MOVE ZERO TO W-DY-ON-DATE  (W-DX)
                     MOVE ZERO TO W-DY-ON-TIME  (W-DX)
                  NOT INVALID KEY
                     MOVE 'N'          TO W-DY-NEW      (W-DX)
                     MOVE ACT-FED-DATE TO W-DY-FED-DATE (W-DX)
                     MOVE ACT-FED-TIME TO W-DY-FED-TIME (W-DX)
                     MOVE ACT-ON-FLAG  TO W-DY-ON-FLAG  (W-DX)
                     MOVE ACT-ON-DATE  TO W-DY-ON-DATE  (W-DX)
                     MOVE ACT-ON-TIME  TO W-DY-ON-TIME  (W-DX)
               END-READ
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Every actuator that took at least one line gets it added to
      *   both its lifetime and its since-service counters, its new
      *   "fed up to" stamp and its ON state as the run left it.
       POST-TO-MASTER.
            PERFORM VARYING W-DX FROM 1 BY 1
               UNTIL W-DX > W-DAY-COUNT
               IF W-DY-LAST-DATE (W-DX) > ZERO
                  MOVE W-DY-STA (W-DX) TO ACT-STATION
                  MOVE W-DY-ACT (W-DX) TO ACT-ACTUATOR
                  IF W-DY-NEW (W-DX) = 'Y'
                     MOVE SPACES TO ACT-DESC
                     MOVE ZERO   TO ACT-TOT-CYCLES
                     MOVE ZERO   TO ACT-TOT-ON-SEC
                     MOVE ZERO   TO ACT-SVC-CYCLES
                     MOVE ZERO   TO ACT-SVC-ON-SEC
                     MOVE ZERO   TO ACT-INT-CYCLES
                     MOVE ZERO   TO ACT-INT-MINUTES
                     MOVE ZERO   TO ACT-LAST-SVC-DATE
                     MOVE SPACES TO ACT-LAST-SVC-OPER
                  ELSE
                     READ ACTUATOR-FILE
                        INVALID KEY
                           DISPLAY "*** " ACT-KEY
                              " VANISHED FROM ACTUATOR.DAT"
                     END-READ
                  END-IF
                  ADD W-DY-CYCLES (W-DX) TO ACT-TOT-CYCLES
                  ADD W-DY-CYCLES (W-DX) TO ACT-SVC-CYCLES
                  ADD W-DY-ON-SEC (W-DX) TO ACT-TOT-ON-SEC
                  ADD W-DY-ON-SEC (W-DX) TO ACT-SVC-ON-SEC
                  MOVE W-DY-LAST-DATE (W-DX) TO ACT-FED-DATE
                  MOVE W-DY-LAST-TIME (W-DX) TO ACT-FED-TIME
                  MOVE W-DY-ON-FLAG   (W-DX) TO ACT-ON-FLAG
                  MOVE W-DY-ON-DATE   (W-DX) TO ACT-ON-DATE
                  MOVE W-DY-ON-TIME   (W-DX) TO ACT-ON-TIME
                  IF ACT-LEFT-ON
                     ADD 1 TO W-STILL-ON
                  END-IF
                  IF W-DY-NEW (W-DX) = 'Y'
                     WRITE ACT-RECORD
                        INVALID KEY
                           REWRITE ACT-RECORD
                     END-WRITE
                     ADD 1 TO W-ACT-ADDED
                  ELSE
                     REWRITE ACT-RECORD
                        INVALID KEY
                           WRITE ACT-RECORD
                     END-REWRITE
                     ADD 1 TO W-ACT-UPDATED
                  END-IF
               END-IF
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PRINT-FEED-SUMMARY.
            DISPLAY "*************************************"
            DISPLAY " ACTUPD - ACTUATOR FEED SUMMARY      "
            DISPLAY "*************************************"
            DISPLAY " RUN DATE       : " W-RUN-DATE
            DISPLAY " LINES READ     : " W-LINES-READ
            DISPLAY " COMMANDS FED   : " W-LINES-FED
            DISPLAY " ALREADY FED    : " W-LINES-OLD
            DISPLAY " NOT COUNTED    : " W-LINES-IGNORED
            DISPLAY " ACTUATORS ADDED: " W-ACT-ADDED
            DISPLAY " UPDATED        : " W-ACT-UPDATED
            DISPLAY " LEFT ON        : " W-STILL-ON
            DISPLAY "*************************************"
            .
