       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "READSPC",  is initial.
       AUTHOR.        Isaac Garcia Peveri.
       REMARKS.       Written in AcuCobol 7.0.0
      ******************************************************************
      * Statistical process control chart over the hourly statistics  *
      * file READSTAT.STA: for one station and one channel, the       *
      * hourly averages of a baseline date range the engineer picks   *
      * give the centre line and the sigma (average moving range /    *
      * 1.128, the individuals-chart estimate), and a later period    *
      * is printed against them as a character chart, one line per    *
      * hour, with every point that breaks a run rule flagged:        *
      *   R1  one point beyond 3 sigma                                *
      *   R2  two of three in a row beyond 2 sigma, same side         *
      *   R3  four of five in a row beyond 1 sigma, same side         *
      *   R4  seven in a row on one side of the centre line           *
      *   R5  six in a row steadily rising or falling                 *
      * READTRND says whether an average moved; this says whether     *
      * the move is outside the room's normal variation - the figure  *
      * the cold-room audits ask for.                                 *
      * An hour whose charted channel kept no value (every one voided *
      * in VOIDREG.DAT) is left off the chart and out of the          *
      * baseline rather than plotted as a zero.                       *
      * Run as:  READSPC /STA=xxxx /CHAN=TEMP|HUM|AUX /HOUR=hh        *
      *                  /BASEFROM=yyyymmdd /BASETO=yyyymmdd          *
      *                  /FROM=yyyymmdd /TO=yyyymmdd                  *
      * (station defaults to MAIN, channel to TEMP, hour to every     *
      * hour; the chart period to the last seven days up to today,    *
      * the baseline to the four weeks before the chart period)       *
      * The report is written to READSPCyyyymmdd.RPT (from-date).     *
      ******************************************************************
      * 2026-10-15  First version, so the audit chart stops being     *
      *             READCSV output pasted into a spreadsheet.         *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAT-FILE ASSIGN TO "READSTAT.STA"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS STAT-KEY
              FILE STATUS IS W-STAT-STATUS.
           SELECT REPORT-FILE ASSIGN TO W-RPT-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  STAT-FILE.
       COPY "READSSTA.CPY".
      *
       FD  REPORT-FILE.
       01  REPORT-RECORD     PIC X(110).
      *
       WORKING-STORAGE SECTION.
       77 W-STAT-STATUS   PIC XX         VALUE SPACES.
       77 W-RPT-STATUS    PIC XX         VALUE SPACES.
       77 W-RPT-FILENAME  PIC X(24)      VALUE SPACES.
       77 W-CMD-LINE      PIC X(120)     VALUE SPACES.
       77 W-CMD-WORD      PIC X(40)      VALUE SPACES.
       77 W-CMD-REST      PIC X(120)     VALUE SPACES.
       77 W-TODAY         PIC 9(8)       VALUE ZERO.
       77 W-DATE-INT      PIC 9(7)       VALUE ZERO.
      *   What is charted: one station, one channel (1=TEMP 2=HUM
      *   3=AUX, the READSTAT.STA order), every hour or one band.
       77 W-SPC-STA       PIC X(4)       VALUE "MAIN".
       77 W-SPC-CHAN      PIC X(4)       VALUE "TEMP".
       77 W-CX            PIC 9          VALUE 1.
       77 W-SPC-HOUR      PIC 9(2)       VALUE ZERO.
       77 W-ALL-HOURS     PIC X          VALUE 'Y'.
       77 W-BASE-FROM     PIC 9(8)       VALUE ZERO.
       77 W-BASE-TO       PIC 9(8)       VALUE ZERO.
       77 W-CHART-FROM    PIC 9(8)       VALUE ZERO.
       77 W-CHART-TO      PIC 9(8)       VALUE ZERO.
      *   The range being scanned and where the scan has got to.
       77 W-SCAN-FROM     PIC 9(8)       VALUE ZERO.
       77 W-SCAN-TO       PIC 9(8)       VALUE ZERO.
       77 W-DONE-FLAG     PIC X          VALUE 'N'.
           88 SCAN-DONE                  VALUE 'Y'.
       77 W-POINT-OK      PIC X          VALUE 'N'.
      *   Baseline figures.  Sigma is estimated from the average
      *   moving range between consecutive baseline points (d2 =
      *   1.128 for ranges of two), the individuals-chart method;
      *   an hour missing from the file simply joins its neighbours.
       77 W-BASE-N        PIC 9(5)       VALUE ZERO.
       77 W-BASE-SUM      PIC 9(9)       VALUE ZERO.
       77 W-MR-SUM        PIC 9(9)       VALUE ZERO.
       77 W-MR-N          PIC 9(5)       VALUE ZERO.
       77 W-LAST-VALUE    PIC 9(3)       VALUE ZERO.
       77 W-HAVE-LAST     PIC X          VALUE 'N'.
       77 W-MR-BAR        PIC 9(3)V999   VALUE ZERO.
       77 W-CL            PIC 9(3)V99    VALUE ZERO.
       77 W-SIGMA         PIC 9(3)V999   VALUE ZERO.
       77 W-UCL           PIC S9(4)V99   VALUE ZERO.
       77 W-LCL           PIC S9(4)V99   VALUE ZERO.
      *   The chart period's points, kept whole so each rule can
      *   look back along the run that ends at the point.
       01 W-POINT-TABLE.
           05 W-POINT-ENTRY OCCURS 2000.
              10 W-PT-DATE    PIC 9(8).
              10 W-PT-HOUR    PIC 9(2).
              10 W-PT-VALUE   PIC 9(3).
              10 W-PT-SIDE    PIC S9.
              10 W-PT-ZONE    PIC 9.
              10 W-PT-FLAGS   PIC X(15).
       77 W-POINT-COUNT   PIC 9(4) COMP  VALUE ZERO.
       77 W-PX            PIC 9(4) COMP  VALUE ZERO.
       77 W-PY            PIC 9(4) COMP  VALUE ZERO.
       77 W-TABLE-FULL    PIC X          VALUE 'N'.
      *   Rule work fields.  Z is wide enough for the worst case, a
      *   999-degree swing over the smallest sigma (0.001), so a
      *   gross excursion cannot lose its high-order digits.
       77 W-Z             PIC S9(7)V999  VALUE ZERO.
       77 W-HITS          PIC 9          VALUE ZERO.
       77 W-RUN-OK        PIC X          VALUE 'N'.
       77 W-FLAG-PTR      PIC 9(2) COMP  VALUE ZERO.
       01 W-RULE-COUNTS.
           05 W-RULE-COUNT PIC 9(5) OCCURS 5.
       77 W-RX            PIC 9          VALUE ZERO.
       77 W-FLAGGED       PIC 9(5)       VALUE ZERO.
      *   Chart geometry: 57 print positions span centre line +/- 4
      *   sigma at 7 positions a sigma, so the centre line sits in
      *   position 29 and the 3-sigma limits in 8 and 50.
       77 W-POS           PIC S9(9)      VALUE ZERO.
       01 W-SCALE-LINE.
           05 FILLER          PIC X(16) VALUE SPACES.
           05 W-SC-PLOT       PIC X(57).
       01 W-CHART-LINE.
           05 W-CH-DATE       PIC 9(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 W-CH-HOUR       PIC 9(2).
           05 FILLER          PIC X     VALUE SPACE.
           05 W-CH-VALUE      PIC ZZ9.
           05 FILLER          PIC X     VALUE SPACE.
           05 W-CH-PLOT       PIC X(57).
           05 FILLER          PIC X     VALUE SPACE.
           05 W-CH-FLAGS      PIC X(15).
      *   Report lines.
       01 W-HEADING-1.
           05 FILLER          PIC X(28)
              VALUE "READSPC - CONTROL CHART    ".
           05 FILLER          PIC X(4)  VALUE "STA=".
           05 W-H1-STA        PIC X(4).
           05 FILLER          PIC X(7)  VALUE "  CHAN=".
           05 W-H1-CHAN       PIC X(4).
           05 FILLER          PIC X(7)  VALUE "  HOUR=".
           05 W-H1-HOUR       PIC X(3).
       01 W-BASE-LINE-1.
           05 FILLER          PIC X(10) VALUE "BASELINE  ".
           05 W-B1-FROM       PIC 9(8).
           05 FILLER          PIC X(3)  VALUE " - ".
           05 W-B1-TO         PIC 9(8).
           05 FILLER          PIC X(9)  VALUE "  POINTS=".
           05 W-B1-N          PIC ZZZZ9.
           05 FILLER          PIC X(8)  VALUE "  MRBAR=".
           05 W-B1-MRBAR      PIC ZZ9.999.
           05 FILLER          PIC X(8)  VALUE "  SIGMA=".
           05 W-B1-SIGMA      PIC ZZ9.999.
       01 W-BASE-LINE-2.
           05 FILLER          PIC X(10) VALUE SPACES.
           05 FILLER          PIC X(4)  VALUE "LCL=".
           05 W-B2-LCL        PIC -ZZZ9.99.
           05 FILLER          PIC X(6)  VALUE "   CL=".
           05 W-B2-CL         PIC ZZ9.99.
           05 FILLER          PIC X(7)  VALUE "   UCL=".
           05 W-B2-UCL        PIC -ZZZ9.99.
       01 W-CHART-HEAD.
           05 FILLER          PIC X(10) VALUE "CHART     ".
           05 W-CHH-FROM      PIC 9(8).
           05 FILLER          PIC X(3)  VALUE " - ".
           05 W-CHH-TO        PIC 9(8).
           05 FILLER          PIC X(30)
              VALUE "   (* POINT, X FLAGGED POINT, ".
           05 FILLER          PIC X(34)
              VALUE "< > OFF THE 4-SIGMA SCALE)".
       01 W-RULE-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 W-RL-TEXT       PIC X(48).
           05 W-RL-COUNT      PIC ZZZZ9.
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PROCEDURE DIVISION.
       MAIN.
            PERFORM CHECK-COMMAND-LINE
            OPEN INPUT STAT-FILE
            IF W-STAT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN READSTAT.STA"
               DISPLAY "*** STATUS: " W-STAT-STATUS
               DISPLAY "*** (HAS READSTAT EVER BEEN RUN?)"
               STOP RUN
            END-IF
            PERFORM COMPUTE-BASELINE
            PERFORM LOAD-CHART-POINTS
            CLOSE STAT-FILE
            PERFORM APPLY-RUN-RULES
            PERFORM PRINT-REPORT
            DISPLAY "READSPC: " W-POINT-COUNT " POINT(S), "
               W-FLAGGED " FLAGGED, REPORT IN " W-RPT-FILENAME
            STOP RUN
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       CHECK-COMMAND-LINE.
            ACCEPT W-TODAY FROM DATE YYYYMMDD
            ACCEPT W-CMD-LINE FROM COMMAND-LINE
            PERFORM UNTIL W-CMD-LINE = SPACES
               UNSTRING W-CMD-LINE DELIMITED BY ALL " "
                  INTO W-CMD-WORD W-CMD-REST
               IF W-CMD-WORD(1:5) = "/STA="
                  AND W-CMD-WORD(6:4) NOT = SPACES
                  MOVE W-CMD-WORD(6:4) TO W-SPC-STA
               END-IF
               IF W-CMD-WORD(1:6) = "/CHAN="
                  MOVE W-CMD-WORD(7:4) TO W-SPC-CHAN
               END-IF
               IF W-CMD-WORD(1:6) = "/HOUR="
                  AND W-CMD-WORD(7:2) IS NUMERIC
                  MOVE W-CMD-WORD(7:2) TO W-SPC-HOUR
                  MOVE 'N' TO W-ALL-HOURS
               END-IF
               IF W-CMD-WORD(1:10) = "/BASEFROM="
                  AND W-CMD-WORD(11:8) IS NUMERIC
                  MOVE W-CMD-WORD(11:8) TO W-BASE-FROM
               END-IF
               IF W-CMD-WORD(1:8) = "/BASETO="
                  AND W-CMD-WORD(9:8) IS NUMERIC
                  MOVE W-CMD-WORD(9:8) TO W-BASE-TO
               END-IF
               IF W-CMD-WORD(1:6) = "/FROM="
                  AND W-CMD-WORD(7:8) IS NUMERIC
                  MOVE W-CMD-WORD(7:8) TO W-CHART-FROM
               END-IF
               IF W-CMD-WORD(1:4) = "/TO="
                  AND W-CMD-WORD(5:8) IS NUMERIC
                  MOVE W-CMD-WORD(5:8) TO W-CHART-TO
               END-IF
               MOVE W-CMD-REST TO W-CMD-LINE
               MOVE SPACES     TO W-CMD-REST
            END-PERFORM

            EVALUATE W-SPC-CHAN
               WHEN "TEMP" MOVE 1 TO W-CX
               WHEN "HUM " MOVE 2 TO W-CX
               WHEN "AUX " MOVE 3 TO W-CX
               WHEN OTHER
                  DISPLAY "*** /CHAN= MUST BE TEMP, HUM OR AUX"
                  STOP RUN
            END-EVALUATE
            IF W-SPC-HOUR > 23
               MOVE 23 TO W-SPC-HOUR
            END-IF

      *   Open ends are filled in backwards from today: the chart is
      *   the last seven days, the baseline the four weeks before.
            IF W-CHART-TO = ZERO
               MOVE W-TODAY TO W-CHART-TO
            END-IF
            IF W-CHART-FROM = ZERO
               COMPUTE W-DATE-INT =
                  FUNCTION INTEGER-OF-DATE (W-CHART-TO) - 6
               COMPUTE W-CHART-FROM =
                  FUNCTION DATE-OF-INTEGER (W-DATE-INT)
            END-IF
            IF W-BASE-TO = ZERO
               COMPUTE W-DATE-INT =
                  FUNCTION INTEGER-OF-DATE (W-CHART-FROM) - 1
               COMPUTE W-BASE-TO =
                  FUNCTION DATE-OF-INTEGER (W-DATE-INT)
            END-IF
            IF W-BASE-FROM = ZERO
               COMPUTE W-DATE-INT =
                  FUNCTION INTEGER-OF-DATE (W-BASE-TO) - 27
               COMPUTE W-BASE-FROM =
                  FUNCTION DATE-OF-INTEGER (W-DATE-INT)
            END-IF
            IF W-BASE-FROM > W-BASE-TO
               OR W-CHART-FROM > W-CHART-TO
               DISPLAY "*** A FROM DATE IS AFTER ITS TO DATE"
               STOP RUN
            END-IF

            STRING "READSPC" W-CHART-FROM ".RPT" DELIMITED SIZE
               INTO W-RPT-FILENAME
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Position on the first hour of the scan range; the key runs
      *   date + hour + station, so other stations' hours are read
      *   past on the way.
       START-SCAN.
            MOVE 'N' TO W-DONE-FLAG
            MOVE W-SCAN-FROM TO STAT-DATE
            MOVE ZERO        TO STAT-HOUR
            MOVE SPACES      TO STAT-STATION
            START STAT-FILE KEY NOT < STAT-KEY
               INVALID KEY SET SCAN-DONE TO TRUE
            END-START
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Next hour of the range that belongs on the chart: this
      *   station, the hour band asked for, and readings in it that
      *   kept a value on the charted channel.
       READ-NEXT-POINT.
            MOVE 'N' TO W-POINT-OK
            PERFORM UNTIL SCAN-DONE OR W-POINT-OK = 'Y'
               READ STAT-FILE NEXT RECORD
                  AT END SET SCAN-DONE TO TRUE
               END-READ
               IF NOT SCAN-DONE
                  IF STAT-DATE > W-SCAN-TO
                     SET SCAN-DONE TO TRUE
                  ELSE
                     IF STAT-STATION = W-SPC-STA
                        AND STAT-COUNT > ZERO
                        AND STAT-KEPT (W-CX) > ZERO
                        AND (W-ALL-HOURS = 'Y'
                             OR STAT-HOUR = W-SPC-HOUR)
                        MOVE 'Y' TO W-POINT-OK
                     END-IF
                  END-IF
               END-IF
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Centre line and sigma from the baseline hours.  Fewer than
      *   two points cannot give a sigma at all; fewer than twenty
      *   gives one, with a warning that it is a thin basis.
       COMPUTE-BASELINE.
            MOVE W-BASE-FROM TO W-SCAN-FROM
            MOVE W-BASE-TO   TO W-SCAN-TO
            PERFORM START-SCAN
            PERFORM READ-NEXT-POINT
            PERFORM UNTIL SCAN-DONE
               ADD 1 TO W-BASE-N
               ADD STAT-AVG (W-CX) TO W-BASE-SUM
               IF W-HAVE-LAST = 'Y'
                  IF STAT-AVG (W-CX) > W-LAST-VALUE
                     COMPUTE W-MR-SUM = W-MR-SUM
                                + STAT-AVG (W-CX) - W-LAST-VALUE
                  ELSE
                     COMPUTE W-MR-SUM = W-MR-SUM
                                + W-LAST-VALUE - STAT-AVG (W-CX)
                  END-IF
                  ADD 1 TO W-MR-N
               END-IF
               MOVE STAT-AVG (W-CX) TO W-LAST-VALUE
               MOVE 'Y' TO W-HAVE-LAST
               PERFORM READ-NEXT-POINT
            END-PERFORM

            IF W-BASE-N < 2
               DISPLAY "*** FEWER THAN TWO BASELINE HOURS FOR "
                  W-SPC-STA " " W-BASE-FROM "-" W-BASE-TO
               CLOSE STAT-FILE
               STOP RUN
            END-IF
            IF W-BASE-N < 20
               DISPLAY "*** ONLY " W-BASE-N " BASELINE HOURS - "
                  "LIMITS ARE A THIN ESTIMATE"
            END-IF

            COMPUTE W-CL ROUNDED = W-BASE-SUM / W-BASE-N
            COMPUTE W-MR-BAR ROUNDED = W-MR-SUM / W-MR-N
            COMPUTE W-SIGMA ROUNDED = W-MR-BAR / 1.128
            IF W-SIGMA = ZERO
               DISPLAY "*** BASELINE DID NOT VARY AT ALL - NO SIGMA "
                  "TO CHART AGAINST (A STUCK PROBE?)"
               CLOSE STAT-FILE
               STOP RUN
            END-IF
            COMPUTE W-UCL = W-CL + 3 * W-SIGMA
            COMPUTE W-LCL = W-CL - 3 * W-SIGMA
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The chart period's hours, each placed against the centre
      *   line (side) and counted in whole sigmas from it (zone 0-3,
      *   3 meaning beyond 3 sigma).
       LOAD-CHART-POINTS.
            MOVE W-CHART-FROM TO W-SCAN-FROM
            MOVE W-CHART-TO   TO W-SCAN-TO
            PERFORM START-SCAN
            PERFORM READ-NEXT-POINT
            PERFORM UNTIL SCAN-DONE
               IF W-POINT-COUNT < 2000
                  ADD 1 TO W-POINT-COUNT
                  MOVE W-POINT-COUNT TO W-PX
                  MOVE STAT-DATE       TO W-PT-DATE  (W-PX)
                  MOVE STAT-HOUR       TO W-PT-HOUR  (W-PX)
                  MOVE STAT-AVG (W-CX) TO W-PT-VALUE (W-PX)
                  MOVE SPACES          TO W-PT-FLAGS (W-PX)
                  COMPUTE W-Z = (STAT-AVG (W-CX) - W-CL) / W-SIGMA
                  EVALUATE TRUE
                     WHEN W-Z > ZERO MOVE  1 TO W-PT-SIDE (W-PX)
                     WHEN W-Z < ZERO MOVE -1 TO W-PT-SIDE (W-PX)
                     WHEN OTHER      MOVE  0 TO W-PT-SIDE (W-PX)
                  END-EVALUATE
                  IF W-Z < ZERO
                     COMPUTE W-Z = ZERO - W-Z
                  END-IF
                  EVALUATE TRUE
                     WHEN W-Z > 3 MOVE 3 TO W-PT-ZONE (W-PX)
                     WHEN W-Z > 2 MOVE 2 TO W-PT-ZONE (W-PX)
                     WHEN W-Z > 1 MOVE 1 TO W-PT-ZONE (W-PX)
                     WHEN OTHER   MOVE 0 TO W-PT-ZONE (W-PX)
                  END-EVALUATE
               ELSE
                  IF W-TABLE-FULL = 'N'
                     MOVE 'Y' TO W-TABLE-FULL
                     DISPLAY "*** MORE THAN 2000 HOURS IN THE CHART "
                        "PERIOD, REST NOT CHARTED"
                  END-IF
               END-IF
               PERFORM READ-NEXT-POINT
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Each rule is judged at the point that completes it, so a
      *   flag sits on the hour the pattern became true.
       APPLY-RUN-RULES.
            PERFORM VARYING W-PX FROM 1 BY 1
               UNTIL W-PX > W-POINT-COUNT
               MOVE 1 TO W-FLAG-PTR
               PERFORM CHECK-RULE-1
               PERFORM CHECK-RULE-2
               PERFORM CHECK-RULE-3
               PERFORM CHECK-RULE-4
               PERFORM CHECK-RULE-5
               IF W-PT-FLAGS (W-PX) NOT = SPACES
                  ADD 1 TO W-FLAGGED
               END-IF
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       CHECK-RULE-1.
            IF W-PT-ZONE (W-PX) = 3
               MOVE 1 TO W-RX
               PERFORM SET-RULE-FLAG
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Two of the last three beyond 2 sigma, this point one of
      *   them, all on this point's side.
       CHECK-RULE-2.
            IF W-PX >= 3
               AND W-PT-ZONE (W-PX) >= 2
               AND W-PT-SIDE (W-PX) NOT = ZERO
               MOVE ZERO TO W-HITS
               PERFORM VARYING W-PY FROM W-PX BY -1
                  UNTIL W-PY < W-PX - 2
                  IF W-PT-ZONE (W-PY) >= 2
                     AND W-PT-SIDE (W-PY) = W-PT-SIDE (W-PX)
                     ADD 1 TO W-HITS
                  END-IF
               END-PERFORM
               IF W-HITS >= 2
                  MOVE 2 TO W-RX
                  PERFORM SET-RULE-FLAG
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Four of the last five beyond 1 sigma, this point one of
      *   them, all on this point's side.
       CHECK-RULE-3.
            IF W-PX >= 5
               AND W-PT-ZONE (W-PX) >= 1
               AND W-PT-SIDE (W-PX) NOT = ZERO
               MOVE ZERO TO W-HITS
               PERFORM VARYING W-PY FROM W-PX BY -1
                  UNTIL W-PY < W-PX - 4
                  IF W-PT-ZONE (W-PY) >= 1
                     AND W-PT-SIDE (W-PY) = W-PT-SIDE (W-PX)
                     ADD 1 TO W-HITS
                  END-IF
               END-PERFORM
               IF W-HITS >= 4
                  MOVE 3 TO W-RX
                  PERFORM SET-RULE-FLAG
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Seven in a row on one side; a point exactly on the centre
      *   line breaks the run.
       CHECK-RULE-4.
            IF W-PX >= 7
               AND W-PT-SIDE (W-PX) NOT = ZERO
               MOVE 'Y' TO W-RUN-OK
               PERFORM VARYING W-PY FROM W-PX BY -1
                  UNTIL W-PY < W-PX - 6
                  IF W-PT-SIDE (W-PY) NOT = W-PT-SIDE (W-PX)
                     MOVE 'N' TO W-RUN-OK
                  END-IF
               END-PERFORM
               IF W-RUN-OK = 'Y'
                  MOVE 4 TO W-RX
                  PERFORM SET-RULE-FLAG
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Six in a row each higher than the one before, or each
      *   lower - a drift the limits have not caught up with yet.
       CHECK-RULE-5.
            IF W-PX >= 6
               MOVE 'Y' TO W-RUN-OK
               PERFORM VARYING W-PY FROM W-PX BY -1
                  UNTIL W-PY < W-PX - 4
                  IF W-PT-VALUE (W-PY) NOT > W-PT-VALUE (W-PY - 1)
                     MOVE 'N' TO W-RUN-OK
                  END-IF
               END-PERFORM
               IF W-RUN-OK = 'N'
                  MOVE 'Y' TO W-RUN-OK
                  PERFORM VARYING W-PY FROM W-PX BY -1
                     UNTIL W-PY < W-PX - 4
                     IF W-PT-VALUE (W-PY) NOT < W-PT-VALUE (W-PY - 1)
                        MOVE 'N' TO W-RUN-OK
                     END-IF
                  END-PERFORM
               END-IF
               IF W-RUN-OK = 'Y'
                  MOVE 5 TO W-RX
                  PERFORM SET-RULE-FLAG
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Append "Rn " to the point's flag column and count it.
       SET-RULE-FLAG.
            STRING "R" W-RX " " DELIMITED SIZE
               INTO W-PT-FLAGS (W-PX)
               WITH POINTER W-FLAG-PTR
            ADD 1 TO W-RULE-COUNT (W-RX)
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PRINT-REPORT.
            OPEN OUTPUT REPORT-FILE
            IF W-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN REPORT: " W-RPT-FILENAME
               DISPLAY "*** STATUS: " W-RPT-STATUS
               STOP RUN
            END-IF

            MOVE W-SPC-STA  TO W-H1-STA
            MOVE W-SPC-CHAN TO W-H1-CHAN
            IF W-ALL-HOURS = 'Y'
               MOVE "ALL" TO W-H1-HOUR
            ELSE
               MOVE W-SPC-HOUR TO W-H1-HOUR
            END-IF
            WRITE REPORT-RECORD FROM W-HEADING-1
            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD

            MOVE W-BASE-FROM TO W-B1-FROM
            MOVE W-BASE-TO   TO W-B1-TO
            MOVE W-BASE-N    TO W-B1-N
            MOVE W-MR-BAR    TO W-B1-MRBAR
            MOVE W-SIGMA     TO W-B1-SIGMA
            WRITE REPORT-RECORD FROM W-BASE-LINE-1
            MOVE W-LCL       TO W-B2-LCL
            MOVE W-CL        TO W-B2-CL
            MOVE W-UCL       TO W-B2-UCL
            WRITE REPORT-RECORD FROM W-BASE-LINE-2
            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD

            MOVE W-CHART-FROM TO W-CHH-FROM
            MOVE W-CHART-TO   TO W-CHH-TO
            WRITE REPORT-RECORD FROM W-CHART-HEAD
            MOVE SPACES TO W-SC-PLOT
            MOVE "LCL" TO W-SC-PLOT(7:3)
            MOVE "CL"  TO W-SC-PLOT(29:2)
            MOVE "UCL" TO W-SC-PLOT(49:3)
            WRITE REPORT-RECORD FROM W-SCALE-LINE

            PERFORM VARYING W-PX FROM 1 BY 1
               UNTIL W-PX > W-POINT-COUNT
               PERFORM PRINT-ONE-POINT
            END-PERFORM
            IF W-POINT-COUNT = ZERO
               MOVE "  (NO HOURS FOR THIS STATION IN THE CHART PERIOD)"
                  TO REPORT-RECORD
               WRITE REPORT-RECORD
            END-IF

            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD
            MOVE "RUN-RULE VIOLATIONS:" TO REPORT-RECORD
            WRITE REPORT-RECORD
            MOVE "R1 ONE POINT BEYOND 3 SIGMA" TO W-RL-TEXT
            MOVE W-RULE-COUNT (1) TO W-RL-COUNT
            WRITE REPORT-RECORD FROM W-RULE-LINE
            MOVE "R2 TWO OF THREE BEYOND 2 SIGMA, SAME SIDE"
               TO W-RL-TEXT
            MOVE W-RULE-COUNT (2) TO W-RL-COUNT
            WRITE REPORT-RECORD FROM W-RULE-LINE
            MOVE "R3 FOUR OF FIVE BEYOND 1 SIGMA, SAME SIDE"
               TO W-RL-TEXT
            MOVE W-RULE-COUNT (3) TO W-RL-COUNT
            WRITE REPORT-RECORD FROM W-RULE-LINE
            MOVE "R4 SEVEN IN A ROW ON ONE SIDE" TO W-RL-TEXT
            MOVE W-RULE-COUNT (4) TO W-RL-COUNT
            WRITE REPORT-RECORD FROM W-RULE-LINE
            MOVE "R5 SIX IN A ROW RISING OR FALLING" TO W-RL-TEXT
            MOVE W-RULE-COUNT (5) TO W-RL-COUNT
            WRITE REPORT-RECORD FROM W-RULE-LINE
            MOVE "POINTS FLAGGED" TO W-RL-TEXT
            MOVE W-FLAGGED TO W-RL-COUNT
            WRITE REPORT-RECORD FROM W-RULE-LINE
            CLOSE REPORT-FILE
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   One chart line: the centre line and 3-sigma limits drawn
      *   in, the point placed at 7 positions a sigma, a point off
      *   the scale pinned to the edge as < or >.
       PRINT-ONE-POINT.
            MOVE W-PT-DATE  (W-PX) TO W-CH-DATE
            MOVE W-PT-HOUR  (W-PX) TO W-CH-HOUR
            MOVE W-PT-VALUE (W-PX) TO W-CH-VALUE
            MOVE W-PT-FLAGS (W-PX) TO W-CH-FLAGS
            MOVE SPACES TO W-CH-PLOT
            MOVE ":" TO W-CH-PLOT(8:1)
            MOVE "|" TO W-CH-PLOT(29:1)
            MOVE ":" TO W-CH-PLOT(50:1)
            COMPUTE W-POS ROUNDED =
               29 + (W-PT-VALUE (W-PX) - W-CL) * 7 / W-SIGMA
            EVALUATE TRUE
               WHEN W-POS < 1
                  MOVE "<" TO W-CH-PLOT(1:1)
               WHEN W-POS > 57
                  MOVE ">" TO W-CH-PLOT(57:1)
               WHEN W-PT-FLAGS (W-PX) NOT = SPACES
                  MOVE "X" TO W-CH-PLOT(W-POS:1)
               WHEN OTHER
                  MOVE "*" TO W-CH-PLOT(W-POS:1)
            END-EVALUATE
            WRITE REPORT-RECORD FROM W-CHART-LINE
            .
