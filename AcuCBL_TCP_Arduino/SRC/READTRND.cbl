      * without /FROM the range is laid out so the last period is     *
      * today; periods default to 4)                                  *
      * The report is written to READTRNDyyyymmdd.RPT (from-date).    *
      * The figures leave out values voided in VOIDREG.DAT (see       *
      * VOIDMAINT) once READSTAT has rolled the day since the void;   *
      * each line counts the readings of its hour with a voided       *
      * value, from READSER.ARC, and the foot of the report totals    *
      * them.                                                         *
      ******************************************************************
      * 2026-09-01  First version, the reporting half of the hourly   *
      *             statistics rollup.                                 *
      * 2026-10-15  VOIDED column and total: readings of the hour     *
      *             with a value voided and left out.                 *
      * 2026-10-15  A channel voided for the whole hour (kept count   *
      *             zero on the statistics record) prints blank, not  *
      *             as zero, and TEMP's leaves the change column      *
      *             comparing against the last hour that had one.     *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT REPORT-FILE ASSIGN TO W-RPT-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-RPT-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "READSER.ARC"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS ARC-KEY
              ALTERNATE RECORD KEY IS ARC-STA-KEY
              FILE STATUS IS W-ARC-STATUS.
           SELECT VOID-FILE ASSIGN TO "VOIDREG.DAT"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS VOID-KEY
              FILE STATUS IS W-VOID-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  REPORT-FILE.
       01  REPORT-RECORD     PIC X(90).
      *
       FD  ARCHIVE-FILE.
       COPY "READSARC.CPY".
      *
       FD  VOID-FILE.
       COPY "VOIDREG.CPY".
      *
       WORKING-STORAGE SECTION.
       77 W-STAT-STATUS   PIC XX         VALUE SPACES.
       77 W-PCT           PIC S9(4)V9    VALUE ZERO.
       77 W-FOUND-FLAG    PIC X          VALUE 'N'.
       77 W-LINES-OUT     PIC 9(3)       VALUE ZERO.
      *   Active voids from VOIDREG.DAT for the trend station, and
      *   for the archive reading in hand which channels they void
      *   (1=TEMP 2=HUM 3=AUX; a "*" void takes all three).  No
      *   register means nothing is voided; no archive means the
      *   VOIDED column cannot be counted and stays empty.
       77 W-ARC-STATUS    PIC XX         VALUE SPACES.
       77 W-ARCHIVE-FLAG  PIC X          VALUE 'N'.
           88 ARCHIVE-OPEN               VALUE 'Y'.
       77 W-ARC-EOF       PIC X          VALUE 'N'.
           88 HOUR-DONE                  VALUE 'Y'.
       77 W-VOID-STATUS   PIC XX         VALUE SPACES.
       77 W-VOID-EOF      PIC X          VALUE 'N'.
           88 VOIDS-AT-END               VALUE 'Y'.
       01 W-VOID-TABLE.
           05 W-VOID-ENTRY OCCURS 50.
              10 W-VD-STA    PIC X(4).
              10 W-VD-CHAN   PIC X(4).
              10 W-VD-FROM   PIC 9(14).
              10 W-VD-UNTIL  PIC 9(14).
       77 W-VOID-COUNT    PIC 9(2) COMP  VALUE ZERO.
       77 W-VOID-DROPPED  PIC 9(5)       VALUE ZERO.
       77 W-VX            PIC 9(2) COMP  VALUE ZERO.
       77 W-VOID-LO       PIC 9(14)      VALUE ZERO.
       77 W-VOID-HI       PIC 9(14)      VALUE 99999999999999.
       77 W-RDG-STATION   PIC X(4)       VALUE SPACES.
       01 W-RDG-STAMP-X.
           05 W-RS-DATE   PIC 9(8).
           05 W-RS-TIME   PIC 9(6).
       01 W-RDG-STAMP-N REDEFINES W-RDG-STAMP-X PIC 9(14).
       01 W-VOID-FLAGS.
           05 W-VOID-CHAN PIC X OCCURS 3.
       77 W-VOID-ANY      PIC X          VALUE 'N'.
      *   The period's hour in the archive: readings, and readings
      *   with a voided value.
       77 W-PER-SEEN      PIC 9(7)       VALUE ZERO.
       77 W-PER-VOIDED    PIC 9(7)       VALUE ZERO.
       77 W-VOIDED-TOTAL  PIC 9(7)       VALUE ZERO.
      *   Report lines.
       01 W-HEADING-1.
           05 FILLER          PIC X(29)
           05 FILLER          PIC X(10) VALUE " HUM AVG  ".
           05 FILLER          PIC X(10) VALUE " AUX AVG  ".
           05 FILLER          PIC X(18) VALUE " OOB(T)   CHANGE %".
           05 FILLER          PIC X(9)  VALUE "   VOIDED".
       01 W-DETAIL-LINE.
           05 W-DL-DATE       PIC 9(8).
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 W-DL-COUNT      PIC ZZZZZZ9.
           05 FILLER          PIC X(8)  VALUE SPACES.
           05 W-DL-TMIN       PIC ZZ9.
           05 W-DL-TMIN-X REDEFINES W-DL-TMIN PIC X(3).
           05 FILLER          PIC X     VALUE SPACE.
           05 W-DL-TMAX       PIC ZZ9.
           05 W-DL-TMAX-X REDEFINES W-DL-TMAX PIC X(3).
           05 FILLER          PIC X     VALUE SPACE.
           05 W-DL-TAVG       PIC ZZ9.
           05 W-DL-TAVG-X REDEFINES W-DL-TAVG PIC X(3).
           05 FILLER          PIC X(6)  VALUE SPACES.
           05 W-DL-HAVG       PIC ZZ9.
           05 W-DL-HAVG-X REDEFINES W-DL-HAVG PIC X(3).
           05 FILLER          PIC X(7)  VALUE SPACES.
           05 W-DL-AAVG       PIC ZZ9.
           05 W-DL-AAVG-X REDEFINES W-DL-AAVG PIC X(3).
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 W-DL-OOB        PIC ZZZZZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 W-DL-PCT        PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 W-DL-VOID       PIC ZZZZZ9.
           05 W-DL-VOID-X REDEFINES W-DL-VOID PIC X(6).
       77 W-PCT-ED        PIC +ZZZ9.9    VALUE ZERO.
       01 W-NODATA-LINE.
           05 W-ND-DATE       PIC 9(8).
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 W-ND-TEXT       PIC X(43).
       01 W-VOID-TOTAL-LINE.
           05 FILLER          PIC X(35)
              VALUE "READINGS WITH VOIDED VALUES LEFT OU".
           05 FILLER          PIC X(3)  VALUE "T: ".
           05 W-VT-COUNT      PIC ZZZZZZ9.
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PROCEDURE DIVISION.
       MAIN.
            PERFORM CHECK-COMMAND-LINE
            PERFORM LOAD-VOID-REGISTER
            PERFORM OPEN-FILES
            PERFORM PRINT-HEADINGS
            PERFORM VARYING W-PX FROM 1 BY 1
               PERFORM SET-PERIOD-DATE
               PERFORM PRINT-ONE-PERIOD
            END-PERFORM
            PERFORM PRINT-VOID-TOTAL
            CLOSE STAT-FILE
            CLOSE REPORT-FILE
            IF ARCHIVE-OPEN
               CLOSE ARCHIVE-FILE
            END-IF
            DISPLAY "READTRND: " W-LINES-OUT " PERIOD(S), REPORT IN "
               W-RPT-FILENAME
            DISPLAY "READTRND: " W-VOIDED-TOTAL " READING(S) WITH "
               "VOIDED VALUES LEFT OUT"
            STOP RUN
            .

               CLOSE STAT-FILE
               STOP RUN
            END-IF

            OPEN INPUT ARCHIVE-FILE
            IF W-ARC-STATUS = "00"
               SET ARCHIVE-OPEN TO TRUE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The trend station's active voids.  A register that will
      *   not open is reported and the run goes on with nothing
      *   voided; one that does not exist yet is no news.
       LOAD-VOID-REGISTER.
            OPEN INPUT VOID-FILE
            IF W-VOID-STATUS = "00"
               PERFORM UNTIL VOIDS-AT-END
                  READ VOID-FILE NEXT RECORD
                     AT END SET VOIDS-AT-END TO TRUE
                  END-READ
                  IF NOT VOIDS-AT-END
                     AND VOID-ACTIVE
                     AND VOID-STATION = W-TREND-STA
                     AND VOID-FROM  NOT > W-VOID-HI
                     AND VOID-UNTIL NOT < W-VOID-LO
                     IF W-VOID-COUNT < 50
                        ADD 1 TO W-VOID-COUNT
                        MOVE VOID-STATION TO W-VD-STA   (W-VOID-COUNT)
                        MOVE VOID-CHANNEL TO W-VD-CHAN  (W-VOID-COUNT)
                        MOVE VOID-FROM    TO W-VD-FROM  (W-VOID-COUNT)
                        MOVE VOID-UNTIL   TO W-VD-UNTIL (W-VOID-COUNT)
                     ELSE
                        ADD 1 TO W-VOID-DROPPED
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE VOID-FILE
            ELSE
               IF W-VOID-STATUS NOT = "35"
                  DISPLAY "*** UNABLE TO OPEN VOIDREG.DAT, STATUS "
                     W-VOID-STATUS " - NOTHING VOIDED"
               END-IF
            END-IF
            IF W-VOID-DROPPED > ZERO
               DISPLAY "*** OVER 50 VOIDS IN RANGE, "
                  W-VOID-DROPPED " IGNORED"
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Which channels of the reading at W-RDG-STATION and
      *   W-RDG-STAMP-N the voids cover.
       CHECK-READING-VOID.
            MOVE "NNN" TO W-VOID-FLAGS
            MOVE 'N'   TO W-VOID-ANY
            PERFORM VARYING W-VX FROM 1 BY 1
               UNTIL W-VX > W-VOID-COUNT
               IF W-VD-STA (W-VX) = W-RDG-STATION
                  AND W-RDG-STAMP-N NOT < W-VD-FROM  (W-VX)
                  AND W-RDG-STAMP-N NOT > W-VD-UNTIL (W-VX)
                  EVALUATE W-VD-CHAN (W-VX)
                     WHEN "TEMP" MOVE 'Y' TO W-VOID-CHAN (1)
                     WHEN "HUM " MOVE 'Y' TO W-VOID-CHAN (2)
                     WHEN "AUX " MOVE 'Y' TO W-VOID-CHAN (3)
                     WHEN OTHER  MOVE "YYY" TO W-VOID-FLAGS
                  END-EVALUATE
               END-IF
            END-PERFORM
            IF W-VOID-FLAGS NOT = "NNN"
               MOVE 'Y' TO W-VOID-ANY
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The period's hour of the trend station in the archive,
      *   down the station-led key, counted against the voids.
       COUNT-HOUR-VOIDS.
            MOVE ZERO TO W-PER-SEEN W-PER-VOIDED
            IF ARCHIVE-OPEN AND W-VOID-COUNT > ZERO
               MOVE 'N'           TO W-ARC-EOF
               MOVE W-TREND-STA   TO ARC-STA-ID
               MOVE W-PERIOD-DATE TO ARC-STA-DATE
               COMPUTE ARC-STA-TIME = W-TREND-HOUR * 1000000
               START ARCHIVE-FILE KEY NOT < ARC-STA-KEY
                  INVALID KEY SET HOUR-DONE TO TRUE
               END-START
               PERFORM UNTIL HOUR-DONE
                  READ ARCHIVE-FILE NEXT RECORD
                     AT END SET HOUR-DONE TO TRUE
                  END-READ
                  IF NOT HOUR-DONE
                     IF ARC-STA-ID NOT = W-TREND-STA
                        OR ARC-STA-DATE NOT = W-PERIOD-DATE
                        OR ARC-STA-TIME(1:2) NOT = W-TREND-HOUR
                        SET HOUR-DONE TO TRUE
                     ELSE
                        PERFORM COUNT-ONE-HOUR-READING
                     END-IF
                  END-IF
               END-PERFORM
            END-IF
            ADD W-PER-VOIDED TO W-VOIDED-TOTAL
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       COUNT-ONE-HOUR-READING.
            ADD 1 TO W-PER-SEEN
            MOVE ARC-STA-ID        TO W-RDG-STATION
            MOVE ARC-STA-DATE      TO W-RS-DATE
            MOVE ARC-STA-TIME(1:6) TO W-RS-TIME
            PERFORM CHECK-READING-VOID
            IF W-VOID-ANY = 'Y'
               ADD 1 TO W-PER-VOIDED
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   One keyed read per period; a missing hour says so on its
      *   own line instead of silently shortening the report, and
      *   the change column compares against the last period that
      *   actually had data.  A channel that kept no value in the
      *   hour (every one voided) prints blank rather than zero, and
      *   with no TEMP there is nothing to compare either way.
       PRINT-ONE-PERIOD.
            PERFORM COUNT-HOUR-VOIDS
            MOVE W-PERIOD-DATE TO STAT-DATE
            MOVE W-TREND-HOUR  TO STAT-HOUR
            MOVE W-TREND-STA   TO STAT-STATION

            IF W-FOUND-FLAG = 'N'
               MOVE W-PERIOD-DATE TO W-ND-DATE
               IF W-PER-SEEN > ZERO
                  AND W-PER-VOIDED = W-PER-SEEN
                  MOVE "(EVERY READING OF THE HOUR VOIDED)"
                     TO W-ND-TEXT
               ELSE
                  MOVE "(NO DATA FOR THIS DAY - HAS READSTAT RUN?)"
                     TO W-ND-TEXT
               END-IF
               WRITE REPORT-RECORD FROM W-NODATA-LINE
            ELSE
               MOVE W-PERIOD-DATE  TO W-DL-DATE
               MOVE STAT-AVG (1)   TO W-DL-TAVG
               MOVE STAT-AVG (2)   TO W-DL-HAVG
               MOVE STAT-AVG (3)   TO W-DL-AAVG
               IF STAT-KEPT (2) = ZERO
                  MOVE SPACES TO W-DL-HAVG-X
               END-IF
               IF STAT-KEPT (3) = ZERO
                  MOVE SPACES TO W-DL-AAVG-X
               END-IF
               MOVE STAT-OOB (1)   TO W-DL-OOB
               IF ARCHIVE-OPEN
                  MOVE W-PER-VOIDED TO W-DL-VOID
               ELSE
                  MOVE SPACES TO W-DL-VOID-X
               END-IF
               IF STAT-KEPT (1) = ZERO
                  MOVE SPACES    TO W-DL-TMIN-X W-DL-TMAX-X
                                    W-DL-TAVG-X
                  MOVE " VOIDED" TO W-DL-PCT
               ELSE
                  IF W-HAVE-PREV = 'Y' AND W-PREV-AVG > ZERO
                     COMPUTE W-PCT ROUNDED =
                        (STAT-AVG (1) - W-PREV-AVG) * 100
                        / W-PREV-AVG
                     MOVE W-PCT    TO W-PCT-ED
                     MOVE W-PCT-ED TO W-DL-PCT
                  ELSE
                     MOVE "   ----" TO W-DL-PCT
                  END-IF
                  MOVE STAT-AVG (1) TO W-PREV-AVG
                  MOVE 'Y'          TO W-HAVE-PREV
               END-IF
               WRITE REPORT-RECORD FROM W-DETAIL-LINE
            END-IF
            ADD 1 TO W-LINES-OUT
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PRINT-VOID-TOTAL.
            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD
            IF ARCHIVE-OPEN
               MOVE W-VOIDED-TOTAL TO W-VT-COUNT
               WRITE REPORT-RECORD FROM W-VOID-TOTAL-LINE
            ELSE
               MOVE "(NO READSER.ARC - VOIDED READINGS NOT COUNTED)"
                  TO REPORT-RECORD
               WRITE REPORT-RECORD
            END-IF
            .
