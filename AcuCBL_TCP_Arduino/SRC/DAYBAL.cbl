       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "DAYBAL",  is initial.
       AUTHOR.        Isaac Garcia Peveri.
       REMARKS.       Written in AcuCobol 7.0.0
      ******************************************************************
      * Day-end control-total balancing across the reading chain.     *
      * Every step of the evening chain counts its own records, but   *
      * nothing proved the steps agree with each other - a station's  *
      * afternoon once went missing from the historian because        *
      * READLOAD skipped lines it could not parse, and the counts     *
      * each step displayed all looked fine on their own.  For the    *
      * day, per station, this compares:                              *
      *   LOG  - history lines in READSERyyyymmdd.LOG (SUSPFIX        *
      *          appends its releases to the same file, so they are   *
      *          inside this count; the DISP=R records in the day's   *
      *          READSERyyyymmdd.SUS are shown beside it and a        *
      *          station with more releases than log lines is a       *
      *          break), plus the lines that would not parse          *
      *   ARC  - READSER.ARC records for the date.  The chain's       *
      *          READLOAD /DATE=&DATE is the catch-up pass and loads  *
      *          every line of the day, the last one included (only   *
      *          the plain intraday READLOAD holds the last line      *
      *          back), so LOG and ARC must agree here.               *
      *   STA  - the sum of STAT-COUNT in READSTAT.STA for the date   *
      *   EXT  - detail records in HISTEXTyyyymmdd.DAT, with the      *
      *          trailer's count and temperature hash proved against  *
      *          the details and the hash against the log's           *
      * Readings voided in VOIDREG.DAT (see VOIDMAINT) are balanced   *
      * net: HISTEXT leaves out every reading with a voided value, so *
      * EXT (and its hash) must equal LOG less those - the VOIDED     *
      * column; READSTAT leaves out only readings voided whole, so    *
      * STA must equal ARC less those.  A void entered after the day  *
      * was rolled breaks until READSTAT and HISTEXT are run again.   *
      * Any break goes on one exception report, and the run ends      *
      * with a non-zero return code so the DAYEND step shows FAIL.    *
      * Run as:  DAYBAL /DATE=yyyymmdd   (defaults to today)          *
      * DAYEND.PLN: the last step of the chain, e.g.                  *
      *          99|DAYBAL|DAYBAL /DATE=&DATE                         *
      * The report is written to DAYBALyyyymmdd.RPT.                  *
      ******************************************************************
      * 2026-10-15  First version, so a station missing from one      *
      *             step of the chain fails the night it happens.     *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOID-FILE ASSIGN TO "VOIDREG.DAT"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS VOID-KEY
              FILE STATUS IS W-VOID-STATUS.
           SELECT HISTORY-LOG ASSIGN TO W-LOG-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-LOG-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO W-SUS-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-SUS-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "READSER.ARC"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS ARC-KEY
              ALTERNATE RECORD KEY IS ARC-STA-KEY
              FILE STATUS IS W-ARC-STATUS.
           SELECT STAT-FILE ASSIGN TO "READSTAT.STA"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS STAT-KEY
              FILE STATUS IS W-STAT-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO W-EXT-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-EXT-STATUS.
           SELECT REPORT-FILE ASSIGN TO W-RPT-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-LOG.
       01  HISTORY-RECORD    PIC X(60).
      *
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD   PIC X(60).
      *
       FD  ARCHIVE-FILE.
       COPY "READSARC.CPY".
      *
       FD  STAT-FILE.
       COPY "READSSTA.CPY".
      *
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD    PIC X(32).
      *
       FD  REPORT-FILE.
       01  REPORT-RECORD     PIC X(100).
      *
       FD  VOID-FILE.
       COPY "VOIDREG.CPY".
      *
       WORKING-STORAGE SECTION.
       77 W-BAL-DATE      PIC 9(8)       VALUE ZERO.
       77 W-CMD-LINE      PIC X(60)      VALUE SPACES.
       77 W-LOG-FILENAME  PIC X(20)      VALUE SPACES.
       77 W-SUS-FILENAME  PIC X(20)      VALUE SPACES.
       77 W-EXT-FILENAME  PIC X(20)      VALUE SPACES.
       77 W-RPT-FILENAME  PIC X(20)      VALUE SPACES.
       77 W-LOG-STATUS    PIC XX         VALUE SPACES.
       77 W-SUS-STATUS    PIC XX         VALUE SPACES.
       77 W-ARC-STATUS    PIC XX         VALUE SPACES.
       77 W-STAT-STATUS   PIC XX         VALUE SPACES.
       77 W-EXT-STATUS    PIC XX         VALUE SPACES.
       77 W-RPT-STATUS    PIC XX         VALUE SPACES.
      *   One row per station seen in any of the four sources, with
      *   each source's count and, where the source carries it, the
      *   temperature hash the historian trailer is built on.
       01 W-BAL-TABLE.
           05 W-BAL-ENTRY OCCURS 10.
              10 W-BL-STA       PIC X(4).
              10 W-BL-LOG       PIC 9(7).
              10 W-BL-LOG-HASH  PIC 9(9).
              10 W-BL-BADLINE   PIC 9(7).
              10 W-BL-RELEASED  PIC 9(7).
              10 W-BL-ARC       PIC 9(7).
              10 W-BL-ARC-HASH  PIC 9(9).
              10 W-BL-STA-SUM   PIC 9(7).
              10 W-BL-EXT       PIC 9(7).
              10 W-BL-EXT-HASH  PIC 9(9).
              10 W-BL-VOIDED    PIC 9(7).
              10 W-BL-VOID-HASH PIC 9(9).
              10 W-BL-ARC-WHOLE PIC 9(7).
              10 W-BL-LOG-KEPT  PIC 9(7).
              10 W-BL-KEPT-HASH PIC 9(9).
              10 W-BL-ARC-KEPT  PIC 9(7).
       77 W-BAL-COUNT     PIC 9(2) COMP  VALUE ZERO.
       77 W-BX            PIC 9(2) COMP  VALUE ZERO.
       77 W-SLOT          PIC 9(2) COMP  VALUE ZERO.
       77 W-FIND-STA      PIC X(4)       VALUE SPACES.
       77 W-TABLE-FULL    PIC X          VALUE 'N'.
      *   Fields picked apart from one history line, parsed the way
      *   READLOAD parses them.
       01 W-REC-CHANNELS.
           05 W-REC-CHAN  PIC X(3) OCCURS 3.
       77 W-REC-TEMP      PIC 9(3)       VALUE ZERO.
      *   Active voids from VOIDREG.DAT for the day, and for the
      *   reading in hand which channels they void (1=TEMP 2=HUM
      *   3=AUX; a "*" void takes all three).  No register means
      *   nothing is voided.
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
       77 W-VOID-HI       PIC 9(14)      VALUE ZERO.
       77 W-RDG-STATION   PIC X(4)       VALUE SPACES.
       01 W-RDG-STAMP-X.
           05 W-RS-DATE   PIC 9(8).
           05 W-RS-TIME   PIC 9(6).
       01 W-RDG-STAMP-N REDEFINES W-RDG-STAMP-X PIC 9(14).
       01 W-VOID-FLAGS.
           05 W-VOID-CHAN PIC X OCCURS 3.
       77 W-VOID-ANY      PIC X          VALUE 'N'.
       77 W-VOID-ALL      PIC X          VALUE 'N'.
      *   Whether each source could be read at all.
       77 W-LOG-FOUND     PIC X          VALUE 'N'.
       77 W-ARC-FOUND     PIC X          VALUE 'N'.
       77 W-STAT-FOUND    PIC X          VALUE 'N'.
       77 W-EXT-FOUND     PIC X          VALUE 'N'.
       77 W-DONE-FLAG     PIC X          VALUE 'N'.
           88 SCAN-DONE                  VALUE 'Y'.
      *   The historian extract's own control totals: what the
      *   trailer claims, and what the details add up to.
       77 W-TRAILER-SEEN  PIC X          VALUE 'N'.
       77 W-TR-COUNT      PIC 9(7)       VALUE ZERO.
       77 W-TR-HASH       PIC 9(9)       VALUE ZERO.
       77 W-DET-COUNT     PIC 9(7)       VALUE ZERO.
       77 W-DET-HASH      PIC 9(9)       VALUE ZERO.
      *   Totals across all stations, and the break count that sets
      *   the return code.
       77 W-TOT-LOG       PIC 9(7)       VALUE ZERO.
       77 W-TOT-ARC       PIC 9(7)       VALUE ZERO.
       77 W-TOT-STA       PIC 9(7)       VALUE ZERO.
       77 W-TOT-EXT       PIC 9(7)       VALUE ZERO.
       77 W-TOT-VOIDED    PIC 9(7)       VALUE ZERO.
       77 W-BREAK-COUNT   PIC 9(5)       VALUE ZERO.
       77 W-BREAK-TEXT    PIC X(80)      VALUE SPACES.
       77 W-ED-COUNT-1    PIC Z(6)9      VALUE ZERO.
       77 W-ED-COUNT-2    PIC Z(6)9      VALUE ZERO.
      *   Report lines.
       01 W-HEADING-1.
           05 FILLER          PIC X(38)
              VALUE "DAYBAL - READING CHAIN BALANCING FOR ".
           05 W-H1-DATE       PIC 9(8).
       01 W-HEADING-2.
           05 FILLER          PIC X(40)
              VALUE "  STA         LOG   RELEASED   UNPARSED ".
           05 FILLER          PIC X(43)
              VALUE "       ARC        STA        EXT     VOIDED".
           05 FILLER          PIC X(8)  VALUE "  RESULT".
       01 W-DETAIL-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 W-DL-STA        PIC X(4).
           05 FILLER          PIC X     VALUE SPACE.
           05 W-DL-LOG        PIC Z(9)9.
           05 FILLER          PIC X     VALUE SPACE.
           05 W-DL-RELEASED   PIC Z(9)9.
           05 FILLER          PIC X     VALUE SPACE.
           05 W-DL-BADLINE    PIC Z(9)9.
           05 FILLER          PIC X     VALUE SPACE.
           05 W-DL-ARC        PIC Z(9)9.
           05 FILLER          PIC X     VALUE SPACE.
           05 W-DL-STA-SUM    PIC Z(9)9.
           05 FILLER          PIC X     VALUE SPACE.
           05 W-DL-EXT        PIC Z(9)9.
           05 FILLER          PIC X     VALUE SPACE.
           05 W-DL-VOIDED     PIC Z(9)9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 W-DL-RESULT     PIC X(6).
       01 W-TOTAL-LINE.
           05 FILLER          PIC X(7)  VALUE "  ALL  ".
           05 W-TL-LOG        PIC Z(9)9.
           05 FILLER          PIC X(23) VALUE SPACES.
           05 W-TL-ARC        PIC Z(9)9.
           05 FILLER          PIC X     VALUE SPACE.
           05 W-TL-STA        PIC Z(9)9.
           05 FILLER          PIC X     VALUE SPACE.
           05 W-TL-EXT        PIC Z(9)9.
           05 FILLER          PIC X     VALUE SPACE.
           05 W-TL-VOIDED     PIC Z(9)9.
       01 W-BREAK-LINE.
           05 FILLER          PIC X(4)  VALUE "  * ".
           05 W-BK-TEXT       PIC X(80).
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PROCEDURE DIVISION.
       MAIN.
            PERFORM CHECK-COMMAND-LINE
            PERFORM OPEN-REPORT
            PERFORM LOAD-VOID-REGISTER
            PERFORM COUNT-HISTORY-LOG
            PERFORM COUNT-RELEASES
            PERFORM COUNT-ARCHIVE
            PERFORM COUNT-STATISTICS
            PERFORM COUNT-EXTRACT
            PERFORM NET-OF-VOIDS
            PERFORM PRINT-STATION-LINES
            PERFORM CHECK-MISSING-SOURCES
            PERFORM CHECK-EXTRACT-TRAILER
            PERFORM CHECK-EACH-STATION
            PERFORM PRINT-REPORT-END
            CLOSE REPORT-FILE

            IF W-BREAK-COUNT > ZERO
               DISPLAY "DAYBAL: " W-BREAK-COUNT " BREAK(S) FOR "
                  W-BAL-DATE ", SEE " W-RPT-FILENAME
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY "DAYBAL: CHAIN IN BALANCE FOR " W-BAL-DATE
                  ", " W-TOT-LOG " READING(S)"
               MOVE ZERO TO RETURN-CODE
            END-IF
            STOP RUN
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       CHECK-COMMAND-LINE.
            ACCEPT W-CMD-LINE FROM COMMAND-LINE
            IF W-CMD-LINE(1:6) = "/DATE="
               AND W-CMD-LINE(7:8) IS NUMERIC
               MOVE W-CMD-LINE(7:8) TO W-BAL-DATE
            ELSE
               ACCEPT W-BAL-DATE FROM DATE YYYYMMDD
            END-IF

            STRING "READSER" W-BAL-DATE ".LOG" DELIMITED SIZE
               INTO W-LOG-FILENAME
            STRING "READSER" W-BAL-DATE ".SUS" DELIMITED SIZE
               INTO W-SUS-FILENAME
            STRING "HISTEXT" W-BAL-DATE ".DAT" DELIMITED SIZE
               INTO W-EXT-FILENAME
            STRING "DAYBAL"  W-BAL-DATE ".RPT" DELIMITED SIZE
               INTO W-RPT-FILENAME

            COMPUTE W-VOID-LO = W-BAL-DATE * 1000000
            COMPUTE W-VOID-HI = W-BAL-DATE * 1000000 + 235959
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   No report means nobody can see why the step failed, so a
      *   report that will not open fails the step straight away.
       OPEN-REPORT.
            OPEN OUTPUT REPORT-FILE
            IF W-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN REPORT: " W-RPT-FILENAME
               DISPLAY "*** STATUS: " W-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE W-BAL-DATE TO W-H1-DATE
            WRITE REPORT-RECORD FROM W-HEADING-1
            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD
            WRITE REPORT-RECORD FROM W-HEADING-2
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Every non-blank history line is a reading READSER (or a
      *   SUSPFIX release) recorded.  The ones READLOAD's own test
      *   would skip are counted apart as UNPARSED - exactly the
      *   lines that went missing from the historian unnoticed.
       COUNT-HISTORY-LOG.
            OPEN INPUT HISTORY-LOG
            IF W-LOG-STATUS = "00"
               MOVE 'Y' TO W-LOG-FOUND
               PERFORM UNTIL W-LOG-STATUS NOT = "00"
                  READ HISTORY-LOG INTO HISTORY-RECORD
                  IF W-LOG-STATUS = "00"
                     AND HISTORY-RECORD NOT = SPACES
                     PERFORM COUNT-ONE-LOG-LINE
                  END-IF
               END-PERFORM
               CLOSE HISTORY-LOG
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       COUNT-ONE-LOG-LINE.
            IF HISTORY-RECORD(39:3) IS NUMERIC
               UNSTRING HISTORY-RECORD(39:11) DELIMITED BY ":"
                  INTO W-REC-CHAN (1) W-REC-CHAN (2) W-REC-CHAN (3)
            ELSE
               UNSTRING HISTORY-RECORD(20:11) DELIMITED BY ":"
                  INTO W-REC-CHAN (1) W-REC-CHAN (2) W-REC-CHAN (3)
            END-IF

            IF HISTORY-RECORD(33:4) = SPACES
               MOVE "MAIN" TO W-FIND-STA
            ELSE
               MOVE HISTORY-RECORD(33:4) TO W-FIND-STA
            END-IF
            PERFORM FIND-STATION-SLOT

            IF W-SLOT > ZERO
               IF HISTORY-RECORD(1:8)  IS NOT NUMERIC
                  OR HISTORY-RECORD(10:8) IS NOT NUMERIC
                  OR W-REC-CHAN (1) IS NOT NUMERIC
                  OR W-REC-CHAN (2) IS NOT NUMERIC
                  OR W-REC-CHAN (3) IS NOT NUMERIC
                  ADD 1 TO W-BL-BADLINE (W-SLOT)
               ELSE
                  MOVE W-REC-CHAN (1) TO W-REC-TEMP
                  ADD 1          TO W-BL-LOG      (W-SLOT)
                  ADD W-REC-TEMP TO W-BL-LOG-HASH (W-SLOT)
                  ADD 1          TO W-TOT-LOG
                  MOVE W-FIND-STA          TO W-RDG-STATION
                  MOVE HISTORY-RECORD(1:8)  TO W-RS-DATE
                  MOVE HISTORY-RECORD(10:6) TO W-RS-TIME
                  PERFORM CHECK-READING-VOID
                  IF W-VOID-ANY = 'Y'
                     ADD 1          TO W-BL-VOIDED    (W-SLOT)
                     ADD W-REC-TEMP TO W-BL-VOID-HASH (W-SLOT)
                     ADD 1          TO W-TOT-VOIDED
                  END-IF
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Suspense records SUSPFIX stamped DISP=R were appended to
      *   the log as history lines; no suspense file just means a
      *   day without rejects.
       COUNT-RELEASES.
            OPEN INPUT SUSPENSE-FILE
            IF W-SUS-STATUS = "00"
               PERFORM UNTIL W-SUS-STATUS NOT = "00"
                  READ SUSPENSE-FILE INTO SUSPENSE-RECORD
                  IF W-SUS-STATUS = "00"
                     AND SUSPENSE-RECORD(51:7) = " DISP=R"
                     MOVE SUSPENSE-RECORD(47:4) TO W-FIND-STA
                     IF W-FIND-STA = SPACES
                        MOVE "MAIN" TO W-FIND-STA
                     END-IF
                     PERFORM FIND-STATION-SLOT
                     IF W-SLOT > ZERO
                        ADD 1 TO W-BL-RELEASED (W-SLOT)
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE SUSPENSE-FILE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Position on the first reading of the day, then count every
      *   record until the key passes into the next day, the same
      *   walk READSTAT makes.
       COUNT-ARCHIVE.
            OPEN INPUT ARCHIVE-FILE
            IF W-ARC-STATUS = "00"
               MOVE 'Y' TO W-ARC-FOUND
               MOVE 'N' TO W-DONE-FLAG
               MOVE W-BAL-DATE TO ARC-DATE
               MOVE ZERO       TO ARC-TIME
               MOVE SPACES     TO ARC-STATION
               START ARCHIVE-FILE KEY NOT < ARC-KEY
                  INVALID KEY SET SCAN-DONE TO TRUE
               END-START
               PERFORM UNTIL SCAN-DONE
                  READ ARCHIVE-FILE NEXT RECORD
                     AT END SET SCAN-DONE TO TRUE
                  END-READ
                  IF NOT SCAN-DONE
                     IF ARC-DATE NOT = W-BAL-DATE
                        SET SCAN-DONE TO TRUE
                     ELSE
                        MOVE ARC-STATION TO W-FIND-STA
                        PERFORM FIND-STATION-SLOT
                        IF W-SLOT > ZERO
                           ADD 1        TO W-BL-ARC      (W-SLOT)
                           ADD ARC-TEMP TO W-BL-ARC-HASH (W-SLOT)
                           PERFORM CHECK-ARCHIVE-VOID
                        END-IF
                        ADD 1 TO W-TOT-ARC
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE ARCHIVE-FILE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   A reading voided on every channel is one READSTAT no
      *   longer counts.
       CHECK-ARCHIVE-VOID.
            MOVE ARC-STATION   TO W-RDG-STATION
            MOVE ARC-DATE      TO W-RS-DATE
            MOVE ARC-TIME(1:6) TO W-RS-TIME
            PERFORM CHECK-READING-VOID
            IF W-VOID-ALL = 'Y'
               ADD 1 TO W-BL-ARC-WHOLE (W-SLOT)
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The day's active voids.  A register that will not open is
      *   reported and the run goes on with nothing voided; one that
      *   does not exist yet is no news.
       LOAD-VOID-REGISTER.
            OPEN INPUT VOID-FILE
            IF W-VOID-STATUS = "00"
               PERFORM UNTIL VOIDS-AT-END
                  READ VOID-FILE NEXT RECORD
                     AT END SET VOIDS-AT-END TO TRUE
                  END-READ
                  IF NOT VOIDS-AT-END
                     AND VOID-ACTIVE
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
            MOVE 'N'   TO W-VOID-ALL
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
            IF W-VOID-FLAGS = "YYY"
               MOVE 'Y' TO W-VOID-ALL
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   What each later step should hold once the voids are taken
      *   out: HISTEXT drops a reading with any voided value,
      *   READSTAT only one voided whole.
       NET-OF-VOIDS.
            PERFORM VARYING W-BX FROM 1 BY 1
               UNTIL W-BX > W-BAL-COUNT
               COMPUTE W-BL-LOG-KEPT (W-BX) =
                  W-BL-LOG (W-BX) - W-BL-VOIDED (W-BX)
               COMPUTE W-BL-KEPT-HASH (W-BX) =
                  W-BL-LOG-HASH (W-BX) - W-BL-VOID-HASH (W-BX)
               COMPUTE W-BL-ARC-KEPT (W-BX) =
                  W-BL-ARC (W-BX) - W-BL-ARC-WHOLE (W-BX)
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The hourly rows READSTAT rolled up for the day: their
      *   readings-taken counts add back up to the archive's count.
       COUNT-STATISTICS.
            OPEN INPUT STAT-FILE
            IF W-STAT-STATUS = "00"
               MOVE 'Y' TO W-STAT-FOUND
               MOVE 'N' TO W-DONE-FLAG
               MOVE W-BAL-DATE TO STAT-DATE
               MOVE ZERO       TO STAT-HOUR
               MOVE SPACES     TO STAT-STATION
               START STAT-FILE KEY NOT < STAT-KEY
                  INVALID KEY SET SCAN-DONE TO TRUE
               END-START
               PERFORM UNTIL SCAN-DONE
                  READ STAT-FILE NEXT RECORD
                     AT END SET SCAN-DONE TO TRUE
                  END-READ
                  IF NOT SCAN-DONE
                     IF STAT-DATE NOT = W-BAL-DATE
                        SET SCAN-DONE TO TRUE
                     ELSE
                        MOVE STAT-STATION TO W-FIND-STA
                        PERFORM FIND-STATION-SLOT
                        IF W-SLOT > ZERO
                           ADD STAT-COUNT TO W-BL-STA-SUM (W-SLOT)
                        END-IF
                        ADD STAT-COUNT TO W-TOT-STA
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE STAT-FILE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The historian extract: details by station, and the trailer
      *   kept aside to be proved against them.
       COUNT-EXTRACT.
            OPEN INPUT EXTRACT-FILE
            IF W-EXT-STATUS = "00"
               MOVE 'Y' TO W-EXT-FOUND
               PERFORM UNTIL W-EXT-STATUS NOT = "00"
                  READ EXTRACT-FILE INTO EXTRACT-RECORD
                  IF W-EXT-STATUS = "00"
                     EVALUATE EXTRACT-RECORD(1:1)
                        WHEN "2"
                           PERFORM COUNT-ONE-DETAIL
                        WHEN "9"
                           MOVE 'Y' TO W-TRAILER-SEEN
                           IF EXTRACT-RECORD(2:7) IS NUMERIC
                              MOVE EXTRACT-RECORD(2:7) TO W-TR-COUNT
                           END-IF
                           IF EXTRACT-RECORD(9:9) IS NUMERIC
                              MOVE EXTRACT-RECORD(9:9) TO W-TR-HASH
                           END-IF
                     END-EVALUATE
                  END-IF
               END-PERFORM
               CLOSE EXTRACT-FILE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       COUNT-ONE-DETAIL.
            MOVE EXTRACT-RECORD(2:4) TO W-FIND-STA
            PERFORM FIND-STATION-SLOT
            ADD 1 TO W-DET-COUNT
            ADD 1 TO W-TOT-EXT
            IF EXTRACT-RECORD(20:3) IS NUMERIC
               MOVE EXTRACT-RECORD(20:3) TO W-REC-TEMP
            ELSE
               MOVE ZERO TO W-REC-TEMP
            END-IF
            ADD W-REC-TEMP TO W-DET-HASH
            IF W-SLOT > ZERO
               ADD 1          TO W-BL-EXT      (W-SLOT)
               ADD W-REC-TEMP TO W-BL-EXT-HASH (W-SLOT)
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The table row for station W-FIND-STA, adding one the first
      *   time a station turns up in any source.  READSER's own
      *   table stops at six stations, so ten leaves room for
      *   retired IDs still in the archive.
       FIND-STATION-SLOT.
            MOVE ZERO TO W-SLOT
            PERFORM VARYING W-BX FROM 1 BY 1
               UNTIL W-BX > W-BAL-COUNT
               IF W-BL-STA (W-BX) = W-FIND-STA
                  MOVE W-BX TO W-SLOT
                  MOVE W-BAL-COUNT TO W-BX
               END-IF
            END-PERFORM
            IF W-SLOT = ZERO
               IF W-BAL-COUNT < 10
                  ADD 1 TO W-BAL-COUNT
                  INITIALIZE W-BAL-ENTRY (W-BAL-COUNT)
                  MOVE W-FIND-STA  TO W-BL-STA (W-BAL-COUNT)
                  MOVE W-BAL-COUNT TO W-SLOT
               ELSE
                  IF W-TABLE-FULL = 'N'
                     MOVE 'Y' TO W-TABLE-FULL
                     DISPLAY "*** MORE THAN 10 STATIONS, "
                        "REST NOT BALANCED"
                  END-IF
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PRINT-STATION-LINES.
            PERFORM VARYING W-BX FROM 1 BY 1
               UNTIL W-BX > W-BAL-COUNT
               MOVE W-BL-STA      (W-BX) TO W-DL-STA
               MOVE W-BL-LOG      (W-BX) TO W-DL-LOG
               MOVE W-BL-RELEASED (W-BX) TO W-DL-RELEASED
               MOVE W-BL-BADLINE  (W-BX) TO W-DL-BADLINE
               MOVE W-BL-ARC      (W-BX) TO W-DL-ARC
               MOVE W-BL-STA-SUM  (W-BX) TO W-DL-STA-SUM
               MOVE W-BL-EXT      (W-BX) TO W-DL-EXT
               MOVE W-BL-VOIDED   (W-BX) TO W-DL-VOIDED
               IF W-BL-LOG (W-BX)        = W-BL-ARC (W-BX)
                  AND W-BL-ARC-KEPT (W-BX) = W-BL-STA-SUM (W-BX)
                  AND W-BL-LOG-KEPT (W-BX) = W-BL-EXT (W-BX)
                  AND W-BL-BADLINE (W-BX) = ZERO
                  AND W-BL-RELEASED (W-BX) NOT > W-BL-LOG (W-BX)
                  MOVE "OK"    TO W-DL-RESULT
               ELSE
                  MOVE "BREAK" TO W-DL-RESULT
               END-IF
               WRITE REPORT-RECORD FROM W-DETAIL-LINE
            END-PERFORM

            MOVE W-TOT-LOG TO W-TL-LOG
            MOVE W-TOT-ARC TO W-TL-ARC
            MOVE W-TOT-STA TO W-TL-STA
            MOVE W-TOT-EXT TO W-TL-EXT
            MOVE W-TOT-VOIDED TO W-TL-VOIDED
            WRITE REPORT-RECORD FROM W-TOTAL-LINE
            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD
            MOVE "  EXCEPTIONS:" TO REPORT-RECORD
            WRITE REPORT-RECORD
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   A source that is not there at all is a break of its own -
      *   an empty column would otherwise read as "zero readings".
       CHECK-MISSING-SOURCES.
            IF W-LOG-FOUND = 'N'
               MOVE SPACES TO W-BREAK-TEXT
               STRING "NO HISTORY LOG " W-LOG-FILENAME
                  DELIMITED SIZE INTO W-BREAK-TEXT
               PERFORM WRITE-BREAK
            END-IF
            IF W-ARC-FOUND = 'N'
               MOVE SPACES TO W-BREAK-TEXT
               STRING "READSER.ARC WILL NOT OPEN, STATUS "
                  W-ARC-STATUS DELIMITED SIZE INTO W-BREAK-TEXT
               PERFORM WRITE-BREAK
            END-IF
            IF W-STAT-FOUND = 'N'
               MOVE SPACES TO W-BREAK-TEXT
               STRING "READSTAT.STA WILL NOT OPEN, STATUS "
                  W-STAT-STATUS DELIMITED SIZE INTO W-BREAK-TEXT
               PERFORM WRITE-BREAK
            END-IF
            IF W-EXT-FOUND = 'N'
               MOVE SPACES TO W-BREAK-TEXT
               STRING "NO HISTORIAN EXTRACT " W-EXT-FILENAME
                  DELIMITED SIZE INTO W-BREAK-TEXT
               PERFORM WRITE-BREAK
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The trailer proves the extract to the historian; here it
      *   is proved first against the details it claims to total.
       CHECK-EXTRACT-TRAILER.
            IF W-EXT-FOUND = 'Y'
               IF W-TRAILER-SEEN = 'N'
                  MOVE SPACES TO W-BREAK-TEXT
                  STRING W-EXT-FILENAME " HAS NO TRAILER RECORD"
                     DELIMITED SIZE INTO W-BREAK-TEXT
                  PERFORM WRITE-BREAK
               ELSE
                  IF W-TR-COUNT NOT = W-DET-COUNT
                     MOVE W-TR-COUNT  TO W-ED-COUNT-1
                     MOVE W-DET-COUNT TO W-ED-COUNT-2
                     MOVE SPACES TO W-BREAK-TEXT
                     STRING "EXTRACT TRAILER COUNT " W-ED-COUNT-1
                        " BUT " W-ED-COUNT-2 " DETAIL RECORDS"
                        DELIMITED SIZE INTO W-BREAK-TEXT
                     PERFORM WRITE-BREAK
                  END-IF
                  IF W-TR-HASH NOT = W-DET-HASH
                     MOVE SPACES TO W-BREAK-TEXT
                     STRING "EXTRACT TRAILER HASH " W-TR-HASH
                        " BUT DETAILS ADD UP TO " W-DET-HASH
                        DELIMITED SIZE INTO W-BREAK-TEXT
                     PERFORM WRITE-BREAK
                  END-IF
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Station by station, each step against the one that fed it:
      *   LOG to ARC (READLOAD), ARC to STA (READSTAT), LOG to EXT
      *   (HISTEXT, count and temperature hash), each net of voids.
       CHECK-EACH-STATION.
            PERFORM VARYING W-BX FROM 1 BY 1
               UNTIL W-BX > W-BAL-COUNT
               IF W-BL-BADLINE (W-BX) > ZERO
                  MOVE W-BL-BADLINE (W-BX) TO W-ED-COUNT-1
                  MOVE SPACES TO W-BREAK-TEXT
                  STRING W-BL-STA (W-BX) " " W-ED-COUNT-1
                     " LOG LINE(S) WILL NOT PARSE, NOT LOADABLE"
                     DELIMITED SIZE INTO W-BREAK-TEXT
                  PERFORM WRITE-BREAK
               END-IF
               IF W-BL-RELEASED (W-BX) > W-BL-LOG (W-BX)
                  MOVE W-BL-RELEASED (W-BX) TO W-ED-COUNT-1
                  MOVE W-BL-LOG      (W-BX) TO W-ED-COUNT-2
                  MOVE SPACES TO W-BREAK-TEXT
                  STRING W-BL-STA (W-BX) " " W-ED-COUNT-1
                     " SUSPENSE RELEASE(S) BUT ONLY " W-ED-COUNT-2
                     " LOG LINE(S)"
                     DELIMITED SIZE INTO W-BREAK-TEXT
                  PERFORM WRITE-BREAK
               END-IF
               IF W-ARC-FOUND = 'Y'
                  AND W-BL-ARC (W-BX) NOT = W-BL-LOG (W-BX)
                  MOVE W-BL-LOG (W-BX) TO W-ED-COUNT-1
                  MOVE W-BL-ARC (W-BX) TO W-ED-COUNT-2
                  MOVE SPACES TO W-BREAK-TEXT
                  STRING W-BL-STA (W-BX) " LOG " W-ED-COUNT-1
                     " NOT = ARC " W-ED-COUNT-2 " (READLOAD)"
                     DELIMITED SIZE INTO W-BREAK-TEXT
                  PERFORM WRITE-BREAK
               END-IF
               IF W-ARC-FOUND = 'Y'
                  AND W-STAT-FOUND = 'Y'
                  AND W-BL-STA-SUM (W-BX) NOT = W-BL-ARC-KEPT (W-BX)
                  MOVE W-BL-ARC-KEPT (W-BX) TO W-ED-COUNT-1
                  MOVE W-BL-STA-SUM  (W-BX) TO W-ED-COUNT-2
                  MOVE SPACES TO W-BREAK-TEXT
                  STRING W-BL-STA (W-BX) " ARC NET " W-ED-COUNT-1
                     " NOT = STA " W-ED-COUNT-2 " (READSTAT)"
                     DELIMITED SIZE INTO W-BREAK-TEXT
                  PERFORM WRITE-BREAK
               END-IF
               IF W-EXT-FOUND = 'Y'
                  AND W-BL-EXT (W-BX) NOT = W-BL-LOG-KEPT (W-BX)
                  MOVE W-BL-LOG-KEPT (W-BX) TO W-ED-COUNT-1
                  MOVE W-BL-EXT      (W-BX) TO W-ED-COUNT-2
                  MOVE SPACES TO W-BREAK-TEXT
                  STRING W-BL-STA (W-BX) " LOG NET " W-ED-COUNT-1
                     " NOT = EXT " W-ED-COUNT-2 " (HISTEXT)"
                     DELIMITED SIZE INTO W-BREAK-TEXT
                  PERFORM WRITE-BREAK
               END-IF
               IF W-EXT-FOUND = 'Y'
                  AND W-BL-EXT (W-BX) = W-BL-LOG-KEPT (W-BX)
                  AND W-BL-EXT-HASH (W-BX) NOT = W-BL-KEPT-HASH (W-BX)
                  MOVE SPACES TO W-BREAK-TEXT
                  STRING W-BL-STA (W-BX) " LOG NET TEMP HASH "
                     W-BL-KEPT-HASH (W-BX) " NOT = EXT "
                     W-BL-EXT-HASH (W-BX)
                     DELIMITED SIZE INTO W-BREAK-TEXT
                  PERFORM WRITE-BREAK
               END-IF
               IF W-ARC-FOUND = 'Y'
                  AND W-BL-ARC (W-BX) = W-BL-LOG (W-BX)
                  AND W-BL-ARC-HASH (W-BX) NOT = W-BL-LOG-HASH (W-BX)
                  MOVE SPACES TO W-BREAK-TEXT
                  STRING W-BL-STA (W-BX) " LOG TEMP HASH "
                     W-BL-LOG-HASH (W-BX) " NOT = ARC "
                     W-BL-ARC-HASH (W-BX)
                     DELIMITED SIZE INTO W-BREAK-TEXT
                  PERFORM WRITE-BREAK
               END-IF
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       WRITE-BREAK.
            ADD 1 TO W-BREAK-COUNT
            MOVE W-BREAK-TEXT TO W-BK-TEXT
            WRITE REPORT-RECORD FROM W-BREAK-LINE
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PRINT-REPORT-END.
            IF W-BREAK-COUNT = ZERO
               MOVE "  (NONE - LOG, ARC, STA AND EXT AGREE)"
                  TO REPORT-RECORD
               WRITE REPORT-RECORD
            END-IF
            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD
            MOVE SPACES TO REPORT-RECORD
            STRING "  " W-BREAK-COUNT " BREAK(S) ON " W-BAL-DATE
               DELIMITED SIZE INTO REPORT-RECORD
            WRITE REPORT-RECORD
            .
