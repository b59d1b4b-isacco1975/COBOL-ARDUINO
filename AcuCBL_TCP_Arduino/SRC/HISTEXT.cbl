      * historian, in the same handshake every other feed uses: a     *
      * header record (file date, source system), one fixed-layout    *
      * detail per reading (station, date, time, three numeric        *
      * channel values and the dew point), and a trailer carrying the *
      * detail count and a hash total of the temperature values, so   *
      * the receiving side can prove the file arrived complete.       *
      * A reading with any value voided in VOIDREG.DAT (see           *
      * VOIDMAINT) is left out whole - the fixed detail has no way to *
      * carry a missing value - and counted in the closing message;   *
      * the trailer proves the details actually sent.                 *
      * Run as:  HISTEXT /DATE=yyyymmdd   (defaults to today)         *
      * Output:  HISTEXTyyyymmdd.DAT                                  *
      *                                                               *
      * Record layouts (record type in column 1):                     *
      *   1  header:  '1' filedate(8) 'READSER ' created hhmmss(6)    *
      *   2  detail:  '2' station(4) date(8) time(6) temp(3) hum(3)   *
      *               aux(3) dewpoint(4, sign leading: +012, -005)    *
      *   9  trailer: '9' count(7) temp hash total(9)                 *
      ******************************************************************
      * 2026-08-22  First version.                                    *
      * 2026-10-15  Each detail now ends with the reading's dew point *
      *             as an extra field - READSER's own figure from     *
      *             the history line, or worked out from TEMP and     *
      *             HUM for a line older than that.  Header and       *
      *             trailer are unchanged, so the count and the       *
      *             temperature hash total prove the file as before.  *
      * 2026-10-15  Readings with a voided value are left out and     *
      *             counted.                                          *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT EXTRACT-FILE ASSIGN TO W-EXT-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-EXT-STATUS.
           SELECT VOID-FILE ASSIGN TO "VOIDREG.DAT"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS VOID-KEY
              FILE STATUS IS W-VOID-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       01  HISTORY-RECORD    PIC X(60).
      *
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD    PIC X(32).
      *
       FD  VOID-FILE.
       COPY "VOIDREG.CPY".
      *
       WORKING-STORAGE SECTION.
       77 W-EXTRACT-DATE  PIC 9(8)       VALUE ZERO.
      *   Fields picked apart from one history record.
       01 W-REC-CHANNELS.
           05 W-REC-CHAN  PIC X(3) OCCURS 3.
       01 W-REC-DEW-X     PIC X(4)       VALUE SPACES.
       01 W-REC-DEW REDEFINES W-REC-DEW-X
                          PIC S9(3) SIGN LEADING SEPARATE.
      *   Dew point for a line written before READSER recorded one,
      *   by the same Magnus formula (constants 17.62 and 243.12 C)
      *   READSER uses, HUM held to 1-100.
       77 W-DEW-TEMP      PIC 9(3)       VALUE ZERO.
       77 W-DEW-RH        PIC 9(3)       VALUE ZERO.
       77 W-DEW-GAMMA     PIC S9(3)V9(6) VALUE ZERO.
       77 W-DEW-POINT     PIC S9(3) SIGN LEADING SEPARATE VALUE ZERO.
      *   Control totals for the trailer.
       77 W-DETAIL-COUNT  PIC 9(7)       VALUE ZERO.
       77 W-TEMP-HASH     PIC 9(9)       VALUE ZERO.
       77 W-SKIPPED-COUNT PIC 9(7)       VALUE ZERO.
       77 W-VOIDED-COUNT  PIC 9(7)       VALUE ZERO.
      *   Active voids from VOIDREG.DAT that reach into the day, and
      *   for the reading in hand which channels they void (1=TEMP
      *   2=HUM 3=AUX; a "*" void takes all three).  No register
      *   means nothing is voided.
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
       77 W-CREATE-TIME   PIC 9(8)       VALUE ZERO.
      *   The three interface record layouts.
       01 W-HEADER-REC.
           05 W-DT-TEMP       PIC 9(3).
           05 W-DT-HUM        PIC 9(3).
           05 W-DT-AUX        PIC 9(3).
           05 W-DT-DEW        PIC S9(3) SIGN LEADING SEPARATE.
       01 W-TRAILER-REC.
           05 FILLER          PIC X      VALUE '9'.
           05 W-TR-COUNT      PIC 9(7).
       PROCEDURE DIVISION.
       MAIN.
            PERFORM CHECK-COMMAND-LINE
            MOVE W-EXTRACT-DATE TO W-VOID-LO(1:8)
            MOVE ZERO           TO W-VOID-LO(9:6)
            MOVE W-EXTRACT-DATE TO W-VOID-HI(1:8)
            MOVE 235959         TO W-VOID-HI(9:6)
            PERFORM LOAD-VOID-REGISTER
            PERFORM OPEN-FILES
            PERFORM WRITE-HEADER
            PERFORM EXTRACT-READINGS
            CLOSE EXTRACT-FILE
            DISPLAY "HISTEXT: " W-DETAIL-COUNT " READING(S) EXTRACTED"
               " TO " W-EXT-FILENAME ", " W-SKIPPED-COUNT " SKIPPED"
            DISPLAY "HISTEXT: " W-VOIDED-COUNT " READING(S) VOIDED, "
               "LEFT OUT"
            STOP RUN
            .

               INTO W-EXT-FILENAME
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The active voids whose range meets W-VOID-LO..W-VOID-HI.
      *   A register that will not open is reported and the run goes
      *   on with nothing voided; one that does not exist yet is no
      *   news.
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
       OPEN-FILES.
            OPEN INPUT HISTORY-LOG
               MOVE W-REC-CHAN (1)       TO W-DT-TEMP
               MOVE W-REC-CHAN (2)       TO W-DT-HUM
               MOVE W-REC-CHAN (3)       TO W-DT-AUX
               MOVE W-DT-STATION         TO W-RDG-STATION
               MOVE W-DT-DATE            TO W-RS-DATE
               MOVE W-DT-TIME            TO W-RS-TIME
               PERFORM CHECK-READING-VOID
               MOVE HISTORY-RECORD(52:4) TO W-REC-DEW-X
               IF W-REC-DEW-X NOT = SPACES
                  AND W-REC-DEW IS NUMERIC
                  MOVE W-REC-DEW         TO W-DT-DEW
               ELSE
                  MOVE W-DT-TEMP         TO W-DEW-TEMP
                  MOVE W-DT-HUM          TO W-DEW-RH
                  PERFORM COMPUTE-DEW-POINT
                  MOVE W-DEW-POINT       TO W-DT-DEW
               END-IF

               IF W-VOID-ANY = 'Y'
                  ADD 1 TO W-VOIDED-COUNT
               ELSE
                  WRITE EXTRACT-RECORD FROM W-DETAIL-REC
                  ADD 1         TO W-DETAIL-COUNT
                  ADD W-DT-TEMP TO W-TEMP-HASH
               END-IF
            END-IF
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
