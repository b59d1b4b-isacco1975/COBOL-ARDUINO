      * month to date is summarised on a second page - the report     *
      * the environmental officer was rebuilding by hand from         *
      * READHIST output every week.                                   *
      * A value voided in VOIDREG.DAT (see VOIDMAINT) is not judged:  *
      * an excursion open when voided readings begin closes at the    *
      * last good reading, and the report lists each void on the day  *
      * with the readings it took out.                                *
      * Run as:  COMPCERT /DATE=yyyymmdd   (defaults to today)        *
      * Register: LIMITS.DAT, one                                     *
      *          "STATION|CHANNEL|LOW|HIGH|MAXMINUTES" line per      *
      * Output:  COMPCERTyyyymmdd.RPT                                 *
      ******************************************************************
      * 2026-09-01  First version.                                    *
      * 2026-10-15  Voided readings are left out of the verdicts and  *
      *             listed, with their reason, on the report.         *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT REPORT-FILE ASSIGN TO W-RPT-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-RPT-STATUS.
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
       01  REPORT-RECORD     PIC X(100).
      *
       FD  VOID-FILE.
       COPY "VOIDREG.CPY".
      *
       WORKING-STORAGE SECTION.
       77 W-CERT-DATE     PIC 9(8)       VALUE ZERO.
      *   day with no readings is not certified at all.
              10 W-LM-CERT-MIN PIC 9(5).
              10 W-LM-CERT-RDG PIC 9(7).
      *   Readings whose value on this entry's channel was voided.
              10 W-LM-DAYVOID  PIC 9(7).
              10 W-LM-CERT-VOID PIC 9(7).
       77 W-LIM-COUNT     PIC 9(2) COMP  VALUE ZERO.
       77 W-LX            PIC 9(2) COMP  VALUE ZERO.
       01 W-LF-FIELDS.
       77 W-DAY-MIN       PIC 9(5)       VALUE ZERO.
       77 W-READ-COUNT    PIC 9(7)       VALUE ZERO.
       77 W-BREACH-TODAY  PIC 9(2)       VALUE ZERO.
       77 W-HOLD-T        PIC 9(6)       VALUE ZERO.
       77 W-HOLD-SEC      PIC 9(7)       VALUE ZERO.
      *   Active voids from VOIDREG.DAT that reach into the month
      *   walked, with the readings each took out on the day and
      *   month to date, and for the reading in hand which channels
      *   they void (1=TEMP 2=HUM 3=AUX; a "*" void takes all three).
      *   No register means nothing is voided.
       77 W-VOID-STATUS   PIC XX         VALUE SPACES.
       77 W-VOID-EOF      PIC X          VALUE 'N'.
           88 VOIDS-AT-END               VALUE 'Y'.
       01 W-VOID-TABLE.
           05 W-VOID-ENTRY OCCURS 50.
              10 W-VD-STA     PIC X(4).
              10 W-VD-CHAN    PIC X(4).
              10 W-VD-FROM    PIC 9(14).
              10 W-VD-UNTIL   PIC 9(14).
              10 W-VD-REASON  PIC X(4).
              10 W-VD-OPER    PIC X(3).
              10 W-VD-TEXT    PIC X(60).
              10 W-VD-HITS    PIC 9(7).
              10 W-VD-DAYHITS PIC 9(7).
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
       77 W-VOIDED-DAY    PIC 9(7)       VALUE ZERO.
       77 W-VOIDED-MTD    PIC 9(7)       VALUE ZERO.
       77 W-VOIDS-SHOWN   PIC 9(2)       VALUE ZERO.
      *   Report lines.
       01 W-HEADING-1.
           05 FILLER          PIC X(44) VALUE
           05 W-ND-STA        PIC X(4).
           05 FILLER          PIC X     VALUE "/".
           05 W-ND-CHAN       PIC X(4).
           05 W-ND-TEXT       PIC X(40).
       01 W-VOIDED-NOTE.
           05 FILLER          PIC X(6)  VALUE SPACES.
           05 W-VN-COUNT      PIC ZZZZZZ9.
           05 FILLER          PIC X(40)
              VALUE " READING(S) VOIDED, LEFT OUT - SEE BELOW".
       01 W-VOID-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 W-VL-STA        PIC X(4).
           05 FILLER          PIC X     VALUE "/".
           05 W-VL-CHAN       PIC X(4).
           05 FILLER          PIC X     VALUE SPACE.
           05 W-VL-FROM       PIC 9(14).
           05 FILLER          PIC X     VALUE "-".
           05 W-VL-UNTIL      PIC 9(14).
           05 FILLER          PIC X(8)  VALUE " REASON=".
           05 W-VL-REASON     PIC X(4).
           05 FILLER          PIC X(4)  VALUE " OP=".
           05 W-VL-OPER       PIC X(3).
           05 FILLER          PIC X(11) VALUE " READINGS=".
           05 W-VL-HITS       PIC ZZZZZZ9.
       01 W-VOID-TEXT-LINE.
           05 FILLER          PIC X(6)  VALUE SPACES.
           05 W-VT-TEXT       PIC X(60).
       01 W-VOID-TOTAL-LINE.
           05 FILLER          PIC X(29)
              VALUE "  READINGS EXCLUDED THIS DAY=".
           05 W-VT-DAY        PIC ZZZZZZ9.
           05 FILLER          PIC X(16) VALUE "  MONTH TO DATE=".
           05 W-VT-MTD        PIC ZZZZZZ9.
       01 W-SIGN-LINE.
           05 FILLER          PIC X(44)
              VALUE "CERTIFIED BY ENVIRONMENTAL OFFICER (SIGN / ".
       MAIN.
            PERFORM CHECK-COMMAND-LINE
            PERFORM LOAD-LIMITS-REGISTER
            MOVE W-MONTH-START TO W-VOID-LO(1:8)
            MOVE ZERO          TO W-VOID-LO(9:6)
            MOVE W-CERT-DATE   TO W-VOID-HI(1:8)
            MOVE 235959        TO W-VOID-HI(9:6)
            PERFORM LOAD-VOID-REGISTER
            PERFORM WALK-MONTH-TO-DATE
            PERFORM PRINT-REPORT
            DISPLAY "COMPCERT: " W-READ-COUNT " READING(S) WALKED, "
               W-BREACH-TODAY " BREACH(ES) ON " W-CERT-DATE
               ", REPORT IN " W-RPT-FILENAME
            DISPLAY "COMPCERT: " W-VOIDED-DAY " READING(S) VOIDED ON "
               W-CERT-DATE ", " W-VOIDED-MTD " MONTH TO DATE"
            STOP RUN
            .

               MOVE ZERO TO W-LM-DAYMIN  (W-LIM-COUNT)
               MOVE ZERO TO W-LM-CERT-MIN (W-LIM-COUNT)
               MOVE ZERO TO W-LM-CERT-RDG (W-LIM-COUNT)
               MOVE ZERO TO W-LM-DAYVOID (W-LIM-COUNT)
               MOVE ZERO TO W-LM-CERT-VOID (W-LIM-COUNT)
               MOVE ZERO TO W-LM-DAYRDG  (W-LIM-COUNT)
               MOVE ZERO TO W-LM-DAYS-OK (W-LIM-COUNT)
               MOVE ZERO TO W-LM-DAYS-BR (W-LIM-COUNT)
            END-IF
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
                        PERFORM LOAD-ONE-VOID
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
       LOAD-ONE-VOID.
            ADD 1 TO W-VOID-COUNT
            MOVE VOID-STATION TO W-VD-STA     (W-VOID-COUNT)
            MOVE VOID-CHANNEL TO W-VD-CHAN    (W-VOID-COUNT)
            MOVE VOID-FROM    TO W-VD-FROM    (W-VOID-COUNT)
            MOVE VOID-UNTIL   TO W-VD-UNTIL   (W-VOID-COUNT)
            MOVE VOID-REASON  TO W-VD-REASON  (W-VOID-COUNT)
            MOVE VOID-OPER    TO W-VD-OPER    (W-VOID-COUNT)
            MOVE VOID-COMMENT TO W-VD-TEXT    (W-VOID-COUNT)
            MOVE ZERO         TO W-VD-HITS    (W-VOID-COUNT)
            MOVE ZERO         TO W-VD-DAYHITS (W-VOID-COUNT)
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Which channels of the reading at W-RDG-STATION and
      *   W-RDG-STAMP-N the voids cover, each void counting the
      *   reading against itself.
       CHECK-READING-VOID.
            MOVE "NNN" TO W-VOID-FLAGS
            MOVE 'N'   TO W-VOID-ANY
            PERFORM VARYING W-VX FROM 1 BY 1
               UNTIL W-VX > W-VOID-COUNT
               IF W-VD-STA (W-VX) = W-RDG-STATION
                  AND W-RDG-STAMP-N NOT < W-VD-FROM  (W-VX)
                  AND W-RDG-STAMP-N NOT > W-VD-UNTIL (W-VX)
                  ADD 1 TO W-VD-HITS (W-VX)
                  IF W-RS-DATE = W-CERT-DATE
                     ADD 1 TO W-VD-DAYHITS (W-VX)
                  END-IF
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
      *   One pass over the archive from the first of the month to
      *   the certification day: the earlier days feed the month-to-
            MOVE ARC-TEMP TO W-CHAN-VAL (1)
            MOVE ARC-HUM  TO W-CHAN-VAL (2)
            MOVE ARC-AUX  TO W-CHAN-VAL (3)
            MOVE ARC-STATION   TO W-RDG-STATION
            MOVE ARC-DATE      TO W-RS-DATE
            MOVE ARC-TIME(1:6) TO W-RS-TIME
            PERFORM CHECK-READING-VOID
            IF W-VOID-ANY = 'Y'
               ADD 1 TO W-VOIDED-MTD
               IF ARC-DATE = W-CERT-DATE
                  ADD 1 TO W-VOIDED-DAY
               END-IF
            END-IF

            PERFORM VARYING W-LX FROM 1 BY 1
               UNTIL W-LX > W-LIM-COUNT
      *   The excursion model matches READSER's own: it runs from
      *   the first reading outside the legal band to the reading
      *   that comes back, and its length is the gap between them.
      *   A voided value is not judged at all: an excursion open
      *   when the voided readings begin closes at the last good
      *   reading, as it would at day end.
       JUDGE-ONE-LIMIT.
            IF W-VOID-CHAN (W-LM-CHAN (W-LX)) = 'Y'
               ADD 1 TO W-LM-DAYVOID (W-LX)
               IF W-LM-ACT (W-LX) = 'Y'
                  MOVE W-REC-T   TO W-HOLD-T
                  MOVE W-REC-SEC TO W-HOLD-SEC
                  MOVE W-LM-LAST-T (W-LX) TO W-REC-T
                  MOVE W-LM-LAST-S (W-LX) TO W-REC-SEC
                  PERFORM CLOSE-ONE-EXCURSION
                  MOVE W-HOLD-T   TO W-REC-T
                  MOVE W-HOLD-SEC TO W-REC-SEC
               END-IF
            ELSE
               PERFORM JUDGE-GOOD-VALUE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       JUDGE-GOOD-VALUE.
            ADD 1 TO W-LM-DAYRDG (W-LX)
            MOVE W-REC-T   TO W-LM-LAST-T (W-LX)
            MOVE W-REC-SEC TO W-LM-LAST-S (W-LX)
               IF W-CUR-DATE = W-CERT-DATE
                  MOVE W-LM-DAYMIN (W-LX) TO W-LM-CERT-MIN (W-LX)
                  MOVE W-LM-DAYRDG (W-LX) TO W-LM-CERT-RDG (W-LX)
                  MOVE W-LM-DAYVOID (W-LX) TO W-LM-CERT-VOID (W-LX)
               END-IF
               IF W-LM-DAYRDG (W-LX) > ZERO
                  MOVE W-LM-DAYMIN (W-LX) TO W-DAY-MIN
               END-IF
               MOVE ZERO TO W-LM-DAYMIN (W-LX)
               MOVE ZERO TO W-LM-DAYRDG (W-LX)
               MOVE ZERO TO W-LM-DAYVOID (W-LX)
            END-PERFORM
            .

               WRITE REPORT-RECORD
            END-IF

            PERFORM PRINT-VOIDED-READINGS

            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD
            MOVE "MONTH-TO-DATE SUMMARY:" TO REPORT-RECORD
            CLOSE REPORT-FILE
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Every void that took a reading out on the certification
      *   day, with who entered it and why - the defence for the
      *   figures above - and the day's and month's totals.
       PRINT-VOIDED-READINGS.
            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD
            MOVE "VOIDED READINGS (LEFT OUT OF THE VERDICTS ABOVE):"
               TO REPORT-RECORD
            WRITE REPORT-RECORD
            MOVE ZERO TO W-VOIDS-SHOWN
            PERFORM VARYING W-VX FROM 1 BY 1
               UNTIL W-VX > W-VOID-COUNT
               IF W-VD-DAYHITS (W-VX) > ZERO
                  ADD 1 TO W-VOIDS-SHOWN
                  MOVE W-VD-STA     (W-VX) TO W-VL-STA
                  MOVE W-VD-CHAN    (W-VX) TO W-VL-CHAN
                  MOVE W-VD-FROM    (W-VX) TO W-VL-FROM
                  MOVE W-VD-UNTIL   (W-VX) TO W-VL-UNTIL
                  MOVE W-VD-REASON  (W-VX) TO W-VL-REASON
                  MOVE W-VD-OPER    (W-VX) TO W-VL-OPER
                  MOVE W-VD-DAYHITS (W-VX) TO W-VL-HITS
                  WRITE REPORT-RECORD FROM W-VOID-LINE
                  MOVE W-VD-TEXT    (W-VX) TO W-VT-TEXT
                  WRITE REPORT-RECORD FROM W-VOID-TEXT-LINE
               END-IF
            END-PERFORM
            IF W-VOIDS-SHOWN = ZERO
               MOVE "  NONE THIS DAY" TO REPORT-RECORD
               WRITE REPORT-RECORD
            END-IF
            MOVE W-VOIDED-DAY TO W-VT-DAY
            MOVE W-VOIDED-MTD TO W-VT-MTD
            WRITE REPORT-RECORD FROM W-VOID-TOTAL-LINE
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   One register entry's verdict for the day.  Absence of
      *   data is not compliance: a silent probe's day is flagged,
      *   not certified, matching how CLOSE-OUT-DAY counts such a
      *   day in neither month column.  A day whose every reading
      *   was voided is no more certified than a silent one.
       PRINT-ONE-LIMIT-DAY.
            IF W-LM-CERT-RDG (W-LX) = ZERO
               MOVE W-LM-STA (W-LX) TO W-ND-STA
               MOVE W-CHAN-NAME (W-LM-CHAN (W-LX)) TO W-ND-CHAN
               IF W-LM-CERT-VOID (W-LX) > ZERO
                  MOVE " ALL READINGS VOIDED - NOT CERTIFIED"
                     TO W-ND-TEXT
               ELSE
                  MOVE " NO DATA THIS DAY - NOT CERTIFIED"
                     TO W-ND-TEXT
               END-IF
               WRITE REPORT-RECORD FROM W-ND-LINE
            ELSE
               PERFORM PRINT-LIMIT-VERDICT
            END-IF
            IF W-LM-CERT-VOID (W-LX) > ZERO
               MOVE W-LM-CERT-VOID (W-LX) TO W-VN-COUNT
               WRITE REPORT-RECORD FROM W-VOIDED-NOTE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
