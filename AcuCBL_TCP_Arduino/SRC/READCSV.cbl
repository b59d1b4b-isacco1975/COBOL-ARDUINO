      * per interval, stamped with the interval's start), because a  *
      * full day at the poll rate is far too many rows for Excel.    *
      * /INT=0, or no /INT, extracts the raw readings.               *
      * A value voided in VOIDREG.DAT (see VOIDMAINT) is left out: a *
      * raw row shows it as an empty field, a reading voided whole   *
      * has no row, and an averaged row averages only the values     *
      * kept.  The closing message counts the readings affected.     *
      * Run as:  READCSV /FROM=yyyymmddhhmmss /TO=yyyymmddhhmmss     *
      *                  /STA=xxxx /INT=nn                            *
      * Output:  READCSVyyyymmdd.CSV (from-date)                     *
      ******************************************************************
      * 2026-09-01  First version, replacing the READINQ screen      *
      *             scrape the engineers were living with.            *
      * 2026-10-15  Voided values are left out, and counted.         *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT EXTRACT-FILE ASSIGN TO W-CSV-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-CSV-STATUS.
           SELECT VOID-FILE ASSIGN TO "VOIDREG.DAT"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS VOID-KEY
              FILE STATUS IS W-VOID-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD    PIC X(40).
      *
       FD  VOID-FILE.
       COPY "VOIDREG.CPY".
      *
       WORKING-STORAGE SECTION.
       77 W-ARC-STATUS    PIC XX         VALUE SPACES.
              10 W-AV-BUCKET   PIC 9(4).
              10 W-AV-COUNT    PIC 9(5).
              10 W-AV-TOTAL    PIC 9(8) OCCURS 3.
              10 W-AV-KEPT     PIC 9(5) OCCURS 3.
       77 W-AVG-COUNT     PIC 9(2) COMP  VALUE ZERO.
       77 W-SX            PIC 9(2) COMP  VALUE ZERO.
       77 W-SLOT          PIC 9(2) COMP  VALUE ZERO.
       77 W-ROW-STA       PIC X(4)       VALUE SPACES.
       01 W-ROW-VALUES.
           05 W-ROW-VAL   PIC 9(3) OCCURS 3.
      *   'Y' for a row value that is voided and goes out empty.
       01 W-ROW-VOIDS.
           05 W-ROW-VOID  PIC X OCCURS 3.
       77 W-ROW-PTR       PIC 9(2) COMP  VALUE ZERO.
       77 W-READ-COUNT    PIC 9(7)       VALUE ZERO.
       77 W-ROWS-OUT      PIC 9(7)       VALUE ZERO.
       77 W-VOIDED-READ   PIC 9(7)       VALUE ZERO.
       77 W-VOIDED-WHOLE  PIC 9(7)       VALUE ZERO.
      *   Active voids from VOIDREG.DAT that reach into the range,
      *   and for the reading in hand which channels they void
      *   (1=TEMP 2=HUM 3=AUX; a "*" void takes all three).  No
      *   register means nothing is voided.
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
       01 W-CSV-LINE.
           05 W-CL-DATE   PIC 9(8).
           05 FILLER      PIC X          VALUE ",".
       PROCEDURE DIVISION.
       MAIN.
            PERFORM CHECK-COMMAND-LINE
            MOVE W-FROM-STAMP TO W-VOID-LO
            MOVE W-TO-STAMP   TO W-VOID-HI
            PERFORM LOAD-VOID-REGISTER
            PERFORM OPEN-FILES
            PERFORM WRITE-HEADING
            PERFORM EXTRACT-RANGE
            CLOSE EXTRACT-FILE
            DISPLAY "READCSV: " W-READ-COUNT " READING(S) IN, "
               W-ROWS-OUT " ROW(S) OUT TO " W-CSV-FILENAME
            DISPLAY "READCSV: " W-VOIDED-READ " READING(S) WITH VOIDED "
               "VALUES LEFT OUT, " W-VOIDED-WHOLE " OF THEM WHOLE"
            STOP RUN
            .

               INTO W-CSV-FILENAME
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
       OPEN-FILES.
            OPEN INPUT ARCHIVE-FILE

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       TAKE-ONE-READING.
            MOVE ARC-STATION   TO W-RDG-STATION
            MOVE ARC-DATE      TO W-RS-DATE
            MOVE ARC-TIME(1:6) TO W-RS-TIME
            PERFORM CHECK-READING-VOID
            IF W-VOID-ANY = 'Y'
               ADD 1 TO W-VOIDED-READ
            END-IF
            IF W-VOID-ALL = 'Y'
               ADD 1 TO W-VOIDED-WHOLE
            ELSE
               IF W-INTERVAL = ZERO
                  MOVE ARC-DATE    TO W-ROW-DATE
                  MOVE ARC-TIME(1:6) TO W-ROW-TIME
                  MOVE ARC-STATION TO W-ROW-STA
                  MOVE ARC-TEMP    TO W-ROW-VAL (1)
                  MOVE ARC-HUM     TO W-ROW-VAL (2)
                  MOVE ARC-AUX     TO W-ROW-VAL (3)
                  MOVE W-VOID-FLAGS TO W-ROW-VOIDS
                  PERFORM WRITE-CSV-ROW
               ELSE
                  PERFORM AVERAGE-ONE-READING
               END-IF
            END-IF
            .

      *   Which interval bucket of the day this reading belongs to;
      *   a reading in a newer bucket (or day) than its station was
      *   filling closes that bucket as one averaged row first.
      *   A voided value stays out of its channel's total.
       AVERAGE-ONE-READING.
            MOVE ARC-TIME(1:2) TO W-REC-HH
            MOVE ARC-TIME(3:2) TO W-REC-MI
               MOVE ARC-DATE      TO W-AV-DATE   (W-SLOT)
               MOVE W-THIS-BUCKET TO W-AV-BUCKET (W-SLOT)
               ADD 1        TO W-AV-COUNT (W-SLOT)
               IF W-VOID-CHAN (1) = 'N'
                  ADD ARC-TEMP TO W-AV-TOTAL (W-SLOT 1)
                  ADD 1        TO W-AV-KEPT  (W-SLOT 1)
               END-IF
               IF W-VOID-CHAN (2) = 'N'
                  ADD ARC-HUM  TO W-AV-TOTAL (W-SLOT 2)
                  ADD 1        TO W-AV-KEPT  (W-SLOT 2)
               END-IF
               IF W-VOID-CHAN (3) = 'N'
                  ADD ARC-AUX  TO W-AV-TOTAL (W-SLOT 3)
                  ADD 1        TO W-AV-KEPT  (W-SLOT 3)
               END-IF
            END-IF
            .

                  MOVE ZERO        TO W-AV-COUNT (W-SLOT)
                  PERFORM VARYING W-CX FROM 1 BY 1 UNTIL W-CX > 3
                     MOVE ZERO TO W-AV-TOTAL (W-SLOT W-CX)
                     MOVE ZERO TO W-AV-KEPT  (W-SLOT W-CX)
                  END-PERFORM
               ELSE
                  DISPLAY "*** MORE THAN 6 STATIONS IN RANGE, "
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   One averaged row, stamped with the interval's start time;
      *   a channel voided for the whole interval goes out empty.
       FLUSH-ONE-BUCKET.
            COMPUTE W-BKT-MIN = W-AV-BUCKET (W-SLOT) * W-INTERVAL
            COMPUTE W-OUT-HH  = W-BKT-MIN / 60
            COMPUTE W-ROW-TIME = W-OUT-HH * 10000 + W-OUT-MI * 100
            MOVE W-AV-ID (W-SLOT)   TO W-ROW-STA
            PERFORM VARYING W-CX FROM 1 BY 1 UNTIL W-CX > 3
               IF W-AV-KEPT (W-SLOT W-CX) > ZERO
                  COMPUTE W-ROW-VAL (W-CX) =
                     W-AV-TOTAL (W-SLOT W-CX) / W-AV-KEPT (W-SLOT W-CX)
                  MOVE 'N' TO W-ROW-VOID (W-CX)
               ELSE
                  MOVE ZERO TO W-ROW-VAL (W-CX)
                  MOVE 'Y'  TO W-ROW-VOID (W-CX)
               END-IF
               MOVE ZERO TO W-AV-TOTAL (W-SLOT W-CX)
               MOVE ZERO TO W-AV-KEPT  (W-SLOT W-CX)
            END-PERFORM
            MOVE ZERO TO W-AV-COUNT (W-SLOT)
            PERFORM WRITE-CSV-ROW
            MOVE W-ROW-VAL (1) TO W-CL-TEMP
            MOVE W-ROW-VAL (2) TO W-CL-HUM
            MOVE W-ROW-VAL (3) TO W-CL-AUX
            IF W-ROW-VOIDS = "NNN"
               WRITE EXTRACT-RECORD FROM W-CSV-LINE
            ELSE
               PERFORM BUILD-VOIDED-ROW
               WRITE EXTRACT-RECORD
            END-IF
            ADD 1 TO W-ROWS-OUT
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The same row with each voided value an empty field, so the
      *   spreadsheet sees a gap, not a number.
       BUILD-VOIDED-ROW.
            MOVE SPACES TO EXTRACT-RECORD
            MOVE 1 TO W-ROW-PTR
            STRING W-CSV-LINE(1:21) DELIMITED SIZE
               INTO EXTRACT-RECORD WITH POINTER W-ROW-PTR
            PERFORM VARYING W-CX FROM 1 BY 1 UNTIL W-CX > 3
               IF W-ROW-VOID (W-CX) = 'N'
                  STRING W-ROW-VAL (W-CX) DELIMITED SIZE
                     INTO EXTRACT-RECORD WITH POINTER W-ROW-PTR
               END-IF
               IF W-CX < 3
                  STRING "," DELIMITED SIZE
                     INTO EXTRACT-RECORD WITH POINTER W-ROW-PTR
               END-IF
            END-PERFORM
            .
