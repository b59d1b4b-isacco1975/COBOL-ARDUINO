      * 06:00: merges the day's alert events (ALERTSyyyymmdd.LOG,     *
      * with their ACK flags), the suspense rejects by reason code    *
      * (READSERyyyymmdd.SUS), the reconciliation exceptions          *
      * (RECONCyyyymmdd.RPT), the shift's logbook entries             *
      * (LOGBOOK.DAT) and the per-station reading counts              *
      * (READSERyyyymmdd.LOG) for one shift window - the same         *
      * 06-14 / 14-22 / 22-06 bands READHIST subtotals by - into a    *
      * single report the incoming supervisor signs.                  *
      ******************************************************************
      * 2026-09-01  First version, so shift change stops meaning four *
      *             files and a memory test at six in the morning.    *
      * 2026-10-15  Alerts raised under a shelf (SHLV=Y) are listed   *
      *             in a section of their own and left out of the     *
      *             unacknowledged count, and the shelves covering    *
      *             the day (SHELVE.DAT) are listed with who set      *
      *             them and why, so none is handed over unnoticed.   *
      * 2026-10-15  The shift's electronic logbook entries            *
      *             (LOGBOOK.DAT) are printed after the shelves, with *
      *             their alert links and corrections.                *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT REPORT-FILE ASSIGN TO W-RPT-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-RPT-STATUS.
           SELECT SHELF-FILE ASSIGN TO "SHELVE.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-SH-STATUS.
           SELECT LOGBOOK-FILE ASSIGN TO "LOGBOOK.DAT"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS LOGB-KEY
              FILE STATUS IS W-LOGB-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-LOG.
       01  ALERT-RECORD      PIC X(100).
      *
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD   PIC X(60).
       01  HISTORY-RECORD    PIC X(60).
      *
       FD  REPORT-FILE.
       01  REPORT-RECORD     PIC X(110).
      *
       FD  SHELF-FILE.
       01  SHELF-RECORD      PIC X(80).
      *
       FD  LOGBOOK-FILE.
       COPY "LOGBOOK.CPY".
      *
       WORKING-STORAGE SECTION.
       77 W-SHIFT-DATE    PIC 9(8)       VALUE ZERO.
       77 W-REC-STATUS    PIC XX         VALUE SPACES.
       77 W-LOG-STATUS    PIC XX         VALUE SPACES.
       77 W-RPT-STATUS    PIC XX         VALUE SPACES.
       77 W-SH-STATUS     PIC XX         VALUE SPACES.
       77 W-LOGB-STATUS   PIC XX         VALUE SPACES.
      *   The shift window, from the same bands READHIST uses; the
      *   night shift wraps past midnight inside the same day's
      *   files, so its test is >= start OR < end.
      *   event (END=000000) can be folded into the close event
      *   that shares its date, start, station and limit.
       01 W-AL-TABLE.
           05 W-AL-LINE   PIC X(100) OCCURS 200.
       77 W-AL-COUNT      PIC 9(3) COMP  VALUE ZERO.
       77 W-AX            PIC 9(3) COMP  VALUE ZERO.
       77 W-AY            PIC 9(3) COMP  VALUE ZERO.
       77 W-AL-FOLDED     PIC X          VALUE 'N'.
       77 W-AL-TRUNC      PIC X          VALUE 'N'.
      *   Which half of the gathered lines is being printed: the
      *   live alerts first, then the ones raised under a shelf.
       77 W-PRINT-SHELVED PIC X          VALUE 'N'.
       77 W-SHELVED-COUNT PIC 9(4)       VALUE ZERO.
      *   Shelves from SHELVE.DAT whose window touches the day.
       01 W-SH-FIELDS.
           05 W-SHF-STA   PIC X(4).
           05 W-SHF-CHAN  PIC X(4).
           05 W-SHF-KIND  PIC X(4).
           05 W-SHF-FROM  PIC X(12).
           05 W-SHF-UNTIL PIC X(12).
           05 W-SHF-OPER  PIC X(3).
           05 W-SHF-REASON PIC X(30).
       77 W-SHELF-LINES   PIC 9(4)       VALUE ZERO.
       01 W-SHELF-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 W-SFL-STA       PIC X(4).
           05 FILLER          PIC X     VALUE "/".
           05 W-SFL-CHAN      PIC X(4).
           05 FILLER          PIC X     VALUE "/".
           05 W-SFL-KIND      PIC X(4).
           05 FILLER          PIC X(6)  VALUE " FROM=".
           05 W-SFL-FROM      PIC X(12).
           05 FILLER          PIC X(7)  VALUE " UNTIL=".
           05 W-SFL-UNTIL     PIC X(12).
           05 FILLER          PIC X(4)  VALUE " OP=".
           05 W-SFL-OPER      PIC X(3).
           05 FILLER          PIC X     VALUE SPACE.
           05 W-SFL-REASON    PIC X(30).
      *   Logbook entries saved inside the window.  Entries later
      *   corrected are gathered first so each can say which entry
      *   put it right; a correction always comes after what it
      *   corrects, so one pass from the day to the end finds them.
       77 W-LOG-ENTRIES   PIC 9(4)       VALUE ZERO.
       77 W-EOF-FLAG      PIC X          VALUE 'N'.
           88 LOGBOOK-AT-END             VALUE 'Y'.
       01 W-CORR-TABLE.
           05 W-CORR-ENTRY OCCURS 200.
              10 W-CT-TARGET PIC X(16).
              10 W-CT-BY     PIC X(16).
       77 W-CORR-COUNT    PIC 9(3) COMP  VALUE ZERO.
       77 W-CX            PIC 9(3) COMP  VALUE ZERO.
       77 W-CORR-BY       PIC X(16)      VALUE SPACES.
       77 W-ENTRY-ID      PIC X(18)      VALUE SPACES.
       77 W-REF-ID        PIC X(18)      VALUE SPACES.
       01 W-ENTRY-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 W-EL-ID         PIC X(18).
           05 FILLER          PIC X(4)  VALUE " OP=".
           05 W-EL-OPER       PIC X(3).
           05 FILLER          PIC X(5)  VALUE " STA=".
           05 W-EL-STA        PIC X(4).
           05 FILLER          PIC X(5)  VALUE " CAT=".
           05 W-EL-CAT        PIC X(4).
       01 W-ENTRY-NOTE.
           05 FILLER          PIC X(6)  VALUE SPACES.
           05 W-EN-TEXT       PIC X(80).
       01 W-REASON-TABLE.
           05 W-REASON-ENTRY OCCURS 10.
              10 W-RSN-CODE  PIC X(2).
           05 FILLER          PIC X     VALUE ")".
       01 W-ACK-TAG-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 W-AT-LINE       PIC X(100).
       01 W-REASON-LINE.
           05 FILLER          PIC X(10) VALUE "  REASON ".
           05 W-RL-CODE       PIC X(2).
            PERFORM CHECK-COMMAND-LINE
            PERFORM OPEN-REPORT
            PERFORM REPORT-ALERTS
            PERFORM REPORT-SHELVES
            PERFORM REPORT-LOGBOOK-ENTRIES
            PERFORM REPORT-REJECTS
            PERFORM REPORT-RECONC-EXCEPTIONS
            PERFORM REPORT-STATION-COUNTS
            PERFORM WRITE-SIGNOFF
            CLOSE REPORT-FILE
            DISPLAY "SHIFTRPT: " W-ALERT-COUNT " ALERT(S), "
               W-SHELVED-COUNT " SHELVED, "
               W-LOG-ENTRIES " LOG ENTRY(S), "
               W-REJECT-TOTAL " REJECT(S), " W-EXC-COUNT
               " EXCEPTION(S), REPORT IN " W-RPT-FILENAME
            STOP RUN
               END-PERFORM
               CLOSE ALERT-LOG

               MOVE 'N' TO W-PRINT-SHELVED
               PERFORM VARYING W-AX FROM 1 BY 1
                  UNTIL W-AX > W-AL-COUNT
                  PERFORM FOLD-AND-PRINT-ALERT
            WRITE REPORT-RECORD
            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD

      *   The same window's alerts raised under a shelf: planned
      *   work nobody was paged for, shown so the record is whole.
            MOVE "ALERTS RAISED UNDER A SHELF (NOT DISPATCHED):"
               TO REPORT-RECORD
            WRITE REPORT-RECORD
            MOVE 'Y' TO W-PRINT-SHELVED
            PERFORM VARYING W-AX FROM 1 BY 1
               UNTIL W-AX > W-AL-COUNT
               PERFORM FOLD-AND-PRINT-ALERT
            END-PERFORM
            IF W-SHELVED-COUNT = ZERO
               MOVE "  (NONE IN THIS SHIFT WINDOW)"
                  TO REPORT-RECORD
               WRITE REPORT-RECORD
            END-IF
            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   close (same date+start in cols 1-21, same station/channel/
      *   limit in cols 48-71, END not 000000) is also in the
      *   window; everything else is printed and counted once.
      *   Only the lines of the half being printed are looked at:
      *   SHLV=Y in column 97 is shelved, anything else is live.
       FOLD-AND-PRINT-ALERT.
            MOVE 'N' TO W-AL-FOLDED
            IF (W-PRINT-SHELVED = 'Y'
                AND W-AL-LINE (W-AX) (97:1) NOT = 'Y')
               OR (W-PRINT-SHELVED = 'N'
                AND W-AL-LINE (W-AX) (97:1) = 'Y')
               MOVE 'Y' TO W-AL-FOLDED
            END-IF
            IF W-AL-FOLDED = 'N'
               AND W-AL-LINE (W-AX) (27:6) = "000000"
               PERFORM VARYING W-AY FROM 1 BY 1
                  UNTIL W-AY > W-AL-COUNT
                  IF W-AY NOT = W-AX
            END-IF

            IF W-AL-FOLDED = 'N'
               IF W-PRINT-SHELVED = 'Y'
                  ADD 1 TO W-SHELVED-COUNT
               ELSE
                  ADD 1 TO W-ALERT-COUNT
                  IF W-AL-LINE (W-AX) (87:1) = 'N'
                     ADD 1 TO W-UNACK-COUNT
                  END-IF
               END-IF
               MOVE W-AL-LINE (W-AX) TO W-AT-LINE
               WRITE REPORT-RECORD FROM W-ACK-TAG-LINE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Every shelf in SHELVE.DAT whose from-until window touches
      *   the shift's day, expired ones included - the incoming
      *   supervisor sees what was silenced, by whom and why, and
      *   can end a shelf that should not run on into their shift.
       REPORT-SHELVES.
            MOVE "ALARM SHELVES COVERING THIS DAY:" TO REPORT-RECORD
            WRITE REPORT-RECORD

            OPEN INPUT SHELF-FILE
            IF W-SH-STATUS = "00"
               PERFORM UNTIL W-SH-STATUS NOT = "00"
                  READ SHELF-FILE INTO SHELF-RECORD
                  IF W-SH-STATUS = "00"
                     AND SHELF-RECORD(1:1) NOT = "*"
                     AND SHELF-RECORD NOT = SPACES
                     MOVE SPACES TO W-SH-FIELDS
                     UNSTRING SHELF-RECORD DELIMITED BY "|"
                        INTO W-SHF-STA W-SHF-CHAN W-SHF-KIND
                             W-SHF-FROM W-SHF-UNTIL W-SHF-OPER
                             W-SHF-REASON
                     IF W-SHF-FROM(1:8)  IS NUMERIC
                        AND W-SHF-UNTIL(1:8) IS NUMERIC
                        AND W-SHF-FROM(1:8)  <= W-SHIFT-DATE
                        AND W-SHF-UNTIL(1:8) >= W-SHIFT-DATE
                        ADD 1 TO W-SHELF-LINES
                        MOVE W-SHF-STA    TO W-SFL-STA
                        MOVE W-SHF-CHAN   TO W-SFL-CHAN
                        MOVE W-SHF-KIND   TO W-SFL-KIND
                        MOVE W-SHF-FROM   TO W-SFL-FROM
                        MOVE W-SHF-UNTIL  TO W-SFL-UNTIL
                        MOVE W-SHF-OPER   TO W-SFL-OPER
                        MOVE W-SHF-REASON TO W-SFL-REASON
                        WRITE REPORT-RECORD FROM W-SHELF-LINE
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE SHELF-FILE
            END-IF
            IF W-SHELF-LINES = ZERO
               MOVE "  (NONE)" TO REPORT-RECORD
               WRITE REPORT-RECORD
            END-IF
            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   What the operators wrote in the logbook during the shift,
      *   in the order it was saved: a correction prints where it
      *   was made and the entry it corrects says so, so nothing is
      *   read without its correction beside it.
       REPORT-LOGBOOK-ENTRIES.
            MOVE "SHIFT LOGBOOK ENTRIES:" TO REPORT-RECORD
            WRITE REPORT-RECORD

            OPEN INPUT LOGBOOK-FILE
            IF W-LOGB-STATUS NOT = "00"
               MOVE "  (NO LOGBOOK.DAT - NOTHING HAS BEEN LOGGED YET)"
                  TO REPORT-RECORD
               WRITE REPORT-RECORD
            ELSE
               PERFORM LOAD-CORRECTIONS
               PERFORM START-AT-SHIFT-DATE
               PERFORM UNTIL LOGBOOK-AT-END
                  READ LOGBOOK-FILE NEXT RECORD
                     AT END SET LOGBOOK-AT-END TO TRUE
                  END-READ
                  IF NOT LOGBOOK-AT-END
                     IF LOGB-DATE NOT = W-SHIFT-DATE
                        SET LOGBOOK-AT-END TO TRUE
                     ELSE
                        MOVE LOGB-TIME TO W-CHECK-TIME
                        PERFORM CHECK-WINDOW
                        IF W-IN-WINDOW = 'Y'
                           PERFORM PRINT-LOGBOOK-ENTRY
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE LOGBOOK-FILE
               IF W-LOG-ENTRIES = ZERO
                  MOVE "  (NONE IN THIS SHIFT WINDOW)"
                     TO REPORT-RECORD
                  WRITE REPORT-RECORD
               END-IF
            END-IF
            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PRINT-LOGBOOK-ENTRY.
            ADD 1 TO W-LOG-ENTRIES
            MOVE LOGB-KEY TO W-REF-ID
            PERFORM FORMAT-ENTRY-ID
            MOVE W-ENTRY-ID    TO W-EL-ID
            MOVE LOGB-OPER     TO W-EL-OPER
            MOVE LOGB-STATION  TO W-EL-STA
            MOVE LOGB-CATEGORY TO W-EL-CAT
            WRITE REPORT-RECORD FROM W-ENTRY-LINE
            MOVE LOGB-TEXT TO W-EN-TEXT
            WRITE REPORT-RECORD FROM W-ENTRY-NOTE
            IF LOGB-ALERT-KEY NOT = SPACES
               MOVE SPACES TO W-EN-TEXT
               STRING "ABOUT ALERT "   DELIMITED SIZE
                      LOGB-ALERT-DATE  DELIMITED SIZE
                      " START="        DELIMITED SIZE
                      LOGB-ALERT-START DELIMITED SIZE
                      " STA="          DELIMITED SIZE
                      LOGB-ALERT-STA   DELIMITED SIZE
                      " LIM="          DELIMITED SIZE
                      LOGB-ALERT-LIMIT DELIMITED SIZE
                      INTO W-EN-TEXT
               WRITE REPORT-RECORD FROM W-ENTRY-NOTE
            END-IF
            IF LOGB-CORRECTS NOT = SPACES
               MOVE LOGB-CORRECTS TO W-REF-ID
               PERFORM FORMAT-ENTRY-ID
               MOVE SPACES TO W-EN-TEXT
               STRING "CORRECTS ENTRY " DELIMITED SIZE
                      W-ENTRY-ID        DELIMITED SIZE
                      INTO W-EN-TEXT
               WRITE REPORT-RECORD FROM W-ENTRY-NOTE
            END-IF
            PERFORM FIND-CORRECTION
            IF W-CORR-BY NOT = SPACES
               MOVE W-CORR-BY TO W-REF-ID
               PERFORM FORMAT-ENTRY-ID
               MOVE SPACES TO W-EN-TEXT
               STRING "** CORRECTED BY ENTRY " DELIMITED SIZE
                      W-ENTRY-ID               DELIMITED SIZE
                      " **"                    DELIMITED SIZE
                      INTO W-EN-TEXT
               WRITE REPORT-RECORD FROM W-ENTRY-NOTE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   A 16-byte logbook key in W-REF-ID shown as
      *   yyyymmdd-hhmmss-nn, the way LOGBOOK shows it.
       FORMAT-ENTRY-ID.
            MOVE SPACES TO W-ENTRY-ID
            STRING W-REF-ID(1:8)  DELIMITED SIZE
                   "-"            DELIMITED SIZE
                   W-REF-ID(9:6)  DELIMITED SIZE
                   "-"            DELIMITED SIZE
                   W-REF-ID(15:2) DELIMITED SIZE
                   INTO W-ENTRY-ID
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       START-AT-SHIFT-DATE.
            MOVE 'N'          TO W-EOF-FLAG
            MOVE W-SHIFT-DATE TO LOGB-DATE
            MOVE ZERO         TO LOGB-TIME
            MOVE ZERO         TO LOGB-SEQ
            START LOGBOOK-FILE KEY NOT < LOGB-KEY
               INVALID KEY SET LOGBOOK-AT-END TO TRUE
            END-START
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Every correction, on the day or after it, of an entry made
      *   on the shift's date.  The latest correction of an entry
      *   wins.
       LOAD-CORRECTIONS.
            MOVE ZERO TO W-CORR-COUNT
            PERFORM START-AT-SHIFT-DATE
            PERFORM UNTIL LOGBOOK-AT-END
               READ LOGBOOK-FILE NEXT RECORD
                  AT END SET LOGBOOK-AT-END TO TRUE
               END-READ
               IF NOT LOGBOOK-AT-END
                  AND LOGB-CORRECTS(1:8) = W-SHIFT-DATE
                  PERFORM NOTE-ONE-CORRECTION
               END-IF
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       NOTE-ONE-CORRECTION.
            MOVE SPACES TO W-CORR-BY
            PERFORM VARYING W-CX FROM 1 BY 1
               UNTIL W-CX > W-CORR-COUNT
               IF W-CT-TARGET (W-CX) = LOGB-CORRECTS
                  MOVE LOGB-KEY TO W-CT-BY (W-CX)
                  MOVE LOGB-KEY TO W-CORR-BY
                  MOVE W-CORR-COUNT TO W-CX
               END-IF
            END-PERFORM
            IF W-CORR-BY = SPACES
               AND W-CORR-COUNT < 200
               ADD 1 TO W-CORR-COUNT
               MOVE LOGB-CORRECTS TO W-CT-TARGET (W-CORR-COUNT)
               MOVE LOGB-KEY      TO W-CT-BY     (W-CORR-COUNT)
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       FIND-CORRECTION.
            MOVE SPACES TO W-CORR-BY
            PERFORM VARYING W-CX FROM 1 BY 1
               UNTIL W-CX > W-CORR-COUNT
               IF W-CT-TARGET (W-CX) = LOGB-KEY
                  MOVE W-CT-BY (W-CX) TO W-CORR-BY
                  MOVE W-CORR-COUNT TO W-CX
               END-IF
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Suspense rejects inside the window, rolled up by the
      *   REASON= code READSER stamped on each one.
