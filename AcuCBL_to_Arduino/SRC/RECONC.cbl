      * Exceptions go to a RECONCyyyymmdd.RPT report - unmatched      *
      * commands are how the flaky COM cable was found, a week late,  *
      * last month.                                                   *
      * Each command is held only against the evidence of the station *
      * it was sent to (STA= on the audit line, the station column of *
      * the history line, STA= on the snapshot line); lines written   *
      * before stations were tagged count as station MAIN.            *
      * Run as:  RECONC /DATE=yyyymmdd   (defaults to today)          *
      ******************************************************************
      * 2026-08-22  First version.                                    *
      * 2026-10-15  Commands, AUX changes and snapshots are matched   *
      *             station by station now that WriteSerial can send  *
      *             to more than one board; exception lines end STA=. *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       01  AUDIT-RECORD      PIC X(80).
      *
       FD  HISTORY-LOG.
       01  HISTORY-RECORD    PIC X(60).
       77 W-GRACE-SEC     PIC 9(3)       VALUE 60.
       77 W-LOOKBACK-SEC  PIC 9(3)       VALUE 120.
      *   Every command from the day's audit trail.  The audit line
      *   is "yyyymmdd hhmmsscc  LED=x DUR=nn OUTCOM RC=... OP=xxx
      *   STA=xxxx", fixed columns from WRITE-AUDIT-RECORD.
       01 W-CMD-TABLE.
           05 W-CMD-ENTRY OCCURS 500.
              10 W-CMD-STA     PIC X(4).
              10 W-CMD-SEC     PIC 9(7) COMP.
              10 W-CMD-TIME    PIC X(6).
              10 W-CMD-LED     PIC X.
      *   storing every reading would overflow it by mid-morning.
       01 W-AUX-TABLE.
           05 W-AUX-ENTRY OCCURS 3000.
              10 W-AUX-STA     PIC X(4).
              10 W-AUX-SEC     PIC 9(7) COMP.
              10 W-AUX-TIME    PIC X(6).
              10 W-AUX-VAL     PIC 9(3).
       77 W-AUX-COUNT     PIC 9(4) COMP  VALUE ZERO.
       77 W-AUX-TOTAL     PIC 9(7)       VALUE ZERO.
       77 W-AX            PIC 9(4) COMP  VALUE ZERO.
      *   What each station last showed, so a change on one board
      *   is judged against that board's previous reading and
      *   snapshot, not whichever station happened to log before it.
       01 W-PREV-TABLE.
           05 W-PREV-ENTRY OCCURS 20.
              10 W-PV-STA      PIC X(4).
              10 W-PV-AUX      PIC 9(3).
              10 W-PV-HAVE     PIC X.
              10 W-PV-SNAP     PIC X(30).
              10 W-PV-HAVE-SNAP PIC X.
       77 W-PREV-COUNT    PIC 9(2) COMP  VALUE ZERO.
       77 W-PX            PIC 9(2) COMP  VALUE ZERO.
       77 W-LINE-STA      PIC X(4)       VALUE SPACES.
      *   Set when either evidence table overflows, so the report
      *   says so instead of quietly judging half a day.
       77 W-AUX-TRUNC     PIC X          VALUE 'N'.
      *   out loud that its state moved.
       01 W-SNAP-TABLE.
           05 W-SNAP-ENTRY OCCURS 500.
              10 W-SNAP-STA     PIC X(4).
              10 W-SNAP-SEC     PIC 9(7) COMP.
              10 W-SNAP-CHANGED PIC X.
              10 W-SNAP-MATCHED PIC X.
       77 W-SNAP-COUNT    PIC 9(3) COMP  VALUE ZERO.
       77 W-NX            PIC 9(3) COMP  VALUE ZERO.
       77 W-SNAP-MATCHES  PIC 9(4)       VALUE ZERO.
       77 W-EXCEPT-1      PIC 9(4)       VALUE ZERO.
       77 W-EXCEPT-2      PIC 9(4)       VALUE ZERO.
           05 W-E1-TIME       PIC X(6).
           05 FILLER          PIC X(34)
              VALUE " MARKED OK, BOARD NEVER SHOWED IT".
           05 FILLER          PIC X(5)  VALUE " STA=".
           05 W-E1-STA        PIC X(4).
       01 W-EXC-LINE-2.
           05 FILLER          PIC X(13) VALUE "  AUX WENT TO".
           05 FILLER          PIC X     VALUE SPACE.
           05 W-E2-TIME       PIC X(6).
           05 FILLER          PIC X(29)
              VALUE " WITH NO COMMAND BEFORE IT".
           05 FILLER          PIC X(5)  VALUE " STA=".
           05 W-E2-STA        PIC X(4).
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PROCEDURE DIVISION.
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       LOAD-ONE-COMMAND.
            ADD 1 TO W-CMD-COUNT
            IF AUDIT-RECORD(60:5) = " STA="
               AND AUDIT-RECORD(65:4) NOT = SPACES
               MOVE AUDIT-RECORD(65:4) TO W-CMD-STA (W-CMD-COUNT)
            ELSE
               MOVE "MAIN"             TO W-CMD-STA (W-CMD-COUNT)
            END-IF
            MOVE AUDIT-RECORD(10:6) TO W-CMD-TIME (W-CMD-COUNT)
            MOVE AUDIT-RECORD(10:2) TO W-WORK-HH
            MOVE AUDIT-RECORD(12:2) TO W-WORK-MI
            IF HISTORY-RECORD(10:6) IS NUMERIC
               AND W-REC-CHAN (3) IS NUMERIC
               ADD 1 TO W-AUX-TOTAL
               IF HISTORY-RECORD(33:4) = SPACES
                  MOVE "MAIN"              TO W-LINE-STA
               ELSE
                  MOVE HISTORY-RECORD(33:4) TO W-LINE-STA
               END-IF
               PERFORM FIND-PREV-ENTRY
               IF W-PX > ZERO
                  IF W-PV-HAVE (W-PX) = 'Y'
                     AND W-REC-CHAN (3) = W-PV-AUX (W-PX)
                     CONTINUE
                  ELSE
                     PERFORM STORE-AUX-ENTRY
                  END-IF
                  MOVE W-REC-CHAN (3) TO W-PV-AUX (W-PX)
                  MOVE 'Y' TO W-PV-HAVE (W-PX)
               END-IF
            END-IF
            .

               PERFORM TIME-TO-SECONDS
               MOVE W-WORK-SEC TO W-AUX-SEC (W-AUX-COUNT)
               MOVE W-REC-CHAN (3) TO W-AUX-VAL (W-AUX-COUNT)
               MOVE W-LINE-STA     TO W-AUX-STA (W-AUX-COUNT)
      *   A station's first stored reading is its opening state, not
      *   a change; everything after it got here by differing.
               IF W-PV-HAVE (W-PX) = 'Y'
                  MOVE 'Y' TO W-AUX-CHANGED (W-AUX-COUNT)
               ELSE
                  MOVE 'N' TO W-AUX-CHANGED (W-AUX-COUNT)
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The status snapshot line is "yyyymmdd hhmmsscc  <reply>
      *   STA=xxxx", the reply 30 characters from column 20.
      *   A snapshot whose reply text differs from the previous one
      *   is the board reporting a state change - second-source
      *   evidence for a command the AUX trace happened to miss.

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       LOAD-ONE-SNAPSHOT.
            IF STATUS-RECORD(50:5) = " STA="
               AND STATUS-RECORD(55:4) NOT = SPACES
               MOVE STATUS-RECORD(55:4) TO W-LINE-STA
            ELSE
               MOVE "MAIN"              TO W-LINE-STA
            END-IF
            PERFORM FIND-PREV-ENTRY
            IF STATUS-RECORD(10:6) IS NUMERIC
               AND W-SNAP-COUNT < 500
               AND W-PX > ZERO
               ADD 1 TO W-SNAP-COUNT
               MOVE W-LINE-STA TO W-SNAP-STA (W-SNAP-COUNT)
               MOVE STATUS-RECORD(10:2) TO W-WORK-HH
               MOVE STATUS-RECORD(12:2) TO W-WORK-MI
               MOVE STATUS-RECORD(14:2) TO W-WORK-SS
               PERFORM TIME-TO-SECONDS
               MOVE W-WORK-SEC TO W-SNAP-SEC (W-SNAP-COUNT)

               IF W-PV-HAVE-SNAP (W-PX) = 'Y'
                  AND STATUS-RECORD(20:30) = W-PV-SNAP (W-PX)
                  MOVE 'N' TO W-SNAP-CHANGED (W-SNAP-COUNT)
               ELSE
                  MOVE 'Y' TO W-SNAP-CHANGED (W-SNAP-COUNT)
               END-IF
               MOVE 'N' TO W-SNAP-MATCHED (W-SNAP-COUNT)
               MOVE STATUS-RECORD(20:30) TO W-PV-SNAP (W-PX)
               MOVE 'Y' TO W-PV-HAVE-SNAP (W-PX)
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   W-PX to the previous-state entry of station W-LINE-STA,
      *   opening one the first time the station turns up; zero if
      *   the table is full, and the line is left out.
       FIND-PREV-ENTRY.
            MOVE ZERO TO W-PX
            PERFORM VARYING W-CX FROM 1 BY 1
               UNTIL W-CX > W-PREV-COUNT OR W-PX > ZERO
               IF W-PV-STA (W-CX) = W-LINE-STA
                  MOVE W-CX TO W-PX
               END-IF
            END-PERFORM
            IF W-PX = ZERO AND W-PREV-COUNT < 20
               ADD 1 TO W-PREV-COUNT
               MOVE W-PREV-COUNT TO W-PX
               MOVE W-LINE-STA TO W-PV-STA (W-PX)
               MOVE ZERO       TO W-PV-AUX (W-PX)
               MOVE 'N'        TO W-PV-HAVE (W-PX)
               MOVE SPACES     TO W-PV-SNAP (W-PX)
               MOVE 'N'        TO W-PV-HAVE-SNAP (W-PX)
            END-IF
            .

                        OR W-CMD-MATCHED (W-CX) = 'Y'
                     IF W-AUX-CHANGED (W-AX) = 'Y'
                        AND W-AUX-MATCHED (W-AX) = 'N'
                        AND W-AUX-STA (W-AX) = W-CMD-STA (W-CX)
                        AND W-AUX-SEC (W-AX) >= W-CMD-SEC (W-CX)
                        AND W-AUX-SEC (W-AX) <= W-WINDOW-END
                        MOVE 'Y' TO W-CMD-MATCHED (W-CX)
                  OR W-CMD-MATCHED (W-CX) = 'Y'
               IF W-SNAP-CHANGED (W-NX) = 'Y'
                  AND W-SNAP-MATCHED (W-NX) = 'N'
                  AND W-SNAP-STA (W-NX) = W-CMD-STA (W-CX)
                  AND W-SNAP-SEC (W-NX) >= W-CMD-SEC (W-CX)
                  AND W-SNAP-SEC (W-NX) <= W-WINDOW-END
                  MOVE 'Y' TO W-CMD-MATCHED (W-CX)
                  PERFORM VARYING W-CX FROM 1 BY 1
                     UNTIL W-CX > W-CMD-COUNT
                        OR W-AUX-MATCHED (W-AX) = 'Y'
                     IF W-CMD-STA (W-CX) = W-AUX-STA (W-AX)
                        AND W-CMD-SEC (W-CX) >= W-WINDOW-START
                        AND W-CMD-SEC (W-CX) <= W-AUX-SEC (W-AX)
                        MOVE 'Y' TO W-AUX-MATCHED (W-AX)
                     END-IF
                  MOVE W-CMD-LED  (W-CX) TO W-E1-LED
                  MOVE W-CMD-DUR  (W-CX) TO W-E1-DUR
                  MOVE W-CMD-TIME (W-CX) TO W-E1-TIME
                  MOVE W-CMD-STA  (W-CX) TO W-E1-STA
                  WRITE REPORT-RECORD FROM W-EXC-LINE-1
               END-IF
            END-PERFORM
                  ADD 1 TO W-EXCEPT-2
                  MOVE W-AUX-VAL  (W-AX) TO W-E2-VAL
                  MOVE W-AUX-TIME (W-AX) TO W-E2-TIME
                  MOVE W-AUX-STA  (W-AX) TO W-E2-STA
                  WRITE REPORT-RECORD FROM W-EXC-LINE-2
               END-IF
            END-PERFORM
