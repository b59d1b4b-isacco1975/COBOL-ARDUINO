      ******************************************************************
      * 2026-09-01  First version, the analysis half of the alert     *
      *             archive.                                           *
      * 2026-10-15  Events raised under a shelf (AARC-SHELVED) are    *
      *             planned work, not nuisance: they are kept out of  *
      *             the ranking and listed in their own section       *
      *             after it.                                         *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
              10 W-RK-COUNT   PIC 9(5).
              10 W-RK-DUR     PIC 9(7).
              10 W-RK-WORST   PIC 9(3).
              10 W-RK-SHELVED PIC X.
       77 W-RANK-COUNT    PIC 9(2) COMP  VALUE ZERO.
       77 W-RX            PIC 9(2) COMP  VALUE ZERO.
       77 W-RY            PIC 9(2) COMP  VALUE ZERO.
           05 W-SW-COUNT   PIC 9(5).
           05 W-SW-DUR     PIC 9(7).
           05 W-SW-WORST   PIC 9(3).
           05 W-SW-SHELVED PIC X.
       77 W-EVENT-COUNT   PIC 9(7)       VALUE ZERO.
       77 W-TABLE-FULL    PIC X          VALUE 'N'.
       77 W-SHELVED-EVENTS PIC 9(7)      VALUE ZERO.
       77 W-THIS-SHELVED  PIC X          VALUE 'N'.
       77 W-RANK-NO       PIC 9(2) COMP  VALUE ZERO.
      *   Report lines.
       01 W-HEADING-1.
           05 FILLER          PIC X(34)
           05 FILLER          PIC X(30) VALUE "EVENTS   TOTAL DUR(S)  ".
           05 FILLER          PIC X(5)  VALUE "WORST".
       01 W-DETAIL-LINE.
           05 W-DL-RANK       PIC ZZZ9 BLANK WHEN ZERO.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 W-DL-STATION    PIC X(4).
           05 FILLER          PIC X(5)  VALUE SPACES.
            PERFORM SORT-RANK-TABLE
            PERFORM PRINT-REPORT
            DISPLAY "ALERTRNK: " W-EVENT-COUNT " EVENT(S), "
               W-SHELVED-EVENTS " SHELVED, "
               W-RANK-COUNT " COMBINATION(S), REPORT IN "
               W-RPT-FILENAME
            STOP RUN
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   A shelved event tallies in a row of its own, so the same
      *   station/limit can show once in the ranking and once among
      *   the shelved.
       TALLY-ONE-EVENT.
            IF AARC-SHELVED = 'Y'
               MOVE 'Y' TO W-THIS-SHELVED
               ADD 1 TO W-SHELVED-EVENTS
            ELSE
               MOVE 'N' TO W-THIS-SHELVED
            END-IF
            MOVE 'N' TO W-FOUND-FLAG
            PERFORM VARYING W-RX FROM 1 BY 1
               UNTIL W-RX > W-RANK-COUNT
               IF W-RK-STATION (W-RX) = AARC-STATION
                  AND W-RK-LIMIT (W-RX) = AARC-LIMIT
                  AND W-RK-SHELVED (W-RX) = W-THIS-SHELVED
                  ADD 1        TO W-RK-COUNT (W-RX)
                  ADD AARC-DUR TO W-RK-DUR   (W-RX)
      *   "Worst" runs downhill for a LOW limit: its events carry
                  MOVE 1            TO W-RK-COUNT   (W-RANK-COUNT)
                  MOVE AARC-DUR     TO W-RK-DUR     (W-RANK-COUNT)
                  MOVE AARC-WORST   TO W-RK-WORST   (W-RANK-COUNT)
                  MOVE W-THIS-SHELVED TO W-RK-SHELVED (W-RANK-COUNT)
               ELSE
                  IF W-TABLE-FULL = 'N'
                     MOVE 'Y' TO W-TABLE-FULL
            WRITE REPORT-RECORD
            WRITE REPORT-RECORD FROM W-COLUMN-HEADS

            MOVE ZERO TO W-RANK-NO
            PERFORM VARYING W-RX FROM 1 BY 1
               UNTIL W-RX > W-RANK-COUNT
               IF W-RK-SHELVED (W-RX) = 'N'
                  ADD 1 TO W-RANK-NO
                  MOVE W-RANK-NO TO W-DL-RANK
                  PERFORM WRITE-DETAIL-LINE
               END-IF
            END-PERFORM

            IF W-RANK-NO = ZERO
               MOVE "  (NO ALERT EVENTS IN RANGE)" TO REPORT-RECORD
               WRITE REPORT-RECORD
            END-IF

      *   The shelved rows, in the same order, unranked.
            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD
            MOVE "SHELVED EVENTS (ALARM UNDER A SHELF, NOT RANKED):"
               TO REPORT-RECORD
            WRITE REPORT-RECORD
            MOVE ZERO TO W-RANK-NO
            PERFORM VARYING W-RX FROM 1 BY 1
               UNTIL W-RX > W-RANK-COUNT
               IF W-RK-SHELVED (W-RX) = 'Y'
                  ADD 1 TO W-RANK-NO
                  MOVE ZERO TO W-DL-RANK
                  PERFORM WRITE-DETAIL-LINE
               END-IF
            END-PERFORM
            IF W-RANK-NO = ZERO
               MOVE "  (NONE)" TO REPORT-RECORD
               WRITE REPORT-RECORD
            END-IF
            CLOSE REPORT-FILE
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       WRITE-DETAIL-LINE.
            MOVE W-RK-STATION (W-RX) TO W-DL-STATION
            MOVE W-RK-LIMIT   (W-RX) TO W-DL-LIMIT
            MOVE W-RK-COUNT   (W-RX) TO W-DL-COUNT
            MOVE W-RK-DUR     (W-RX) TO W-DL-DUR
            MOVE W-RK-WORST   (W-RX) TO W-DL-WORST
            WRITE REPORT-RECORD FROM W-DETAIL-LINE
            .
