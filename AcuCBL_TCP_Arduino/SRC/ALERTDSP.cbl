      * and exits - handy at shift start)                             *
      ******************************************************************
      * 2026-08-22  First version.                                    *
      * 2026-10-15  Events READSER marked shelved (SHLV=Y, the alarm  *
      *             is under a shelf in SHELVE.DAT) send no message;  *
      *             they are counted on the run summary instead.      *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-LOG.
       01  ALERT-RECORD      PIC X(100).
      *
       FD  ONCALL-FILE.
       01  ONCALL-RECORD     PIC X(60).
      *   Dispatch statistics.
       77 W-SENT-TOTAL    PIC 9(5)       VALUE ZERO.
       77 W-SUPPR-TOTAL   PIC 9(5)       VALUE ZERO.
       77 W-SHELVED-TOTAL PIC 9(5)       VALUE ZERO.
      *   One formatted pickup message.
       01 W-MESSAGE-LINE.
           05 FILLER          PIC X(3)   VALUE "TO=".
            END-PERFORM

            DISPLAY "ALERTDSP: " W-SENT-TOTAL " MESSAGE(S) SENT, "
               W-SUPPR-TOTAL " SUPPRESSED, " W-SHELVED-TOTAL
               " SHELVED"
            STOP RUN
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   One new alert line: lift the fixed columns, apply the
      *   suppression rule, pick the on-call recipient for this hour
      *   and append the message to the pickup file.  A shelved
      *   alarm (SHLV=Y in column 97) is somebody's planned work -
      *   it is counted, not sent, and it does not start a
      *   suppression window either.
       DISPATCH-ALERT-LINE.
            EVALUATE TRUE
               WHEN ALERT-RECORD(1:8) IS NOT NUMERIC
                  CONTINUE
               WHEN ALERT-RECORD(97:1) = 'Y'
                  ADD 1 TO W-SHELVED-TOTAL
               WHEN OTHER
                  MOVE ALERT-RECORD(48:4) TO W-AL-STATION
                  MOVE ALERT-RECORD(58:5) TO W-AL-CHANNEL
                  MOVE ALERT-RECORD(68:4) TO W-AL-LIMIT
                  MOVE ALERT-RECORD(79:3) TO W-AL-WORST
                  MOVE ALERT-RECORD(27:6) TO W-AL-END
                  MOVE ALERT-RECORD(38:5) TO W-AL-DUR
      *   An open event (alarm still standing) carries END=000000;
      *   the message time is then the start of the alarm, which is
      *   what the on-call operator actually needs to know.
                  IF W-AL-END = "000000"
                     MOVE ALERT-RECORD(16:6) TO W-AL-END
                  END-IF

                  PERFORM CHECK-SUPPRESSION
                  IF W-SUPPRESSED = 'Y'
                     ADD 1 TO W-SUPPR-TOTAL
                  ELSE
                     PERFORM PICK-ONCALL-RECIPIENT
                     PERFORM WRITE-PICKUP-MESSAGE
                  END-IF
            END-EVALUATE
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
