       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "SHLVMAINT",  is initial.
       AUTHOR.        Isaac Garcia Peveri.
       REMARKS.       Written in AcuCobol 7.0.0
      ******************************************************************
      * Maintenance screen for SHELVE.DAT, the alarm shelving         *
      * register: while a probe is out for cleaning or a room is      *
      * being defrosted, a supervisor shelves that station's alarm    *
      * here - channel, alarm kind, from, how many hours, reason -    *
      * and READSER keeps writing the alert events but marks them     *
      * shelved, so ALERTDSP pages nobody and ALERTRNK and SHIFTRPT   *
      * report them apart from the live alarms.                       *
      * A shelf always carries an until time no more than 72 hours    *
      * past its start, and nothing ever extends one: it simply       *
      * stops matching when the time passes.  A longer job is a new   *
      * shelf, with its own operator and reason on record.            *
      * Ending a shelf early sets its until time to now; expired      *
      * shelves older than today can be purged.  Every change writes  *
      * an audit line to SHLVAUDIT.LOG.  Needs SUPERVISE authority    *
      * (level 3) when OPERMAST.DAT is present.                       *
      * Run as:  SHLVMAINT                                            *
      * SHELVE.DAT line: STA|CHAN|KIND|FROM|UNTIL|OPER|REASON         *
      * (CHAN TEMP/HUM/AUX/DEW or *, KIND LOW/HIGH/ROC/STCK/DEWP or   *
      * *, FROM and UNTIL yyyymmddhhmm)                               *
      ******************************************************************
      * 2026-10-15  First version, so a defrost stops paging the      *
      *             on-call person every fifteen minutes.             *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHELF-FILE ASSIGN TO "SHELVE.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-SH-STATUS.
           SELECT DEVICE-MASTER ASSIGN TO "READSER.DEV"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-DEV-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "SHLVAUDIT.LOG"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-AUD-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-OPER-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SHELF-FILE.
       01  SHELF-RECORD      PIC X(80).
      *
       FD  DEVICE-MASTER.
       01  DEVICE-RECORD     PIC X(60).
      *
       FD  AUDIT-FILE.
       01  AUDIT-RECORD      PIC X(130).
      *
       FD  OPERATOR-MASTER.
       01  OPERATOR-RECORD   PIC X(60).
      *
       WORKING-STORAGE SECTION.
       77 W-SH-STATUS     PIC XX         VALUE SPACES.
       77 W-DEV-STATUS    PIC XX         VALUE SPACES.
       77 W-AUD-STATUS    PIC XX         VALUE SPACES.
      *   Longest shelf allowed, in hours.  A defrost or a probe
      *   clean is hours, not days; anything longer is a fault that
      *   wants fixing, not silencing.
       77 W-MAX-HOURS     PIC 9(2)       VALUE 72.
      *   Now, as the yyyymmddhhmm the register is written in.
       77 W-TODAY         PIC 9(8)       VALUE ZERO.
       77 W-TIME-NOW      PIC 9(8)       VALUE ZERO.
       77 W-NOW-STAMP     PIC 9(12)      VALUE ZERO.
      *   The whole register in order: comment lines ride along
      *   untouched, shelves are held field by field.
       01 W-SH-TABLE.
           05 W-SH-ENTRY OCCURS 50.
              10 W-SL-TYPE   PIC X.
              10 W-SL-RAW    PIC X(80).
              10 W-SL-STA    PIC X(4).
              10 W-SL-CHAN   PIC X(4).
              10 W-SL-KIND   PIC X(4).
              10 W-SL-FROM   PIC X(12).
              10 W-SL-UNTIL  PIC X(12).
              10 W-SL-OPER   PIC X(3).
              10 W-SL-REASON PIC X(30).
       77 W-SH-COUNT      PIC 9(2) COMP  VALUE ZERO.
       77 W-HX            PIC 9(2) COMP  VALUE ZERO.
       01 W-SF-FIELDS.
           05 W-SF-STA    PIC X(4).
           05 W-SF-CHAN   PIC X(4).
           05 W-SF-KIND   PIC X(4).
           05 W-SF-FROM   PIC X(12).
           05 W-SF-UNTIL  PIC X(12).
           05 W-SF-OPER   PIC X(3).
           05 W-SF-REASON PIC X(30).
       77 W-STATE-TEXT    PIC X(7)       VALUE SPACES.
      *   Stations from READSER.DEV, for the existence check.
       01 W-STA-TABLE.
           05 W-STA-ID    PIC X(4) OCCURS 6.
       77 W-STA-COUNT     PIC 9(2) COMP  VALUE ZERO.
       77 W-SX            PIC 9(2) COMP  VALUE ZERO.
       77 W-STA-OK        PIC X          VALUE 'N'.
       01 W-DEV-FIELDS.
           05 W-DEV-ID    PIC X(4).
           05 W-DEV-NAME  PIC X(12).
      *   The shelf being keyed, before it is accepted.
       01 W-ED-FIELDS.
           05 W-ED-STA    PIC X(4).
           05 W-ED-CHAN   PIC X(4).
           05 W-ED-KIND   PIC X(4).
           05 W-ED-FROM   PIC X(12).
           05 W-ED-UNTIL  PIC X(12).
           05 W-ED-REASON PIC X(30).
       77 W-ENTRY-IN      PIC X(30)      VALUE SPACES.
       77 W-HOURS-IN      PIC X(2)       VALUE SPACES.
       77 W-HOURS         PIC 9(2)       VALUE ZERO.
       77 W-TRIM-OUT      PIC X(5)       VALUE SPACES.
       77 W-TRIM-LEN      PIC 9(2) COMP  VALUE ZERO.
      *   Date-time proving and the until-time sum.
       01 W-STAMP-X.
           05 W-ST-DATE   PIC 9(8).
           05 W-ST-HH     PIC 99.
           05 W-ST-MI     PIC 99.
       01 W-STAMP-N REDEFINES W-STAMP-X PIC 9(12).
       77 W-DATE-IN       PIC X(8)       VALUE SPACES.
       77 W-DATE-INT      PIC 9(7)       VALUE ZERO.
       77 W-DATE-OK       PIC X          VALUE 'N'.
       77 W-MINUTES       PIC 9(5)       VALUE ZERO.
       77 W-DAYS-ON       PIC 9(3)       VALUE ZERO.
      *   Walk state for the editor dialog.
       77 W-REPLY         PIC X(2)       VALUE SPACES.
       77 W-PICK-NUM      PIC 9(2)       VALUE ZERO.
       77 W-DONE-FLAG     PIC X          VALUE 'N'.
           88 MAINT-DONE                 VALUE 'Y'.
       77 W-SAVE-FLAG     PIC X          VALUE 'N'.
           88 SAVE-WANTED                VALUE 'Y'.
       77 W-CHANGED       PIC X          VALUE 'N'.
           88 FILE-CHANGED               VALUE 'Y'.
       77 W-EDIT-OK       PIC X          VALUE 'N'.
       77 W-ACTION        PIC X(3)       VALUE SPACES.
       77 W-PURGED        PIC 9(2)       VALUE ZERO.
      *   Operator sign-on against OPERMAST.DAT, one
      *   "ID|PASSWORD|LEVEL|NAME" line per operator ('*' comments,
      *   level 1=VIEW 2=OPERATE 3=SUPERVISE).  A missing master
      *   file leaves the run open, exactly as before sign-on
      *   existed; with one present, three failed tries end the run.
       77 W-OPER-STATUS   PIC XX         VALUE SPACES.
       01 W-OPER-TABLE.
           05 W-OPER-ENTRY OCCURS 20.
              10 W-OM-ID     PIC X(3).
              10 W-OM-PASS   PIC X(8).
              10 W-OM-LEVEL  PIC 9.
              10 W-OM-NAME   PIC X(20).
       77 W-OPER-COUNT    PIC 9(2) COMP  VALUE ZERO.
       77 W-OPX           PIC 9(2) COMP  VALUE ZERO.
       01 W-OM-FIELDS.
           05 W-OMF-ID    PIC X(3).
           05 W-OMF-PASS  PIC X(8).
           05 W-OMF-LEVEL PIC X.
           05 W-OMF-NAME  PIC X(20).
       77 W-TRY           PIC 9 COMP     VALUE ZERO.
       77 W-TRY-ID        PIC X(3)       VALUE SPACES.
       77 W-TRY-PASS      PIC X(8)       VALUE SPACES.
       77 W-OPER-ID       PIC X(3)       VALUE SPACES.
       77 W-OPER-LEVEL    PIC 9          VALUE ZERO.
       77 W-OPER-NAME     PIC X(20)      VALUE SPACES.
       77 W-SIGNON-FLAG   PIC X          VALUE 'N'.
           88 SIGNED-ON                  VALUE 'Y'.
       77 W-ENFORCE-FLAG  PIC X          VALUE 'N'.
           88 SIGNON-ENFORCED            VALUE 'Y'.
      *   One audit line per change: who, what, and the shelf.
       01 W-AUDIT-LINE.
           05 W-AU-DATE       PIC 9(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 W-AU-TIME       PIC 9(6).
           05 FILLER          PIC X(4)  VALUE " OP=".
           05 W-AU-OP         PIC X(3).
           05 FILLER          PIC X(5)  VALUE " ACT=".
           05 W-AU-ACTION     PIC X(3).
           05 FILLER          PIC X(5)  VALUE " STA=".
           05 W-AU-STA        PIC X(4).
           05 FILLER          PIC X(6)  VALUE " CHAN=".
           05 W-AU-CHAN       PIC X(4).
           05 FILLER          PIC X(6)  VALUE " KIND=".
           05 W-AU-KIND       PIC X(4).
           05 FILLER          PIC X(6)  VALUE " FROM=".
           05 W-AU-FROM       PIC X(12).
           05 FILLER          PIC X(7)  VALUE " UNTIL=".
           05 W-AU-UNTIL      PIC X(12).
           05 FILLER          PIC X(8)  VALUE " REASON=".
           05 W-AU-REASON     PIC X(30).
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PROCEDURE DIVISION.
       MAIN.
            PERFORM SET-NOW-STAMP
            PERFORM OPERATOR-SIGN-ON
            PERFORM LOAD-SHELF-TABLE
            PERFORM LOAD-STATION-LIST
            PERFORM MAINTAIN-SHELVES
            IF SAVE-WANTED AND FILE-CHANGED
               PERFORM REWRITE-SHELF-FILE
               DISPLAY "SHELVE.DAT REWRITTEN"
            ELSE
               DISPLAY "SHELVE.DAT LEFT UNCHANGED"
            END-IF
            STOP RUN
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       SET-NOW-STAMP.
            ACCEPT W-TODAY    FROM DATE YYYYMMDD
            ACCEPT W-TIME-NOW FROM TIME
            MOVE W-TODAY          TO W-ST-DATE
            MOVE W-TIME-NOW(1:2)  TO W-ST-HH
            MOVE W-TIME-NOW(3:2)  TO W-ST-MI
            MOVE W-STAMP-N        TO W-NOW-STAMP
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The register comes in whole, comments and all.
       LOAD-SHELF-TABLE.
            OPEN INPUT SHELF-FILE
            IF W-SH-STATUS NOT = "00"
               DISPLAY "NO SHELVE.DAT YET - STARTING EMPTY"
            ELSE
               PERFORM UNTIL W-SH-STATUS NOT = "00"
                  READ SHELF-FILE INTO SHELF-RECORD
                  IF W-SH-STATUS = "00"
      *   A register this table cannot hold whole must not be
      *   edited at all - saving a truncated load would silently
      *   end the shelves past the table.
                     IF W-SH-COUNT >= 50
                        DISPLAY "*** MORE THAN 50 LINES IN "
                           "SHELVE.DAT, FILE LEFT UNTOUCHED"
                        CLOSE SHELF-FILE
                        STOP RUN
                     END-IF
                     ADD 1 TO W-SH-COUNT
                     MOVE SHELF-RECORD TO W-SL-RAW (W-SH-COUNT)
                     IF SHELF-RECORD(1:1) = "*"
                        OR SHELF-RECORD = SPACES
                        MOVE 'C' TO W-SL-TYPE (W-SH-COUNT)
                     ELSE
                        MOVE 'E' TO W-SL-TYPE (W-SH-COUNT)
                        MOVE SPACES TO W-SF-FIELDS
                        UNSTRING SHELF-RECORD DELIMITED BY "|"
                           INTO W-SF-STA W-SF-CHAN W-SF-KIND
                                W-SF-FROM W-SF-UNTIL W-SF-OPER
                                W-SF-REASON
                        MOVE W-SF-STA    TO W-SL-STA    (W-SH-COUNT)
                        MOVE W-SF-CHAN   TO W-SL-CHAN   (W-SH-COUNT)
                        MOVE W-SF-KIND   TO W-SL-KIND   (W-SH-COUNT)
                        MOVE W-SF-FROM   TO W-SL-FROM   (W-SH-COUNT)
                        MOVE W-SF-UNTIL  TO W-SL-UNTIL  (W-SH-COUNT)
                        MOVE W-SF-OPER   TO W-SL-OPER   (W-SH-COUNT)
                        MOVE W-SF-REASON TO W-SL-REASON (W-SH-COUNT)
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE SHELF-FILE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       LOAD-STATION-LIST.
            OPEN INPUT DEVICE-MASTER
            IF W-DEV-STATUS = "00"
               PERFORM UNTIL W-DEV-STATUS NOT = "00"
                  READ DEVICE-MASTER INTO DEVICE-RECORD
                  IF W-DEV-STATUS = "00"
                     AND DEVICE-RECORD(1:1) NOT = "*"
                     AND DEVICE-RECORD NOT = SPACES
                     AND W-STA-COUNT < 6
                     MOVE SPACES TO W-DEV-FIELDS
                     UNSTRING DEVICE-RECORD DELIMITED BY "|"
                        INTO W-DEV-ID W-DEV-NAME
                     IF W-DEV-ID NOT = SPACES
                        ADD 1 TO W-STA-COUNT
                        MOVE W-DEV-ID TO W-STA-ID (W-STA-COUNT)
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE DEVICE-MASTER
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The dialog, in the same walk-and-answer shape as CALMAINT:
      *   list, A adds a shelf, E ends one now, P purges the ones
      *   that expired before today, S saves and ends, X ends
      *   without saving.  There is deliberately no way to change a
      *   shelf's times or reason once it is set.
       MAINTAIN-SHELVES.
            PERFORM UNTIL MAINT-DONE
               PERFORM LIST-SHELVES
               DISPLAY "A=ADD, E=END NOW, P=PURGE EXPIRED, "
                  "S=SAVE+EXIT, X=EXIT: " WITH NO ADVANCING
               MOVE SPACES TO W-REPLY
               ACCEPT W-REPLY
               EVALUATE TRUE
                  WHEN W-REPLY = 'A' OR W-REPLY = 'a'
                     PERFORM ADD-ONE-SHELF
                  WHEN W-REPLY = 'E' OR W-REPLY = 'e'
                     PERFORM END-ONE-SHELF
                  WHEN W-REPLY = 'P' OR W-REPLY = 'p'
                     PERFORM PURGE-EXPIRED-SHELVES
                  WHEN W-REPLY = 'S' OR W-REPLY = 's'
                     SET SAVE-WANTED TO TRUE
                     SET MAINT-DONE  TO TRUE
                  WHEN W-REPLY = 'X' OR W-REPLY = 'x'
                     SET MAINT-DONE  TO TRUE
               END-EVALUATE
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       LIST-SHELVES.
            PERFORM SET-NOW-STAMP
            DISPLAY " "
            DISPLAY "ALARM SHELVES (NOW " W-NOW-STAMP "):"
            PERFORM VARYING W-HX FROM 1 BY 1
               UNTIL W-HX > W-SH-COUNT
               IF W-SL-TYPE (W-HX) = 'E'
                  PERFORM SET-SHELF-STATE
                  DISPLAY "  " W-HX " " W-SL-STA (W-HX)
                     "/" W-SL-CHAN (W-HX)
                     "/" W-SL-KIND (W-HX)
                     " " W-SL-FROM  (W-HX)
                     "-" W-SL-UNTIL (W-HX)
                     " " W-STATE-TEXT
                     " OP=" W-SL-OPER (W-HX)
                  DISPLAY "       " W-SL-REASON (W-HX)
               END-IF
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Where shelf W-HX stands against now.
       SET-SHELF-STATE.
            EVALUATE TRUE
               WHEN W-SL-UNTIL (W-HX) IS NOT NUMERIC
                  OR W-SL-FROM (W-HX) IS NOT NUMERIC
                  MOVE "BAD    " TO W-STATE-TEXT
               WHEN W-SL-UNTIL (W-HX) <= W-NOW-STAMP
                  MOVE "EXPIRED" TO W-STATE-TEXT
               WHEN W-SL-FROM (W-HX) > W-NOW-STAMP
                  MOVE "PENDING" TO W-STATE-TEXT
               WHEN OTHER
                  MOVE "ACTIVE " TO W-STATE-TEXT
            END-EVALUATE
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       ADD-ONE-SHELF.
            IF W-SH-COUNT >= 50
               DISPLAY "*** REGISTER FULL (50 LINES) - PURGE FIRST"
            ELSE
               MOVE SPACES TO W-ED-FIELDS
               PERFORM KEY-SHELF-FIELDS
               IF W-EDIT-OK = 'Y'
                  ADD 1 TO W-SH-COUNT
                  MOVE 'E'         TO W-SL-TYPE   (W-SH-COUNT)
                  MOVE W-ED-STA    TO W-SL-STA    (W-SH-COUNT)
                  MOVE W-ED-CHAN   TO W-SL-CHAN   (W-SH-COUNT)
                  MOVE W-ED-KIND   TO W-SL-KIND   (W-SH-COUNT)
                  MOVE W-ED-FROM   TO W-SL-FROM   (W-SH-COUNT)
                  MOVE W-ED-UNTIL  TO W-SL-UNTIL  (W-SH-COUNT)
                  MOVE W-OPER-ID   TO W-SL-OPER   (W-SH-COUNT)
                  MOVE W-ED-REASON TO W-SL-REASON (W-SH-COUNT)
                  SET FILE-CHANGED TO TRUE
                  MOVE "ADD" TO W-ACTION
                  PERFORM WRITE-AUDIT-RECORD
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   One field at a time, each proved the moment it is keyed;
      *   the first failure abandons the whole shelf.
       KEY-SHELF-FIELDS.
            MOVE 'Y' TO W-EDIT-OK

            DISPLAY "STATION: " WITH NO ADVANCING
            PERFORM ACCEPT-ENTRY-FIELD
            MOVE W-ENTRY-IN(1:4) TO W-ED-STA
            PERFORM VALIDATE-STATION
            IF W-EDIT-OK = 'Y'
               DISPLAY "CHANNEL TEMP/HUM/AUX/DEW, *=ALL (*): "
                  WITH NO ADVANCING
               PERFORM ACCEPT-ENTRY-FIELD
               IF W-ENTRY-IN = SPACES
                  MOVE "*" TO W-ED-CHAN
               ELSE
                  MOVE W-ENTRY-IN(1:4) TO W-ED-CHAN
               END-IF
               IF W-ED-CHAN NOT = "TEMP"
                  AND W-ED-CHAN NOT = "HUM "
                  AND W-ED-CHAN NOT = "AUX "
                  AND W-ED-CHAN NOT = "DEW "
                  AND W-ED-CHAN NOT = "*   "
                  DISPLAY "*** CHANNEL MUST BE TEMP, HUM, AUX, DEW OR *"
                  MOVE 'N' TO W-EDIT-OK
               END-IF
            END-IF
            IF W-EDIT-OK = 'Y'
               DISPLAY "ALARM KIND LOW/HIGH/ROC/STCK/DEWP, *=ALL (*): "
                  WITH NO ADVANCING
               PERFORM ACCEPT-ENTRY-FIELD
               IF W-ENTRY-IN = SPACES
                  MOVE "*" TO W-ED-KIND
               ELSE
                  MOVE W-ENTRY-IN(1:4) TO W-ED-KIND
               END-IF
               IF W-ED-KIND NOT = "LOW "
                  AND W-ED-KIND NOT = "HIGH"
                  AND W-ED-KIND NOT = "ROC "
                  AND W-ED-KIND NOT = "STCK"
                  AND W-ED-KIND NOT = "DEWP"
                  AND W-ED-KIND NOT = "*   "
                  DISPLAY "*** KIND MUST BE LOW, HIGH, ROC, STCK, DEWP"
                          " OR *"
                  MOVE 'N' TO W-EDIT-OK
               END-IF
            END-IF
            IF W-EDIT-OK = 'Y'
               PERFORM SET-NOW-STAMP
               DISPLAY "FROM yyyymmddhhmm, BLANK=NOW: "
                  WITH NO ADVANCING
               PERFORM ACCEPT-ENTRY-FIELD
               IF W-ENTRY-IN = SPACES
                  MOVE W-NOW-STAMP TO W-ED-FROM
               ELSE
                  MOVE W-ENTRY-IN(1:12) TO W-ED-FROM
               END-IF
               PERFORM VALIDATE-FROM-STAMP
            END-IF
            IF W-EDIT-OK = 'Y'
               DISPLAY "HOURS TO SHELVE FOR (1-" W-MAX-HOURS "): "
                  WITH NO ADVANCING
               MOVE SPACES TO W-HOURS-IN
               ACCEPT W-HOURS-IN
               MOVE ZERO TO W-TRIM-LEN
               UNSTRING W-HOURS-IN DELIMITED BY " "
                  INTO W-TRIM-OUT COUNT IN W-TRIM-LEN
               IF W-TRIM-LEN = ZERO
                  OR W-HOURS-IN(1:W-TRIM-LEN) IS NOT NUMERIC
                  DISPLAY "*** HOURS MUST BE A NUMBER"
                  MOVE 'N' TO W-EDIT-OK
               ELSE
                  MOVE W-HOURS-IN(1:W-TRIM-LEN) TO W-HOURS
                  IF W-HOURS = ZERO OR W-HOURS > W-MAX-HOURS
                     DISPLAY "*** HOURS OUTSIDE 1-" W-MAX-HOURS
                     MOVE 'N' TO W-EDIT-OK
                  ELSE
                     PERFORM COMPUTE-UNTIL-STAMP
                  END-IF
               END-IF
            END-IF
            IF W-EDIT-OK = 'Y'
               DISPLAY "REASON (REQUIRED): " WITH NO ADVANCING
               PERFORM ACCEPT-ENTRY-FIELD
               MOVE W-ENTRY-IN TO W-ED-REASON
               MOVE ZERO TO W-TRIM-LEN
               INSPECT W-ED-REASON TALLYING W-TRIM-LEN FOR ALL "|"
               IF W-ED-REASON = SPACES
                  DISPLAY "*** A SHELF NEEDS A REASON"
                  MOVE 'N' TO W-EDIT-OK
               END-IF
               IF W-TRIM-LEN > ZERO
                  DISPLAY "*** THE REASON MUST NOT CONTAIN |"
                  MOVE 'N' TO W-EDIT-OK
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   One keyed answer.
       ACCEPT-ENTRY-FIELD.
            MOVE SPACES TO W-ENTRY-IN
            ACCEPT W-ENTRY-IN
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       VALIDATE-STATION.
            IF W-ED-STA = SPACES
               DISPLAY "*** STATION MUST NOT BE EMPTY"
               MOVE 'N' TO W-EDIT-OK
            ELSE
               IF W-STA-COUNT = ZERO
      *   No device master on this box: nothing to prove against,
      *   say so once and let the shelf through.
                  DISPLAY "(NO READSER.DEV TO CHECK AGAINST)"
               ELSE
                  MOVE 'N' TO W-STA-OK
                  PERFORM VARYING W-SX FROM 1 BY 1
                     UNTIL W-SX > W-STA-COUNT
                     IF W-STA-ID (W-SX) = W-ED-STA
                        MOVE 'Y' TO W-STA-OK
                        MOVE W-STA-COUNT TO W-SX
                     END-IF
                  END-PERFORM
                  IF W-STA-OK = 'N'
                     DISPLAY "*** STATION NOT IN READSER.DEV"
                     MOVE 'N' TO W-EDIT-OK
                  END-IF
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   A real date, a real hour and minute, and not in the past:
      *   READSER judges an event by its start, so a back-dated
      *   shelf would catch the close of an alarm that already paged
      *   someone and leave its open event live - one alarm told two
      *   ways.
       VALIDATE-FROM-STAMP.
            MOVE W-ED-FROM(1:8) TO W-DATE-IN
            PERFORM VALIDATE-ONE-DATE
            IF W-DATE-OK = 'N'
               OR W-ED-FROM(9:4) IS NOT NUMERIC
               OR W-ED-FROM(9:2) > "23"
               OR W-ED-FROM(11:2) > "59"
               DISPLAY "*** FROM IS NOT A REAL yyyymmddhhmm"
               MOVE 'N' TO W-EDIT-OK
            ELSE
               MOVE W-ED-FROM TO W-STAMP-X
               IF W-STAMP-N < W-NOW-STAMP
                  DISPLAY "*** FROM MUST NOT BE IN THE PAST"
                  MOVE 'N' TO W-EDIT-OK
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       VALIDATE-ONE-DATE.
            MOVE 'N' TO W-DATE-OK
            IF W-DATE-IN IS NUMERIC
               AND W-DATE-IN(5:2) >= "01"
               AND W-DATE-IN(5:2) <= "12"
               AND W-DATE-IN(7:2) >= "01"
               AND W-DATE-IN(7:2) <= "31"
               COMPUTE W-DATE-INT =
                  FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
                     (W-DATE-IN))
               IF W-DATE-INT > ZERO
                  MOVE 'Y' TO W-DATE-OK
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Until = from + hours, carried across midnight (and month
      *   and year ends) through the integer day number.
       COMPUTE-UNTIL-STAMP.
            MOVE W-ED-FROM TO W-STAMP-X
            COMPUTE W-MINUTES = W-ST-HH * 60 + W-ST-MI + W-HOURS * 60
            COMPUTE W-DAYS-ON = W-MINUTES / 1440
            COMPUTE W-MINUTES = W-MINUTES - W-DAYS-ON * 1440
            COMPUTE W-DATE-INT =
               FUNCTION INTEGER-OF-DATE (W-ST-DATE) + W-DAYS-ON
            COMPUTE W-ST-DATE = FUNCTION DATE-OF-INTEGER (W-DATE-INT)
            COMPUTE W-ST-HH = W-MINUTES / 60
            COMPUTE W-ST-MI = W-MINUTES - W-ST-HH * 60
            MOVE W-STAMP-X TO W-ED-UNTIL
            DISPLAY "SHELVED UNTIL " W-ED-UNTIL
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Ending a shelf early: its until time becomes now (a shelf
      *   not yet started ends at its own start, so it never takes
      *   hold).  An expired shelf has nothing left to end.
       END-ONE-SHELF.
            DISPLAY "SHELF NUMBER TO END: " WITH NO ADVANCING
            MOVE SPACES TO W-REPLY
            ACCEPT W-REPLY
            IF W-REPLY(1:1) >= '0' AND W-REPLY(1:1) <= '9'
               AND W-REPLY(2:1) = SPACE
               MOVE W-REPLY(1:1) TO W-REPLY(2:1)
               MOVE '0'          TO W-REPLY(1:1)
            END-IF
            IF W-REPLY IS NUMERIC
               MOVE W-REPLY TO W-PICK-NUM
            ELSE
               MOVE ZERO TO W-PICK-NUM
            END-IF
            MOVE 'N' TO W-EDIT-OK
            IF W-PICK-NUM > ZERO
               AND W-PICK-NUM <= W-SH-COUNT
               IF W-SL-TYPE (W-PICK-NUM) = 'E'
                  MOVE 'Y' TO W-EDIT-OK
               END-IF
            END-IF
            IF W-EDIT-OK = 'N'
               DISPLAY "*** NOT A SHELF NUMBER"
            ELSE
               PERFORM SET-NOW-STAMP
               MOVE W-PICK-NUM TO W-HX
               PERFORM SET-SHELF-STATE
               EVALUATE W-STATE-TEXT
                  WHEN "ACTIVE "
                     MOVE W-NOW-STAMP TO W-SL-UNTIL (W-HX)
                     PERFORM AUDIT-ENDED-SHELF
                  WHEN "PENDING"
                     MOVE W-SL-FROM (W-HX) TO W-SL-UNTIL (W-HX)
                     PERFORM AUDIT-ENDED-SHELF
                  WHEN OTHER
                     DISPLAY "*** THAT SHELF HAS ALREADY EXPIRED"
               END-EVALUATE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       AUDIT-ENDED-SHELF.
            MOVE W-SL-STA    (W-HX) TO W-ED-STA
            MOVE W-SL-CHAN   (W-HX) TO W-ED-CHAN
            MOVE W-SL-KIND   (W-HX) TO W-ED-KIND
            MOVE W-SL-FROM   (W-HX) TO W-ED-FROM
            MOVE W-SL-UNTIL  (W-HX) TO W-ED-UNTIL
            MOVE W-SL-REASON (W-HX) TO W-ED-REASON
            SET FILE-CHANGED TO TRUE
            MOVE "END" TO W-ACTION
            PERFORM WRITE-AUDIT-RECORD
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Shelves that ran out before today leave the register (the
      *   audit log keeps their story); today's stay, so SHIFTRPT
      *   can still show what covered the day.  A purged line is
      *   marked as an empty comment, which the rewrite leaves out.
       PURGE-EXPIRED-SHELVES.
            MOVE ZERO TO W-PURGED
            PERFORM VARYING W-HX FROM 1 BY 1
               UNTIL W-HX > W-SH-COUNT
               IF W-SL-TYPE (W-HX) = 'E'
                  AND W-SL-UNTIL (W-HX) IS NUMERIC
                  AND W-SL-UNTIL (W-HX) (1:8) < W-TODAY
                  MOVE W-SL-STA    (W-HX) TO W-ED-STA
                  MOVE W-SL-CHAN   (W-HX) TO W-ED-CHAN
                  MOVE W-SL-KIND   (W-HX) TO W-ED-KIND
                  MOVE W-SL-FROM   (W-HX) TO W-ED-FROM
                  MOVE W-SL-UNTIL  (W-HX) TO W-ED-UNTIL
                  MOVE W-SL-REASON (W-HX) TO W-ED-REASON
                  MOVE "PRG" TO W-ACTION
                  PERFORM WRITE-AUDIT-RECORD
                  MOVE 'C' TO W-SL-TYPE (W-HX)
                  MOVE SPACES TO W-SL-RAW (W-HX)
                  ADD 1 TO W-PURGED
                  SET FILE-CHANGED TO TRUE
               END-IF
            END-PERFORM
            DISPLAY W-PURGED " EXPIRED SHELF(S) PURGED"
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       WRITE-AUDIT-RECORD.
            OPEN EXTEND AUDIT-FILE
            IF W-AUD-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
            END-IF
            IF W-AUD-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO WRITE SHLVAUDIT.LOG, STATUS "
                  W-AUD-STATUS
            ELSE
               ACCEPT W-TIME-NOW FROM TIME
               MOVE W-TODAY          TO W-AU-DATE
               MOVE W-TIME-NOW(1:6)  TO W-AU-TIME
               MOVE W-OPER-ID        TO W-AU-OP
               MOVE W-ACTION         TO W-AU-ACTION
               MOVE W-ED-STA         TO W-AU-STA
               MOVE W-ED-CHAN        TO W-AU-CHAN
               MOVE W-ED-KIND        TO W-AU-KIND
               MOVE W-ED-FROM        TO W-AU-FROM
               MOVE W-ED-UNTIL       TO W-AU-UNTIL
               MOVE W-ED-REASON      TO W-AU-REASON
               WRITE AUDIT-RECORD FROM W-AUDIT-LINE
               CLOSE AUDIT-FILE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The rewrite lays every kept line down again: comments as
      *   they were, shelves in the one clean shape READSER reads;
      *   purged shelves (blank comment lines) are dropped.
       REWRITE-SHELF-FILE.
            OPEN OUTPUT SHELF-FILE
            IF W-SH-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO REWRITE SHELVE.DAT, STATUS "
                  W-SH-STATUS
            ELSE
               PERFORM VARYING W-HX FROM 1 BY 1
                  UNTIL W-HX > W-SH-COUNT
                  IF W-SL-TYPE (W-HX) = 'C'
                     IF W-SL-RAW (W-HX) NOT = SPACES
                        MOVE W-SL-RAW (W-HX) TO SHELF-RECORD
                        WRITE SHELF-RECORD
                     END-IF
                  ELSE
                     MOVE SPACES TO SHELF-RECORD
                     STRING W-SL-STA    (W-HX) DELIMITED BY SPACE
                            "|"                DELIMITED SIZE
                            W-SL-CHAN   (W-HX) DELIMITED BY SPACE
                            "|"                DELIMITED SIZE
                            W-SL-KIND   (W-HX) DELIMITED BY SPACE
                            "|"                DELIMITED SIZE
                            W-SL-FROM   (W-HX) DELIMITED BY SPACE
                            "|"                DELIMITED SIZE
                            W-SL-UNTIL  (W-HX) DELIMITED BY SPACE
                            "|"                DELIMITED SIZE
                            W-SL-OPER   (W-HX) DELIMITED BY SPACE
                            "|"                DELIMITED SIZE
                            W-SL-REASON (W-HX) DELIMITED SIZE
                            INTO SHELF-RECORD
                     WRITE SHELF-RECORD
                  END-IF
               END-PERFORM
               CLOSE SHELF-FILE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Sign on against the operator master.  No master file means
      *   the run stays open, as it always was; with one present the
      *   operator gets three tries, and silencing an alarm needs
      *   SUPERVISE authority (level 3).
       OPERATOR-SIGN-ON.
            PERFORM LOAD-OPERATOR-MASTER
            IF W-OPER-COUNT = ZERO
               DISPLAY "*** NO OPERMAST.DAT - RUNNING WITHOUT SIGN-ON"
            ELSE
               SET SIGNON-ENFORCED TO TRUE
               PERFORM VARYING W-TRY FROM 1 BY 1
                  UNTIL W-TRY > 3 OR SIGNED-ON
                  DISPLAY "OPERATOR ID: " WITH NO ADVANCING
                  MOVE SPACES TO W-TRY-ID
                  ACCEPT W-TRY-ID
                  DISPLAY "PASSWORD   : " WITH NO ADVANCING
                  MOVE SPACES TO W-TRY-PASS
                  ACCEPT W-TRY-PASS
                  PERFORM CHECK-OPERATOR
               END-PERFORM
               IF NOT SIGNED-ON
                  DISPLAY "*** SIGN-ON FAILED, SESSION ENDED"
                  STOP RUN
               END-IF
               IF W-OPER-LEVEL < 3
                  DISPLAY "*** SHELVING ALARMS NEEDS SUPERVISE "
                     "AUTHORITY (LEVEL 3), SESSION ENDED"
                  STOP RUN
               END-IF
               DISPLAY "SIGNED ON: " W-OPER-NAME
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       LOAD-OPERATOR-MASTER.
            OPEN INPUT OPERATOR-MASTER
            IF W-OPER-STATUS = "00"
               PERFORM UNTIL W-OPER-STATUS NOT = "00"
                  READ OPERATOR-MASTER INTO OPERATOR-RECORD
                  IF W-OPER-STATUS = "00"
                     AND OPERATOR-RECORD(1:1) NOT = "*"
                     AND OPERATOR-RECORD NOT = SPACES
                     AND W-OPER-COUNT < 20
                     MOVE SPACES TO W-OM-FIELDS
                     UNSTRING OPERATOR-RECORD DELIMITED BY "|"
                        INTO W-OMF-ID W-OMF-PASS W-OMF-LEVEL
                             W-OMF-NAME
                     IF W-OMF-ID NOT = SPACES
                        AND W-OMF-LEVEL IS NUMERIC
                        ADD 1 TO W-OPER-COUNT
                        MOVE W-OMF-ID    TO W-OM-ID    (W-OPER-COUNT)
                        MOVE W-OMF-PASS  TO W-OM-PASS  (W-OPER-COUNT)
                        MOVE W-OMF-LEVEL TO W-OM-LEVEL (W-OPER-COUNT)
                        MOVE W-OMF-NAME  TO W-OM-NAME  (W-OPER-COUNT)
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE OPERATOR-MASTER
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       CHECK-OPERATOR.
            PERFORM VARYING W-OPX FROM 1 BY 1
               UNTIL W-OPX > W-OPER-COUNT
               IF W-OM-ID   (W-OPX) = W-TRY-ID
                  AND W-OM-PASS (W-OPX) = W-TRY-PASS
                  MOVE W-OM-ID    (W-OPX) TO W-OPER-ID
                  MOVE W-OM-LEVEL (W-OPX) TO W-OPER-LEVEL
                  MOVE W-OM-NAME  (W-OPX) TO W-OPER-NAME
                  SET SIGNED-ON TO TRUE
                  MOVE W-OPER-COUNT TO W-OPX
               END-IF
            END-PERFORM
            IF NOT SIGNED-ON
               DISPLAY "*** ID OR PASSWORD WRONG"
            END-IF
            .
