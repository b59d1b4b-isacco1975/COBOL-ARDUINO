       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "VOIDMAINT",  is initial.
       AUTHOR.        Isaac Garcia Peveri.
       REMARKS.       Written in AcuCobol 7.0.0
      ******************************************************************
      * Maintenance screen for VOIDREG.DAT, the register of voided    *
      * readings: a reading that got into READSER.ARC but is known    *
      * to be wrong - a probe out for cleaning, a station on a test   *
      * bench, a calibration found bad after the fact - is voided     *
      * here by station, channel and a from/until date-time, with a   *
      * reason code and a comment.  Nothing is deleted: the readings  *
      * stay in the archive untouched, and READSTAT, COMPCERT,        *
      * HISTEXT, READCSV, READTRND and DAYBAL leave out whatever an   *
      * active void covers, each saying how many readings it left     *
      * out.                                                          *
      * A void cannot be changed once saved.  A void entered in error *
      * is withdrawn - it stays on file, marked with who withdrew it  *
      * and when - and the right one entered fresh.  Every add and    *
      * withdrawal writes an audit line to VOIDAUDIT.LOG.  Needs      *
      * SUPERVISE authority (level 3) when OPERMAST.DAT is present.   *
      * READSTAT.STA holds what was rolled before the void: after a   *
      * change, roll READSTAT again for each day the void touches.    *
      * Run as:  VOIDMAINT                                            *
      ******************************************************************
      * 2026-10-15  First version, so a probe found sitting in a      *
      *             bucket of warm water stops counting as a breach.  *
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
           SELECT ARCHIVE-FILE ASSIGN TO "READSER.ARC"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS ARC-KEY
              ALTERNATE RECORD KEY IS ARC-STA-KEY
              FILE STATUS IS W-ARC-STATUS.
           SELECT DEVICE-MASTER ASSIGN TO "READSER.DEV"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-DEV-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "VOIDAUDIT.LOG"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-AUD-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-OPER-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  VOID-FILE.
       COPY "VOIDREG.CPY".
      *
       FD  ARCHIVE-FILE.
       COPY "READSARC.CPY".
      *
       FD  DEVICE-MASTER.
       01  DEVICE-RECORD     PIC X(60).
      *
       FD  AUDIT-FILE.
       01  AUDIT-RECORD      PIC X(203).
      *
       FD  OPERATOR-MASTER.
       01  OPERATOR-RECORD   PIC X(60).
      *
       WORKING-STORAGE SECTION.
       77 W-VOID-STATUS   PIC XX         VALUE SPACES.
       77 W-ARC-STATUS    PIC XX         VALUE SPACES.
       77 W-DEV-STATUS    PIC XX         VALUE SPACES.
       77 W-AUD-STATUS    PIC XX         VALUE SPACES.
       77 W-ARCHIVE-FLAG  PIC X          VALUE 'N'.
           88 ARCHIVE-OPEN               VALUE 'Y'.
       77 W-EOF-FLAG      PIC X          VALUE 'N'.
           88 REGISTER-AT-END            VALUE 'Y'.
       77 W-ARC-EOF       PIC X          VALUE 'N'.
           88 ARCHIVE-AT-END             VALUE 'Y'.
       77 W-TODAY         PIC 9(8)       VALUE ZERO.
       77 W-TIME-NOW      PIC 9(8)       VALUE ZERO.
      *   What the listing shows: voids still reaching back to
      *   W-LIST-FROM or later, for one station or (spaces) all.
      *   The first listing goes back W-LIST-DAYS days.
       77 W-LIST-DAYS     PIC 9(3)       VALUE 90.
       77 W-LIST-FROM     PIC 9(8)       VALUE ZERO.
       77 W-LIST-STA      PIC X(4)       VALUE SPACES.
      *   Keys of the voids the last listing numbered, for W.
       01 W-PICK-TABLE.
           05 W-PICK-KEY  PIC X(16) OCCURS 99.
       77 W-PICK-COUNT    PIC 9(2) COMP  VALUE ZERO.
       77 W-PICK-NUM      PIC 9(2)       VALUE ZERO.
       77 W-REF-ID        PIC X(16)      VALUE SPACES.
       77 W-ENTRY-ID      PIC X(18)      VALUE SPACES.
       77 W-STATE-TEXT    PIC X(9)       VALUE SPACES.
      *   Stations from READSER.DEV, for the existence check.
       01 W-STA-TABLE.
           05 W-STA-ID    PIC X(4) OCCURS 6.
       77 W-STA-COUNT     PIC 9(2) COMP  VALUE ZERO.
       77 W-SX            PIC 9(2) COMP  VALUE ZERO.
       77 W-STA-OK        PIC X          VALUE 'N'.
       01 W-DEV-FIELDS.
           05 W-DEV-ID    PIC X(4).
           05 W-DEV-NAME  PIC X(12).
      *   The void being keyed, before it is accepted.
       01 W-ED-FIELDS.
           05 W-ED-STA    PIC X(4).
           05 W-ED-CHAN   PIC X(4).
           05 W-ED-FROM   PIC 9(14).
           05 W-ED-UNTIL  PIC 9(14).
           05 W-ED-REASON PIC X(4).
           05 W-ED-TEXT   PIC X(60).
       77 W-ENTRY-IN      PIC X(60)      VALUE SPACES.
       77 W-TRIM-OUT      PIC X(14)      VALUE SPACES.
       77 W-TRIM-LEN      PIC 9(2) COMP  VALUE ZERO.
       77 W-BAR-COUNT     PIC 9(2) COMP  VALUE ZERO.
      *   Date-time proving: a keyed stamp of 12 or 14 digits, the
      *   seconds filled in as 00 for a from and 59 for an until.
       01 W-STAMP-X.
           05 W-ST-DATE   PIC 9(8).
           05 W-ST-HH     PIC 99.
           05 W-ST-MI     PIC 99.
           05 W-ST-SS     PIC 99.
       01 W-STAMP-N REDEFINES W-STAMP-X PIC 9(14).
       77 W-STAMP-SS      PIC 99         VALUE ZERO.
       77 W-DATE-IN       PIC X(8)       VALUE SPACES.
       77 W-DATE-INT      PIC 9(7)       VALUE ZERO.
       77 W-DATE-OK       PIC X          VALUE 'N'.
      *   An archive reading's own stamp, to hold against the range.
       01 W-RDG-STAMP-X.
           05 W-RS-DATE   PIC 9(8).
           05 W-RS-TIME   PIC 9(6).
       01 W-RDG-STAMP-N REDEFINES W-RDG-STAMP-X PIC 9(14).
       77 W-RANGE-COUNT   PIC 9(7)       VALUE ZERO.
      *   Walk state for the editor dialog.
       77 W-REPLY         PIC X(2)       VALUE SPACES.
       77 W-DONE-FLAG     PIC X          VALUE 'N'.
           88 MAINT-DONE                 VALUE 'Y'.
       77 W-EDIT-OK       PIC X          VALUE 'N'.
       77 W-SAVED-FLAG    PIC X          VALUE 'N'.
       77 W-ACTION        PIC X(3)       VALUE SPACES.
       77 W-ADDED-COUNT   PIC 9(4)       VALUE ZERO.
       77 W-WDR-COUNT     PIC 9(4)       VALUE ZERO.
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
      *   One audit line per change: who, what, which void, the
      *   readings it covered when the change was made, and the
      *   comment (on a withdrawal, why it was withdrawn).
       01 W-AUDIT-LINE.
           05 W-AU-DATE       PIC 9(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 W-AU-TIME       PIC 9(6).
           05 FILLER          PIC X(4)  VALUE " OP=".
           05 W-AU-OP         PIC X(3).
           05 FILLER          PIC X(5)  VALUE " ACT=".
           05 W-AU-ACTION     PIC X(3).
           05 FILLER          PIC X(4)  VALUE " ID=".
           05 W-AU-ID         PIC X(18).
           05 FILLER          PIC X(5)  VALUE " STA=".
           05 W-AU-STA        PIC X(4).
           05 FILLER          PIC X(6)  VALUE " CHAN=".
           05 W-AU-CHAN       PIC X(4).
           05 FILLER          PIC X(6)  VALUE " FROM=".
           05 W-AU-FROM       PIC 9(14).
           05 FILLER          PIC X(7)  VALUE " UNTIL=".
           05 W-AU-UNTIL      PIC 9(14).
           05 FILLER          PIC X(8)  VALUE " REASON=".
           05 W-AU-REASON     PIC X(4).
           05 FILLER          PIC X(6)  VALUE " RDGS=".
           05 W-AU-RDGS       PIC 9(7).
           05 FILLER          PIC X(6)  VALUE " TEXT=".
           05 W-AU-TEXT       PIC X(60).
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PROCEDURE DIVISION.
       MAIN.
            ACCEPT W-TODAY FROM DATE YYYYMMDD
            COMPUTE W-DATE-INT =
               FUNCTION INTEGER-OF-DATE (W-TODAY) - W-LIST-DAYS
            COMPUTE W-LIST-FROM = FUNCTION DATE-OF-INTEGER (W-DATE-INT)
            PERFORM OPERATOR-SIGN-ON
            PERFORM LOAD-STATION-LIST
            OPEN I-O VOID-FILE
            IF W-VOID-STATUS = "35"
               OPEN OUTPUT VOID-FILE
               CLOSE VOID-FILE
               OPEN I-O VOID-FILE
            END-IF
            IF W-VOID-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN VOIDREG.DAT, STATUS "
                  W-VOID-STATUS
               STOP RUN
            END-IF
      *   The archive only serves the count of readings a void
      *   covers; without it the void can still be entered.
            OPEN INPUT ARCHIVE-FILE
            IF W-ARC-STATUS = "00"
               SET ARCHIVE-OPEN TO TRUE
            ELSE
               DISPLAY "(NO READSER.ARC - READINGS COVERED NOT COUNTED)"
            END-IF
            PERFORM MAINTAIN-VOIDS
            CLOSE VOID-FILE
            IF ARCHIVE-OPEN
               CLOSE ARCHIVE-FILE
            END-IF
            DISPLAY "VOIDMAINT: " W-ADDED-COUNT " VOID(S) ADDED, "
               W-WDR-COUNT " WITHDRAWN"
            STOP RUN
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
      *   The dialog, in the same walk-and-answer shape as SHLVMAINT:
      *   list, L changes what the list shows, A adds a void, W
      *   withdraws one, X ends.  Each change is saved as it is made.
       MAINTAIN-VOIDS.
            PERFORM UNTIL MAINT-DONE
               PERFORM LIST-VOIDS
               DISPLAY "L=LIST FROM, A=ADD, W=WITHDRAW, X=EXIT: "
                  WITH NO ADVANCING
               MOVE SPACES TO W-REPLY
               ACCEPT W-REPLY
               EVALUATE TRUE
                  WHEN W-REPLY = 'L' OR W-REPLY = 'l'
                     PERFORM CHANGE-LIST-FILTER
                  WHEN W-REPLY = 'A' OR W-REPLY = 'a'
                     PERFORM ADD-ONE-VOID
                  WHEN W-REPLY = 'W' OR W-REPLY = 'w'
                     PERFORM WITHDRAW-ONE-VOID
                  WHEN W-REPLY = 'X' OR W-REPLY = 'x'
                     SET MAINT-DONE TO TRUE
               END-EVALUATE
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The register is small and kept for good, so the listing
      *   reads it through and shows the voids whose range reaches
      *   W-LIST-FROM or later, numbered for W.
       LIST-VOIDS.
            DISPLAY " "
            IF W-LIST-STA = SPACES
               DISPLAY "VOIDED READINGS REACHING " W-LIST-FROM
                  " OR LATER, ALL STATIONS:"
            ELSE
               DISPLAY "VOIDED READINGS REACHING " W-LIST-FROM
                  " OR LATER, STATION " W-LIST-STA ":"
            END-IF
            MOVE ZERO TO W-PICK-COUNT
            MOVE 'N'  TO W-EOF-FLAG
            MOVE LOW-VALUES TO VOID-KEY
            START VOID-FILE KEY NOT < VOID-KEY
               INVALID KEY SET REGISTER-AT-END TO TRUE
            END-START
            PERFORM UNTIL REGISTER-AT-END
               READ VOID-FILE NEXT RECORD
                  AT END SET REGISTER-AT-END TO TRUE
               END-READ
               IF NOT REGISTER-AT-END
                  AND VOID-UNTIL(1:8) >= W-LIST-FROM
                  AND (W-LIST-STA = SPACES
                       OR VOID-STATION = W-LIST-STA)
                  PERFORM LIST-ONE-VOID
               END-IF
            END-PERFORM
            IF W-PICK-COUNT = ZERO
               DISPLAY "  (NONE)"
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       LIST-ONE-VOID.
            IF W-PICK-COUNT < 99
               ADD 1 TO W-PICK-COUNT
               MOVE VOID-KEY TO W-PICK-KEY (W-PICK-COUNT)
               MOVE VOID-KEY TO W-REF-ID
               PERFORM FORMAT-ENTRY-ID
               IF VOID-WITHDRAWN
                  MOVE "WITHDRAWN" TO W-STATE-TEXT
               ELSE
                  MOVE "ACTIVE   " TO W-STATE-TEXT
               END-IF
               DISPLAY "  " W-PICK-COUNT " " VOID-STATION
                  "/" VOID-CHANNEL
                  " " VOID-FROM "-" VOID-UNTIL
                  " " VOID-REASON
                  " " W-STATE-TEXT
                  " OP=" VOID-OPER
               DISPLAY "       " VOID-COMMENT
               IF VOID-WITHDRAWN
                  DISPLAY "       WITHDRAWN " VOID-WD-DATE
                     " " VOID-WD-TIME " OP=" VOID-WD-OPER
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       CHANGE-LIST-FILTER.
            DISPLAY "LIST VOIDS REACHING yyyymmdd OR LATER: "
               WITH NO ADVANCING
            PERFORM ACCEPT-ENTRY-FIELD
            IF W-ENTRY-IN NOT = SPACES
               MOVE W-ENTRY-IN(1:8) TO W-DATE-IN
               PERFORM VALIDATE-ONE-DATE
               IF W-DATE-OK = 'Y'
                  MOVE W-DATE-IN TO W-LIST-FROM
               ELSE
                  DISPLAY "*** NOT A REAL DATE, LIST DATE UNCHANGED"
               END-IF
            END-IF
            DISPLAY "STATION, BLANK=ALL: " WITH NO ADVANCING
            PERFORM ACCEPT-ENTRY-FIELD
            MOVE W-ENTRY-IN(1:4) TO W-LIST-STA
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       ADD-ONE-VOID.
            MOVE SPACES TO W-ED-FIELDS
            MOVE ZERO   TO W-ED-FROM
            MOVE ZERO   TO W-ED-UNTIL
            PERFORM KEY-VOID-FIELDS
            IF W-EDIT-OK = 'Y'
               PERFORM COUNT-RANGE-READINGS
               PERFORM CONFIRM-AND-SAVE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   One field at a time, each proved the moment it is keyed;
      *   the first failure abandons the whole void.
       KEY-VOID-FIELDS.
            MOVE 'Y' TO W-EDIT-OK

            DISPLAY "STATION: " WITH NO ADVANCING
            PERFORM ACCEPT-ENTRY-FIELD
            MOVE W-ENTRY-IN(1:4) TO W-ED-STA
            PERFORM VALIDATE-STATION
            IF W-EDIT-OK = 'Y'
               DISPLAY "CHANNEL TEMP/HUM/AUX, *=ALL (*): "
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
                  AND W-ED-CHAN NOT = "*   "
                  DISPLAY "*** CHANNEL MUST BE TEMP, HUM, AUX OR *"
                  MOVE 'N' TO W-EDIT-OK
               END-IF
            END-IF
            IF W-EDIT-OK = 'Y'
               DISPLAY "FROM yyyymmddhhmm[ss]: " WITH NO ADVANCING
               PERFORM ACCEPT-ENTRY-FIELD
               MOVE ZERO TO W-STAMP-SS
               PERFORM VALIDATE-KEYED-STAMP
               MOVE W-STAMP-N TO W-ED-FROM
            END-IF
            IF W-EDIT-OK = 'Y'
               DISPLAY "UNTIL yyyymmddhhmm[ss]: " WITH NO ADVANCING
               PERFORM ACCEPT-ENTRY-FIELD
               MOVE 59 TO W-STAMP-SS
               PERFORM VALIDATE-KEYED-STAMP
               MOVE W-STAMP-N TO W-ED-UNTIL
               IF W-EDIT-OK = 'Y'
                  AND W-ED-UNTIL < W-ED-FROM
                  DISPLAY "*** UNTIL IS BEFORE FROM"
                  MOVE 'N' TO W-EDIT-OK
               END-IF
            END-IF
            IF W-EDIT-OK = 'Y'
               DISPLAY "REASON CLEN=CLEANING, TEST=TEST BENCH, "
                  "CALB=BAD CALIBRATION, OTHR=OTHER: "
                  WITH NO ADVANCING
               PERFORM ACCEPT-ENTRY-FIELD
               MOVE W-ENTRY-IN(1:4) TO W-ED-REASON
               IF W-ED-REASON NOT = "CLEN"
                  AND W-ED-REASON NOT = "TEST"
                  AND W-ED-REASON NOT = "CALB"
                  AND W-ED-REASON NOT = "OTHR"
                  DISPLAY "*** REASON MUST BE CLEN, TEST, CALB OR OTHR"
                  MOVE 'N' TO W-EDIT-OK
               END-IF
            END-IF
            IF W-EDIT-OK = 'Y'
               DISPLAY "COMMENT (REQUIRED): " WITH NO ADVANCING
               PERFORM ACCEPT-ENTRY-FIELD
               MOVE W-ENTRY-IN TO W-ED-TEXT
               PERFORM VALIDATE-COMMENT
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   One keyed answer.
       ACCEPT-ENTRY-FIELD.
            MOVE SPACES TO W-ENTRY-IN
            ACCEPT W-ENTRY-IN
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   A station from READSER.DEV, or MAIN - the station history
      *   lines with no station tag were loaded under.
       VALIDATE-STATION.
            IF W-ED-STA = SPACES
               DISPLAY "*** STATION MUST NOT BE EMPTY"
               MOVE 'N' TO W-EDIT-OK
            ELSE
               IF W-STA-COUNT = ZERO
      *   No device master on this box: nothing to prove against,
      *   say so once and let the void through.
                  DISPLAY "(NO READSER.DEV TO CHECK AGAINST)"
               ELSE
                  MOVE 'N' TO W-STA-OK
                  IF W-ED-STA = "MAIN"
                     MOVE 'Y' TO W-STA-OK
                  END-IF
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
      *   W-ENTRY-IN as a real yyyymmddhhmm, or yyyymmddhhmmss, into
      *   W-STAMP-X; 12 digits take their seconds from W-STAMP-SS.
      *   A void may lie wholly in the past - that is what it is
      *   for - but not in the future, where no reading yet stands.
       VALIDATE-KEYED-STAMP.
            MOVE ZERO TO W-TRIM-LEN
            UNSTRING W-ENTRY-IN DELIMITED BY " "
               INTO W-TRIM-OUT COUNT IN W-TRIM-LEN
            IF W-TRIM-LEN = 12
               MOVE W-STAMP-SS TO W-ENTRY-IN(13:2)
               MOVE 14         TO W-TRIM-LEN
            END-IF
            MOVE W-ENTRY-IN(1:8) TO W-DATE-IN
            PERFORM VALIDATE-ONE-DATE
            IF W-TRIM-LEN NOT = 14
               OR W-DATE-OK = 'N'
               OR W-ENTRY-IN(9:6) IS NOT NUMERIC
               OR W-ENTRY-IN(9:2) > "23"
               OR W-ENTRY-IN(11:2) > "59"
               OR W-ENTRY-IN(13:2) > "59"
               DISPLAY "*** NOT A REAL yyyymmddhhmm[ss]"
               MOVE 'N' TO W-EDIT-OK
               MOVE ZERO TO W-STAMP-N
            ELSE
               MOVE W-ENTRY-IN(1:14) TO W-STAMP-X
               IF W-ST-DATE > W-TODAY
                  DISPLAY "*** A VOID CANNOT START OR END AFTER TODAY"
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
      *   The comment is the void's defence when it is questioned:
      *   it must say something, and the audit line is read back by
      *   eye, so no "|".
       VALIDATE-COMMENT.
            MOVE ZERO TO W-BAR-COUNT
            INSPECT W-ED-TEXT TALLYING W-BAR-COUNT FOR ALL "|"
            IF W-ED-TEXT = SPACES
               DISPLAY "*** A VOID NEEDS A COMMENT"
               MOVE 'N' TO W-EDIT-OK
            END-IF
            IF W-BAR-COUNT > ZERO
               DISPLAY "*** THE COMMENT MUST NOT CONTAIN |"
               MOVE 'N' TO W-EDIT-OK
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   How many of the station's archived readings fall in the
      *   keyed range, down the station-led key.
       COUNT-RANGE-READINGS.
            MOVE ZERO TO W-RANGE-COUNT
            IF ARCHIVE-OPEN
               MOVE 'N'               TO W-ARC-EOF
               MOVE W-ED-STA          TO ARC-STA-ID
               MOVE W-ED-FROM(1:8)    TO ARC-STA-DATE
               MOVE W-ED-FROM(9:6)    TO ARC-STA-TIME(1:6)
               MOVE ZERO              TO ARC-STA-TIME(7:2)
               START ARCHIVE-FILE KEY NOT < ARC-STA-KEY
                  INVALID KEY SET ARCHIVE-AT-END TO TRUE
               END-START
               PERFORM UNTIL ARCHIVE-AT-END
                  READ ARCHIVE-FILE NEXT RECORD
                     AT END SET ARCHIVE-AT-END TO TRUE
                  END-READ
                  IF NOT ARCHIVE-AT-END
                     MOVE ARC-STA-DATE      TO W-RS-DATE
                     MOVE ARC-STA-TIME(1:6) TO W-RS-TIME
                     IF ARC-STA-ID NOT = W-ED-STA
                        OR W-RDG-STAMP-N > W-ED-UNTIL
                        SET ARCHIVE-AT-END TO TRUE
                     ELSE
                        ADD 1 TO W-RANGE-COUNT
                     END-IF
                  END-IF
               END-PERFORM
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Last look before the void takes hold.  Two voids in the
      *   same second take the next sequence number.
       CONFIRM-AND-SAVE.
            DISPLAY " "
            DISPLAY "VOID STA=" W-ED-STA " CHAN=" W-ED-CHAN
               " " W-ED-FROM "-" W-ED-UNTIL " REASON=" W-ED-REASON
            DISPLAY "  " W-ED-TEXT
            IF ARCHIVE-OPEN
               DISPLAY "  " W-RANGE-COUNT
                  " ARCHIVED READING(S) IN THIS RANGE"
            END-IF
            DISPLAY "SAVE? A VOID CANNOT BE CHANGED ONCE SAVED "
               "(Y/N): " WITH NO ADVANCING
            MOVE SPACES TO W-REPLY
            ACCEPT W-REPLY
            IF W-REPLY = 'Y' OR W-REPLY = 'y'
               ACCEPT W-TIME-NOW FROM TIME
               ACCEPT W-TODAY    FROM DATE YYYYMMDD
               MOVE W-TODAY          TO VOID-DATE
               MOVE W-TIME-NOW(1:6)  TO VOID-TIME
               MOVE ZERO             TO VOID-SEQ
               MOVE W-OPER-ID        TO VOID-OPER
               IF W-OPER-ID = SPACES
                  MOVE "---" TO VOID-OPER
               END-IF
               MOVE W-ED-STA         TO VOID-STATION
               MOVE W-ED-CHAN        TO VOID-CHANNEL
               MOVE W-ED-FROM        TO VOID-FROM
               MOVE W-ED-UNTIL       TO VOID-UNTIL
               MOVE W-ED-REASON      TO VOID-REASON
               SET VOID-ACTIVE       TO TRUE
               MOVE ZERO             TO VOID-WD-DATE
               MOVE ZERO             TO VOID-WD-TIME
               MOVE SPACES           TO VOID-WD-OPER
               MOVE W-ED-TEXT        TO VOID-COMMENT
               MOVE 'N' TO W-SAVED-FLAG
               PERFORM UNTIL W-SAVED-FLAG NOT = 'N'
                  WRITE VOID-RECORD
                     INVALID KEY
                        IF VOID-SEQ < 99
                           ADD 1 TO VOID-SEQ
                        ELSE
                           MOVE 'F' TO W-SAVED-FLAG
                        END-IF
                     NOT INVALID KEY
                        MOVE 'Y' TO W-SAVED-FLAG
                  END-WRITE
               END-PERFORM
               IF W-SAVED-FLAG = 'Y'
                  ADD 1 TO W-ADDED-COUNT
                  MOVE VOID-KEY TO W-REF-ID
                  PERFORM FORMAT-ENTRY-ID
                  DISPLAY "VOID SAVED AS " W-ENTRY-ID
                  MOVE "ADD" TO W-ACTION
                  PERFORM WRITE-AUDIT-RECORD
                  PERFORM REMIND-RESTATE
               ELSE
                  DISPLAY "*** UNABLE TO SAVE, STATUS " W-VOID-STATUS
               END-IF
            ELSE
               DISPLAY "VOID NOT SAVED"
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Withdrawing a void: the readings it covered count again.
      *   The void stays on file as withdrawn, and the why goes on
      *   the audit line.
       WITHDRAW-ONE-VOID.
            DISPLAY "VOID NUMBER TO WITHDRAW: " WITH NO ADVANCING
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
               AND W-PICK-NUM <= W-PICK-COUNT
               MOVE W-PICK-KEY (W-PICK-NUM) TO VOID-KEY
               READ VOID-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE 'Y' TO W-EDIT-OK
               END-READ
            END-IF
            IF W-EDIT-OK = 'N'
               DISPLAY "*** NOT A VOID NUMBER"
            ELSE
               IF VOID-WITHDRAWN
                  DISPLAY "*** THAT VOID IS ALREADY WITHDRAWN"
               ELSE
                  PERFORM CONFIRM-WITHDRAWAL
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       CONFIRM-WITHDRAWAL.
            MOVE VOID-STATION TO W-ED-STA
            MOVE VOID-CHANNEL TO W-ED-CHAN
            MOVE VOID-FROM    TO W-ED-FROM
            MOVE VOID-UNTIL   TO W-ED-UNTIL
            MOVE VOID-REASON  TO W-ED-REASON
            DISPLAY "WHY IS IT WITHDRAWN (REQUIRED): "
               WITH NO ADVANCING
            PERFORM ACCEPT-ENTRY-FIELD
            MOVE W-ENTRY-IN TO W-ED-TEXT
            MOVE 'Y' TO W-EDIT-OK
            PERFORM VALIDATE-COMMENT
            IF W-EDIT-OK = 'Y'
               PERFORM COUNT-RANGE-READINGS
               DISPLAY "WITHDRAW? THE READINGS COUNT AGAIN (Y/N): "
                  WITH NO ADVANCING
               MOVE SPACES TO W-REPLY
               ACCEPT W-REPLY
               IF W-REPLY = 'Y' OR W-REPLY = 'y'
                  ACCEPT W-TIME-NOW FROM TIME
                  ACCEPT W-TODAY    FROM DATE YYYYMMDD
                  SET VOID-WITHDRAWN    TO TRUE
                  MOVE W-TODAY          TO VOID-WD-DATE
                  MOVE W-TIME-NOW(1:6)  TO VOID-WD-TIME
                  MOVE W-OPER-ID        TO VOID-WD-OPER
                  IF W-OPER-ID = SPACES
                     MOVE "---" TO VOID-WD-OPER
                  END-IF
                  REWRITE VOID-RECORD
                     INVALID KEY
                        DISPLAY "*** UNABLE TO WITHDRAW, STATUS "
                           W-VOID-STATUS
                     NOT INVALID KEY
                        ADD 1 TO W-WDR-COUNT
                        DISPLAY "VOID WITHDRAWN"
                        MOVE VOID-KEY TO W-REF-ID
                        PERFORM FORMAT-ENTRY-ID
                        MOVE "WDR" TO W-ACTION
                        PERFORM WRITE-AUDIT-RECORD
                        PERFORM REMIND-RESTATE
                  END-REWRITE
               ELSE
                  DISPLAY "VOID LEFT ACTIVE"
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The statistics file was rolled with the old picture.
       REMIND-RESTATE.
            DISPLAY "ROLL READSTAT AGAIN FOR EACH DAY FROM "
               W-ED-FROM(1:8) " TO " W-ED-UNTIL(1:8)
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   A 16-byte key in W-REF-ID shown as yyyymmdd-hhmmss-nn.
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
       WRITE-AUDIT-RECORD.
            OPEN EXTEND AUDIT-FILE
            IF W-AUD-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
            END-IF
            IF W-AUD-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO WRITE VOIDAUDIT.LOG, STATUS "
                  W-AUD-STATUS
            ELSE
               ACCEPT W-TIME-NOW FROM TIME
               MOVE W-TODAY          TO W-AU-DATE
               MOVE W-TIME-NOW(1:6)  TO W-AU-TIME
               MOVE W-OPER-ID        TO W-AU-OP
               MOVE W-ACTION         TO W-AU-ACTION
               MOVE W-ENTRY-ID       TO W-AU-ID
               MOVE W-ED-STA         TO W-AU-STA
               MOVE W-ED-CHAN        TO W-AU-CHAN
               MOVE W-ED-FROM        TO W-AU-FROM
               MOVE W-ED-UNTIL       TO W-AU-UNTIL
               MOVE W-ED-REASON      TO W-AU-REASON
               MOVE W-RANGE-COUNT    TO W-AU-RDGS
               MOVE W-ED-TEXT        TO W-AU-TEXT
               WRITE AUDIT-RECORD FROM W-AUDIT-LINE
               CLOSE AUDIT-FILE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Sign on against the operator master.  No master file means
      *   the run stays open, as it always was; with one present the
      *   operator gets three tries, and voiding readings needs
      *   SUPERVISE authority (level 3).
       OPERATOR-SIGN-ON.
            PERFORM LOAD-OPERATOR-MASTER
            IF W-OPER-COUNT = ZERO
               DISPLAY "*** NO OPERMAST.DAT - RUNNING WITHOUT SIGN-ON"
            ELSE
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
                  DISPLAY "*** VOIDING READINGS NEEDS SUPERVISE "
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
