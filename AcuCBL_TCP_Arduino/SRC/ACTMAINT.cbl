       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "ACTMAINT",  is initial.
       AUTHOR.        Isaac Garcia Peveri.
       REMARKS.       Written in AcuCobol 7.0.0
      ******************************************************************
      * Maintenance screen and service report for the actuator master *
      * ACTUATOR.DAT that ACTUPD feeds with cycles and on-time:       *
      *   - the service interval of each actuator (cycles and/or      *
      *     on-minutes, zero meaning "not judged on that") and a      *
      *     description the planner recognises ("PURGE VALVE"),       *
      *     needing SUPERVISE authority (level 3), as CALMAINT does;  *
      *   - the service sign-off: once maintenance has done the work  *
      *     the since-service counters go back to zero and the date   *
      *     and operator are stamped on the actuator.  OPERATE        *
      *     authority (level 2) is enough - the technician signs off  *
      *     the job just done.  The lifetime totals are never reset.  *
      * Every change writes an audit line to ACTAUDIT.LOG with the    *
      * operator and the before/after values.                         *
      * The due report lists every actuator at or past WARN percent   *
      * of its interval (default 90) and every one with no interval   *
      * set yet, so the purge valve is changed before it fails.       *
      * Run as:  ACTMAINT              (edit, sign-on per OPERMAST)   *
      *          ACTMAINT /DUE [/WARN=nn]  (report to ACTDUE.RPT -    *
      *          no sign-on, nothing changes)                         *
      ******************************************************************
      * 2026-10-15  First version.                                    *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTUATOR-FILE ASSIGN TO "ACTUATOR.DAT"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS ACT-KEY
              FILE STATUS IS W-ACT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "ACTAUDIT.LOG"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-AUD-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ACTDUE.RPT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-RPT-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-OPER-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ACTUATOR-FILE.
       COPY "ACTRMAST.CPY".
      *
       FD  AUDIT-FILE.
       01  AUDIT-RECORD      PIC X(140).
      *
       FD  REPORT-FILE.
       01  REPORT-RECORD     PIC X(110).
      *
       FD  OPERATOR-MASTER.
       01  OPERATOR-RECORD   PIC X(60).
      *
       WORKING-STORAGE SECTION.
       77 W-ACT-STATUS    PIC XX         VALUE SPACES.
       77 W-AUD-STATUS    PIC XX         VALUE SPACES.
       77 W-RPT-STATUS    PIC XX         VALUE SPACES.
       77 W-CMD-LINE      PIC X(60)      VALUE SPACES.
       77 W-CMD-WORD      PIC X(60)      VALUE SPACES.
       77 W-CMD-REST      PIC X(60)      VALUE SPACES.
       77 W-TODAY         PIC 9(8)       VALUE ZERO.
       77 W-TIME-NOW      PIC 9(8)       VALUE ZERO.
       77 W-DUE-MODE      PIC X          VALUE 'N'.
           88 DUE-REPORT-MODE            VALUE 'Y'.
       77 W-WARN-PCT      PIC 9(3)       VALUE 90.
      *   The master's keys in order, so the operator can pick an
      *   actuator by its line number.
       01 W-KEY-TABLE.
           05 W-KEY-ENTRY OCCURS 60.
              10 W-KT-STA    PIC X(4).
              10 W-KT-ACT    PIC X(4).
       77 W-KEY-COUNT     PIC 9(2) COMP  VALUE ZERO.
       77 W-EOF-FLAG      PIC X          VALUE 'N'.
           88 MASTER-AT-END              VALUE 'Y'.
      *   The actuator being keyed, before it is accepted.
       01 W-ED-FIELDS.
           05 W-ED-DESC   PIC X(20).
           05 W-ED-INT-CYC PIC 9(7).
           05 W-ED-INT-MIN PIC 9(7).
       77 W-ENTRY-IN      PIC X(20)      VALUE SPACES.
       77 W-TRIM-OUT      PIC X(20)      VALUE SPACES.
       77 W-TRIM-LEN      PIC 9(2) COMP  VALUE ZERO.
       77 W-EDIT-OK       PIC X          VALUE 'N'.
       77 W-REPLY         PIC X(2)       VALUE SPACES.
       77 W-PICK-NUM      PIC 9(2)       VALUE ZERO.
       77 W-DONE-FLAG     PIC X          VALUE 'N'.
           88 MAINT-DONE                 VALUE 'Y'.
       77 W-ACTION        PIC X(3)       VALUE SPACES.
       77 W-OLD-VALUES    PIC X(40)      VALUE SPACES.
       77 W-NEW-VALUES    PIC X(40)      VALUE SPACES.
       77 W-REMARK        PIC X(30)      VALUE SPACES.
      *   Since-service usage, in the units the interval is kept in.
       77 W-SVC-MINUTES   PIC 9(7)       VALUE ZERO.
       77 W-TOT-MINUTES   PIC 9(7)       VALUE ZERO.
       77 W-PCT-CYC       PIC 9(5)       VALUE ZERO.
       77 W-PCT-MIN       PIC 9(5)       VALUE ZERO.
       77 W-PCT-USED      PIC 9(5)       VALUE ZERO.
      *   Due report tallies.
       77 W-PAST-COUNT    PIC 9(3)       VALUE ZERO.
       77 W-NEAR-COUNT    PIC 9(3)       VALUE ZERO.
       77 W-NOINT-COUNT   PIC 9(3)       VALUE ZERO.
       77 W-ACT-COUNT     PIC 9(3)       VALUE ZERO.
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
       77 W-OPER-ID       PIC X(3)       VALUE "???".
       77 W-OPER-LEVEL    PIC 9          VALUE 9.
       77 W-OPER-NAME     PIC X(20)      VALUE SPACES.
       77 W-SIGNON-FLAG   PIC X          VALUE 'N'.
           88 SIGNED-ON                  VALUE 'Y'.
       77 W-ENFORCE-FLAG  PIC X          VALUE 'N'.
           88 SIGNON-ENFORCED            VALUE 'Y'.
      *   One audit line per change, operator and before/after.
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
           05 FILLER          PIC X(6)  VALUE " ACTR=".
           05 W-AU-ACTR       PIC X(4).
           05 FILLER          PIC X(5)  VALUE " OLD=".
           05 W-AU-OLD        PIC X(40).
           05 FILLER          PIC X(5)  VALUE " NEW=".
           05 W-AU-NEW        PIC X(40).
           05 FILLER          PIC X(5)  VALUE " REM=".
           05 W-AU-REMARK     PIC X(30).
      *   One due report line.
       01 W-DUE-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 W-DU-STA        PIC X(4).
           05 FILLER          PIC X     VALUE "/".
           05 W-DU-ACT        PIC X(4).
           05 FILLER          PIC X     VALUE SPACE.
           05 W-DU-DESC       PIC X(20).
           05 FILLER          PIC X     VALUE SPACE.
           05 W-DU-CYC        PIC Z(8)9.
           05 FILLER          PIC X     VALUE "/".
           05 W-DU-INT-CYC    PIC Z(6)9.
           05 FILLER          PIC X     VALUE SPACE.
           05 W-DU-MIN        PIC Z(6)9.
           05 FILLER          PIC X     VALUE "/".
           05 W-DU-INT-MIN    PIC Z(6)9.
           05 FILLER          PIC X     VALUE SPACE.
           05 W-DU-PCT        PIC ZZZZ9.
           05 FILLER          PIC X(2)  VALUE "% ".
           05 W-DU-NOTE       PIC X(16).
           05 FILLER          PIC X(4)  VALUE " SV=".
           05 W-DU-SVC-DATE   PIC X(8).
       01 W-DUE-HEAD.
           05 FILLER          PIC X(34)
              VALUE "  STA /ACT DESCRIPTION            ".
           05 FILLER          PIC X(32)
              VALUE "   CYCLES/INTRVL  ON-MIN/INTRVL ".
           05 FILLER          PIC X(32)
              VALUE "  USED STATUS           SERVICED".
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PROCEDURE DIVISION.
       MAIN.
            ACCEPT W-TODAY FROM DATE YYYYMMDD
            PERFORM CHECK-COMMAND-LINE

            IF DUE-REPORT-MODE
               OPEN INPUT ACTUATOR-FILE
               IF W-ACT-STATUS NOT = "00"
                  DISPLAY "*** UNABLE TO OPEN ACTUATOR.DAT, STATUS "
                     W-ACT-STATUS
                  STOP RUN
               END-IF
               PERFORM PRINT-DUE-REPORT
               CLOSE ACTUATOR-FILE
               DISPLAY "ACTMAINT: " W-PAST-COUNT " PAST SERVICE, "
                  W-NEAR-COUNT " NEAR, " W-NOINT-COUNT
                  " WITH NO INTERVAL, REPORT IN ACTDUE.RPT"
            ELSE
               PERFORM OPERATOR-SIGN-ON
               OPEN I-O ACTUATOR-FILE
               IF W-ACT-STATUS = "35"
                  OPEN OUTPUT ACTUATOR-FILE
                  CLOSE ACTUATOR-FILE
                  OPEN I-O ACTUATOR-FILE
               END-IF
               IF W-ACT-STATUS NOT = "00"
                  DISPLAY "*** UNABLE TO OPEN ACTUATOR.DAT, STATUS "
                     W-ACT-STATUS
                  STOP RUN
               END-IF
               PERFORM MAINTAIN-ACTUATORS
               CLOSE ACTUATOR-FILE
            END-IF
            STOP RUN
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   /DUE asks for the report only; /WARN=nn moves the "near"
      *   line from its 90 percent default.
       CHECK-COMMAND-LINE.
            ACCEPT W-CMD-LINE FROM COMMAND-LINE
            PERFORM UNTIL W-CMD-LINE = SPACES
               MOVE SPACES TO W-CMD-WORD W-CMD-REST
               UNSTRING W-CMD-LINE DELIMITED BY ALL " "
                  INTO W-CMD-WORD W-CMD-REST
               EVALUATE TRUE
                  WHEN W-CMD-WORD(1:4) = "/DUE"
                     SET DUE-REPORT-MODE TO TRUE
                  WHEN W-CMD-WORD(1:6) = "/WARN="
                     MOVE ZERO TO W-TRIM-LEN
                     UNSTRING W-CMD-WORD(7:3) DELIMITED BY " "
                        INTO W-TRIM-OUT COUNT IN W-TRIM-LEN
                     IF W-TRIM-LEN > ZERO
                        AND W-CMD-WORD(7:W-TRIM-LEN) IS NUMERIC
                        MOVE W-CMD-WORD(7:W-TRIM-LEN) TO W-WARN-PCT
                     END-IF
               END-EVALUATE
               MOVE W-CMD-REST TO W-CMD-LINE
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The dialog, in the walk-and-answer shape of CALMAINT: list,
      *   pick a number, then I changes its interval and description,
      *   R signs a service off; A adds an actuator ahead of its
      *   first command, X ends.  Changes go straight to the master.
       MAINTAIN-ACTUATORS.
            PERFORM UNTIL MAINT-DONE
               PERFORM LIST-ACTUATORS
               DISPLAY "ACTUATOR NUMBER, A=ADD, X=EXIT: "
                  WITH NO ADVANCING
               MOVE SPACES TO W-REPLY
               ACCEPT W-REPLY
      *   A one-digit answer is padded to two so the numeric test
      *   and the line number both come out right.
               IF W-REPLY(1:1) >= '0' AND W-REPLY(1:1) <= '9'
                  AND W-REPLY(2:1) = SPACE
                  MOVE W-REPLY(1:1) TO W-REPLY(2:1)
                  MOVE '0'          TO W-REPLY(1:1)
               END-IF
               EVALUATE TRUE
                  WHEN W-REPLY = 'A' OR W-REPLY = 'a'
                     PERFORM ADD-ONE-ACTUATOR
                  WHEN W-REPLY = 'X' OR W-REPLY = 'x'
                     SET MAINT-DONE TO TRUE
                  WHEN W-REPLY IS NUMERIC
                     MOVE W-REPLY TO W-PICK-NUM
                     IF W-PICK-NUM > ZERO
                        AND W-PICK-NUM <= W-KEY-COUNT
                        PERFORM WORK-ONE-ACTUATOR
                     ELSE
                        DISPLAY "*** NOT AN ACTUATOR NUMBER"
                     END-IF
               END-EVALUATE
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The master in key order, one line per actuator with its
      *   since-service usage against the interval.
       LIST-ACTUATORS.
            MOVE ZERO TO W-KEY-COUNT
            MOVE 'N'  TO W-EOF-FLAG
            MOVE LOW-VALUES TO ACT-KEY
            START ACTUATOR-FILE KEY >= ACT-KEY
               INVALID KEY SET MASTER-AT-END TO TRUE
            END-START
            DISPLAY " "
            DISPLAY "ACTUATORS (SINCE SERVICE / INTERVAL):"
            PERFORM UNTIL MASTER-AT-END
               READ ACTUATOR-FILE NEXT RECORD
                  AT END SET MASTER-AT-END TO TRUE
               END-READ
               IF NOT MASTER-AT-END
                  IF W-KEY-COUNT >= 60
                     DISPLAY "  (ONLY THE FIRST 60 ARE LISTED)"
                     SET MASTER-AT-END TO TRUE
                  ELSE
                     ADD 1 TO W-KEY-COUNT
                     MOVE ACT-STATION  TO W-KT-STA (W-KEY-COUNT)
                     MOVE ACT-ACTUATOR TO W-KT-ACT (W-KEY-COUNT)
                     COMPUTE W-SVC-MINUTES = ACT-SVC-ON-SEC / 60
                     DISPLAY "  " W-KEY-COUNT " " ACT-STATION
                        "/" ACT-ACTUATOR " " ACT-DESC
                        " CYC=" ACT-SVC-CYCLES "/" ACT-INT-CYCLES
                        " MIN=" W-SVC-MINUTES "/" ACT-INT-MINUTES
                  END-IF
               END-IF
            END-PERFORM
            IF W-KEY-COUNT = ZERO
               DISPLAY "  (NO ACTUATORS YET - ACTUPD ADDS THEM)"
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   One actuator picked: show it whole, then I or R.
       WORK-ONE-ACTUATOR.
            MOVE W-KT-STA (W-PICK-NUM) TO ACT-STATION
            MOVE W-KT-ACT (W-PICK-NUM) TO ACT-ACTUATOR
            READ ACTUATOR-FILE
               INVALID KEY
                  DISPLAY "*** ACTUATOR NO LONGER ON FILE"
                  MOVE SPACES TO ACT-KEY
            END-READ
            IF ACT-KEY NOT = SPACES
               COMPUTE W-SVC-MINUTES = ACT-SVC-ON-SEC / 60
               COMPUTE W-TOT-MINUTES = ACT-TOT-ON-SEC / 60
               DISPLAY " "
               DISPLAY ACT-STATION "/" ACT-ACTUATOR " " ACT-DESC
               DISPLAY "  LIFETIME      CYCLES=" ACT-TOT-CYCLES
                  " ON-MIN=" W-TOT-MINUTES
               DISPLAY "  SINCE SERVICE CYCLES=" ACT-SVC-CYCLES
                  " ON-MIN=" W-SVC-MINUTES
               DISPLAY "  INTERVAL      CYCLES=" ACT-INT-CYCLES
                  " ON-MIN=" ACT-INT-MINUTES
               DISPLAY "  LAST SERVICED " ACT-LAST-SVC-DATE
                  " BY " ACT-LAST-SVC-OPER
               IF ACT-LEFT-ON
                  DISPLAY "  ON SINCE " ACT-ON-DATE " " ACT-ON-TIME
               END-IF
               DISPLAY "I=INTERVAL, R=SERVICE DONE, ENTER=BACK: "
                  WITH NO ADVANCING
               MOVE SPACES TO W-REPLY
               ACCEPT W-REPLY
               EVALUATE TRUE
                  WHEN W-REPLY = 'I' OR W-REPLY = 'i'
                     IF W-OPER-LEVEL < 3
                        DISPLAY "*** INTERVAL CHANGES NEED SUPERVISE "
                           "AUTHORITY (LEVEL 3)"
                     ELSE
                        PERFORM EDIT-INTERVAL
                     END-IF
                  WHEN W-REPLY = 'R' OR W-REPLY = 'r'
                     PERFORM SIGN-OFF-SERVICE
               END-EVALUATE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   A new actuator keyed ahead of its first command, so the
      *   planner can give the new purge valve its interval the day
      *   it is fitted.
       ADD-ONE-ACTUATOR.
            IF W-OPER-LEVEL < 3
               DISPLAY "*** ADDING ACTUATORS NEEDS SUPERVISE "
                  "AUTHORITY (LEVEL 3)"
            ELSE
               MOVE 'Y' TO W-EDIT-OK
               DISPLAY "STATION: " WITH NO ADVANCING
               MOVE SPACES TO W-ENTRY-IN
               ACCEPT W-ENTRY-IN
               MOVE W-ENTRY-IN(1:4) TO ACT-STATION
               DISPLAY "ACTUATOR (LED1..LED9, OUT): "
                  WITH NO ADVANCING
               MOVE SPACES TO W-ENTRY-IN
               ACCEPT W-ENTRY-IN
               MOVE W-ENTRY-IN(1:4) TO ACT-ACTUATOR
               IF ACT-STATION = SPACES OR ACT-ACTUATOR = SPACES
                  DISPLAY "*** STATION AND ACTUATOR ARE BOTH NEEDED"
                  MOVE 'N' TO W-EDIT-OK
               END-IF
               IF W-EDIT-OK = 'Y'
                  READ ACTUATOR-FILE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        DISPLAY "*** ALREADY ON FILE"
                        MOVE 'N' TO W-EDIT-OK
                  END-READ
               END-IF
               IF W-EDIT-OK = 'Y'
                  MOVE SPACES TO ACT-DESC
                  MOVE ZERO   TO ACT-TOT-CYCLES
                  MOVE ZERO   TO ACT-TOT-ON-SEC
                  MOVE ZERO   TO ACT-SVC-CYCLES
                  MOVE ZERO   TO ACT-SVC-ON-SEC
                  MOVE ZERO   TO ACT-INT-CYCLES
                  MOVE ZERO   TO ACT-INT-MINUTES
                  MOVE W-TODAY TO ACT-LAST-SVC-DATE
                  MOVE W-OPER-ID TO ACT-LAST-SVC-OPER
                  MOVE ZERO   TO ACT-FED-DATE
                  MOVE ZERO   TO ACT-FED-TIME
                  MOVE 'N'    TO ACT-ON-FLAG
                  MOVE ZERO   TO ACT-ON-DATE
                  MOVE ZERO   TO ACT-ON-TIME
                  WRITE ACT-RECORD
                     INVALID KEY
                        DISPLAY "*** UNABLE TO ADD, STATUS "
                           W-ACT-STATUS
                        MOVE 'N' TO W-EDIT-OK
                  END-WRITE
               END-IF
               IF W-EDIT-OK = 'Y'
                  MOVE SPACES TO W-OLD-VALUES W-REMARK
                  MOVE "0/0"  TO W-NEW-VALUES
                  MOVE "ADD"  TO W-ACTION
                  PERFORM WRITE-AUDIT-RECORD
                  PERFORM EDIT-INTERVAL
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Description, interval cycles and interval on-minutes, each
      *   proved as it is keyed; a blank answer keeps what is shown,
      *   and the first bad answer abandons the whole edit.
       EDIT-INTERVAL.
            MOVE 'Y'             TO W-EDIT-OK
            MOVE ACT-DESC        TO W-ED-DESC
            MOVE ACT-INT-CYCLES  TO W-ED-INT-CYC
            MOVE ACT-INT-MINUTES TO W-ED-INT-MIN
            MOVE SPACES TO W-OLD-VALUES
            STRING ACT-INT-CYCLES "/" ACT-INT-MINUTES
               DELIMITED SIZE INTO W-OLD-VALUES

            DISPLAY "DESCRIPTION (" W-ED-DESC "): " WITH NO ADVANCING
            MOVE SPACES TO W-ENTRY-IN
            ACCEPT W-ENTRY-IN
            IF W-ENTRY-IN NOT = SPACES
               MOVE W-ENTRY-IN TO W-ED-DESC
            END-IF

            DISPLAY "INTERVAL CYCLES, 0=NONE (" W-ED-INT-CYC "): "
               WITH NO ADVANCING
            PERFORM ACCEPT-COUNT-FIELD
            IF W-EDIT-OK = 'Y' AND W-ENTRY-IN NOT = SPACES
               MOVE W-ENTRY-IN(1:W-TRIM-LEN) TO W-ED-INT-CYC
            END-IF
            IF W-EDIT-OK = 'Y'
               DISPLAY "INTERVAL ON-MINUTES, 0=NONE (" W-ED-INT-MIN
                  "): " WITH NO ADVANCING
               PERFORM ACCEPT-COUNT-FIELD
               IF W-EDIT-OK = 'Y' AND W-ENTRY-IN NOT = SPACES
                  MOVE W-ENTRY-IN(1:W-TRIM-LEN) TO W-ED-INT-MIN
               END-IF
            END-IF

            IF W-EDIT-OK = 'Y'
               MOVE W-ED-DESC    TO ACT-DESC
               MOVE W-ED-INT-CYC TO ACT-INT-CYCLES
               MOVE W-ED-INT-MIN TO ACT-INT-MINUTES
               REWRITE ACT-RECORD
                  INVALID KEY
                     DISPLAY "*** UNABLE TO UPDATE, STATUS "
                        W-ACT-STATUS
                     MOVE 'N' TO W-EDIT-OK
               END-REWRITE
            END-IF
            IF W-EDIT-OK = 'Y'
               MOVE SPACES TO W-NEW-VALUES
               STRING ACT-INT-CYCLES "/" ACT-INT-MINUTES
                  DELIMITED SIZE INTO W-NEW-VALUES
               MOVE ACT-DESC TO W-REMARK
               MOVE "INT"    TO W-ACTION
               PERFORM WRITE-AUDIT-RECORD
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   A whole number of up to seven digits, or blank to keep.
       ACCEPT-COUNT-FIELD.
            MOVE SPACES TO W-ENTRY-IN
            ACCEPT W-ENTRY-IN
            IF W-ENTRY-IN NOT = SPACES
               MOVE ZERO TO W-TRIM-LEN
               UNSTRING W-ENTRY-IN DELIMITED BY " "
                  INTO W-TRIM-OUT COUNT IN W-TRIM-LEN
               IF W-TRIM-LEN = ZERO OR W-TRIM-LEN > 7
                  OR W-ENTRY-IN(1:W-TRIM-LEN) IS NOT NUMERIC
                  DISPLAY "*** UP TO SEVEN DIGITS, NOTHING ELSE"
                  MOVE 'N' TO W-EDIT-OK
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Maintenance has done the job: the since-service counters
      *   go back to zero and the date and operator are stamped on
      *   the actuator.  The counts that were cleared go on the
      *   audit line with the technician's remark, so the wear at
      *   each service stays on record.
       SIGN-OFF-SERVICE.
            DISPLAY "REMARK (WHAT WAS DONE): " WITH NO ADVANCING
            MOVE SPACES TO W-REMARK
            ACCEPT W-REMARK
            DISPLAY "CONFIRM SERVICE DONE ON " ACT-STATION "/"
               ACT-ACTUATOR " (Y/N): " WITH NO ADVANCING
            MOVE SPACES TO W-REPLY
            ACCEPT W-REPLY
            IF W-REPLY = 'Y' OR W-REPLY = 'y'
               COMPUTE W-SVC-MINUTES = ACT-SVC-ON-SEC / 60
               MOVE SPACES TO W-OLD-VALUES
               STRING ACT-SVC-CYCLES "/" W-SVC-MINUTES
                  " SV=" ACT-LAST-SVC-DATE
                  DELIMITED SIZE INTO W-OLD-VALUES
               MOVE ZERO      TO ACT-SVC-CYCLES
               MOVE ZERO      TO ACT-SVC-ON-SEC
               MOVE W-TODAY   TO ACT-LAST-SVC-DATE
               MOVE W-OPER-ID TO ACT-LAST-SVC-OPER
               REWRITE ACT-RECORD
                  INVALID KEY
                     DISPLAY "*** UNABLE TO UPDATE, STATUS "
                        W-ACT-STATUS
                  NOT INVALID KEY
                     MOVE SPACES TO W-NEW-VALUES
                     STRING "0/0 SV=" W-TODAY
                        DELIMITED SIZE INTO W-NEW-VALUES
                     MOVE "SVC" TO W-ACTION
                     PERFORM WRITE-AUDIT-RECORD
                     DISPLAY "SERVICE SIGNED OFF"
               END-REWRITE
            ELSE
               DISPLAY "NOTHING CHANGED"
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       WRITE-AUDIT-RECORD.
            OPEN EXTEND AUDIT-FILE
            IF W-AUD-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
            END-IF
            IF W-AUD-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO WRITE ACTAUDIT.LOG, STATUS "
                  W-AUD-STATUS
            ELSE
               ACCEPT W-TIME-NOW FROM TIME
               MOVE W-TODAY          TO W-AU-DATE
               MOVE W-TIME-NOW(1:6)  TO W-AU-TIME
               MOVE W-OPER-ID        TO W-AU-OP
               MOVE W-ACTION         TO W-AU-ACTION
               MOVE ACT-STATION      TO W-AU-STA
               MOVE ACT-ACTUATOR     TO W-AU-ACTR
               MOVE W-OLD-VALUES     TO W-AU-OLD
               MOVE W-NEW-VALUES     TO W-AU-NEW
               MOVE W-REMARK         TO W-AU-REMARK
               WRITE AUDIT-RECORD FROM W-AUDIT-LINE
               CLOSE AUDIT-FILE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The planner's list: what is past its interval, what is
      *   within WARN percent of it, and what has never been given
      *   an interval at all - all three are work.  Usage is the
      *   larger of the cycle and the on-minute share.
       PRINT-DUE-REPORT.
            OPEN OUTPUT REPORT-FILE
            IF W-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN ACTDUE.RPT, STATUS "
                  W-RPT-STATUS
               CLOSE ACTUATOR-FILE
               STOP RUN
            END-IF

            MOVE SPACES TO REPORT-RECORD
            STRING "ACTMAINT - ACTUATOR SERVICE DUE REPORT AT "
               W-TODAY " (NEAR AT " W-WARN-PCT "%)"
               DELIMITED SIZE INTO REPORT-RECORD
            WRITE REPORT-RECORD
            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD
            WRITE REPORT-RECORD FROM W-DUE-HEAD

            MOVE 'N' TO W-EOF-FLAG
            MOVE LOW-VALUES TO ACT-KEY
            START ACTUATOR-FILE KEY >= ACT-KEY
               INVALID KEY SET MASTER-AT-END TO TRUE
            END-START
            PERFORM UNTIL MASTER-AT-END
               READ ACTUATOR-FILE NEXT RECORD
                  AT END SET MASTER-AT-END TO TRUE
               END-READ
               IF NOT MASTER-AT-END
                  ADD 1 TO W-ACT-COUNT
                  PERFORM JUDGE-ONE-ACTUATOR
               END-IF
            END-PERFORM

            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD
            IF W-PAST-COUNT = ZERO AND W-NEAR-COUNT = ZERO
               AND W-NOINT-COUNT = ZERO
               MOVE "  (NOTHING DUE, EVERY ACTUATOR HAS AN INTERVAL)"
                  TO REPORT-RECORD
               WRITE REPORT-RECORD
            END-IF
            MOVE SPACES TO REPORT-RECORD
            STRING "  ACTUATORS ON FILE: " W-ACT-COUNT
               "  PAST SERVICE: " W-PAST-COUNT
               "  NEAR: " W-NEAR-COUNT
               "  NO INTERVAL: " W-NOINT-COUNT
               DELIMITED SIZE INTO REPORT-RECORD
            WRITE REPORT-RECORD
            CLOSE REPORT-FILE
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       JUDGE-ONE-ACTUATOR.
            COMPUTE W-SVC-MINUTES = ACT-SVC-ON-SEC / 60
            MOVE ZERO TO W-PCT-CYC W-PCT-MIN
            IF ACT-INT-CYCLES > ZERO
               COMPUTE W-PCT-CYC = ACT-SVC-CYCLES * 100
                  / ACT-INT-CYCLES
                  ON SIZE ERROR MOVE 99999 TO W-PCT-CYC
               END-COMPUTE
            END-IF
            IF ACT-INT-MINUTES > ZERO
               COMPUTE W-PCT-MIN = W-SVC-MINUTES * 100
                  / ACT-INT-MINUTES
                  ON SIZE ERROR MOVE 99999 TO W-PCT-MIN
               END-COMPUTE
            END-IF
            IF W-PCT-CYC > W-PCT-MIN
               MOVE W-PCT-CYC TO W-PCT-USED
            ELSE
               MOVE W-PCT-MIN TO W-PCT-USED
            END-IF

            MOVE SPACES TO W-DU-NOTE
            EVALUATE TRUE
               WHEN ACT-INT-CYCLES = ZERO AND ACT-INT-MINUTES = ZERO
                  ADD 1 TO W-NOINT-COUNT
                  MOVE "NO INTERVAL SET" TO W-DU-NOTE
               WHEN W-PCT-USED >= 100
                  ADD 1 TO W-PAST-COUNT
                  MOVE "PAST SERVICE"    TO W-DU-NOTE
               WHEN W-PCT-USED >= W-WARN-PCT
                  ADD 1 TO W-NEAR-COUNT
                  MOVE "NEAR SERVICE"    TO W-DU-NOTE
            END-EVALUATE

            IF W-DU-NOTE NOT = SPACES
               MOVE ACT-STATION     TO W-DU-STA
               MOVE ACT-ACTUATOR    TO W-DU-ACT
               MOVE ACT-DESC        TO W-DU-DESC
               MOVE ACT-SVC-CYCLES  TO W-DU-CYC
               MOVE ACT-INT-CYCLES  TO W-DU-INT-CYC
               MOVE W-SVC-MINUTES   TO W-DU-MIN
               MOVE ACT-INT-MINUTES TO W-DU-INT-MIN
               MOVE W-PCT-USED      TO W-DU-PCT
               IF ACT-LAST-SVC-DATE = ZERO
                  MOVE "NEVER"           TO W-DU-SVC-DATE
               ELSE
                  MOVE ACT-LAST-SVC-DATE TO W-DU-SVC-DATE
               END-IF
               WRITE REPORT-RECORD FROM W-DUE-LINE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Sign on against the operator master.  No master file means
      *   the run stays open, as it always was; with one present the
      *   operator gets three tries and needs at least OPERATE
      *   authority (level 2) to sign a service off - interval
      *   changes are held back for SUPERVISE in WORK-ONE-ACTUATOR.
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
               IF W-OPER-LEVEL < 2
                  DISPLAY "*** ACTUATOR MAINTENANCE NEEDS OPERATE "
                     "AUTHORITY (LEVEL 2), SESSION ENDED"
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
