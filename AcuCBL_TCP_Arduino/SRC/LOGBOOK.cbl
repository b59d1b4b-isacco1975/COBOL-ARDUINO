       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "LOGBOOK",  is initial.
       AUTHOR.        Isaac Garcia Peveri.
       REMARKS.       Written in AcuCobol 7.0.0
      ******************************************************************
      * Electronic shift logbook, in place of the paper one beside    *
      * the console: the things the system cannot know for itself -   *
      * "door left open", "probe pulled for cleaning", "called        *
      * maintenance about PMP2" - keyed by the signed-on operator     *
      * and kept in the indexed file LOGBOOK.DAT (LOGBOOK.CPY).       *
      * Each entry carries the date and time it was saved, the        *
      * operator, the station (* for the plant as a whole), a         *
      * category and the text, and may point at an alert event in     *
      * ALERTS.ARC by its key, so the answer to "why did that alarm   *
      * sit unacknowledged" is on file next to the alarm.             *
      * Nothing here rewrites or deletes an entry.  A wrong entry is  *
      * corrected by a further entry (category CORR) that names the   *
      * one it corrects; both are kept and both print.                *
      * Writing needs OPERATE authority (level 2) when OPERMAST.DAT   *
      * is present.                                                   *
      * Run as:  LOGBOOK                (entry screen, sign-on)       *
      *          LOGBOOK /PRINT /DATE=yyyymmdd /SHIFT=n               *
      *          (one shift's entries to LOGBOOKyyyymmddn.RPT - no    *
      *          sign-on; date defaults to today, shift to 1, and     *
      *          the shift bands are SHIFTRPT's: shift 3 is hours     *
      *          22-23 and 00-05 of the same date)                    *
      * Categories: NOTE general, DOOR doors and access, PROB probes  *
      * and sensors, MTCE maintenance, ALRM alarm follow-up, PLNT     *
      * plant and process, CORR correction (set by the program).      *
      ******************************************************************
      * 2026-10-15  First version, so the paper logbook can go.       *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOGBOOK-FILE ASSIGN TO "LOGBOOK.DAT"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS LOGB-KEY
              FILE STATUS IS W-LOGB-STATUS.
           SELECT ALERT-ARCHIVE ASSIGN TO "ALERTS.ARC"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS AARC-KEY
              FILE STATUS IS W-ARC-STATUS.
           SELECT ALERT-LOG ASSIGN TO W-ALERT-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-ALERT-STATUS.
           SELECT DEVICE-MASTER ASSIGN TO "READSER.DEV"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-DEV-STATUS.
           SELECT REPORT-FILE ASSIGN TO W-RPT-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-RPT-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-OPER-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  LOGBOOK-FILE.
       COPY "LOGBOOK.CPY".
      *
       FD  ALERT-ARCHIVE.
       COPY "ALRTSARC.CPY".
      *
       FD  ALERT-LOG.
       01  ALERT-RECORD      PIC X(100).
      *
       FD  DEVICE-MASTER.
       01  DEVICE-RECORD     PIC X(60).
      *
       FD  REPORT-FILE.
       01  REPORT-RECORD     PIC X(110).
      *
       FD  OPERATOR-MASTER.
       01  OPERATOR-RECORD   PIC X(60).
      *
       WORKING-STORAGE SECTION.
       77 W-LOGB-STATUS   PIC XX         VALUE SPACES.
       77 W-ARC-STATUS    PIC XX         VALUE SPACES.
       77 W-ALERT-STATUS  PIC XX         VALUE SPACES.
       77 W-DEV-STATUS    PIC XX         VALUE SPACES.
       77 W-RPT-STATUS    PIC XX         VALUE SPACES.
       77 W-ALERT-FILENAME PIC X(20)     VALUE SPACES.
       77 W-RPT-FILENAME  PIC X(24)      VALUE SPACES.
       77 W-CMD-LINE      PIC X(80)      VALUE SPACES.
       77 W-CMD-WORD      PIC X(40)      VALUE SPACES.
       77 W-CMD-REST      PIC X(80)      VALUE SPACES.
       77 W-TODAY         PIC 9(8)       VALUE ZERO.
       77 W-TIME-NOW      PIC 9(8)       VALUE ZERO.
       77 W-PRINT-FLAG    PIC X          VALUE 'N'.
           88 PRINT-MODE                 VALUE 'Y'.
       77 W-ARCHIVE-FLAG  PIC X          VALUE 'N'.
           88 ARCHIVE-OPEN               VALUE 'Y'.
       77 W-EOF-FLAG      PIC X          VALUE 'N'.
           88 LOGBOOK-AT-END             VALUE 'Y'.
      *   The shift being printed, and its window - the same bands
      *   SHIFTRPT and READHIST use; the night shift wraps past
      *   midnight inside the same date, so its test is >= start OR
      *   < end.
       77 W-SHIFT-DATE    PIC 9(8)       VALUE ZERO.
       77 W-SHIFT-NO      PIC 9          VALUE 1.
       77 W-WIN-START     PIC 9(6)       VALUE 060000.
       77 W-WIN-END       PIC 9(6)       VALUE 140000.
       77 W-WIN-WRAPS     PIC X          VALUE 'N'.
       77 W-CHECK-TIME    PIC 9(6)       VALUE ZERO.
       77 W-IN-WINDOW     PIC X          VALUE 'N'.
       77 W-ENTRY-SHIFT   PIC 9          VALUE ZERO.
      *   Entries later corrected, gathered before a day is shown so
      *   each can carry the key of the entry that put it right.
      *   A correction always comes after what it corrects, so one
      *   pass from the day to the end of the file finds them all.
       01 W-CORR-TABLE.
           05 W-CORR-ENTRY OCCURS 200.
              10 W-CT-TARGET PIC X(16).
              10 W-CT-BY     PIC X(16).
       77 W-CORR-COUNT    PIC 9(3) COMP  VALUE ZERO.
       77 W-CX            PIC 9(3) COMP  VALUE ZERO.
       77 W-CORR-BY       PIC X(16)      VALUE SPACES.
      *   Keys of the entries the last listing numbered, for C.
       01 W-PICK-TABLE.
           05 W-PICK-KEY  PIC X(16) OCCURS 99.
       77 W-PICK-COUNT    PIC 9(2) COMP  VALUE ZERO.
       77 W-LIST-DATE     PIC 9(8)       VALUE ZERO.
      *   Tallies for the print and the screen.
       77 W-ENTRY-COUNT   PIC 9(4)       VALUE ZERO.
       77 W-CORRECT-COUNT PIC 9(4)       VALUE ZERO.
       77 W-LINKED-COUNT  PIC 9(4)       VALUE ZERO.
       77 W-SAVED-COUNT   PIC 9(4)       VALUE ZERO.
      *   Stations from READSER.DEV, for the existence check.
       01 W-STA-TABLE.
           05 W-STA-ID    PIC X(4) OCCURS 6.
       77 W-STA-COUNT     PIC 9(2) COMP  VALUE ZERO.
       77 W-SX            PIC 9(2) COMP  VALUE ZERO.
       77 W-STA-OK        PIC X          VALUE 'N'.
       01 W-DEV-FIELDS.
           05 W-DEV-ID    PIC X(4).
           05 W-DEV-NAME  PIC X(12).
      *   The entry being keyed, before it is saved.
       01 W-ED-FIELDS.
           05 W-ED-STA    PIC X(4).
           05 W-ED-CAT    PIC X(4).
           05 W-ED-ALERT.
              10 W-ED-AL-DATE  PIC X(8).
              10 W-ED-AL-START PIC X(6).
              10 W-ED-AL-STA   PIC X(4).
              10 W-ED-AL-LIMIT PIC X(4).
           05 W-ED-CORRECTS PIC X(16).
           05 W-ED-TEXT   PIC X(70).
       77 W-ENTRY-IN      PIC X(70)      VALUE SPACES.
       77 W-EDIT-OK       PIC X          VALUE 'N'.
       77 W-ALERT-FOUND   PIC X          VALUE 'N'.
       77 W-DATE-IN       PIC X(8)       VALUE SPACES.
       77 W-DATE-INT      PIC 9(7)       VALUE ZERO.
       77 W-DATE-OK       PIC X          VALUE 'N'.
       77 W-SAVED-FLAG    PIC X          VALUE 'N'.
      *   Walk state for the dialog.
       77 W-REPLY         PIC X(2)       VALUE SPACES.
       77 W-PICK-NUM      PIC 9(2)       VALUE ZERO.
       77 W-DONE-FLAG     PIC X          VALUE 'N'.
           88 LOGBOOK-DONE               VALUE 'Y'.
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
      *   An entry as printed and listed: the key as its identity,
      *   then who, where and what, then the text on a line of its
      *   own, then any alert link and correction notes.
       77 W-ENTRY-ID      PIC X(18)      VALUE SPACES.
       77 W-REF-ID        PIC X(18)      VALUE SPACES.
       01 W-ENTRY-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 W-EL-ID         PIC X(18).
           05 FILLER          PIC X(7)  VALUE " SHIFT ".
           05 W-EL-SHIFT      PIC 9.
           05 FILLER          PIC X(4)  VALUE " OP=".
           05 W-EL-OPER       PIC X(3).
           05 FILLER          PIC X(5)  VALUE " STA=".
           05 W-EL-STA        PIC X(4).
           05 FILLER          PIC X(5)  VALUE " CAT=".
           05 W-EL-CAT        PIC X(4).
       01 W-ENTRY-NOTE.
           05 FILLER          PIC X(6)  VALUE SPACES.
           05 W-EN-TEXT       PIC X(80).
       01 W-HEADING-1.
           05 FILLER          PIC X(29)
              VALUE "LOGBOOK - SHIFT LOG ENTRIES  ".
           05 W-H1-DATE       PIC 9(8).
           05 FILLER          PIC X(8)  VALUE "  SHIFT ".
           05 W-H1-SHIFT      PIC 9.
           05 FILLER          PIC X(2)  VALUE " (".
           05 W-H1-WINDOW     PIC X(11).
           05 FILLER          PIC X     VALUE ")".
       01 W-TOTAL-LINE.
           05 FILLER          PIC X(11) VALUE "  ENTRIES: ".
           05 W-TL-ENTRIES    PIC ZZZ9.
           05 FILLER          PIC X(16) VALUE "   CORRECTIONS: ".
           05 W-TL-CORRECT    PIC ZZZ9.
           05 FILLER          PIC X(21) VALUE "   LINKED TO ALERTS: ".
           05 W-TL-LINKED     PIC ZZZ9.
       01 W-SIGN-LINE.
           05 FILLER          PIC X(39)
              VALUE "SHIFT SUPERVISOR (SIGN / DATE / TIME): ".
           05 FILLER          PIC X(34)
              VALUE "__________________________________".
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PROCEDURE DIVISION.
       MAIN.
            ACCEPT W-TODAY FROM DATE YYYYMMDD
            MOVE W-TODAY TO W-SHIFT-DATE
            PERFORM CHECK-COMMAND-LINE

            IF PRINT-MODE
               PERFORM PRINT-SHIFT-LOG
               DISPLAY "LOGBOOK: " W-ENTRY-COUNT " ENTRY(S), "
                  W-CORRECT-COUNT " CORRECTION(S), REPORT IN "
                  W-RPT-FILENAME
            ELSE
               PERFORM OPERATOR-SIGN-ON
               PERFORM LOAD-STATION-LIST
               OPEN I-O LOGBOOK-FILE
               IF W-LOGB-STATUS = "35"
                  OPEN OUTPUT LOGBOOK-FILE
                  CLOSE LOGBOOK-FILE
                  OPEN I-O LOGBOOK-FILE
               END-IF
               IF W-LOGB-STATUS NOT = "00"
                  DISPLAY "*** UNABLE TO OPEN LOGBOOK.DAT, STATUS "
                     W-LOGB-STATUS
                  STOP RUN
               END-IF
               OPEN INPUT ALERT-ARCHIVE
               IF W-ARC-STATUS = "00"
                  SET ARCHIVE-OPEN TO TRUE
               END-IF
               PERFORM MAINTAIN-LOGBOOK
               CLOSE LOGBOOK-FILE
               IF ARCHIVE-OPEN
                  CLOSE ALERT-ARCHIVE
               END-IF
               DISPLAY "LOGBOOK: " W-SAVED-COUNT " ENTRY(S) SAVED"
            END-IF
            STOP RUN
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       CHECK-COMMAND-LINE.
            ACCEPT W-CMD-LINE FROM COMMAND-LINE
            PERFORM UNTIL W-CMD-LINE = SPACES
               MOVE SPACES TO W-CMD-WORD W-CMD-REST
               UNSTRING W-CMD-LINE DELIMITED BY ALL " "
                  INTO W-CMD-WORD W-CMD-REST
               EVALUATE TRUE
                  WHEN W-CMD-WORD(1:6) = "/PRINT"
                     SET PRINT-MODE TO TRUE
                  WHEN W-CMD-WORD(1:6) = "/DATE="
                     AND W-CMD-WORD(7:8) IS NUMERIC
                     MOVE W-CMD-WORD(7:8) TO W-SHIFT-DATE
                  WHEN W-CMD-WORD(1:7) = "/SHIFT="
                     AND W-CMD-WORD(8:1) >= '1'
                     AND W-CMD-WORD(8:1) <= '3'
                     MOVE W-CMD-WORD(8:1) TO W-SHIFT-NO
               END-EVALUATE
               MOVE W-CMD-REST TO W-CMD-LINE
            END-PERFORM

            EVALUATE W-SHIFT-NO
               WHEN 1
                  MOVE 060000 TO W-WIN-START
                  MOVE 140000 TO W-WIN-END
                  MOVE 'N'    TO W-WIN-WRAPS
               WHEN 2
                  MOVE 140000 TO W-WIN-START
                  MOVE 220000 TO W-WIN-END
                  MOVE 'N'    TO W-WIN-WRAPS
               WHEN 3
                  MOVE 220000 TO W-WIN-START
                  MOVE 060000 TO W-WIN-END
                  MOVE 'Y'    TO W-WIN-WRAPS
            END-EVALUATE

            STRING "LOGBOOK" W-SHIFT-DATE W-SHIFT-NO ".RPT"
               DELIMITED SIZE INTO W-RPT-FILENAME
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Is the hhmmss in W-CHECK-TIME inside this shift's window?
       CHECK-WINDOW.
            MOVE 'N' TO W-IN-WINDOW
            IF W-WIN-WRAPS = 'Y'
               IF W-CHECK-TIME >= W-WIN-START
                  OR W-CHECK-TIME < W-WIN-END
                  MOVE 'Y' TO W-IN-WINDOW
               END-IF
            ELSE
               IF W-CHECK-TIME >= W-WIN-START
                  AND W-CHECK-TIME < W-WIN-END
                  MOVE 'Y' TO W-IN-WINDOW
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The shift band the entry in LOGB-RECORD was saved in.
       SET-ENTRY-SHIFT.
            EVALUATE TRUE
               WHEN LOGB-TIME >= 060000 AND LOGB-TIME < 140000
                  MOVE 1 TO W-ENTRY-SHIFT
               WHEN LOGB-TIME >= 140000 AND LOGB-TIME < 220000
                  MOVE 2 TO W-ENTRY-SHIFT
               WHEN OTHER
                  MOVE 3 TO W-ENTRY-SHIFT
            END-EVALUATE
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   One shift's entries, in the order they were saved, each
      *   with its alert link and any correction either way, and a
      *   signature line - the page that goes in the shift folder.
       PRINT-SHIFT-LOG.
            OPEN OUTPUT REPORT-FILE
            IF W-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN REPORT: " W-RPT-FILENAME
               DISPLAY "*** STATUS: " W-RPT-STATUS
               STOP RUN
            END-IF

            MOVE W-SHIFT-DATE TO W-H1-DATE
            MOVE W-SHIFT-NO   TO W-H1-SHIFT
            EVALUATE W-SHIFT-NO
               WHEN 1 MOVE "06:00-14:00" TO W-H1-WINDOW
               WHEN 2 MOVE "14:00-22:00" TO W-H1-WINDOW
               WHEN 3 MOVE "22:00-06:00" TO W-H1-WINDOW
            END-EVALUATE
            WRITE REPORT-RECORD FROM W-HEADING-1
            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD

            OPEN INPUT LOGBOOK-FILE
            IF W-LOGB-STATUS NOT = "00"
               MOVE "  (NO LOGBOOK.DAT - NOTHING HAS BEEN LOGGED YET)"
                  TO REPORT-RECORD
               WRITE REPORT-RECORD
            ELSE
               MOVE W-SHIFT-DATE TO W-LIST-DATE
               PERFORM LOAD-CORRECTIONS
               PERFORM START-AT-LIST-DATE
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
                           PERFORM PRINT-ONE-ENTRY
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE LOGBOOK-FILE
               IF W-ENTRY-COUNT = ZERO
                  MOVE "  (NO ENTRIES IN THIS SHIFT WINDOW)"
                     TO REPORT-RECORD
                  WRITE REPORT-RECORD
               END-IF
            END-IF

            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD
            MOVE W-ENTRY-COUNT   TO W-TL-ENTRIES
            MOVE W-CORRECT-COUNT TO W-TL-CORRECT
            MOVE W-LINKED-COUNT  TO W-TL-LINKED
            WRITE REPORT-RECORD FROM W-TOTAL-LINE
            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD
            WRITE REPORT-RECORD FROM W-SIGN-LINE
            CLOSE REPORT-FILE
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PRINT-ONE-ENTRY.
            ADD 1 TO W-ENTRY-COUNT
            IF LOGB-CATEGORY = "CORR"
               ADD 1 TO W-CORRECT-COUNT
            END-IF
            IF LOGB-ALERT-KEY NOT = SPACES
               ADD 1 TO W-LINKED-COUNT
            END-IF
            PERFORM BUILD-ENTRY-LINES
            WRITE REPORT-RECORD FROM W-ENTRY-LINE
            MOVE LOGB-TEXT TO W-EN-TEXT
            WRITE REPORT-RECORD FROM W-ENTRY-NOTE
            IF LOGB-ALERT-KEY NOT = SPACES
               PERFORM BUILD-ALERT-NOTE
               WRITE REPORT-RECORD FROM W-ENTRY-NOTE
            END-IF
            IF LOGB-CORRECTS NOT = SPACES
               PERFORM BUILD-CORRECTS-NOTE
               WRITE REPORT-RECORD FROM W-ENTRY-NOTE
            END-IF
            PERFORM FIND-CORRECTION
            IF W-CORR-BY NOT = SPACES
               PERFORM BUILD-CORRECTED-NOTE
               WRITE REPORT-RECORD FROM W-ENTRY-NOTE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The heading line of the entry in LOGB-RECORD.
       BUILD-ENTRY-LINES.
            MOVE LOGB-KEY TO W-REF-ID
            PERFORM FORMAT-ENTRY-ID
            MOVE W-ENTRY-ID    TO W-EL-ID
            PERFORM SET-ENTRY-SHIFT
            MOVE W-ENTRY-SHIFT TO W-EL-SHIFT
            MOVE LOGB-OPER     TO W-EL-OPER
            MOVE LOGB-STATION  TO W-EL-STA
            MOVE LOGB-CATEGORY TO W-EL-CAT
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
       BUILD-ALERT-NOTE.
            MOVE SPACES TO W-EN-TEXT
            STRING "ABOUT ALERT " DELIMITED SIZE
                   LOGB-ALERT-DATE  DELIMITED SIZE
                   " START="        DELIMITED SIZE
                   LOGB-ALERT-START DELIMITED SIZE
                   " STA="          DELIMITED SIZE
                   LOGB-ALERT-STA   DELIMITED SIZE
                   " LIM="          DELIMITED SIZE
                   LOGB-ALERT-LIMIT DELIMITED SIZE
                   INTO W-EN-TEXT
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       BUILD-CORRECTS-NOTE.
            MOVE LOGB-CORRECTS TO W-REF-ID
            PERFORM FORMAT-ENTRY-ID
            MOVE SPACES TO W-EN-TEXT
            STRING "CORRECTS ENTRY " DELIMITED SIZE
                   W-ENTRY-ID        DELIMITED SIZE
                   INTO W-EN-TEXT
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       BUILD-CORRECTED-NOTE.
            MOVE W-CORR-BY TO W-REF-ID
            PERFORM FORMAT-ENTRY-ID
            MOVE SPACES TO W-EN-TEXT
            STRING "** CORRECTED BY ENTRY " DELIMITED SIZE
                   W-ENTRY-ID               DELIMITED SIZE
                   " **"                    DELIMITED SIZE
                   INTO W-EN-TEXT
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Position the file at the first entry of W-LIST-DATE.
       START-AT-LIST-DATE.
            MOVE 'N'         TO W-EOF-FLAG
            MOVE W-LIST-DATE TO LOGB-DATE
            MOVE ZERO        TO LOGB-TIME
            MOVE ZERO        TO LOGB-SEQ
            START LOGBOOK-FILE KEY NOT < LOGB-KEY
               INVALID KEY SET LOGBOOK-AT-END TO TRUE
            END-START
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Every correction, on the day or after it, of an entry made
      *   on W-LIST-DATE.  The latest correction of an entry wins.
       LOAD-CORRECTIONS.
            MOVE ZERO TO W-CORR-COUNT
            PERFORM START-AT-LIST-DATE
            PERFORM UNTIL LOGBOOK-AT-END
               READ LOGBOOK-FILE NEXT RECORD
                  AT END SET LOGBOOK-AT-END TO TRUE
               END-READ
               IF NOT LOGBOOK-AT-END
                  AND LOGB-CORRECTS(1:8) = W-LIST-DATE
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
      *   W-CORR-BY = the entry that corrected the one in LOGB-RECORD,
      *   or spaces.
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
      *   The dialog, in the walk-and-answer shape of CALMAINT: the
      *   day's entries, A adds one, C corrects one of those listed
      *   (by adding a correction), L lists another day, X ends.
      *   Every entry is written the moment it is confirmed; there
      *   is nothing to save at the end and nothing to undo.
       MAINTAIN-LOGBOOK.
            MOVE W-TODAY TO W-LIST-DATE
            PERFORM UNTIL LOGBOOK-DONE
               PERFORM LIST-DAY-ENTRIES
               DISPLAY "A=ADD ENTRY, C=CORRECT AN ENTRY, "
                  "L=LIST ANOTHER DAY, X=EXIT: " WITH NO ADVANCING
               MOVE SPACES TO W-REPLY
               ACCEPT W-REPLY
               EVALUATE TRUE
                  WHEN W-REPLY = 'A' OR W-REPLY = 'a'
                     PERFORM ADD-ONE-ENTRY
                  WHEN W-REPLY = 'C' OR W-REPLY = 'c'
                     PERFORM CORRECT-ONE-ENTRY
                  WHEN W-REPLY = 'L' OR W-REPLY = 'l'
                     PERFORM PICK-LIST-DATE
                  WHEN W-REPLY = 'X' OR W-REPLY = 'x'
                     SET LOGBOOK-DONE TO TRUE
               END-EVALUATE
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PICK-LIST-DATE.
            DISPLAY "DAY TO LIST yyyymmdd, BLANK=TODAY: "
               WITH NO ADVANCING
            PERFORM ACCEPT-ENTRY-FIELD
            IF W-ENTRY-IN = SPACES
               MOVE W-TODAY TO W-LIST-DATE
            ELSE
               MOVE W-ENTRY-IN(1:8) TO W-DATE-IN
               PERFORM VALIDATE-ONE-DATE
               IF W-DATE-OK = 'Y'
                  MOVE W-DATE-IN TO W-LIST-DATE
               ELSE
                  DISPLAY "*** NOT A REAL DATE"
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The entries of W-LIST-DATE, numbered for C; the first 99
      *   can be picked, which is more than any one day has held.
       LIST-DAY-ENTRIES.
            DISPLAY " "
            DISPLAY "LOGBOOK ENTRIES FOR " W-LIST-DATE ":"
            PERFORM LOAD-CORRECTIONS
            PERFORM START-AT-LIST-DATE
            MOVE ZERO TO W-PICK-COUNT
            PERFORM UNTIL LOGBOOK-AT-END
               READ LOGBOOK-FILE NEXT RECORD
                  AT END SET LOGBOOK-AT-END TO TRUE
               END-READ
               IF NOT LOGBOOK-AT-END
                  IF LOGB-DATE NOT = W-LIST-DATE
                     SET LOGBOOK-AT-END TO TRUE
                  ELSE
                     PERFORM SHOW-ONE-ENTRY
                  END-IF
               END-IF
            END-PERFORM
            IF W-PICK-COUNT = ZERO
               DISPLAY "  (NO ENTRIES)"
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       SHOW-ONE-ENTRY.
            IF W-PICK-COUNT < 99
               ADD 1 TO W-PICK-COUNT
               MOVE LOGB-KEY TO W-PICK-KEY (W-PICK-COUNT)
            END-IF
            PERFORM BUILD-ENTRY-LINES
            DISPLAY "  " W-PICK-COUNT W-ENTRY-LINE
            DISPLAY "      " LOGB-TEXT
            IF LOGB-ALERT-KEY NOT = SPACES
               PERFORM BUILD-ALERT-NOTE
               DISPLAY W-ENTRY-NOTE
            END-IF
            IF LOGB-CORRECTS NOT = SPACES
               PERFORM BUILD-CORRECTS-NOTE
               DISPLAY W-ENTRY-NOTE
            END-IF
            PERFORM FIND-CORRECTION
            IF W-CORR-BY NOT = SPACES
               PERFORM BUILD-CORRECTED-NOTE
               DISPLAY W-ENTRY-NOTE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       ADD-ONE-ENTRY.
            MOVE SPACES TO W-ED-FIELDS
            MOVE 'Y' TO W-EDIT-OK

            DISPLAY "STATION, *=WHOLE PLANT (*): " WITH NO ADVANCING
            PERFORM ACCEPT-ENTRY-FIELD
            IF W-ENTRY-IN = SPACES
               MOVE "*" TO W-ED-STA
            ELSE
               MOVE W-ENTRY-IN(1:4) TO W-ED-STA
            END-IF
            PERFORM VALIDATE-STATION

            IF W-EDIT-OK = 'Y'
               DISPLAY "CATEGORY NOTE/DOOR/PROB/MTCE/ALRM/PLNT (NOTE): "
                  WITH NO ADVANCING
               PERFORM ACCEPT-ENTRY-FIELD
               IF W-ENTRY-IN = SPACES
                  MOVE "NOTE" TO W-ED-CAT
               ELSE
                  MOVE W-ENTRY-IN(1:4) TO W-ED-CAT
               END-IF
               IF W-ED-CAT NOT = "NOTE"
                  AND W-ED-CAT NOT = "DOOR"
                  AND W-ED-CAT NOT = "PROB"
                  AND W-ED-CAT NOT = "MTCE"
                  AND W-ED-CAT NOT = "ALRM"
                  AND W-ED-CAT NOT = "PLNT"
                  DISPLAY "*** CATEGORY MUST BE NOTE, DOOR, PROB, "
                     "MTCE, ALRM OR PLNT"
                  MOVE 'N' TO W-EDIT-OK
               END-IF
            END-IF

            IF W-EDIT-OK = 'Y'
               PERFORM KEY-ENTRY-TEXT
            END-IF
            IF W-EDIT-OK = 'Y'
               DISPLAY "ABOUT AN ALERT EVENT? (Y/N): "
                  WITH NO ADVANCING
               MOVE SPACES TO W-REPLY
               ACCEPT W-REPLY
               IF W-REPLY = 'Y' OR W-REPLY = 'y'
                  PERFORM KEY-ALERT-LINK
               END-IF
            END-IF
            IF W-EDIT-OK = 'Y'
               PERFORM CONFIRM-AND-SAVE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   A correction is a new entry, category CORR, for the same
      *   station, naming the entry it corrects.  Its alert link is
      *   the original's unless the operator keys another or none.
       CORRECT-ONE-ENTRY.
            DISPLAY "ENTRY NUMBER TO CORRECT: " WITH NO ADVANCING
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
               MOVE W-PICK-KEY (W-PICK-NUM) TO LOGB-KEY
               READ LOGBOOK-FILE
                  INVALID KEY
                     DISPLAY "*** ENTRY NO LONGER ON FILE"
                  NOT INVALID KEY
                     MOVE 'Y' TO W-EDIT-OK
               END-READ
            ELSE
               DISPLAY "*** NOT AN ENTRY NUMBER"
            END-IF

            IF W-EDIT-OK = 'Y'
               MOVE SPACES        TO W-ED-FIELDS
               MOVE LOGB-STATION  TO W-ED-STA
               MOVE "CORR"        TO W-ED-CAT
               MOVE LOGB-KEY      TO W-ED-CORRECTS
               MOVE LOGB-ALERT-KEY TO W-ED-ALERT
               DISPLAY "CORRECTING: " LOGB-TEXT
               PERFORM KEY-ENTRY-TEXT
            END-IF
            IF W-EDIT-OK = 'Y'
               DISPLAY "ABOUT AN ALERT EVENT? (Y/N, BLANK=AS BEFORE): "
                  WITH NO ADVANCING
               MOVE SPACES TO W-REPLY
               ACCEPT W-REPLY
               EVALUATE TRUE
                  WHEN W-REPLY = 'Y' OR W-REPLY = 'y'
                     MOVE SPACES TO W-ED-ALERT
                     PERFORM KEY-ALERT-LINK
                  WHEN W-REPLY = 'N' OR W-REPLY = 'n'
                     MOVE SPACES TO W-ED-ALERT
               END-EVALUATE
            END-IF
            IF W-EDIT-OK = 'Y'
               PERFORM CONFIRM-AND-SAVE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       KEY-ENTRY-TEXT.
            DISPLAY "TEXT (REQUIRED, UP TO 70 CHARACTERS):"
            PERFORM ACCEPT-ENTRY-FIELD
            MOVE W-ENTRY-IN TO W-ED-TEXT
            IF W-ED-TEXT = SPACES
               DISPLAY "*** AN ENTRY NEEDS SOME TEXT"
               MOVE 'N' TO W-EDIT-OK
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The alert key, field by field: date (blank = today), start
      *   time, station (blank = the entry's own), limit.  It must
      *   name an event that exists - in ALERTS.ARC, or, for an
      *   alarm ALERTLD has not loaded yet, in that day's alert log.
       KEY-ALERT-LINK.
            DISPLAY "ALERT DATE yyyymmdd, BLANK=TODAY: "
               WITH NO ADVANCING
            PERFORM ACCEPT-ENTRY-FIELD
            IF W-ENTRY-IN = SPACES
               MOVE W-TODAY TO W-ED-AL-DATE
            ELSE
               MOVE W-ENTRY-IN(1:8) TO W-ED-AL-DATE
            END-IF
            MOVE W-ED-AL-DATE TO W-DATE-IN
            PERFORM VALIDATE-ONE-DATE
            IF W-DATE-OK = 'N'
               DISPLAY "*** NOT A REAL DATE"
               MOVE 'N' TO W-EDIT-OK
            END-IF
            IF W-EDIT-OK = 'Y'
               DISPLAY "ALERT START TIME hhmmss: " WITH NO ADVANCING
               PERFORM ACCEPT-ENTRY-FIELD
               MOVE W-ENTRY-IN(1:6) TO W-ED-AL-START
               IF W-ED-AL-START IS NOT NUMERIC
                  OR W-ED-AL-START(1:2) > "23"
                  OR W-ED-AL-START(3:2) > "59"
                  OR W-ED-AL-START(5:2) > "59"
                  DISPLAY "*** NOT A REAL hhmmss"
                  MOVE 'N' TO W-EDIT-OK
               END-IF
            END-IF
            IF W-EDIT-OK = 'Y'
               IF W-ED-STA = "*"
                  DISPLAY "ALERT STATION: " WITH NO ADVANCING
               ELSE
                  DISPLAY "ALERT STATION (" W-ED-STA "): "
                     WITH NO ADVANCING
               END-IF
               PERFORM ACCEPT-ENTRY-FIELD
               IF W-ENTRY-IN = SPACES
                  MOVE W-ED-STA TO W-ED-AL-STA
               ELSE
                  MOVE W-ENTRY-IN(1:4) TO W-ED-AL-STA
               END-IF
               DISPLAY "ALERT LIMIT (HIGH, LOW, ROC, STCK ...): "
                  WITH NO ADVANCING
               PERFORM ACCEPT-ENTRY-FIELD
               MOVE W-ENTRY-IN(1:4) TO W-ED-AL-LIMIT
               PERFORM VERIFY-ALERT-KEY
               IF W-ALERT-FOUND = 'N'
                  DISPLAY "*** NO SUCH ALERT EVENT ON FILE"
                  MOVE 'N' TO W-EDIT-OK
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       VERIFY-ALERT-KEY.
            MOVE 'N' TO W-ALERT-FOUND
            IF ARCHIVE-OPEN
               MOVE W-ED-ALERT TO AARC-KEY
               READ ALERT-ARCHIVE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 'Y' TO W-ALERT-FOUND
               END-READ
            END-IF
            IF W-ALERT-FOUND = 'N'
               MOVE SPACES TO W-ALERT-FILENAME
               STRING "ALERTS" W-ED-AL-DATE ".LOG" DELIMITED SIZE
                  INTO W-ALERT-FILENAME
               OPEN INPUT ALERT-LOG
               IF W-ALERT-STATUS = "00"
                  PERFORM UNTIL W-ALERT-STATUS NOT = "00"
                     READ ALERT-LOG INTO ALERT-RECORD
                     IF W-ALERT-STATUS = "00"
                        AND ALERT-RECORD(1:8)  = W-ED-AL-DATE
                        AND ALERT-RECORD(16:6) = W-ED-AL-START
                        AND ALERT-RECORD(48:4) = W-ED-AL-STA
                        AND ALERT-RECORD(68:4) = W-ED-AL-LIMIT
                        MOVE 'Y' TO W-ALERT-FOUND
                        MOVE "10" TO W-ALERT-STATUS
                     END-IF
                  END-PERFORM
                  CLOSE ALERT-LOG
                  IF W-ALERT-FOUND = 'Y'
                     DISPLAY "(IN THE DAY'S ALERT LOG, NOT YET IN "
                        "ALERTS.ARC)"
                  END-IF
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Last look before the entry becomes permanent.  Two entries
      *   in the same second take the next sequence number.
       CONFIRM-AND-SAVE.
            DISPLAY " "
            DISPLAY "STA=" W-ED-STA " CAT=" W-ED-CAT
            DISPLAY "  " W-ED-TEXT
            IF W-ED-ALERT NOT = SPACES
               DISPLAY "  ABOUT ALERT " W-ED-AL-DATE
                  " START=" W-ED-AL-START " STA=" W-ED-AL-STA
                  " LIM=" W-ED-AL-LIMIT
            END-IF
            DISPLAY "SAVE? AN ENTRY CANNOT BE CHANGED ONCE SAVED "
               "(Y/N): " WITH NO ADVANCING
            MOVE SPACES TO W-REPLY
            ACCEPT W-REPLY
            IF W-REPLY = 'Y' OR W-REPLY = 'y'
               ACCEPT W-TIME-NOW FROM TIME
               ACCEPT W-TODAY    FROM DATE YYYYMMDD
               MOVE W-TODAY          TO LOGB-DATE
               MOVE W-TIME-NOW(1:6)  TO LOGB-TIME
               MOVE ZERO             TO LOGB-SEQ
               MOVE W-OPER-ID        TO LOGB-OPER
               IF W-OPER-ID = SPACES
                  MOVE "---" TO LOGB-OPER
               END-IF
               MOVE W-ED-STA         TO LOGB-STATION
               MOVE W-ED-CAT         TO LOGB-CATEGORY
               MOVE W-ED-ALERT       TO LOGB-ALERT-KEY
               MOVE W-ED-CORRECTS    TO LOGB-CORRECTS
               MOVE W-ED-TEXT        TO LOGB-TEXT
               MOVE 'N' TO W-SAVED-FLAG
               PERFORM UNTIL W-SAVED-FLAG NOT = 'N'
                  WRITE LOGB-RECORD
                     INVALID KEY
                        IF LOGB-SEQ < 99
                           ADD 1 TO LOGB-SEQ
                        ELSE
                           MOVE 'F' TO W-SAVED-FLAG
                        END-IF
                     NOT INVALID KEY
                        MOVE 'Y' TO W-SAVED-FLAG
                  END-WRITE
               END-PERFORM
               IF W-SAVED-FLAG = 'Y'
                  ADD 1 TO W-SAVED-COUNT
                  MOVE LOGB-KEY TO W-REF-ID
                  PERFORM FORMAT-ENTRY-ID
                  DISPLAY "ENTRY SAVED AS " W-ENTRY-ID
               ELSE
                  DISPLAY "*** UNABLE TO SAVE, STATUS " W-LOGB-STATUS
               END-IF
            ELSE
               DISPLAY "ENTRY NOT SAVED"
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
            IF W-ED-STA NOT = "*"
               IF W-STA-COUNT = ZERO
      *   No device master on this box: nothing to prove against,
      *   say so once and let the entry through.
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
      *   Sign on against the operator master.  No master file means
      *   the run stays open, as it always was, and entries carry
      *   "---" for the operator; with one present the operator gets
      *   three tries, and writing the log needs OPERATE authority
      *   (level 2).
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
               IF W-OPER-LEVEL < 2
                  DISPLAY "*** WRITING THE LOGBOOK NEEDS OPERATE "
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
