      * numeric fields instead of the raw "TTT:HHH:AAA" string.       *
      * Re-running a day is safe: a reading already in the archive    *
      * is rewritten, not duplicated.                                 *
      * The loader remembers in READLOAD.CKP how many lines of each   *
      * day's log it has loaded and reads only the lines appended     *
      * since, so it can run every 15 minutes through the day while   *
      * READSER still has the log open, and the day-end run is a      *
      * catch-up that loads nothing twice.  Each run first catches    *
      * up the day before (when that day was ever loaded), which is   *
      * how the readings written just before midnight get in.  On the *
      * plain intraday run (no /DATE=) today's last line is held back *
      * until a later line follows it, in case READSER was part way   *
      * through writing it.  A run with /DATE= - the DAYEND chain's   *
      * READLOAD /DATE=&DATE among them - is a catch-up pass and      *
      * loads every line, the last one included, so DAYBAL finds the  *
      * archive level with the log.                                   *
      * Run as:  READLOAD /DATE=yyyymmdd /FULL                        *
      *          (date defaults to today; /FULL ignores the           *
      *          checkpoint and reloads the whole day's log)          *
      ******************************************************************
      * 2026-08-22  First version, so historical questions no longer  *
      *             mean grepping flat daily logs.                    *
      *             in step with the primary key.  An archive built   *
      *             before this change must be rebuilt once with      *
      *             ARCREORG before this loader touches it.           *
      * 2026-10-15  Incremental load from a per-day line checkpoint   *
      *             (READLOAD.CKP), so today's readings can be        *
      *             loaded through the day and READINQ, READCSV and   *
      *             COMPCERT see them before tomorrow.  Only the      *
      *             intraday run holds today's last line back; a      *
      *             /DATE= run loads it.                              *
      * 2026-10-15  Each reading is archived with its dew point       *
      *             (ARC-DEW), taken from the end of the history line *
      *             where READSER wrote one and worked out from the   *
      *             archived TEMP and HUM for a line older than that. *
      *             An archive built before this change must be       *
      *             rebuilt once with DEWREORG.                       *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
              RECORD KEY IS ARC-KEY
              ALTERNATE RECORD KEY IS ARC-STA-KEY
              FILE STATUS IS W-ARC-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "READLOAD.CKP"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-CKP-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  ARCHIVE-FILE.
       COPY "READSARC.CPY".
      *
      *   One "yyyymmdd|lines|yyyymmddhhmmss" line per log day: how
      *   many lines of that day's log are in the archive, and when
      *   the loader last looked.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD PIC X(60).
      *
       WORKING-STORAGE SECTION.
       77 W-LOAD-DATE     PIC 9(8)       VALUE ZERO.
       77 W-LOG-FILENAME  PIC X(20)      VALUE SPACES.
       77 W-LOG-STATUS    PIC XX         VALUE SPACES.
       77 W-ARC-STATUS    PIC XX         VALUE SPACES.
       77 W-CKP-STATUS    PIC XX         VALUE SPACES.
       77 W-CMD-WORD      PIC X(40)      VALUE SPACES.
       77 W-CMD-REST      PIC X(60)      VALUE SPACES.
       77 W-FULL-RELOAD   PIC X          VALUE 'N'.
      *   A run that named its day with /DATE= is a catch-up pass and
      *   holds nothing back.
       77 W-DATE-GIVEN    PIC X          VALUE 'N'.
       77 W-TODAY         PIC 9(8)       VALUE ZERO.
       77 W-NOW-TIME      PIC 9(8)       VALUE ZERO.
       77 W-DATE-INT      PIC 9(7)       VALUE ZERO.
      *   The log day being worked on (the day before, then the load
      *   date) and where in its log the loader stands.
       77 W-DAY-DATE      PIC 9(8)       VALUE ZERO.
       77 W-DAY-FULL      PIC X          VALUE 'N'.
       77 W-START-LINE    PIC 9(9)       VALUE ZERO.
       77 W-LINE-NO       PIC 9(9)       VALUE ZERO.
       77 W-DONE-LINES    PIC 9(9)       VALUE ZERO.
       77 W-NEW-LINES     PIC 9(9)       VALUE ZERO.
       77 W-HAVE-HELD     PIC X          VALUE 'N'.
       77 W-HELD-RECORD   PIC X(60)      VALUE SPACES.
       77 W-NEXT-RECORD   PIC X(60)      VALUE SPACES.
      *   READLOAD.CKP in memory; the oldest day drops off when the
      *   table is full.
       01 W-CKP-TABLE.
           05 W-CKP-ENTRY OCCURS 100.
              10 W-CK-DATE     PIC 9(8).
              10 W-CK-LINES    PIC 9(9).
              10 W-CK-STAMP    PIC X(14).
       77 W-CKP-COUNT     PIC 9(3) COMP  VALUE ZERO.
       77 W-CX            PIC 9(3) COMP  VALUE ZERO.
       77 W-CKP-FOUND     PIC 9(3) COMP  VALUE ZERO.
       01 W-CKP-FIELDS.
           05 W-CF-DATE   PIC X(8).
           05 W-CF-LINES  PIC X(9).
           05 W-CF-STAMP  PIC X(14).
      *   Fields picked apart from one history record. The history
      *   line is "yyyymmdd hhmmsscc  TTT:HHH:AAA", with the station,
      *   the corrected triplet and the signed dew point after it.
       01 W-REC-CHANNELS.
           05 W-REC-CHAN  PIC X(3) OCCURS 3.
       01 W-REC-DEW-X     PIC X(4)       VALUE SPACES.
       01 W-REC-DEW REDEFINES W-REC-DEW-X
                          PIC S9(3) SIGN LEADING SEPARATE.
      *   Dew point for a line written before READSER recorded one,
      *   by the same Magnus formula (constants 17.62 and 243.12 C)
      *   READSER uses, HUM held to 1-100.
       77 W-DEW-TEMP      PIC 9(3)       VALUE ZERO.
       77 W-DEW-RH        PIC 9(3)       VALUE ZERO.
       77 W-DEW-GAMMA     PIC S9(3)V9(6) VALUE ZERO.
       77 W-DEW-POINT     PIC S9(3) SIGN LEADING SEPARATE VALUE ZERO.
       77 W-DEW-FILLED    PIC 9(7)       VALUE ZERO.
      *   Load statistics for the end-of-run summary.
       77 W-LOADED-COUNT  PIC 9(7)       VALUE ZERO.
       77 W-REWRITE-COUNT PIC 9(7)       VALUE ZERO.
       77 W-SKIPPED-COUNT PIC 9(7)       VALUE ZERO.
       77 W-ALREADY-COUNT PIC 9(9)       VALUE ZERO.
       77 W-HELD-COUNT    PIC 9(7)       VALUE ZERO.
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PROCEDURE DIVISION.
       MAIN.
            PERFORM CHECK-COMMAND-LINE
            PERFORM LOAD-CHECKPOINTS
            PERFORM OPEN-ARCHIVE
      *   The day before first, but only a day the loader has been
      *   at before - an old day never loaded is not swept in by
      *   accident.
            COMPUTE W-DATE-INT =
               FUNCTION INTEGER-OF-DATE (W-LOAD-DATE) - 1
            COMPUTE W-DAY-DATE = FUNCTION DATE-OF-INTEGER (W-DATE-INT)
            PERFORM FIND-CHECKPOINT
            IF W-CKP-FOUND > ZERO
               MOVE 'N' TO W-DAY-FULL
               PERFORM LOAD-HISTORY
            END-IF
            MOVE W-LOAD-DATE   TO W-DAY-DATE
            MOVE W-FULL-RELOAD TO W-DAY-FULL
            PERFORM LOAD-HISTORY
            CLOSE ARCHIVE-FILE
            PERFORM SAVE-CHECKPOINTS
            PERFORM PRINT-LOAD-SUMMARY
            STOP RUN
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   A /DATE=yyyymmdd switch picks the log day to load; without
      *   it today's log is loaded as the intraday run.  /FULL
      *   reloads that day from its first line whatever the
      *   checkpoint says.
       CHECK-COMMAND-LINE.
            ACCEPT W-TODAY    FROM DATE YYYYMMDD
            ACCEPT W-NOW-TIME FROM TIME
            MOVE W-TODAY TO W-LOAD-DATE
            ACCEPT W-CMD-LINE FROM COMMAND-LINE
            PERFORM UNTIL W-CMD-LINE = SPACES
               UNSTRING W-CMD-LINE DELIMITED BY ALL " "
                  INTO W-CMD-WORD W-CMD-REST
               IF W-CMD-WORD(1:6) = "/DATE="
                  AND W-CMD-WORD(7:8) IS NUMERIC
                  MOVE W-CMD-WORD(7:8) TO W-LOAD-DATE
                  MOVE 'Y' TO W-DATE-GIVEN
               END-IF
               IF W-CMD-WORD = "/FULL"
                  MOVE 'Y' TO W-FULL-RELOAD
               END-IF
               MOVE W-CMD-REST TO W-CMD-LINE
               MOVE SPACES     TO W-CMD-REST
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   No READLOAD.CKP yet just means every day starts at line 1.
       LOAD-CHECKPOINTS.
            OPEN INPUT CHECKPOINT-FILE
            IF W-CKP-STATUS = "00"
               PERFORM UNTIL W-CKP-STATUS NOT = "00"
                  READ CHECKPOINT-FILE
                  IF W-CKP-STATUS = "00"
                     AND CHECKPOINT-RECORD(1:1) NOT = "*"
                     AND CHECKPOINT-RECORD NOT = SPACES
                     PERFORM LOAD-ONE-CHECKPOINT
                  END-IF
               END-PERFORM
               CLOSE CHECKPOINT-FILE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       LOAD-ONE-CHECKPOINT.
            MOVE SPACES TO W-CKP-FIELDS
            UNSTRING CHECKPOINT-RECORD DELIMITED BY "|"
               INTO W-CF-DATE W-CF-LINES W-CF-STAMP
            IF W-CF-DATE IS NUMERIC
               AND W-CKP-COUNT < 100
               ADD 1 TO W-CKP-COUNT
               MOVE W-CF-DATE  TO W-CK-DATE  (W-CKP-COUNT)
               COMPUTE W-CK-LINES (W-CKP-COUNT) =
                  FUNCTION NUMVAL (W-CF-LINES)
               MOVE W-CF-STAMP TO W-CK-STAMP (W-CKP-COUNT)
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   W-CKP-FOUND = the table row for W-DAY-DATE, zero if none.
       FIND-CHECKPOINT.
            MOVE ZERO TO W-CKP-FOUND
            PERFORM VARYING W-CX FROM 1 BY 1
               UNTIL W-CX > W-CKP-COUNT OR W-CKP-FOUND > ZERO
               IF W-CK-DATE (W-CX) = W-DAY-DATE
                  MOVE W-CX TO W-CKP-FOUND
               END-IF
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Record how far into W-DAY-DATE's log the archive now goes.
       STORE-CHECKPOINT.
            PERFORM FIND-CHECKPOINT
            IF W-CKP-FOUND = ZERO
               IF W-CKP-COUNT >= 100
                  PERFORM VARYING W-CX FROM 1 BY 1
                     UNTIL W-CX >= W-CKP-COUNT
                     MOVE W-CKP-ENTRY (W-CX + 1) TO W-CKP-ENTRY (W-CX)
                  END-PERFORM
               ELSE
                  ADD 1 TO W-CKP-COUNT
               END-IF
               MOVE W-CKP-COUNT TO W-CKP-FOUND
               MOVE W-DAY-DATE  TO W-CK-DATE (W-CKP-FOUND)
            END-IF
            MOVE W-DONE-LINES TO W-CK-LINES (W-CKP-FOUND)
            STRING W-TODAY W-NOW-TIME(1:6) DELIMITED SIZE
               INTO W-CK-STAMP (W-CKP-FOUND)
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Written back whole once the archive is closed.  A run that
      *   dies before this point leaves the old counts, so the next
      *   run re-reads those lines and rewrites them - counted as
      *   REWRITTEN, never duplicated.
       SAVE-CHECKPOINTS.
            OPEN OUTPUT CHECKPOINT-FILE
            IF W-CKP-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO WRITE READLOAD.CKP"
               DISPLAY "*** STATUS: " W-CKP-STATUS
               DISPLAY "*** NEXT RUN WILL REWRITE THIS RUN'S LINES"
            ELSE
               PERFORM VARYING W-CX FROM 1 BY 1
                  UNTIL W-CX > W-CKP-COUNT
                  MOVE SPACES TO CHECKPOINT-RECORD
                  STRING W-CK-DATE (W-CX)  DELIMITED SIZE
                         "|"               DELIMITED SIZE
                         W-CK-LINES (W-CX) DELIMITED SIZE
                         "|"               DELIMITED SIZE
                         W-CK-STAMP (W-CX) DELIMITED SIZE
                         INTO CHECKPOINT-RECORD
                  WRITE CHECKPOINT-RECORD
               END-PERFORM
               CLOSE CHECKPOINT-FILE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   One day's log from the checkpoint on.  A log shorter than
      *   its checkpoint has been replaced since, so it is reloaded
      *   from line 1 (rewrites, not duplicates).  Each line is loaded
      *   only once the next one has been read; at end of file the
      *   last line is loaded too if the day is over or the run named
      *   its day with /DATE=, and otherwise held for the next run
      *   while READSER may still be writing it.
       LOAD-HISTORY.
            MOVE SPACES TO W-LOG-FILENAME
            STRING "READSER"             DELIMITED SIZE
                   W-DAY-DATE             DELIMITED SIZE
                   ".LOG"                 DELIMITED SIZE
                   INTO W-LOG-FILENAME
            OPEN INPUT HISTORY-LOG
            IF W-LOG-STATUS NOT = "00"
               IF W-DAY-DATE = W-TODAY
                  DISPLAY "READLOAD: NO LINES LOGGED YET IN "
                     W-LOG-FILENAME
               ELSE
                  DISPLAY "*** UNABLE TO OPEN HISTORY LOG: "
                     W-LOG-FILENAME
                  DISPLAY "*** STATUS: " W-LOG-STATUS
               END-IF
            ELSE
               PERFORM FIND-CHECKPOINT
               MOVE ZERO TO W-START-LINE
               IF W-CKP-FOUND > ZERO AND W-DAY-FULL = 'N'
                  MOVE W-CK-LINES (W-CKP-FOUND) TO W-START-LINE
               END-IF
               MOVE ZERO TO W-LINE-NO
               PERFORM UNTIL W-LINE-NO >= W-START-LINE
                  OR W-LOG-STATUS NOT = "00"
                  READ HISTORY-LOG INTO HISTORY-RECORD
                  IF W-LOG-STATUS = "00"
                     ADD 1 TO W-LINE-NO
                  END-IF
               END-PERFORM
               IF W-LINE-NO < W-START-LINE
                  DISPLAY "*** " W-LOG-FILENAME " IS SHORTER THAN "
                     "ITS CHECKPOINT - RELOADING IT WHOLE"
                  CLOSE HISTORY-LOG
                  OPEN INPUT HISTORY-LOG
                  MOVE ZERO TO W-LINE-NO
                  MOVE ZERO TO W-START-LINE
               END-IF
               ADD W-START-LINE TO W-ALREADY-COUNT

               MOVE 'N' TO W-HAVE-HELD
               PERFORM UNTIL W-LOG-STATUS NOT = "00"
                  READ HISTORY-LOG INTO HISTORY-RECORD
                  IF W-LOG-STATUS = "00"
                     ADD 1 TO W-LINE-NO
                     IF W-HAVE-HELD = 'Y'
                        MOVE HISTORY-RECORD TO W-NEXT-RECORD
                        MOVE W-HELD-RECORD  TO HISTORY-RECORD
                        PERFORM LOAD-ONE-READING
                        MOVE W-NEXT-RECORD  TO W-HELD-RECORD
                     ELSE
                        MOVE HISTORY-RECORD TO W-HELD-RECORD
                        MOVE 'Y' TO W-HAVE-HELD
                     END-IF
                  END-IF
               END-PERFORM

               MOVE W-LINE-NO TO W-DONE-LINES
               IF W-HAVE-HELD = 'Y'
                  IF W-DAY-DATE < W-TODAY
                     OR W-DATE-GIVEN = 'Y'
                     MOVE W-HELD-RECORD TO HISTORY-RECORD
                     PERFORM LOAD-ONE-READING
                  ELSE
                     SUBTRACT 1 FROM W-DONE-LINES
                     ADD 1 TO W-HELD-COUNT
                  END-IF
               END-IF
               CLOSE HISTORY-LOG
               COMPUTE W-NEW-LINES = W-DONE-LINES - W-START-LINE
               PERFORM STORE-CHECKPOINT
               DISPLAY "READLOAD: " W-LOG-FILENAME " LINES "
                  W-START-LINE " LOADED BEFORE, " W-NEW-LINES " NEW"
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
               MOVE W-REC-CHAN (1)       TO ARC-TEMP
               MOVE W-REC-CHAN (2)       TO ARC-HUM
               MOVE W-REC-CHAN (3)       TO ARC-AUX
      *   The dew point READSER wrote when it read the frame, or
      *   worked out now for a line from before it did.
               MOVE HISTORY-RECORD(52:4) TO W-REC-DEW-X
               IF W-REC-DEW-X NOT = SPACES
                  AND W-REC-DEW IS NUMERIC
                  MOVE W-REC-DEW         TO ARC-DEW
               ELSE
                  MOVE ARC-TEMP          TO W-DEW-TEMP
                  MOVE ARC-HUM           TO W-DEW-RH
                  PERFORM COMPUTE-DEW-POINT
                  MOVE W-DEW-POINT       TO ARC-DEW
                  ADD 1 TO W-DEW-FILLED
               END-IF
      *   The station-led alternate key repeats the primary's parts.
               MOVE ARC-STATION          TO ARC-STA-ID
               MOVE ARC-DATE             TO ARC-STA-DATE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Magnus formula: gamma = ln(RH/100) + 17.62 T / (243.12 + T)
      *   and dew point = 243.12 gamma / (17.62 - gamma), rounded to
      *   the whole degree the channels are read in.
       COMPUTE-DEW-POINT.
            IF W-DEW-RH < 1
               MOVE 1 TO W-DEW-RH
            END-IF
            IF W-DEW-RH > 100
               MOVE 100 TO W-DEW-RH
            END-IF
            COMPUTE W-DEW-GAMMA =
               FUNCTION LOG (W-DEW-RH / 100)
               + 17.62 * W-DEW-TEMP / (243.12 + W-DEW-TEMP)
            COMPUTE W-DEW-POINT ROUNDED =
               243.12 * W-DEW-GAMMA / (17.62 - W-DEW-GAMMA)
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PRINT-LOAD-SUMMARY.
            DISPLAY "*************************************"
            DISPLAY " READLOAD - ARCHIVE LOAD SUMMARY     "
            DISPLAY "*************************************"
            DISPLAY " LOG DAY LOADED : " W-LOAD-DATE
            DISPLAY " ALREADY LOADED : " W-ALREADY-COUNT
            DISPLAY " LINE HELD BACK : " W-HELD-COUNT
            DISPLAY " READINGS ADDED : " W-LOADED-COUNT
            DISPLAY " REWRITTEN      : " W-REWRITE-COUNT
            DISPLAY " LINES SKIPPED  : " W-SKIPPED-COUNT
            DISPLAY " DEW WORKED OUT : " W-DEW-FILLED
            DISPLAY "*************************************"
            .
