       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "ALRTREORG",  is initial.
       AUTHOR.        Isaac Garcia Peveri.
       REMARKS.       Written in AcuCobol 7.0.0
      ******************************************************************
      * One-time reorganization of the alert archive ALERTS.ARC into  *
      * the shape that carries the shelved flag (AARC-SHELVED in      *
      * ALRTSARC.CPY): the old-format records are copied into a       *
      * rebuilt file with the flag set to N - nothing was shelved     *
      * before the register existed - the record counts are proved    *
      * equal, and only then is the old file set aside as ALERTS.OLD  *
      * and the rebuilt one moved into its place, the way ARCREORG    *
      * did it for the reading archive.                               *
      * Run as:  ALRTREORG       (no switches; run it once, after     *
      *          the programs carrying the new layout are in place    *
      *          and before the next ALERTLD)                         *
      ******************************************************************
      * 2026-10-15  First version, the rebuild half of alarm          *
      *             shelving.                                         *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ARCHIVE ASSIGN TO "ALERTS.ARC"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS OLD-AARC-KEY
              FILE STATUS IS W-OLD-STATUS.
           SELECT NEW-ARCHIVE ASSIGN TO "ALERTSN.ARC"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS AARC-KEY
              FILE STATUS IS W-NEW-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *   The archive as ALERTLD wrote it before the shelved flag
      *   existed.
       FD  OLD-ARCHIVE.
       01  OLD-AARC-RECORD.
           05 OLD-AARC-KEY.
              10 OLD-AARC-DATE     PIC 9(8).
              10 OLD-AARC-START    PIC 9(6).
              10 OLD-AARC-STATION  PIC X(4).
              10 OLD-AARC-LIMIT    PIC X(4).
           05 OLD-AARC-END         PIC 9(6).
           05 OLD-AARC-DUR         PIC 9(5).
           05 OLD-AARC-CHANNEL     PIC X(5).
           05 OLD-AARC-WORST       PIC 9(3).
           05 OLD-AARC-ACK         PIC X.
      *
       FD  NEW-ARCHIVE.
       COPY "ALRTSARC.CPY".
      *
       WORKING-STORAGE SECTION.
       77 W-OLD-STATUS    PIC XX         VALUE SPACES.
       77 W-NEW-STATUS    PIC XX         VALUE SPACES.
       77 W-BEFORE-COUNT  PIC 9(7)       VALUE ZERO.
       77 W-AFTER-COUNT   PIC 9(7)       VALUE ZERO.
       77 W-DONE-FLAG     PIC X          VALUE 'N'.
           88 COPY-DONE                  VALUE 'Y'.
      *   File names for the rename shuffle at the end.
       77 W-NAME-ARC      PIC X(12)      VALUE "ALERTS.ARC".
       77 W-NAME-NEW      PIC X(12)      VALUE "ALERTSN.ARC".
       77 W-NAME-OLD      PIC X(12)      VALUE "ALERTS.OLD".
       77 W-FILE-TYPE     PIC X          VALUE "S".
       77 W-RENAME-RC     PIC S9(9) COMP-5 VALUE ZERO.
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PROCEDURE DIVISION.
       MAIN.
            PERFORM OPEN-BOTH-FILES
            PERFORM COPY-ALL-RECORDS
            CLOSE OLD-ARCHIVE
            CLOSE NEW-ARCHIVE
            PERFORM PROVE-AND-SWAP
            PERFORM PRINT-REORG-SUMMARY
            STOP RUN
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       OPEN-BOTH-FILES.
            OPEN INPUT OLD-ARCHIVE
            IF W-OLD-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN ALERTS.ARC"
               DISPLAY "*** STATUS: " W-OLD-STATUS
               DISPLAY "*** (ALREADY REORGANIZED, OR NEVER LOADED?)"
               STOP RUN
            END-IF

            OPEN OUTPUT NEW-ARCHIVE
            IF W-NEW-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO CREATE ALERTSN.ARC"
               DISPLAY "*** STATUS: " W-NEW-STATUS
               CLOSE OLD-ARCHIVE
               STOP RUN
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Straight copy in key order; every old event comes across
      *   as not shelved.
       COPY-ALL-RECORDS.
            PERFORM UNTIL COPY-DONE
               READ OLD-ARCHIVE NEXT RECORD
                  AT END SET COPY-DONE TO TRUE
               END-READ
               IF NOT COPY-DONE
                  ADD 1 TO W-BEFORE-COUNT
                  MOVE OLD-AARC-DATE    TO AARC-DATE
                  MOVE OLD-AARC-START   TO AARC-START
                  MOVE OLD-AARC-STATION TO AARC-STATION
                  MOVE OLD-AARC-LIMIT   TO AARC-LIMIT
                  MOVE OLD-AARC-END     TO AARC-END
                  MOVE OLD-AARC-DUR     TO AARC-DUR
                  MOVE OLD-AARC-CHANNEL TO AARC-CHANNEL
                  MOVE OLD-AARC-WORST   TO AARC-WORST
                  MOVE OLD-AARC-ACK     TO AARC-ACK
                  MOVE 'N'              TO AARC-SHELVED
                  WRITE AARC-RECORD
                     INVALID KEY
                        DISPLAY "*** DUPLICATE KEY SKIPPED AT "
                           OLD-AARC-DATE " " OLD-AARC-START " "
                           OLD-AARC-STATION " " OLD-AARC-LIMIT
                     NOT INVALID KEY
                        ADD 1 TO W-AFTER-COUNT
                  END-WRITE
               END-IF
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Only a copy that proves complete replaces the archive: the
      *   old file becomes ALERTS.OLD (kept until someone tidies it
      *   away on purpose) and the rebuilt file takes its name.
       PROVE-AND-SWAP.
            IF W-AFTER-COUNT NOT = W-BEFORE-COUNT
               DISPLAY "*** COUNTS DIFFER - ARCHIVE LEFT UNTOUCHED, "
                  "REBUILT FILE LEFT AS ALERTSN.ARC"
            ELSE
               CALL "C$DELETE" USING W-NAME-OLD, W-FILE-TYPE
               CALL "C$RENAME" USING W-NAME-ARC, W-NAME-OLD
                               GIVING W-RENAME-RC
               IF W-RENAME-RC NOT = ZERO
                  DISPLAY "*** COULD NOT SET ASIDE ALERTS.ARC, "
                     "RC=" W-RENAME-RC
                  DISPLAY "*** REBUILT FILE LEFT AS ALERTSN.ARC"
               ELSE
                  CALL "C$RENAME" USING W-NAME-NEW, W-NAME-ARC
                                  GIVING W-RENAME-RC
                  IF W-RENAME-RC NOT = ZERO
                     DISPLAY "*** COULD NOT MOVE ALERTSN.ARC INTO "
                        "PLACE, RC=" W-RENAME-RC
                     DISPLAY "*** OLD ARCHIVE IS ALERTS.OLD, "
                        "REBUILT FILE IS ALERTSN.ARC"
                  END-IF
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PRINT-REORG-SUMMARY.
            DISPLAY "*************************************"
            DISPLAY " ALRTREORG - ALERT ARCHIVE REBUILD   "
            DISPLAY "*************************************"
            DISPLAY " RECORDS BEFORE : " W-BEFORE-COUNT
            DISPLAY " RECORDS AFTER  : " W-AFTER-COUNT
            DISPLAY "*************************************"
            .
