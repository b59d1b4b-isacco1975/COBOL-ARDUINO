       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "ARCRELD",  is initial.
       AUTHOR.        Isaac Garcia Peveri.
       REMARKS.       Written in AcuCobol 7.0.0
      ******************************************************************
      * Reload of one year's offload file (written by ARCOFFL) back   *
      * into its live indexed archive, for an audit that needs the    *
      * year on line again.  The file must open with the header for   *
      * the archive and year asked for; every detail record is        *
      * written back to the live file (a key already there is left    *
      * as it is and counted), and the count and hash of what was     *
      * read are proved against the trailer on the way in.  The       *
      * year is then counted on the live file, which must hold at     *
      * least every record the trailer names.  The offload file is    *
      * left where it is, so the next ARCOFFL simply takes the year   *
      * off the live file again.                                      *
      * Run as:  ARCRELD /FILE=ARC|ALERTS|STA /YEAR=yyyy              *
      ******************************************************************
      * 2026-10-15  First version, the reload half of the year-end    *
      *             offload.                                          *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT READ-ARCHIVE ASSIGN TO "READSER.ARC"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS ARC-KEY
              ALTERNATE RECORD KEY IS ARC-STA-KEY
              FILE STATUS IS W-LIVE-STATUS.
           SELECT ALERT-ARCHIVE ASSIGN TO "ALERTS.ARC"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS AARC-KEY
              FILE STATUS IS W-LIVE-STATUS.
           SELECT STAT-FILE ASSIGN TO "READSTAT.STA"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS STAT-KEY
              FILE STATUS IS W-LIVE-STATUS.
           SELECT OFFLOAD-FILE ASSIGN TO W-OFF-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-OFF-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  READ-ARCHIVE.
       COPY "READSARC.CPY".
      *
       FD  ALERT-ARCHIVE.
       COPY "ALRTSARC.CPY".
      *
       FD  STAT-FILE.
       COPY "READSSTA.CPY".
      *
       FD  OFFLOAD-FILE.
       01  OFFLOAD-RECORD    PIC X(120).
      *
       WORKING-STORAGE SECTION.
       77 W-LIVE-STATUS   PIC XX         VALUE SPACES.
       77 W-OFF-STATUS    PIC XX         VALUE SPACES.
       77 W-OFF-FILENAME  PIC X(20)      VALUE SPACES.
       77 W-CMD-LINE      PIC X(80)      VALUE SPACES.
       77 W-CMD-WORD      PIC X(40)      VALUE SPACES.
       77 W-CMD-REST      PIC X(80)      VALUE SPACES.
      *   The three archives: file name, offload file prefix and key
      *   length, as ARCOFFL has them.
       01 W-ARCHIVE-NAMES.
           05 FILLER PIC X(23) VALUE "READSER.ARC READSER  20".
           05 FILLER PIC X(23) VALUE "ALERTS.ARC  ALERTS   22".
           05 FILLER PIC X(23) VALUE "READSTAT.STAREADSTAT 14".
       01 W-ARCHIVE-TABLE REDEFINES W-ARCHIVE-NAMES.
           05 W-ARCHIVE-ENTRY OCCURS 3.
              10 W-AN-NAME     PIC X(12).
              10 W-AN-PREFIX   PIC X(8).
              10 FILLER        PIC X.
              10 W-AN-KEYLEN   PIC 9(2).
       77 W-KIND          PIC 9          VALUE ZERO.
       77 W-YEAR          PIC 9(4)       VALUE ZERO.
      *   A detail record as read, with the fields the hash total is
      *   taken over (the same figures ARCOFFL hashes).
       01 W-IMAGE            PIC X(120)  VALUE SPACES.
       01 W-IMG-ARC REDEFINES W-IMAGE.
           05 W-IA-DATE      PIC X(8).
           05 FILLER         PIC X(32).
           05 W-IA-TEMP      PIC X(3).
           05 W-IA-HUM       PIC X(3).
           05 W-IA-AUX       PIC X(3).
           05 FILLER         PIC X(71).
       01 W-IMG-ALERT REDEFINES W-IMAGE.
           05 FILLER         PIC X(28).
           05 W-IL-DUR       PIC X(5).
           05 FILLER         PIC X(5).
           05 W-IL-WORST     PIC X(3).
           05 FILLER         PIC X(79).
       01 W-IMG-STAT REDEFINES W-IMAGE.
           05 FILLER         PIC X(14).
           05 W-IS-COUNT     PIC X(7).
           05 FILLER         PIC X(99).
       77 W-HASH-PART     PIC 9(7)       VALUE ZERO.
      *   Header and trailer as read.
       01 W-IN-HEADER.
           05 FILLER          PIC X(5).
           05 W-IH-NAME       PIC X(12).
           05 FILLER          PIC X.
           05 W-IH-YEAR       PIC X(4).
           05 FILLER          PIC X(98).
       01 W-IN-TRAILER.
           05 FILLER          PIC X(13).
           05 W-IT-COUNT      PIC X(9).
           05 FILLER          PIC X(6).
           05 W-IT-HASH       PIC X(15).
           05 FILLER          PIC X(77).
       77 W-TRAILERS      PIC 9(3)       VALUE ZERO.
       77 W-TRL-COUNT     PIC 9(9)       VALUE ZERO.
       77 W-TRL-HASH      PIC 9(15)      VALUE ZERO.
      *   Reload figures.
       77 W-READ-COUNT    PIC 9(9)       VALUE ZERO.
       77 W-READ-HASH     PIC 9(15)      VALUE ZERO.
       77 W-LOADED-COUNT  PIC 9(9)       VALUE ZERO.
       77 W-PRESENT-COUNT PIC 9(9)       VALUE ZERO.
       77 W-LIVE-COUNT    PIC 9(9)       VALUE ZERO.
       77 W-LIVE-EOF      PIC X          VALUE 'N'.
       77 W-PROVED        PIC X          VALUE 'Y'.
       77 W-LATE-DETAIL   PIC X          VALUE 'N'.
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PROCEDURE DIVISION.
       MAIN.
            PERFORM CHECK-COMMAND-LINE
            PERFORM OPEN-OFFLOAD
            PERFORM OPEN-LIVE-FILE
            PERFORM RELOAD-DETAILS
            CLOSE OFFLOAD-FILE
            PERFORM COUNT-LIVE-YEAR
            PERFORM CLOSE-LIVE-FILE
            PERFORM PROVE-RELOAD
            PERFORM PRINT-RELOAD-SUMMARY
            IF W-PROVED = 'N'
               MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       CHECK-COMMAND-LINE.
            ACCEPT W-CMD-LINE FROM COMMAND-LINE
            PERFORM UNTIL W-CMD-LINE = SPACES
               UNSTRING W-CMD-LINE DELIMITED BY ALL " "
                  INTO W-CMD-WORD W-CMD-REST
               IF W-CMD-WORD(1:6) = "/YEAR="
                  AND W-CMD-WORD(7:4) IS NUMERIC
                  MOVE W-CMD-WORD(7:4) TO W-YEAR
               END-IF
               EVALUATE W-CMD-WORD
                  WHEN "/FILE=ARC"    MOVE 1 TO W-KIND
                  WHEN "/FILE=ALERTS" MOVE 2 TO W-KIND
                  WHEN "/FILE=STA"    MOVE 3 TO W-KIND
                  WHEN OTHER          CONTINUE
               END-EVALUATE
               MOVE W-CMD-REST TO W-CMD-LINE
               MOVE SPACES     TO W-CMD-REST
            END-PERFORM

            IF W-KIND = ZERO OR W-YEAR = ZERO
               DISPLAY "*** RUN AS: ARCRELD /FILE=ARC|ALERTS|STA "
                  "/YEAR=yyyy"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF

            STRING W-AN-PREFIX (W-KIND) DELIMITED BY SPACE
                   W-YEAR                DELIMITED SIZE
                   ".OFF"                DELIMITED SIZE
                   INTO W-OFF-FILENAME
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The first line must be this archive's and this year's
      *   header, or the file is not touched.
       OPEN-OFFLOAD.
            OPEN INPUT OFFLOAD-FILE
            IF W-OFF-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN OFFLOAD FILE: "
                  W-OFF-FILENAME
               DISPLAY "*** STATUS: " W-OFF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE SPACES TO OFFLOAD-RECORD
            READ OFFLOAD-FILE
            MOVE OFFLOAD-RECORD TO W-IN-HEADER
            IF W-OFF-STATUS NOT = "00"
               OR OFFLOAD-RECORD(1:5) NOT = "*HDR "
               OR W-IH-NAME NOT = W-AN-NAME (W-KIND)
               OR W-IH-YEAR NOT = W-YEAR
               DISPLAY "*** " W-OFF-FILENAME " DOES NOT OPEN WITH THE "
                  "HEADER FOR " W-AN-NAME (W-KIND) " " W-YEAR
               CLOSE OFFLOAD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The live file is created if the archive is not there at
      *   all (a reload onto a fresh system).
       OPEN-LIVE-FILE.
            EVALUATE W-KIND
               WHEN 1
                  OPEN I-O READ-ARCHIVE
                  IF W-LIVE-STATUS = "35"
                     OPEN OUTPUT READ-ARCHIVE
                     CLOSE READ-ARCHIVE
                     OPEN I-O READ-ARCHIVE
                  END-IF
               WHEN 2
                  OPEN I-O ALERT-ARCHIVE
                  IF W-LIVE-STATUS = "35"
                     OPEN OUTPUT ALERT-ARCHIVE
                     CLOSE ALERT-ARCHIVE
                     OPEN I-O ALERT-ARCHIVE
                  END-IF
               WHEN 3
                  OPEN I-O STAT-FILE
                  IF W-LIVE-STATUS = "35"
                     OPEN OUTPUT STAT-FILE
                     CLOSE STAT-FILE
                     OPEN I-O STAT-FILE
                  END-IF
            END-EVALUATE
            IF W-LIVE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN " W-AN-NAME (W-KIND)
               DISPLAY "*** STATUS: " W-LIVE-STATUS
               CLOSE OFFLOAD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       CLOSE-LIVE-FILE.
            EVALUATE W-KIND
               WHEN 1 CLOSE READ-ARCHIVE
               WHEN 2 CLOSE ALERT-ARCHIVE
               WHEN 3 CLOSE STAT-FILE
            END-EVALUATE
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Every detail line back onto the live file; a detail after
      *   the trailer means the file has been tampered with.
       RELOAD-DETAILS.
            PERFORM UNTIL W-OFF-STATUS NOT = "00"
               READ OFFLOAD-FILE
               IF W-OFF-STATUS = "00"
                  IF OFFLOAD-RECORD(1:5) = "*TRL "
                     ADD 1 TO W-TRAILERS
                     MOVE OFFLOAD-RECORD TO W-IN-TRAILER
                  ELSE
                     IF W-TRAILERS > ZERO
                        MOVE 'Y' TO W-LATE-DETAIL
                     END-IF
                     MOVE OFFLOAD-RECORD TO W-IMAGE
                     ADD 1 TO W-READ-COUNT
                     PERFORM ADD-IMAGE-HASH
                     PERFORM WRITE-LIVE-RECORD
                  END-IF
               END-IF
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       ADD-IMAGE-HASH.
            MOVE ZERO TO W-HASH-PART
            EVALUATE W-KIND
               WHEN 1
                  IF W-IA-TEMP IS NUMERIC
                     AND W-IA-HUM IS NUMERIC
                     AND W-IA-AUX IS NUMERIC
                     COMPUTE W-HASH-PART = FUNCTION NUMVAL (W-IA-TEMP)
                        + FUNCTION NUMVAL (W-IA-HUM)
                        + FUNCTION NUMVAL (W-IA-AUX)
                  END-IF
               WHEN 2
                  IF W-IL-DUR IS NUMERIC
                     AND W-IL-WORST IS NUMERIC
                     COMPUTE W-HASH-PART = FUNCTION NUMVAL (W-IL-DUR)
                        + FUNCTION NUMVAL (W-IL-WORST)
                  END-IF
               WHEN 3
                  IF W-IS-COUNT IS NUMERIC
                     COMPUTE W-HASH-PART = FUNCTION NUMVAL (W-IS-COUNT)
                  END-IF
            END-EVALUATE
            ADD W-HASH-PART TO W-READ-HASH
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   A key already on the live file stays as the live file has
      *   it - the reload never overwrites anything.
       WRITE-LIVE-RECORD.
            EVALUATE W-KIND
               WHEN 1
                  MOVE W-IMAGE TO ARCH-RECORD
                  WRITE ARCH-RECORD
                     INVALID KEY ADD 1 TO W-PRESENT-COUNT
                     NOT INVALID KEY ADD 1 TO W-LOADED-COUNT
                  END-WRITE
               WHEN 2
                  MOVE W-IMAGE TO AARC-RECORD
                  WRITE AARC-RECORD
                     INVALID KEY ADD 1 TO W-PRESENT-COUNT
                     NOT INVALID KEY ADD 1 TO W-LOADED-COUNT
                  END-WRITE
               WHEN 3
                  MOVE W-IMAGE TO STAT-RECORD
                  WRITE STAT-RECORD
                     INVALID KEY ADD 1 TO W-PRESENT-COUNT
                     NOT INVALID KEY ADD 1 TO W-LOADED-COUNT
                  END-WRITE
            END-EVALUATE
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The year as the live file now holds it.
       COUNT-LIVE-YEAR.
            MOVE 'N' TO W-LIVE-EOF
            EVALUATE W-KIND
               WHEN 1
                  MOVE LOW-VALUES TO ARC-KEY
                  COMPUTE ARC-DATE = W-YEAR * 10000
                  START READ-ARCHIVE KEY NOT < ARC-KEY
                     INVALID KEY MOVE 'Y' TO W-LIVE-EOF
                  END-START
               WHEN 2
                  MOVE LOW-VALUES TO AARC-KEY
                  COMPUTE AARC-DATE = W-YEAR * 10000
                  START ALERT-ARCHIVE KEY NOT < AARC-KEY
                     INVALID KEY MOVE 'Y' TO W-LIVE-EOF
                  END-START
               WHEN 3
                  MOVE LOW-VALUES TO STAT-KEY
                  COMPUTE STAT-DATE = W-YEAR * 10000
                  START STAT-FILE KEY NOT < STAT-KEY
                     INVALID KEY MOVE 'Y' TO W-LIVE-EOF
                  END-START
            END-EVALUATE
            PERFORM UNTIL W-LIVE-EOF = 'Y'
               EVALUATE W-KIND
                  WHEN 1
                     READ READ-ARCHIVE NEXT RECORD
                        AT END MOVE 'Y' TO W-LIVE-EOF
                     END-READ
                     MOVE ARCH-RECORD TO W-IMAGE
                  WHEN 2
                     READ ALERT-ARCHIVE NEXT RECORD
                        AT END MOVE 'Y' TO W-LIVE-EOF
                     END-READ
                     MOVE AARC-RECORD TO W-IMAGE
                  WHEN 3
                     READ STAT-FILE NEXT RECORD
                        AT END MOVE 'Y' TO W-LIVE-EOF
                     END-READ
                     MOVE STAT-RECORD TO W-IMAGE
               END-EVALUATE
               IF W-LIVE-EOF = 'N'
                  IF W-IMAGE(1:4) = W-YEAR
                     ADD 1 TO W-LIVE-COUNT
                  ELSE
                     MOVE 'Y' TO W-LIVE-EOF
                  END-IF
               END-IF
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Proved when there is exactly one trailer, nothing after it,
      *   its count and hash equal what was read, every record read
      *   either went on or was already there, and the live file now
      *   holds at least the trailer's count for the year.
       PROVE-RELOAD.
            IF W-TRAILERS NOT = 1
               OR W-LATE-DETAIL = 'Y'
               OR W-IT-COUNT IS NOT NUMERIC
               OR W-IT-HASH  IS NOT NUMERIC
               MOVE 'N' TO W-PROVED
            ELSE
               MOVE W-IT-COUNT TO W-TRL-COUNT
               MOVE W-IT-HASH  TO W-TRL-HASH
               IF W-TRL-COUNT NOT = W-READ-COUNT
                  OR W-TRL-HASH NOT = W-READ-HASH
                  OR W-LOADED-COUNT + W-PRESENT-COUNT
                     NOT = W-READ-COUNT
                  OR W-LIVE-COUNT < W-TRL-COUNT
                  MOVE 'N' TO W-PROVED
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PRINT-RELOAD-SUMMARY.
            DISPLAY "*************************************"
            DISPLAY " ARCRELD - ARCHIVE RELOAD            "
            DISPLAY "*************************************"
            DISPLAY " OFFLOAD FILE   : " W-OFF-FILENAME
            DISPLAY " ARCHIVE        : " W-AN-NAME (W-KIND)
            DISPLAY " TRAILER COUNT  : " W-TRL-COUNT
            DISPLAY " RECORDS READ   : " W-READ-COUNT
            DISPLAY " RELOADED       : " W-LOADED-COUNT
            DISPLAY " ALREADY LIVE   : " W-PRESENT-COUNT
            DISPLAY " YEAR ON LIVE   : " W-LIVE-COUNT
            IF W-PROVED = 'Y'
               DISPLAY " COUNTS PROVE   : YES"
            ELSE
               DISPLAY " COUNTS PROVE   : *** NO ***"
            END-IF
            DISPLAY "*************************************"
            .
