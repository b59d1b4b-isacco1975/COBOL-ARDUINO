       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "ARCOFFL",  is initial.
       AUTHOR.        Isaac Garcia Peveri.
       REMARKS.       Written in AcuCobol 7.0.0
      ******************************************************************
      * Year-end offload of the indexed archives LOGPURGE does not    *
      * look after - READSER.ARC, ALERTS.ARC and READSTAT.STA: every  *
      * record dated before the retention cut-off year is moved out   *
      * into a yearly sequential offload file per archive and year    *
      * (READSERyyyy.OFF, ALERTSyyyy.OFF, READSTATyyyy.OFF), behind   *
      * a header line naming the archive and year and ahead of a      *
      * trailer carrying the record count and a hash total.  The      *
      * offload file is read back and proved against its trailer      *
      * before a single record is deleted from the live file; a year  *
      * that does not prove stays on the live file untouched.         *
      * A year already offloaded (say, reloaded with ARCRELD for an   *
      * audit and now going back) is merged by key with its existing  *
      * offload file, so a record is never offloaded twice.           *
      * Every run ends with the inventory: for each archive and year, *
      * how many records are on the live file, how many in the        *
      * offload file and whether that file proves, with offload       *
      * years past the seven-year retention marked.                   *
      * Run as:  ARCOFFL /BEFORE=yyyy /YEAR=yyyy /FILE=ARC|ALERTS|STA *
      *          ARCOFFL /INVENTORY                                   *
      * (default: every archive, every year before last year, so the  *
      * live files keep this year and last; /YEAR= offloads one year  *
      * only; /INVENTORY prints the inventory and moves nothing)      *
      * The report is written to ARCOFFLyyyymmdd.RPT.                 *
      ******************************************************************
      * 2026-10-15  First version, so the live archives stop growing  *
      *             and every reorganization stops taking longer.     *
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
           SELECT NEW-OFFLOAD ASSIGN TO W-NEW-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-NEW-STATUS.
           SELECT REPORT-FILE ASSIGN TO W-RPT-FILENAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS W-RPT-STATUS.
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
       FD  NEW-OFFLOAD.
       01  NEW-OFFLOAD-RECORD PIC X(120).
      *
       FD  REPORT-FILE.
       01  REPORT-RECORD     PIC X(110).
      *
       WORKING-STORAGE SECTION.
       77 W-LIVE-STATUS   PIC XX         VALUE SPACES.
       77 W-OFF-STATUS    PIC XX         VALUE SPACES.
       77 W-NEW-STATUS    PIC XX         VALUE SPACES.
       77 W-RPT-STATUS    PIC XX         VALUE SPACES.
       77 W-OFF-FILENAME  PIC X(20)      VALUE SPACES.
       77 W-NEW-FILENAME  PIC X(20)      VALUE SPACES.
       77 W-RPT-FILENAME  PIC X(20)      VALUE SPACES.
       77 W-CMD-LINE      PIC X(80)      VALUE SPACES.
       77 W-CMD-WORD      PIC X(40)      VALUE SPACES.
       77 W-CMD-REST      PIC X(80)      VALUE SPACES.
       77 W-TODAY         PIC 9(8)       VALUE ZERO.
       77 W-NOW-TIME      PIC 9(8)       VALUE ZERO.
       77 W-THIS-YEAR     PIC 9(4)       VALUE ZERO.
      *   What this run does.
       77 W-BEFORE-YEAR   PIC 9(4)       VALUE ZERO.
       77 W-ONE-YEAR      PIC 9(4)       VALUE ZERO.
       77 W-ONLY-FILE     PIC 9          VALUE ZERO.
       77 W-INVENTORY-ONLY PIC X         VALUE 'N'.
       77 W-RETAIN-YEARS  PIC 9(2)       VALUE 7.
      *   The three archives: file name, offload file prefix and key
      *   length (every key leads with the yyyymmdd date).
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
       77 W-KEY-LEN       PIC 9(2)       VALUE ZERO.
       77 W-YEAR          PIC 9(4)       VALUE ZERO.
       77 W-FIRST-YEAR    PIC 9(4)       VALUE ZERO.
       77 W-LAST-YEAR     PIC 9(4)       VALUE ZERO.
      *   A record image as it goes to or comes from an offload file,
      *   with the fields the hash total is taken over.
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
      *   Both sides of the merge.
       77 W-OLD-IMAGE     PIC X(120)     VALUE SPACES.
       77 W-LIVE-IMAGE    PIC X(120)     VALUE SPACES.
       77 W-OLD-EOF       PIC X          VALUE 'N'.
       77 W-LIVE-EOF      PIC X          VALUE 'N'.
      *   Offload file header and trailer lines.
       01 W-HEADER-LINE.
           05 FILLER          PIC X(5)   VALUE "*HDR ".
           05 W-HL-NAME       PIC X(12).
           05 FILLER          PIC X      VALUE SPACE.
           05 W-HL-YEAR       PIC 9(4).
           05 FILLER          PIC X(11)  VALUE " OFFLOADED ".
           05 W-HL-STAMP      PIC X(14).
       01 W-TRAILER-LINE.
           05 FILLER          PIC X(13)  VALUE "*TRL RECORDS=".
           05 W-TL-COUNT      PIC 9(9).
           05 FILLER          PIC X(6)   VALUE " HASH=".
           05 W-TL-HASH       PIC 9(15).
      *   The same two lines as read back from a file being proved.
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
       77 W-SAVE-FILENAME PIC X(20)      VALUE SPACES.
       77 W-INV-YEAR      PIC 9(4)       VALUE ZERO.
      *   Figures for one archive and year.
       77 W-LIVE-COUNT    PIC 9(9)       VALUE ZERO.
       77 W-OLD-EXISTS    PIC X          VALUE 'N'.
       77 W-PROVE-OK      PIC X          VALUE 'N'.
       77 W-PROVE-COUNT   PIC 9(9)       VALUE ZERO.
       77 W-PROVE-HASH    PIC 9(15)      VALUE ZERO.
       77 W-PROVE-TRAILERS PIC 9(3)      VALUE ZERO.
       77 W-OLD-COUNT     PIC 9(9)       VALUE ZERO.
       77 W-NEW-COUNT     PIC 9(9)       VALUE ZERO.
       77 W-NEW-HASH      PIC 9(15)      VALUE ZERO.
       77 W-BOTH-COUNT    PIC 9(9)       VALUE ZERO.
       77 W-DELETED-COUNT PIC 9(9)       VALUE ZERO.
       77 W-EXPECT-COUNT  PIC 9(9)       VALUE ZERO.
       77 W-OUTCOME       PIC X(40)      VALUE SPACES.
       77 W-FILE-TYPE     PIC X          VALUE "S".
       77 W-RENAME-RC     PIC S9(9) COMP-5 VALUE ZERO.
      *   Run totals.
       77 W-TOT-YEARS     PIC 9(3)       VALUE ZERO.
       77 W-TOT-MOVED     PIC 9(9)       VALUE ZERO.
       77 W-TOT-FAILED    PIC 9(3)       VALUE ZERO.
      *   Inventory: live records per year, years 2000-2099.
       01 W-LIVE-YEARS.
           05 W-LY-COUNT PIC 9(9) OCCURS 100.
       77 W-YX            PIC 9(3) COMP  VALUE ZERO.
       77 W-INV-LINES     PIC 9(3)       VALUE ZERO.
      *   Report lines.
       01 W-HEADING-1.
           05 FILLER          PIC X(34)
              VALUE "ARCOFFL - ARCHIVE OFFLOAD         ".
           05 W-H1-DATE       PIC 9(8).
           05 FILLER          PIC X(9)   VALUE "  BEFORE=".
           05 W-H1-BEFORE     PIC 9(4).
       01 W-OFFLOAD-HEAD.
           05 FILLER          PIC X(38)
              VALUE "ARCHIVE      YEAR    ON LIVE  OLD OFFL".
           05 FILLER          PIC X(38)
              VALUE "OAD  NEW OFFLOAD    DELETED  OUTCOME  ".
       01 W-OFFLOAD-LINE.
           05 W-OL-NAME       PIC X(12).
           05 FILLER          PIC X      VALUE SPACE.
           05 W-OL-YEAR       PIC 9(4).
           05 FILLER          PIC X      VALUE SPACE.
           05 W-OL-LIVE       PIC Z(9)9.
           05 FILLER          PIC X      VALUE SPACE.
           05 W-OL-OLD        PIC Z(9)9.
           05 FILLER          PIC X      VALUE SPACE.
           05 W-OL-NEW        PIC Z(9)9.
           05 FILLER          PIC X      VALUE SPACE.
           05 W-OL-DELETED    PIC Z(9)9.
           05 FILLER          PIC X(2)   VALUE SPACES.
           05 W-OL-OUTCOME    PIC X(40).
       01 W-INVENTORY-HEAD.
           05 FILLER          PIC X(38)
              VALUE "ARCHIVE      YEAR    ON LIVE  IN OFFLO".
           05 FILLER          PIC X(38)
              VALUE "AD  OFFLOAD FILE         STATE        ".
       01 W-INVENTORY-LINE.
           05 W-IV-NAME       PIC X(12).
           05 FILLER          PIC X      VALUE SPACE.
           05 W-IV-YEAR       PIC 9(4).
           05 FILLER          PIC X      VALUE SPACE.
           05 W-IV-LIVE       PIC Z(9)9.
           05 FILLER          PIC X      VALUE SPACE.
           05 W-IV-OFF        PIC Z(9)9.
           05 FILLER          PIC X(2)   VALUE SPACES.
           05 W-IV-FILE       PIC X(20).
           05 FILLER          PIC X      VALUE SPACE.
           05 W-IV-STATE      PIC X(36).
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PROCEDURE DIVISION.
       MAIN.
            PERFORM CHECK-COMMAND-LINE
            PERFORM OPEN-REPORT
            IF W-INVENTORY-ONLY = 'N'
               WRITE REPORT-RECORD FROM W-OFFLOAD-HEAD
               PERFORM VARYING W-KIND FROM 1 BY 1 UNTIL W-KIND > 3
                  IF W-ONLY-FILE = ZERO OR W-ONLY-FILE = W-KIND
                     PERFORM OFFLOAD-ONE-ARCHIVE
                  END-IF
               END-PERFORM
               MOVE SPACES TO REPORT-RECORD
               STRING "YEARS OFFLOADED: " W-TOT-YEARS
                      "  RECORDS MOVED: " W-TOT-MOVED
                      "  YEARS FAILED: "  W-TOT-FAILED
                      DELIMITED SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
            END-IF
            PERFORM PRINT-INVENTORY
            CLOSE REPORT-FILE
            IF W-TOT-FAILED > ZERO
               MOVE 8 TO RETURN-CODE
            END-IF
            DISPLAY "ARCOFFL: " W-TOT-YEARS " YEAR(S) OFFLOADED, "
               W-TOT-MOVED " RECORD(S), " W-TOT-FAILED
               " FAILED, REPORT IN " W-RPT-FILENAME
            STOP RUN
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   /BEFORE=yyyy offloads every year before yyyy; it can be no
      *   later than this year, so the year READSER is writing never
      *   leaves the live file.  /YEAR=yyyy offloads that year only.
       CHECK-COMMAND-LINE.
            ACCEPT W-TODAY    FROM DATE YYYYMMDD
            ACCEPT W-NOW-TIME FROM TIME
            COMPUTE W-THIS-YEAR   = W-TODAY / 10000
            COMPUTE W-BEFORE-YEAR = W-THIS-YEAR - 1

            ACCEPT W-CMD-LINE FROM COMMAND-LINE
            PERFORM UNTIL W-CMD-LINE = SPACES
               UNSTRING W-CMD-LINE DELIMITED BY ALL " "
                  INTO W-CMD-WORD W-CMD-REST
               IF W-CMD-WORD(1:8) = "/BEFORE="
                  AND W-CMD-WORD(9:4) IS NUMERIC
                  MOVE W-CMD-WORD(9:4) TO W-BEFORE-YEAR
               END-IF
               IF W-CMD-WORD(1:6) = "/YEAR="
                  AND W-CMD-WORD(7:4) IS NUMERIC
                  MOVE W-CMD-WORD(7:4) TO W-ONE-YEAR
               END-IF
               EVALUATE W-CMD-WORD
                  WHEN "/FILE=ARC"    MOVE 1 TO W-ONLY-FILE
                  WHEN "/FILE=ALERTS" MOVE 2 TO W-ONLY-FILE
                  WHEN "/FILE=STA"    MOVE 3 TO W-ONLY-FILE
                  WHEN "/INVENTORY"   MOVE 'Y' TO W-INVENTORY-ONLY
                  WHEN OTHER          CONTINUE
               END-EVALUATE
               MOVE W-CMD-REST TO W-CMD-LINE
               MOVE SPACES     TO W-CMD-REST
            END-PERFORM

            IF W-BEFORE-YEAR > W-THIS-YEAR
               DISPLAY "*** /BEFORE= CANNOT BE LATER THAN "
                  W-THIS-YEAR
               STOP RUN
            END-IF
            IF W-ONE-YEAR NOT = ZERO
               AND W-ONE-YEAR NOT < W-THIS-YEAR
               DISPLAY "*** /YEAR= MUST BE BEFORE " W-THIS-YEAR
               STOP RUN
            END-IF

            STRING "ARCOFFL" W-TODAY ".RPT" DELIMITED SIZE
               INTO W-RPT-FILENAME
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       OPEN-REPORT.
            OPEN OUTPUT REPORT-FILE
            IF W-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN REPORT: " W-RPT-FILENAME
               DISPLAY "*** STATUS: " W-RPT-STATUS
               STOP RUN
            END-IF
            MOVE W-TODAY       TO W-H1-DATE
            MOVE W-BEFORE-YEAR TO W-H1-BEFORE
            WRITE REPORT-RECORD FROM W-HEADING-1
            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   One archive: the years to offload run from the oldest
      *   record on the live file up to the cut-off (or the one year
      *   asked for).
       OFFLOAD-ONE-ARCHIVE.
            MOVE W-AN-KEYLEN (W-KIND) TO W-KEY-LEN
            PERFORM OPEN-LIVE-FILE
            IF W-LIVE-STATUS NOT = "00"
               MOVE SPACES TO W-OFFLOAD-LINE
               MOVE W-AN-NAME (W-KIND) TO W-OL-NAME
               MOVE "NOT PRESENT - NOTHING TO OFFLOAD"
                  TO W-OL-OUTCOME
               WRITE REPORT-RECORD FROM W-OFFLOAD-LINE
            ELSE
               IF W-ONE-YEAR NOT = ZERO
                  MOVE W-ONE-YEAR TO W-FIRST-YEAR W-LAST-YEAR
               ELSE
                  MOVE ZERO TO W-YEAR
                  PERFORM START-LIVE-AT-YEAR
                  PERFORM READ-LIVE-NEXT
                  IF W-LIVE-EOF = 'Y'
                     MOVE 9999 TO W-FIRST-YEAR
                  ELSE
                     MOVE W-LIVE-IMAGE(1:4) TO W-FIRST-YEAR
                  END-IF
                  COMPUTE W-LAST-YEAR = W-BEFORE-YEAR - 1
               END-IF
               PERFORM VARYING W-YEAR FROM W-FIRST-YEAR BY 1
                  UNTIL W-YEAR > W-LAST-YEAR
                  PERFORM OFFLOAD-ONE-YEAR
               END-PERFORM
               PERFORM CLOSE-LIVE-FILE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   One archive and year, in the order that keeps the data
      *   safe at every step: merge into a .NEW file, prove it, swap
      *   it in as the .OFF file, and only then delete from the live
      *   file.  Any step that fails stops the year there.
       OFFLOAD-ONE-YEAR.
            PERFORM BUILD-OFFLOAD-NAMES
            PERFORM COUNT-LIVE-YEAR
            MOVE ZERO   TO W-OLD-COUNT W-NEW-COUNT W-BOTH-COUNT
                           W-DELETED-COUNT
            MOVE SPACES TO W-OUTCOME
            IF W-LIVE-COUNT > ZERO
               PERFORM PROVE-OFFLOAD
               IF W-OLD-EXISTS = 'Y' AND W-PROVE-OK = 'N'
                  MOVE "EXISTING .OFF DOES NOT PROVE - KEPT LIVE"
                     TO W-OUTCOME
               ELSE
                  MOVE W-PROVE-COUNT TO W-OLD-COUNT
                  PERFORM MERGE-INTO-NEW
                  PERFORM PROVE-NEW-OFFLOAD
               END-IF
               IF W-OUTCOME = SPACES
                  PERFORM SWAP-IN-NEW-OFFLOAD
               END-IF
               IF W-OUTCOME = SPACES
                  PERFORM DELETE-LIVE-YEAR
               END-IF
               IF W-OUTCOME = SPACES
                  MOVE "OFFLOADED AND PROVED" TO W-OUTCOME
                  ADD 1 TO W-TOT-YEARS
                  ADD W-DELETED-COUNT TO W-TOT-MOVED
               ELSE
                  ADD 1 TO W-TOT-FAILED
               END-IF
               PERFORM WRITE-OFFLOAD-LINE
            ELSE
               IF W-ONE-YEAR NOT = ZERO
                  MOVE "NO RECORDS FOR THIS YEAR ON LIVE FILE"
                     TO W-OUTCOME
                  PERFORM WRITE-OFFLOAD-LINE
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       BUILD-OFFLOAD-NAMES.
            MOVE SPACES TO W-OFF-FILENAME W-NEW-FILENAME
            STRING W-AN-PREFIX (W-KIND) DELIMITED BY SPACE
                   W-YEAR                DELIMITED SIZE
                   ".OFF"                DELIMITED SIZE
                   INTO W-OFF-FILENAME
            STRING W-AN-PREFIX (W-KIND) DELIMITED BY SPACE
                   W-YEAR                DELIMITED SIZE
                   ".NEW"                DELIMITED SIZE
                   INTO W-NEW-FILENAME
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       COUNT-LIVE-YEAR.
            MOVE ZERO TO W-LIVE-COUNT
            PERFORM START-LIVE-AT-YEAR
            PERFORM READ-LIVE-NEXT
            PERFORM UNTIL W-LIVE-EOF = 'Y'
               ADD 1 TO W-LIVE-COUNT
               PERFORM READ-LIVE-NEXT
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Read the offload file named in W-OFF-FILENAME end to end:
      *   it proves when it opens with the header for this archive
      *   and year, closes with exactly one trailer, and the details
      *   between agree with the trailer's count and hash.
       PROVE-OFFLOAD.
            MOVE 'N'  TO W-OLD-EXISTS W-PROVE-OK
            MOVE ZERO TO W-PROVE-COUNT W-PROVE-HASH W-PROVE-TRAILERS
            OPEN INPUT OFFLOAD-FILE
            IF W-OFF-STATUS = "00"
               MOVE 'Y' TO W-OLD-EXISTS
               MOVE SPACES TO W-IN-TRAILER
               READ OFFLOAD-FILE
               MOVE OFFLOAD-RECORD TO W-IN-HEADER
               IF W-OFF-STATUS = "00"
                  AND OFFLOAD-RECORD(1:5) = "*HDR "
                  AND W-IH-NAME = W-AN-NAME (W-KIND)
                  AND W-IH-YEAR = W-YEAR
                  MOVE 'Y' TO W-PROVE-OK
               END-IF
               PERFORM UNTIL W-OFF-STATUS NOT = "00"
                  READ OFFLOAD-FILE
                  IF W-OFF-STATUS = "00"
                     IF OFFLOAD-RECORD(1:5) = "*TRL "
                        ADD 1 TO W-PROVE-TRAILERS
                        MOVE OFFLOAD-RECORD TO W-IN-TRAILER
                     ELSE
                        IF W-PROVE-TRAILERS > ZERO
                           MOVE 'N' TO W-PROVE-OK
                        END-IF
                        ADD 1 TO W-PROVE-COUNT
                        MOVE OFFLOAD-RECORD TO W-IMAGE
                        PERFORM ADD-IMAGE-HASH
                     END-IF
                  END-IF
               END-PERFORM
               CLOSE OFFLOAD-FILE
               IF W-PROVE-TRAILERS NOT = 1
                  OR W-IT-COUNT IS NOT NUMERIC
                  OR W-IT-HASH  IS NOT NUMERIC
                  MOVE 'N' TO W-PROVE-OK
               ELSE
                  MOVE W-IT-COUNT TO W-TL-COUNT
                  MOVE W-IT-HASH  TO W-TL-HASH
                  IF W-TL-COUNT NOT = W-PROVE-COUNT
                     OR W-TL-HASH NOT = W-PROVE-HASH
                     MOVE 'N' TO W-PROVE-OK
                  END-IF
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The hash total: the reading values for READSER.ARC, the
      *   duration and worst value for ALERTS.ARC, the reading count
      *   for READSTAT.STA - figures a dropped or mangled record
      *   would change.
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
            ADD W-HASH-PART TO W-PROVE-HASH
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Both sides arrive in key order, so a straight merge builds
      *   the new file: a key on both sides (a year reloaded and now
      *   going back) is written once, from the live file.
       MERGE-INTO-NEW.
            OPEN OUTPUT NEW-OFFLOAD
            IF W-NEW-STATUS NOT = "00"
               MOVE "UNABLE TO CREATE .NEW FILE - KEPT LIVE"
                  TO W-OUTCOME
            ELSE
               MOVE W-AN-NAME (W-KIND) TO W-HL-NAME
               MOVE W-YEAR             TO W-HL-YEAR
               STRING W-TODAY W-NOW-TIME(1:6) DELIMITED SIZE
                  INTO W-HL-STAMP
               WRITE NEW-OFFLOAD-RECORD FROM W-HEADER-LINE
               MOVE ZERO TO W-PROVE-COUNT W-PROVE-HASH

               MOVE 'Y' TO W-OLD-EOF
               IF W-OLD-EXISTS = 'Y'
                  OPEN INPUT OFFLOAD-FILE
                  MOVE 'N' TO W-OLD-EOF
                  PERFORM READ-OLD-DETAIL
               END-IF
               PERFORM START-LIVE-AT-YEAR
               PERFORM READ-LIVE-NEXT

               PERFORM UNTIL W-OLD-EOF = 'Y' AND W-LIVE-EOF = 'Y'
                  EVALUATE TRUE
                     WHEN W-OLD-EOF = 'Y'
                        MOVE W-LIVE-IMAGE TO W-IMAGE
                        PERFORM WRITE-NEW-DETAIL
                        PERFORM READ-LIVE-NEXT
                     WHEN W-LIVE-EOF = 'Y'
                        MOVE W-OLD-IMAGE TO W-IMAGE
                        PERFORM WRITE-NEW-DETAIL
                        PERFORM READ-OLD-DETAIL
                     WHEN W-OLD-IMAGE(1:W-KEY-LEN)
                          < W-LIVE-IMAGE(1:W-KEY-LEN)
                        MOVE W-OLD-IMAGE TO W-IMAGE
                        PERFORM WRITE-NEW-DETAIL
                        PERFORM READ-OLD-DETAIL
                     WHEN W-OLD-IMAGE(1:W-KEY-LEN)
                          > W-LIVE-IMAGE(1:W-KEY-LEN)
                        MOVE W-LIVE-IMAGE TO W-IMAGE
                        PERFORM WRITE-NEW-DETAIL
                        PERFORM READ-LIVE-NEXT
                     WHEN OTHER
                        MOVE W-LIVE-IMAGE TO W-IMAGE
                        PERFORM WRITE-NEW-DETAIL
                        ADD 1 TO W-BOTH-COUNT
                        PERFORM READ-LIVE-NEXT
                        PERFORM READ-OLD-DETAIL
                  END-EVALUATE
               END-PERFORM

               IF W-OLD-EXISTS = 'Y'
                  CLOSE OFFLOAD-FILE
               END-IF
               MOVE W-PROVE-COUNT TO W-TL-COUNT W-NEW-COUNT
               MOVE W-PROVE-HASH  TO W-TL-HASH  W-NEW-HASH
               WRITE NEW-OFFLOAD-RECORD FROM W-TRAILER-LINE
               CLOSE NEW-OFFLOAD
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       READ-OLD-DETAIL.
            MOVE SPACES TO W-OLD-IMAGE
            PERFORM UNTIL W-OLD-EOF = 'Y' OR W-OLD-IMAGE NOT = SPACES
               READ OFFLOAD-FILE
                  AT END MOVE 'Y' TO W-OLD-EOF
               END-READ
               IF W-OLD-EOF = 'N'
                  AND OFFLOAD-RECORD(1:1) NOT = "*"
                  MOVE OFFLOAD-RECORD TO W-OLD-IMAGE
               END-IF
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       WRITE-NEW-DETAIL.
            WRITE NEW-OFFLOAD-RECORD FROM W-IMAGE
            ADD 1 TO W-PROVE-COUNT
            PERFORM ADD-IMAGE-HASH
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The new file must prove on its own and hold exactly the old
      *   offload plus the live year, less the keys both had.
       PROVE-NEW-OFFLOAD.
            IF W-OUTCOME = SPACES
               MOVE W-OFF-FILENAME  TO W-SAVE-FILENAME
               MOVE W-NEW-FILENAME  TO W-OFF-FILENAME
               PERFORM PROVE-OFFLOAD
               MOVE W-SAVE-FILENAME TO W-OFF-FILENAME
               COMPUTE W-EXPECT-COUNT =
                  W-OLD-COUNT + W-LIVE-COUNT - W-BOTH-COUNT
               IF W-PROVE-OK = 'N'
                  OR W-PROVE-COUNT NOT = W-EXPECT-COUNT
                  OR W-PROVE-COUNT NOT = W-NEW-COUNT
                  OR W-PROVE-HASH  NOT = W-NEW-HASH
                  MOVE ".NEW FILE DOES NOT PROVE - KEPT LIVE"
                     TO W-OUTCOME
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   The proved .NEW file replaces the .OFF file.
       SWAP-IN-NEW-OFFLOAD.
            IF W-OLD-EXISTS = 'Y'
               CALL "C$DELETE" USING W-OFF-FILENAME, W-FILE-TYPE
                               GIVING W-RENAME-RC
               IF W-RENAME-RC NOT = ZERO
                  MOVE "COULD NOT REPLACE .OFF - SEE .NEW, KEPT LIVE"
                     TO W-OUTCOME
               END-IF
            END-IF
            IF W-OUTCOME = SPACES
               CALL "C$RENAME" USING W-NEW-FILENAME, W-OFF-FILENAME
                               GIVING W-RENAME-RC
               IF W-RENAME-RC NOT = ZERO
                  MOVE "COULD NOT RENAME .NEW TO .OFF - KEPT LIVE"
                     TO W-OUTCOME
               END-IF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Delete the year from the live file, repositioning on the
      *   year's first key before each read so nothing depends on
      *   where a delete leaves the file pointer.
       DELETE-LIVE-YEAR.
            MOVE 'N' TO W-LIVE-EOF
            PERFORM UNTIL W-LIVE-EOF = 'Y'
               PERFORM START-LIVE-AT-YEAR
               PERFORM READ-LIVE-NEXT
               IF W-LIVE-EOF = 'N'
                  PERFORM DELETE-LIVE-RECORD
                  IF W-LIVE-STATUS = "00"
                     ADD 1 TO W-DELETED-COUNT
                  ELSE
                     MOVE 'Y' TO W-LIVE-EOF
                  END-IF
               END-IF
            END-PERFORM
            IF W-DELETED-COUNT NOT = W-LIVE-COUNT
               MOVE "DELETE COUNT DIFFERS FROM LIVE COUNT"
                  TO W-OUTCOME
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       WRITE-OFFLOAD-LINE.
            MOVE W-AN-NAME (W-KIND) TO W-OL-NAME
            MOVE W-YEAR             TO W-OL-YEAR
            MOVE W-LIVE-COUNT       TO W-OL-LIVE
            MOVE W-OLD-COUNT        TO W-OL-OLD
            MOVE W-NEW-COUNT        TO W-OL-NEW
            MOVE W-DELETED-COUNT    TO W-OL-DELETED
            MOVE W-OUTCOME          TO W-OL-OUTCOME
            WRITE REPORT-RECORD FROM W-OFFLOAD-LINE
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Live-file access for whichever archive W-KIND names.
       OPEN-LIVE-FILE.
            EVALUATE W-KIND
               WHEN 1 OPEN I-O READ-ARCHIVE
               WHEN 2 OPEN I-O ALERT-ARCHIVE
               WHEN 3 OPEN I-O STAT-FILE
            END-EVALUATE
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       OPEN-LIVE-INPUT.
            EVALUATE W-KIND
               WHEN 1 OPEN INPUT READ-ARCHIVE
               WHEN 2 OPEN INPUT ALERT-ARCHIVE
               WHEN 3 OPEN INPUT STAT-FILE
            END-EVALUATE
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
      *   Position on the first key of W-YEAR (year zero = the very
      *   start of the file).
       START-LIVE-AT-YEAR.
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
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Next live record into W-LIVE-IMAGE; end of file, or a year
      *   past W-YEAR when a year is being worked, sets W-LIVE-EOF.
       READ-LIVE-NEXT.
            IF W-LIVE-EOF = 'N'
               EVALUATE W-KIND
                  WHEN 1
                     READ READ-ARCHIVE NEXT RECORD
                        AT END MOVE 'Y' TO W-LIVE-EOF
                     END-READ
                     MOVE ARCH-RECORD TO W-LIVE-IMAGE
                  WHEN 2
                     READ ALERT-ARCHIVE NEXT RECORD
                        AT END MOVE 'Y' TO W-LIVE-EOF
                     END-READ
                     MOVE AARC-RECORD TO W-LIVE-IMAGE
                  WHEN 3
                     READ STAT-FILE NEXT RECORD
                        AT END MOVE 'Y' TO W-LIVE-EOF
                     END-READ
                     MOVE STAT-RECORD TO W-LIVE-IMAGE
               END-EVALUATE
            END-IF
            IF W-LIVE-EOF = 'N'
               AND W-YEAR NOT = ZERO
               AND W-LIVE-IMAGE(1:4) NOT = W-YEAR
               MOVE 'Y' TO W-LIVE-EOF
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       DELETE-LIVE-RECORD.
            EVALUATE W-KIND
               WHEN 1 DELETE READ-ARCHIVE  RECORD
               WHEN 2 DELETE ALERT-ARCHIVE RECORD
               WHEN 3 DELETE STAT-FILE     RECORD
            END-EVALUATE
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   Where every year lives: the live file counted by year, and
      *   an offload file looked for (and proved) for every year from
      *   2000 to this one.  A year on both is one reloaded for an
      *   audit; an offload older than the retention period can be
      *   taken off the system by hand.
       PRINT-INVENTORY.
            MOVE "INVENTORY OF LIVE AND OFFLOADED YEARS:"
               TO REPORT-RECORD
            WRITE REPORT-RECORD
            WRITE REPORT-RECORD FROM W-INVENTORY-HEAD
            PERFORM VARYING W-KIND FROM 1 BY 1 UNTIL W-KIND > 3
               PERFORM INVENTORY-ONE-ARCHIVE
            END-PERFORM
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       INVENTORY-ONE-ARCHIVE.
            INITIALIZE W-LIVE-YEARS
            MOVE ZERO TO W-INV-LINES
            PERFORM OPEN-LIVE-INPUT
            IF W-LIVE-STATUS = "00"
               MOVE ZERO TO W-YEAR
               PERFORM START-LIVE-AT-YEAR
               PERFORM READ-LIVE-NEXT
               PERFORM UNTIL W-LIVE-EOF = 'Y'
                  IF W-LIVE-IMAGE(1:4) IS NUMERIC
                     MOVE W-LIVE-IMAGE(1:4) TO W-INV-YEAR
                     IF W-INV-YEAR > 1999 AND W-INV-YEAR < 2100
                        COMPUTE W-YX = W-INV-YEAR - 1999
                        ADD 1 TO W-LY-COUNT (W-YX)
                     END-IF
                  END-IF
                  PERFORM READ-LIVE-NEXT
               END-PERFORM
               PERFORM CLOSE-LIVE-FILE
            END-IF

            PERFORM VARYING W-YEAR FROM 2000 BY 1
               UNTIL W-YEAR > W-THIS-YEAR
               COMPUTE W-YX = W-YEAR - 1999
               PERFORM BUILD-OFFLOAD-NAMES
               PERFORM PROVE-OFFLOAD
               IF W-LY-COUNT (W-YX) > ZERO OR W-OLD-EXISTS = 'Y'
                  PERFORM WRITE-INVENTORY-LINE
               END-IF
            END-PERFORM
            MOVE ZERO TO W-YEAR
            IF W-INV-LINES = ZERO
               MOVE SPACES TO W-INVENTORY-LINE
               MOVE W-AN-NAME (W-KIND) TO W-IV-NAME
               MOVE "NO RECORDS ANYWHERE" TO W-IV-STATE
               WRITE REPORT-RECORD FROM W-INVENTORY-LINE
            END-IF
            .

      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       WRITE-INVENTORY-LINE.
            ADD 1 TO W-INV-LINES
            MOVE W-AN-NAME (W-KIND) TO W-IV-NAME
            MOVE W-YEAR             TO W-IV-YEAR
            MOVE W-LY-COUNT (W-YX)  TO W-IV-LIVE
            MOVE SPACES             TO W-IV-FILE W-IV-STATE
            MOVE ZERO               TO W-IV-OFF
            EVALUATE TRUE
               WHEN W-OLD-EXISTS = 'N'
                  MOVE "LIVE ONLY" TO W-IV-STATE
               WHEN W-PROVE-OK = 'N'
                  MOVE W-OFF-FILENAME TO W-IV-FILE
                  MOVE "*** OFFLOAD DOES NOT PROVE" TO W-IV-STATE
               WHEN W-LY-COUNT (W-YX) > ZERO
                  MOVE W-OFF-FILENAME TO W-IV-FILE
                  MOVE W-PROVE-COUNT  TO W-IV-OFF
                  MOVE "OFFLOADED, ALSO RELOADED ON LIVE"
                     TO W-IV-STATE
               WHEN W-YEAR < W-THIS-YEAR - W-RETAIN-YEARS
                  MOVE W-OFF-FILENAME TO W-IV-FILE
                  MOVE W-PROVE-COUNT  TO W-IV-OFF
                  MOVE "OFFLOADED, PAST 7-YEAR RETENTION"
                     TO W-IV-STATE
               WHEN OTHER
                  MOVE W-OFF-FILENAME TO W-IV-FILE
                  MOVE W-PROVE-COUNT  TO W-IV-OFF
                  MOVE "OFFLOADED, PROVES" TO W-IV-STATE
            END-EVALUATE
            WRITE REPORT-RECORD FROM W-INVENTORY-LINE
            .
