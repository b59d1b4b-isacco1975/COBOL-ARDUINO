      * out-of-band count per channel (1=TEMP 2=HUM 3=AUX): TEMP is   *
      * judged against the station's LOWTHRESH/HITHRESH band, HUM     *
      * and AUX against their READSER.CFG plausibility windows.       *
      * The dew point is the fourth channel, held apart from the      *
      * other three because it is signed: STAT-DEW-COUNT readings     *
      * carried one, and its out-of-band count is of readings above   *
      * the station's DEWMAX in READSER.DEV.                          *
      * Values voided in VOIDREG.DAT are left out: STAT-COUNT counts  *
      * the readings that kept at least one value, and each channel's *
      * figures come from its kept values alone (all zero for a       *
      * channel voided for the whole hour).  An hour voided whole has *
      * no record.                                                    *
      * STAT-KEPT is how many of the hour's readings kept a value on  *
      * the channel, so a channel voided for the whole hour           *
      * (STAT-KEPT zero) can be told from one that really read zero.  *
      * A file in the earlier layout, without the dew channel and the *
      * kept counts, is converted once with DEWREORG.                 *
      ******************************************************************
       01  STAT-RECORD.
           05 STAT-KEY.
              10 STAT-STATION      PIC X(4).
           05 STAT-COUNT           PIC 9(7).
           05 STAT-CHANNEL OCCURS 3.
              10 STAT-KEPT         PIC 9(7).
              10 STAT-MIN          PIC 9(3).
              10 STAT-MAX          PIC 9(3).
              10 STAT-AVG          PIC 9(3).
              10 STAT-OOB          PIC 9(7).
           05 STAT-DEW-CHANNEL.
              10 STAT-DEW-COUNT    PIC 9(7).
              10 STAT-DEW-MIN      PIC S9(3) SIGN LEADING SEPARATE.
              10 STAT-DEW-MAX      PIC S9(3) SIGN LEADING SEPARATE.
              10 STAT-DEW-AVG      PIC S9(3) SIGN LEADING SEPARATE.
              10 STAT-DEW-OOB      PIC 9(7).
