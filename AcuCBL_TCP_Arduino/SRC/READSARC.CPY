      * without crawling every station's readings.  The loader keeps  *
      * both keys in step; a file built before the alternate key     *
      * existed must be rebuilt once with ARCREORG.                   *
      * ARC-DEW is the reading's dew point, worked out from the       *
      * corrected TEMP and HUM, signed since it can fall below zero.  *
      * A file built before it existed must be rebuilt once with      *
      * DEWREORG, which works it out for every reading already held.  *
      ******************************************************************
       01  ARCH-RECORD.
           05 ARC-KEY.
           05 ARC-TEMP             PIC 9(3).
           05 ARC-HUM              PIC 9(3).
           05 ARC-AUX              PIC 9(3).
           05 ARC-DEW              PIC S9(3) SIGN LEADING SEPARATE.
