      ******************************************************************
      * VOIDREG.CPY - record layout of VOIDREG.DAT, the indexed       *
      * register of voided readings, keyed on the date and time the   *
      * void was entered plus a sequence number for two voids in the  *
      * same second.  Maintained by VOIDMAINT; read by READSTAT,      *
      * COMPCERT, HISTEXT, READCSV, READTRND and DAYBAL, which leave  *
      * out every value a void in state A covers.                     *
      * A void covers one station and one channel (TEMP, HUM or AUX)  *
      * or all three ("*"), from VOID-FROM to VOID-UNTIL inclusive,   *
      * both as yyyymmddhhmmss.  The dew point of a reading is voided *
      * with its TEMP or HUM value.                                   *
      * A void is never deleted and never changed except to withdraw  *
      * it: state W, with who withdrew it and when.  The readings     *
      * themselves stay untouched in READSER.ARC.                     *
      * Reason codes: CLEN probe out for cleaning, TEST station on a  *
      * test bench, CALB calibration found bad, OTHR see comment.     *
      ******************************************************************
       01  VOID-RECORD.
           05 VOID-KEY.
              10 VOID-DATE         PIC 9(8).
              10 VOID-TIME         PIC 9(6).
              10 VOID-SEQ          PIC 9(2).
           05 VOID-OPER            PIC X(3).
           05 VOID-STATION         PIC X(4).
           05 VOID-CHANNEL         PIC X(4).
           05 VOID-FROM            PIC 9(14).
           05 VOID-UNTIL           PIC 9(14).
           05 VOID-REASON          PIC X(4).
           05 VOID-STATE           PIC X.
              88 VOID-ACTIVE       VALUE 'A'.
              88 VOID-WITHDRAWN    VALUE 'W'.
           05 VOID-WD.
              10 VOID-WD-DATE      PIC 9(8).
              10 VOID-WD-TIME      PIC 9(6).
              10 VOID-WD-OPER      PIC X(3).
           05 VOID-COMMENT         PIC X(60).
