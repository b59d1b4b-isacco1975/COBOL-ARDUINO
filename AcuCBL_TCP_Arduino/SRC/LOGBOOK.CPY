      ******************************************************************
      * LOGBOOK.CPY - record layout of LOGBOOK.DAT, the indexed       *
      * electronic shift logbook, keyed on the date and time the      *
      * entry was saved plus a sequence number for two entries in     *
      * the same second.  Shared by LOGBOOK (entry screen and shift   *
      * print) and SHIFTRPT (turnover document).                      *
      * An entry is never rewritten or deleted.  A mistake is put     *
      * right by a later entry of category CORR whose LOGB-CORRECTS   *
      * holds the key of the entry it corrects; both stay on file.    *
      * LOGB-ALERT-KEY, when not spaces, is the AARC-KEY of the       *
      * alert event in ALERTS.ARC the entry is about (date, start,    *
      * station, limit - see ALRTSARC.CPY).                           *
      * Station "*" is an entry about the plant as a whole.           *
      ******************************************************************
       01  LOGB-RECORD.
           05 LOGB-KEY.
              10 LOGB-DATE         PIC 9(8).
              10 LOGB-TIME         PIC 9(6).
              10 LOGB-SEQ          PIC 9(2).
           05 LOGB-OPER            PIC X(3).
           05 LOGB-STATION         PIC X(4).
           05 LOGB-CATEGORY        PIC X(4).
           05 LOGB-ALERT-KEY.
              10 LOGB-ALERT-DATE   PIC X(8).
              10 LOGB-ALERT-START  PIC X(6).
              10 LOGB-ALERT-STA    PIC X(4).
              10 LOGB-ALERT-LIMIT  PIC X(4).
           05 LOGB-CORRECTS        PIC X(16).
           05 LOGB-TEXT            PIC X(70).
