      ******************************************************************
      * ACTRMAST.CPY - record layout of ACTUATOR.DAT, the indexed     *
      * actuator master, keyed on station + actuator.  Shared by      *
      * ACTUPD (daily feed) and ACTMAINT (service intervals, service  *
      * sign-off and the due report).                                 *
      * Actuator IDs: LED1..LED9 for WriteSerial's LED commands, OUT  *
      * for the output READSER's SENDDATA:ON/OFF drives.              *
      * Two sets of counters: the lifetime totals never go back, the  *
      * since-service ones are what the service interval is judged    *
      * against and go to zero when maintenance signs a service off.  *
      * On-time is held in seconds so a five-second LED pulse is not  *
      * rounded away; the interval and the reports work in minutes.   *
      * An ON with no OFF yet is carried in ACT-ON-DATE/ACT-ON-TIME   *
      * until the OFF turns up, on whichever day that is.             *
      * ACT-FED-DATE/ACT-FED-TIME stamp the newest command line fed   *
      * in; anything at or before it has been counted already, so     *
      * the feed can be re-run, or run again after a late command,    *
      * without counting a cycle twice.                               *
      ******************************************************************
       01  ACT-RECORD.
           05 ACT-KEY.
              10 ACT-STATION       PIC X(4).
              10 ACT-ACTUATOR      PIC X(4).
           05 ACT-DESC             PIC X(20).
           05 ACT-TOT-CYCLES       PIC 9(9).
           05 ACT-TOT-ON-SEC       PIC 9(9).
           05 ACT-SVC-CYCLES       PIC 9(9).
           05 ACT-SVC-ON-SEC       PIC 9(9).
           05 ACT-INT-CYCLES       PIC 9(7).
           05 ACT-INT-MINUTES      PIC 9(7).
           05 ACT-LAST-SVC-DATE    PIC 9(8).
           05 ACT-LAST-SVC-OPER    PIC X(3).
           05 ACT-FED-DATE         PIC 9(8).
           05 ACT-FED-TIME         PIC 9(8).
           05 ACT-ON-FLAG          PIC X.
              88 ACT-LEFT-ON                 VALUE 'Y'.
           05 ACT-ON-DATE          PIC 9(8).
           05 ACT-ON-TIME          PIC 9(6).
