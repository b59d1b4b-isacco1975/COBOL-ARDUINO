      *             trail says who noticed, not just that someone     *
      *             did.  Without a master file the program runs      *
      *             open as before.                                   *
      * 2026-10-15  Alert lines are held and rewritten 100 wide, so   *
      *             the SHLV= shelved flag READSER now puts behind    *
      *             the operator ID survives an acknowledgement pass. *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-LOG.
       01  ALERT-RECORD      PIC X(100).
      *
       FD  OPERATOR-MASTER.
       01  OPERATOR-RECORD   PIC X(60).
      *   rewritten with the ACK flags set.  The ACK flag sits in
      *   column 87 of the fixed alert line READSER writes.
       01 W-ALERT-TABLE.
           05 W-ALERT-ENTRY PIC X(100) OCCURS 500.
       77 W-ALERT-COUNT   PIC 9(3) COMP  VALUE ZERO.
       77 W-AX            PIC 9(3) COMP  VALUE ZERO.
       77 W-UNACK-COUNT   PIC 9(3)       VALUE ZERO.
