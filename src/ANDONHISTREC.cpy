      *****************************************************************
      * ANDONHISTREC: one ANDON state-history record, appended to
      * ANDONHIST.DAT whenever a machine's state changes - and on
      * the first state seen for a machine. Carries the new state,
      * the feed code it came from, when the change was seen, and
      * the state it replaced with the seconds the machine spent in
      * it. Read back in file order it is each machine's whole
      * run/idle/down/maint timeline: the board restores every
      * machine's state and its since-time from it at startup, and
      * the shift downtime report is worked out from it.
      *****************************************************************
       01  ANDON-HIST-REC.
           05  AH-MACHINE         PIC X(12).
           05  AH-STATE           PIC X(5).
               88  AH-RUN             VALUE "RUN".
               88  AH-IDLE            VALUE "IDLE".
               88  AH-DOWN            VALUE "DOWN".
               88  AH-MAINT           VALUE "MAINT".
           05  AH-CODE            PIC X(8).
           05  AH-DATE            PIC X(8).
           05  AH-TIME            PIC X(6).
           05  AH-PRIOR-STATE     PIC X(5).
           05  AH-PRIOR-SECS      PIC 9(8).
