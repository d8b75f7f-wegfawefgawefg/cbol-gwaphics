      * removed) they repaint and resume on their own - no operator
      * restart. The hold outranks the run-control commands: safety
      * messaging goes up before anything else is considered.
      * Every hold is acknowledged through CALL 'ALERTACK' (see
      * ALERTACKARGS.cpy): WS-ALERT-TAG keeps whatever follows ALERT
      * on the first line (columns 10 on - "DRILL <stamp>" for an
      * ALERTDRILL test) so the acknowledgement names the alert.
      * Each wall of a multi-wall site has its own ALERT.DAT, and
      * WS-ALERT-FILE-NAME is resolved to it at startup through the
      * site wall registry (see WALLREGARGS.cpy).
      *****************************************************************
       01  ALERT-VARS.
           05  WS-ALERT-FILE-NAME  PIC X(100) VALUE "ALERT.DAT".
           05  WS-ALERT-STATUS     PIC X(2).
           05  WS-ALERT-CMD        PIC X(8) VALUE SPACES.
               88  ALERT-RAISED        VALUE 'ALERT'.
           05  WS-ALERT-HELD-SW    PIC X VALUE 'N'.
               88  WS-ALERT-HELD       VALUE 'Y'.
           05  WS-ALERT-TAG        PIC X(30) VALUE SPACES.
