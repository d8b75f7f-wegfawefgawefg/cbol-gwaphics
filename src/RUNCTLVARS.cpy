      * cleanly, through the normal report/checkpoint paragraphs),
      * and BLANK (emit one CLR and SYNC, then hold like PAUSE).
      * The operator gets a graceful switch instead of kill -9.
      * On a multi-wall site each wall has its own RUNCTL.DAT;
      * WS-RUNCTL-FILE-NAME is resolved to it at startup through
      * the site wall registry (see WALLREGARGS.cpy).
      *****************************************************************
       01  RUNCTL-VARS.
           05  WS-RUNCTL-FILE-NAME PIC X(100) VALUE "RUNCTL.DAT".
           05  WS-RUNCTL-STATUS    PIC X(2).
           05  WS-RUNCTL-CMD       PIC X(8) VALUE SPACES.
               88  RUNCTL-PAUSE        VALUE 'PAUSE'.
