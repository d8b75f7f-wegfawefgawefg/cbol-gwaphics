      *****************************************************************
      * MSGREC: one announcement on the message center master file,
      * MSGCTR.DAT, kept by MSGCTR. One record per announcement, in
      * the order entered; MSGCTR GENERATE builds each wall's live
      * TICKER.DAT and WALLCLOCK.TXT banner files from the ones in
      * effect.
      *   MSG-ID         sequence number, one more than the highest
      *                  on the file when it was entered
      *   MSG-STATE      'A' active, 'W' withdrawn (kept for the
      *                  record, never aired again)
      *   MSG-START-STAMP / MSG-END-STAMP  YYYYMMDDHHMM; in effect
      *                  from the start minute up to, not including,
      *                  the end minute
      *   MSG-PRIORITY   1 (highest) to 9; the live files list the
      *                  messages in effect highest priority first,
      *                  then earliest start, then entry order
      *   MSG-WALL       the target wall (blank = the working-
      *                  directory wall, "*" = every wall)
      *   MSG-TILE       0 = the whole wall, 1-9 = only that tile's
      *                  TICKERn.DAT / WALLCLOCKn.TXT (the tile's
      *                  place in the wall's WALL.DAT)
      *   MSG-R/G/B      message color; MSG-SPEED ticker scroll speed
      *   MSG-OUTPUT     'T' ticker only, 'C' clock banner only,
      *                  'B' both
      *   MSG-AUTHOR     the operator who entered it
      *   MSG-TEXT       up to 60 characters as entered; TICKER and
      *                  WALLCLOCK stamp the first 20 (the width of
      *                  TICKER-MSG-TEXT), and MSGCTR reports the
      *                  ones longer than that
      *****************************************************************
       01  MSG-REC.
           05  MSG-ID             PIC 9(6).
           05  MSG-STATE          PIC X.
               88  MSG-ACTIVE         VALUE 'A'.
               88  MSG-WITHDRAWN      VALUE 'W'.
           05  MSG-START-STAMP.
               10  MSG-START-DATE PIC X(8).
               10  MSG-START-TIME PIC X(4).
           05  MSG-END-STAMP.
               10  MSG-END-DATE   PIC X(8).
               10  MSG-END-TIME   PIC X(4).
           05  MSG-PRIORITY       PIC 9.
           05  MSG-WALL           PIC X(8).
               88  MSG-EVERY-WALL     VALUE "*".
           05  MSG-TILE           PIC 9.
           05  MSG-R              PIC 9(3).
           05  MSG-G              PIC 9(3).
           05  MSG-B              PIC 9(3).
           05  MSG-SPEED          PIC 9(2).
           05  MSG-OUTPUT         PIC X.
               88  MSG-TO-TICKER      VALUE 'T' 'B'.
               88  MSG-TO-CLOCK       VALUE 'C' 'B'.
           05  MSG-AUTHOR         PIC X(8).
           05  MSG-ENTERED-DATE   PIC X(8).
           05  MSG-TEXT           PIC X(60).
