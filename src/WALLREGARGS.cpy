      * -----------------------------------------------------------
      * WALLREGARGS: Linkage arguments for CALL 'WALLREG' - the
      * site wall registry lookup (see WALLREGREC.cpy for
      * WALLS.DAT). The wall a program is working for is the
      * WALLID environment value: the launchers select it from
      * their wall-ID argument, every CALLed routine and every
      * program they launch inherits it, and with no WALLID (or no
      * registry) everything resolves to the working directory, the
      * way a single-wall site has always run.
      *
      * WG-FUNCTION (in):
      *   'L' look up WG-WALL-ID (blank = the current wall) and
      *       return its registry entry
      *   'F' the same lookup, then resolve WG-BASE-NAME (e.g.
      *       "RUNCTL.DAT") to that wall's copy in WG-FILE-NAME
      *   'N' return the WG-INDEX'th registry entry, for walking
      *       every wall ("ALL")
      *   'S' select WG-WALL-ID as the current wall for this
      *       program and everything it launches (blank = back to
      *       the working-directory wall)
      * WG-STATUS (out): 0 found, 1 no such wall (an 'F' still
      * returns the working-directory name), 2 past the last
      * entry on an 'N', 3 found, but its output pipe name holds
      * characters not allowed on a command line - the launchers
      * refuse to select or launch on such a wall.
      * -----------------------------------------------------------
       01  WALLREG-ARGS.
           05  WG-FUNCTION        PIC X.
               88  WG-FN-LOOKUP       VALUE 'L'.
               88  WG-FN-FILE         VALUE 'F'.
               88  WG-FN-NEXT         VALUE 'N'.
               88  WG-FN-SELECT       VALUE 'S'.
           05  WG-WALL-ID         PIC X(8).
           05  WG-INDEX           PIC 9(4).
           05  WG-BASE-NAME       PIC X(40).
           05  WG-FILE-NAME       PIC X(100).
           05  WG-STATUS          PIC 9.
               88  WG-OK              VALUE 0.
               88  WG-UNKNOWN         VALUE 1.
               88  WG-END             VALUE 2.
               88  WG-BAD-OUTPUT      VALUE 3.
           05  WG-STATE           PIC X.
               88  WG-IN-SERVICE      VALUE 'A'.
           05  WG-DIR             PIC X(40).
           05  WG-OUTPUT          PIC X(60).
           05  WG-DESC            PIC X(30).
