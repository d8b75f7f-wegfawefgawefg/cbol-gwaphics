      *****************************************************************
      * WALLREGREC: one entry of the site wall registry, WALLS.DAT,
      * which names every wall the installation drives. Each wall
      * keeps its own copy of the wall-scoped files - WALL.CFG and
      * the other WALL*.CFG files, WALL.DAT, WALLLOCK.DAT,
      * SCHEDULE.DAT, SCHEDULER.LOG, RUNCTL.DAT, ALERT.DAT,
      * WATCHDOG.CFG and the WATCHDOG.HB heartbeat - in its WR-DIR
      * directory; site-wide files (PROFILES.DAT, AUDIT.LOG,
      * HOLIDAYS.DAT, the content files) stay in the working
      * directory and are shared by every wall.
      *   WR-WALL-ID  the name operators and arguments use
      *   WR-STATE    'A' in service, 'O' out of service (kept in
      *               the registry, but ALL passes it over)
      *   WR-DIR      the wall's own directory; blank = the working
      *               directory, the way a single-wall site runs
      *   WR-OUTPUT   the wall's output pipe - the named pipe (or
      *               file) its display process reads; the
      *               launchers append a launched program's pixel
      *               stream to it. Blank = the launcher's own
      *               standard output. Letters, digits and . , - _ /
      *               only, since it goes on a command line
      *   WR-DESC     free text for the listings
      * E.g. "LOBBY   Awalls/lobby<29 spaces>walls/lobby/WALL.PIPE
      * <39 spaces>MAIN ENTRANCE LOBBY".
      *****************************************************************
       01  WALL-REG-REC.
           05  WR-WALL-ID         PIC X(8).
           05  WR-STATE           PIC X.
               88  WR-IN-SERVICE      VALUE 'A'.
               88  WR-OUT-OF-SERVICE  VALUE 'O'.
           05  WR-DIR             PIC X(40).
           05  WR-OUTPUT          PIC X(60).
           05  WR-DESC            PIC X(30).
