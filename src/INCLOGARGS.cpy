      * -----------------------------------------------------------
      * INCLOGARGS: Linkage arguments for CALL 'INCLOG' - puts an
      * incident on the wall incident register (INCIDENTS.DAT, see
      * INCIDENTREC.cpy), for INCIDENT OPEN and for the programs
      * that open incidents on their own (WATCHDOG, CAPCHK).
      *
      * IL-FUNCTION:
      *   'O' open an incident from IL-CATEGORY, IL-SEVERITY,
      *       IL-WALL (blank = the current wall, the WALLID
      *       environment value), IL-TILE, IL-OPENED-BY,
      *       IL-FROM-STAMP (blank = now), IL-CAPTURE and
      *       IL-SUMMARY; IL-NOTE, if given, is its first note.
      *       An incident still open from the same opener for the
      *       same wall, tile, category and capture is not opened
      *       twice - IL-ID comes back as that one, status 1.
      *   'E' end the window of incident IL-ID now (a recovery the
      *       opener has seen for itself), noting IL-NOTE over
      *       IL-OPENED-BY; the incident stays open for someone to
      *       close.
      * IL-ID (out on 'O'): the incident's number.
      * IL-STATUS: 0 done, 1 already open (nothing added), 2 the
      * register could not be read or written (or is full), 3 no
      * such open incident on an 'E'.
      * -----------------------------------------------------------
       01  INCLOG-ARGS.
           05  IL-FUNCTION       PIC X.
               88  IL-FN-OPEN        VALUE 'O'.
               88  IL-FN-END         VALUE 'E'.
           05  IL-ID             PIC 9(6).
           05  IL-CATEGORY       PIC X(8).
           05  IL-SEVERITY       PIC 9.
           05  IL-WALL           PIC X(8).
           05  IL-TILE           PIC X(8).
           05  IL-OPENED-BY      PIC X(12).
           05  IL-FROM-STAMP     PIC X(14).
           05  IL-CAPTURE        PIC X(40).
           05  IL-SUMMARY        PIC X(60).
           05  IL-NOTE           PIC X(80).
           05  IL-STATUS         PIC 9.
               88  IL-OK             VALUE 0.
               88  IL-ALREADY-OPEN   VALUE 1.
               88  IL-TROUBLE        VALUE 2.
               88  IL-NOT-FOUND      VALUE 3.
