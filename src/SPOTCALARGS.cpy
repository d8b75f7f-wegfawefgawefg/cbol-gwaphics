      * -----------------------------------------------------------
      * SPOTCALARGS: Linkage arguments for CALL 'SPOTCAL' - the
      * spot rotation lookup SCHEDULER and SCHEDSIM share, so the
      * forecast shows exactly the breaks the scheduler will air
      * (see SPOTREC.cpy for the rotation file itself).
      *
      * In:
      *   SR-FILE-NAME  the spot rotation file (a wall's SPOTS.DAT)
      *   SR-DATE       the YYYYMMDD day wanted
      *   SR-FROM-SECS  the earliest time wanted, in seconds since
      *                 midnight
      * Out: the first spot due on that day at or after that time -
      * a spot whose campaign covers the day and whose day mask
      * enables it; on a tie the earlier spot in the file:
      *   SR-STATUS     0 a spot is due, 1 none is due for the rest
      *                 of the day (or there is no rotation file)
      *   SR-DUE-SECS   when, in seconds since midnight
      *   SR-SPOT-ID, SR-PROFILE, SR-IMAGE, SR-DURATION  the spot,
      *                 with its duration defaulted
      * -----------------------------------------------------------
       01  SPOTCAL-ARGS.
           05  SR-FILE-NAME      PIC X(100).
           05  SR-DATE           PIC X(8).
           05  SR-FROM-SECS      PIC 9(6).
           05  SR-STATUS         PIC 9.
               88  SR-DUE            VALUE 0.
               88  SR-NONE           VALUE 1.
           05  SR-DUE-SECS       PIC 9(6).
           05  SR-SPOT-ID        PIC X(12).
           05  SR-PROFILE        PIC X(16).
           05  SR-IMAGE          PIC X(60).
           05  SR-DURATION       PIC 9(4).
