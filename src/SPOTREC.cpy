      *****************************************************************
      * SPOTREC: one spot of a wall's spot rotation file, SPOTS.DAT -
      * a sold sponsor break SCHEDULER airs on top of the normal
      * schedule, stopping whatever is on (through RUNCTL.DAT) for
      * the spot's duration and then relaunching it:
      *   SPOT-ID          the spot's name in the logs and the as-run
      *                    file, e.g. the campaign
      *   SPOT-PROFILE     a PROFILES.DAT profile to air, or
      *   SPOT-IMAGE       a GFXIMAGE wall image to air (through
      *                    SLIDESHOW) when no profile is named
      *   SPOT-DURATION    seconds on the wall (blank or 0 = 30)
      *   SPOT-DAY-MASK    seven Y/N columns, Monday first, as in
      *                    SCHEDREC.cpy (blank = every day)
      *   SPOT-FIRST-DATE  the campaign's first and last days,
      *   SPOT-LAST-DATE   YYYYMMDD (blank = open-ended)
      *   SPOT-INTERVAL    minutes between airings (blank or 0 = only
      *                    at the fixed times), counted from
      *   SPOT-FROM-TIME   HHMM (blank = midnight) and airing while
      *   SPOT-TO-TIME     before this HHMM (blank = end of day)
      *   SPOT-AT-TIME     up to eight fixed HHMM clock times, aired
      *                    as well as any interval
      * E.g. a 30-second spot every 15 minutes from 0900 to 2100
      * for the fourth quarter has SPOT-DURATION 0030, day mask
      * YYYYYYY, dates 20261001 and 20261231, SPOT-INTERVAL 0015,
      * from 0900 and to 2100.
      *****************************************************************
       01  SPOT-REC.
           05  SPOT-ID            PIC X(12).
           05  SPOT-PROFILE       PIC X(16).
           05  SPOT-IMAGE         PIC X(60).
           05  SPOT-DURATION      PIC 9(4).
           05  SPOT-DAY-MASK      PIC X(7).
           05  SPOT-FIRST-DATE    PIC X(8).
           05  SPOT-LAST-DATE     PIC X(8).
           05  SPOT-INTERVAL      PIC 9(4).
           05  SPOT-FROM-TIME     PIC X(4).
           05  SPOT-TO-TIME       PIC X(4).
           05  SPOT-TIMES.
               10  SPOT-AT-TIME   PIC X(4) OCCURS 8 TIMES.
