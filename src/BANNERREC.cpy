      *****************************************************************
      * BANNERREC: the first line of a WALLCLOCK banner file - the
      * banner text (up to the 20 characters one TEXT call stamps)
      * and, optionally, the color to stamp it in. A hand-written
      * banner carries text only and is stamped yellow; MSGCTR
      * writes the color of the announcement it puts up, e.g.
      * "DOORS CLOSE AT 2200 255000000".
      *****************************************************************
       01  BANNER-REC.
           05  BANNER-TEXT        PIC X(20).
           05  BANNER-COLOR.
               10  BANNER-R       PIC 9(3).
               10  BANNER-G       PIC 9(3).
               10  BANNER-B       PIC 9(3).
           05  FILLER             PIC X(11).
