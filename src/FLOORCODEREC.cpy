      * -----------------------------------------------------------
      * FLOORCODEREC: one status code's color in FLOORCODE.DAT, the
      * site's own status-to-color table for FLOORMAP. A code here
      * overrides the built-in color of the same code (RUNNING,
      * IDLE, SETUP, MAINT, DOWN, OFFLINE) or adds a new one, e.g.
      * "BLOCKED 255128000".
      * -----------------------------------------------------------
       01  FLOORCODE-REC.
           05  FC-CODE            PIC X(8).
           05  FC-R               PIC 9(3).
           05  FC-G               PIC 9(3).
           05  FC-B               PIC 9(3).
