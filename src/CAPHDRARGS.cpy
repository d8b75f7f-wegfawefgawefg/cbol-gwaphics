      * -----------------------------------------------------------
      * CAPHDRARGS: Linkage arguments for CALL 'CAPHDR' - the
      * capture header every GFXREC capture opens with, and that
      * every capture reader takes its wall dimensions from.
      *
      * A header is a block of "CAPHDR <keyword> <value>" lines at
      * the top of the capture (after the "KEYCAP n" line of a
      * keyed one), before the first SPAN or FRAME record:
      *   CAPHDR VERSION 1
      *   CAPHDR WALL <width> <height>     the wall recorded on
      *   CAPHDR TILE <width> <height>     its tile canvas
      *   CAPHDR DEMO <program>
      *   CAPHDR WALLID <wall-id>          blank = working dir wall
      *   CAPHDR STARTED <yyyymmddhhmmss>
      * Keywords a reader does not know are ignored, so a later
      * version can add lines without breaking older readers.
      *
      * CH-FUNCTION (in):
      *   'R' read the header of CH-CAPTURE-FILE into CH-HEADER
      *   'P' parse the one line CH-LINE into CH-HEADER (fields it
      *       does not mention are left as they stood)
      *   'B' build the header block for CH-HEADER into
      *       CH-BUILT-LINE(1..CH-BUILT-COUNT), for writers
      *   'D' default CH-HEADER: this wall's SETTINGS dimensions,
      *       version 0, the text fields blank
      * CH-STATUS (out):
      *   'R' 0 header found, 1 no header - an older capture, the
      *       fields defaulted as for 'D', 2 header present but its
      *       WALL line missing or unusable (the dimensions are
      *       defaulted, the rest kept), 3 the capture would not
      *       open
      *   'P' 0 a header line taken, 1 not a header line, 2 a
      *       header line with an unusable value
      * CH-HEADER-LINES (out, 'R'): the CAPHDR lines found.
      * -----------------------------------------------------------
       01  CAPHDR-ARGS.
           05  CH-FUNCTION        PIC X.
               88  CH-FN-READ         VALUE 'R'.
               88  CH-FN-PARSE        VALUE 'P'.
               88  CH-FN-BUILD        VALUE 'B'.
               88  CH-FN-DEFAULT      VALUE 'D'.
           05  CH-CAPTURE-FILE    PIC X(100).
           05  CH-LINE            PIC X(40).
           05  CH-STATUS          PIC 9.
               88  CH-OK              VALUE 0.
               88  CH-NO-HEADER       VALUE 1.
               88  CH-DAMAGED         VALUE 2.
               88  CH-NOT-OPENED      VALUE 3.
           05  CH-HEADER.
               10  CH-VERSION     PIC 9(2).
               10  CH-WALL-WIDTH  PIC 9(4).
               10  CH-WALL-HEIGHT PIC 9(4).
               10  CH-TILE-WIDTH  PIC 9(4).
               10  CH-TILE-HEIGHT PIC 9(4).
               10  CH-DEMO        PIC X(12).
               10  CH-WALL-ID     PIC X(8).
               10  CH-STARTED     PIC X(14).
           05  CH-HEADER-LINES    PIC 9(2).
           05  CH-BUILT-COUNT     PIC 9(2).
           05  CH-BUILT-LINE      PIC X(40) OCCURS 6 TIMES.
