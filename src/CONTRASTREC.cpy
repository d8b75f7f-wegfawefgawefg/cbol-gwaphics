      *****************************************************************
      * CONTRASTREC: one text draw as the legibility audit sees it -
      * the line GRAPHICS appends to the GFXCONTRAST file for every
      * TEXT, and for every line of a TBLK, while that environment
      * variable is set, and the record CONTRAST rebuilds from a
      * call journal and a capture. CN-X/Y/W/H is the text's box
      * on the canvas; CN-FG the color it is drawn in and CN-BG the
      * average color of what lay under the box when it was drawn,
      * both at full brightness; CN-DIM-PCT the WALLDIM.CFG level
      * the wall was showing it at (100 = undimmed). CN-SOURCE is
      * 'L' for a live record, 'C' for one rebuilt from a capture.
      * CONTRAST works out the contrast ratios from these.
      *****************************************************************
       01  CONTRAST-REC.
           05  CN-DATE            PIC X(8).
           05  CN-TIME            PIC X(6).
           05  CN-PROGRAM         PIC X(12).
           05  CN-WALL            PIC X(8).
           05  CN-FRAME           PIC 9(8).
           05  CN-OPCODE          PIC X(4).
           05  CN-X               PIC S9(4).
           05  CN-Y               PIC S9(4).
           05  CN-W               PIC 9(4).
           05  CN-H               PIC 9(4).
           05  CN-TEXT            PIC X(20).
           05  CN-FG-R            PIC 9(3).
           05  CN-FG-G            PIC 9(3).
           05  CN-FG-B            PIC 9(3).
           05  CN-BG-R            PIC 9(3).
           05  CN-BG-G            PIC 9(3).
           05  CN-BG-B            PIC 9(3).
           05  CN-DIM-PCT         PIC 9(3).
           05  CN-SOURCE          PIC X.
               88  CN-FROM-LIVE       VALUE 'L'.
               88  CN-FROM-CAPTURE    VALUE 'C'.
