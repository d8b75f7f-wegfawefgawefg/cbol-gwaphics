               88 OP-SET-FONT    VALUE 'FONT'.
               88 OP-SET-ANIM    VALUE 'ANIM'.
               88 OP-SET-MASK    VALUE 'MASK'.
               88 OP-TEXT-BLOCK  VALUE 'TBLK'.
               88 OP-DRAW-CODE   VALUE 'CODE'.
               88 OP-SET-TRANSITION VALUE 'TRAN'.
               88 OP-SET-ANTIALIAS VALUE 'ALIA'.

      * -----------------------------------------------------------
      * RETURN STATUS
               10  GFX-MASK-OVERRIDE PIC X.
                   88  GFX-MASK-OVR-ON   VALUE 'Y'.
                   88  GFX-MASK-OVR-OFF  VALUE 'N'.

      * -----------------------------------------------------------
      * OVERLAY 26: Text-block Arguments (TBLK)
      * A word-wrapped notice: the message is broken into words and
      * wrapped into the GFX-TBLK-X/Y/W/H box in the current TEXT
      * face (built-in 5x7 or the FONT selection), one line per
      * cell height plus two rows of leading, aligned left, center,
      * right or justified (the last line of a paragraph is set
      * left). GFX-TBLK-TEXT is the message itself when GFX-TBLK-
      * SOURCE is inline, or the name of a text file when it is 'F'
      * - a blank line in the file starts a new paragraph. A word
      * too wide for the box (or longer than TEXT's 20 characters)
      * is broken across lines. GRAPHICS hands back GFX-TBLK-LINES,
      * the lines drawn, and GFX-TBLK-OVERFLOW 'Y' when the message
      * did not all fit and the tail was dropped. A box too small
      * for one glyph is rejected with GFX-STATUS 93.
      * -----------------------------------------------------------
           05  GFX-TBLK-PARAMS   REDEFINES GFX-PARAMS.
               10  GFX-TBLK-X        PIC S9(4).
               10  GFX-TBLK-Y        PIC S9(4).
               10  GFX-TBLK-W        PIC 9(4).
               10  GFX-TBLK-H        PIC 9(4).
               10  GFX-TBLK-ALIGN    PIC X.
                   88  GFX-TBLK-LEFT      VALUE 'L' ' '.
                   88  GFX-TBLK-CENTER    VALUE 'C'.
                   88  GFX-TBLK-RIGHT     VALUE 'R'.
                   88  GFX-TBLK-JUSTIFY   VALUE 'J'.
               10  GFX-TBLK-SOURCE   PIC X.
                   88  GFX-TBLK-INLINE    VALUE 'I' ' '.
                   88  GFX-TBLK-FROM-FILE VALUE 'F'.
               10  GFX-TBLK-LINES    PIC 9(3).
               10  GFX-TBLK-OVERFLOW PIC X.
                   88  GFX-TBLK-OVERFLOWED VALUE 'Y'.
               10  GFX-TBLK-TEXT     PIC X(100).

      * -----------------------------------------------------------
      * OVERLAY 27: Scannable-code Arguments (CODE)
      * GFX-CODE-TEXT encoded as a QR code ('Q', at error-correction
      * level GFX-CODE-ECC - L, M, Q or H) or a Code 128 barcode
      * ('B'), painted with its top-left quiet-zone corner at
      * GFX-CODE-X/Y, each module a GFX-CODE-MODULE-pixel square
      * (a GFX-CODE-MODULE-wide bar for Code 128). Dark modules
      * take the common GFX-COLOR triple, light modules and the
      * quiet zone the second triple here. GFX-CODE-QUIET is the
      * quiet zone in modules: 0, or anything under the standard
      * minimum (4 for QR, 10 for Code 128), gives the minimum.
      * GFX-CODE-BAR-H is a Code 128 symbol's height in pixels (0 =
      * a quarter of its width, quiet zones included). GRAPHICS
      * hands back the QR version used (0 for Code 128) and the
      * painted width and height in pixels. A text the encoder
      * cannot carry, or a symbol that would not fit on the canvas
      * whole - a clipped code does not scan - is rejected with
      * GFX-STATUS 93.
      * -----------------------------------------------------------
           05  GFX-CODE-PARAMS   REDEFINES GFX-PARAMS.
               10  GFX-CODE-X        PIC S9(4).
               10  GFX-CODE-Y        PIC S9(4).
               10  GFX-CODE-TYPE     PIC X.
                   88  GFX-CODE-QR        VALUE 'Q'.
                   88  GFX-CODE-C128      VALUE 'B'.
               10  GFX-CODE-ECC      PIC X.
                   88  GFX-CODE-ECC-VALID VALUE 'L' 'M' 'Q' 'H'.
               10  GFX-CODE-MODULE   PIC 9(2).
               10  GFX-CODE-QUIET    PIC 9(2).
               10  GFX-CODE-BAR-H    PIC 9(4).
               10  GFX-CODE-R2       PIC 9(3).
               10  GFX-CODE-G2       PIC 9(3).
               10  GFX-CODE-B2       PIC 9(3).
               10  GFX-CODE-VERSION  PIC 9(2).
               10  GFX-CODE-W        PIC 9(4).
               10  GFX-CODE-H        PIC 9(4).
               10  GFX-CODE-TEXT     PIC X(80).

      * -----------------------------------------------------------
      * OVERLAY 28: Transition Arguments (TRAN)
      * Holds the outgoing frame - the wall as it stands (normally
      * the frame last SYNCed), or the SAVE image named in
      * GFX-TRAN-FILE, which is how a program taking the wall over
      * from another picks up the frame it left - and plays it
      * against whatever is drawn next over the next GFX-TRAN-STEPS
      * SYNCs (1-999), the last of them showing the new frame
      * alone. GFX-TRAN-EFFECT: 'D' cross-dissolve, 'W' wipe (the
      * new frame uncovered behind an edge travelling toward
      * GFX-TRAN-DIR), 'P' push (the new frame sliding in toward
      * GFX-TRAN-DIR and shoving the old one off the far edge), 'N'
      * cancel a transition in progress. GFX-TRAN-DIR: 'L' left,
      * 'R' right, 'U' up, 'D' down (space = left; a dissolve has
      * no direction). A transition spans the whole wall whatever
      * the viewport; a TRAN issued mid-transition starts over from
      * the frame then on the wall.
      * -----------------------------------------------------------
           05  GFX-TRAN-PARAMS   REDEFINES GFX-PARAMS.
               10  GFX-TRAN-EFFECT   PIC X.
                   88  GFX-TRAN-DISSOLVE  VALUE 'D'.
                   88  GFX-TRAN-WIPE      VALUE 'W'.
                   88  GFX-TRAN-PUSH      VALUE 'P'.
                   88  GFX-TRAN-NONE      VALUE 'N'.
               10  GFX-TRAN-DIR      PIC X.
                   88  GFX-TRAN-DIR-VALID VALUE 'L' 'R' 'U' 'D' ' '.
               10  GFX-TRAN-STEPS    PIC 9(3).
               10  GFX-TRAN-FILE     PIC X(100).

      * -----------------------------------------------------------
      * OVERLAY 29: Anti-alias Arguments (ALIA)
      * Sets a persisted edge-smoothing state - like BLND persists
      * the blend mode and PEN the stroke - honored with no caller
      * changes by LINE (and so POLY), CIRC, ELLI, ARC, the PIE and
      * FPOL edges and TEXT glyph edges: a pixel the edge only
      * partly covers is mixed into whatever the cell already holds
      * in proportion to its coverage instead of being painted
      * solid or skipped. The mix happens in the same cell store
      * every pixel goes through, after the blend mode, so layers,
      * masks, clipping, the viewport and the transform all apply
      * exactly as they do to a solid pixel. 'Y' on, 'N' off (the
      * startup default).
      * -----------------------------------------------------------
           05  GFX-ALIA-PARAMS   REDEFINES GFX-PARAMS.
               10  GFX-ALIA-ENABLE   PIC X.
                   88  GFX-ALIA-ON        VALUE 'Y'.
                   88  GFX-ALIA-OFF       VALUE 'N'.
