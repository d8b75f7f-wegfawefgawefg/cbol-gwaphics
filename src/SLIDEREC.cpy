      * SLIDEREC: one entry of a SLIDESHOW playlist - the GFXIMAGE
      * wall-image file to air (the layout the GRAPHICS SAVE/LOAD
      * opcodes speak, e.g. a PPMIMPORT of a sponsor board) and how
      * many seconds to dwell on it before moving to the next
      * entry. The playlist loops top to bottom until the run
      * budget expires or the operator stops it.
      * The optional tail says how the entry comes on:
      * SLIDE-TRAN-EFFECT blank or 'F' dips the outgoing image to
      * black and fades this one up, 'D' cross-dissolves, 'W'
      * wipes and 'P' pushes (the GRAPHICS TRAN effects);
      * SLIDE-TRAN-DIR is the wipe or push direction - L, R, U or
      * D, blank for left - and SLIDE-TRAN-STEPS the transition's
      * length in frames (blank or 0 for 8), e.g. columns 105-109
      * "PL012" for a twelve-frame push to the left.
      *****************************************************************
       01  SLIDE-REC.
           05  SLIDE-DWELL-SECS   PIC 9(4).
           05  SLIDE-IMAGE        PIC X(100).
           05  SLIDE-TRAN-EFFECT  PIC X.
               88  SLIDE-TRAN-BY-ENGINE VALUE 'D' 'W' 'P'.
           05  SLIDE-TRAN-DIR     PIC X.
           05  SLIDE-TRAN-STEPS   PIC 9(3).
