      * -----------------------------------------------------------
      * FLOORSTATREC: one zone's live status in a FLOORMAP status
      * file, keyed by the zone name on the floor plan (see
      * FLOORPLANREC.cpy). A zone reports either a status code -
      * RUNNING, IDLE, DOWN and the rest of the code table (see
      * FLOORCODEREC.cpy) - or, with the code left blank, a reading
      * that FLOORMAP scales onto a color ramp. The feed rewrites
      * the file whole; FLOORMAP re-reads it once a second. Signed
      * fields use a separate leading sign so the file stays plain
      * text and hand-editable, e.g.
      * "PRESS1      DOWN    +000000000" or
      * "OVEN2               +000000412".
      * -----------------------------------------------------------
       01  FLOORSTAT-REC SIGN IS LEADING SEPARATE.
           05  FS-ZONE            PIC X(12).
           05  FS-CODE            PIC X(8).
           05  FS-VALUE           PIC S9(9).
