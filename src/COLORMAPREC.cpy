      * -----------------------------------------------------------
      * COLORMAPREC: one color stop of a named ramp in COLORMAP.DAT,
      * the site's own color maps for the chart programs (read
      * through CALL 'COLORMAP' - see COLORMAPARGS.cpy). A map is
      * every line carrying its name, in file order:
      *   CMAP-KIND 'S' sequential - the stops are positions 0..255
      *             along the ramp, colors blended between them
      *             'D' diverging - the same, with the stop at 128
      *             the neutral midpoint that CMAP-MIDPOINT's data
      *             value is painted in
      *             'C' categorical - the stops are distinct colors
      *             taken in order, never blended (CMAP-STOP is
      *             just the entry number)
      * Kind and midpoint are taken from a map's first line. A name
      * here overrides the built-in map of the same name, so the
      * brand team's "BGR" replaces ours without a recompile.
      * Signed fields use a separate leading sign so the file stays
      * plain text and hand-editable, e.g.
      * "BRAND       S000000051102+000000000" then
      * "BRAND       S255255204000+000000000".
      * -----------------------------------------------------------
       01  COLORMAP-REC SIGN IS LEADING SEPARATE.
           05  CMAP-NAME          PIC X(12).
           05  CMAP-KIND          PIC X.
               88  CMAP-SEQUENTIAL    VALUE 'S'.
               88  CMAP-DIVERGING     VALUE 'D'.
               88  CMAP-CATEGORICAL   VALUE 'C'.
           05  CMAP-STOP          PIC 9(3).
           05  CMAP-R             PIC 9(3).
           05  CMAP-G             PIC 9(3).
           05  CMAP-B             PIC 9(3).
           05  CMAP-MIDPOINT      PIC S9(9).
