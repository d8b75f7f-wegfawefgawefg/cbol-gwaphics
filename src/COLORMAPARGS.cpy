      * -----------------------------------------------------------
      * COLORMAPARGS: Linkage arguments for CALL 'COLORMAP' - the
      * named color ramps every chart program paints with, so the
      * blue-green-red ramp lives in one place and a chart can be
      * switched to the brand scheme or a color-blind-safe one by
      * name (see COLORMAPREC.cpy for COLORMAP.DAT).
      *
      * Built-in maps, always available:
      *   BGR          sequential - the original blue-green-red
      *                false-color ramp, the default
      *   GRAY         sequential - black to white
      *   VIRIDIS      sequential, color-blind safe
      *   BLUERED      diverging, color-blind safe, white midpoint
      *   PURPLEORANGE diverging, color-blind safe, white midpoint
      *   CATEGORY     categorical - eight bright primaries
      *   OKABEITO     categorical, color-blind safe (Okabe-Ito)
      *   TRAFFIC      categorical - green, amber, red
      * A COLORMAP.DAT map of the same name overrides a built-in.
      *
      * CM-FUNCTION (in):
      *   'L' load the map CM-MAP-NAME (blank = BGR) - it stays
      *       loaded for the calls that follow
      *   'C' color for ramp level CM-LEVEL (0..255): blended
      *       between stops, or for a categorical map the entry
      *       the level falls in
      *   'V' color for CM-VALUE on the scale CM-LOW..CM-HIGH: the
      *       level is scaled through NORM, and for a diverging map
      *       CM-MIDPOINT is pinned to the neutral middle when it
      *       lies inside the scale; CM-LEVEL comes back too
      *   'K' color of entry CM-INDEX (1 up, cycling) - a
      *       categorical map's colors, or a ramp's stops in order
      * CM-STATUS (out, 'L'): 0 loaded, 1 no such map - BGR loaded
      *   instead, 2 the COLORMAP.DAT map is unusable (no stops, a
      *   bad kind or color, stops out of order) - BGR loaded
      * CM-MAP-NAME, CM-KIND, CM-STOP-COUNT and CM-MIDPOINT (out,
      *   'L'): the name of the map actually loaded, its kind,
      *   its number of stops, and its midpoint (0 unless
      *   COLORMAP.DAT gives one) - a caller with its own midpoint
      *   moves it into CM-MIDPOINT before its 'V' calls.
      * CM-R/G/B (out, 'C' 'V' 'K'): the color.
      * -----------------------------------------------------------
       01  COLORMAP-ARGS.
           05  CM-FUNCTION        PIC X.
               88  CM-FN-LOAD         VALUE 'L'.
               88  CM-FN-LEVEL        VALUE 'C'.
               88  CM-FN-VALUE        VALUE 'V'.
               88  CM-FN-ENTRY        VALUE 'K'.
           05  CM-MAP-NAME        PIC X(12).
           05  CM-STATUS          PIC 9.
               88  CM-OK              VALUE 0.
               88  CM-UNKNOWN-MAP     VALUE 1.
               88  CM-BAD-MAP         VALUE 2.
           05  CM-KIND            PIC X.
               88  CM-SEQUENTIAL      VALUE 'S'.
               88  CM-DIVERGING       VALUE 'D'.
               88  CM-CATEGORICAL     VALUE 'C'.
           05  CM-STOP-COUNT      PIC 9(2).
           05  CM-MIDPOINT        PIC S9(9).
           05  CM-LEVEL           PIC 9(3).
           05  CM-INDEX           PIC 9(3).
           05  CM-VALUE           PIC S9(9).
           05  CM-LOW             PIC S9(9).
           05  CM-HIGH            PIC S9(9).
           05  CM-R               PIC 9(3).
           05  CM-G               PIC 9(3).
           05  CM-B               PIC 9(3).
