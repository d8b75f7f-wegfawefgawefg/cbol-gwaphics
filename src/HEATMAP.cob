      * data file as a false-color heatmap, using NORM to scale each
      * cell's value to 0..255 and GRAPHICS to paint it as a RECT.
      * Invoke as: HEATMAP [data-file] [cell-size] [low] [high]
      *            [format] [PCT] [colormap] [midpoint] [LEGEND]
      * data-file defaults to HEATMAP.DAT; cell-size defaults to 8
      * pixels square. low/high override the value range NORM scales
      * against; when either is omitted the range is computed from
      * subprogram, so one outlier spike stops washing out the
      * whole render (values past the band clamp at the ends, as
      * NORM always did with them).
      * colormap names the COLORMAP ramp the cells are painted on
      * (default BGR, the original blue-green-red); a diverging map
      * pins midpoint - or the map's own midpoint when omitted - to
      * its neutral color. LEGEND as argument 9 adds a labeled
      * color-scale strip in the bottom-right corner.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEATMAP.
           05  WS-LOW-VALUE       PIC S9(9).
           05  WS-HIGH-VALUE      PIC S9(9).

      * The color map (arguments 7-9): which COLORMAP ramp paints
      * the cells, a diverging map's midpoint, and whether a scale
      * legend is drawn.
       01  COLOR-MAP-VARS.
           05  WS-MAP-ARG         PIC X(12) VALUE SPACES.
           05  WS-MIDPOINT-ARG    PIC X(12) VALUE SPACES.
           05  WS-LEGEND-ARG      PIC X(8)  VALUE SPACES.
           05  WS-LEGEND-SW       PIC X     VALUE 'N'.
               88  WS-LEGEND          VALUE 'Y'.

      * Color-scale legend geometry and labels.
       01  COLOR-LEGEND-VARS.
           05  LG-X               PIC S9(4).
           05  LG-Y               PIC S9(4).
           05  LG-W               PIC 9(4) VALUE 128.
           05  LG-I               PIC 9(4).
           05  LG-LEN             PIC 9(2).
           05  LG-LOW-TEXT        PIC X(20).
           05  LG-HIGH-TEXT       PIC X(20).
           05  LG-MID-TEXT        PIC X(20).
           05  WS-VALUE-DISP      PIC -(8)9.

      * Real screen bounds, queried from GRAPHICS when a legend is
      * to be placed.
       01  SCREEN-BOUNDS.
           05  WS-MAX-X      PIC 9(4).
           05  WS-MAX-Y      PIC 9(4).

           COPY COLORMAPARGS.
           COPY STATARGS.
           COPY GFXARGS.

              SET WS-PCT-MODE TO TRUE
           END-IF

           DISPLAY 7 UPON ARGUMENT-NUMBER
           ACCEPT WS-MAP-ARG FROM ARGUMENT-VALUE
           DISPLAY 8 UPON ARGUMENT-NUMBER
           ACCEPT WS-MIDPOINT-ARG FROM ARGUMENT-VALUE
           DISPLAY 9 UPON ARGUMENT-NUMBER
           ACCEPT WS-LEGEND-ARG FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(WS-LEGEND-ARG) = "LEGEND"
              SET WS-LEGEND TO TRUE
           END-IF
           PERFORM LOAD-COLOR-MAP

           IF WS-LOW-ARG NOT = SPACES AND WS-HIGH-ARG NOT = SPACES
              MOVE WS-LOW-ARG  TO WS-LOW-VALUE
              MOVE WS-HIGH-ARG TO WS-HIGH-VALUE
           CALL 'GRAPHICS' USING GFX-ARGS

           PERFORM PAINT-ALL-CELLS
           IF WS-LEGEND
              MOVE 'QURY' TO GFX-OPCODE
              CALL 'GRAPHICS' USING GFX-ARGS
              MOVE GFX-QUERY-MAX-X TO WS-MAX-X
              MOVE GFX-QUERY-MAX-Y TO WS-MAX-Y
              COMPUTE LG-X = WS-MAX-X - LG-W - 8
              COMPUTE LG-Y = WS-MAX-Y - 34
              PERFORM DRAW-COLOR-LEGEND
           END-IF

           MOVE 'SYNC' TO GFX-OPCODE
           CALL 'GRAPHICS' USING GFX-ARGS
           END-IF
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * Load the color map the cells are painted on. An unknown or
      * unusable map name is reported and the default ramp used,
      * so a typo in a profile never blanks the render.
      * -----------------------------------------------------------
       LOAD-COLOR-MAP.
           MOVE 'L' TO CM-FUNCTION
           MOVE WS-MAP-ARG TO CM-MAP-NAME
           CALL 'COLORMAP' USING COLORMAP-ARGS
           IF CM-UNKNOWN-MAP
              DISPLAY "HEATMAP: NO COLOR MAP "
                       FUNCTION TRIM(WS-MAP-ARG) " - USING "
                       FUNCTION TRIM(CM-MAP-NAME) UPON SYSERR
           END-IF
           IF CM-BAD-MAP
              DISPLAY "HEATMAP: COLOR MAP "
                       FUNCTION TRIM(WS-MAP-ARG) " IS UNUSABLE - "
                       "USING " FUNCTION TRIM(CM-MAP-NAME)
                       UPON SYSERR
           END-IF
           IF WS-MIDPOINT-ARG NOT = SPACES
              MOVE WS-MIDPOINT-ARG TO CM-MIDPOINT
           END-IF.

      * -----------------------------------------------------------
      * First pass: read every record once to find the data file's
      * own minimum and maximum value, used as the NORM range when
           END-IF.

      * -----------------------------------------------------------
      * Second pass: color each cell's value on the color map (the
      * value is scaled through NORM inside COLORMAP) and paint it
      * as a RECT at its grid position.
      * -----------------------------------------------------------
       PAINT-ALL-CELLS.
           OPEN INPUT HEATMAP-FILE
              STOP RUN RETURNING 1
           END-IF

           MOVE WS-LOW-VALUE  TO CM-LOW
           MOVE WS-HIGH-VALUE TO CM-HIGH

           PERFORM UNTIL WS-EOF
              READ HEATMAP-FILE
      * Scale one cell's value and paint it at its grid position.
      * -----------------------------------------------------------
       PAINT-ONE-CELL.
           MOVE 'V' TO CM-FUNCTION
           MOVE HEATMAP-REC-VALUE TO CM-VALUE
           CALL 'COLORMAP' USING COLORMAP-ARGS
           MOVE CM-R TO GFX-COLOR-R
           MOVE CM-G TO GFX-COLOR-G
           MOVE CM-B TO GFX-COLOR-B

           MOVE 'RECT' TO GFX-OPCODE
           COMPUTE GFX-RECT-X = HEATMAP-REC-COL * WS-CELLSIZE
           ADD 1 TO WS-CELLS-PAINTED.

      * -----------------------------------------------------------
      * The color-scale legend at LG-X/LG-Y: the map's name, a
      * strip of the ramp one pixel column per level step, and the
      * scale's low and high values under its ends - plus the
      * midpoint under the neutral middle of a diverging map.
      * -----------------------------------------------------------
       DRAW-COLOR-LEGEND.
           MOVE 'TEXT' TO GFX-OPCODE
           MOVE 255 TO GFX-COLOR-R
           MOVE 255 TO GFX-COLOR-G
           MOVE 255 TO GFX-COLOR-B
           MOVE LG-X TO GFX-TEXT-X
           MOVE LG-Y TO GFX-TEXT-Y
           MOVE CM-MAP-NAME TO GFX-TEXT-STR
           CALL 'GRAPHICS' USING GFX-ARGS

           MOVE 'C' TO CM-FUNCTION
           PERFORM VARYING LG-I FROM 0 BY 1 UNTIL LG-I >= LG-W
              COMPUTE CM-LEVEL = LG-I * 255 / (LG-W - 1)
              CALL 'COLORMAP' USING COLORMAP-ARGS
              MOVE 'RECT' TO GFX-OPCODE
              MOVE CM-R TO GFX-COLOR-R
              MOVE CM-G TO GFX-COLOR-G
              MOVE CM-B TO GFX-COLOR-B
              COMPUTE GFX-RECT-X = LG-X + LG-I
              COMPUTE GFX-RECT-Y = LG-Y + 9
              MOVE 1 TO GFX-RECT-W
              MOVE 8 TO GFX-RECT-H
              CALL 'GRAPHICS' USING GFX-ARGS
           END-PERFORM

           MOVE WS-LOW-VALUE TO WS-VALUE-DISP
           MOVE FUNCTION TRIM(WS-VALUE-DISP) TO LG-LOW-TEXT
           MOVE WS-HIGH-VALUE TO WS-VALUE-DISP
           MOVE FUNCTION TRIM(WS-VALUE-DISP) TO LG-HIGH-TEXT
           MOVE SPACES TO LG-MID-TEXT
           IF CM-DIVERGING AND CM-MIDPOINT > WS-LOW-VALUE
              AND CM-MIDPOINT < WS-HIGH-VALUE
              MOVE CM-MIDPOINT TO WS-VALUE-DISP
              MOVE FUNCTION TRIM(WS-VALUE-DISP) TO LG-MID-TEXT
           END-IF

           MOVE 'TEXT' TO GFX-OPCODE
           MOVE 255 TO GFX-COLOR-R
           MOVE 255 TO GFX-COLOR-G
           MOVE 255 TO GFX-COLOR-B
           COMPUTE GFX-TEXT-Y = LG-Y + 19
           MOVE LG-X TO GFX-TEXT-X
           MOVE LG-LOW-TEXT TO GFX-TEXT-STR
           CALL 'GRAPHICS' USING GFX-ARGS

           COMPUTE LG-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(LG-HIGH-TEXT))
           COMPUTE GFX-TEXT-X = LG-X + LG-W - LG-LEN * 6
           MOVE LG-HIGH-TEXT TO GFX-TEXT-STR
           CALL 'GRAPHICS' USING GFX-ARGS

           IF LG-MID-TEXT NOT = SPACES
              COMPUTE LG-LEN =
                  FUNCTION LENGTH(FUNCTION TRIM(LG-MID-TEXT))
              COMPUTE GFX-TEXT-X = LG-X + LG-W / 2 - LG-LEN * 3
              MOVE LG-MID-TEXT TO GFX-TEXT-STR
              CALL 'GRAPHICS' USING GFX-ARGS
           END-IF.

      * -----------------------------------------------------------
