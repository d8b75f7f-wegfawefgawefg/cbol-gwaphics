      * calibration backdrop, with TEXT axis labels for the value
      * range's minimum and maximum.
      * Invoke as: LINECHART [data-file] [low] [high] [PCT]
      *            [colormap] [midpoint] [LEGEND]
      * data-file defaults to LINECHART.DAT. low/high override the
      * value range NORM scales against; when either is omitted the
      * range is computed from the data file's own minimum and
      * subprogram, so one outlier spike no longer flattens the
      * whole chart (values past the range just clamp at the
      * edges, as NORM always did with them).
      * The line is drawn in cyan unless a colormap is named: then
      * each segment takes the COLORMAP color of its value, a
      * diverging map pinning midpoint (or its own) to the neutral
      * color. LEGEND as argument 7 colors the line the same way,
      * on the default ramp if none is named, and adds a labeled
      * color-scale strip in the top-right corner.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINECHART.
           05  WS-LABEL-TEXT      PIC X(20).
           05  WS-VALUE-DISP      PIC -(8)9.

      * The color map (arguments 5-7): which COLORMAP ramp colors
      * the line, a diverging map's midpoint, and whether a scale
      * legend is drawn.
       01  COLOR-MAP-VARS.
           05  WS-MAP-ARG         PIC X(12) VALUE SPACES.
           05  WS-MIDPOINT-ARG    PIC X(12) VALUE SPACES.
           05  WS-LEGEND-ARG      PIC X(8)  VALUE SPACES.
           05  WS-LEGEND-SW       PIC X     VALUE 'N'.
               88  WS-LEGEND          VALUE 'Y'.
           05  WS-RAMP-LINE-SW    PIC X     VALUE 'N'.
               88  WS-RAMP-LINE       VALUE 'Y'.

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

      * Real screen bounds, queried from GRAPHICS at startup instead
      * of being hardcoded here.
       01  SCREEN-BOUNDS.
           05  WS-MAX-Y      PIC 9(4).

           COPY NORMARGS.
           COPY COLORMAPARGS.
           COPY STATARGS.
           COPY GFXARGS.

              SET WS-PCT-MODE TO TRUE
           END-IF

           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-MAP-ARG FROM ARGUMENT-VALUE
           DISPLAY 6 UPON ARGUMENT-NUMBER
           ACCEPT WS-MIDPOINT-ARG FROM ARGUMENT-VALUE
           DISPLAY 7 UPON ARGUMENT-NUMBER
           ACCEPT WS-LEGEND-ARG FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(WS-LEGEND-ARG) = "LEGEND"
              SET WS-LEGEND TO TRUE
           END-IF
           IF WS-MAP-ARG NOT = SPACES OR WS-LEGEND
              SET WS-RAMP-LINE TO TRUE
              PERFORM LOAD-COLOR-MAP
           END-IF

           PERFORM LOAD-SERIES
           IF SER-COUNT = 0
              DISPLAY "LINECHART: "
           PERFORM DRAW-GRID-BACKDROP
           PERFORM DRAW-SERIES-LINES
           PERFORM DRAW-AXIS-LABELS
           IF WS-LEGEND
              COMPUTE LG-X = WS-MAX-X - LG-W - 8
              MOVE 2 TO LG-Y
              PERFORM DRAW-COLOR-LEGEND
           END-IF

           MOVE 'SYNC' TO GFX-OPCODE
           CALL 'GRAPHICS' USING GFX-ARGS
           END-IF
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * Load the color map the line is painted on. An unknown or
      * unusable map name is reported and the default ramp used.
      * -----------------------------------------------------------
       LOAD-COLOR-MAP.
           MOVE 'L' TO CM-FUNCTION
           MOVE WS-MAP-ARG TO CM-MAP-NAME
           CALL 'COLORMAP' USING COLORMAP-ARGS
           IF CM-UNKNOWN-MAP
              DISPLAY "LINECHART: NO COLOR MAP "
                       FUNCTION TRIM(WS-MAP-ARG) " - USING "
                       FUNCTION TRIM(CM-MAP-NAME) UPON SYSERR
           END-IF
           IF CM-BAD-MAP
              DISPLAY "LINECHART: COLOR MAP "
                       FUNCTION TRIM(WS-MAP-ARG) " IS UNUSABLE - "
                       "USING " FUNCTION TRIM(CM-MAP-NAME)
                       UPON SYSERR
           END-IF
           IF WS-MIDPOINT-ARG NOT = SPACES
              MOVE WS-MIDPOINT-ARG TO CM-MIDPOINT
           END-IF.

      * -----------------------------------------------------------
      * Read every record once into the series table, in file
      * order. Points past the table capacity are counted and
      * Plot the series: each value is scaled through NORM (the
      * same call PAINT-ONE-CELL makes in HEATMAP.cob) to a 0..255
      * level, mapped onto the canvas height, and joined to the
      * previous point with one LINE call - cyan, or on a color map
      * the color of the segment's middle value.
      * -----------------------------------------------------------
       DRAW-SERIES-LINES.
           MOVE WS-LOW-VALUE  TO NORM-LOW

              IF SER-I > 1
                 MOVE 'LINE' TO GFX-OPCODE
                 IF WS-RAMP-LINE
                    PERFORM SET-SEGMENT-COLOR
                 ELSE
                    MOVE 0   TO GFX-COLOR-R
                    MOVE 255 TO GFX-COLOR-G
                    MOVE 255 TO GFX-COLOR-B
                 END-IF
                 MOVE PLOT-PREV-X TO GFX-LINE-X1
                 MOVE PLOT-PREV-Y TO GFX-LINE-Y1
                 MOVE PLOT-X TO GFX-LINE-X2
              ADD 1 TO WS-POINTS-PLOTTED
           END-PERFORM.

      * -----------------------------------------------------------
      * The segment ending at point SER-I, colored on the color map
      * by the value halfway along it.
      * -----------------------------------------------------------
       SET-SEGMENT-COLOR.
           MOVE 'V' TO CM-FUNCTION
           MOVE WS-LOW-VALUE  TO CM-LOW
           MOVE WS-HIGH-VALUE TO CM-HIGH
           COMPUTE CM-VALUE =
               (SER-VALUE(SER-I - 1) + SER-VALUE(SER-I)) / 2
           CALL 'COLORMAP' USING COLORMAP-ARGS
           MOVE CM-R TO GFX-COLOR-R
           MOVE CM-G TO GFX-COLOR-G
           MOVE CM-B TO GFX-COLOR-B.

      * -----------------------------------------------------------
      * Axis labels: the range maximum along the top edge and the
      * range minimum along the bottom, in the 5x7 TEXT font.
           COMPUTE GFX-TEXT-Y = WS-MAX-Y - 8
           MOVE WS-LABEL-TEXT TO GFX-TEXT-STR
           CALL 'GRAPHICS' USING GFX-ARGS.

      * -----------------------------------------------------------
      * The color-scale legend at LG-X/LG-Y: the map's name, a
      * strip of the ramp one pixel column per level step, and the
      * range's low and high values under its ends - plus the
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
