      * a configurable number of bins across the value range (given
      * or auto-detected the way HEATMAP's SCAN-VALUE-RANGE does),
      * and renders the distribution as filled RECT bars on the
      * COLORMAP ramp (blue-green-red unless another is named) with
      * TEXT labels: each bar's count above it, its bin number
      * under it, and the range in the corner.
      * When a HEATMAP render looks washed out, this shows whether a
      * few outliers are stretching the auto-range.
      * Invoke as: HISTOGRAM [data-file] [bins] [low] [high] [PCT]
      *            [colormap] [midpoint] [LEGEND]
      * data-file defaults to HEATMAP.DAT; bins defaults to 16
      * (maximum 32). PCT as argument 5 switches the auto-detected
      * bin range to the data's P05..P95 percentiles through the
      * shared STATPACK subprogram - outliers land in the edge bins
      * instead of stretching every bin boundary.
      * colormap, midpoint and LEGEND work as they do for HEATMAP,
      * so a histogram run with HEATMAP's arguments colors its bars
      * exactly like the cells that fall in them; the legend strip
      * sits in the top-right corner.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTOGRAM.
           05  BAR-TOP-Y          PIC S9(4).
           05  WS-CHART-BASE-Y    PIC 9(4).
           05  WS-CHART-AVAIL     PIC 9(4).
           05  WS-LABEL-TEXT      PIC X(20).
           05  WS-VALUE-DISP      PIC -(8)9.

      * The color map (arguments 6-8): which COLORMAP ramp colors
      * the bars, a diverging map's midpoint, and whether a scale
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

           DISPLAY 6 UPON ARGUMENT-NUMBER
           ACCEPT WS-MAP-ARG FROM ARGUMENT-VALUE
           DISPLAY 7 UPON ARGUMENT-NUMBER
           ACCEPT WS-MIDPOINT-ARG FROM ARGUMENT-VALUE
           DISPLAY 8 UPON ARGUMENT-NUMBER
           ACCEPT WS-LEGEND-ARG FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(WS-LEGEND-ARG) = "LEGEND"
              SET WS-LEGEND TO TRUE
           END-IF
           PERFORM LOAD-COLOR-MAP

           IF WS-LOW-ARG NOT = SPACES AND WS-HIGH-ARG NOT = SPACES
              MOVE WS-LOW-ARG  TO WS-LOW-VALUE
              MOVE WS-HIGH-ARG TO WS-HIGH-VALUE

           PERFORM DRAW-ALL-BARS
           PERFORM DRAW-RANGE-LABEL
           IF WS-LEGEND
              COMPUTE LG-X = WS-MAX-X - LG-W - 8
              MOVE 2 TO LG-Y
              PERFORM DRAW-COLOR-LEGEND
           END-IF

           MOVE 'SYNC' TO GFX-OPCODE
           CALL 'GRAPHICS' USING GFX-ARGS
                    WS-LOW-VALUE " TO " WS-HIGH-VALUE UPON SYSERR
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * Load the color map the bars are painted on. An unknown or
      * unusable map name is reported and the default ramp used.
      * -----------------------------------------------------------
       LOAD-COLOR-MAP.
           MOVE 'L' TO CM-FUNCTION
           MOVE WS-MAP-ARG TO CM-MAP-NAME
           CALL 'COLORMAP' USING COLORMAP-ARGS
           IF CM-UNKNOWN-MAP
              DISPLAY "HISTOGRAM: NO COLOR MAP "
                       FUNCTION TRIM(WS-MAP-ARG) " - USING "
                       FUNCTION TRIM(CM-MAP-NAME) UPON SYSERR
           END-IF
           IF CM-BAD-MAP
              DISPLAY "HISTOGRAM: COLOR MAP "
                       FUNCTION TRIM(WS-MAP-ARG) " IS UNUSABLE - "
                       "USING " FUNCTION TRIM(CM-MAP-NAME)
                       UPON SYSERR
           END-IF
           IF WS-MIDPOINT-ARG NOT = SPACES
              MOVE WS-MIDPOINT-ARG TO CM-MIDPOINT
           END-IF.

      * -----------------------------------------------------------
      * First pass: read every record once to find the data file's
      * own minimum and maximum value, used as the bin range when

      * -----------------------------------------------------------
      * Draw one filled bar per bin, colored at the bin midpoint of
      * the color map (see SET-BIN-COLOR), with the bin's count stamped
      * above it and its bin number under it.
      * -----------------------------------------------------------
       DRAW-ALL-BARS.
                 END-IF
                 COMPUTE BAR-TOP-Y = WS-CHART-BASE-Y - BAR-HEIGHT

                 PERFORM SET-BIN-COLOR

                 MOVE 'RECT' TO GFX-OPCODE
                 MOVE BAR-X TO GFX-RECT-X
           CALL 'GRAPHICS' USING GFX-ARGS.

      * -----------------------------------------------------------
      * Bin BIN-I's color: the map's color at the bin's midpoint
      * level, the same spread the bars always had. A diverging map
      * is asked by the bin's midpoint value instead, so its
      * neutral color falls on the bin that holds the midpoint -
      * the bin a HEATMAP cell of that value would be painted in.
      * -----------------------------------------------------------
       SET-BIN-COLOR.
           IF CM-DIVERGING
              MOVE 'V' TO CM-FUNCTION
              MOVE WS-LOW-VALUE  TO CM-LOW
              MOVE WS-HIGH-VALUE TO CM-HIGH
              COMPUTE CM-VALUE = WS-LOW-VALUE
                  + (BIN-I * 2 - 1) * (WS-HIGH-VALUE - WS-LOW-VALUE)
                  / (WS-NUM-BINS * 2)
           ELSE
              MOVE 'C' TO CM-FUNCTION
              COMPUTE CM-LEVEL =
                  (BIN-I * 2 - 1) * 255 / (WS-NUM-BINS * 2)
           END-IF
           CALL 'COLORMAP' USING COLORMAP-ARGS
           MOVE CM-R TO GFX-COLOR-R
           MOVE CM-G TO GFX-COLOR-G
           MOVE CM-B TO GFX-COLOR-B.

      * -----------------------------------------------------------
      * The color-scale legend at LG-X/LG-Y: the map's name, a
      * strip of the ramp one pixel column per level step, and the
      * bin range's low and high values under its ends - plus the
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
