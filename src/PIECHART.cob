      * other chart programs, so JOBCTL decks and profiles work
      * unchanged.
      * Invoke as: PIECHART [data-file] [radius] [hole-radius]
      *            [colormap] [LEGEND]
      * data-file defaults to PIECHART.DAT; radius defaults to fill
      * the canvas height; hole 0 means a solid pie. Up to 16
      * slices - records past that are counted and dropped.
      * A colormap named as argument 4 colors the slices instead of
      * the palette: a categorical map's colors in turn, cycling,
      * or a ramp spread across the slices. LEGEND as argument 5
      * adds a labeled color-scale strip, one swatch per slice in
      * slice order, under the category legend.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIECHART.
               10  SL-LABEL       PIC X(12).
               10  SL-VALUE       PIC 9(9).

      * Slice coloring: the color map (arguments 4-5) - one named
      * on the command line wins over the palette; the fallback
      * when neither is there is the default COLORMAP ramp, the
      * one HEATMAP and HISTOGRAM paint with.
       01  COLOR-MAP-VARS.
           05  WS-MAP-ARG         PIC X(12) VALUE SPACES.
           05  WS-MAP-GIVEN-SW    PIC X     VALUE 'N'.
               88  WS-MAP-GIVEN       VALUE 'Y'.
           05  WS-LEGEND-ARG      PIC X(8)  VALUE SPACES.
           05  WS-LEGEND-SW       PIC X     VALUE 'N'.
               88  WS-LEGEND          VALUE 'Y'.

      * Color-scale legend geometry and labels.
       01  COLOR-LEGEND-VARS.
           05  LG-X               PIC S9(4).
           05  LG-Y               PIC S9(4).
           05  LG-W               PIC 9(4) VALUE 128.
           05  LG-SWATCH-W        PIC 9(4).
           05  LG-LEN             PIC 9(2).
           05  LG-TEXT            PIC X(20).
           05  LG-COUNT-DISP      PIC Z9.

      * Chart geometry and legend scratch.
       01  PLOT-VARS.
           05  WS-MAX-X      PIC 9(4).
           05  WS-MAX-Y      PIC 9(4).

           COPY COLORMAPARGS.
           COPY GFXARGS.

       PROCEDURE DIVISION.
              MOVE WS-HOLE-ARG TO WS-HOLE-RADIUS
           END-IF

           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-MAP-ARG FROM ARGUMENT-VALUE
           IF WS-MAP-ARG NOT = SPACES
              SET WS-MAP-GIVEN TO TRUE
           END-IF
           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-LEGEND-ARG FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(WS-LEGEND-ARG) = "LEGEND"
              SET WS-LEGEND TO TRUE
           END-IF
           PERFORM LOAD-COLOR-MAP

           PERFORM LOAD-SLICES
           IF SL-COUNT = 0 OR SL-TOTAL = 0
              DISPLAY "PIECHART: "
              MOVE 0 TO WS-HOLE-RADIUS
           END-IF

      *    a named color map colors the slices; failing that the
      *    loaded palette does when it loads, otherwise the ramp
      *    fallback
           IF NOT WS-MAP-GIVEN
              MOVE 'SETP' TO GFX-OPCODE
              MOVE SPACES TO GFX-PAL-FILE
              CALL 'GRAPHICS' USING GFX-ARGS
              IF GFX-STATUS = 0
                 SET WS-PALETTE-OK TO TRUE
              END-IF
           END-IF

           MOVE 'CLR' TO GFX-OPCODE
              PERFORM DRAW-DONUT-HOLE
           END-IF
           PERFORM DRAW-LEGEND
           IF WS-LEGEND
              MOVE LEG-X TO LG-X
              COMPUTE LG-Y = LEG-Y + 6
              PERFORM DRAW-COLOR-LEGEND
           END-IF

           MOVE 'SYNC' TO GFX-OPCODE
           CALL 'GRAPHICS' USING GFX-ARGS
           END-IF
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * Load the color map - the one named, or the default ramp
      * the fallback slices are spread on. An unknown or unusable
      * map name is reported and the default ramp used.
      * -----------------------------------------------------------
       LOAD-COLOR-MAP.
           MOVE 'L' TO CM-FUNCTION
           MOVE WS-MAP-ARG TO CM-MAP-NAME
           CALL 'COLORMAP' USING COLORMAP-ARGS
           IF CM-UNKNOWN-MAP
              DISPLAY "PIECHART: NO COLOR MAP "
                       FUNCTION TRIM(WS-MAP-ARG) " - USING "
                       FUNCTION TRIM(CM-MAP-NAME) UPON SYSERR
           END-IF
           IF CM-BAD-MAP
              DISPLAY "PIECHART: COLOR MAP "
                       FUNCTION TRIM(WS-MAP-ARG) " IS UNUSABLE - "
                       "USING " FUNCTION TRIM(CM-MAP-NAME)
                       UPON SYSERR
           END-IF.

      * -----------------------------------------------------------
      * Read every category once. Zero-value categories are kept -
      * they show in the legend at 0 percent with no wedge.
           END-PERFORM.

      * -----------------------------------------------------------
      * Slice SL-I's color: a named categorical map's entries in
      * turn (cycling past its last), a named ramp spread across
      * the slices, palette entries 1 up (cycling past 15) when the
      * palette loaded, else the default ramp spread.
      * -----------------------------------------------------------
       SET-SLICE-COLOR.
           IF WS-PALETTE-OK
              MOVE 'I' TO GFX-COLOR-MODE
              COMPUTE GFX-COLOR-INDEX =
                  FUNCTION MOD(SL-I - 1, 15) + 1
              EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO GFX-COLOR-MODE
           IF WS-MAP-GIVEN AND CM-CATEGORICAL
              MOVE 'K' TO CM-FUNCTION
              MOVE SL-I TO CM-INDEX
           ELSE
              MOVE 'C' TO CM-FUNCTION
              COMPUTE CM-LEVEL =
                  (SL-I * 2 - 1) * 255 / (SL-COUNT * 2)
           END-IF
           CALL 'COLORMAP' USING COLORMAP-ARGS
           MOVE CM-R TO GFX-COLOR-R
           MOVE CM-G TO GFX-COLOR-G
           MOVE CM-B TO GFX-COLOR-B.

      * -----------------------------------------------------------
      * The donut hole: the background painted back over the
           END-PERFORM.

      * -----------------------------------------------------------
      * The color-scale legend at LG-X/LG-Y: the name of what
      * colored the slices, a strip of one swatch per slice in
      * slice order, and the first and last slice numbers under
      * its ends, keyed to the category legend above.
      * -----------------------------------------------------------
       DRAW-COLOR-LEGEND.
           MOVE 'TEXT' TO GFX-OPCODE
           MOVE 'R' TO GFX-COLOR-MODE
           MOVE 255 TO GFX-COLOR-R
           MOVE 255 TO GFX-COLOR-G
           MOVE 255 TO GFX-COLOR-B
           MOVE LG-X TO GFX-TEXT-X
           MOVE LG-Y TO GFX-TEXT-Y
           IF WS-PALETTE-OK
              MOVE "PALETTE" TO GFX-TEXT-STR
           ELSE
              MOVE CM-MAP-NAME TO GFX-TEXT-STR
           END-IF
           CALL 'GRAPHICS' USING GFX-ARGS

           COMPUTE LG-SWATCH-W = LG-W / SL-COUNT
           PERFORM VARYING SL-I FROM 1 BY 1 UNTIL SL-I > SL-COUNT
              PERFORM SET-SLICE-COLOR
              MOVE 'RECT' TO GFX-OPCODE
              COMPUTE GFX-RECT-X = LG-X + (SL-I - 1) * LG-SWATCH-W
              COMPUTE GFX-RECT-Y = LG-Y + 9
              MOVE LG-SWATCH-W TO GFX-RECT-W
              MOVE 8 TO GFX-RECT-H
              CALL 'GRAPHICS' USING GFX-ARGS
           END-PERFORM

           MOVE 'TEXT' TO GFX-OPCODE
           MOVE 'R' TO GFX-COLOR-MODE
           MOVE 255 TO GFX-COLOR-R
           MOVE 255 TO GFX-COLOR-G
           MOVE 255 TO GFX-COLOR-B
           COMPUTE GFX-TEXT-Y = LG-Y + 19
           MOVE LG-X TO GFX-TEXT-X
           MOVE "1" TO GFX-TEXT-STR
           CALL 'GRAPHICS' USING GFX-ARGS

           MOVE SL-COUNT TO LG-COUNT-DISP
           MOVE FUNCTION TRIM(LG-COUNT-DISP) TO LG-TEXT
           COMPUTE LG-LEN = FUNCTION LENGTH(FUNCTION TRIM(LG-TEXT))
           COMPUTE GFX-TEXT-X =
               LG-X + SL-COUNT * LG-SWATCH-W - LG-LEN * 6
           MOVE LG-TEXT TO GFX-TEXT-STR
           CALL 'GRAPHICS' USING GFX-ARGS.
