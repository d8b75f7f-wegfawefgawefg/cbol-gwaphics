      * hold like the other long-running wall programs, under a
      * frame budget.
      * Invoke as: GAUGE [frame-budget] [value-file] [min] [max]
      *            [green-end] [amber-end] [vport-x,y] [colormap]
      *            [LEGEND]
      * value-file defaults to GAUGE.DAT (its first line is the
      * value); min/max default to 0/100; the green band ends at
      * green-end (default 60), amber at amber-end (default 85),
      * red runs to max.
      * The three bands take their colors from a COLORMAP map -
      * TRAFFIC, the green/amber/red above, unless argument 8 names
      * another: a categorical map's first three colors, or a
      * ramp's low end, middle and high end. LEGEND as argument 9
      * adds a labeled strip of the bands, to scale, top left.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAUGE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALUE-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

               88  WS-HAVE-VALUE      VALUE 'Y'.
           05  WS-VALUE-DISP      PIC -(8)9.
           05  WS-LABEL-TEXT      PIC X(20).
           05  WS-RUN-DATE        PIC X(8).
           05  WS-START-TIME      PIC X(6).

      * Dial geometry: the 270-degree scale opens at 225 (lower
      * left), runs clockwise through 12 o'clock and closes at 135
           05  DL-AMBER-A2        PIC 9(3).
           05  DL-RAD             PIC S9(4)V9(6).
           05  DL-NEEDLE-R        PIC S9(4).
           05  DL-GREEN-LEVEL     PIC 9(3).
           05  DL-AMBER-LEVEL     PIC 9(3).

      * The band colors (arguments 8-9): the color map they come
      * from, worked out once at startup, and the band legend.
       01  BAND-COLOR-VARS.
           05  WS-MAP-ARG         PIC X(12) VALUE SPACES.
           05  WS-LEGEND-ARG      PIC X(8)  VALUE SPACES.
           05  WS-LEGEND-SW       PIC X     VALUE 'N'.
               88  WS-LEGEND          VALUE 'Y'.
           05  BD-I               PIC 9.
           05  BD-COLOR OCCURS 3 TIMES.
               10  BD-R           PIC 9(3).
               10  BD-G           PIC 9(3).
               10  BD-B           PIC 9(3).

      * Band legend geometry and labels.
       01  COLOR-LEGEND-VARS.
           05  LG-X               PIC S9(4) VALUE 4.
           05  LG-Y               PIC S9(4) VALUE 4.
           05  LG-W               PIC 9(4) VALUE 96.
           05  LG-X1              PIC 9(4).
           05  LG-X2              PIC 9(4).
           05  LG-LEN             PIC 9(2).
           05  LG-LOW-TEXT        PIC X(20).
           05  LG-HIGH-TEXT       PIC X(20).

      * Run budget: frame count 0 means run forever. A job-control
      * front end passes a positive frame count as argument 1 to

           COPY PACEVARS.
           COPY RUNCTLVARS.
           COPY RCAUDITARGS.
           COPY ALERTVARS.
           COPY WALLREGARGS.
           COPY ALERTACKARGS.
           COPY NORMARGS.
           COPY COLORMAPARGS.
           COPY GFXARGS.

       PROCEDURE DIVISION.
           PERFORM RESOLVE-WALL-FILES
      *    pick up an optional frame budget from the command line
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-BUDGET-ARG FROM ARGUMENT-VALUE
              END-UNSTRING
           END-IF

      *    the band colors' map, and whether to key them
           DISPLAY 8 UPON ARGUMENT-NUMBER
           ACCEPT WS-MAP-ARG FROM ARGUMENT-VALUE
           DISPLAY 9 UPON ARGUMENT-NUMBER
           ACCEPT WS-LEGEND-ARG FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(WS-LEGEND-ARG) = "LEGEND"
              SET WS-LEGEND TO TRUE
           END-IF
           PERFORM LOAD-BAND-COLORS

      *    set this run's video-wall tile offset, if any
           MOVE 'VPRT' TO GFX-OPCODE
           MOVE WS-VPORT-X-ARG TO GFX-VPORT-X
           MOVE WS-GREEN-END TO WS-CUR-VALUE
           PERFORM VALUE-TO-ANGLE
           MOVE DL-ANGLE TO DL-GREEN-A2
           MOVE DL-LEVEL TO DL-GREEN-LEVEL
           MOVE WS-AMBER-END TO WS-CUR-VALUE
           PERFORM VALUE-TO-ANGLE
           MOVE DL-ANGLE TO DL-AMBER-A2
           MOVE DL-LEVEL TO DL-AMBER-LEVEL

      *    this run's start stamp, for the alert acknowledgement
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-START-TIME

      * Main loop - re-read the value once a second and redraw the
      * dial whenever it moved.
      *    skipped: equal angles would mean the full 360 to PIE)
           IF DL-GREEN-A2 NOT = 225
              MOVE 'PIE ' TO GFX-OPCODE
              MOVE 1 TO BD-I
              PERFORM SET-BAND-COLOR
              MOVE DL-CX TO GFX-ARC-CX
              MOVE DL-CY TO GFX-ARC-CY
              MOVE DL-R  TO GFX-ARC-R

           IF DL-AMBER-A2 NOT = DL-GREEN-A2
              MOVE 'PIE ' TO GFX-OPCODE
              MOVE 2 TO BD-I
              PERFORM SET-BAND-COLOR
              MOVE DL-CX TO GFX-ARC-CX
              MOVE DL-CY TO GFX-ARC-CY
              MOVE DL-R  TO GFX-ARC-R

           IF DL-AMBER-A2 NOT = 135
              MOVE 'PIE ' TO GFX-OPCODE
              MOVE 3 TO BD-I
              PERFORM SET-BAND-COLOR
              MOVE DL-CX TO GFX-ARC-CX
              MOVE DL-CY TO GFX-ARC-CY
              MOVE DL-R  TO GFX-ARC-R
           COMPUTE GFX-TEXT-X = DL-CX - 24
           COMPUTE GFX-TEXT-Y = DL-CY + DL-R - 4
           MOVE WS-LABEL-TEXT TO GFX-TEXT-STR
           CALL 'GRAPHICS' USING GFX-ARGS

           IF WS-LEGEND
              PERFORM DRAW-BAND-LEGEND
           END-IF.

      * -----------------------------------------------------------
      * Load the band colors' map - TRAFFIC unless one is named -
      * and take its three band colors: a categorical map's first
      * three entries, a ramp's colors at its low end, middle and
      * high end. An unknown or unusable map name is reported and
      * TRAFFIC used.
      * -----------------------------------------------------------
       LOAD-BAND-COLORS.
           MOVE 'L' TO CM-FUNCTION
           MOVE WS-MAP-ARG TO CM-MAP-NAME
           IF CM-MAP-NAME = SPACES
              MOVE "TRAFFIC" TO CM-MAP-NAME
           END-IF
           CALL 'COLORMAP' USING COLORMAP-ARGS
           IF CM-UNKNOWN-MAP
              DISPLAY "GAUGE: NO COLOR MAP "
                       FUNCTION TRIM(WS-MAP-ARG)
                       " - USING TRAFFIC" UPON SYSERR
           END-IF
           IF CM-BAD-MAP
              DISPLAY "GAUGE: COLOR MAP "
                       FUNCTION TRIM(WS-MAP-ARG) " IS UNUSABLE - "
                       "USING TRAFFIC" UPON SYSERR
           END-IF
           IF NOT CM-OK
              MOVE 'L' TO CM-FUNCTION
              MOVE "TRAFFIC" TO CM-MAP-NAME
              CALL 'COLORMAP' USING COLORMAP-ARGS
           END-IF
           PERFORM VARYING BD-I FROM 1 BY 1 UNTIL BD-I > 3
              IF CM-CATEGORICAL
                 MOVE 'K' TO CM-FUNCTION
                 MOVE BD-I TO CM-INDEX
              ELSE
                 MOVE 'C' TO CM-FUNCTION
                 COMPUTE CM-LEVEL = (BD-I - 1) * 255 / 2
              END-IF
              CALL 'COLORMAP' USING COLORMAP-ARGS
              MOVE CM-R TO BD-R(BD-I)
              MOVE CM-G TO BD-G(BD-I)
              MOVE CM-B TO BD-B(BD-I)
           END-PERFORM.

       SET-BAND-COLOR.
           MOVE BD-R(BD-I) TO GFX-COLOR-R
           MOVE BD-G(BD-I) TO GFX-COLOR-G
           MOVE BD-B(BD-I) TO GFX-COLOR-B.

      * -----------------------------------------------------------
      * The band legend at LG-X/LG-Y: the map's name, a strip of
      * the three band colors each as wide as its share of the
      * scale, and the scale's min and max under its ends.
      * -----------------------------------------------------------
       DRAW-BAND-LEGEND.
           MOVE 'TEXT' TO GFX-OPCODE
           MOVE 255 TO GFX-COLOR-R
           MOVE 255 TO GFX-COLOR-G
           MOVE 255 TO GFX-COLOR-B
           MOVE LG-X TO GFX-TEXT-X
           MOVE LG-Y TO GFX-TEXT-Y
           MOVE CM-MAP-NAME TO GFX-TEXT-STR
           CALL 'GRAPHICS' USING GFX-ARGS

           COMPUTE LG-X1 = DL-GREEN-LEVEL * LG-W / 255
           COMPUTE LG-X2 = DL-AMBER-LEVEL * LG-W / 255
           MOVE 'RECT' TO GFX-OPCODE
           COMPUTE GFX-RECT-Y = LG-Y + 9
           MOVE 8 TO GFX-RECT-H
           IF LG-X1 > 0
              MOVE 1 TO BD-I
              PERFORM SET-BAND-COLOR
              MOVE LG-X TO GFX-RECT-X
              MOVE LG-X1 TO GFX-RECT-W
              CALL 'GRAPHICS' USING GFX-ARGS
           END-IF
           IF LG-X2 > LG-X1
              MOVE 2 TO BD-I
              PERFORM SET-BAND-COLOR
              COMPUTE GFX-RECT-X = LG-X + LG-X1
              COMPUTE GFX-RECT-W = LG-X2 - LG-X1
              CALL 'GRAPHICS' USING GFX-ARGS
           END-IF
           IF LG-W > LG-X2
              MOVE 3 TO BD-I
              PERFORM SET-BAND-COLOR
              COMPUTE GFX-RECT-X = LG-X + LG-X2
              COMPUTE GFX-RECT-W = LG-W - LG-X2
              CALL 'GRAPHICS' USING GFX-ARGS
           END-IF

           MOVE WS-MIN-VALUE TO WS-VALUE-DISP
           MOVE FUNCTION TRIM(WS-VALUE-DISP) TO LG-LOW-TEXT
           MOVE WS-MAX-VALUE TO WS-VALUE-DISP
           MOVE FUNCTION TRIM(WS-VALUE-DISP) TO LG-HIGH-TEXT
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
           CALL 'GRAPHICS' USING GFX-ARGS.

      * -----------------------------------------------------------
       CHECK-RUN-CONTROL.
           PERFORM CHECK-ALERT-HOLD
           PERFORM READ-RUN-CONTROL
           MOVE SPACES TO RA-EVENT
           IF RUNCTL-PAUSE OR RUNCTL-BLANK
              MOVE "GAUGE" TO RA-PROGRAM
              MOVE WS-RUNCTL-CMD TO RA-EVENT
              CALL 'RCAUDIT' USING RCAUDIT-ARGS
           END-IF
           PERFORM UNTIL NOT (RUNCTL-PAUSE OR RUNCTL-BLANK)
              IF RUNCTL-BLANK AND NOT WS-WALL-BLANKED
                 PERFORM BLANK-THE-WALL
              PERFORM PAUSE-POLL-WAIT
              PERFORM READ-RUN-CONTROL
           END-PERFORM
           IF RA-EVENT NOT = SPACES
              MOVE "RELEASED" TO RA-EVENT
              CALL 'RCAUDIT' USING RCAUDIT-ARGS
           END-IF
           IF RUNCTL-STOP
              SET WS-STOP-REQUESTED TO TRUE
           END-IF
           PERFORM READ-ALERT-FILE
           IF ALERT-RAISED
              SET WS-ALERT-HELD TO TRUE
      *       acknowledge the yield (see ALERTACKARGS.cpy)
              MOVE "GAUGE" TO AY-PROGRAM
              MOVE WS-RUN-DATE TO AY-START-DATE
              MOVE WS-START-TIME TO AY-START-TIME
              MOVE WS-ALERT-TAG TO AY-ALERT-TAG
              MOVE 'Y' TO AY-FUNCTION
              CALL 'ALERTACK' USING ALERTACK-ARGS
              PERFORM UNTIL NOT ALERT-RAISED
                 PERFORM PAUSE-POLL-WAIT
                 PERFORM READ-ALERT-FILE
           END-IF
           IF WS-ALERT-HELD
              MOVE 'N' TO WS-ALERT-HELD-SW
              MOVE 'R' TO AY-FUNCTION
              CALL 'ALERTACK' USING ALERTACK-ARGS
              MOVE 'N' TO WS-HAVE-VALUE-SW
           END-IF.

      * -----------------------------------------------------------
       READ-ALERT-FILE.
           MOVE SPACES TO WS-ALERT-CMD
           MOVE SPACES TO WS-ALERT-TAG
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
              READ ALERT-FILE
                    CONTINUE
                 NOT AT END
                    MOVE ALERT-LINE(1:8) TO WS-ALERT-CMD
                    MOVE ALERT-LINE(10:30) TO WS-ALERT-TAG
              END-READ
              CLOSE ALERT-FILE
           END-IF.
               COMPUTE WS-ELAPSED-HS =
                   WS-TICK-TOTAL-HS - WS-FRAME-START-HS
           END-PERFORM.

      * -----------------------------------------------------------
      * Point the run-control and alert polls at the current wall's
      * own RUNCTL.DAT and ALERT.DAT (see WALLREGARGS.cpy) - the
      * working directory's copies on a single-wall site.
      * -----------------------------------------------------------
       RESOLVE-WALL-FILES.
           MOVE 'F' TO WG-FUNCTION
           MOVE SPACES TO WG-WALL-ID
           MOVE "RUNCTL.DAT" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-FILE-NAME TO WS-RUNCTL-FILE-NAME
           MOVE 'F' TO WG-FUNCTION
           MOVE "ALERT.DAT" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-FILE-NAME TO WS-ALERT-FILE-NAME.
