               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSUM-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANTMAP-STATUS.

           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           COPY REPORTVARS.
           COPY PACEVARS.
           COPY RUNCTLVARS.
           COPY RCAUDITARGS.
           COPY ALERTVARS.
           COPY WALLREGARGS.
           COPY ALERTACKARGS.

      * The grid: WS-GRID-W x WS-GRID-H cells (argument 9, "W,H",
      * default the original 64x64; compiled maximum 256x256 - the
      * "other side" of a wall cell to wrap to. A wall cell's state
      * is never flipped, and walls render in a fixed color at
      * startup. Mazes and chambers turn one demo into a family.
      * NONE in place of a file name means no map, so a command
      * line that needs the later arguments can still skip this one.
           01  OBSTACLE-VARS.
               05  WS-OBST-FILE-ARG  PIC X(100) VALUE SPACES.
               05  WS-OBST-FILE-NAME PIC X(100) VALUE SPACES.
               05  WS-BUDGET-ARG PIC X(10) VALUE SPACES.
               05  WS-STEP-BUDGET PIC 9(8) VALUE 0.

      * Optional frame pacing (argument 12): hundredths of a second
      * per step, default the PACEVARS 5. 0 runs unpaced, as fast as
      * the host allows - a batch survey of rules (ANTSWEEP) wants
      * the finished grid, not the show.
           01  PACE-CONFIG-VARS.
               05  WS-PACE-ARG   PIC X(6) VALUE SPACES.

      * Optional video-wall tile offset (argument 6, "X,Y"), applied
      * by GRAPHICS to every pixel this run emits so the same binary
      * can be pointed at one tile of a multi-monitor wall.
           COPY GFXARGS.

       PROCEDURE DIVISION.
           PERFORM RESOLVE-WALL-FILES
      *    pick up an optional step budget from the command line
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-BUDGET-ARG FROM ARGUMENT-VALUE
              MOVE 'Y' TO WS-CENSUS-ON-SW
           END-IF

      *    pick up an optional pacing override (hundredths per
      *    step; 0 = unpaced)
           DISPLAY 12 UPON ARGUMENT-NUMBER
           ACCEPT WS-PACE-ARG FROM ARGUMENT-VALUE
           IF WS-PACE-ARG NOT = SPACES
              MOVE WS-PACE-ARG TO WS-FRAME-TARGET-HS
           END-IF

      *    pick up an optional obstacle map file name
           DISPLAY 8 UPON ARGUMENT-NUMBER
           ACCEPT WS-OBST-FILE-ARG FROM ARGUMENT-VALUE
           IF WS-OBST-FILE-ARG NOT = SPACES
              AND WS-OBST-FILE-ARG NOT = "NONE"
              MOVE WS-OBST-FILE-ARG TO WS-OBST-FILE-NAME
              PERFORM LOAD-OBSTACLE-MAP
           END-IF
       CHECK-RUN-CONTROL.
           PERFORM CHECK-ALERT-HOLD
           PERFORM READ-RUN-CONTROL
           MOVE SPACES TO RA-EVENT
           IF RUNCTL-PAUSE OR RUNCTL-BLANK
              MOVE "ANT" TO RA-PROGRAM
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
              MOVE "ANT" TO AY-PROGRAM
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
              PERFORM REDRAW-GRID
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
              END-PERFORM
           END-PERFORM
           CLOSE ANTMAP-FILE.

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
