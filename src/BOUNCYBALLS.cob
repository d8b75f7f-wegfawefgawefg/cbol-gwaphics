               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTS-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

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

      * Up to 10 balls bouncing around the same 64x64 canvas, each
      * with its own position, velocity and color-ramp phase.
           COPY GFXARGS.

       PROCEDURE DIVISION.
           PERFORM RESOLVE-WALL-FILES
      *    pick up an optional frame budget from the command line
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-BUDGET-ARG FROM ARGUMENT-VALUE
       CHECK-RUN-CONTROL.
           PERFORM CHECK-ALERT-HOLD
           PERFORM READ-RUN-CONTROL
           MOVE SPACES TO RA-EVENT
           IF RUNCTL-PAUSE OR RUNCTL-BLANK
              MOVE "BOUNCYBALLS" TO RA-PROGRAM
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
              MOVE "BOUNCYBALLS" TO AY-PROGRAM
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
              MOVE 'CLR' TO GFX-OPCODE
              CALL 'GRAPHICS' USING GFX-ARGS
              IF WS-NUM-BUMPERS > 0
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
                  DELIMITED BY SIZE INTO REJECT-LINE
           END-STRING
           WRITE REJECT-LINE.

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
