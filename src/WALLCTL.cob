      * complete on all tiles. Give each tile a frame budget in its
      * argument string - an unbounded tile never finishes producing
      * its stream.
      * The layout defaults to the current wall's WALL.DAT (see
      * WALLREGARGS.cpy).
      * Invoke as: WALLCTL [wall.dat] | DISPLAYPIPE
      *****************************************************************
       IDENTIFICATION DIVISION.

           COPY WALLCTLREC.
           COPY SETTINGS.
           COPY WALLREGARGS.

       01  CANVAS-BOUNDS.
           05  WS-CANVAS-MAX-X    PIC 9(4).
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-LAYOUT-FILE-NAME FROM ARGUMENT-VALUE
           IF WS-LAYOUT-FILE-NAME = SPACES
              MOVE 'F' TO WG-FUNCTION
              MOVE SPACES TO WG-WALL-ID
              MOVE "WALL.DAT" TO WG-BASE-NAME
              CALL 'WALLREG' USING WALLREG-ARGS
              MOVE WG-FILE-NAME TO WS-LAYOUT-FILE-NAME
           END-IF

           COMPUTE WS-CANVAS-MAX-X = WIDTH - 1
