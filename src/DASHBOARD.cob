      * DASHBOARD refresh (the last seen line count is kept in
      * DASHBOARD.STA), yellow when old rejects are still on file,
      * green when the log is clean.
      * On a multi-wall site (see WALLREGARGS.cpy) the status line
      * is the named wall's lock, and a SITE panel lists every
      * wall in WALLS.DAT with whoever holds it: a green lamp for a
      * wall in use, gray for a free one, red for a wall out of
      * service - one refresh shows the operator the whole site.
      * Invoke as: DASHBOARD [wall-id]
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DASHBOARD.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.

           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

      * WALLLOCK.DAT file the launchers keep, for the status line
      * in the bottom panel.
       01  LOCK-VARS.
           05  WS-LOCK-FILE-NAME  PIC X(100) VALUE "WALLLOCK.DAT".
           05  WS-LOCK-STATUS     PIC X(2).
           05  WS-LOCK-OWNER      PIC X(12).
           05  WS-LOCK-DEMO       PIC X(12).
           05  WS-MAX-X      PIC 9(4).
           05  WS-MAX-Y      PIC 9(4).

      * The wall whose status line is shown, and the SITE panel's
      * walk of the wall registry.
       01  WALL-VARS.
           05  WS-WALL-ARG        PIC X(8) VALUE SPACES.
           05  WS-WALL-ID         PIC X(8) VALUE SPACES.
           05  WS-SITE-ROWS       PIC 9(2) VALUE 0.
           05  WS-SITE-MAX-ROWS   PIC 9(2) VALUE 8.
           05  WS-SITE-Y          PIC S9(4).

           COPY GFXARGS.
           COPY WALLREGARGS.

       PROCEDURE DIVISION.
      *    the wall this dashboard reports on (blank = the current
      *    wall); GRAPHICS then paints on that wall's configuration
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-WALL-ARG FROM ARGUMENT-VALUE
           IF WS-WALL-ARG NOT = SPACES
              MOVE 'S' TO WG-FUNCTION
              MOVE WS-WALL-ARG TO WG-WALL-ID
              CALL 'WALLREG' USING WALLREG-ARGS
              IF NOT WG-OK
                 DISPLAY "DASHBOARD: WALL '" FUNCTION TRIM(WS-WALL-ARG)
                         "' IS NOT A USABLE WALL IN WALLS.DAT"
                         UPON SYSERR
                 STOP RUN RETURNING 1
              END-IF
           END-IF
           MOVE 'L' TO WG-FUNCTION
           MOVE SPACES TO WG-WALL-ID
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-WALL-ID TO WS-WALL-ID

      *    find the real screen bounds instead of guessing them,
      *    and size the three demo panels to share the top row
           MOVE 'QURY' TO GFX-OPCODE
           MOVE 10  TO WS-PANEL-Y
           PERFORM RENDER-DEMO-PANEL

           PERFORM RENDER-SITE-PANEL
           PERFORM CHECK-ERROR-LOG
           PERFORM RENDER-ERRLOG-PANEL

           CALL 'GRAPHICS' USING GFX-ARGS

      *    who owns the wall, from the launchers' lock file
           MOVE WS-WALL-ID TO WG-WALL-ID
           PERFORM READ-WALL-LOCK
           MOVE 'TEXT' TO GFX-OPCODE
           MOVE 160 TO GFX-COLOR-R
           CALL 'GRAPHICS' USING GFX-ARGS.

      * -----------------------------------------------------------
      * The SITE panel, under the demo panels: one line per wall in
      * the registry (as many as fit), each with its holder and a
      * lamp. A site without WALLS.DAT has no SITE panel.
      * -----------------------------------------------------------
       RENDER-SITE-PANEL.
           MOVE 0 TO WS-SITE-ROWS
           MOVE 10 TO WS-PANEL-X
           MOVE 84 TO WS-PANEL-Y
           MOVE WS-ERRPANEL-W TO WS-PANEL-W
           MOVE 1 TO WG-INDEX
           MOVE 'N' TO WG-FUNCTION
           CALL 'WALLREG' USING WALLREG-ARGS
           IF WG-END
              EXIT PARAGRAPH
           END-IF

           MOVE 'TEXT' TO GFX-OPCODE
           MOVE 255 TO GFX-COLOR-R
           MOVE 255 TO GFX-COLOR-G
           MOVE 255 TO GFX-COLOR-B
           COMPUTE GFX-TEXT-X = WS-PANEL-X + 4
           COMPUTE GFX-TEXT-Y = WS-PANEL-Y + 4
           MOVE "SITE" TO GFX-TEXT-STR
           CALL 'GRAPHICS' USING GFX-ARGS

           PERFORM UNTIL WG-END OR WS-SITE-ROWS >= WS-SITE-MAX-ROWS
              ADD 1 TO WS-SITE-ROWS
              PERFORM RENDER-SITE-ROW
              ADD 1 TO WG-INDEX
              MOVE 'N' TO WG-FUNCTION
              CALL 'WALLREG' USING WALLREG-ARGS
           END-PERFORM

           MOVE 'RECO' TO GFX-OPCODE
           MOVE 200 TO GFX-COLOR-R
           MOVE 200 TO GFX-COLOR-G
           MOVE 200 TO GFX-COLOR-B
           MOVE WS-PANEL-X TO GFX-RECT-X
           MOVE WS-PANEL-Y TO GFX-RECT-Y
           MOVE WS-PANEL-W TO GFX-RECT-W
           COMPUTE GFX-RECT-H = 18 + WS-SITE-ROWS * 10
           CALL 'GRAPHICS' USING GFX-ARGS.

      * One wall's line - the entry WALLREG 'N' just returned: its
      * ID and lock holder, and its lamp at the line's right end.
       RENDER-SITE-ROW.
           COMPUTE WS-SITE-Y = WS-PANEL-Y + 6 + WS-SITE-ROWS * 10
           EVALUATE TRUE
              WHEN NOT WG-IN-SERVICE
                   MOVE 255 TO WS-LAMP-R
                   MOVE 0   TO WS-LAMP-G
                   MOVE 0   TO WS-LAMP-B
                   MOVE SPACES TO WS-LOCK-TEXT
                   STRING FUNCTION TRIM(WG-WALL-ID) " OUT OF SVC"
                          DELIMITED BY SIZE INTO WS-LOCK-TEXT
                   END-STRING
              WHEN OTHER
                   PERFORM READ-WALL-LOCK
                   MOVE SPACES TO WS-LOCK-TEXT
                   IF WS-LOCK-OWNER = SPACES
                      MOVE 96  TO WS-LAMP-R
                      MOVE 96  TO WS-LAMP-G
                      MOVE 96  TO WS-LAMP-B
                      STRING FUNCTION TRIM(WG-WALL-ID) " FREE"
                             DELIMITED BY SIZE INTO WS-LOCK-TEXT
                      END-STRING
                   ELSE
                      MOVE 0   TO WS-LAMP-R
                      MOVE 255 TO WS-LAMP-G
                      MOVE 0   TO WS-LAMP-B
                      STRING FUNCTION TRIM(WG-WALL-ID) " "
                             FUNCTION TRIM(WS-LOCK-DEMO)
                             DELIMITED BY SIZE INTO WS-LOCK-TEXT
                      END-STRING
                   END-IF
           END-EVALUATE

           MOVE 'TEXT' TO GFX-OPCODE
           MOVE 160 TO GFX-COLOR-R
           MOVE 160 TO GFX-COLOR-G
           MOVE 160 TO GFX-COLOR-B
           COMPUTE GFX-TEXT-X = WS-PANEL-X + 4
           MOVE WS-SITE-Y TO GFX-TEXT-Y
           MOVE WS-LOCK-TEXT TO GFX-TEXT-STR
           CALL 'GRAPHICS' USING GFX-ARGS

           MOVE 'FCIR' TO GFX-OPCODE
           MOVE WS-LAMP-R TO GFX-COLOR-R
           MOVE WS-LAMP-G TO GFX-COLOR-G
           MOVE WS-LAMP-B TO GFX-COLOR-B
           COMPUTE GFX-CIRC-CX = WS-PANEL-X + WS-PANEL-W - 12
           COMPUTE GFX-CIRC-CY = WS-SITE-Y + 3
           MOVE 3 TO GFX-CIRC-R
           CALL 'GRAPHICS' USING GFX-ARGS.

      * -----------------------------------------------------------
      * Read the launchers' WALLLOCK.DAT for the status line - the
      * copy belonging to the wall in WG-WALL-ID (blank = the
      * current wall): an absent or empty file means it is free.
      * -----------------------------------------------------------
       READ-WALL-LOCK.
           MOVE 'F' TO WG-FUNCTION
           MOVE "WALLLOCK.DAT" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-FILE-NAME TO WS-LOCK-FILE-NAME
           MOVE "WALL: FREE" TO WS-LOCK-TEXT
           MOVE SPACES TO WS-LOCK-OWNER
           MOVE SPACES TO WS-LOCK-DEMO
