      * Invoke as: WALLCLOCK [frame-budget] [banner-file]
      *            [DIGITAL|ANALOG] [vport-x,y]
      * banner-file defaults to WALLCLOCK.TXT (absent = no banner);
      * mode defaults to DIGITAL. A banner file named without a
      * directory is the current wall's copy (see WALLREGARGS.cpy)
      * when the wall has one, otherwise the one named; it is
      * re-read every minute, so a banner MSGCTR puts up or takes
      * down shows without a restart, in the color it carries
      * (see BANNERREC.cpy).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WALLCLOCK.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSUM-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       FILE SECTION.
       FD  BANNER-FILE.
       01  BANNER-LINE           PIC X(40).
           COPY BANNERREC.

       FD  RUNSUM-FILE.
           COPY RUNSUMREC.
           05  WS-BANNER-STATUS    PIC X(2).
           05  WS-RUNSUM-STATUS    PIC X(2).
           05  WS-BANNER-TEXT      PIC X(20) VALUE SPACES.
           05  WS-BANNER-R         PIC 9(3)  VALUE 255.
           05  WS-BANNER-G         PIC 9(3)  VALUE 255.
           05  WS-BANNER-B         PIC 9(3)  VALUE 0.
           05  WS-GIVEN-FILE-NAME  PIC X(100).
           05  WS-SLASH-COUNT      PIC 9(3).
           05  WS-TIME-TEXT        PIC X(20).
           05  WS-DATE-TEXT        PIC X(20).
           05  WS-LAST-SECOND      PIC X(6) VALUE SPACES.
           COPY REPORTVARS.
           COPY PACEVARS.
           COPY RUNCTLVARS.
           COPY RCAUDITARGS.
           COPY ALERTVARS.
           COPY WALLREGARGS.
           COPY ALERTACKARGS.
           COPY GFXARGS.

       PROCEDURE DIVISION.
           PERFORM RESOLVE-WALL-FILES
      *    pick up an optional frame budget from the command line
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-BUDGET-ARG FROM ARGUMENT-VALUE
           IF WS-BANNER-FILE-ARG NOT = SPACES
              MOVE WS-BANNER-FILE-ARG TO WS-BANNER-FILE-NAME
           END-IF
           PERFORM RESOLVE-BANNER-FILE

      *    pick up the face mode
           DISPLAY 3 UPON ARGUMENT-NUMBER
              COMPUTE CL-R = WS-MAX-Y / 2 - 10
           END-IF

      * Main loop - repaint when the wall clock's second changes,
      * picking the banner up afresh as each minute turns.
           PERFORM UNTIL (WS-FRAME-BUDGET > 0
                   AND WS-FRAME-COUNT >= WS-FRAME-BUDGET)
                   OR WS-STOP-REQUESTED
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
               IF WS-NOW-TIME NOT = WS-LAST-SECOND
                  IF WS-NOW-TIME(1:4) NOT = WS-LAST-SECOND(1:4)
                     PERFORM READ-BANNER-LINE
                  END-IF
                  MOVE WS-NOW-TIME TO WS-LAST-SECOND
                  PERFORM PAINT-CLOCK-FRAME
                  MOVE 'SYNC' TO GFX-OPCODE

           IF WS-BANNER-TEXT NOT = SPACES
              MOVE 'TEXT' TO GFX-OPCODE
              MOVE WS-BANNER-R TO GFX-COLOR-R
              MOVE WS-BANNER-G TO GFX-COLOR-G
              MOVE WS-BANNER-B TO GFX-COLOR-B
              MOVE 4 TO GFX-TEXT-X
              COMPUTE GFX-TEXT-Y = WS-MAX-Y - 9
              MOVE WS-BANNER-TEXT TO GFX-TEXT-STR

      * -----------------------------------------------------------
      * The banner line, from the banner file's first line - up to
      * the 20 characters one TEXT call stamps - in the color that
      * follows it, or yellow when none does. An absent or empty
      * file takes the banner down.
      * -----------------------------------------------------------
       READ-BANNER-LINE.
           MOVE SPACES TO WS-BANNER-TEXT
           MOVE 255 TO WS-BANNER-R
           MOVE 255 TO WS-BANNER-G
           MOVE 0   TO WS-BANNER-B
           OPEN INPUT BANNER-FILE
           IF WS-BANNER-STATUS NOT = "00"
              EXIT PARAGRAPH
              AT END
                 CONTINUE
              NOT AT END
                 MOVE BANNER-TEXT TO WS-BANNER-TEXT
                 IF BANNER-COLOR IS NUMERIC
                    MOVE BANNER-R TO WS-BANNER-R
                    MOVE BANNER-G TO WS-BANNER-G
                    MOVE BANNER-B TO WS-BANNER-B
                 END-IF
           END-READ
           CLOSE BANNER-FILE.

       CHECK-RUN-CONTROL.
           PERFORM CHECK-ALERT-HOLD
           PERFORM READ-RUN-CONTROL
           MOVE SPACES TO RA-EVENT
           IF RUNCTL-PAUSE OR RUNCTL-BLANK
              MOVE "WALLCLOCK" TO RA-PROGRAM
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
              MOVE "WALLCLOCK" TO AY-PROGRAM
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
              MOVE SPACES TO WS-LAST-SECOND
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

      * -----------------------------------------------------------
      * A banner file named without a directory is looked for
      * first in the current wall's directory, then as named - on
      * a single-wall site both are the working directory.
      * -----------------------------------------------------------
       RESOLVE-BANNER-FILE.
           IF WS-BANNER-FILE-NAME(41:60) NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SLASH-COUNT
           INSPECT WS-BANNER-FILE-NAME TALLYING WS-SLASH-COUNT
               FOR ALL "/"
           IF WS-SLASH-COUNT > 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-BANNER-FILE-NAME TO WS-GIVEN-FILE-NAME
           MOVE 'F' TO WG-FUNCTION
           MOVE SPACES TO WG-WALL-ID
           MOVE WS-BANNER-FILE-NAME TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           IF WG-FILE-NAME = WS-GIVEN-FILE-NAME
              EXIT PARAGRAPH
           END-IF
           MOVE WG-FILE-NAME TO WS-BANNER-FILE-NAME
           OPEN INPUT BANNER-FILE
           IF WS-BANNER-STATUS = "00"
              CLOSE BANNER-FILE
           ELSE
              MOVE WS-GIVEN-FILE-NAME TO WS-BANNER-FILE-NAME
           END-IF.
