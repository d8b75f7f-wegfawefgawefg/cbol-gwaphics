      * machinery: the outgoing image is stepped down to black with
      * SUBTRACT fills and the incoming one stepped back up the
      * same way (a dip-to-black fade - the frame buffer holds one
      * image at a time, so the two never mix mid-air). An entry
      * can name a GRAPHICS transition instead - dissolve, wipe or
      * push - which holds the outgoing image and plays it against
      * the incoming one over the entry's step count. Loops the
      * playlist under a frame budget, polls RUNCTL.DAT between
      * frames the way the demos do, and appends its RUNSUM.DAT
      * record at exit so the run shows up in the shift summary.
      * Every image it airs is also logged through AIRLOG to the
      * shared as-run file AIRLOG.DAT - start, end, seconds on the
      * wall, and whether an alert hold or an operator STOP cut the
      * dwell short - the proof-of-play AIRRPT bills sponsors from.
      * Invoke as: SLIDESHOW [frame-budget] [playlist]
      * playlist defaults to SLIDELIST.DAT; budget 0 loops forever.
      *****************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSUM-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           05  WS-TICK-I           PIC 9(6).
           05  WS-FADE-LEVEL       PIC S9(4).
           05  WS-FILL-LEVEL       PIC 9(3).
      * an entry naming a dissolve, wipe or push gets it from the
      * engine's TRAN opcode instead of the fade; a TRAN the engine
      * refuses falls back to the fade
           05  WS-TRAN-SW          PIC X VALUE 'N'.
               88  WS-TRAN-STARTED     VALUE 'Y'.
           05  WS-TRAN-FRAMES      PIC 9(3).
      * an image's as-run record is open from the moment it fades
      * up until its dwell ends (or an alert hold or STOP cuts it)
           05  WS-AIRING-SW        PIC X VALUE 'N'.
               88  WS-AIRING           VALUE 'Y'.
           05  WS-AIR-RESUME-SW    PIC X VALUE 'N'.
               88  WS-AIR-RESUME       VALUE 'Y'.

      * Tile-stepping scratch for the wall-wide fills and clears:
      * LOAD restores the whole WALL-WIDTH x WALL-HEIGHT buffer,
           COPY REPORTVARS.
           COPY PACEVARS.
           COPY RUNCTLVARS.
           COPY RCAUDITARGS.
           COPY ALERTVARS.
           COPY WALLREGARGS.
           COPY ALERTACKARGS.
           COPY GFXARGS.
           COPY AIRLOGARGS.
           COPY SIGNCHKARGS.

       PROCEDURE DIVISION.
           PERFORM RESOLVE-WALL-FILES
      *    pick up an optional frame budget from the command line
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-BUDGET-ARG FROM ARGUMENT-VALUE
      * Air one playlist entry: fade the current image down (except
      * before the very first), fade the new image up, then dwell
      * on it - polling RUNCTL.DAT and counting frames throughout.
      * An entry naming a dissolve, wipe or push starts the engine
      * transition (holding the image on the wall) before its LOAD
      * and runs it out after, in place of both fades.
      * A LOAD the engine rejects (missing file, wrong wall) skips
      * the entry instead of blacking the rotation, and so does an
      * image without a current sign-off on the content register
      * (SIGNCHK) - checked before the fade so the wall keeps the
      * slide it has.
      * -----------------------------------------------------------
       SHOW-ONE-SLIDE.
           IF SLIDE-IMAGE = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE 'C' TO SC-FUNCTION
           MOVE SLIDE-IMAGE TO SC-FILE-NAME
           MOVE "SLIDESHOW" TO SC-PROGRAM
           CALL 'SIGNCHK' USING SIGNCHK-ARGS
           IF NOT SC-APPROVED
              DISPLAY "SLIDESHOW: SKIPPING "
                       FUNCTION TRIM(SLIDE-IMAGE)
                       " - " FUNCTION TRIM(SC-REASON) UPON SYSERR
              EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-TRAN-SW
           IF SLIDE-TRAN-BY-ENGINE
              PERFORM START-SLIDE-TRANSITION
           END-IF
           IF NOT WS-FIRST-SLIDE AND NOT WS-TRAN-STARTED
              PERFORM FADE-OUT-CURRENT
           END-IF

      *    the fade-in reloads per step anyway; this first LOAD is
      *    the readability check - a rejected image skips the entry
      *    (after a fade-out the wall sits black until the next
      *    entry fades in, which beats airing a stale board; a
      *    transition is called off and the wall keeps its slide)
           PERFORM LOAD-SLIDE-IMAGE
           IF GFX-STATUS NOT = 0
              DISPLAY "SLIDESHOW: SKIPPING "
                       FUNCTION TRIM(SLIDE-IMAGE)
                       " - LOAD STATUS " GFX-STATUS UPON SYSERR
              IF WS-TRAN-STARTED
                 MOVE 'TRAN' TO GFX-OPCODE
                 MOVE 'N' TO GFX-TRAN-EFFECT
                 CALL 'GRAPHICS' USING GFX-ARGS
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FIRST-SLIDE-SW
           MOVE 'N' TO AA-RESUMED
           PERFORM BEGIN-AS-RUN
           IF WS-TRAN-STARTED
              PERFORM RUN-SLIDE-TRANSITION
           ELSE
              PERFORM FADE-IN-NEW
           END-IF

           ADD 1 TO WS-SLIDES-SHOWN
           ADD 1 TO WS-PASS-SHOWN
              PERFORM WAIT-FOR-FRAME-TICK
              PERFORM CHECK-RUN-CONTROL
              PERFORM COUNT-ONE-FRAME
           END-PERFORM

           IF WS-STOP-REQUESTED
              MOVE 'S' TO AA-INTERRUPT
           ELSE
              MOVE SPACE TO AA-INTERRUPT
           END-IF
           PERFORM END-AS-RUN.

      * -----------------------------------------------------------
      * Open and close the as-run record for the image on the
      * wall (see AIRLOGARGS.cpy). The end call is skipped when no
      * record is open - an alert hold may already have closed it.
      * -----------------------------------------------------------
       BEGIN-AS-RUN.
           MOVE 'B' TO AA-FUNCTION
           MOVE SLIDE-IMAGE TO AA-CONTENT
           MOVE "SLIDESHOW" TO AA-PROGRAM
           CALL 'AIRLOG' USING AIRLOG-ARGS
           SET WS-AIRING TO TRUE.

       END-AS-RUN.
           IF NOT WS-AIRING
              EXIT PARAGRAPH
           END-IF
           MOVE 'E' TO AA-FUNCTION
           CALL 'AIRLOG' USING AIRLOG-ARGS
           MOVE 'N' TO WS-AIRING-SW
           IF NOT AA-OK
              DISPLAY "SLIDESHOW: UNABLE TO APPEND TO AIRLOG.DAT"
                      UPON SYSERR
           END-IF.

      * -----------------------------------------------------------
      * LOAD the entry's image file through the GRAPHICS LOAD
           MOVE WS-CUR-IMAGE TO GFX-IMAGE-FILE
           CALL 'GRAPHICS' USING GFX-ARGS.

      * -----------------------------------------------------------
      * Hand the entry's dissolve, wipe or push to the engine: TRAN
      * holds the image on the wall as the outgoing frame, and the
      * SYNCs of RUN-SLIDE-TRANSITION play it out against the
      * LOAD that follows. The step count defaults to eight frames
      * - the fade's length. An effect or direction the engine
      * refuses is reported and the entry fades in the old way.
      * -----------------------------------------------------------
       START-SLIDE-TRANSITION.
           IF SLIDE-TRAN-STEPS NUMERIC AND SLIDE-TRAN-STEPS > 0
              MOVE SLIDE-TRAN-STEPS TO WS-TRAN-FRAMES
           ELSE
              MOVE 8 TO WS-TRAN-FRAMES
           END-IF
           MOVE 'TRAN' TO GFX-OPCODE
           MOVE SLIDE-TRAN-EFFECT TO GFX-TRAN-EFFECT
           MOVE SLIDE-TRAN-DIR TO GFX-TRAN-DIR
           MOVE WS-TRAN-FRAMES TO GFX-TRAN-STEPS
           MOVE SPACES TO GFX-TRAN-FILE
           CALL 'GRAPHICS' USING GFX-ARGS
           IF GFX-STATUS = 0
              SET WS-TRAN-STARTED TO TRUE
           ELSE
              DISPLAY "SLIDESHOW: "
                       FUNCTION TRIM(SLIDE-IMAGE)
                       " - BAD TRANSITION '" SLIDE-TRAN-EFFECT
                       SLIDE-TRAN-DIR "', FADING INSTEAD"
                       UPON SYSERR
           END-IF.

      * -----------------------------------------------------------
      * One SYNC per transition step, paced like the fade frames.
      * -----------------------------------------------------------
       RUN-SLIDE-TRANSITION.
           PERFORM WS-TRAN-FRAMES TIMES
              PERFORM GET-CLOCK-HS
              MOVE WS-TICK-TOTAL-HS TO WS-FRAME-START-HS
              MOVE 6 TO WS-FRAME-TARGET-HS
              MOVE 'SYNC' TO GFX-OPCODE
              CALL 'GRAPHICS' USING GFX-ARGS
              PERFORM WAIT-FOR-FRAME-TICK
              PERFORM COUNT-ONE-FRAME
           END-PERFORM.

      * -----------------------------------------------------------
      * Step the aired image down to black: eight full-wall
      * SUBTRACT fills of 32 apiece, one SYNC each - the blend
       CHECK-RUN-CONTROL.
           PERFORM CHECK-ALERT-HOLD
           PERFORM READ-RUN-CONTROL
           MOVE SPACES TO RA-EVENT
           IF RUNCTL-PAUSE OR RUNCTL-BLANK
              MOVE "SLIDESHOW" TO RA-PROGRAM
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
      * here - drawing nothing - polling every quarter second.
      * When the alert stands down, the slide being aired is
      * reloaded and flushed so the rotation picks back up where it
      * held. The image's as-run record is closed as cut short by
      * the alert, and the rest of its dwell logged as a resumed
      * play once it is back on the wall.
      * -----------------------------------------------------------
       CHECK-ALERT-HOLD.
           PERFORM READ-ALERT-FILE
           IF ALERT-RAISED
              SET WS-ALERT-HELD TO TRUE
      *       acknowledge the yield (see ALERTACKARGS.cpy)
              MOVE "SLIDESHOW" TO AY-PROGRAM
              MOVE WS-RUN-DATE TO AY-START-DATE
              MOVE WS-START-TIME TO AY-START-TIME
              MOVE WS-ALERT-TAG TO AY-ALERT-TAG
              MOVE 'Y' TO AY-FUNCTION
              CALL 'ALERTACK' USING ALERTACK-ARGS
              MOVE 'N' TO WS-AIR-RESUME-SW
              IF WS-AIRING
                 MOVE 'A' TO AA-INTERRUPT
                 PERFORM END-AS-RUN
                 SET WS-AIR-RESUME TO TRUE
              END-IF
              PERFORM UNTIL NOT ALERT-RAISED
                 PERFORM PAUSE-POLL-WAIT
                 PERFORM READ-ALERT-FILE
           END-IF
           IF WS-ALERT-HELD
              MOVE 'N' TO WS-ALERT-HELD-SW
              MOVE 'R' TO AY-FUNCTION
              CALL 'ALERTACK' USING ALERTACK-ARGS
              IF WS-CUR-IMAGE NOT = SPACES
                 PERFORM LOAD-SLIDE-IMAGE
                 MOVE 'SYNC' TO GFX-OPCODE
                 CALL 'GRAPHICS' USING GFX-ARGS
              END-IF
              IF WS-AIR-RESUME
                 MOVE 'Y' TO AA-RESUMED
                 PERFORM BEGIN-AS-RUN
                 MOVE 'N' TO WS-AIR-RESUME-SW
              END-IF
           END-IF.

      * -----------------------------------------------------------
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
