      * redrawn at a decreasing X every SYNC, entering from the
      * right edge and leaving off the left - looping through the
      * file until the frame budget runs out (budget 0 scrolls
      * forever, until the process is stopped, or an operator STOP
      * in RUNCTL.DAT ends it cleanly).
      * Each message scrolled is logged through AIRLOG to the
      * shared as-run file AIRLOG.DAT for the sponsor airtime
      * statement. The marquee watches ALERT.DAT each frame and
      * yields the wall to an emergency broadcast for as long as it
      * is raised (see ALERTVARS.cpy): the message on the wall is
      * logged as cut short by the hold, and the rest of its scroll
      * as a resumed play once the alert stands down. A message a
      * STOP ended is logged as cut short by the stop.
      * Invoke as: TICKER [frame-budget] [ticker.dat] [vport-x,y]
      * A message file named without a directory is the current
      * wall's copy (see WALLREGARGS.cpy) when the wall has one -
      * MSGCTR generates each wall's TICKER.DAT and each tile's
      * TICKERn.DAT there - and otherwise the one named.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TICKER.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKER-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TICKER-FILE.
           COPY TICKERREC.

       FD  RUNCTL-FILE.
       01  RUNCTL-LINE           PIC X(8).

       FD  ALERT-FILE.
       01  ALERT-LINE            PIC X(40).

       WORKING-STORAGE SECTION.
       01  TICKER-VARS.
           05  WS-TICKER-FILE-NAME   PIC X(100) VALUE "TICKER.DAT".
           05  WS-TICKER-FILE-ARG    PIC X(100) VALUE SPACES.
           05  WS-GIVEN-FILE-NAME    PIC X(100).
           05  WS-SLASH-COUNT        PIC 9(3).
           05  WS-TICKER-STATUS      PIC X(2).
           05  WS-EOF-SW             PIC X VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-PASS-SCROLLED      PIC 9(4) VALUE 0.
           05  WS-NO-MESSAGES-SW     PIC X VALUE 'N'.
               88  WS-NO-MESSAGES        VALUE 'Y'.
      * run start stamp, named in each alert acknowledgement
           05  WS-RUN-DATE           PIC X(8).
           05  WS-START-TIME         PIC X(6).

      * The message currently scrolling, its pixel width under the
      * 6-pixels-per-character 5x7 font, and its moving X origin.
           05  WS-SCROLL-X           PIC S9(4).
           05  WS-SCROLL-END-X       PIC S9(4).
           05  WS-BAND-Y             PIC 9(4).
      * set while the message's as-run record is open
           05  WS-AIRING-SW          PIC X VALUE 'N'.
               88  WS-AIRING             VALUE 'Y'.

      * Real screen bounds, queried from GRAPHICS at startup instead
      * of being hardcoded here.
           05  WS-VPORT-Y-ARG PIC S9(4) VALUE 0.

           COPY PACEVARS.
           COPY RUNCTLVARS.
           COPY ALERTVARS.
           COPY WALLREGARGS.
           COPY ALERTACKARGS.
           COPY GFXARGS.
           COPY AIRLOGARGS.

       PROCEDURE DIVISION.
           PERFORM RESOLVE-WALL-FILES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-START-TIME
      *    pick up an optional frame budget from the command line
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-BUDGET-ARG FROM ARGUMENT-VALUE
           IF WS-TICKER-FILE-ARG NOT = SPACES
              MOVE WS-TICKER-FILE-ARG TO WS-TICKER-FILE-NAME
           END-IF
           PERFORM RESOLVE-TICKER-FILE

      *    pick up an optional video-wall tile offset ("X,Y")
           DISPLAY 3 UPON ARGUMENT-NUMBER
      * the message file at EOF so the marquee loops until the
      * budget (if any) is exhausted.
           PERFORM UNTIL WS-BUDGET-UP OR WS-NO-MESSAGES
                   OR WS-STOP-REQUESTED
              READ TICKER-FILE
                 AT END
                    IF WS-PASS-SCROLLED = 0
           ADD 1 TO WS-MESSAGES-SHOWN
           ADD 1 TO WS-PASS-SCROLLED

           MOVE 'N' TO AA-RESUMED
           PERFORM BEGIN-AS-RUN

           PERFORM UNTIL WS-SCROLL-X < WS-SCROLL-END-X
                   OR WS-BUDGET-UP OR WS-STOP-REQUESTED
              PERFORM GET-CLOCK-HS
              MOVE WS-TICK-TOTAL-HS TO WS-FRAME-START-HS

                 AND WS-FRAME-COUNT >= WS-FRAME-BUDGET
                 SET WS-BUDGET-UP TO TRUE
              END-IF
              PERFORM CHECK-CONTROL-FILES
           END-PERFORM

           IF WS-STOP-REQUESTED
              MOVE 'S' TO AA-INTERRUPT
           ELSE
              MOVE SPACE TO AA-INTERRUPT
           END-IF
           PERFORM END-AS-RUN.

      * -----------------------------------------------------------
      * Open and close the as-run record for the message on the
      * wall (see AIRLOGARGS.cpy). The end call is skipped when no
      * record is open.
      * -----------------------------------------------------------
       BEGIN-AS-RUN.
           MOVE 'B' TO AA-FUNCTION
           MOVE WS-MSG-TEXT TO AA-CONTENT
           MOVE "TICKER" TO AA-PROGRAM
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
              DISPLAY "TICKER: UNABLE TO APPEND TO AIRLOG.DAT"
                      UPON SYSERR
           END-IF.

      * -----------------------------------------------------------
      * Once a frame: yield to an emergency broadcast, and honor an
      * operator STOP through RUNCTL.DAT by leaving the scroll (and
      * the main loop) cleanly.
      * -----------------------------------------------------------
       CHECK-CONTROL-FILES.
           PERFORM CHECK-ALERT-HOLD
           MOVE SPACES TO WS-RUNCTL-CMD
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "00"
              READ RUNCTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE RUNCTL-LINE TO WS-RUNCTL-CMD
              END-READ
              CLOSE RUNCTL-FILE
           END-IF
           IF RUNCTL-STOP
              SET WS-STOP-REQUESTED TO TRUE
           END-IF.

      * -----------------------------------------------------------
      * Emergency broadcast hold (see ALERTVARS.cpy): while
      * ALERT.DAT is raised the wall belongs to ALERTCAST, so hold
      * here - drawing nothing - polling every quarter second.
      * When the alert stands down the wall is cleared and the
      * message carries on scrolling from where it held. Its as-run
      * record is closed as cut short by the alert, and the rest of
      * the scroll logged as a resumed play.
      * -----------------------------------------------------------
       CHECK-ALERT-HOLD.
           PERFORM READ-ALERT-FILE
           IF ALERT-RAISED
              SET WS-ALERT-HELD TO TRUE
      *       acknowledge the yield (see ALERTACKARGS.cpy)
              MOVE "TICKER" TO AY-PROGRAM
              MOVE WS-RUN-DATE TO AY-START-DATE
              MOVE WS-START-TIME TO AY-START-TIME
              MOVE WS-ALERT-TAG TO AY-ALERT-TAG
              MOVE 'Y' TO AY-FUNCTION
              CALL 'ALERTACK' USING ALERTACK-ARGS
              MOVE 'A' TO AA-INTERRUPT
              PERFORM END-AS-RUN
              PERFORM UNTIL NOT ALERT-RAISED
                 PERFORM PAUSE-POLL-WAIT
                 PERFORM READ-ALERT-FILE
              END-PERFORM
           END-IF
           IF WS-ALERT-HELD
              MOVE 'N' TO WS-ALERT-HELD-SW
              MOVE 'R' TO AY-FUNCTION
              CALL 'ALERTACK' USING ALERTACK-ARGS
              MOVE 'CLR' TO GFX-OPCODE
              CALL 'GRAPHICS' USING GFX-ARGS
              MOVE 'Y' TO AA-RESUMED
              PERFORM BEGIN-AS-RUN
           END-IF.

      * -----------------------------------------------------------
      * Read the alert file's first line (an absent or empty file
      * means no alert).
      * -----------------------------------------------------------
       READ-ALERT-FILE.
           MOVE SPACES TO WS-ALERT-CMD
           MOVE SPACES TO WS-ALERT-TAG
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
              READ ALERT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE ALERT-LINE(1:8) TO WS-ALERT-CMD
                    MOVE ALERT-LINE(10:30) TO WS-ALERT-TAG
              END-READ
              CLOSE ALERT-FILE
           END-IF.

      * -----------------------------------------------------------
      * Quarter-second wall-clock wait between alert-file polls
      * while held, preserving the frame pacing target around the
      * borrowed WAIT-FOR-FRAME-TICK spin.
      * -----------------------------------------------------------
       PAUSE-POLL-WAIT.
           MOVE WS-FRAME-TARGET-HS TO WS-RUNCTL-SAVE-HS
           MOVE 25 TO WS-FRAME-TARGET-HS
           PERFORM GET-CLOCK-HS
           MOVE WS-TICK-TOTAL-HS TO WS-FRAME-START-HS
           PERFORM WAIT-FOR-FRAME-TICK
           MOVE WS-RUNCTL-SAVE-HS TO WS-FRAME-TARGET-HS.

      * -----------------------------------------------------------
      * Read the wall clock and reduce it to hundredths-of-a-second
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
      * A message file named without a directory is looked for
      * first in the current wall's directory, then as named - on
      * a single-wall site both are the working directory.
      * -----------------------------------------------------------
       RESOLVE-TICKER-FILE.
           IF WS-TICKER-FILE-NAME(41:60) NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SLASH-COUNT
           INSPECT WS-TICKER-FILE-NAME TALLYING WS-SLASH-COUNT
               FOR ALL "/"
           IF WS-SLASH-COUNT > 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-TICKER-FILE-NAME TO WS-GIVEN-FILE-NAME
           MOVE 'F' TO WG-FUNCTION
           MOVE SPACES TO WG-WALL-ID
           MOVE WS-TICKER-FILE-NAME TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           IF WG-FILE-NAME = WS-GIVEN-FILE-NAME
              EXIT PARAGRAPH
           END-IF
           MOVE WG-FILE-NAME TO WS-TICKER-FILE-NAME
           OPEN INPUT TICKER-FILE
           IF WS-TICKER-STATUS = "00"
              CLOSE TICKER-FILE
           ELSE
              MOVE WS-GIVEN-FILE-NAME TO WS-TICKER-FILE-NAME
           END-IF.
