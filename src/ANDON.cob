      *****************************************************************
      * ANDON: the production andon board for the ops wall - one
      * tile per machine, colored by its state (RUN green, IDLE
      * amber, DOWN red, MAINT blue) and flashing while it is down,
      * with how long it has been in that state. The states come
      * from the machine status feed - the FLOORMAP status file
      * (see FLOORSTATREC.cpy), read twice a second; RUN/RUNNING,
      * IDLE/SETUP/OFFLINE, DOWN and MAINT are understood, anything
      * else is left alone. Every state change is appended to the
      * state history ANDONHIST.DAT (see ANDONHISTREC.cpy), from
      * which the board restores each machine's state and since-
      * time at startup. Honors RUNCTL.DAT and the ALERT.DAT
      * broadcast hold like the other long-running wall programs,
      * under a frame budget.
      * At each shift change the board writes the downtime report
      * for the shift just ended to ANDON.RPT: per machine the
      * stops (entries into DOWN), total and longest downtime, the
      * maintenance time and the availability - the share of the
      * machine's observed time, less maintenance, that it was not
      * down. The downtime mix goes out with it for the existing
      * chart programs: ANDONPIE.DAT (PIECHARTREC, each machine's
      * downtime seconds) and ANDONHEAT.DAT (HEATMAPREC, a row per
      * machine in report order from 0, a column per hour of the
      * shift, downtime seconds in that hour).
      * Invoke as: ANDON [frame-budget] [feed-file] [vport-x,y]
      *            [shift-changes]
      *        or: ANDON REPORT [yyyymmdd] [end-hhmm]
      *            [shift-changes] [report-file]
      * feed-file defaults to FLOORSTAT.DAT; shift-changes is up to
      * six HHMM times, comma-separated and ascending (default
      * 0600,1400,2200), a shift running from one to the next.
      * REPORT rewrites the report and exports for the shift ending
      * at end-hhmm on yyyymmdd (default the day's last shift
      * change) - with no date, for the last shift to have ended.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANDON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO DYNAMIC WS-FEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT HIST-FILE ASSIGN TO "ANDONHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT PIE-FILE ASSIGN TO "ANDONPIE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIE-STATUS.

           SELECT HEAT-FILE ASSIGN TO "ANDONHEAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEAT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE.
           COPY FLOORSTATREC.

       FD  HIST-FILE.
           COPY ANDONHISTREC.

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).

       FD  PIE-FILE.
           COPY PIECHARTREC.

       FD  HEAT-FILE.
           COPY HEATMAPREC.

       FD  RUNCTL-FILE.
       01  RUNCTL-LINE            PIC X(8).

       FD  ALERT-FILE.
       01  ALERT-LINE             PIC X(40).

       WORKING-STORAGE SECTION.
       01  ANDON-VARS.
           05  WS-FEED-FILE-NAME  PIC X(100) VALUE "FLOORSTAT.DAT".
           05  WS-REPORT-FILE-NAME PIC X(100) VALUE "ANDON.RPT".
           05  WS-ARG-1           PIC X(100) VALUE SPACES.
           05  WS-ARG-2           PIC X(100) VALUE SPACES.
           05  WS-ARG-3           PIC X(100) VALUE SPACES.
           05  WS-ARG-4           PIC X(100) VALUE SPACES.
           05  WS-ARG-5           PIC X(100) VALUE SPACES.
           05  WS-FEED-STATUS     PIC X(2).
           05  WS-HIST-STATUS     PIC X(2).
           05  WS-REPORT-STATUS   PIC X(2).
           05  WS-PIE-STATUS      PIC X(2).
           05  WS-HEAT-STATUS     PIC X(2).
           05  WS-EOF-SW          PIC X VALUE 'N'.
               88  WS-EOF             VALUE 'Y'.
           05  WS-FLASH-SW        PIC X VALUE 'N'.
               88  WS-FLASH-ON        VALUE 'Y'.
           05  WS-NEW-STATE       PIC X(5).
           05  WS-CHANGES         PIC 9(8) VALUE 0.
           05  WS-SHIFT-REPORTS   PIC 9(4) VALUE 0.
           05  WS-RUN-DATE        PIC X(8).
           05  WS-START-TIME      PIC X(6).

      * Shift changes (argument 4, or 3 under REPORT): HHMM times
      * of day, ascending, each held as seconds from midnight too.
       01  SHIFT-VARS.
           05  WS-SHIFT-ARG       PIC X(40) VALUE "0600,1400,2200".
           05  SH-COUNT           PIC 9 VALUE 0.
           05  SH-I               PIC 9.
           05  SH-TOKEN OCCURS 6 TIMES PIC X(4).
           05  SH-HHMM OCCURS 6 TIMES PIC 9(4).
           05  SH-SECS OCCURS 6 TIMES PIC 9(5).
           05  WS-NEXT-SHIFT-SECS PIC 9(12).

      * The board's machines: the state each is in and since when,
      * in the order first seen (history first, then the feed).
       01  MACHINE-TABLE-VARS.
           05  MC-COUNT           PIC 9(2) VALUE 0.
           05  MC-MAX             PIC 9(2) VALUE 48.
           05  MC-I               PIC 9(2).
           05  MC-FOUND           PIC 9(2).
           05  MC-ENTRY OCCURS 48 TIMES.
               10  MC-NAME        PIC X(12).
               10  MC-STATE       PIC X(5).
                   88  MC-RUN         VALUE "RUN".
                   88  MC-IDLE        VALUE "IDLE".
                   88  MC-DOWN        VALUE "DOWN".
                   88  MC-MAINT       VALUE "MAINT".
               10  MC-SINCE-SECS  PIC 9(12).

      * Board geometry: a near-square grid of tiles sized to the
      * machine count, and one tile's labels.
       01  BOARD-VARS.
           05  BD-COLS            PIC 9(2).
           05  BD-ROWS            PIC 9(2).
           05  BD-TILE-W          PIC 9(4).
           05  BD-TILE-H          PIC 9(4).
           05  BD-COL             PIC 9(2).
           05  BD-ROW             PIC 9(2).
           05  BD-CX              PIC S9(4).
           05  BD-CY              PIC S9(4).
           05  BD-LEN             PIC 9(2).
           05  BD-LINE            PIC 9.
           05  BD-LINE-TEXT OCCURS 3 TIMES PIC X(20).

      * Clock scratch: date/time stamps and seconds counted from
      * the INTEGER-OF-DATE day number, so a duration spans
      * midnight.
       01  CLOCK-VARS.
           05  WS-NOW-DATE        PIC X(8).
           05  WS-NOW-TIME        PIC X(6).
           05  WS-NOW-SECS        PIC 9(12).
           05  CK-DATE            PIC X(8).
           05  CK-TIME            PIC X(6).
           05  CK-DATE-NUM        PIC 9(8).
           05  CK-DAY-INT         PIC 9(8).
           05  CK-TOD-SECS        PIC 9(5).
           05  CK-HH              PIC 99.
           05  CK-MM              PIC 99.
           05  CK-SS              PIC 99.
           05  CK-SECS            PIC 9(12).
           05  CK-BOUNDARY-SECS   PIC 9(12).

      * The shift report: its window, each machine's timeline
      * replayed from the history into it, and the totals.
       01  REPORT-VARS.
           05  RP-START-SECS      PIC 9(12).
           05  RP-END-SECS        PIC 9(12).
           05  RP-CUTOFF-SECS     PIC 9(12).
           05  RP-HOURS           PIC 9(2).
           05  RP-H               PIC 9(2).
           05  RP-A               PIC 9(12).
           05  RP-B               PIC 9(12).
           05  RP-RAW-A           PIC 9(12).
           05  RP-PIECE-END       PIC 9(12).
           05  RP-SPAN            PIC 9(8).
           05  RP-STATE           PIC X(5).
           05  RP-LISTED          PIC 9(2).
           05  RP-TOTAL-STOPS     PIC 9(6).
           05  RP-TOTAL-DOWN      PIC 9(10).
           05  RP-PLANNED         PIC 9(8).
           05  RP-AVAIL           PIC 999V9.
           05  RP-AVAIL-DISP      PIC ZZ9.9.
           05  RP-STOPS-DISP      PIC ZZZZ9.
           05  RP-ROW-DISP        PIC ZZ9.
           05  RP-COUNT-DISP      PIC ZZZ9.
           05  RP-START-TEXT      PIC X(14).
           05  RP-END-TEXT        PIC X(14).
           05  RP-DOWN-TEXT       PIC X(10).
           05  RP-LONG-TEXT       PIC X(10).
           05  RP-MAINT-TEXT      PIC X(10).
           05  RP-DUR-HH          PIC Z(3)9.
           05  RP-DUR-MM          PIC 99.
           05  RP-DUR-SS          PIC 99.
           05  RP-DUR-TEXT        PIC X(10).
           05  RP-WORK-SECS       PIC 9(10).
           05  RM-COUNT           PIC 9(2).
           05  RM-I               PIC 9(2).
           05  RM-ENTRY OCCURS 48 TIMES.
               10  RM-NAME        PIC X(12).
               10  RM-STATE       PIC X(5).
               10  RM-SINCE-SECS  PIC 9(12).
               10  RM-FIRST-SECS  PIC 9(12).
               10  RM-STOPS       PIC 9(4).
               10  RM-DOWN-SECS   PIC 9(8).
               10  RM-LONGEST     PIC 9(8).
               10  RM-MAINT-SECS  PIC 9(8).
               10  RM-SEEN-SECS   PIC 9(8).
               10  RM-HOUR-DOWN OCCURS 24 TIMES PIC 9(5).

      * Run budget: frame count 0 means run forever. A job-control
      * front end passes a positive frame count as argument 1 to
      * bound an unattended run.
       01  RUN-BUDGET-VARS.
           05  WS-FRAME-BUDGET PIC 9(8) VALUE 0.
           05  WS-FRAME-COUNT  PIC 9(8) VALUE 0.

      * Optional video-wall tile offset (argument 3, "X,Y").
       01  VPORT-VARS.
           05  WS-VPORT-X-ARG PIC S9(4) VALUE 0.
           05  WS-VPORT-Y-ARG PIC S9(4) VALUE 0.

      * Real screen bounds, queried from GRAPHICS at startup
      * instead of being hardcoded here.
       01  SCREEN-BOUNDS.
           05  WS-MAX-X      PIC 9(4).
           05  WS-MAX-Y      PIC 9(4).

           COPY PACEVARS.
           COPY RUNCTLVARS.
           COPY RCAUDITARGS.
           COPY ALERTVARS.
           COPY WALLREGARGS.
           COPY ALERTACKARGS.
           COPY GFXARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-1 FROM ARGUMENT-VALUE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-3 FROM ARGUMENT-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-4 FROM ARGUMENT-VALUE
           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-5 FROM ARGUMENT-VALUE

           IF FUNCTION TRIM(WS-ARG-1) = "REPORT"
              IF WS-ARG-4 NOT = SPACES
                 MOVE WS-ARG-4 TO WS-SHIFT-ARG
              END-IF
              IF WS-ARG-5 NOT = SPACES
                 MOVE WS-ARG-5 TO WS-REPORT-FILE-NAME
              END-IF
              PERFORM LOAD-SHIFT-CHANGES
              PERFORM PICK-REPORT-SHIFT
              PERFORM WRITE-SHIFT-REPORT
              STOP RUN RETURNING 0
           END-IF

           PERFORM RESOLVE-WALL-FILES
           IF WS-ARG-1 NOT = SPACES
              MOVE WS-ARG-1 TO WS-FRAME-BUDGET
           END-IF
           IF WS-ARG-2 NOT = SPACES
              MOVE WS-ARG-2 TO WS-FEED-FILE-NAME
           END-IF
           IF WS-ARG-3 NOT = SPACES
              UNSTRING WS-ARG-3 DELIMITED BY ","
                  INTO WS-VPORT-X-ARG WS-VPORT-Y-ARG
              END-UNSTRING
           END-IF
           IF WS-ARG-4 NOT = SPACES
              MOVE WS-ARG-4 TO WS-SHIFT-ARG
           END-IF
           PERFORM LOAD-SHIFT-CHANGES
           PERFORM RESTORE-MACHINE-STATES

      *    set this run's video-wall tile offset, if any
           MOVE 'VPRT' TO GFX-OPCODE
           MOVE WS-VPORT-X-ARG TO GFX-VPORT-X
           MOVE WS-VPORT-Y-ARG TO GFX-VPORT-Y
           CALL 'GRAPHICS' USING GFX-ARGS

      *    find the real screen bounds instead of guessing them
           MOVE 'QURY' TO GFX-OPCODE
           CALL 'GRAPHICS' USING GFX-ARGS
           MOVE GFX-QUERY-MAX-X TO WS-MAX-X
           MOVE GFX-QUERY-MAX-Y TO WS-MAX-Y

      *    this run's start stamp, for the alert acknowledgement,
      *    and the first shift change it will report at
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-START-TIME
           PERFORM GET-NOW-STAMP
           MOVE WS-NOW-SECS TO CK-SECS
           PERFORM FIND-NEXT-BOUNDARY
           MOVE CK-BOUNDARY-SECS TO WS-NEXT-SHIFT-SECS

      * Main loop - twice a second: take the feed, log any state
      * changes, report a shift that has just ended, and repaint
      * the board (the durations tick and the DOWN tiles flash).
           PERFORM UNTIL (WS-FRAME-BUDGET > 0
                   AND WS-FRAME-COUNT >= WS-FRAME-BUDGET)
                   OR WS-STOP-REQUESTED
               PERFORM GET-CLOCK-HS
               MOVE WS-TICK-TOTAL-HS TO WS-FRAME-START-HS
               MOVE 50 TO WS-FRAME-TARGET-HS

               PERFORM GET-NOW-STAMP
               PERFORM READ-FEED-FILE
               IF WS-NOW-SECS >= WS-NEXT-SHIFT-SECS
                  MOVE WS-NEXT-SHIFT-SECS TO RP-END-SECS
                  MOVE RP-END-SECS TO CK-SECS
                  PERFORM FIND-PREV-BOUNDARY
                  MOVE CK-BOUNDARY-SECS TO RP-START-SECS
                  PERFORM WRITE-SHIFT-REPORT
                  ADD 1 TO WS-SHIFT-REPORTS
                  MOVE WS-NOW-SECS TO CK-SECS
                  PERFORM FIND-NEXT-BOUNDARY
                  MOVE CK-BOUNDARY-SECS TO WS-NEXT-SHIFT-SECS
               END-IF

               IF WS-FLASH-ON
                  MOVE 'N' TO WS-FLASH-SW
               ELSE
                  SET WS-FLASH-ON TO TRUE
               END-IF
               PERFORM PAINT-BOARD-FRAME
               MOVE 'SYNC' TO GFX-OPCODE
               CALL 'GRAPHICS' USING GFX-ARGS
               ADD 1 TO WS-FRAME-COUNT

               PERFORM WAIT-FOR-FRAME-TICK
               PERFORM CHECK-RUN-CONTROL
           END-PERFORM.

           DISPLAY "ANDON: " MC-COUNT " MACHINE(S), " WS-CHANGES
                    " STATE CHANGE(S), " WS-SHIFT-REPORTS
                    " SHIFT REPORT(S) OVER " WS-FRAME-COUNT
                    " FRAME(S)" UPON SYSERR
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * Parse the shift changes: up to six HHMM times, ascending.
      * Anything else is fatal - a report against the wrong shift
      * boundaries is worse than none.
      * -----------------------------------------------------------
       LOAD-SHIFT-CHANGES.
           MOVE SPACES TO SH-TOKEN(1) SH-TOKEN(2) SH-TOKEN(3)
                          SH-TOKEN(4) SH-TOKEN(5) SH-TOKEN(6)
           UNSTRING WS-SHIFT-ARG DELIMITED BY ","
               INTO SH-TOKEN(1) SH-TOKEN(2) SH-TOKEN(3)
                    SH-TOKEN(4) SH-TOKEN(5) SH-TOKEN(6)
           END-UNSTRING
           MOVE 0 TO SH-COUNT
           PERFORM VARYING SH-I FROM 1 BY 1 UNTIL SH-I > 6
              IF SH-TOKEN(SH-I) NOT = SPACES
                 IF SH-TOKEN(SH-I) NOT NUMERIC
                    OR SH-TOKEN(SH-I)(1:2) > "23"
                    OR SH-TOKEN(SH-I)(3:2) > "59"
                    DISPLAY "ANDON: BAD SHIFT CHANGE '"
                             SH-TOKEN(SH-I) "'" UPON SYSERR
                    STOP RUN RETURNING 1
                 END-IF
                 ADD 1 TO SH-COUNT
                 MOVE SH-TOKEN(SH-I) TO SH-HHMM(SH-COUNT)
                 MOVE SH-TOKEN(SH-I)(1:2) TO CK-HH
                 MOVE SH-TOKEN(SH-I)(3:2) TO CK-MM
                 COMPUTE SH-SECS(SH-COUNT) = CK-HH * 3600 + CK-MM * 60
                 IF SH-COUNT > 1
                    AND SH-SECS(SH-COUNT) NOT > SH-SECS(SH-COUNT - 1)
                    DISPLAY "ANDON: SHIFT CHANGES MUST ASCEND"
                             UPON SYSERR
                    STOP RUN RETURNING 1
                 END-IF
              END-IF
           END-PERFORM
           IF SH-COUNT = 0
              DISPLAY "ANDON: NO SHIFT CHANGES GIVEN" UPON SYSERR
              STOP RUN RETURNING 1
           END-IF.

      * -----------------------------------------------------------
      * REPORT mode: the shift ending at end-hhmm on the date given
      * (the day's last shift change by default), or with no date
      * the last shift to have ended by now.
      * -----------------------------------------------------------
       PICK-REPORT-SHIFT.
           IF WS-ARG-2 = SPACES
              PERFORM GET-NOW-STAMP
              COMPUTE CK-SECS = WS-NOW-SECS + 1
              PERFORM FIND-PREV-BOUNDARY
              MOVE CK-BOUNDARY-SECS TO RP-END-SECS
           ELSE
              MOVE WS-ARG-2(1:8) TO CK-DATE
              IF WS-ARG-3 = SPACES
                 MOVE SH-HHMM(SH-COUNT) TO CK-TIME(1:4)
              ELSE
                 MOVE WS-ARG-3(1:4) TO CK-TIME(1:4)
              END-IF
              MOVE "00" TO CK-TIME(5:2)
              PERFORM STAMP-TO-SECS
              IF CK-SECS = 0
                 DISPLAY "ANDON: BAD REPORT DATE OR TIME" UPON SYSERR
                 STOP RUN RETURNING 1
              END-IF
              MOVE CK-SECS TO RP-END-SECS
           END-IF
           MOVE RP-END-SECS TO CK-SECS
           PERFORM FIND-PREV-BOUNDARY
           MOVE CK-BOUNDARY-SECS TO RP-START-SECS.

      * -----------------------------------------------------------
      * The last shift change strictly before CK-SECS, into
      * CK-BOUNDARY-SECS - the day before's last one if none today.
      * -----------------------------------------------------------
       FIND-PREV-BOUNDARY.
           DIVIDE CK-SECS BY 86400 GIVING CK-DAY-INT
               REMAINDER CK-TOD-SECS
           MOVE 0 TO CK-BOUNDARY-SECS
           PERFORM VARYING SH-I FROM SH-COUNT BY -1
                   UNTIL SH-I < 1 OR CK-BOUNDARY-SECS > 0
              IF SH-SECS(SH-I) < CK-TOD-SECS
                 COMPUTE CK-BOUNDARY-SECS =
                     CK-DAY-INT * 86400 + SH-SECS(SH-I)
              END-IF
           END-PERFORM
           IF CK-BOUNDARY-SECS = 0
              COMPUTE CK-BOUNDARY-SECS =
                  (CK-DAY-INT - 1) * 86400 + SH-SECS(SH-COUNT)
           END-IF.

      * -----------------------------------------------------------
      * The first shift change strictly after CK-SECS, into
      * CK-BOUNDARY-SECS - the day after's first one if none today.
      * -----------------------------------------------------------
       FIND-NEXT-BOUNDARY.
           DIVIDE CK-SECS BY 86400 GIVING CK-DAY-INT
               REMAINDER CK-TOD-SECS
           MOVE 0 TO CK-BOUNDARY-SECS
           PERFORM VARYING SH-I FROM 1 BY 1
                   UNTIL SH-I > SH-COUNT OR CK-BOUNDARY-SECS > 0
              IF SH-SECS(SH-I) > CK-TOD-SECS
                 COMPUTE CK-BOUNDARY-SECS =
                     CK-DAY-INT * 86400 + SH-SECS(SH-I)
              END-IF
           END-PERFORM
           IF CK-BOUNDARY-SECS = 0
              COMPUTE CK-BOUNDARY-SECS =
                  (CK-DAY-INT + 1) * 86400 + SH-SECS(1)
           END-IF.

      * -----------------------------------------------------------
      * Restore every machine's state and since-time from the
      * history - its last record wins - so a restarted board picks
      * up where the last one left off. No history is no error.
      * -----------------------------------------------------------
       RESTORE-MACHINE-STATES.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ HIST-FILE
                 AT END
                    SET WS-EOF TO TRUE
                 NOT AT END
                    MOVE AH-MACHINE TO FS-ZONE
                    PERFORM FIND-MACHINE
                    IF MC-FOUND > 0
                       MOVE AH-STATE TO MC-STATE(MC-FOUND)
                       MOVE AH-DATE TO CK-DATE
                       MOVE AH-TIME TO CK-TIME
                       PERFORM STAMP-TO-SECS
                       MOVE CK-SECS TO MC-SINCE-SECS(MC-FOUND)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HIST-FILE.

      * -----------------------------------------------------------
      * Look FS-ZONE up in the board's machine table, adding it
      * (with no state yet) when new: MC-FOUND is its entry, or 0
      * when the table is full.
      * -----------------------------------------------------------
       FIND-MACHINE.
           MOVE 0 TO MC-FOUND
           PERFORM VARYING MC-I FROM 1 BY 1
                   UNTIL MC-I > MC-COUNT OR MC-FOUND > 0
              IF MC-NAME(MC-I) = FS-ZONE
                 MOVE MC-I TO MC-FOUND
              END-IF
           END-PERFORM
           IF MC-FOUND = 0 AND MC-COUNT < MC-MAX
              ADD 1 TO MC-COUNT
              MOVE MC-COUNT TO MC-FOUND
              MOVE FS-ZONE TO MC-NAME(MC-FOUND)
              MOVE SPACES TO MC-STATE(MC-FOUND)
              MOVE WS-NOW-SECS TO MC-SINCE-SECS(MC-FOUND)
           END-IF.

      * -----------------------------------------------------------
      * Take the feed: each line whose code maps to an andon state
      * moves its machine into that state, logging the change. A
      * feed that cannot be opened leaves every machine as it was.
      * -----------------------------------------------------------
       READ-FEED-FILE.
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ FEED-FILE
                 AT END
                    SET WS-EOF TO TRUE
                 NOT AT END
                    PERFORM TAKE-FEED-LINE
              END-READ
           END-PERFORM
           CLOSE FEED-FILE.

       TAKE-FEED-LINE.
           IF FS-ZONE = SPACES
              EXIT PARAGRAPH
           END-IF
           EVALUATE FS-CODE
              WHEN "RUN"
              WHEN "RUNNING"
                 MOVE "RUN" TO WS-NEW-STATE
              WHEN "IDLE"
              WHEN "SETUP"
              WHEN "OFFLINE"
                 MOVE "IDLE" TO WS-NEW-STATE
              WHEN "DOWN"
                 MOVE "DOWN" TO WS-NEW-STATE
              WHEN "MAINT"
                 MOVE "MAINT" TO WS-NEW-STATE
              WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE
           PERFORM FIND-MACHINE
           IF MC-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           IF MC-STATE(MC-FOUND) NOT = WS-NEW-STATE
              PERFORM LOG-STATE-CHANGE
           END-IF.

      * -----------------------------------------------------------
      * Append the change to the history - the new state, the time
      * it was seen, and the state it replaced with how long the
      * machine was in it - and start the machine's new clock.
      * -----------------------------------------------------------
       LOG-STATE-CHANGE.
           MOVE FS-ZONE TO AH-MACHINE
           MOVE WS-NEW-STATE TO AH-STATE
           MOVE FS-CODE TO AH-CODE
           MOVE WS-NOW-DATE TO AH-DATE
           MOVE WS-NOW-TIME TO AH-TIME
           MOVE MC-STATE(MC-FOUND) TO AH-PRIOR-STATE
           IF MC-STATE(MC-FOUND) = SPACES
              MOVE 0 TO AH-PRIOR-SECS
           ELSE
              COMPUTE AH-PRIOR-SECS =
                  WS-NOW-SECS - MC-SINCE-SECS(MC-FOUND)
           END-IF
           OPEN EXTEND HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
              OPEN OUTPUT HIST-FILE
           END-IF
           IF WS-HIST-STATUS = "00"
              WRITE ANDON-HIST-REC
              CLOSE HIST-FILE
           ELSE
              DISPLAY "ANDON: UNABLE TO OPEN ANDONHIST.DAT STATUS "
                       WS-HIST-STATUS UPON SYSERR
           END-IF
           MOVE WS-NEW-STATE TO MC-STATE(MC-FOUND)
           MOVE WS-NOW-SECS TO MC-SINCE-SECS(MC-FOUND)
           ADD 1 TO WS-CHANGES.

      * -----------------------------------------------------------
      * One full repaint: a tile per machine in a near-square grid,
      * filled in its state's color (a DOWN tile alternating bright
      * and dark red frame to frame), with the machine's name, its
      * state and the time in that state centered on it.
      * -----------------------------------------------------------
       PAINT-BOARD-FRAME.
           MOVE 'CLR' TO GFX-OPCODE
           CALL 'GRAPHICS' USING GFX-ARGS
           IF MC-COUNT = 0
              MOVE 'TEXT' TO GFX-OPCODE
              MOVE 255 TO GFX-COLOR-R
              MOVE 255 TO GFX-COLOR-G
              MOVE 255 TO GFX-COLOR-B
              COMPUTE GFX-TEXT-X = (WS-MAX-X + 1) / 2 - 48
              COMPUTE GFX-TEXT-Y = (WS-MAX-Y + 1) / 2 - 3
              MOVE "WAITING FOR FEED" TO GFX-TEXT-STR
              CALL 'GRAPHICS' USING GFX-ARGS
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO BD-COLS
           PERFORM UNTIL BD-COLS * BD-COLS >= MC-COUNT
              ADD 1 TO BD-COLS
           END-PERFORM
           COMPUTE BD-ROWS = (MC-COUNT + BD-COLS - 1) / BD-COLS
           COMPUTE BD-TILE-W = (WS-MAX-X + 1) / BD-COLS
           COMPUTE BD-TILE-H = (WS-MAX-Y + 1) / BD-ROWS
           PERFORM VARYING MC-I FROM 1 BY 1 UNTIL MC-I > MC-COUNT
              PERFORM PAINT-ONE-TILE
           END-PERFORM.

       PAINT-ONE-TILE.
           COMPUTE BD-COL = FUNCTION MOD(MC-I - 1, BD-COLS)
           COMPUTE BD-ROW = (MC-I - 1) / BD-COLS
           MOVE 'RECT' TO GFX-OPCODE
           EVALUATE TRUE
              WHEN MC-RUN(MC-I)
                 MOVE 0   TO GFX-COLOR-R
                 MOVE 170 TO GFX-COLOR-G
                 MOVE 0   TO GFX-COLOR-B
              WHEN MC-IDLE(MC-I)
                 MOVE 255 TO GFX-COLOR-R
                 MOVE 191 TO GFX-COLOR-G
                 MOVE 0   TO GFX-COLOR-B
              WHEN MC-DOWN(MC-I) AND WS-FLASH-ON
                 MOVE 220 TO GFX-COLOR-R
                 MOVE 0   TO GFX-COLOR-G
                 MOVE 0   TO GFX-COLOR-B
              WHEN MC-DOWN(MC-I)
                 MOVE 70  TO GFX-COLOR-R
                 MOVE 0   TO GFX-COLOR-G
                 MOVE 0   TO GFX-COLOR-B
              WHEN MC-MAINT(MC-I)
                 MOVE 60  TO GFX-COLOR-R
                 MOVE 90  TO GFX-COLOR-G
                 MOVE 255 TO GFX-COLOR-B
              WHEN OTHER
                 MOVE 64  TO GFX-COLOR-R
                 MOVE 64  TO GFX-COLOR-G
                 MOVE 64  TO GFX-COLOR-B
           END-EVALUATE
           COMPUTE GFX-RECT-X = BD-COL * BD-TILE-W + 3
           COMPUTE GFX-RECT-Y = BD-ROW * BD-TILE-H + 3
           COMPUTE GFX-RECT-W = BD-TILE-W - 6
           COMPUTE GFX-RECT-H = BD-TILE-H - 6
           CALL 'GRAPHICS' USING GFX-ARGS

           MOVE MC-NAME(MC-I) TO BD-LINE-TEXT(1)
           MOVE MC-STATE(MC-I) TO BD-LINE-TEXT(2)
           COMPUTE RP-WORK-SECS = WS-NOW-SECS - MC-SINCE-SECS(MC-I)
           PERFORM FORMAT-DURATION
           MOVE FUNCTION TRIM(RP-DUR-TEXT) TO BD-LINE-TEXT(3)

           MOVE 'TEXT' TO GFX-OPCODE
           IF MC-IDLE(MC-I)
              MOVE 0 TO GFX-COLOR-R
              MOVE 0 TO GFX-COLOR-G
              MOVE 0 TO GFX-COLOR-B
           ELSE
              MOVE 255 TO GFX-COLOR-R
              MOVE 255 TO GFX-COLOR-G
              MOVE 255 TO GFX-COLOR-B
           END-IF
           COMPUTE BD-CX = BD-COL * BD-TILE-W + BD-TILE-W / 2
           COMPUTE BD-CY = BD-ROW * BD-TILE-H + BD-TILE-H / 2
           PERFORM VARYING BD-LINE FROM 1 BY 1 UNTIL BD-LINE > 3
              COMPUTE BD-LEN = FUNCTION LENGTH(
                  FUNCTION TRIM(BD-LINE-TEXT(BD-LINE)))
              COMPUTE GFX-TEXT-X = BD-CX - BD-LEN * 3
              COMPUTE GFX-TEXT-Y = BD-CY - 18 + BD-LINE * 10
              MOVE BD-LINE-TEXT(BD-LINE) TO GFX-TEXT-STR
              CALL 'GRAPHICS' USING GFX-ARGS
           END-PERFORM.

      * -----------------------------------------------------------
      * The downtime report for the shift RP-START-SECS to
      * RP-END-SECS, and its chart exports. Every machine's
      * timeline is replayed from the history: each record closes
      * the interval its machine spent in the state before, and a
      * machine's last state runs on to the end of the shift (or
      * to now, for a shift still running). Intervals count only
      * for the part inside the shift; a stop counts in the shift
      * it began in.
      * -----------------------------------------------------------
       WRITE-SHIFT-REPORT.
           PERFORM GET-NOW-STAMP
           MOVE RP-END-SECS TO RP-CUTOFF-SECS
           IF WS-NOW-SECS < RP-CUTOFF-SECS
              MOVE WS-NOW-SECS TO RP-CUTOFF-SECS
           END-IF
           COMPUTE RP-HOURS = (RP-END-SECS - RP-START-SECS + 3599)
                              / 3600
           IF RP-HOURS > 24
              MOVE 24 TO RP-HOURS
           END-IF
           MOVE 0 TO RM-COUNT

           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = "00"
              MOVE 'N' TO WS-EOF-SW
              PERFORM UNTIL WS-EOF
                 READ HIST-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       PERFORM REPLAY-HISTORY-RECORD
                 END-READ
              END-PERFORM
              CLOSE HIST-FILE
           END-IF
           PERFORM VARYING RM-I FROM 1 BY 1 UNTIL RM-I > RM-COUNT
              MOVE RM-SINCE-SECS(RM-I) TO RP-RAW-A
              MOVE RP-CUTOFF-SECS TO RP-B
              MOVE RM-STATE(RM-I) TO RP-STATE
              PERFORM ACCOUNT-INTERVAL
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ANDON: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-REPORT-FILE-NAME)
                       " STATUS " WS-REPORT-STATUS UPON SYSERR
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PIE-FILE
           OPEN OUTPUT HEAT-FILE

           MOVE RP-START-SECS TO CK-SECS
           PERFORM SECS-TO-STAMP
           MOVE SPACES TO RP-START-TEXT
           STRING CK-DATE " " CK-TIME(1:2) ":" CK-TIME(3:2)
                  DELIMITED BY SIZE INTO RP-START-TEXT
           END-STRING
           MOVE RP-END-SECS TO CK-SECS
           PERFORM SECS-TO-STAMP
           MOVE SPACES TO RP-END-TEXT
           STRING CK-DATE " " CK-TIME(1:2) ":" CK-TIME(3:2)
                  DELIMITED BY SIZE INTO RP-END-TEXT
           END-STRING
           MOVE SPACES TO REPORT-LINE
           STRING "ANDON SHIFT DOWNTIME REPORT  " RP-START-TEXT
                  " TO " RP-END-TEXT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF RP-CUTOFF-SECS < RP-END-SECS
              MOVE "SHIFT STILL RUNNING - FIGURES TO NOW"
                   TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ROW MACHINE      STOPS   DOWNTIME    LONGEST"
                TO REPORT-LINE
           MOVE "      MAINT  AVAIL%" TO REPORT-LINE(45:)
           WRITE REPORT-LINE

           MOVE 0 TO RP-LISTED
           MOVE 0 TO RP-TOTAL-STOPS
           MOVE 0 TO RP-TOTAL-DOWN
           PERFORM VARYING RM-I FROM 1 BY 1 UNTIL RM-I > RM-COUNT
              IF RM-FIRST-SECS(RM-I) < RP-CUTOFF-SECS
                 PERFORM WRITE-ONE-MACHINE-LINE
              END-IF
           END-PERFORM

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RP-LISTED TO RP-COUNT-DISP
           MOVE RP-TOTAL-STOPS TO RP-STOPS-DISP
           MOVE RP-TOTAL-DOWN TO RP-WORK-SECS
           PERFORM FORMAT-DURATION
           MOVE SPACES TO REPORT-LINE
           STRING "MACHINES: " FUNCTION TRIM(RP-COUNT-DISP)
                  "   STOPS: " FUNCTION TRIM(RP-STOPS-DISP)
                  "   DOWNTIME: " FUNCTION TRIM(RP-DUR-TEXT)
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "CHART EXPORTS: ANDONPIE.DAT (PIECHART), ANDONHEAT.DAT"
                TO REPORT-LINE
           MOVE " (HEATMAP)" TO REPORT-LINE(54:)
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           CLOSE PIE-FILE
           CLOSE HEAT-FILE
           DISPLAY "ANDON: SHIFT " RP-START-TEXT " TO " RP-END-TEXT
                    " REPORTED TO " FUNCTION TRIM(WS-REPORT-FILE-NAME)
                    UPON SYSERR.

      * -----------------------------------------------------------
      * One history record in the replay: close the interval its
      * machine spent in the state before, then start the new one.
      * -----------------------------------------------------------
       REPLAY-HISTORY-RECORD.
           MOVE AH-DATE TO CK-DATE
           MOVE AH-TIME TO CK-TIME
           PERFORM STAMP-TO-SECS
           IF CK-SECS = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RM-I FROM 1 BY 1
                   UNTIL RM-I > RM-COUNT OR RM-NAME(RM-I) = AH-MACHINE
              CONTINUE
           END-PERFORM
           IF RM-I > RM-COUNT
              IF RM-COUNT >= MC-MAX
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO RM-COUNT
              MOVE RM-COUNT TO RM-I
              INITIALIZE RM-ENTRY(RM-I)
              MOVE AH-MACHINE TO RM-NAME(RM-I)
              MOVE CK-SECS TO RM-FIRST-SECS(RM-I)
           ELSE
              MOVE RM-SINCE-SECS(RM-I) TO RP-RAW-A
              MOVE CK-SECS TO RP-B
              MOVE RM-STATE(RM-I) TO RP-STATE
              PERFORM ACCOUNT-INTERVAL
           END-IF
           MOVE AH-STATE TO RM-STATE(RM-I)
           MOVE CK-SECS TO RM-SINCE-SECS(RM-I).

      * -----------------------------------------------------------
      * Machine RM-I spent RP-RAW-A to RP-B in RP-STATE: add the
      * part inside the shift to its observed time, and to its
      * downtime (with the hour buckets and longest stop) or its
      * maintenance time. A DOWN interval that began inside the
      * shift is one stop.
      * -----------------------------------------------------------
       ACCOUNT-INTERVAL.
           MOVE RP-RAW-A TO RP-A
           IF RP-A < RP-START-SECS
              MOVE RP-START-SECS TO RP-A
           END-IF
           IF RP-B > RP-CUTOFF-SECS
              MOVE RP-CUTOFF-SECS TO RP-B
           END-IF
           IF RP-STATE = "DOWN"
              AND RP-RAW-A >= RP-START-SECS
              AND RP-RAW-A < RP-CUTOFF-SECS
              ADD 1 TO RM-STOPS(RM-I)
           END-IF
           IF RP-B <= RP-A
              EXIT PARAGRAPH
           END-IF
           COMPUTE RP-SPAN = RP-B - RP-A
           ADD RP-SPAN TO RM-SEEN-SECS(RM-I)
           IF RP-STATE = "MAINT"
              ADD RP-SPAN TO RM-MAINT-SECS(RM-I)
           END-IF
           IF RP-STATE NOT = "DOWN"
              EXIT PARAGRAPH
           END-IF
           ADD RP-SPAN TO RM-DOWN-SECS(RM-I)
           IF RP-SPAN > RM-LONGEST(RM-I)
              MOVE RP-SPAN TO RM-LONGEST(RM-I)
           END-IF
      *    spread the interval over the hours of the shift it covers
           PERFORM UNTIL RP-A >= RP-B
              COMPUTE RP-H = (RP-A - RP-START-SECS) / 3600 + 1
              IF RP-H > RP-HOURS
                 MOVE RP-B TO RP-A
              ELSE
                 COMPUTE RP-PIECE-END = RP-START-SECS + RP-H * 3600
                 IF RP-PIECE-END > RP-B
                    MOVE RP-B TO RP-PIECE-END
                 END-IF
                 COMPUTE RM-HOUR-DOWN(RM-I, RP-H) =
                     RM-HOUR-DOWN(RM-I, RP-H) + RP-PIECE-END - RP-A
                 MOVE RP-PIECE-END TO RP-A
              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * One machine's report line, its pie slice (machines that
      * were never down have none) and its heatmap row.
      * -----------------------------------------------------------
       WRITE-ONE-MACHINE-LINE.
           MOVE RM-DOWN-SECS(RM-I) TO RP-WORK-SECS
           PERFORM FORMAT-DURATION
           MOVE RP-DUR-TEXT TO RP-DOWN-TEXT
           MOVE RM-LONGEST(RM-I) TO RP-WORK-SECS
           PERFORM FORMAT-DURATION
           MOVE RP-DUR-TEXT TO RP-LONG-TEXT
           MOVE RM-MAINT-SECS(RM-I) TO RP-WORK-SECS
           PERFORM FORMAT-DURATION
           MOVE RP-DUR-TEXT TO RP-MAINT-TEXT
           COMPUTE RP-PLANNED =
               RM-SEEN-SECS(RM-I) - RM-MAINT-SECS(RM-I)
           IF RP-PLANNED = 0
              MOVE 100 TO RP-AVAIL
           ELSE
              COMPUTE RP-AVAIL ROUNDED =
                  (RP-PLANNED - RM-DOWN-SECS(RM-I)) * 100
                  / RP-PLANNED
           END-IF
           MOVE RP-AVAIL TO RP-AVAIL-DISP
           MOVE RP-LISTED TO RP-ROW-DISP
           MOVE RM-STOPS(RM-I) TO RP-STOPS-DISP
           MOVE SPACES TO REPORT-LINE
           STRING RP-ROW-DISP " " RM-NAME(RM-I) " "
                  RP-STOPS-DISP " " RP-DOWN-TEXT " "
                  RP-LONG-TEXT " " RP-MAINT-TEXT "   "
                  RP-AVAIL-DISP
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           ADD RM-STOPS(RM-I) TO RP-TOTAL-STOPS
           ADD RM-DOWN-SECS(RM-I) TO RP-TOTAL-DOWN

           IF WS-PIE-STATUS = "00" AND RM-DOWN-SECS(RM-I) > 0
              MOVE RM-NAME(RM-I) TO PIE-LABEL
              MOVE RM-DOWN-SECS(RM-I) TO PIE-VALUE
              WRITE PIECHART-REC
           END-IF
           IF WS-HEAT-STATUS = "00"
              PERFORM VARYING RP-H FROM 1 BY 1 UNTIL RP-H > RP-HOURS
                 MOVE RP-LISTED TO HEATMAP-REC-ROW
                 COMPUTE HEATMAP-REC-COL = RP-H - 1
                 MOVE RM-HOUR-DOWN(RM-I, RP-H) TO HEATMAP-REC-VALUE
                 WRITE HEATMAP-REC
              END-PERFORM
           END-IF
           ADD 1 TO RP-LISTED.

      * -----------------------------------------------------------
      * RP-WORK-SECS as HHHH:MM:SS, right-aligned in RP-DUR-TEXT.
      * -----------------------------------------------------------
       FORMAT-DURATION.
           COMPUTE RP-DUR-HH = RP-WORK-SECS / 3600
           COMPUTE RP-DUR-MM =
               FUNCTION MOD(RP-WORK-SECS, 3600) / 60
           COMPUTE RP-DUR-SS = FUNCTION MOD(RP-WORK-SECS, 60)
           MOVE SPACES TO RP-DUR-TEXT
           STRING RP-DUR-HH ":" RP-DUR-MM ":" RP-DUR-SS
                  DELIMITED BY SIZE INTO RP-DUR-TEXT
           END-STRING.

      * -----------------------------------------------------------
      * The current date and time, and the matching seconds count.
      * -----------------------------------------------------------
       GET-NOW-STAMP.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           MOVE WS-NOW-DATE TO CK-DATE
           MOVE WS-NOW-TIME TO CK-TIME
           PERFORM STAMP-TO-SECS
           MOVE CK-SECS TO WS-NOW-SECS.

       STAMP-TO-SECS.
           MOVE 0 TO CK-SECS
           IF CK-DATE IS NOT NUMERIC OR CK-TIME IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE CK-DATE TO CK-DATE-NUM
           MOVE CK-TIME(1:2) TO CK-HH
           MOVE CK-TIME(3:2) TO CK-MM
           MOVE CK-TIME(5:2) TO CK-SS
           IF CK-HH > 23 OR CK-MM > 59 OR CK-SS > 59
              OR FUNCTION TEST-DATE-YYYYMMDD(CK-DATE-NUM) NOT = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE CK-SECS =
               FUNCTION INTEGER-OF-DATE(CK-DATE-NUM) * 86400
               + CK-HH * 3600 + CK-MM * 60 + CK-SS.

      * -----------------------------------------------------------
      * CK-SECS back to a CK-DATE / CK-TIME stamp.
      * -----------------------------------------------------------
       SECS-TO-STAMP.
           DIVIDE CK-SECS BY 86400 GIVING CK-DAY-INT
               REMAINDER CK-TOD-SECS
           COMPUTE CK-DATE-NUM = FUNCTION DATE-OF-INTEGER(CK-DAY-INT)
           MOVE CK-DATE-NUM TO CK-DATE
           COMPUTE CK-HH = CK-TOD-SECS / 3600
           COMPUTE CK-MM = FUNCTION MOD(CK-TOD-SECS, 3600) / 60
           COMPUTE CK-SS = FUNCTION MOD(CK-TOD-SECS, 60)
           STRING CK-HH CK-MM CK-SS DELIMITED BY SIZE INTO CK-TIME
           END-STRING.

      * -----------------------------------------------------------
      * Poll the out-of-band run control file (see RUNCTLVARS.cpy)
      * once per frame; the board repaints every frame, so nothing
      * needs forcing after a blank or alert hold.
      * -----------------------------------------------------------
       CHECK-RUN-CONTROL.
           PERFORM CHECK-ALERT-HOLD
           PERFORM READ-RUN-CONTROL
           MOVE SPACES TO RA-EVENT
           IF RUNCTL-PAUSE OR RUNCTL-BLANK
              MOVE "ANDON" TO RA-PROGRAM
              MOVE WS-RUNCTL-CMD TO RA-EVENT
              CALL 'RCAUDIT' USING RCAUDIT-ARGS
           END-IF
           PERFORM UNTIL NOT (RUNCTL-PAUSE OR RUNCTL-BLANK)
              IF RUNCTL-BLANK AND NOT WS-WALL-BLANKED
                 PERFORM BLANK-THE-WALL
              END-IF
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
           IF WS-WALL-BLANKED AND NOT RUNCTL-BLANK
              MOVE 'N' TO WS-WALL-BLANKED-SW
           END-IF.

      * -----------------------------------------------------------
      * Emergency broadcast hold (see ALERTVARS.cpy): while
      * ALERT.DAT is raised the wall belongs to ALERTCAST, so hold
      * here - drawing nothing - polling every quarter second.
      * -----------------------------------------------------------
       CHECK-ALERT-HOLD.
           PERFORM READ-ALERT-FILE
           IF ALERT-RAISED
              SET WS-ALERT-HELD TO TRUE
      *       acknowledge the yield (see ALERTACKARGS.cpy)
              MOVE "ANDON" TO AY-PROGRAM
              MOVE WS-RUN-DATE TO AY-START-DATE
              MOVE WS-START-TIME TO AY-START-TIME
              MOVE WS-ALERT-TAG TO AY-ALERT-TAG
              MOVE 'Y' TO AY-FUNCTION
              CALL 'ALERTACK' USING ALERTACK-ARGS
              PERFORM UNTIL NOT ALERT-RAISED
                 PERFORM PAUSE-POLL-WAIT
                 PERFORM READ-ALERT-FILE
              END-PERFORM
           END-IF
           IF WS-ALERT-HELD
              MOVE 'N' TO WS-ALERT-HELD-SW
              MOVE 'R' TO AY-FUNCTION
              CALL 'ALERTACK' USING ALERTACK-ARGS
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
      * Read the control file's first line (an absent or empty file
      * means run normally).
      * -----------------------------------------------------------
       READ-RUN-CONTROL.
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
           END-IF.

      * -----------------------------------------------------------
      * BLANK: push one cleared frame to the wall, then hold.
      * -----------------------------------------------------------
       BLANK-THE-WALL.
           MOVE 'CLR' TO GFX-OPCODE
           CALL 'GRAPHICS' USING GFX-ARGS
           MOVE 'SYNC' TO GFX-OPCODE
           CALL 'GRAPHICS' USING GFX-ARGS
           SET WS-WALL-BLANKED TO TRUE.

      * -----------------------------------------------------------
      * Quarter-second wall-clock wait between control-file polls
      * while paused or blanked, preserving the frame pacing target
      * around the borrowed WAIT-FOR-FRAME-TICK spin.
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
      * counted from the INTEGER-OF-DATE day number
      * (WS-TICK-TOTAL-HS), so a tick delta is date-aware and spans
      * the midnight rollover cleanly.
      * -----------------------------------------------------------
       GET-CLOCK-HS.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-TICK-STAMP
           MOVE WS-TICK-STAMP(1:8) TO WS-TICK-DATE-NUM
           COMPUTE WS-TICK-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TICK-DATE-NUM)
           MOVE WS-TICK-STAMP(9:8) TO WS-TICK-TIME
           MOVE WS-TICK-TIME(1:2) TO WS-TICK-HH
           MOVE WS-TICK-TIME(3:2) TO WS-TICK-MM
           MOVE WS-TICK-TIME(5:2) TO WS-TICK-SS
           MOVE WS-TICK-TIME(7:2) TO WS-TICK-HS
           COMPUTE WS-TICK-TOTAL-HS =
               WS-TICK-DAY-INT * 8640000
               + WS-TICK-HH * 360000 + WS-TICK-MM * 6000
               + WS-TICK-SS * 100 + WS-TICK-HS.

      * -----------------------------------------------------------
      * Spin until WS-FRAME-TARGET-HS hundredths have elapsed since
      * WS-FRAME-START-HS, so the frame rate is wall-clock time
      * regardless of host CPU speed.
      * -----------------------------------------------------------
       WAIT-FOR-FRAME-TICK.
           PERFORM GET-CLOCK-HS
           COMPUTE WS-ELAPSED-HS = WS-TICK-TOTAL-HS - WS-FRAME-START-HS
           PERFORM UNTIL WS-ELAPSED-HS NOT < WS-FRAME-TARGET-HS
               PERFORM GET-CLOCK-HS
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
