      * left to expire on its own budget. Every launch, completion
      * and idle transition is appended to SCHEDULER.LOG.
      * Earlier entries in the file take priority when windows
      * overlap. Each new day is first looked up in the special-date
      * calendar, HOLIDAYS.DAT (see HOLIDAYREC.cpy): a closed day
      * leaves the wall dark or airs one named profile all day, and
      * a substitute day swaps in an alternate schedule file until
      * midnight. On a multi-wall site one scheduler runs per wall,
      * named by wall-id in the site wall registry (see
      * WALLREGARGS.cpy): the default schedule and SCHEDULER.LOG are
      * that wall's own copies, launches take its lock and go out on
      * its output pipe. The calendar and profiles are site-wide.
      * A scheduler runs under an operator on the roster (see
      * OPERCHKARGS.cpy) with at least the OPERATOR role - the one
      * named by operator-id, or else the one already signed on -
      * who is named in its log and in every audit line of its
      * launches. A stale wall lock is only seized when that
      * operator is a supervisor; otherwise the launch is deferred
      * like any held wall. Once a minute, between launches, it
      * has MSGCTR regenerate the wall's TICKER.DAT and
      * WALLCLOCK.TXT from the announcements in effect.
      * A launch deferred because the wall is held (SCHLOCK), an
      * entry that cannot be launched (SCHREJ) and a run that ends
      * with a nonzero return code (SCHFAIL) are put on the
      * notification spool (see NOTIFYARGS.cpy) for the on-call
      * group; a wall held for a long stretch pages once, not once
      * a scan.
      * Sold sponsor breaks air on top of the schedule from the
      * wall's spot rotation file, SPOTS.DAT (see SPOTREC.cpy and
      * SPOTCALARGS.cpy). While a spot is due later in the day, a
      * launch runs in the background and is watched: when the
      * spot falls due SCHEDULER writes STOP to the wall's
      * RUNCTL.DAT, waits for the run to leave cleanly, puts back
      * the command the file held before, airs the spot - its
      * profile, or its image through SLIDESHOW - for the spot's
      * duration, and relaunches the entry whose window is open.
      * An operator PAUSE or BLANK in RUNCTL.DAT is never
      * overridden - the file is left as the operator set it. Each
      * spot is logged to SCHEDULER.LOG and to the as-run file
      * through AIRLOG (see AIRLOGARGS.cpy) under its spot name,
      * once - the spot ID is in the AIRSPOT environment value
      * while the spot runs, so a player it launches logs nothing
      * of its own. A spot that could not air within two minutes of
      * its time (the wall held, or the scheduler not yet started),
      * or that fell due while the wall was paused or blanked, is
      * logged and notified as SPOTMISS; a closed day airs no spots.
      * Invoke as:
      *   SCHEDULER [schedule.dat] [launch-limit] [wall-id]
      *             [operator-id]
      * (launch-limit 0 = run forever; a positive limit exits after
      * that many launches, for drills and testing; a blank or
      * omitted schedule file is the wall's SCHEDULE.DAT).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDULER.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT SCHED-LOG-FILE ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT SPOT-PLAY-FILE ASSIGN TO DYNAMIC WS-SPOT-PLAY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOT-PLAY-STATUS.

           SELECT RUN-RC-FILE ASSIGN TO DYNAMIC WS-RUN-RC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-RC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHED-FILE.
       FD  PROFILE-FILE.
           COPY PROFILEREC.

       FD  RUNCTL-FILE.
       01  RUNCTL-LINE            PIC X(8).

      * A one-image SLIDESHOW playlist, written for each image spot.
       FD  SPOT-PLAY-FILE.
           COPY SLIDEREC.

      * The exit code of a watched background launch, written by
      * its shell when the run ends.
       FD  RUN-RC-FILE.
       01  RUN-RC-LINE            PIC X(8).

       WORKING-STORAGE SECTION.
       01  SCHEDULER-VARS.
           05  WS-SCHED-FILE-NAME PIC X(100) VALUE "SCHEDULE.DAT".
           05  WS-BASE-SCHED-FILE PIC X(100).
           05  WS-LIMIT-ARG       PIC X(8)   VALUE SPACES.
           05  WS-LAUNCH-LIMIT    PIC 9(6)   VALUE 0.
           05  WS-LAUNCHES        PIC 9(6)   VALUE 0.
           05  WS-DONE-SW         PIC X VALUE 'N'.
               88  WS-DONE            VALUE 'Y'.
           05  WS-COMMAND         PIC X(200) VALUE SPACES.
           05  WS-CMD-PTR         PIC 9(3).
           05  WS-LOG-FILE-NAME   PIC X(100) VALUE "SCHEDULER.LOG".
           05  WS-LAST-RC         PIC 9(8) VALUE 0.
           05  WS-IDLE-LOGGED-SW  PIC X VALUE 'N'.
               88  WS-IDLE-LOGGED     VALUE 'Y'.
           05  WS-LOG-TEXT        PIC X(110).
           05  WS-LOAD-FAILED-SW  PIC X VALUE 'N'.
               88  WS-LOAD-FAILED     VALUE 'Y'.
           05  WS-MSG-HHMM        PIC X(4)   VALUE SPACES.
           05  WS-MSG-RC          PIC 9(8)   VALUE 0.

      * The calendar plan in force: the date the entry table was
      * last planned for, and whether that day is overridden.
       01  CALENDAR-VARS.
           05  WS-CAL-DATE        PIC X(8)   VALUE SPACES.
           05  WS-DAY-OVERRIDE-SW PIC X VALUE 'N'.
               88  WS-DAY-OVERRIDDEN  VALUE 'Y'.
           05  WS-DAY-CLOSED-SW   PIC X VALUE 'N'.
               88  WS-DAY-CLOSED      VALUE 'Y'.

      * The loaded schedule, scanned top to bottom each pass so the
      * file's order is its priority order.
      * wall just defers the launch to the next schedule scan - the
      * window logic re-picks the entry once the wall frees up.
           COPY WALLLOCKARGS.
           COPY HOLCALARGS.
           COPY PACEVARS.

      * The wall this scheduler drives: its registry ID and output
      * pipe (blank = the launcher's own standard output).
       01  WALL-VARS.
           05  WS-WALL-ARG        PIC X(8) VALUE SPACES.
           05  WS-WALL-OUTPUT     PIC X(60) VALUE SPACES.
           05  WS-OPER-ARG        PIC X(8) VALUE SPACES.

           COPY WALLREGARGS.
           COPY OPERCHKARGS.
           COPY NOTIFYARGS.

      * Spot rotation state: the wall's spot file and the files a
      * spot break works through, the day being aired and the time
      * from which the next spot is still owed (everything due
      * before it has aired or been missed), and the watch kept on
      * a background launch - when to stop it, for which spot.
       01  SPOT-VARS.
           05  WS-SPOT-FILE-NAME  PIC X(100) VALUE "SPOTS.DAT".
           05  WS-SPOT-PLAY-NAME  PIC X(100) VALUE "SPOTPLAY.LST".
           05  WS-SPOT-PLAY-STATUS PIC X(2).
           05  WS-RUN-RC-FILE-NAME PIC X(100) VALUE "SCHEDRUN.RC".
           05  WS-RUN-RC-STATUS   PIC X(2).
           05  WS-SPOTS-USABLE-SW PIC X VALUE 'Y'.
               88  WS-SPOTS-USABLE    VALUE 'Y'.
           05  WS-SPOT-DATE       PIC X(8) VALUE SPACES.
           05  WS-SPOT-FROM-SECS  PIC 9(6) VALUE 0.
           05  WS-SPOT-GRACE-SECS PIC 9(6) VALUE 120.
           05  WS-SPOT-LATE-SECS  PIC 9(6).
           05  WS-SPOT-AIRED-SW   PIC X VALUE 'N'.
               88  WS-SPOT-AIRED      VALUE 'Y'.
           05  WS-SPOT-FRAMES     PIC 9(8).
           05  WS-AIR-SPOT        PIC X(12) VALUE SPACES.
           05  WS-SPOT-DUE-HHMM   PIC X(5).
           05  WS-DUE-HH          PIC 99.
           05  WS-DUE-MM          PIC 99.
           05  WS-DUE-REM         PIC 9(6).
           05  WS-WATCH-SW        PIC X VALUE 'N'.
               88  WS-WATCH           VALUE 'Y'.
           05  WS-STOP-AT-DATE    PIC X(8).
           05  WS-STOP-AT-SECS    PIC 9(6).
           05  WS-STOP-FOR        PIC X(12).
           05  WS-STOP-SENT-SW    PIC X.
               88  WS-STOP-SENT       VALUE 'Y'.
           05  WS-RUNCTL-PREV     PIC X(8).
           05  WS-RUN-ENDED-SW    PIC X.
               88  WS-RUN-ENDED       VALUE 'Y'.
           05  WS-BG-COMMAND      PIC X(300).
           05  WS-PATH-TEXT       PIC X(100).
           05  WS-PATH-VALID-SW   PIC X.
               88  WS-PATH-VALID      VALUE 'Y'.

           COPY RUNCTLVARS.
           COPY SPOTCALARGS.
           COPY AIRLOGARGS.

       PROCEDURE DIVISION.
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-WALL-ARG FROM ARGUMENT-VALUE
           PERFORM SELECT-WALL

           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-OPER-ARG FROM ARGUMENT-VALUE
           PERFORM SIGN-ON-OPERATOR

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-SCHED-FILE-NAME FROM ARGUMENT-VALUE
           IF WS-SCHED-FILE-NAME = SPACES
              MOVE 'F' TO WG-FUNCTION
              MOVE "SCHEDULE.DAT" TO WG-BASE-NAME
              CALL 'WALLREG' USING WALLREG-ARGS
              MOVE WG-FILE-NAME TO WS-SCHED-FILE-NAME
           END-IF

           DISPLAY 2 UPON ARGUMENT-NUMBER
           IF WS-LIMIT-ARG NOT = SPACES
              MOVE WS-LIMIT-ARG TO WS-LAUNCH-LIMIT
           END-IF
           MOVE WS-SCHED-FILE-NAME TO WS-BASE-SCHED-FILE

           PERFORM LOAD-SCHEDULE
           IF WS-LOAD-FAILED
              STOP RUN RETURNING 1
           END-IF
           IF SE-COUNT = 0
              DISPLAY "SCHEDULER: NO ENTRIES IN "
                       FUNCTION TRIM(WS-SCHED-FILE-NAME) UPON SYSERR
              STOP RUN RETURNING 1
           END-IF

           MOVE SPACES TO WS-LOG-TEXT
           STRING "SCHEDULER STARTED BY OPERATOR "
                  FUNCTION TRIM(OC-OPER-ID)
                  DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-STRING
           PERFORM WRITE-SCHED-LOG
           PERFORM CHECK-SPOT-FILES

           PERFORM UNTIL WS-DONE
              PERFORM READ-WALL-CLOCK
              PERFORM REFRESH-ANNOUNCEMENTS
              PERFORM PICK-ACTIVE-ENTRY
              PERFORM AIR-DUE-SPOTS
              IF WS-SPOT-AIRED
                 PERFORM READ-WALL-CLOCK
                 PERFORM PICK-ACTIVE-ENTRY
              END-IF
              IF SE-PICKED > 0
                 PERFORM LAUNCH-ENTRY
                 IF WS-LAUNCH-LIMIT > 0
                    PERFORM WRITE-SCHED-LOG
                    SET WS-IDLE-LOGGED TO TRUE
                 END-IF
                 PERFORM WAIT-FOR-SCAN-OR-SPOT
              END-IF
           END-PERFORM

           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * Read the schedule file named by WS-SCHED-FILE-NAME into the
      * entry table, replacing whatever it held, converting the
      * HHMM window bounds to seconds since midnight once. An
      * unreadable file sets WS-LOAD-FAILED.
      * -----------------------------------------------------------
       LOAD-SCHEDULE.
           MOVE 0 TO SE-COUNT
           MOVE 'N' TO WS-EOF-SW
           MOVE 'N' TO WS-LOAD-FAILED-SW
           OPEN INPUT SCHED-FILE
           IF WS-SCHED-STATUS NOT = "00"
              DISPLAY "SCHEDULER: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-SCHED-FILE-NAME)
                       " STATUS " WS-SCHED-STATUS UPON SYSERR
              SET WS-LOAD-FAILED TO TRUE
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF
      * Find the first entry whose day is enabled and whose window
      * contains the current time (a window whose end precedes its
      * start wraps past midnight). File order is priority order.
      * The first scan of each day plans it from the calendar.
      * -----------------------------------------------------------
       PICK-ACTIVE-ENTRY.
           IF WS-NOW-DATE NOT = WS-CAL-DATE
              PERFORM PLAN-CALENDAR-DAY
           END-IF
           MOVE 0 TO SE-PICKED
           PERFORM VARYING SE-I FROM 1 BY 1
                   UNTIL SE-I > SE-COUNT OR SE-PICKED > 0
              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * Look the new day up in HOLIDAYS.DAT and load the entry
      * table it calls for: nothing at all (closed, wall dark), one
      * all-day profile entry (closed, holding board), the
      * substitute schedule with every day enabled, or - the day
      * after an override - the regular schedule again. A
      * substitute file that cannot be read keeps the regular
      * schedule rather than darkening the wall.
      * -----------------------------------------------------------
       PLAN-CALENDAR-DAY.
           MOVE WS-NOW-DATE TO WS-CAL-DATE
           MOVE WS-NOW-DATE TO HC-DATE
           CALL 'HOLCAL' USING HOLCAL-ARGS
           MOVE 'N' TO WS-IDLE-LOGGED-SW
           MOVE 'N' TO WS-DAY-CLOSED-SW

           EVALUATE TRUE
              WHEN HC-CLOSED
                   MOVE 0 TO SE-COUNT
                   SET WS-DAY-CLOSED TO TRUE
                   MOVE SPACES TO WS-LOG-TEXT
                   IF HC-PROFILE = SPACES
                      STRING "CALENDAR " WS-CAL-DATE " CLOSED ("
                             FUNCTION TRIM(HC-DESC) ") - WALL DARK"
                             DELIMITED BY SIZE INTO WS-LOG-TEXT
                      END-STRING
                   ELSE
                      MOVE 1 TO SE-COUNT
                      MOVE 0      TO SE-START-SECS(1)
                      MOVE 86400  TO SE-END-SECS(1)
                      MOVE "YYYYYYY" TO SE-DAY-MASK(1)
                      MOVE HC-PROFILE TO SE-PROFILE(1)
                      MOVE SPACES TO SE-DEMO(1)
                      MOVE 0      TO SE-BUDGET(1)
                      STRING "CALENDAR " WS-CAL-DATE " CLOSED ("
                             FUNCTION TRIM(HC-DESC) ") - PROFILE '"
                             FUNCTION TRIM(HC-PROFILE) "' ONLY"
                             DELIMITED BY SIZE INTO WS-LOG-TEXT
                      END-STRING
                   END-IF
                   PERFORM WRITE-SCHED-LOG
                   SET WS-DAY-OVERRIDDEN TO TRUE
              WHEN HC-SUBSTITUTE
                   MOVE HC-SCHED-FILE TO WS-SCHED-FILE-NAME
                   PERFORM LOAD-SCHEDULE
                   MOVE SPACES TO WS-LOG-TEXT
                   IF WS-LOAD-FAILED
                      STRING "CALENDAR " WS-CAL-DATE " SUBSTITUTE '"
                             FUNCTION TRIM(HC-SCHED-FILE)
                             "' UNREADABLE - REGULAR SCHEDULE KEPT"
                             DELIMITED BY SIZE INTO WS-LOG-TEXT
                      END-STRING
                      PERFORM WRITE-SCHED-LOG
                      MOVE WS-BASE-SCHED-FILE TO WS-SCHED-FILE-NAME
                      PERFORM LOAD-SCHEDULE
                      MOVE 'N' TO WS-DAY-OVERRIDE-SW
                   ELSE
                      PERFORM VARYING SE-I FROM 1 BY 1
                              UNTIL SE-I > SE-COUNT
                         MOVE "YYYYYYY" TO SE-DAY-MASK(SE-I)
                      END-PERFORM
                      STRING "CALENDAR " WS-CAL-DATE
                             " SUBSTITUTE SCHEDULE '"
                             FUNCTION TRIM(HC-SCHED-FILE) "' ("
                             FUNCTION TRIM(HC-DESC) ")"
                             DELIMITED BY SIZE INTO WS-LOG-TEXT
                      END-STRING
                      PERFORM WRITE-SCHED-LOG
                      SET WS-DAY-OVERRIDDEN TO TRUE
                   END-IF
              WHEN OTHER
                   IF WS-DAY-OVERRIDDEN
                      MOVE WS-BASE-SCHED-FILE TO WS-SCHED-FILE-NAME
                      PERFORM LOAD-SCHEDULE
                      MOVE SPACES TO WS-LOG-TEXT
                      STRING "CALENDAR " WS-CAL-DATE
                             " - REGULAR SCHEDULE RESUMED"
                             DELIMITED BY SIZE INTO WS-LOG-TEXT
                      END-STRING
                      PERFORM WRITE-SCHED-LOG
                      MOVE 'N' TO WS-DAY-OVERRIDE-SW
                   END-IF
           END-EVALUATE.

      * -----------------------------------------------------------
      * Launch the picked entry: a profile is expanded from
      * PROFILES.DAT and runs on its own arguments; a demo entry's
                     DELIMITED BY SIZE INTO WS-LOG-TEXT
              END-STRING
              PERFORM WRITE-SCHED-LOG
              MOVE 3 TO NF-SEVERITY
              MOVE "SCHLOCK" TO NF-EVENT
              PERFORM SEND-NOTIFICATION
              PERFORM WAIT-FOR-NEXT-SCAN
              EXIT PARAGRAPH
           END-IF
                     DELIMITED BY SIZE INTO WS-LOG-TEXT
              END-STRING
              PERFORM WRITE-SCHED-LOG
              MOVE 2 TO NF-SEVERITY
              MOVE "SCHREJ" TO NF-EVENT
              PERFORM SEND-NOTIFICATION
              PERFORM WAIT-FOR-NEXT-SCAN
              EXIT PARAGRAPH
           END-IF
                     DELIMITED BY SIZE INTO WS-LOG-TEXT
              END-STRING
              PERFORM WRITE-SCHED-LOG
              MOVE 2 TO NF-SEVERITY
              MOVE "SCHREJ" TO NF-EVENT
              PERFORM SEND-NOTIFICATION
              PERFORM WAIT-FOR-NEXT-SCAN
              EXIT PARAGRAPH
           END-IF
                  FUNCTION TRIM(WS-EXP-ARGS)
                  DELIMITED BY SIZE INTO WS-COMMAND
           END-STRING
           PERFORM ADD-WALL-OUTPUT
           MOVE SPACES TO WS-LOG-TEXT
           STRING "LAUNCH PROFILE '"
                  FUNCTION TRIM(WS-WANTED-PROFILE) "' ("
                  DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-STRING
           PERFORM WRITE-SCHED-LOG
           PERFORM RUN-LAUNCH-COMMAND
           ADD 1 TO WS-LAUNCHES
           PERFORM LOG-COMPLETION.

                     DELIMITED BY SIZE INTO WS-LOG-TEXT
              END-STRING
              PERFORM WRITE-SCHED-LOG
              MOVE 2 TO NF-SEVERITY
              MOVE "SCHREJ" TO NF-EVENT
              PERFORM SEND-NOTIFICATION
              PERFORM WAIT-FOR-NEXT-SCAN
              EXIT PARAGRAPH
           END-IF
                  FUNCTION TRIM(WS-RUN-BUDGET)
                  DELIMITED BY SIZE INTO WS-COMMAND
           END-STRING
           PERFORM ADD-WALL-OUTPUT
           MOVE SPACES TO WS-LOG-TEXT
           STRING "LAUNCH " FUNCTION TRIM(SE-DEMO(SE-PICKED))
                  " BUDGET " FUNCTION TRIM(WS-RUN-BUDGET)
                  DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-STRING
           PERFORM WRITE-SCHED-LOG
           PERFORM RUN-LAUNCH-COMMAND
           ADD 1 TO WS-LAUNCHES
           PERFORM LOG-COMPLETION.

           STRING "COMPLETE RC " FUNCTION TRIM(WS-LAST-RC)
                  DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-STRING
           PERFORM WRITE-SCHED-LOG
           IF WS-LAST-RC NOT = 0
              MOVE SPACES TO WS-LOG-TEXT
              IF SE-PROFILE(SE-PICKED) NOT = SPACES
                 STRING "PROFILE '"
                        FUNCTION TRIM(SE-PROFILE(SE-PICKED))
                        "' ENDED RC " FUNCTION TRIM(WS-LAST-RC)
                        DELIMITED BY SIZE INTO WS-LOG-TEXT
                 END-STRING
              ELSE
                 STRING FUNCTION TRIM(SE-DEMO(SE-PICKED))
                        " ENDED RC " FUNCTION TRIM(WS-LAST-RC)
                        DELIMITED BY SIZE INTO WS-LOG-TEXT
                 END-STRING
              END-IF
              MOVE 2 TO NF-SEVERITY
              MOVE "SCHFAIL" TO NF-EVENT
              PERFORM SEND-NOTIFICATION
           END-IF.

      * -----------------------------------------------------------
      * Run the launch command built in WS-COMMAND. While a spot is
      * still due later today the run is watched so it can be
      * stopped for the spot; otherwise it runs in the foreground
      * as it always has.
      * -----------------------------------------------------------
       RUN-LAUNCH-COMMAND.
           MOVE 'N' TO WS-WATCH-SW
           IF WS-SPOTS-USABLE AND NOT WS-DAY-CLOSED
              PERFORM FIND-NEXT-SPOT
              IF SR-DUE
                 SET WS-WATCH TO TRUE
                 MOVE WS-SPOT-DATE TO WS-STOP-AT-DATE
                 MOVE SR-DUE-SECS TO WS-STOP-AT-SECS
                 MOVE SR-SPOT-ID TO WS-STOP-FOR
              END-IF
           END-IF
           IF WS-WATCH
              PERFORM RUN-WATCHED-COMMAND
           ELSE
              CALL "SYSTEM" USING WS-COMMAND
              MOVE RETURN-CODE TO WS-LAST-RC
           END-IF.

      * -----------------------------------------------------------
      * Launch WS-COMMAND in the background, its shell writing the
      * exit code to the wall's SCHEDRUN.RC when the run ends, and
      * poll once a second until it has. At WS-STOP-AT-SECS on
      * WS-STOP-AT-DATE (or any time after) STOP goes to the
      * wall's RUNCTL.DAT; once the run has left, the file gets
      * back the command it held before, so the next launch runs
      * as the operator left the wall.
      * -----------------------------------------------------------
       RUN-WATCHED-COMMAND.
           CALL "CBL_DELETE_FILE" USING WS-RUN-RC-FILE-NAME
           MOVE SPACES TO WS-BG-COMMAND
           STRING "(" FUNCTION TRIM(WS-COMMAND) "; echo $? > "
                  FUNCTION TRIM(WS-RUN-RC-FILE-NAME) ") &"
                  DELIMITED BY SIZE INTO WS-BG-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-BG-COMMAND
           MOVE 0 TO WS-LAST-RC
           MOVE 'N' TO WS-RUN-ENDED-SW
           MOVE 'N' TO WS-STOP-SENT-SW
           PERFORM UNTIL WS-RUN-ENDED
              PERFORM GET-CLOCK-HS
              MOVE WS-TICK-TOTAL-HS TO WS-FRAME-START-HS
              MOVE 100 TO WS-FRAME-TARGET-HS
              PERFORM WAIT-FOR-FRAME-TICK
              PERFORM CHECK-RUN-ENDED
              IF NOT WS-RUN-ENDED AND NOT WS-STOP-SENT
                 AND WS-WATCH
                 PERFORM READ-WALL-CLOCK
                 IF WS-NOW-DATE NOT = WS-STOP-AT-DATE
                    OR WS-NOW-SECS >= WS-STOP-AT-SECS
                    PERFORM SEND-SPOT-STOP
                 END-IF
              END-IF
           END-PERFORM
           IF WS-STOP-SENT
              MOVE WS-RUNCTL-PREV TO WS-RUNCTL-CMD
              PERFORM WRITE-RUNCTL
           END-IF.

      * -----------------------------------------------------------
      * Stop the watched run, keeping the command RUNCTL.DAT held
      * so it can be put back. An operator PAUSE or BLANK is left
      * in force: a spot's own run is stopped once the hold lifts,
      * and a scheduled run is not stopped at all - the spot is
      * missed, and the watch moves on to the next one due.
      * -----------------------------------------------------------
       SEND-SPOT-STOP.
           PERFORM READ-RUN-CONTROL
           IF RUNCTL-PAUSE OR RUNCTL-BLANK
              IF WS-AIR-SPOT = SPACES
                 PERFORM LOG-HELD-SPOT
                 COMPUTE WS-SPOT-FROM-SECS = SR-DUE-SECS + 1
                 PERFORM FIND-NEXT-SPOT
                 IF SR-DUE
                    MOVE SR-DUE-SECS TO WS-STOP-AT-SECS
                    MOVE SR-SPOT-ID TO WS-STOP-FOR
                 ELSE
                    MOVE 'N' TO WS-WATCH-SW
                 END-IF
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RUNCTL-CMD TO WS-RUNCTL-PREV
           MOVE "STOP" TO WS-RUNCTL-CMD
           PERFORM WRITE-RUNCTL
           SET WS-STOP-SENT TO TRUE
           MOVE SPACES TO WS-LOG-TEXT
           STRING "STOPPING THE RUN FOR SPOT "
                  FUNCTION TRIM(WS-STOP-FOR)
                  DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-STRING
           PERFORM WRITE-SCHED-LOG.

      * -----------------------------------------------------------
      * The spot in SR-* fell due while the operator held the wall
      * through RUNCTL.DAT, so it is missed.
      * -----------------------------------------------------------
       LOG-HELD-SPOT.
           PERFORM EDIT-SPOT-DUE-TIME
           MOVE SPACES TO WS-LOG-TEXT
           STRING "SPOT " FUNCTION TRIM(SR-SPOT-ID) " DUE "
                  WS-SPOT-DUE-HHMM " MISSED - "
                  FUNCTION TRIM(WS-RUNCTL-CMD)
                  " IN FORCE IN RUNCTL.DAT"
                  DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-STRING
           PERFORM WRITE-SCHED-LOG
           MOVE 3 TO NF-SEVERITY
           MOVE "SPOTMISS" TO NF-EVENT
           PERFORM SEND-NOTIFICATION.

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
      * A watched run has ended once SCHEDRUN.RC holds its exit
      * code (an empty file is the shell still writing it).
      * -----------------------------------------------------------
       CHECK-RUN-ENDED.
           OPEN INPUT RUN-RC-FILE
           IF WS-RUN-RC-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ RUN-RC-FILE
              AT END
                 MOVE SPACES TO RUN-RC-LINE
           END-READ
           CLOSE RUN-RC-FILE
           IF RUN-RC-LINE NOT = SPACES
              SET WS-RUN-ENDED TO TRUE
              COMPUTE WS-LAST-RC = FUNCTION NUMVAL(RUN-RC-LINE)
           END-IF.

       WRITE-RUNCTL.
           OPEN OUTPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "00"
              MOVE WS-RUNCTL-CMD TO RUNCTL-LINE
              WRITE RUNCTL-LINE
              CLOSE RUNCTL-FILE
           ELSE
              MOVE SPACES TO WS-LOG-TEXT
              STRING "UNABLE TO WRITE "
                     FUNCTION TRIM(WS-RUNCTL-FILE-NAME)
                     " STATUS " WS-RUNCTL-STATUS
                     DELIMITED BY SIZE INTO WS-LOG-TEXT
              END-STRING
              PERFORM WRITE-SCHED-LOG
           END-IF.

      * -----------------------------------------------------------
      * Resolve the wall's spot rotation file and the files a spot
      * break works through. The playlist and exit-code files end
      * up on a CALL "SYSTEM" command line, so a wall directory
      * outside the command-line-safe set (the profile argument
      * set plus the slash) turns spots off, with a log line,
      * rather than risk the command.
      * -----------------------------------------------------------
       CHECK-SPOT-FILES.
           MOVE 'F' TO WG-FUNCTION
           MOVE WS-WALL-ARG TO WG-WALL-ID
           MOVE "SPOTS.DAT" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-FILE-NAME TO WS-SPOT-FILE-NAME
           MOVE "SPOTPLAY.LST" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-FILE-NAME TO WS-SPOT-PLAY-NAME
           MOVE "SCHEDRUN.RC" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-FILE-NAME TO WS-RUN-RC-FILE-NAME
           MOVE "RUNCTL.DAT" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-FILE-NAME TO WS-RUNCTL-FILE-NAME

           MOVE WS-SPOT-PLAY-NAME TO WS-PATH-TEXT
           PERFORM VALIDATE-SAFE-PATH
           IF WS-PATH-VALID
              MOVE WS-RUN-RC-FILE-NAME TO WS-PATH-TEXT
              PERFORM VALIDATE-SAFE-PATH
           END-IF
           IF NOT WS-PATH-VALID
              MOVE 'N' TO WS-SPOTS-USABLE-SW
              MOVE SPACES TO WS-LOG-TEXT
              STRING "SPOTS OFF - WALL DIRECTORY '"
                     FUNCTION TRIM(WG-DIR)
                     "' IS NOT COMMAND-LINE SAFE"
                     DELIMITED BY SIZE INTO WS-LOG-TEXT
              END-STRING
              PERFORM WRITE-SCHED-LOG
           END-IF.

       VALIDATE-SAFE-PATH.
           SET WS-PATH-VALID TO TRUE
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 100
              MOVE WS-PATH-TEXT(WS-SCAN-POS:1) TO WS-SCAN-CHAR
              IF WS-SCAN-CHAR NOT = SPACE
                 AND WS-SCAN-CHAR NOT ALPHABETIC
                 AND (WS-SCAN-CHAR < '0' OR WS-SCAN-CHAR > '9')
                 AND WS-SCAN-CHAR NOT = '.'
                 AND WS-SCAN-CHAR NOT = ','
                 AND WS-SCAN-CHAR NOT = '-'
                 AND WS-SCAN-CHAR NOT = '_'
                 AND WS-SCAN-CHAR NOT = '/'
                 MOVE 'N' TO WS-PATH-VALID-SW
              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * Air every spot that has fallen due since the last scan. A
      * new day owes its spots from midnight - or, on the day the
      * scheduler starts, from two minutes before it started - and
      * a spot more than two minutes late is logged as missed
      * instead of aired out of its slot.
      * -----------------------------------------------------------
       AIR-DUE-SPOTS.
           MOVE 'N' TO WS-SPOT-AIRED-SW
           IF WS-NOW-DATE NOT = WS-SPOT-DATE
              IF WS-SPOT-DATE = SPACES
                 AND WS-NOW-SECS > WS-SPOT-GRACE-SECS
                 COMPUTE WS-SPOT-FROM-SECS =
                     WS-NOW-SECS - WS-SPOT-GRACE-SECS
              ELSE
                 MOVE 0 TO WS-SPOT-FROM-SECS
              END-IF
              MOVE WS-NOW-DATE TO WS-SPOT-DATE
           END-IF
           IF WS-DAY-CLOSED OR NOT WS-SPOTS-USABLE
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-NEXT-SPOT
           PERFORM UNTIL NOT SR-DUE
                   OR WS-NOW-DATE NOT = WS-SPOT-DATE
                   OR SR-DUE-SECS > WS-NOW-SECS
              COMPUTE WS-SPOT-FROM-SECS = SR-DUE-SECS + 1
              COMPUTE WS-SPOT-LATE-SECS = WS-NOW-SECS - SR-DUE-SECS
              IF WS-SPOT-LATE-SECS > WS-SPOT-GRACE-SECS
                 PERFORM LOG-MISSED-SPOT
              ELSE
                 PERFORM AIR-SPOT
                 SET WS-SPOT-AIRED TO TRUE
                 PERFORM READ-WALL-CLOCK
              END-IF
              PERFORM FIND-NEXT-SPOT
           END-PERFORM.

       FIND-NEXT-SPOT.
           MOVE WS-SPOT-FILE-NAME TO SR-FILE-NAME
           MOVE WS-SPOT-DATE TO SR-DATE
           MOVE WS-SPOT-FROM-SECS TO SR-FROM-SECS
           CALL 'SPOTCAL' USING SPOTCAL-ARGS.

       LOG-MISSED-SPOT.
           PERFORM EDIT-SPOT-DUE-TIME
           MOVE SPACES TO WS-LOG-TEXT
           STRING "SPOT " FUNCTION TRIM(SR-SPOT-ID) " DUE "
                  WS-SPOT-DUE-HHMM " MISSED - "
                  FUNCTION TRIM(WS-SPOT-LATE-SECS) " SEC LATE"
                  DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-STRING
           PERFORM WRITE-SCHED-LOG
           MOVE 3 TO NF-SEVERITY
           MOVE "SPOTMISS" TO NF-EVENT
           PERFORM SEND-NOTIFICATION.

       EDIT-SPOT-DUE-TIME.
           DIVIDE SR-DUE-SECS BY 3600 GIVING WS-DUE-HH
               REMAINDER WS-DUE-REM
           DIVIDE WS-DUE-REM BY 60 GIVING WS-DUE-MM
           MOVE SPACES TO WS-SPOT-DUE-HHMM
           STRING WS-DUE-HH ":" WS-DUE-MM
                  DELIMITED BY SIZE INTO WS-SPOT-DUE-HHMM
           END-STRING.

      * -----------------------------------------------------------
      * Air the spot in SR-*: take the wall, put up its profile - or
      * its image, through a one-image SLIDESHOW playlist - and
      * stop it after the spot's duration, bracketed by the AIRLOG
      * begin and end calls that put it in the as-run file. AIRSPOT
      * names the spot to everything launched for it, the way
      * WALLID and OPERID carry the wall and operator, so a
      * SLIDESHOW, TICKER or CAPJUKE airing it leaves the as-run
      * record to this one instead of logging the play again. A
      * wall paused or blanked through RUNCTL.DAT, a held wall or a
      * profile that cannot be launched is a missed spot.
      * -----------------------------------------------------------
       AIR-SPOT.
           PERFORM READ-RUN-CONTROL
           IF RUNCTL-PAUSE OR RUNCTL-BLANK
              PERFORM LOG-HELD-SPOT
              EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO WL-FUNCTION
           MOVE "SCHEDULER" TO WL-OWNER
           MOVE SR-SPOT-ID TO WL-DEMO
           MOVE 0 TO WL-STALE-MINS
           CALL 'WALLLOCK' USING WALLLOCK-ARGS
           IF WL-HELD
              MOVE SPACES TO WS-LOG-TEXT
              STRING "SPOT " FUNCTION TRIM(SR-SPOT-ID)
                     " MISSED - WALL HELD BY " FUNCTION TRIM(WL-HELD-BY)
                     DELIMITED BY SIZE INTO WS-LOG-TEXT
              END-STRING
              PERFORM WRITE-SCHED-LOG
              MOVE 3 TO NF-SEVERITY
              MOVE "SPOTMISS" TO NF-EVENT
              PERFORM SEND-NOTIFICATION
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO AA-CONTENT
           IF SR-PROFILE NOT = SPACES
              MOVE SR-PROFILE TO WS-WANTED-PROFILE
              PERFORM FIND-PROFILE
              MOVE WS-EXP-DEMO TO WS-CHECK-DEMO
              PERFORM VALIDATE-DEMO-NAME
              PERFORM VALIDATE-SAFE-ARGS
              IF NOT WS-PROFILE-FOUND OR NOT WS-NAME-VALID
                 OR NOT WS-ARGS-VALID
                 MOVE SPACES TO WS-LOG-TEXT
                 STRING "SPOT " FUNCTION TRIM(SR-SPOT-ID)
                        " MISSED - PROFILE '"
                        FUNCTION TRIM(SR-PROFILE)
                        "' NOT FOUND OR REJECTED"
                        DELIMITED BY SIZE INTO WS-LOG-TEXT
                 END-STRING
                 PERFORM WRITE-SCHED-LOG
                 MOVE 2 TO NF-SEVERITY
                 MOVE "SPOTMISS" TO NF-EVENT
                 PERFORM SEND-NOTIFICATION
                 PERFORM RELEASE-SPOT-LOCK
                 EXIT PARAGRAPH
              END-IF
              MOVE SPACES TO WS-COMMAND
              STRING "./" FUNCTION TRIM(WS-EXP-DEMO) " "
                     FUNCTION TRIM(WS-EXP-ARGS)
                     DELIMITED BY SIZE INTO WS-COMMAND
              END-STRING
              STRING "SPOT " FUNCTION TRIM(SR-SPOT-ID) " PROFILE "
                     FUNCTION TRIM(SR-PROFILE)
                     DELIMITED BY SIZE INTO AA-CONTENT
              END-STRING
           ELSE
              OPEN OUTPUT SPOT-PLAY-FILE
              IF WS-SPOT-PLAY-STATUS NOT = "00"
                 MOVE SPACES TO WS-LOG-TEXT
                 STRING "SPOT " FUNCTION TRIM(SR-SPOT-ID)
                        " MISSED - UNABLE TO WRITE "
                        FUNCTION TRIM(WS-SPOT-PLAY-NAME)
                        DELIMITED BY SIZE INTO WS-LOG-TEXT
                 END-STRING
                 PERFORM WRITE-SCHED-LOG
                 MOVE 2 TO NF-SEVERITY
                 MOVE "SPOTMISS" TO NF-EVENT
                 PERFORM SEND-NOTIFICATION
                 PERFORM RELEASE-SPOT-LOCK
                 EXIT PARAGRAPH
              END-IF
              MOVE SPACES TO SLIDE-REC
              MOVE SR-DURATION TO SLIDE-DWELL-SECS
              MOVE SR-IMAGE TO SLIDE-IMAGE
              WRITE SLIDE-REC
              CLOSE SPOT-PLAY-FILE
              COMPUTE WS-SPOT-FRAMES = SR-DURATION * 20
              MOVE SPACES TO WS-COMMAND
              STRING "./SLIDESHOW " FUNCTION TRIM(WS-SPOT-FRAMES) " "
                     FUNCTION TRIM(WS-SPOT-PLAY-NAME)
                     DELIMITED BY SIZE INTO WS-COMMAND
              END-STRING
              STRING "SPOT " FUNCTION TRIM(SR-SPOT-ID) " IMAGE "
                     FUNCTION TRIM(SR-IMAGE)
                     DELIMITED BY SIZE INTO AA-CONTENT
              END-STRING
           END-IF
           PERFORM ADD-WALL-OUTPUT

           PERFORM READ-WALL-CLOCK
           SET WS-WATCH TO TRUE
           MOVE WS-NOW-DATE TO WS-STOP-AT-DATE
           COMPUTE WS-STOP-AT-SECS = WS-NOW-SECS + SR-DURATION
           IF WS-STOP-AT-SECS > 86399
              MOVE 86399 TO WS-STOP-AT-SECS
           END-IF
           MOVE SR-SPOT-ID TO WS-STOP-FOR
           MOVE SPACES TO WS-LOG-TEXT
           STRING "AIR " FUNCTION TRIM(AA-CONTENT) " FOR "
                  FUNCTION TRIM(SR-DURATION) " SEC"
                  DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-STRING
           PERFORM WRITE-SCHED-LOG

           MOVE 'B' TO AA-FUNCTION
           MOVE "SCHEDULER" TO AA-PROGRAM
           CALL 'AIRLOG' USING AIRLOG-ARGS
           MOVE SR-SPOT-ID TO WS-AIR-SPOT
           DISPLAY "AIRSPOT" UPON ENVIRONMENT-NAME
           DISPLAY WS-AIR-SPOT UPON ENVIRONMENT-VALUE
           PERFORM RUN-WATCHED-COMMAND
           MOVE SPACES TO WS-AIR-SPOT
           DISPLAY "AIRSPOT" UPON ENVIRONMENT-NAME
           DISPLAY WS-AIR-SPOT UPON ENVIRONMENT-VALUE
           MOVE 'E' TO AA-FUNCTION
           MOVE SPACE TO AA-INTERRUPT
           MOVE SPACE TO AA-RESUMED
           CALL 'AIRLOG' USING AIRLOG-ARGS
           IF NOT AA-OK
              MOVE "UNABLE TO APPEND TO AIRLOG.DAT" TO WS-LOG-TEXT
              PERFORM WRITE-SCHED-LOG
           END-IF

           MOVE SPACES TO WS-LOG-TEXT
           STRING "SPOT " FUNCTION TRIM(SR-SPOT-ID)
                  " COMPLETE RC " FUNCTION TRIM(WS-LAST-RC)
                  DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-STRING
           PERFORM WRITE-SCHED-LOG
           PERFORM RELEASE-SPOT-LOCK.

       RELEASE-SPOT-LOCK.
           MOVE 'R' TO WL-FUNCTION
           MOVE "SCHEDULER" TO WL-OWNER
           CALL 'WALLLOCK' USING WALLLOCK-ARGS.

      * -----------------------------------------------------------
      * Idle pause between schedule scans - cut short when a spot
      * falls due sooner, so a break on an idle wall airs on time.
      * -----------------------------------------------------------
       WAIT-FOR-SCAN-OR-SPOT.
           MOVE 2000 TO WS-FRAME-TARGET-HS
           IF WS-SPOTS-USABLE AND NOT WS-DAY-CLOSED
              PERFORM FIND-NEXT-SPOT
              IF SR-DUE AND SR-DUE-SECS > WS-NOW-SECS
                 AND SR-DUE-SECS - WS-NOW-SECS < 20
                 COMPUTE WS-FRAME-TARGET-HS =
                     (SR-DUE-SECS - WS-NOW-SECS) * 100
              END-IF
           END-IF
           PERFORM GET-CLOCK-HS
           MOVE WS-TICK-TOTAL-HS TO WS-FRAME-START-HS
           PERFORM WAIT-FOR-FRAME-TICK.

      * -----------------------------------------------------------
      * Put WS-LOG-TEXT on the notification spool for this
      * scheduler's wall under NF-SEVERITY/NF-EVENT; NOTIFY routes
      * it and holds back repeats.
      * -----------------------------------------------------------
       SEND-NOTIFICATION.
           MOVE "SCHEDULER" TO NF-SOURCE
           MOVE SPACES TO NF-WALL
           MOVE WS-LOG-TEXT TO NF-MESSAGE
           CALL 'NOTIFY' USING NOTIFY-ARGS.

      * -----------------------------------------------------------
      * Select this scheduler's wall through the site wall registry
      * (a blank wall-id keeps the current wall), so WALLLOCK,
      * GRAPHICS and every launched program use its files, and
      * resolve its SCHEDULER.LOG and output pipe. An unknown wall,
      * or one whose output pipe name is unsafe, stops the
      * scheduler before anything is launched.
      * -----------------------------------------------------------
       SELECT-WALL.
           IF WS-WALL-ARG = SPACES
              MOVE 'F' TO WG-FUNCTION
           ELSE
              MOVE 'S' TO WG-FUNCTION
           END-IF
           MOVE WS-WALL-ARG TO WG-WALL-ID
           MOVE "SCHEDULER.LOG" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           IF WG-UNKNOWN
              DISPLAY "SCHEDULER: WALL '" FUNCTION TRIM(WG-WALL-ID)
                       "' IS NOT IN WALLS.DAT" UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           IF WG-BAD-OUTPUT
              DISPLAY "SCHEDULER: WALL '" FUNCTION TRIM(WG-WALL-ID)
                       "' HAS AN UNSAFE OUTPUT PIPE NAME" UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           MOVE WG-OUTPUT TO WS-WALL-OUTPUT
           MOVE 'F' TO WG-FUNCTION
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-FILE-NAME TO WS-LOG-FILE-NAME.

      * -----------------------------------------------------------
      * Sign WS-OPER-ARG on (blank = the operator already signed
      * on) and check the role covers running a schedule; a
      * refusal, which OPERCHK audits, stops the scheduler before
      * anything is launched.
      * -----------------------------------------------------------
       SIGN-ON-OPERATOR.
           IF WS-OPER-ARG NOT = SPACES
              MOVE 'S' TO OC-FUNCTION
              MOVE WS-OPER-ARG TO OC-OPER-ID
              CALL 'OPERCHK' USING OPERCHK-ARGS
           END-IF
           MOVE 'P' TO OC-FUNCTION
           MOVE "SCHEDULER" TO OC-PROGRAM
           MOVE 2 TO OC-NEED-LEVEL
           MOVE "SCHEDULE RUN" TO OC-ACTION
           CALL 'OPERCHK' USING OPERCHK-ARGS
           IF NOT OC-OK
              DISPLAY "SCHEDULER: OPERATOR '" FUNCTION TRIM(OC-OPER-ID)
                       "' MAY NOT RUN A SCHEDULE - NEEDS OPERATOR "
                       "ROLE ON THE ROSTER" UPON SYSERR
              STOP RUN RETURNING 1
           END-IF.

      * -----------------------------------------------------------
      * Send the launched program's pixel stream to the wall's
      * output pipe, when it has one, by appending the redirection
      * to the command built in WS-COMMAND.
      * -----------------------------------------------------------
       ADD-WALL-OUTPUT.
           IF WS-WALL-OUTPUT NOT = SPACES
              COMPUTE WS-CMD-PTR =
                  FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND TRAILING))
                  + 1
              STRING " >> " FUNCTION TRIM(WS-WALL-OUTPUT)
                     DELIMITED BY SIZE INTO WS-COMMAND
                     WITH POINTER WS-CMD-PTR
              END-STRING
           END-IF.

      * -----------------------------------------------------------
      * Have MSGCTR rebuild this wall's banner files from the
      * announcements in effect, at most once a minute - the
      * granularity of their start and end times. It runs on the
      * wall this scheduler selected; a failure is logged and the
      * schedule carries on.
      * -----------------------------------------------------------
       REFRESH-ANNOUNCEMENTS.
           IF WS-NOW-TIME(1:4) = WS-MSG-HHMM
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NOW-TIME(1:4) TO WS-MSG-HHMM
           MOVE SPACES TO WS-COMMAND
           MOVE "./MSGCTR GENERATE - NONE" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-MSG-RC
           IF WS-MSG-RC > 255
              DIVIDE WS-MSG-RC BY 256 GIVING WS-MSG-RC
           END-IF
           IF WS-MSG-RC NOT = 0
              MOVE SPACES TO WS-LOG-TEXT
              STRING "ANNOUNCEMENT REFRESH FAILED RC "
                     FUNCTION TRIM(WS-MSG-RC)
                     DELIMITED BY SIZE INTO WS-LOG-TEXT
              END-STRING
              PERFORM WRITE-SCHED-LOG
           END-IF.

      * -----------------------------------------------------------
      * Idle pause between schedule scans: spin on the wall clock
      * for 20 seconds the way the PACEVARS frame loops do.
