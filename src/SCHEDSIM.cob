      * never air there), and where the wall sits idle. The summary
      * totals the idle and contested hours, so a season's rework
      * gets debugged on paper instead of in front of visitors.
      * Each simulated day is planned from the special-date
      * calendar, HOLIDAYS.DAT, through the same HOLCAL lookup and
      * the same closed/substitute rules SCHEDULER applies, and an
      * overridden day is announced in the forecast.
      * The sponsor spots SCHEDULER breaks in with are forecast too,
      * from the same SPOTCAL lookup (see SPOTCALARGS.cpy): every
      * airing gets a line under its hour naming the entry it
      * interrupts, and the summary counts them. A closed day airs
      * none.
      * The schedule and the spot rotation default to the current
      * wall's SCHEDULE.DAT and SPOTS.DAT (see WALLREGARGS.cpy).
      * Invoke as: SCHEDSIM [schedule.dat] [from] [to] [report]
      *            [spots.dat]
      * Dates are YYYYMMDD; both default to today; the report
      * defaults to SCHEDSIM.RPT.
      *****************************************************************
       01  SCHEDSIM-VARS.
           05  WS-SCHED-FILE-NAME PIC X(100) VALUE "SCHEDULE.DAT".
           05  WS-SCHED-FILE-ARG  PIC X(100) VALUE SPACES.
           05  WS-BASE-SCHED-FILE PIC X(100).
           05  WS-REPORT-FILE-NAME PIC X(100) VALUE "SCHEDSIM.RPT".
           05  WS-REPORT-FILE-ARG PIC X(100) VALUE SPACES.
           05  WS-FROM-ARG        PIC X(8)   VALUE SPACES.
           05  WS-IDLE-HOURS      PIC 9(6) VALUE 0.
           05  WS-CONTESTED-HOURS PIC 9(6) VALUE 0.
           05  WS-TOTAL-HOURS     PIC 9(6) VALUE 0.
           05  WS-CALENDAR-DAYS   PIC 9(6) VALUE 0.
           05  WS-LOAD-FAILED-SW  PIC X VALUE 'N'.
               88  WS-LOAD-FAILED     VALUE 'Y'.
           05  WS-DAY-OVERRIDE-SW PIC X VALUE 'N'.
               88  WS-DAY-OVERRIDDEN  VALUE 'Y'.
           05  WS-DAY-CLOSED-SW   PIC X VALUE 'N'.
               88  WS-DAY-CLOSED      VALUE 'Y'.
           05  WS-SPOT-FILE-NAME  PIC X(100) VALUE "SPOTS.DAT".
           05  WS-SPOT-FILE-ARG   PIC X(100) VALUE SPACES.
           05  WS-SPOT-AIRINGS    PIC 9(6) VALUE 0.
           05  WS-HOUR-END-SECS   PIC 9(6).
           05  WS-DUE-MM          PIC 99.
           05  WS-DUE-REM         PIC 9(6).

      * The loaded schedule - the same table shape SCHEDULER keeps,
      * file order being priority order.
           05  WS-HHMM-SECS       PIC 9(6).
           05  WS-WHAT            PIC X(20).

           COPY HOLCALARGS.
           COPY WALLREGARGS.
           COPY SPOTCALARGS.

       PROCEDURE DIVISION.
           MOVE 'F' TO WG-FUNCTION
           MOVE SPACES TO WG-WALL-ID
           MOVE "SCHEDULE.DAT" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-FILE-NAME TO WS-SCHED-FILE-NAME
           MOVE "SPOTS.DAT" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-FILE-NAME TO WS-SPOT-FILE-NAME

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-SCHED-FILE-ARG FROM ARGUMENT-VALUE
           IF WS-SCHED-FILE-ARG NOT = SPACES
           IF WS-REPORT-FILE-ARG NOT = SPACES
              MOVE WS-REPORT-FILE-ARG TO WS-REPORT-FILE-NAME
           END-IF
           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-SPOT-FILE-ARG FROM ARGUMENT-VALUE
           IF WS-SPOT-FILE-ARG NOT = SPACES
              MOVE WS-SPOT-FILE-ARG TO WS-SPOT-FILE-NAME
           END-IF

           IF WS-FROM-ARG NOT = SPACES
              MOVE WS-FROM-ARG TO WS-FROM-DATE
              STOP RUN RETURNING 1
           END-IF

           MOVE WS-SCHED-FILE-NAME TO WS-BASE-SCHED-FILE
           PERFORM LOAD-SCHEDULE
           IF WS-LOAD-FAILED
              STOP RUN RETURNING 1
           END-IF
           IF SE-COUNT = 0
              DISPLAY "SCHEDSIM: NO ENTRIES IN "
                       FUNCTION TRIM(WS-SCHED-FILE-NAME) UPON SYSERR
           STRING FUNCTION TRIM(WS-TOTAL-HOURS) " HOUR(S): "
                  FUNCTION TRIM(WS-IDLE-HOURS) " IDLE, "
                  FUNCTION TRIM(WS-CONTESTED-HOURS)
                  " WITH OVERLAPPING WINDOWS, "
                  FUNCTION TRIM(WS-CALENDAR-DAYS)
                  " CALENDAR DAY(S)"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING FUNCTION TRIM(WS-SPOT-AIRINGS) " SPOT AIRING(S)"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
      * -----------------------------------------------------------
      * Read the schedule into the entry table, converting the HHMM
      * window bounds to seconds since midnight - the same load
      * SCHEDULER does, replacing the table's contents and setting
      * WS-LOAD-FAILED when the file cannot be read.
      * -----------------------------------------------------------
       LOAD-SCHEDULE.
           MOVE 0 TO SE-COUNT
           MOVE 'N' TO WS-EOF-SW
           MOVE 'N' TO WS-LOAD-FAILED-SW
           OPEN INPUT SCHED-FILE
           IF WS-SCHED-STATUS NOT = "00"
              DISPLAY "SCHEDSIM: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-SCHED-FILE-NAME)
                       " STATUS " WS-SCHED-STATUS UPON SYSERR
              SET WS-LOAD-FAILED TO TRUE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF
              READ SCHED-FILE

      * -----------------------------------------------------------
      * One simulated day: the Monday-first day index the way
      * SCHEDULER derives it, the calendar plan, then the hour
      * sweep.
      * -----------------------------------------------------------
       FORECAST-ONE-DAY.
           COMPUTE WS-SIM-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           IF WS-DAY-INDEX = 0
              MOVE 7 TO WS-DAY-INDEX
           END-IF
           PERFORM PLAN-CALENDAR-DAY

           PERFORM VARYING WS-HOUR FROM 0 BY 1 UNTIL WS-HOUR > 23
              COMPUTE WS-SIM-SECS = WS-HOUR * 3600
              PERFORM PICK-ACTIVE-ENTRY
              PERFORM REPORT-ONE-HOUR
              IF NOT WS-DAY-CLOSED
                 PERFORM REPORT-HOUR-SPOTS
              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * SCHEDULER's calendar plan for the simulated day (see its
      * PLAN-CALENDAR-DAY): closed empties the table or leaves one
      * all-day profile entry, substitute loads the alternate
      * schedule with every day enabled (falling back to the
      * regular one if it cannot be read), and an ordinary day
      * after an override reloads the regular schedule. An
      * overridden day gets a line of its own in the forecast.
      * -----------------------------------------------------------
       PLAN-CALENDAR-DAY.
           MOVE WS-SIM-DATE TO HC-DATE
           CALL 'HOLCAL' USING HOLCAL-ARGS
           MOVE SPACES TO REPORT-LINE
           MOVE 'N' TO WS-DAY-CLOSED-SW

           EVALUATE TRUE
              WHEN HC-CLOSED
                   ADD 1 TO WS-CALENDAR-DAYS
                   SET WS-DAY-CLOSED TO TRUE
                   MOVE 0 TO SE-COUNT
                   IF HC-PROFILE = SPACES
                      STRING WS-SIM-DATE " CALENDAR: CLOSED ("
                             FUNCTION TRIM(HC-DESC) ") - WALL DARK"
                             DELIMITED BY SIZE INTO REPORT-LINE
                      END-STRING
                   ELSE
                      MOVE 1 TO SE-COUNT
                      MOVE 0      TO SE-START-SECS(1)
                      MOVE 86400  TO SE-END-SECS(1)
                      MOVE "YYYYYYY" TO SE-DAY-MASK(1)
                      MOVE HC-PROFILE TO SE-PROFILE(1)
                      MOVE SPACES TO SE-DEMO(1)
                      STRING WS-SIM-DATE " CALENDAR: CLOSED ("
                             FUNCTION TRIM(HC-DESC) ") - PROFILE "
                             FUNCTION TRIM(HC-PROFILE) " ONLY"
                             DELIMITED BY SIZE INTO REPORT-LINE
                      END-STRING
                   END-IF
                   WRITE REPORT-LINE
                   SET WS-DAY-OVERRIDDEN TO TRUE
              WHEN HC-SUBSTITUTE
                   ADD 1 TO WS-CALENDAR-DAYS
                   MOVE HC-SCHED-FILE TO WS-SCHED-FILE-NAME
                   PERFORM LOAD-SCHEDULE
                   IF WS-LOAD-FAILED
                      STRING WS-SIM-DATE " CALENDAR: SUBSTITUTE "
                             FUNCTION TRIM(HC-SCHED-FILE)
                             " UNREADABLE - REGULAR SCHEDULE KEPT"
                             DELIMITED BY SIZE INTO REPORT-LINE
                      END-STRING
                      MOVE WS-BASE-SCHED-FILE TO WS-SCHED-FILE-NAME
                      PERFORM LOAD-SCHEDULE
                      MOVE 'N' TO WS-DAY-OVERRIDE-SW
                   ELSE
                      PERFORM VARYING SE-I FROM 1 BY 1
                              UNTIL SE-I > SE-COUNT
                         MOVE "YYYYYYY" TO SE-DAY-MASK(SE-I)
                      END-PERFORM
                      STRING WS-SIM-DATE
                             " CALENDAR: SUBSTITUTE SCHEDULE "
                             FUNCTION TRIM(HC-SCHED-FILE) " ("
                             FUNCTION TRIM(HC-DESC) ")"
                             DELIMITED BY SIZE INTO REPORT-LINE
                      END-STRING
                      SET WS-DAY-OVERRIDDEN TO TRUE
                   END-IF
                   WRITE REPORT-LINE
              WHEN OTHER
                   IF WS-DAY-OVERRIDDEN
                      MOVE WS-BASE-SCHED-FILE TO WS-SCHED-FILE-NAME
                      PERFORM LOAD-SCHEDULE
                      MOVE 'N' TO WS-DAY-OVERRIDE-SW
                   END-IF
           END-EVALUATE.

      * -----------------------------------------------------------
      * SCHEDULER's selection rule at the simulated moment: first
      * entry (file order) whose day is enabled and whose window -
              END-IF
           END-IF
           WRITE REPORT-LINE.

      * -----------------------------------------------------------
      * The spots falling due in the simulated hour, one line each
      * with the entry SCHEDULER would stop for it - replayed from
      * SPOTCAL the way the scheduler walks the rotation, each
      * airing's time plus one second being where the next is
      * looked for.
      * -----------------------------------------------------------
       REPORT-HOUR-SPOTS.
           COMPUTE WS-HOUR-END-SECS = WS-SIM-SECS + 3600
           MOVE WS-SPOT-FILE-NAME TO SR-FILE-NAME
           MOVE WS-SIM-DATE TO SR-DATE
           MOVE WS-SIM-SECS TO SR-FROM-SECS
           CALL 'SPOTCAL' USING SPOTCAL-ARGS
           PERFORM UNTIL NOT SR-DUE
                   OR SR-DUE-SECS >= WS-HOUR-END-SECS
              ADD 1 TO WS-SPOT-AIRINGS
              MOVE SR-DUE-SECS TO WS-SIM-SECS
              PERFORM PICK-ACTIVE-ENTRY
              IF SE-PICKED = 0
                 MOVE "IDLE WALL" TO WS-WHAT
              ELSE
                 IF SE-PROFILE(SE-PICKED) NOT = SPACES
                    MOVE SE-PROFILE(SE-PICKED) TO WS-WHAT
                 ELSE
                    MOVE SE-DEMO(SE-PICKED) TO WS-WHAT
                 END-IF
              END-IF
              DIVIDE SR-DUE-SECS BY 3600 GIVING WS-HH
                  REMAINDER WS-DUE-REM
              DIVIDE WS-DUE-REM BY 60 GIVING WS-DUE-MM
              MOVE SPACES TO REPORT-LINE
              STRING WS-SIM-DATE " " WS-HH ":" WS-DUE-MM
                     "   SPOT " FUNCTION TRIM(SR-SPOT-ID) " "
                     FUNCTION TRIM(SR-DURATION) " SEC, BREAKING INTO "
                     FUNCTION TRIM(WS-WHAT)
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              COMPUTE SR-FROM-SECS = SR-DUE-SECS + 1
              CALL 'SPOTCAL' USING SPOTCAL-ARGS
           END-PERFORM
           COMPUTE WS-SIM-SECS = WS-HOUR * 3600.
