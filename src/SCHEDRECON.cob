      *****************************************************************
      * SCHEDRECON: planned-versus-aired reconciliation of one day
      * of unattended scheduling. The plan is SCHEDSIM's - the same
      * selection rules (calendar override, Monday-first day mask,
      * midnight-wrapping windows, earlier-entry-wins) replayed for
      * every minute of the day instead of every hour; what aired
      * is read back from SCHEDULER.LOG's LAUNCH/COMPLETE pairs and
      * matched to the RUNSUM.DAT record each run left behind. Each
      * planned window is then scored minute by minute - aired as
      * planned, aired the wrong entry, or dark - and every window
      * that under-aired, aired the wrong entry or ended early is
      * listed with the minutes lost, the scheduler's own account
      * of why (wall held, entry rejected) and any run that did
      * not end on its budget. The day closes with a compliance
      * percentage: minutes aired as planned over minutes planned.
      * A minute counts as aired when a run was on the wall at its
      * midpoint. A sponsor spot break - the scheduler stopping the
      * run, airing the spot and relaunching - counts as aired as
      * planned when the wall's spot rotation (through the SPOTCAL
      * lookup SCHEDULER and SCHEDSIM share, see SPOTCALARGS.cpy)
      * has that spot due then. Any flagged window returns RC 1.
      * The schedule, SCHEDULER.LOG and SPOTS.DAT are the current
      * wall's (see WALLREGARGS.cpy) unless a schedule file is
      * named.
      * Invoke as: SCHEDRECON [YYYYMMDD] [schedule.dat] [report]
      * The date defaults to today, the report to SCHEDRECON.RPT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDRECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED-FILE ASSIGN TO DYNAMIC WS-SCHED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT SCHED-LOG-FILE ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT RUNSUM-FILE ASSIGN TO "RUNSUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSUM-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHED-FILE.
           COPY SCHEDREC.

       FD  SCHED-LOG-FILE.
       01  SCHED-LOG-LINE         PIC X(132).

       FD  RUNSUM-FILE.
           COPY RUNSUMREC.

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(120).

       WORKING-STORAGE SECTION.
       01  SCHEDRECON-VARS.
           05  WS-SCHED-FILE-NAME PIC X(100) VALUE "SCHEDULE.DAT".
           05  WS-SCHED-FILE-ARG  PIC X(100) VALUE SPACES.
           05  WS-BASE-SCHED-FILE PIC X(100).
           05  WS-LOG-FILE-NAME   PIC X(100) VALUE "SCHEDULER.LOG".
           05  WS-SPOT-FILE-NAME  PIC X(100) VALUE "SPOTS.DAT".
           05  WS-REPORT-FILE-NAME PIC X(100) VALUE "SCHEDRECON.RPT".
           05  WS-REPORT-FILE-ARG PIC X(100) VALUE SPACES.
           05  WS-DATE-ARG        PIC X(8)   VALUE SPACES.
           05  WS-WANTED-DATE     PIC X(8).
           05  WS-PRIOR-DATE      PIC X(8).
           05  WS-SCHED-STATUS    PIC X(2).
           05  WS-LOG-STATUS      PIC X(2).
           05  WS-RUNSUM-STATUS   PIC X(2).
           05  WS-REPORT-STATUS   PIC X(2).
           05  WS-EOF-SW          PIC X VALUE 'N'.
               88  WS-EOF             VALUE 'Y'.
           05  WS-LOAD-FAILED-SW  PIC X VALUE 'N'.
               88  WS-LOAD-FAILED     VALUE 'Y'.
           05  WS-CALENDAR-NOTE   PIC X(100) VALUE SPACES.

      * The loaded schedule - SCHEDSIM's table shape.
       01  SCHED-TABLE-VARS.
           05  SE-COUNT           PIC 9(2) VALUE 0.
           05  SE-MAX             PIC 9(2) VALUE 50.
           05  SE-I               PIC 9(2).
           05  SE-PICKED          PIC 9(2).
           05  SE-ENTRY OCCURS 50 TIMES.
               10  SE-START-SECS  PIC 9(6).
               10  SE-END-SECS    PIC 9(6).
               10  SE-DAY-MASK    PIC X(7).
               10  SE-PROFILE     PIC X(16).
               10  SE-DEMO        PIC X(12).

      * The simulated clock.
       01  SIM-CLOCK-VARS.
           05  WS-DATE-NUM        PIC 9(8).
           05  WS-DAY-INT         PIC 9(8).
           05  WS-DAY-INDEX       PIC 9.
           05  WS-SIM-SECS        PIC 9(6).
           05  WS-HH              PIC 99.
           05  WS-MM              PIC 99.
           05  WS-SS              PIC 99.
           05  WS-HHMM            PIC X(4).
           05  WS-HHMM-SECS       PIC 9(6).

      * The day minute by minute: the planned entry (0 = idle),
      * what was on the wall (spaces = dark) and which run put it
      * there.
       01  MINUTE-TABLE-VARS.
           05  MN-I               PIC 9(4).
           05  MN-J               PIC 9(4).
           05  MN-MIDPOINT        PIC 9(6).
           05  MN-ENTRY OCCURS 1440 TIMES.
               10  MN-PLANNED     PIC 9(2).
               10  MN-AIRED       PIC X(16).
               10  MN-RUN         PIC 9(4).
               10  MN-SPOT-SW     PIC X.
                   88  MN-SPOT        VALUE 'Y'.

      * The scheduler's launches, in log order. Times are seconds
      * from midnight of the wanted date - a run launched the day
      * before and still on the wall at midnight starts at 0.
       01  RUN-TABLE-VARS.
           05  RN-COUNT           PIC 9(4) VALUE 0.
           05  RN-MAX             PIC 9(4) VALUE 500.
           05  RN-I               PIC 9(4).
           05  RN-OPEN            PIC 9(4) VALUE 0.
           05  RN-ENTRY OCCURS 500 TIMES.
               10  RN-LABEL       PIC X(16).
               10  RN-DEMO        PIC X(12).
               10  RN-LAUNCH-DATE PIC X(8).
               10  RN-LAUNCH-TIME PIC X(6).
               10  RN-START-SECS  PIC 9(6).
               10  RN-END-SECS    PIC 9(6).
               10  RN-RC          PIC 9(8).
               10  RN-COMPLETE-SW PIC X.
                   88  RN-COMPLETED   VALUE 'Y'.
               10  RN-TERM        PIC X(12).

      * The scheduler's spot breaks on the day, from the stop (or,
      * on an idle wall, the airing) to the spot's completion.
       01  BREAK-TABLE-VARS.
           05  BK-COUNT           PIC 9(4) VALUE 0.
           05  BK-MAX             PIC 9(4) VALUE 300.
           05  BK-I               PIC 9(4).
           05  BK-OPEN            PIC 9(4) VALUE 0.
           05  BK-FOUND-SW        PIC X.
               88  BK-FOUND           VALUE 'Y'.
           05  BK-ENTRY OCCURS 300 TIMES.
               10  BK-SPOT-ID     PIC X(12).
               10  BK-START-SECS  PIC 9(6).
               10  BK-END-SECS    PIC 9(6).

      * The scheduler's complaints (held wall, rejected entries),
      * for the cause lines under a flagged window.
       01  PROBLEM-TABLE-VARS.
           05  PB-COUNT           PIC 9(4) VALUE 0.
           05  PB-MAX             PIC 9(4) VALUE 300.
           05  PB-I               PIC 9(4).
           05  PB-SHOWN           PIC 9(4).
           05  PB-ENTRY OCCURS 300 TIMES.
               10  PB-SECS        PIC 9(6).
               10  PB-TEXT        PIC X(90).

      * SCHEDULER.LOG line parsing.
       01  LOG-PARSE-VARS.
           05  LG-DATE            PIC X(8).
           05  LG-TIME            PIC X(6).
           05  LG-TEXT            PIC X(116).
           05  LG-SECS            PIC 9(6).
           05  LG-WORD-1          PIC X(16).
           05  LG-WORD-2          PIC X(16).
           05  LG-WORD-3          PIC X(16).
           05  LG-REST            PIC X(116).
           05  LG-TAIL            PIC X(116).

      * One planned window under scoring.
       01  WINDOW-VARS.
           05  WN-START-MIN       PIC 9(4).
           05  WN-END-MIN         PIC 9(4).
           05  WN-ENTRY           PIC 9(2).
           05  WN-LABEL           PIC X(16).
           05  WN-PLANNED         PIC 9(4).
           05  WN-OK              PIC 9(4).
           05  WN-WRONG           PIC 9(4).
           05  WN-DARK            PIC 9(4).
           05  WN-LOST            PIC 9(4).
           05  WN-SPOT-MINS       PIC 9(4).
           05  WN-LAST-OK         PIC 9(4).
           05  WN-SHORT-BY        PIC 9(4).
           05  WN-WRONG-LABEL     PIC X(16).
           05  WN-FLAGGED-SW      PIC X.
               88  WN-FLAGGED         VALUE 'Y'.
           05  WN-FROM-HHMM       PIC X(4).
           05  WN-TO-HHMM         PIC X(4).
           05  WN-MIN-WORK        PIC 9(4).
           05  WN-MIN-HH          PIC 99.
           05  WN-MIN-MM          PIC 99.

      * The day's totals.
       01  TOTALS-VARS.
           05  WS-WINDOWS         PIC 9(4) VALUE 0.
           05  WS-FLAGGED         PIC 9(4) VALUE 0.
           05  WS-TOTAL-PLANNED   PIC 9(6) VALUE 0.
           05  WS-TOTAL-OK        PIC 9(6) VALUE 0.
           05  WS-TOTAL-LOST      PIC 9(6) VALUE 0.
           05  WS-COMPLIANCE      PIC 9(3)V9.
           05  WS-COMPLIANCE-DISP PIC ZZ9.9.
           05  WS-NUM-DISP        PIC Z(5)9.
           05  WS-NUM-DISP-2      PIC Z(5)9.
           05  WS-NUM-DISP-3      PIC Z(5)9.
           05  WS-NUM-DISP-4      PIC Z(5)9.

           COPY HOLCALARGS.
           COPY WALLREGARGS.
           COPY SPOTCALARGS.

       PROCEDURE DIVISION.
           MOVE 'F' TO WG-FUNCTION
           MOVE SPACES TO WG-WALL-ID
           MOVE "SCHEDULE.DAT" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-FILE-NAME TO WS-SCHED-FILE-NAME
           MOVE 'F' TO WG-FUNCTION
           MOVE SPACES TO WG-WALL-ID
           MOVE "SCHEDULER.LOG" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-FILE-NAME TO WS-LOG-FILE-NAME
           MOVE 'F' TO WG-FUNCTION
           MOVE SPACES TO WG-WALL-ID
           MOVE "SPOTS.DAT" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-FILE-NAME TO WS-SPOT-FILE-NAME

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-DATE-ARG FROM ARGUMENT-VALUE
           IF WS-DATE-ARG NOT = SPACES
              MOVE WS-DATE-ARG TO WS-WANTED-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-WANTED-DATE
           END-IF
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-SCHED-FILE-ARG FROM ARGUMENT-VALUE
           IF WS-SCHED-FILE-ARG NOT = SPACES
              MOVE WS-SCHED-FILE-ARG TO WS-SCHED-FILE-NAME
           END-IF
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-REPORT-FILE-ARG FROM ARGUMENT-VALUE
           IF WS-REPORT-FILE-ARG NOT = SPACES
              MOVE WS-REPORT-FILE-ARG TO WS-REPORT-FILE-NAME
           END-IF

           IF WS-WANTED-DATE IS NOT NUMERIC
              DISPLAY "SCHEDRECON: DATE '" WS-WANTED-DATE
                       "' IS NOT YYYYMMDD" UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           MOVE WS-WANTED-DATE TO WS-DATE-NUM
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT - 1)
           MOVE WS-DATE-NUM TO WS-PRIOR-DATE
           COMPUTE WS-DAY-INDEX = FUNCTION MOD(WS-DAY-INT, 7)
           IF WS-DAY-INDEX = 0
              MOVE 7 TO WS-DAY-INDEX
           END-IF

           MOVE WS-SCHED-FILE-NAME TO WS-BASE-SCHED-FILE
           PERFORM LOAD-SCHEDULE
           IF WS-LOAD-FAILED
              STOP RUN RETURNING 1
           END-IF
           PERFORM PLAN-CALENDAR-DAY
           PERFORM PLAN-THE-DAY

           PERFORM LOAD-SCHEDULER-LOG
           PERFORM MATCH-RUN-SUMMARIES
           PERFORM MARK-AIRED-MINUTES
           PERFORM MARK-SPOT-MINUTES

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "SCHEDRECON: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-REPORT-FILE-NAME)
                       " STATUS " WS-REPORT-STATUS UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "SCHEDULE RECONCILIATION FOR " WS-WANTED-DATE
                  " - PLAN " FUNCTION TRIM(WS-BASE-SCHED-FILE)
                  " AGAINST SCHEDULER.LOG AND RUNSUM.DAT"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-CALENDAR-NOTE NOT = SPACES
              MOVE WS-CALENDAR-NOTE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM SCORE-ALL-WINDOWS
           PERFORM WRITE-COMPLIANCE-SUMMARY
           CLOSE REPORT-FILE

           DISPLAY "SCHEDRECON: " WS-WANTED-DATE " COMPLIANCE "
                    FUNCTION TRIM(WS-COMPLIANCE-DISP) "% - "
                    WS-FLAGGED " WINDOW(S) FLAGGED - SEE "
                    FUNCTION TRIM(WS-REPORT-FILE-NAME) UPON SYSERR
           IF WS-FLAGGED > 0
              STOP RUN RETURNING 1
           END-IF
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * Read the schedule into the entry table - SCHEDSIM's load,
      * replacing the table and flagging an unreadable file.
      * -----------------------------------------------------------
       LOAD-SCHEDULE.
           MOVE 0 TO SE-COUNT
           MOVE 'N' TO WS-EOF-SW
           MOVE 'N' TO WS-LOAD-FAILED-SW
           OPEN INPUT SCHED-FILE
           IF WS-SCHED-STATUS NOT = "00"
              DISPLAY "SCHEDRECON: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-SCHED-FILE-NAME)
                       " STATUS " WS-SCHED-STATUS UPON SYSERR
              SET WS-LOAD-FAILED TO TRUE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF
              READ SCHED-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF SE-COUNT < SE-MAX
                       ADD 1 TO SE-COUNT
                       MOVE SCHED-START-TIME TO WS-HHMM
                       PERFORM HHMM-TO-SECONDS
                       MOVE WS-HHMM-SECS TO SE-START-SECS(SE-COUNT)
                       MOVE SCHED-END-TIME TO WS-HHMM
                       PERFORM HHMM-TO-SECONDS
                       MOVE WS-HHMM-SECS TO SE-END-SECS(SE-COUNT)
                       MOVE SCHED-DAY-MASK TO SE-DAY-MASK(SE-COUNT)
                       MOVE SCHED-PROFILE  TO SE-PROFILE(SE-COUNT)
                       MOVE SCHED-DEMO     TO SE-DEMO(SE-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SCHED-FILE.

       HHMM-TO-SECONDS.
           MOVE WS-HHMM(1:2) TO WS-HH
           MOVE WS-HHMM(3:2) TO WS-MM
           COMPUTE WS-HHMM-SECS = WS-HH * 3600 + WS-MM * 60.

      * -----------------------------------------------------------
      * The calendar plan for the day, as SCHEDULER and SCHEDSIM
      * apply it (see SCHEDULER's PLAN-CALENDAR-DAY).
      * -----------------------------------------------------------
       PLAN-CALENDAR-DAY.
           MOVE WS-WANTED-DATE TO HC-DATE
           CALL 'HOLCAL' USING HOLCAL-ARGS
           EVALUATE TRUE
              WHEN HC-CLOSED
                   MOVE 0 TO SE-COUNT
                   IF HC-PROFILE = SPACES
                      STRING "CALENDAR: CLOSED ("
                             FUNCTION TRIM(HC-DESC) ") - WALL DARK"
                             DELIMITED BY SIZE INTO WS-CALENDAR-NOTE
                      END-STRING
                   ELSE
                      MOVE 1 TO SE-COUNT
                      MOVE 0      TO SE-START-SECS(1)
                      MOVE 86400  TO SE-END-SECS(1)
                      MOVE "YYYYYYY" TO SE-DAY-MASK(1)
                      MOVE HC-PROFILE TO SE-PROFILE(1)
                      MOVE SPACES TO SE-DEMO(1)
                      STRING "CALENDAR: CLOSED ("
                             FUNCTION TRIM(HC-DESC) ") - PROFILE "
                             FUNCTION TRIM(HC-PROFILE) " ONLY"
                             DELIMITED BY SIZE INTO WS-CALENDAR-NOTE
                      END-STRING
                   END-IF
              WHEN HC-SUBSTITUTE
                   MOVE HC-SCHED-FILE TO WS-SCHED-FILE-NAME
                   PERFORM LOAD-SCHEDULE
                   IF WS-LOAD-FAILED
                      STRING "CALENDAR: SUBSTITUTE "
                             FUNCTION TRIM(HC-SCHED-FILE)
                             " UNREADABLE - REGULAR SCHEDULE KEPT"
                             DELIMITED BY SIZE INTO WS-CALENDAR-NOTE
                      END-STRING
                      MOVE WS-BASE-SCHED-FILE TO WS-SCHED-FILE-NAME
                      PERFORM LOAD-SCHEDULE
                   ELSE
                      PERFORM VARYING SE-I FROM 1 BY 1
                              UNTIL SE-I > SE-COUNT
                         MOVE "YYYYYYY" TO SE-DAY-MASK(SE-I)
                      END-PERFORM
                      STRING "CALENDAR: SUBSTITUTE SCHEDULE "
                             FUNCTION TRIM(HC-SCHED-FILE) " ("
                             FUNCTION TRIM(HC-DESC) ")"
                             DELIMITED BY SIZE INTO WS-CALENDAR-NOTE
                      END-STRING
                   END-IF
           END-EVALUATE.

      * -----------------------------------------------------------
      * The expected entry for every minute of the day, picked at
      * the minute's start the way SCHEDSIM picks each hour.
      * -----------------------------------------------------------
       PLAN-THE-DAY.
           PERFORM VARYING MN-I FROM 1 BY 1 UNTIL MN-I > 1440
              COMPUTE WS-SIM-SECS = (MN-I - 1) * 60
              PERFORM PICK-ACTIVE-ENTRY
              MOVE SE-PICKED TO MN-PLANNED(MN-I)
              MOVE SPACES    TO MN-AIRED(MN-I)
              MOVE 0         TO MN-RUN(MN-I)
           END-PERFORM.

      * -----------------------------------------------------------
      * SCHEDULER's selection rule: first entry (file order) whose
      * day is enabled and whose window - wrapping past midnight
      * when the end precedes the start - contains the time.
      * -----------------------------------------------------------
       PICK-ACTIVE-ENTRY.
           MOVE 0 TO SE-PICKED
           PERFORM VARYING SE-I FROM 1 BY 1
                   UNTIL SE-I > SE-COUNT OR SE-PICKED > 0
              IF SE-DAY-MASK(SE-I)(WS-DAY-INDEX:1) = 'Y'
                 IF SE-END-SECS(SE-I) >= SE-START-SECS(SE-I)
                    IF WS-SIM-SECS >= SE-START-SECS(SE-I)
                       AND WS-SIM-SECS < SE-END-SECS(SE-I)
                       MOVE SE-I TO SE-PICKED
                    END-IF
                 ELSE
                    IF WS-SIM-SECS >= SE-START-SECS(SE-I)
                       OR WS-SIM-SECS < SE-END-SECS(SE-I)
                       MOVE SE-I TO SE-PICKED
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * Walk SCHEDULER.LOG for the day before and the day itself,
      * pairing each LAUNCH with the COMPLETE that follows it. Only
      * the run still open at midnight is kept from the day before.
      * Held-wall and rejection lines on the day are kept as causes,
      * and the day's spot breaks are paired up.
      * -----------------------------------------------------------
       LOAD-SCHEDULER-LOG.
           OPEN INPUT SCHED-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
              DISPLAY "SCHEDRECON: NO SCHEDULER.LOG - NOTHING AIRED"
                       UPON SYSERR
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ SCHED-LOG-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    MOVE SCHED-LOG-LINE(1:8)  TO LG-DATE
                    IF LG-DATE = WS-PRIOR-DATE
                       OR LG-DATE = WS-WANTED-DATE
                       PERFORM TAKE-LOG-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SCHED-LOG-FILE

      *    a run with no COMPLETE (still on the wall, or the
      *    scheduler died under it) is taken to the end of the day;
      *    a spot break that never completed is not counted
           IF RN-OPEN > 0
              MOVE 86400 TO RN-END-SECS(RN-OPEN)
           END-IF
           IF BK-OPEN > 0
              SUBTRACT 1 FROM BK-COUNT
              MOVE 0 TO BK-OPEN
           END-IF.

       TAKE-LOG-LINE.
           MOVE SCHED-LOG-LINE(10:6) TO LG-TIME
           MOVE SCHED-LOG-LINE(17:116) TO LG-TEXT
           MOVE LG-TIME(1:2) TO WS-HH
           MOVE LG-TIME(3:2) TO WS-MM
           MOVE LG-TIME(5:2) TO WS-SS
           IF LG-DATE = WS-PRIOR-DATE
              MOVE 0 TO LG-SECS
           ELSE
              COMPUTE LG-SECS = WS-HH * 3600 + WS-MM * 60 + WS-SS
           END-IF
           MOVE SPACES TO LG-WORD-1 LG-WORD-2 LG-WORD-3
           UNSTRING LG-TEXT DELIMITED BY ALL SPACE
               INTO LG-WORD-1 LG-WORD-2 LG-WORD-3
           END-UNSTRING

           EVALUATE TRUE
              WHEN LG-WORD-1 = "LAUNCH"
                   PERFORM TAKE-LAUNCH-LINE
              WHEN LG-WORD-1 = "COMPLETE"
                   IF RN-OPEN > 0
                      MOVE LG-SECS TO RN-END-SECS(RN-OPEN)
                      MOVE FUNCTION NUMVAL(LG-WORD-3)
                        TO RN-RC(RN-OPEN)
                      SET RN-COMPLETED(RN-OPEN) TO TRUE
                      MOVE 0 TO RN-OPEN
                   END-IF
              WHEN LG-WORD-1 = "STOPPING"
              WHEN LG-WORD-1 = "AIR" AND LG-WORD-2 = "SPOT"
              WHEN LG-WORD-1 = "SPOT"
                   IF LG-DATE = WS-WANTED-DATE
                      PERFORM TAKE-SPOT-LINE
                   END-IF
              WHEN LG-WORD-1 = "WALL"
              WHEN LG-WORD-1 = "PROFILE"
              WHEN LG-WORD-1 = "ENTRY"
                   IF LG-DATE = WS-WANTED-DATE
                      AND PB-COUNT < PB-MAX
                      ADD 1 TO PB-COUNT
                      MOVE LG-SECS TO PB-SECS(PB-COUNT)
                      MOVE LG-TEXT TO PB-TEXT(PB-COUNT)
                   END-IF
           END-EVALUATE.

      * -----------------------------------------------------------
      * "STOPPING THE RUN FOR SPOT <id>" opens a break - or, on an
      * idle wall, "AIR SPOT <id> ..." does; the stop the scheduler
      * sends at the end of the spot's own run falls inside it.
      * "SPOT <id> COMPLETE RC n" closes it, and any other
      * "SPOT <id> ..." line (a missed spot) drops it.
      * -----------------------------------------------------------
       TAKE-SPOT-LINE.
           EVALUATE TRUE
              WHEN LG-WORD-1 = "SPOT"
                   IF BK-OPEN > 0
                      IF LG-WORD-3 = "COMPLETE"
                         MOVE LG-SECS TO BK-END-SECS(BK-OPEN)
                      ELSE
                         SUBTRACT 1 FROM BK-COUNT
                      END-IF
                      MOVE 0 TO BK-OPEN
                   END-IF
              WHEN BK-OPEN > 0
                   CONTINUE
              WHEN BK-COUNT < BK-MAX
                   ADD 1 TO BK-COUNT
                   MOVE BK-COUNT TO BK-OPEN
                   MOVE SPACES TO BK-SPOT-ID(BK-COUNT)
                   IF LG-WORD-1 = "AIR"
                      MOVE LG-WORD-3 TO BK-SPOT-ID(BK-COUNT)
                   ELSE
                      MOVE SPACES TO LG-REST
                      UNSTRING LG-TEXT DELIMITED BY "FOR SPOT "
                          INTO LG-REST BK-SPOT-ID(BK-COUNT)
                      END-UNSTRING
                   END-IF
                   MOVE LG-SECS TO BK-START-SECS(BK-COUNT)
                   MOVE LG-SECS TO BK-END-SECS(BK-COUNT)
           END-EVALUATE.

      * -----------------------------------------------------------
      * "LAUNCH <demo> BUDGET n ..." or
      * "LAUNCH PROFILE '<name>' (<demo> <args>)". A launch on the
      * day before replaces the one before it - only the last can
      * still be airing at midnight.
      * -----------------------------------------------------------
       TAKE-LAUNCH-LINE.
           IF RN-OPEN > 0
              MOVE LG-SECS TO RN-END-SECS(RN-OPEN)
              MOVE 0 TO RN-OPEN
           END-IF
           IF LG-DATE = WS-PRIOR-DATE
              MOVE 0 TO RN-COUNT
           END-IF
           IF RN-COUNT >= RN-MAX
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO RN-COUNT
           MOVE RN-COUNT TO RN-OPEN
           MOVE SPACES TO RN-LABEL(RN-COUNT) RN-DEMO(RN-COUNT)
           IF LG-WORD-2 = "PROFILE"
              MOVE SPACES TO LG-REST LG-TAIL
              UNSTRING LG-TEXT DELIMITED BY "'"
                  INTO LG-WORD-1 RN-LABEL(RN-COUNT) LG-REST
              END-UNSTRING
              UNSTRING LG-REST DELIMITED BY "("
                  INTO LG-WORD-1 LG-TAIL
              END-UNSTRING
              UNSTRING LG-TAIL DELIMITED BY SPACE OR ")"
                  INTO RN-DEMO(RN-COUNT)
              END-UNSTRING
           ELSE
              MOVE LG-WORD-2 TO RN-LABEL(RN-COUNT)
              MOVE LG-WORD-2 TO RN-DEMO(RN-COUNT)
           END-IF
           MOVE LG-DATE TO RN-LAUNCH-DATE(RN-COUNT)
           MOVE LG-TIME TO RN-LAUNCH-TIME(RN-COUNT)
           MOVE LG-SECS TO RN-START-SECS(RN-COUNT)
           MOVE LG-SECS TO RN-END-SECS(RN-COUNT)
           MOVE 0 TO RN-RC(RN-COUNT)
           MOVE 'N' TO RN-COMPLETE-SW(RN-COUNT)
           MOVE SPACES TO RN-TERM(RN-COUNT).

      * -----------------------------------------------------------
      * Each launch's RUNSUM.DAT record: same program, started on
      * the launch date within two minutes of the launch. Programs
      * that keep no run summary simply find none.
      * -----------------------------------------------------------
       MATCH-RUN-SUMMARIES.
           OPEN INPUT RUNSUM-FILE
           IF WS-RUNSUM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ RUNSUM-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    PERFORM MATCH-ONE-SUMMARY
              END-READ
           END-PERFORM
           CLOSE RUNSUM-FILE.

       MATCH-ONE-SUMMARY.
           MOVE RS-RUN-TIME(1:2) TO WS-HH
           MOVE RS-RUN-TIME(3:2) TO WS-MM
           MOVE RS-RUN-TIME(5:2) TO WS-SS
           COMPUTE WS-SIM-SECS = WS-HH * 3600 + WS-MM * 60 + WS-SS
           PERFORM VARYING RN-I FROM 1 BY 1 UNTIL RN-I > RN-COUNT
              IF RN-TERM(RN-I) = SPACES
                 AND RS-PROGRAM = RN-DEMO(RN-I)
                 AND RS-RUN-DATE = RN-LAUNCH-DATE(RN-I)
                 MOVE RN-LAUNCH-TIME(RN-I)(1:2) TO WS-HH
                 MOVE RN-LAUNCH-TIME(RN-I)(3:2) TO WS-MM
                 MOVE RN-LAUNCH-TIME(RN-I)(5:2) TO WS-SS
                 COMPUTE WS-HHMM-SECS =
                     WS-HH * 3600 + WS-MM * 60 + WS-SS
                 IF WS-SIM-SECS >= WS-HHMM-SECS
                    AND WS-SIM-SECS <= WS-HHMM-SECS + 120
                    MOVE RS-TERM-REASON TO RN-TERM(RN-I)
                    EXIT PERFORM
                 END-IF
              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * A minute aired whatever run was on the wall at its
      * midpoint.
      * -----------------------------------------------------------
       MARK-AIRED-MINUTES.
           PERFORM VARYING RN-I FROM 1 BY 1 UNTIL RN-I > RN-COUNT
              PERFORM VARYING MN-I FROM 1 BY 1 UNTIL MN-I > 1440
                 COMPUTE MN-MIDPOINT = (MN-I - 1) * 60 + 30
                 IF MN-MIDPOINT >= RN-START-SECS(RN-I)
                    AND MN-MIDPOINT < RN-END-SECS(RN-I)
                    MOVE RN-LABEL(RN-I) TO MN-AIRED(MN-I)
                    MOVE RN-I TO MN-RUN(MN-I)
                 END-IF
              END-PERFORM
           END-PERFORM.

      * -----------------------------------------------------------
      * A minute inside a spot break - at its midpoint - was given
      * to a sponsor spot the rotation had due, when SPOTCAL finds
      * that spot due in the two minutes up to the break (the
      * scheduler's own grace for a late spot). A break the
      * rotation does not account for is left to score as dark.
      * -----------------------------------------------------------
       MARK-SPOT-MINUTES.
           PERFORM VARYING BK-I FROM 1 BY 1 UNTIL BK-I > BK-COUNT
              PERFORM FIND-BREAK-SPOT
              IF BK-FOUND
                 PERFORM VARYING MN-I FROM 1 BY 1 UNTIL MN-I > 1440
                    COMPUTE MN-MIDPOINT = (MN-I - 1) * 60 + 30
                    IF MN-MIDPOINT >= BK-START-SECS(BK-I)
                       AND MN-MIDPOINT < BK-END-SECS(BK-I)
                       SET MN-SPOT(MN-I) TO TRUE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       FIND-BREAK-SPOT.
           MOVE 'N' TO BK-FOUND-SW
           MOVE WS-SPOT-FILE-NAME TO SR-FILE-NAME
           MOVE WS-WANTED-DATE TO SR-DATE
           IF BK-START-SECS(BK-I) > 120
              COMPUTE SR-FROM-SECS = BK-START-SECS(BK-I) - 120
           ELSE
              MOVE 0 TO SR-FROM-SECS
           END-IF
           CALL 'SPOTCAL' USING SPOTCAL-ARGS
           PERFORM UNTIL NOT SR-DUE OR BK-FOUND
                   OR SR-DUE-SECS > BK-START-SECS(BK-I)
              IF SR-SPOT-ID = BK-SPOT-ID(BK-I)
                 SET BK-FOUND TO TRUE
              ELSE
                 COMPUTE SR-FROM-SECS = SR-DUE-SECS + 1
                 CALL 'SPOTCAL' USING SPOTCAL-ARGS
              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * Cut the planned day into windows - runs of minutes with the
      * same planned entry - and score each.
      * -----------------------------------------------------------
       SCORE-ALL-WINDOWS.
           MOVE 1 TO MN-I
           PERFORM UNTIL MN-I > 1440
              IF MN-PLANNED(MN-I) = 0
                 ADD 1 TO MN-I
              ELSE
                 MOVE MN-I TO WN-START-MIN
                 MOVE MN-PLANNED(MN-I) TO WN-ENTRY
                 PERFORM UNTIL MN-I > 1440
                         OR MN-PLANNED(MN-I) NOT = WN-ENTRY
                    ADD 1 TO MN-I
                 END-PERFORM
                 COMPUTE WN-END-MIN = MN-I - 1
                 PERFORM SCORE-ONE-WINDOW
              END-IF
           END-PERFORM
           IF WS-WINDOWS = 0
              MOVE "NO WINDOWS PLANNED FOR THE DAY" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

      * -----------------------------------------------------------
      * One window, minute by minute: aired as planned, aired
      * something else, or dark - a spot break the rotation had due
      * counting as aired as planned. Ended early means the planned
      * entry (or a break) was last on the wall before the window
      * closed.
      * -----------------------------------------------------------
       SCORE-ONE-WINDOW.
           ADD 1 TO WS-WINDOWS
           IF SE-PROFILE(WN-ENTRY) NOT = SPACES
              MOVE SE-PROFILE(WN-ENTRY) TO WN-LABEL
           ELSE
              MOVE SE-DEMO(WN-ENTRY) TO WN-LABEL
           END-IF
           MOVE 0 TO WN-OK WN-WRONG WN-DARK WN-LAST-OK WN-SHORT-BY
                     WN-SPOT-MINS
           MOVE SPACES TO WN-WRONG-LABEL
           MOVE 'N' TO WN-FLAGGED-SW
           COMPUTE WN-PLANNED = WN-END-MIN - WN-START-MIN + 1
           PERFORM VARYING MN-J FROM WN-START-MIN BY 1
                   UNTIL MN-J > WN-END-MIN
              EVALUATE TRUE
                 WHEN MN-SPOT(MN-J)
                      ADD 1 TO WN-OK
                      ADD 1 TO WN-SPOT-MINS
                      MOVE MN-J TO WN-LAST-OK
                 WHEN MN-AIRED(MN-J) = WN-LABEL
                      ADD 1 TO WN-OK
                      MOVE MN-J TO WN-LAST-OK
                 WHEN MN-AIRED(MN-J) = SPACES
                      ADD 1 TO WN-DARK
                 WHEN OTHER
                      ADD 1 TO WN-WRONG
                      IF WN-WRONG-LABEL = SPACES
                         MOVE MN-AIRED(MN-J) TO WN-WRONG-LABEL
                      END-IF
              END-EVALUATE
           END-PERFORM
           IF WN-LAST-OK > 0 AND WN-LAST-OK < WN-END-MIN
              COMPUTE WN-SHORT-BY = WN-END-MIN - WN-LAST-OK
           END-IF
           COMPUTE WN-LOST = WN-WRONG + WN-DARK
           ADD WN-PLANNED TO WS-TOTAL-PLANNED
           ADD WN-OK      TO WS-TOTAL-OK
           ADD WN-LOST    TO WS-TOTAL-LOST
           IF WN-LOST > 0
              SET WN-FLAGGED TO TRUE
              ADD 1 TO WS-FLAGGED
           END-IF

           COMPUTE WN-MIN-WORK = WN-START-MIN - 1
           PERFORM MINUTE-TO-HHMM
           MOVE WS-HHMM TO WN-FROM-HHMM
           MOVE WN-END-MIN TO WN-MIN-WORK
           PERFORM MINUTE-TO-HHMM
           MOVE WS-HHMM TO WN-TO-HHMM

           MOVE WN-PLANNED TO WS-NUM-DISP
           MOVE WN-OK      TO WS-NUM-DISP-2
           MOVE WN-LOST    TO WS-NUM-DISP-3
           MOVE WN-SPOT-MINS TO WS-NUM-DISP-4
           MOVE SPACES TO REPORT-LINE
           IF WN-FLAGGED
              STRING "** " WN-FROM-HHMM "-" WN-TO-HHMM " ENTRY "
                     WN-ENTRY " " WN-LABEL " PLANNED "
                     FUNCTION TRIM(WS-NUM-DISP) " MIN, AIRED "
                     FUNCTION TRIM(WS-NUM-DISP-2) ", LOST "
                     FUNCTION TRIM(WS-NUM-DISP-3)
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           ELSE
              IF WN-SPOT-MINS > 0
                 STRING "   " WN-FROM-HHMM "-" WN-TO-HHMM " ENTRY "
                        WN-ENTRY " " WN-LABEL " PLANNED "
                        FUNCTION TRIM(WS-NUM-DISP) " MIN, AIRED IN FULL"
                        " (INCLUDING " FUNCTION TRIM(WS-NUM-DISP-4)
                        " MIN OF SPOT BREAKS)"
                        DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
              ELSE
                 STRING "   " WN-FROM-HHMM "-" WN-TO-HHMM " ENTRY "
                        WN-ENTRY " " WN-LABEL " PLANNED "
                        FUNCTION TRIM(WS-NUM-DISP) " MIN, AIRED IN FULL"
                        DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
              END-IF
           END-IF
           WRITE REPORT-LINE
           IF NOT WN-FLAGGED
              EXIT PARAGRAPH
           END-IF

           IF WN-DARK > 0
              MOVE WN-DARK TO WS-NUM-DISP
              MOVE SPACES TO REPORT-LINE
              STRING "      UNDER-AIRED: " FUNCTION TRIM(WS-NUM-DISP)
                     " MIN DARK"
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF
           IF WN-WRONG > 0
              MOVE WN-WRONG TO WS-NUM-DISP
              MOVE SPACES TO REPORT-LINE
              STRING "      WRONG ENTRY: " FUNCTION TRIM(WS-NUM-DISP)
                     " MIN OF OTHER CONTENT (FIRST: "
                     FUNCTION TRIM(WN-WRONG-LABEL) ")"
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF
           IF WN-SHORT-BY > 0
              MOVE WN-LAST-OK TO WN-MIN-WORK
              PERFORM MINUTE-TO-HHMM
              MOVE WN-SHORT-BY TO WS-NUM-DISP
              MOVE SPACES TO REPORT-LINE
              STRING "      ENDED EARLY: LAST ON THE WALL AT " WS-HHMM
                     ", " FUNCTION TRIM(WS-NUM-DISP)
                     " MIN BEFORE THE WINDOW CLOSED"
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF
           IF WN-OK = 0
              MOVE "      NEVER AIRED IN THIS WINDOW" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           PERFORM WRITE-WINDOW-RUNS
           PERFORM WRITE-WINDOW-CAUSES.

      * Runs inside the window that did not end on their budget.
       WRITE-WINDOW-RUNS.
           PERFORM VARYING RN-I FROM 1 BY 1 UNTIL RN-I > RN-COUNT
              IF RN-START-SECS(RN-I) < WN-END-MIN * 60
                 AND RN-END-SECS(RN-I) > (WN-START-MIN - 1) * 60
                 AND (RN-RC(RN-I) NOT = 0
                      OR (RN-TERM(RN-I) NOT = SPACES
                          AND RN-TERM(RN-I) NOT = "BUDGET")
                      OR NOT RN-COMPLETED(RN-I))
                 MOVE SPACES TO REPORT-LINE
                 IF RN-COMPLETED(RN-I)
                    MOVE RN-RC(RN-I) TO WS-NUM-DISP
                    STRING "      RUN " RN-LAUNCH-TIME(RN-I)(1:4)
                           " " FUNCTION TRIM(RN-LABEL(RN-I))
                           " ENDED RC " FUNCTION TRIM(WS-NUM-DISP)
                           " " FUNCTION TRIM(RN-TERM(RN-I))
                           DELIMITED BY SIZE INTO REPORT-LINE
                    END-STRING
                 ELSE
                    STRING "      RUN " RN-LAUNCH-TIME(RN-I)(1:4)
                           " " FUNCTION TRIM(RN-LABEL(RN-I))
                           " HAS NO COMPLETION LOGGED"
                           DELIMITED BY SIZE INTO REPORT-LINE
                    END-STRING
                 END-IF
                 WRITE REPORT-LINE
              END-IF
           END-PERFORM.

      * The scheduler's own complaints inside the window, first
      * three shown.
       WRITE-WINDOW-CAUSES.
           MOVE 0 TO PB-SHOWN
           PERFORM VARYING PB-I FROM 1 BY 1
                   UNTIL PB-I > PB-COUNT OR PB-SHOWN >= 3
              IF PB-SECS(PB-I) >= (WN-START-MIN - 1) * 60
                 AND PB-SECS(PB-I) < WN-END-MIN * 60
                 ADD 1 TO PB-SHOWN
                 MOVE SPACES TO REPORT-LINE
                 STRING "      CAUSE: " FUNCTION TRIM(PB-TEXT(PB-I))
                        DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
                 WRITE REPORT-LINE
              END-IF
           END-PERFORM.

       MINUTE-TO-HHMM.
           IF WN-MIN-WORK >= 1440
              MOVE "2400" TO WS-HHMM
              EXIT PARAGRAPH
           END-IF
           DIVIDE WN-MIN-WORK BY 60 GIVING WN-MIN-HH
               REMAINDER WN-MIN-MM
           MOVE WN-MIN-HH TO WS-HHMM(1:2)
           MOVE WN-MIN-MM TO WS-HHMM(3:2).

      * -----------------------------------------------------------
      * The closing lines: window and minute totals and the day's
      * compliance - minutes aired as planned over minutes planned
      * (a day with nothing planned is fully compliant).
      * -----------------------------------------------------------
       WRITE-COMPLIANCE-SUMMARY.
           IF WS-TOTAL-PLANNED = 0
              MOVE 100 TO WS-COMPLIANCE
           ELSE
              COMPUTE WS-COMPLIANCE ROUNDED =
                  WS-TOTAL-OK * 100 / WS-TOTAL-PLANNED
           END-IF
           MOVE WS-COMPLIANCE TO WS-COMPLIANCE-DISP

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-WINDOWS       TO WS-NUM-DISP
           MOVE WS-FLAGGED       TO WS-NUM-DISP-2
           MOVE WS-TOTAL-PLANNED TO WS-NUM-DISP-3
           MOVE WS-TOTAL-LOST    TO WS-NUM-DISP-4
           MOVE SPACES TO REPORT-LINE
           STRING FUNCTION TRIM(WS-NUM-DISP) " WINDOW(S), "
                  FUNCTION TRIM(WS-NUM-DISP-2) " FLAGGED; "
                  FUNCTION TRIM(WS-NUM-DISP-3) " MIN PLANNED, "
                  FUNCTION TRIM(WS-NUM-DISP-4) " MIN LOST"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "COMPLIANCE FOR " WS-WANTED-DATE ": "
                  FUNCTION TRIM(WS-COMPLIANCE-DISP) "%"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
