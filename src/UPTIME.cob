      *****************************************************************
      * UPTIME: wall availability and dark-time report for the
      * facilities SLA. For a date range it rebuilds a minute-by-
      * minute timeline of the wall from the logs the launchers and
      * demos already keep, classifying every minute as
      *   AIRING   a run was on the wall - a RUNSUM.DAT run (start
      *            plus elapsed), a SCHEDULER.LOG LAUNCH..COMPLETE,
      *            or a wall lock held in AUDIT.LOG (ACQUIRED ..
      *            RELEASED; a lock later seized as stale is not
      *            counted - its holder died at an unknown time)
      *   IDLE     inside a scheduled window with nothing airing
      *   HELD     blanked or paused through RUNCTL.DAT (the RUN
      *            CONTROL hold lines in AUDIT.LOG)
      *   ALERT    held for an emergency broadcast (ALERTCAST's
      *            RAISED .. STOOD DOWN, or an alert it set and
      *            cleared - ALERT SET .. ALERT CLEARED) or an
      *            ALERTDRILL test
      *   OUTSIDE  outside scheduled hours - the scheduler's window
      *            runs from its first activity until it logs IDLE
      * with that order of precedence. Availability is airing
      * minutes over scheduled minutes, an alert hold being the
      * wall doing its job and so left out of both. Each day is
      * reported with its own figure and the month-to-date figure
      * against the target, and the longest outages (runs of idle
      * or held minutes inside a window) are itemized, noting any
      * stale-lock seizure inside them. A minute takes the state in
      * force at its midpoint. Any day or month-to-date figure under
      * target returns RC 1.
      * On a multi-wall site (see WALLREGARGS.cpy) the report is
      * for one wall - the one named, or the current wall - from
      * that wall's SCHEDULER.LOG and the AUDIT.LOG lines tagged
      * ON WALL with its ID (untagged lines belong to the working-
      * directory wall). RUNSUM.DAT carries no wall, so it is only
      * read for the working-directory wall; a registered wall's
      * airing comes from its lock and its scheduler.
      * Invoke as: UPTIME [from] [thru] [target-pct] [report]
      *                   [wall-id]
      * Dates are YYYYMMDD; from defaults to the first of this
      * month, thru to today; the target defaults to 99.0 and the
      * report to UPTIME.RPT. Month-to-date always counts from the
      * first of the month, even when the range starts later.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPTIME.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

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
       FD  AUDIT-FILE.
       01  AUDIT-LINE             PIC X(132).

       FD  SCHED-LOG-FILE.
       01  SCHED-LOG-LINE         PIC X(132).

       FD  RUNSUM-FILE.
           COPY RUNSUMREC.

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(120).

       WORKING-STORAGE SECTION.
       01  UPTIME-VARS.
           05  WS-REPORT-FILE-NAME PIC X(100) VALUE "UPTIME.RPT".
           05  WS-REPORT-FILE-ARG PIC X(100) VALUE SPACES.
           05  WS-FROM-ARG        PIC X(8)   VALUE SPACES.
           05  WS-THRU-ARG        PIC X(8)   VALUE SPACES.
           05  WS-TARGET-ARG      PIC X(8)   VALUE SPACES.
           05  WS-TARGET          PIC 9(3)V9 VALUE 99.0.
           05  WS-AUDIT-STATUS    PIC X(2).
           05  WS-LOG-STATUS      PIC X(2).
           05  WS-RUNSUM-STATUS   PIC X(2).
           05  WS-REPORT-STATUS   PIC X(2).
           05  WS-EOF-SW          PIC X VALUE 'N'.
               88  WS-EOF             VALUE 'Y'.
           05  WS-MISSED          PIC 9(4) VALUE 0.
           05  WS-LOG-FILE-NAME   PIC X(100) VALUE "SCHEDULER.LOG".

      * The wall reported on, and the ON WALL tag of an audit line:
      * the text after the last " ON WALL " marker, whose first
      * word is the wall ID.
       01  WALL-VARS.
           05  WS-WALL-ARG        PIC X(8)   VALUE SPACES.
           05  WS-WALL-ID         PIC X(8)   VALUE SPACES.
           05  WS-LINE-WALL       PIC X(8).
           05  WS-TAG-PARTS       PIC 9(2).
           05  WS-TAG-PART        PIC X(132) OCCURS 4 TIMES.

      * The date range as INTEGER-OF-DATE day numbers: the days
      * printed (FROM..THRU), the days walked (PROC-FROM, the first
      * of FROM's month, so month-to-date is whole), and the
      * window of log lines loaded (one day earlier, for anything
      * still running at midnight).
       01  RANGE-VARS.
           05  WS-FROM-DATE       PIC 9(8).
           05  WS-THRU-DATE       PIC 9(8).
           05  WS-FROM-INT        PIC 9(8).
           05  WS-THRU-INT        PIC 9(8).
           05  WS-PROC-FROM-INT   PIC 9(8).
           05  WS-LOAD-FROM-DATE  PIC X(8).
           05  WS-THRU-DATE-X     PIC X(8).
           05  WS-DATE-NUM        PIC 9(8).
           05  WS-DAY-INT         PIC 9(8).
           05  WS-DAY-DATE        PIC 9(8).
           05  WS-DAY-DATE-X REDEFINES WS-DAY-DATE PIC X(8).
           05  WS-DAY-BASE        PIC 9(12).
           05  WS-RANGE-END       PIC 9(12).
           05  WS-NOW-ABS         PIC 9(12).

      * Event time scratch: a log stamp reduced to seconds since
      * day zero (day number * 86400 + seconds into the day).
       01  STAMP-VARS.
           05  ST-DATE            PIC X(8).
           05  ST-TIME            PIC X(6).
           05  ST-ABS             PIC 9(12).
           05  ST-HH              PIC 99.
           05  ST-MM              PIC 99.
           05  ST-SS              PIC 99.
           05  ST-DATE-NUM        PIC 9(8).
           05  ST-DAY-INT         PIC 9(8).

      * Log line words.
       01  PARSE-VARS.
           05  PS-PROGRAM         PIC X(12).
           05  PS-WORD-1          PIC X(16).
           05  PS-WORD-2          PIC X(16).
           05  PS-WORD-3          PIC X(16).
           05  PS-TEXT            PIC X(116).

      * The reconstructed intervals, in seconds since day zero:
      * airing, run-control holds, alert holds, scheduled windows,
      * and stale-lock seizures (a point in time).
       01  INTERVAL-TABLES.
           05  AI-COUNT           PIC 9(5) VALUE 0.
           05  AI-MAX             PIC 9(5) VALUE 5000.
           05  AI-OPEN-LOCK       PIC 9(5) VALUE 0.
           05  AI-OPEN-SCHED      PIC 9(5) VALUE 0.
           05  AI-ENTRY OCCURS 5000 TIMES.
               10  AI-START       PIC 9(12).
               10  AI-END         PIC 9(12).
               10  AI-VOID-SW     PIC X.
                   88  AI-VOID        VALUE 'Y'.
           05  HD-COUNT           PIC 9(5) VALUE 0.
           05  HD-MAX             PIC 9(5) VALUE 1000.
           05  HD-OPEN            PIC 9(5) VALUE 0.
           05  HD-ENTRY OCCURS 1000 TIMES.
               10  HD-START       PIC 9(12).
               10  HD-END         PIC 9(12).
           05  AL-COUNT           PIC 9(5) VALUE 0.
           05  AL-MAX             PIC 9(5) VALUE 500.
           05  AL-OPEN            PIC 9(5) VALUE 0.
           05  AL-ENTRY OCCURS 500 TIMES.
               10  AL-START       PIC 9(12).
               10  AL-END         PIC 9(12).
           05  WN-COUNT           PIC 9(5) VALUE 0.
           05  WN-MAX             PIC 9(5) VALUE 2000.
           05  WN-OPEN            PIC 9(5) VALUE 0.
           05  WN-ENTRY OCCURS 2000 TIMES.
               10  WN-START       PIC 9(12).
               10  WN-END         PIC 9(12).
           05  SZ-COUNT           PIC 9(4) VALUE 0.
           05  SZ-MAX             PIC 9(4) VALUE 200.
           05  SZ-ENTRY OCCURS 200 TIMES.
               10  SZ-AT          PIC 9(12).
               10  SZ-TEXT        PIC X(60).
           05  IX                 PIC 9(5).

      * Marking an interval onto the day's minutes.
       01  MARK-VARS.
           05  MK-START           PIC 9(12).
           05  MK-END             PIC 9(12).
           05  MK-REL-START       PIC 9(6).
           05  MK-REL-END         PIC 9(6).
           05  MK-FIRST           PIC 9(4).
           05  MK-LAST            PIC S9(5).
           05  MK-STATE           PIC X.
           05  MK-I               PIC 9(4).

      * One day's minutes: the state (A airing, I idle in window,
      * H held, L alert, O outside hours) and whether the minute
      * falls inside a scheduled window.
       01  DAY-MINUTE-VARS.
           05  DM-I               PIC 9(4).
           05  DM-ENTRY OCCURS 1440 TIMES.
               10  DM-STATE       PIC X.
               10  DM-AIR         PIC X.
               10  DM-HELD        PIC X.
               10  DM-ALERT       PIC X.
               10  DM-WINDOW      PIC X.

      * One day's tallies and the month-to-date accumulators.
       01  DAY-TOTAL-VARS.
           05  DT-AIRING          PIC 9(4).
           05  DT-IDLE            PIC 9(4).
           05  DT-HELD            PIC 9(4).
           05  DT-ALERT           PIC 9(4).
           05  DT-OUTSIDE         PIC 9(4).
           05  DT-SCHED           PIC 9(4).
           05  DT-SCHED-AIR       PIC 9(4).
           05  DT-SCHED-ALERT     PIC 9(4).
           05  DT-PCT             PIC 9(3)V9.
           05  MT-MONTH           PIC X(6)  VALUE SPACES.
           05  MT-SCHED           PIC 9(7)  VALUE 0.
           05  MT-AIR             PIC 9(7)  VALUE 0.
           05  MT-ALERT           PIC 9(7)  VALUE 0.
           05  MT-PCT             PIC 9(3)V9.
           05  RG-SCHED           PIC 9(7)  VALUE 0.
           05  RG-AIR             PIC 9(7)  VALUE 0.
           05  RG-ALERT           PIC 9(7)  VALUE 0.
           05  RG-PCT             PIC 9(3)V9.
           05  WS-PCT-WORK        PIC 9(3)V9.
           05  WS-PCT-SCHED       PIC 9(7).
           05  WS-PCT-AIR         PIC 9(7).
           05  WS-PCT-ALERT       PIC 9(7).
           05  WS-PCT-NA-SW       PIC X.
               88  WS-PCT-NA          VALUE 'Y'.
           05  WS-DAY-PCT-TEXT    PIC X(6).
           05  WS-MTD-PCT-TEXT    PIC X(6).
           05  WS-VERDICT         PIC X(6).

      * The longest outages in the range, longest first once the
      * range is walked.
       01  OUTAGE-VARS.
           05  OG-COUNT           PIC 9(2) VALUE 0.
           05  OG-MAX             PIC 9(2) VALUE 10.
           05  OG-I               PIC 9(2).
           05  OG-J               PIC 9(2).
           05  OG-SHORTEST        PIC 9(2).
           05  OG-ENTRY OCCURS 10 TIMES.
               10  OG-DATE        PIC X(8).
               10  OG-FIRST-MIN   PIC 9(4).
               10  OG-MINUTES     PIC 9(4).
               10  OG-KIND        PIC X(8).
               10  OG-NOTE        PIC X(60).
           05  OG-SWAP            PIC X(84).
           05  CUR-FIRST-MIN      PIC 9(4).
           05  CUR-MINUTES        PIC 9(4).
           05  CUR-IDLE           PIC 9(4).
           05  CUR-HELD           PIC 9(4).
           05  CUR-KIND           PIC X(8).
           05  CUR-NOTE           PIC X(60).
           05  CUR-START-ABS      PIC 9(12).
           05  CUR-END-ABS        PIC 9(12).

       01  DISPLAY-VARS.
           05  WS-NUM-DISP        PIC Z(5)9.
           05  WS-PCT-DISP        PIC ZZ9.9.
           05  WS-COL-1           PIC Z(3)9.
           05  WS-COL-2           PIC Z(3)9.
           05  WS-COL-3           PIC Z(3)9.
           05  WS-COL-4           PIC Z(3)9.
           05  WS-COL-5           PIC Z(3)9.
           05  WS-COL-6           PIC Z(3)9.
           05  WS-HHMM            PIC X(4).
           05  WS-HHMM-2          PIC X(4).
           05  WS-MIN-WORK        PIC 9(4).
           05  WS-MIN-HH          PIC 99.
           05  WS-MIN-MM          PIC 99.

           COPY WALLREGARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-FROM-ARG FROM ARGUMENT-VALUE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-THRU-ARG FROM ARGUMENT-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-TARGET-ARG FROM ARGUMENT-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-REPORT-FILE-ARG FROM ARGUMENT-VALUE
           IF WS-REPORT-FILE-ARG NOT = SPACES
              MOVE WS-REPORT-FILE-ARG TO WS-REPORT-FILE-NAME
           END-IF
           IF WS-TARGET-ARG NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-TARGET-ARG) TO WS-TARGET
           END-IF

           IF WS-THRU-ARG NOT = SPACES
              MOVE WS-THRU-ARG TO WS-THRU-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-THRU-DATE
           END-IF
           IF WS-FROM-ARG NOT = SPACES
              MOVE WS-FROM-ARG TO WS-FROM-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FROM-DATE
              MOVE "01" TO WS-FROM-DATE(7:2)
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-THRU-DATE) NOT = 0
              DISPLAY "UPTIME: DATES MUST BE VALID YYYYMMDD"
                       UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           COMPUTE WS-THRU-INT = FUNCTION INTEGER-OF-DATE(WS-THRU-DATE)
           IF WS-THRU-INT < WS-FROM-INT
              DISPLAY "UPTIME: THRU DATE PRECEDES FROM DATE"
                       UPON SYSERR
              STOP RUN RETURNING 1
           END-IF

           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-WALL-ARG FROM ARGUMENT-VALUE
           MOVE 'F' TO WG-FUNCTION
           MOVE WS-WALL-ARG TO WG-WALL-ID
           MOVE "SCHEDULER.LOG" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           IF WG-UNKNOWN AND WG-WALL-ID NOT = SPACES
              DISPLAY "UPTIME: WALL '" FUNCTION TRIM(WG-WALL-ID)
                      "' IS NOT IN WALLS.DAT" UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           MOVE WG-WALL-ID TO WS-WALL-ID
           MOVE WG-FILE-NAME TO WS-LOG-FILE-NAME

           MOVE WS-FROM-DATE TO WS-DATE-NUM
           MOVE "01" TO WS-DATE-NUM(7:2)
           COMPUTE WS-PROC-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-PROC-FROM-INT - 1)
           MOVE WS-DATE-NUM TO WS-LOAD-FROM-DATE
           MOVE WS-THRU-DATE TO WS-THRU-DATE-X

      *    anything still open when the logs run out is closed at
      *    the end of the range, or now if that comes first
           COMPUTE WS-RANGE-END = (WS-THRU-INT + 1) * 86400
           MOVE FUNCTION CURRENT-DATE(1:8) TO ST-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO ST-TIME
           PERFORM STAMP-TO-ABS
           MOVE ST-ABS TO WS-NOW-ABS
           IF WS-NOW-ABS < WS-RANGE-END
              MOVE WS-NOW-ABS TO WS-RANGE-END
           END-IF

           PERFORM LOAD-AUDIT-LOG
           PERFORM LOAD-SCHEDULER-LOG
           PERFORM LOAD-RUN-SUMMARIES

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "UPTIME: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-REPORT-FILE-NAME)
                       " STATUS " WS-REPORT-STATUS UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           MOVE WS-TARGET TO WS-PCT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "WALL AVAILABILITY " WS-FROM-DATE " TO "
                  WS-THRU-DATE " - TARGET "
                  FUNCTION TRIM(WS-PCT-DISP) "%"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-WALL-ID NOT = SPACES
              MOVE SPACES TO REPORT-LINE
              STRING "WALL " FUNCTION TRIM(WS-WALL-ID) " - "
                     FUNCTION TRIM(WG-DESC)
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "DATE"      TO REPORT-LINE(1:4)
           MOVE "SCHED"     TO REPORT-LINE(11:5)
           MOVE "AIRING"    TO REPORT-LINE(17:6)
           MOVE "IDLE"      TO REPORT-LINE(25:4)
           MOVE "HELD"      TO REPORT-LINE(31:4)
           MOVE "ALERT"     TO REPORT-LINE(36:5)
           MOVE "OUTSIDE"   TO REPORT-LINE(42:7)
           MOVE "DAY%"      TO REPORT-LINE(52:4)
           MOVE "MTD%"      TO REPORT-LINE(59:4)
           WRITE REPORT-LINE

           PERFORM VARYING WS-DAY-INT FROM WS-PROC-FROM-INT BY 1
                   UNTIL WS-DAY-INT > WS-THRU-INT
              PERFORM BUILD-DAY-TIMELINE
              PERFORM TALLY-DAY
              IF WS-DAY-INT >= WS-FROM-INT
                 PERFORM REPORT-DAY
                 PERFORM FIND-DAY-OUTAGES
              END-IF
           END-PERFORM

           PERFORM WRITE-RANGE-SUMMARY
           PERFORM WRITE-OUTAGE-LIST
           CLOSE REPORT-FILE

           DISPLAY "UPTIME: " WS-FROM-DATE " TO " WS-THRU-DATE
                    " AVAILABILITY " FUNCTION TRIM(WS-DAY-PCT-TEXT)
                    "% (TARGET " FUNCTION TRIM(WS-PCT-DISP) "%) - SEE "
                    FUNCTION TRIM(WS-REPORT-FILE-NAME) UPON SYSERR
           IF WS-MISSED > 0
              STOP RUN RETURNING 1
           END-IF
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * A YYYYMMDD / HHMMSS stamp (ST-DATE/ST-TIME) to seconds since
      * day zero (ST-ABS), so intervals compare across midnight.
      * -----------------------------------------------------------
       STAMP-TO-ABS.
           MOVE 0 TO ST-ABS
           IF ST-DATE IS NOT NUMERIC OR ST-TIME IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE ST-DATE TO ST-DATE-NUM
           COMPUTE ST-DAY-INT = FUNCTION INTEGER-OF-DATE(ST-DATE-NUM)
           MOVE ST-TIME(1:2) TO ST-HH
           MOVE ST-TIME(3:2) TO ST-MM
           MOVE ST-TIME(5:2) TO ST-SS
           COMPUTE ST-ABS = ST-DAY-INT * 86400 + ST-HH * 3600
               + ST-MM * 60 + ST-SS.

      * -----------------------------------------------------------
      * AUDIT.LOG: wall lock holds (airing), run-control holds,
      * alert holds and stale-lock seizures.
      * -----------------------------------------------------------
       LOAD-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ AUDIT-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    MOVE AUDIT-LINE(1:8) TO ST-DATE
                    PERFORM GET-LINE-WALL
                    IF ST-DATE >= WS-LOAD-FROM-DATE
                       AND ST-DATE <= WS-THRU-DATE-X
                       AND WS-LINE-WALL = WS-WALL-ID
                       PERFORM TAKE-AUDIT-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           IF AI-OPEN-LOCK > 0
              MOVE WS-RANGE-END TO AI-END(AI-OPEN-LOCK)
           END-IF
           IF HD-OPEN > 0
              MOVE WS-RANGE-END TO HD-END(HD-OPEN)
           END-IF
           IF AL-OPEN > 0
              MOVE WS-RANGE-END TO AL-END(AL-OPEN)
           END-IF.

       TAKE-AUDIT-LINE.
           MOVE AUDIT-LINE(10:6) TO ST-TIME
           PERFORM STAMP-TO-ABS
           MOVE SPACES TO PS-PROGRAM PS-WORD-1 PS-WORD-2 PS-WORD-3
           UNSTRING AUDIT-LINE(17:116) DELIMITED BY ALL SPACE
               INTO PS-PROGRAM PS-WORD-1 PS-WORD-2 PS-WORD-3
           END-UNSTRING

           EVALUATE TRUE
              WHEN PS-PROGRAM = "ALERTCAST" AND PS-WORD-1 = "RAISED"
              WHEN PS-PROGRAM = "ALERTCAST" AND PS-WORD-1 = "ALERT"
                   AND PS-WORD-2 = "SET"
              WHEN PS-PROGRAM = "ALERTDRILL" AND PS-WORD-3 = "RAISED"
                   IF AL-OPEN = 0 AND AL-COUNT < AL-MAX
                      ADD 1 TO AL-COUNT
                      MOVE AL-COUNT TO AL-OPEN
                      MOVE ST-ABS TO AL-START(AL-COUNT)
                      MOVE ST-ABS TO AL-END(AL-COUNT)
                   END-IF
              WHEN PS-PROGRAM = "ALERTCAST" AND PS-WORD-1 = "STOOD"
              WHEN PS-PROGRAM = "ALERTCAST" AND PS-WORD-1 = "ALERT"
                   AND PS-WORD-2 = "CLEARED"
              WHEN PS-PROGRAM = "ALERTDRILL" AND PS-WORD-3 = "STOOD"
                   IF AL-OPEN > 0
                      MOVE ST-ABS TO AL-END(AL-OPEN)
                      MOVE 0 TO AL-OPEN
                   END-IF
              WHEN PS-PROGRAM = "WALLLOCK" AND PS-WORD-1 = "ACQUIRED"
                   IF AI-OPEN-LOCK = 0
                      PERFORM ADD-AIR-INTERVAL
                      MOVE IX TO AI-OPEN-LOCK
                   END-IF
              WHEN PS-PROGRAM = "WALLLOCK" AND PS-WORD-1 = "RELEASED"
                   IF AI-OPEN-LOCK > 0
                      MOVE ST-ABS TO AI-END(AI-OPEN-LOCK)
                      MOVE 0 TO AI-OPEN-LOCK
                   END-IF
              WHEN PS-PROGRAM = "WALLLOCK" AND PS-WORD-1 = "SEIZED"
                   IF AI-OPEN-LOCK > 0
                      SET AI-VOID(AI-OPEN-LOCK) TO TRUE
                      MOVE 0 TO AI-OPEN-LOCK
                   END-IF
                   IF SZ-COUNT < SZ-MAX
                      ADD 1 TO SZ-COUNT
                      MOVE ST-ABS TO SZ-AT(SZ-COUNT)
                      MOVE AUDIT-LINE(26:60) TO SZ-TEXT(SZ-COUNT)
                   END-IF
              WHEN PS-WORD-1 = "RUN" AND PS-WORD-2 = "CONTROL"
                   IF PS-WORD-3 = "RELEASED"
                      IF HD-OPEN > 0
                         MOVE ST-ABS TO HD-END(HD-OPEN)
                         MOVE 0 TO HD-OPEN
                      END-IF
                   ELSE
                      IF HD-OPEN = 0 AND HD-COUNT < HD-MAX
                         ADD 1 TO HD-COUNT
                         MOVE HD-COUNT TO HD-OPEN
                         MOVE ST-ABS TO HD-START(HD-COUNT)
                         MOVE ST-ABS TO HD-END(HD-COUNT)
                      END-IF
                   END-IF
           END-EVALUATE.

      * The wall an audit line is for: the word after its last
      * " ON WALL " tag, or blank (the working-directory wall) when
      * it carries none.
       GET-LINE-WALL.
           MOVE SPACES TO WS-LINE-WALL
           MOVE SPACES TO WS-TAG-PART(1) WS-TAG-PART(2)
                          WS-TAG-PART(3) WS-TAG-PART(4)
           MOVE 0 TO WS-TAG-PARTS
           UNSTRING AUDIT-LINE DELIMITED BY " ON WALL "
               INTO WS-TAG-PART(1) WS-TAG-PART(2)
                    WS-TAG-PART(3) WS-TAG-PART(4)
               TALLYING IN WS-TAG-PARTS
           END-UNSTRING
           IF WS-TAG-PARTS > 1
              UNSTRING WS-TAG-PART(WS-TAG-PARTS) DELIMITED BY SPACE
                  INTO WS-LINE-WALL
              END-UNSTRING
              MOVE FUNCTION UPPER-CASE(WS-LINE-WALL) TO WS-LINE-WALL
           END-IF.

      * Open one airing interval at ST-ABS; IX is its slot (0 when
      * the table is full).
       ADD-AIR-INTERVAL.
           MOVE 0 TO IX
           IF AI-COUNT < AI-MAX
              ADD 1 TO AI-COUNT
              MOVE AI-COUNT TO IX
              MOVE ST-ABS TO AI-START(IX)
              MOVE ST-ABS TO AI-END(IX)
              MOVE 'N' TO AI-VOID-SW(IX)
           END-IF.

      * -----------------------------------------------------------
      * SCHEDULER.LOG: LAUNCH..COMPLETE airing, and the scheduled
      * window - open from the first launch, deferral or rejection
      * until the scheduler logs IDLE or stops.
      * -----------------------------------------------------------
       LOAD-SCHEDULER-LOG.
           OPEN INPUT SCHED-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ SCHED-LOG-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    MOVE SCHED-LOG-LINE(1:8) TO ST-DATE
                    IF ST-DATE >= WS-LOAD-FROM-DATE
                       AND ST-DATE <= WS-THRU-DATE-X
                       PERFORM TAKE-SCHED-LOG-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SCHED-LOG-FILE
           IF AI-OPEN-SCHED > 0
              MOVE WS-RANGE-END TO AI-END(AI-OPEN-SCHED)
           END-IF
           IF WN-OPEN > 0
              MOVE WS-RANGE-END TO WN-END(WN-OPEN)
           END-IF.

       TAKE-SCHED-LOG-LINE.
           MOVE SCHED-LOG-LINE(10:6) TO ST-TIME
           PERFORM STAMP-TO-ABS
           MOVE SPACES TO PS-WORD-1 PS-WORD-2
           UNSTRING SCHED-LOG-LINE(17:116) DELIMITED BY ALL SPACE
               INTO PS-WORD-1 PS-WORD-2
           END-UNSTRING

           EVALUATE TRUE
              WHEN PS-WORD-1 = "IDLE"
              WHEN PS-WORD-1 = "SCHEDULER" AND PS-WORD-2 = "STOPPED"
                   IF WN-OPEN > 0
                      MOVE ST-ABS TO WN-END(WN-OPEN)
                      MOVE 0 TO WN-OPEN
                   END-IF
                   IF AI-OPEN-SCHED > 0
                      MOVE ST-ABS TO AI-END(AI-OPEN-SCHED)
                      MOVE 0 TO AI-OPEN-SCHED
                   END-IF
              WHEN PS-WORD-1 = "LAUNCH"
                   PERFORM OPEN-SCHED-WINDOW
                   IF AI-OPEN-SCHED > 0
                      MOVE ST-ABS TO AI-END(AI-OPEN-SCHED)
                   END-IF
                   PERFORM ADD-AIR-INTERVAL
                   MOVE IX TO AI-OPEN-SCHED
              WHEN PS-WORD-1 = "COMPLETE"
                   IF AI-OPEN-SCHED > 0
                      MOVE ST-ABS TO AI-END(AI-OPEN-SCHED)
                      MOVE 0 TO AI-OPEN-SCHED
                   END-IF
              WHEN PS-WORD-1 = "WALL"
              WHEN PS-WORD-1 = "ENTRY"
              WHEN PS-WORD-1 = "PROFILE"
                   PERFORM OPEN-SCHED-WINDOW
           END-EVALUATE.

       OPEN-SCHED-WINDOW.
           IF WN-OPEN = 0 AND WN-COUNT < WN-MAX
              ADD 1 TO WN-COUNT
              MOVE WN-COUNT TO WN-OPEN
              MOVE ST-ABS TO WN-START(WN-COUNT)
              MOVE ST-ABS TO WN-END(WN-COUNT)
           END-IF.

      * -----------------------------------------------------------
      * RUNSUM.DAT: every demo run is airing from its start for its
      * elapsed seconds, whoever launched it.
      * -----------------------------------------------------------
       LOAD-RUN-SUMMARIES.
           IF WS-WALL-ID NOT = SPACES
              EXIT PARAGRAPH
           END-IF
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
                    IF RS-RUN-DATE >= WS-LOAD-FROM-DATE
                       AND RS-RUN-DATE <= WS-THRU-DATE-X
                       AND RS-ELAPSED-SECS IS NUMERIC
                       MOVE RS-RUN-DATE TO ST-DATE
                       MOVE RS-RUN-TIME TO ST-TIME
                       PERFORM STAMP-TO-ABS
                       PERFORM ADD-AIR-INTERVAL
                       IF IX > 0
                          COMPUTE AI-END(IX) =
                              ST-ABS + RS-ELAPSED-SECS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RUNSUM-FILE.

      * -----------------------------------------------------------
      * Lay every interval touching the day onto its 1440 minutes,
      * then settle each minute's state by precedence: alert, held,
      * airing, idle in a window, outside hours.
      * -----------------------------------------------------------
       BUILD-DAY-TIMELINE.
           COMPUTE WS-DAY-BASE = WS-DAY-INT * 86400
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           PERFORM VARYING DM-I FROM 1 BY 1 UNTIL DM-I > 1440
              MOVE 'N' TO DM-AIR(DM-I) DM-HELD(DM-I)
                          DM-ALERT(DM-I) DM-WINDOW(DM-I)
           END-PERFORM

           MOVE 'A' TO MK-STATE
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > AI-COUNT
              IF NOT AI-VOID(IX)
                 MOVE AI-START(IX) TO MK-START
                 MOVE AI-END(IX)   TO MK-END
                 PERFORM MARK-INTERVAL
              END-IF
           END-PERFORM
           MOVE 'H' TO MK-STATE
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > HD-COUNT
              MOVE HD-START(IX) TO MK-START
              MOVE HD-END(IX)   TO MK-END
              PERFORM MARK-INTERVAL
           END-PERFORM
           MOVE 'L' TO MK-STATE
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > AL-COUNT
              MOVE AL-START(IX) TO MK-START
              MOVE AL-END(IX)   TO MK-END
              PERFORM MARK-INTERVAL
           END-PERFORM
           MOVE 'W' TO MK-STATE
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > WN-COUNT
              MOVE WN-START(IX) TO MK-START
              MOVE WN-END(IX)   TO MK-END
              PERFORM MARK-INTERVAL
           END-PERFORM

           PERFORM VARYING DM-I FROM 1 BY 1 UNTIL DM-I > 1440
              EVALUATE TRUE
                 WHEN DM-ALERT(DM-I) = 'Y'
                      MOVE 'L' TO DM-STATE(DM-I)
                 WHEN DM-HELD(DM-I) = 'Y'
                      MOVE 'H' TO DM-STATE(DM-I)
                 WHEN DM-AIR(DM-I) = 'Y'
                      MOVE 'A' TO DM-STATE(DM-I)
                 WHEN DM-WINDOW(DM-I) = 'Y'
                      MOVE 'I' TO DM-STATE(DM-I)
                 WHEN OTHER
                      MOVE 'O' TO DM-STATE(DM-I)
              END-EVALUATE
           END-PERFORM.

      * -----------------------------------------------------------
      * Mark the minutes whose midpoint falls in [MK-START,MK-END)
      * with the MK-STATE flag, clipped to the day.
      * -----------------------------------------------------------
       MARK-INTERVAL.
           IF MK-END <= WS-DAY-BASE
              OR MK-START >= WS-DAY-BASE + 86400
              OR MK-END <= MK-START
              EXIT PARAGRAPH
           END-IF
           IF MK-START > WS-DAY-BASE
              COMPUTE MK-REL-START = MK-START - WS-DAY-BASE
           ELSE
              MOVE 0 TO MK-REL-START
           END-IF
           IF MK-END < WS-DAY-BASE + 86400
              COMPUTE MK-REL-END = MK-END - WS-DAY-BASE
           ELSE
              MOVE 86400 TO MK-REL-END
           END-IF
           COMPUTE MK-FIRST = (MK-REL-START + 29) / 60
           COMPUTE MK-LAST  = (MK-REL-END + 29) / 60 - 1
           PERFORM VARYING MK-I FROM MK-FIRST BY 1
                   UNTIL MK-I > MK-LAST OR MK-I > 1439
              EVALUATE MK-STATE
                 WHEN 'A'
                      MOVE 'Y' TO DM-AIR(MK-I + 1)
                 WHEN 'H'
                      MOVE 'Y' TO DM-HELD(MK-I + 1)
                 WHEN 'L'
                      MOVE 'Y' TO DM-ALERT(MK-I + 1)
                 WHEN 'W'
                      MOVE 'Y' TO DM-WINDOW(MK-I + 1)
              END-EVALUATE
           END-PERFORM.

      * -----------------------------------------------------------
      * The day's minute counts, the scheduled-hours counts the
      * availability figure uses, and the month-to-date (reset on
      * the first day of each month) and range accumulators.
      * -----------------------------------------------------------
       TALLY-DAY.
           MOVE 0 TO DT-AIRING DT-IDLE DT-HELD DT-ALERT DT-OUTSIDE
                     DT-SCHED DT-SCHED-AIR DT-SCHED-ALERT
           PERFORM VARYING DM-I FROM 1 BY 1 UNTIL DM-I > 1440
              EVALUATE DM-STATE(DM-I)
                 WHEN 'A'
                      ADD 1 TO DT-AIRING
                 WHEN 'I'
                      ADD 1 TO DT-IDLE
                 WHEN 'H'
                      ADD 1 TO DT-HELD
                 WHEN 'L'
                      ADD 1 TO DT-ALERT
                 WHEN OTHER
                      ADD 1 TO DT-OUTSIDE
              END-EVALUATE
              IF DM-WINDOW(DM-I) = 'Y'
                 ADD 1 TO DT-SCHED
                 IF DM-STATE(DM-I) = 'A'
                    ADD 1 TO DT-SCHED-AIR
                 END-IF
                 IF DM-STATE(DM-I) = 'L'
                    ADD 1 TO DT-SCHED-ALERT
                 END-IF
              END-IF
           END-PERFORM

           IF WS-DAY-DATE-X(1:6) NOT = MT-MONTH
              MOVE WS-DAY-DATE-X(1:6) TO MT-MONTH
              MOVE 0 TO MT-SCHED MT-AIR MT-ALERT
           END-IF
           ADD DT-SCHED       TO MT-SCHED
           ADD DT-SCHED-AIR   TO MT-AIR
           ADD DT-SCHED-ALERT TO MT-ALERT
           IF WS-DAY-INT >= WS-FROM-INT
              ADD DT-SCHED       TO RG-SCHED
              ADD DT-SCHED-AIR   TO RG-AIR
              ADD DT-SCHED-ALERT TO RG-ALERT
           END-IF.

      * -----------------------------------------------------------
      * Availability from WS-PCT-SCHED/-AIR/-ALERT into WS-PCT-WORK;
      * no scheduled minutes outside alerts leaves it not
      * applicable (WS-PCT-NA).
      * -----------------------------------------------------------
       COMPUTE-AVAILABILITY.
           MOVE 'N' TO WS-PCT-NA-SW
           MOVE 0 TO WS-PCT-WORK
           IF WS-PCT-SCHED <= WS-PCT-ALERT
              SET WS-PCT-NA TO TRUE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PCT-WORK =
               WS-PCT-AIR * 100 / (WS-PCT-SCHED - WS-PCT-ALERT).

       REPORT-DAY.
           MOVE DT-SCHED       TO WS-PCT-SCHED
           MOVE DT-SCHED-AIR   TO WS-PCT-AIR
           MOVE DT-SCHED-ALERT TO WS-PCT-ALERT
           PERFORM COMPUTE-AVAILABILITY
           MOVE "OK" TO WS-VERDICT
           IF WS-PCT-NA
              MOVE "-" TO WS-DAY-PCT-TEXT
           ELSE
              MOVE WS-PCT-WORK TO WS-PCT-DISP
              MOVE WS-PCT-DISP TO WS-DAY-PCT-TEXT
              IF WS-PCT-WORK < WS-TARGET
                 MOVE "MISSED" TO WS-VERDICT
              END-IF
           END-IF
           MOVE MT-SCHED TO WS-PCT-SCHED
           MOVE MT-AIR   TO WS-PCT-AIR
           MOVE MT-ALERT TO WS-PCT-ALERT
           PERFORM COMPUTE-AVAILABILITY
           IF WS-PCT-NA
              MOVE "-" TO WS-MTD-PCT-TEXT
           ELSE
              MOVE WS-PCT-WORK TO WS-PCT-DISP
              MOVE WS-PCT-DISP TO WS-MTD-PCT-TEXT
              IF WS-PCT-WORK < WS-TARGET
                 MOVE "MISSED" TO WS-VERDICT
              END-IF
           END-IF
           IF WS-VERDICT = "MISSED"
              ADD 1 TO WS-MISSED
           END-IF

           MOVE DT-SCHED   TO WS-COL-1
           MOVE DT-AIRING  TO WS-COL-2
           MOVE DT-IDLE    TO WS-COL-3
           MOVE DT-HELD    TO WS-COL-4
           MOVE DT-ALERT   TO WS-COL-5
           MOVE DT-OUTSIDE TO WS-COL-6
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAY-DATE-X  TO REPORT-LINE(1:8)
           MOVE WS-COL-1       TO REPORT-LINE(11:4)
           MOVE WS-COL-2       TO REPORT-LINE(18:4)
           MOVE WS-COL-3       TO REPORT-LINE(24:4)
           MOVE WS-COL-4       TO REPORT-LINE(30:4)
           MOVE WS-COL-5       TO REPORT-LINE(36:4)
           MOVE WS-COL-6       TO REPORT-LINE(44:4)
           MOVE WS-DAY-PCT-TEXT TO REPORT-LINE(50:6)
           MOVE WS-MTD-PCT-TEXT TO REPORT-LINE(57:6)
           MOVE WS-VERDICT     TO REPORT-LINE(65:6)
           WRITE REPORT-LINE.

      * -----------------------------------------------------------
      * Runs of idle or held minutes inside a window on this day,
      * each offered to the longest-outage list.
      * -----------------------------------------------------------
       FIND-DAY-OUTAGES.
           MOVE 0 TO CUR-MINUTES
           PERFORM VARYING DM-I FROM 1 BY 1 UNTIL DM-I > 1440
              IF DM-WINDOW(DM-I) = 'Y'
                 AND (DM-STATE(DM-I) = 'I' OR DM-STATE(DM-I) = 'H')
                 IF CUR-MINUTES = 0
                    COMPUTE CUR-FIRST-MIN = DM-I - 1
                    MOVE 0 TO CUR-IDLE CUR-HELD
                 END-IF
                 ADD 1 TO CUR-MINUTES
                 IF DM-STATE(DM-I) = 'I'
                    ADD 1 TO CUR-IDLE
                 ELSE
                    ADD 1 TO CUR-HELD
                 END-IF
              ELSE
                 IF CUR-MINUTES > 0
                    PERFORM OFFER-OUTAGE
                    MOVE 0 TO CUR-MINUTES
                 END-IF
              END-IF
           END-PERFORM
           IF CUR-MINUTES > 0
              PERFORM OFFER-OUTAGE
           END-IF.

      * Keep the outage if the list has room or it beats the
      * shortest one kept.
       OFFER-OUTAGE.
           EVALUATE TRUE
              WHEN CUR-HELD = 0
                   MOVE "IDLE" TO CUR-KIND
              WHEN CUR-IDLE = 0
                   MOVE "HELD" TO CUR-KIND
              WHEN OTHER
                   MOVE "IDLE+HELD" TO CUR-KIND
           END-EVALUATE
           MOVE SPACES TO CUR-NOTE
           COMPUTE CUR-START-ABS = WS-DAY-BASE + CUR-FIRST-MIN * 60
           COMPUTE CUR-END-ABS = CUR-START-ABS + CUR-MINUTES * 60
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > SZ-COUNT
              IF SZ-AT(IX) >= CUR-START-ABS - 60
                 AND SZ-AT(IX) <= CUR-END-ABS
                 AND CUR-NOTE = SPACES
                 STRING "STALE LOCK: " FUNCTION TRIM(SZ-TEXT(IX))
                        DELIMITED BY SIZE INTO CUR-NOTE
                 END-STRING
              END-IF
           END-PERFORM

           IF OG-COUNT < OG-MAX
              ADD 1 TO OG-COUNT
              MOVE OG-COUNT TO OG-I
           ELSE
              MOVE 1 TO OG-SHORTEST
              PERFORM VARYING OG-J FROM 2 BY 1 UNTIL OG-J > OG-COUNT
                 IF OG-MINUTES(OG-J) < OG-MINUTES(OG-SHORTEST)
                    MOVE OG-J TO OG-SHORTEST
                 END-IF
              END-PERFORM
              IF CUR-MINUTES <= OG-MINUTES(OG-SHORTEST)
                 EXIT PARAGRAPH
              END-IF
              MOVE OG-SHORTEST TO OG-I
           END-IF
           MOVE WS-DAY-DATE-X TO OG-DATE(OG-I)
           MOVE CUR-FIRST-MIN TO OG-FIRST-MIN(OG-I)
           MOVE CUR-MINUTES   TO OG-MINUTES(OG-I)
           MOVE CUR-KIND      TO OG-KIND(OG-I)
           MOVE CUR-NOTE      TO OG-NOTE(OG-I).

       WRITE-RANGE-SUMMARY.
           MOVE RG-SCHED TO WS-PCT-SCHED
           MOVE RG-AIR   TO WS-PCT-AIR
           MOVE RG-ALERT TO WS-PCT-ALERT
           PERFORM COMPUTE-AVAILABILITY
           IF WS-PCT-NA
              MOVE "-" TO WS-DAY-PCT-TEXT
           ELSE
              MOVE WS-PCT-WORK TO WS-PCT-DISP
              MOVE WS-PCT-DISP TO WS-DAY-PCT-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RG-SCHED TO WS-NUM-DISP
           MOVE WS-MISSED TO WS-COL-1
           MOVE SPACES TO REPORT-LINE
           STRING "RANGE AVAILABILITY " FUNCTION TRIM(WS-DAY-PCT-TEXT)
                  "% OF " FUNCTION TRIM(WS-NUM-DISP)
                  " SCHEDULED MINUTES; " FUNCTION TRIM(WS-COL-1)
                  " DAY(S) UNDER TARGET"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TARGET TO WS-PCT-DISP.

      * -----------------------------------------------------------
      * The longest outages, longest first.
      * -----------------------------------------------------------
       WRITE-OUTAGE-LIST.
           PERFORM VARYING OG-I FROM 1 BY 1 UNTIL OG-I >= OG-COUNT
              PERFORM VARYING OG-J FROM OG-I BY 1
                      UNTIL OG-J > OG-COUNT
                 IF OG-MINUTES(OG-J) > OG-MINUTES(OG-I)
                    MOVE OG-ENTRY(OG-I) TO OG-SWAP
                    MOVE OG-ENTRY(OG-J) TO OG-ENTRY(OG-I)
                    MOVE OG-SWAP        TO OG-ENTRY(OG-J)
                 END-IF
              END-PERFORM
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LONGEST OUTAGES IN SCHEDULED HOURS" TO REPORT-LINE
           WRITE REPORT-LINE
           IF OG-COUNT = 0
              MOVE "  (NONE)" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           PERFORM VARYING OG-I FROM 1 BY 1 UNTIL OG-I > OG-COUNT
              MOVE OG-FIRST-MIN(OG-I) TO WS-MIN-WORK
              PERFORM MINUTE-TO-HHMM
              MOVE WS-HHMM TO WS-HHMM-2
              COMPUTE WS-MIN-WORK =
                  OG-FIRST-MIN(OG-I) + OG-MINUTES(OG-I)
              PERFORM MINUTE-TO-HHMM
              MOVE OG-MINUTES(OG-I) TO WS-NUM-DISP
              MOVE SPACES TO REPORT-LINE
              STRING "  " OG-DATE(OG-I) " " WS-HHMM-2 "-" WS-HHMM
                     " " WS-NUM-DISP " MIN " OG-KIND(OG-I) " "
                     FUNCTION TRIM(OG-NOTE(OG-I))
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-PERFORM.

       MINUTE-TO-HHMM.
           IF WS-MIN-WORK >= 1440
              MOVE "2400" TO WS-HHMM
              EXIT PARAGRAPH
           END-IF
           DIVIDE WS-MIN-WORK BY 60 GIVING WS-MIN-HH
               REMAINDER WS-MIN-MM
           MOVE WS-MIN-HH TO WS-HHMM(1:2)
           MOVE WS-MIN-MM TO WS-HHMM(3:2).
