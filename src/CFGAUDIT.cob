      *   WALL.CFG - the same shape checks GRAPHICS applies
      *   WALL.DAT - tiles whose offset plus canvas runs off the
      *       configured wall, and unknown tile demos
      *   HOLIDAYS.DAT - impossible dates, actions other than
      *       closed/substitute, closed-day profiles missing from
      *       PROFILES.DAT, substitute schedule files that are
      *       missing or unreadable, and dates entered twice (only
      *       the first entry takes effect)
      *   WALLS.DAT - the site wall registry: duplicate wall IDs,
      *       unknown service states, output pipe names outside the
      *       command-line-safe set, and walls sharing a directory
      *       (they would share one lock and one run-control file)
      * SCHEDULE.DAT, WALL.CFG and WALL.DAT belong to a wall (see
      * WALLREGARGS.cpy): the named wall's copies are audited -
      * every registered wall's for ALL, each under a WALL heading -
      * and the current wall's when none is named. The rest are
      * site-wide and audited once.
      * A configuration directory audits a configuration set
      * staged there instead of the live one - CFGVAULT stages a
      * version this way before restoring it: SCHEDULE.DAT,
      * WALL.CFG, WALL.DAT, PROFILES.DAT and JOBCTL.DAT are read
      * from that directory, HOLIDAYS.DAT and WALLS.DAT still from
      * the site.
      * Every finding goes to CFGAUDIT.RPT with its file and line;
      * any finding returns RC 1. The demo allow-lists here mirror
      * SCHEDULER's and JOBCTL's - change them together. Findings
      * in the live configuration are also put on the notification
      * spool (see NOTIFYARGS.cpy) as CFGFIND, so the evening's
      * on-call group hears of them before the batch window; a
      * staged set is CFGVAULT's to judge and is not notified.
      * Invoke as: CFGAUDIT [cfgaudit.rpt] [wall-id | ALL]
      *            [config-dir]
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFGAUDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED-FILE ASSIGN TO DYNAMIC WS-SCHED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.

           SELECT JOB-FILE ASSIGN TO DYNAMIC WS-JOB-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS.

           SELECT WALLCFG-FILE ASSIGN TO DYNAMIC WS-WALLCFG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WALLCFG-STATUS.

           SELECT LAYOUT-FILE ASSIGN TO DYNAMIC WS-LAYOUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT WALL-REG-FILE ASSIGN TO "WALLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT ALT-SCHED-FILE ASSIGN TO DYNAMIC WS-ALT-SCHED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALT-SCHED-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  LAYOUT-FILE.
           COPY WALLCTLREC.

       FD  HOLIDAY-FILE.
           COPY HOLIDAYREC.

       FD  WALL-REG-FILE.
           COPY WALLREGREC.

       FD  ALT-SCHED-FILE.
       01  ALT-SCHED-LINE         PIC X(51).

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(120).

       01  CFGAUDIT-VARS.
           05  WS-REPORT-FILE-NAME PIC X(100) VALUE "CFGAUDIT.RPT".
           05  WS-REPORT-FILE-ARG  PIC X(100) VALUE SPACES.
           05  WS-SCHED-FILE-NAME  PIC X(100) VALUE "SCHEDULE.DAT".
           05  WS-WALLCFG-FILE-NAME PIC X(100) VALUE "WALL.CFG".
           05  WS-LAYOUT-FILE-NAME PIC X(100) VALUE "WALL.DAT".
           05  WS-PROFILE-FILE-NAME PIC X(100) VALUE "PROFILES.DAT".
           05  WS-JOB-FILE-NAME   PIC X(100) VALUE "JOBCTL.DAT".
           05  WS-CONFIG-DIR-ARG  PIC X(80)  VALUE SPACES.
           05  WS-SCHED-STATUS    PIC X(2).
           05  WS-PROFILE-STATUS  PIC X(2).
           05  WS-JOB-STATUS      PIC X(2).
           05  WS-WALLCFG-STATUS  PIC X(2).
           05  WS-LAYOUT-STATUS   PIC X(2).
           05  WS-HOLIDAY-STATUS  PIC X(2).
           05  WS-ALT-SCHED-STATUS PIC X(2).
           05  WS-ALT-SCHED-NAME  PIC X(100).
           05  WS-HOL-DATE-NUM    PIC 9(8).
           05  WS-REPORT-STATUS   PIC X(2).
           05  WS-EOF-SW          PIC X.
               88  WS-EOF             VALUE 'Y'.
           05  WS-OVERLAP-SW      PIC X.
               88  WS-WINDOWS-OVERLAP VALUE 'Y'.

      * The calendar dates seen so far, for the duplicate check.
       01  HOLIDAY-TABLE-VARS.
           05  HD-COUNT           PIC 9(4) VALUE 0.
           05  HD-MAX             PIC 9(4) VALUE 1000.
           05  HD-I               PIC 9(4).
           05  HD-DUP-LINE        PIC 9(6).
           05  HD-ENTRY OCCURS 1000 TIMES.
               10  HD-DATE        PIC X(8).
               10  HD-LINE        PIC 9(6).

      * WALL.CFG's parsed dimensions (falling back to the compiled
      * SETTINGS when the file is absent, exactly as GRAPHICS does)
      * and tile-fit scratch.
           05  TILE-END-X         PIC S9(6).
           05  TILE-END-Y         PIC S9(6).

      * The wall (or ALL) whose own files are audited, and the
      * registry entries seen so far for the duplicate checks.
       01  WALL-VARS.
           05  WS-WALL-ARG        PIC X(8) VALUE SPACES.
           05  WS-REG-STATUS      PIC X(2).
           05  WR-COUNT           PIC 9(2) VALUE 0.
           05  WR-MAX             PIC 9(2) VALUE 50.
           05  WR-I               PIC 9(2).
           05  WR-SEEN OCCURS 50 TIMES.
               10  WR-SEEN-ID     PIC X(8).
               10  WR-SEEN-DIR    PIC X(40).
               10  WR-SEEN-LINE   PIC 9(6).

           COPY SETTINGS.
           COPY WALLREGARGS.
           COPY NOTIFYARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           IF WS-REPORT-FILE-ARG NOT = SPACES
              MOVE WS-REPORT-FILE-ARG TO WS-REPORT-FILE-NAME
           END-IF
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-WALL-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-WALL-ARG) TO WS-WALL-ARG
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-CONFIG-DIR-ARG FROM ARGUMENT-VALUE
           IF WS-CONFIG-DIR-ARG NOT = SPACES
              MOVE "PROFILES.DAT" TO WG-BASE-NAME
              PERFORM STAGED-FILE-NAME
              MOVE WG-FILE-NAME TO WS-PROFILE-FILE-NAME
              MOVE "JOBCTL.DAT" TO WG-BASE-NAME
              PERFORM STAGED-FILE-NAME
              MOVE WG-FILE-NAME TO WS-JOB-FILE-NAME
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
           MOVE "CFGAUDIT CONFIGURATION RECONCILIATION"
                TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CONFIG-DIR-ARG NOT = SPACES
              MOVE SPACES TO REPORT-LINE
              STRING "CONFIGURATION STAGED IN "
                     FUNCTION TRIM(WS-CONFIG-DIR-ARG)
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF

           PERFORM LOAD-PROFILE-NAMES
           PERFORM AUDIT-PROFILES
           PERFORM AUDIT-WALL-REGISTRY
           IF WS-WALL-ARG = "ALL"
              MOVE 1 TO WG-INDEX
              MOVE 'N' TO WG-FUNCTION
              CALL 'WALLREG' USING WALLREG-ARGS
              PERFORM UNTIL WG-END
                 PERFORM AUDIT-ONE-WALL
                 ADD 1 TO WG-INDEX
                 MOVE 'N' TO WG-FUNCTION
                 CALL 'WALLREG' USING WALLREG-ARGS
              END-PERFORM
           ELSE
              MOVE 'L' TO WG-FUNCTION
              MOVE WS-WALL-ARG TO WG-WALL-ID
              CALL 'WALLREG' USING WALLREG-ARGS
              IF WG-UNKNOWN
                 MOVE SPACES TO WS-FINDING-TEXT
                 STRING "WALL '" FUNCTION TRIM(WG-WALL-ID)
                        "' IS NOT IN WALLS.DAT - ITS FILES NOT AUDITED"
                        DELIMITED BY SIZE INTO WS-FINDING-TEXT
                 END-STRING
                 PERFORM RECORD-FINDING
              ELSE
                 PERFORM AUDIT-ONE-WALL
              END-IF
           END-IF
           PERFORM AUDIT-JOB-DECK
           PERFORM AUDIT-CALENDAR

           MOVE SPACES TO REPORT-LINE
           STRING FUNCTION TRIM(WS-FINDINGS) " FINDING(S)"

           DISPLAY "CFGAUDIT: " WS-FINDINGS " FINDING(S) - SEE "
                    FUNCTION TRIM(WS-REPORT-FILE-NAME) UPON SYSERR
           IF WS-FINDINGS > 0 AND WS-CONFIG-DIR-ARG = SPACES
              MOVE 2 TO NF-SEVERITY
              MOVE "CFGAUDIT" TO NF-SOURCE
              MOVE WS-WALL-ARG TO NF-WALL
              MOVE "CFGFIND" TO NF-EVENT
              MOVE SPACES TO NF-MESSAGE
              STRING FUNCTION TRIM(WS-FINDINGS)
                     " CONFIGURATION FINDING(S) - SEE "
                     FUNCTION TRIM(WS-REPORT-FILE-NAME)
                     DELIMITED BY SIZE INTO NF-MESSAGE
              END-STRING
              CALL 'NOTIFY' USING NOTIFY-ARGS
           END-IF
           IF WS-FINDINGS > 0
              STOP RUN RETURNING 1
           END-IF
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * One wall's own files - the wall in WG-WALL-ID, blank for the
      * working-directory wall - under a heading naming it.
      * -----------------------------------------------------------
       AUDIT-ONE-WALL.
           IF WG-WALL-ID NOT = SPACES
              MOVE SPACES TO REPORT-LINE
              STRING "WALL " FUNCTION TRIM(WG-WALL-ID) " - "
                     FUNCTION TRIM(WG-DESC)
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF
           MOVE "SCHEDULE.DAT" TO WG-BASE-NAME
           PERFORM RESOLVE-WALL-FILE
           MOVE WG-FILE-NAME TO WS-SCHED-FILE-NAME
           MOVE "WALL.CFG" TO WG-BASE-NAME
           PERFORM RESOLVE-WALL-FILE
           MOVE WG-FILE-NAME TO WS-WALLCFG-FILE-NAME
           MOVE "WALL.DAT" TO WG-BASE-NAME
           PERFORM RESOLVE-WALL-FILE
           MOVE WG-FILE-NAME TO WS-LAYOUT-FILE-NAME
           IF WS-CONFIG-DIR-ARG NOT = SPACES
              MOVE "SCHEDULE.DAT" TO WG-BASE-NAME
              PERFORM STAGED-FILE-NAME
              MOVE WG-FILE-NAME TO WS-SCHED-FILE-NAME
              MOVE "WALL.CFG" TO WG-BASE-NAME
              PERFORM STAGED-FILE-NAME
              MOVE WG-FILE-NAME TO WS-WALLCFG-FILE-NAME
              MOVE "WALL.DAT" TO WG-BASE-NAME
              PERFORM STAGED-FILE-NAME
              MOVE WG-FILE-NAME TO WS-LAYOUT-FILE-NAME
           END-IF

           MOVE 0 TO SE-COUNT
           PERFORM AUDIT-WALL-CFG
           PERFORM AUDIT-SCHEDULE
           PERFORM AUDIT-SCHEDULE-OVERLAPS
           PERFORM AUDIT-WALL-LAYOUT.

       RESOLVE-WALL-FILE.
           MOVE 'F' TO WG-FUNCTION
           CALL 'WALLREG' USING WALLREG-ARGS.

      * WG-BASE-NAME's copy in the staged configuration directory.
       STAGED-FILE-NAME.
           MOVE SPACES TO WG-FILE-NAME
           STRING FUNCTION TRIM(WS-CONFIG-DIR-ARG) "/"
                  FUNCTION TRIM(WG-BASE-NAME)
                  DELIMITED BY SIZE INTO WG-FILE-NAME
           END-STRING.

      * -----------------------------------------------------------
      * WALLS.DAT: every entry's own fields, and the joints between
      * entries - one ID per wall, one directory per wall. A site
      * without a registry has nothing to check.
      * -----------------------------------------------------------
       AUDIT-WALL-REGISTRY.
           OPEN INPUT WALL-REG-FILE
           IF WS-REG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           MOVE 0 TO WS-LINE-NUM
           MOVE 0 TO WR-COUNT
           PERFORM UNTIL WS-EOF
              READ WALL-REG-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-LINE-NUM
                    IF WR-WALL-ID NOT = SPACES
                       PERFORM AUDIT-ONE-WALL-ENTRY
                    END-IF
              END-READ
           END-PERFORM
           CLOSE WALL-REG-FILE.

       AUDIT-ONE-WALL-ENTRY.
           IF NOT WR-IN-SERVICE AND NOT WR-OUT-OF-SERVICE
              MOVE SPACES TO WS-FINDING-TEXT
              STRING "WALLS.DAT LINE " FUNCTION TRIM(WS-LINE-NUM)
                     ": WALL " FUNCTION TRIM(WR-WALL-ID)
                     " HAS UNKNOWN STATE '" WR-STATE "'"
                     DELIMITED BY SIZE INTO WS-FINDING-TEXT
              END-STRING
              PERFORM RECORD-FINDING
           END-IF

      *    the launchers' argument rule, with the path separator
      *    allowed as well
           MOVE WR-OUTPUT TO WS-CHECK-ARGS
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 60
              IF WR-OUTPUT(WS-SCAN-POS:1) = '/'
                 MOVE 'X' TO WS-CHECK-ARGS(WS-SCAN-POS:1)
              END-IF
           END-PERFORM
           PERFORM VALIDATE-SAFE-ARGS
           IF NOT WS-ARGS-VALID
              MOVE SPACES TO WS-FINDING-TEXT
              STRING "WALLS.DAT LINE " FUNCTION TRIM(WS-LINE-NUM)
                     ": WALL " FUNCTION TRIM(WR-WALL-ID)
                     " OUTPUT PIPE NAME HAS UNSAFE CHARACTERS"
                     DELIMITED BY SIZE INTO WS-FINDING-TEXT
              END-STRING
              PERFORM RECORD-FINDING
           END-IF

           PERFORM VARYING WR-I FROM 1 BY 1 UNTIL WR-I > WR-COUNT
              IF FUNCTION UPPER-CASE(WR-WALL-ID) = WR-SEEN-ID(WR-I)
                 MOVE SPACES TO WS-FINDING-TEXT
                 STRING "WALLS.DAT LINE " FUNCTION TRIM(WS-LINE-NUM)
                        ": WALL " FUNCTION TRIM(WR-WALL-ID)
                        " ALREADY ENTERED AT LINE "
                        FUNCTION TRIM(WR-SEEN-LINE(WR-I))
                        " - ONLY THE FIRST IS USED"
                        DELIMITED BY SIZE INTO WS-FINDING-TEXT
                 END-STRING
                 PERFORM RECORD-FINDING
              ELSE
                 IF WR-DIR = WR-SEEN-DIR(WR-I)
                    MOVE SPACES TO WS-FINDING-TEXT
                    STRING "WALLS.DAT LINE " FUNCTION TRIM(WS-LINE-NUM)
                           ": WALL " FUNCTION TRIM(WR-WALL-ID)
                           " SHARES ITS DIRECTORY WITH "
                           FUNCTION TRIM(WR-SEEN-ID(WR-I))
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                    END-STRING
                    PERFORM RECORD-FINDING
                 END-IF
              END-IF
           END-PERFORM

           IF WR-COUNT < WR-MAX
              ADD 1 TO WR-COUNT
              MOVE FUNCTION UPPER-CASE(WR-WALL-ID)
                   TO WR-SEEN-ID(WR-COUNT)
              MOVE WR-DIR TO WR-SEEN-DIR(WR-COUNT)
              MOVE WS-LINE-NUM TO WR-SEEN-LINE(WR-COUNT)
           END-IF.

      * -----------------------------------------------------------
      * Every PROFILES.DAT name, for the dangling-reference checks.
      * -----------------------------------------------------------
              PERFORM RECORD-FINDING
           END-IF.

      * -----------------------------------------------------------
      * HOLIDAYS.DAT: every entry must carry a real date and a
      * closed or substitute action, and what it points at must be
      * there - a closed day's profile in PROFILES.DAT, a
      * substitute day's schedule file on disk and readable.
      * -----------------------------------------------------------
       AUDIT-CALENDAR.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           MOVE 0 TO WS-LINE-NUM
           PERFORM UNTIL WS-EOF
              READ HOLIDAY-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-LINE-NUM
                    PERFORM AUDIT-ONE-HOLIDAY
              END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE.

       AUDIT-ONE-HOLIDAY.
           MOVE 0 TO WS-HOL-DATE-NUM
           IF HOL-DATE IS NUMERIC
              MOVE HOL-DATE TO WS-HOL-DATE-NUM
           END-IF
           IF HOL-DATE IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-HOL-DATE-NUM) NOT = 0
              MOVE SPACES TO WS-FINDING-TEXT
              STRING "HOLIDAYS.DAT LINE "
                     FUNCTION TRIM(WS-LINE-NUM)
                     ": BAD DATE '" HOL-DATE "'"
                     DELIMITED BY SIZE INTO WS-FINDING-TEXT
              END-STRING
              PERFORM RECORD-FINDING
           ELSE
              MOVE 0 TO HD-DUP-LINE
              PERFORM VARYING HD-I FROM 1 BY 1 UNTIL HD-I > HD-COUNT
                 IF HD-DATE(HD-I) = HOL-DATE
                    MOVE HD-LINE(HD-I) TO HD-DUP-LINE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF HD-DUP-LINE > 0
                 MOVE SPACES TO WS-FINDING-TEXT
                 STRING "HOLIDAYS.DAT LINE "
                        FUNCTION TRIM(WS-LINE-NUM)
                        ": DATE " HOL-DATE " ALREADY ON LINE "
                        FUNCTION TRIM(HD-DUP-LINE)
                        " - THIS ENTRY NEVER TAKES EFFECT"
                        DELIMITED BY SIZE INTO WS-FINDING-TEXT
                 END-STRING
                 PERFORM RECORD-FINDING
              ELSE
                 IF HD-COUNT < HD-MAX
                    ADD 1 TO HD-COUNT
                    MOVE HOL-DATE    TO HD-DATE(HD-COUNT)
                    MOVE WS-LINE-NUM TO HD-LINE(HD-COUNT)
                 END-IF
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN HOL-CLOSED
                   IF HOL-PROFILE NOT = SPACES
                      MOVE HOL-PROFILE TO PN-WANTED
                      PERFORM FIND-PROFILE-NAME
                      IF NOT PN-FOUND
                         MOVE SPACES TO WS-FINDING-TEXT
                         STRING "HOLIDAYS.DAT LINE "
                                FUNCTION TRIM(WS-LINE-NUM)
                                ": PROFILE '"
                                FUNCTION TRIM(HOL-PROFILE)
                                "' NOT IN PROFILES.DAT"
                                DELIMITED BY SIZE INTO WS-FINDING-TEXT
                         END-STRING
                         PERFORM RECORD-FINDING
                      END-IF
                   END-IF
              WHEN HOL-SUBSTITUTE
                   MOVE SPACES TO WS-ALT-SCHED-NAME
                   MOVE HOL-SCHED-FILE TO WS-ALT-SCHED-NAME
                   IF WS-ALT-SCHED-NAME = SPACES
                      MOVE "99" TO WS-ALT-SCHED-STATUS
                   ELSE
                      OPEN INPUT ALT-SCHED-FILE
                      IF WS-ALT-SCHED-STATUS = "00"
                         CLOSE ALT-SCHED-FILE
                      END-IF
                   END-IF
                   IF WS-ALT-SCHED-STATUS NOT = "00"
                      MOVE SPACES TO WS-FINDING-TEXT
                      STRING "HOLIDAYS.DAT LINE "
                             FUNCTION TRIM(WS-LINE-NUM)
                             ": SUBSTITUTE SCHEDULE '"
                             FUNCTION TRIM(HOL-SCHED-FILE)
                             "' MISSING OR UNREADABLE"
                             DELIMITED BY SIZE INTO WS-FINDING-TEXT
                      END-STRING
                      PERFORM RECORD-FINDING
                   END-IF
              WHEN OTHER
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "HOLIDAYS.DAT LINE "
                          FUNCTION TRIM(WS-LINE-NUM)
                          ": ACTION '" HOL-ACTION
                          "' IS NEITHER C (CLOSED) NOR S (SUBSTITUTE)"
                          DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM RECORD-FINDING
           END-EVALUATE.

      * -----------------------------------------------------------
      * One finding to the report and the counter.
      * -----------------------------------------------------------
