      *****************************************************************
      * KPIWATCH: threshold and trend watch over the chart data
      * files, so a number going wrong reaches the whole wall and
      * not just whoever is looking at the GAUGE tile. Reads a rules
      * file (see KPIRULEREC.cpy) and polls: each cycle every rule's
      * reading is taken from its data file and tested - above or
      * below a limit, or moved more than a percentage from the
      * STATPACK mean of the values before it. A rule that breaches
      * on KR-POLLS consecutive polls trips: a message stamped with
      * the trip time ("1405 LINE RATE HIGH") is appended to the
      * TICKER message file, which TICKER re-reads on every pass,
      * and a TRIP record goes to the exceptions file KPIEXC.DAT
      * (see KPIEXCREC.cpy). The first poll that no longer breaches
      * clears it: the message is withdrawn from the ticker file
      * (rewritten aside and renamed into place in one step, so the
      * marquee never reads half a file) and a CLEAR record carries
      * the trip's duration and peak reading - the highest for an
      * above rule, the lowest for a below rule, the furthest from
      * the mean for a change rule. A reading that cannot be taken
      * (file missing, cell or slice absent) leaves the rule as it
      * was. Trips still open in KPIEXC.DAT are picked back up at
      * start, so a restart still withdraws their messages.
      * Invoke as: KPIWATCH [poll-cycles] [rules-file] [interval-s]
      *            [ticker-file]
      *        or: KPIWATCH REPORT [yyyymmdd] [report-file]
      * poll-cycles 0 polls forever; rules-file defaults to
      * KPIRULES.DAT, interval to 60 seconds, ticker-file to
      * TICKER.DAT. REPORT writes the day's exceptions (default
      * today) to KPIWATCH.RPT: every trip that day with its rule,
      * trip and clear times, duration and peak, and the day's
      * totals.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPIWATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO DYNAMIC WS-RULE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT DATA-FILE ASSIGN TO DYNAMIC WS-DATA-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.

           SELECT TICKER-FILE ASSIGN TO DYNAMIC WS-TICKER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKER-STATUS.

           SELECT TICKER-TMP-FILE ASSIGN TO "KPIWATCH.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-STATUS.

           SELECT EXC-FILE ASSIGN TO "KPIEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE.
           COPY KPIRULEREC.

       FD  DATA-FILE.
       01  DATA-LINE              PIC X(40).

       FD  TICKER-FILE.
           COPY TICKERREC.

       FD  TICKER-TMP-FILE.
       01  TICKER-TMP-LINE        PIC X(31).

       FD  EXC-FILE.
           COPY KPIEXCREC.

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  KPIWATCH-VARS.
           05  WS-RULE-FILE-NAME  PIC X(100) VALUE "KPIRULES.DAT".
           05  WS-TICKER-FILE-NAME PIC X(100) VALUE "TICKER.DAT".
           05  WS-TMP-FILE-NAME   PIC X(100) VALUE "KPIWATCH.TMP".
           05  WS-REPORT-FILE-NAME PIC X(100) VALUE "KPIWATCH.RPT".
           05  WS-DATA-FILE-NAME  PIC X(100).
           05  WS-ARG-1           PIC X(100) VALUE SPACES.
           05  WS-ARG-2           PIC X(100) VALUE SPACES.
           05  WS-ARG-3           PIC X(100) VALUE SPACES.
           05  WS-ARG-4           PIC X(100) VALUE SPACES.
           05  WS-CYCLE-BUDGET    PIC 9(8)   VALUE 0.
           05  WS-CYCLE-COUNT     PIC 9(8)   VALUE 0.
           05  WS-INTERVAL-SECS   PIC 9(4)   VALUE 60.
           05  WS-RULE-STATUS     PIC X(2).
           05  WS-DATA-STATUS     PIC X(2).
           05  WS-TICKER-STATUS   PIC X(2).
           05  WS-TMP-STATUS      PIC X(2).
           05  WS-EXC-STATUS      PIC X(2).
           05  WS-REPORT-STATUS   PIC X(2).
           05  WS-EOF-SW          PIC X.
               88  WS-EOF             VALUE 'Y'.
           05  WS-TRIPS           PIC 9(6) VALUE 0.
           05  WS-CLEARS          PIC 9(6) VALUE 0.
           05  WS-RENAME-RC       PIC S9(9) COMP-5.
           05  WS-WITHDRAWN-SW    PIC X.
               88  WS-WITHDRAWN       VALUE 'Y'.

      * The loaded rules and each one's running state: the breach
      * streak, whether it is tripped (with the trip stamp, the
      * peak so far and the ticker text posted), and the recent
      * readings a change rule measures its mean over.
       01  RULE-TABLE-VARS.
           05  RT-COUNT           PIC 9(2) VALUE 0.
           05  RT-MAX             PIC 9(2) VALUE 30.
           05  RT-I               PIC 9(2).
           05  RT-ENTRY OCCURS 30 TIMES.
               10  RT-RULE        PIC X(78).
               10  RT-STREAK      PIC 9(4).
               10  RT-TRIPPED-SW  PIC X.
                   88  RT-TRIPPED     VALUE 'Y'.
               10  RT-TRIP-DATE   PIC X(8).
               10  RT-TRIP-TIME   PIC X(6).
               10  RT-TRIP-SECS   PIC 9(12).
               10  RT-PEAK        PIC S9(9).
               10  RT-TICKER-TEXT PIC X(20).
               10  RT-HIST-COUNT  PIC 9(2).
               10  RT-HIST        PIC S9(9) OCCURS 60 TIMES.
           05  RT-HIST-MAX        PIC 9(2) VALUE 60.
           05  RT-H               PIC 9(2).

      * This poll's reading of the current rule.
       01  READING-VARS.
           05  WS-READING-SW      PIC X.
               88  WS-HAVE-READING    VALUE 'Y'.
           05  WS-READING         PIC S9(9).
           05  WS-BREACH-SW       PIC X.
               88  WS-BREACH          VALUE 'Y'.
           05  WS-MEAN-SW         PIC X.
               88  WS-HAVE-MEAN       VALUE 'Y'.
           05  WS-MEAN            PIC S9(9).
           05  WS-DEVIATION       PIC S9(10).
           05  WS-PEAK-DEVIATION  PIC S9(10).
           05  WS-CHANGE-PCT      PIC S9(9)V99.
           05  WS-SERIES-LAST     PIC S9(9).
           05  WS-SERIES-COUNT    PIC 9(4).
           05  WS-VALUE-TEXT      PIC X(20).

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
           05  CK-HH              PIC 99.
           05  CK-MM              PIC 99.
           05  CK-SS              PIC 99.
           05  CK-SECS            PIC 9(12).

      * REPORT mode: the day's trips, matched to their clears.
       01  REPORT-VARS.
           05  RP-DATE            PIC X(8).
           05  RP-COUNT           PIC 9(4) VALUE 0.
           05  RP-MAX             PIC 9(4) VALUE 500.
           05  RP-I               PIC 9(4).
           05  RP-OPEN            PIC 9(4) VALUE 0.
           05  RP-TOTAL-SECS      PIC 9(10) VALUE 0.
           05  RP-ENTRY OCCURS 500 TIMES.
               10  RP-RULE-ID     PIC X(8).
               10  RP-TRIP-DATE   PIC X(8).
               10  RP-TRIP-TIME   PIC X(6).
               10  RP-TRIP-VALUE  PIC S9(9).
               10  RP-CLEARED-SW  PIC X.
                   88  RP-CLEARED     VALUE 'Y'.
               10  RP-CLEAR-DATE  PIC X(8).
               10  RP-CLEAR-TIME  PIC X(6).
               10  RP-PEAK        PIC S9(9).
               10  RP-SECS        PIC 9(8).
               10  RP-TEXT        PIC X(20).
           05  RP-VALUE-DISP      PIC -(9)9.
           05  RP-DUR-HH          PIC Z(3)9.
           05  RP-DUR-MM          PIC 99.
           05  RP-DUR-SS          PIC 99.
           05  RP-DUR-TEXT        PIC X(10).
           05  RP-CLEAR-TEXT      PIC X(17).
           05  RP-WORK-SECS       PIC 9(10).
           05  RP-COUNT-DISP      PIC ZZZ9.

           COPY PACEVARS.
           COPY STATARGS.
           COPY HEATMAPREC.
           COPY LINECHARTREC.
           COPY PIECHARTREC.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-1 FROM ARGUMENT-VALUE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-3 FROM ARGUMENT-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-4 FROM ARGUMENT-VALUE

           IF FUNCTION TRIM(WS-ARG-1) = "REPORT"
              PERFORM WRITE-EXCEPTIONS-REPORT
              STOP RUN RETURNING 0
           END-IF

           IF WS-ARG-1 NOT = SPACES
              MOVE WS-ARG-1 TO WS-CYCLE-BUDGET
           END-IF
           IF WS-ARG-2 NOT = SPACES
              MOVE WS-ARG-2 TO WS-RULE-FILE-NAME
           END-IF
           IF WS-ARG-3 NOT = SPACES
              MOVE WS-ARG-3 TO WS-INTERVAL-SECS
           END-IF
           IF WS-INTERVAL-SECS = 0
              MOVE 60 TO WS-INTERVAL-SECS
           END-IF
           IF WS-ARG-4 NOT = SPACES
              MOVE WS-ARG-4 TO WS-TICKER-FILE-NAME
           END-IF

           PERFORM LOAD-RULES
           IF RT-COUNT = 0
              DISPLAY "KPIWATCH: NO USABLE RULES IN "
                       FUNCTION TRIM(WS-RULE-FILE-NAME) UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           PERFORM RECOVER-OPEN-TRIPS

      * Poll loop - one pass over the rule table per cycle.
           PERFORM UNTIL WS-CYCLE-BUDGET > 0
                   AND WS-CYCLE-COUNT >= WS-CYCLE-BUDGET
              ADD 1 TO WS-CYCLE-COUNT
              PERFORM VARYING RT-I FROM 1 BY 1 UNTIL RT-I > RT-COUNT
                 PERFORM CHECK-ONE-RULE
              END-PERFORM
              IF WS-CYCLE-BUDGET = 0
                 OR WS-CYCLE-COUNT < WS-CYCLE-BUDGET
                 PERFORM WAIT-FOR-NEXT-POLL
              END-IF
           END-PERFORM

           DISPLAY "KPIWATCH: " WS-TRIPS " TRIP(S), " WS-CLEARS
                    " CLEAR(S) OVER " WS-CYCLE-COUNT " CYCLE(S)"
                    UPON SYSERR
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * Read the rules into the table. Blank lines and '*' comments
      * are skipped; a rule with an unknown layout or condition, no
      * data file, or a zero poll count is refused with its id.
      * -----------------------------------------------------------
       LOAD-RULES.
           OPEN INPUT RULE-FILE
           IF WS-RULE-STATUS NOT = "00"
              DISPLAY "KPIWATCH: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-RULE-FILE-NAME)
                       " STATUS " WS-RULE-STATUS UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ RULE-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    PERFORM TAKE-ONE-RULE
              END-READ
           END-PERFORM
           CLOSE RULE-FILE.

       TAKE-ONE-RULE.
           IF KPI-RULE-REC = SPACES OR KR-RULE-ID(1:1) = '*'
              EXIT PARAGRAPH
           END-IF
           IF RT-COUNT >= RT-MAX
              DISPLAY "KPIWATCH: MORE THAN " RT-MAX
                       " RULES - EXTRA IGNORED" UPON SYSERR
              EXIT PARAGRAPH
           END-IF
           IF NOT (KR-GAUGE OR KR-LINECHART OR KR-HEATMAP
                   OR KR-PIECHART)
              OR NOT (KR-ABOVE OR KR-BELOW OR KR-CHANGE)
              OR KR-DATA-FILE = SPACES
              OR KR-LIMIT NOT NUMERIC
              OR KR-POLLS NOT NUMERIC OR KR-POLLS = 0
              OR (KR-HEATMAP AND (KR-CELL-ROW NOT NUMERIC
                                  OR KR-CELL-COL NOT NUMERIC))
              DISPLAY "KPIWATCH: REJECTED MALFORMED RULE '"
                       FUNCTION TRIM(KR-RULE-ID) "'" UPON SYSERR
              EXIT PARAGRAPH
           END-IF
           IF KR-MSG-R NOT NUMERIC OR KR-MSG-G NOT NUMERIC
              OR KR-MSG-B NOT NUMERIC
              MOVE 255 TO KR-MSG-R
              MOVE 0   TO KR-MSG-G
              MOVE 0   TO KR-MSG-B
           END-IF
           ADD 1 TO RT-COUNT
           MOVE KPI-RULE-REC TO RT-RULE(RT-COUNT)
           MOVE 0 TO RT-STREAK(RT-COUNT)
           MOVE 'N' TO RT-TRIPPED-SW(RT-COUNT)
           MOVE 0 TO RT-HIST-COUNT(RT-COUNT).

      * -----------------------------------------------------------
      * A TRIP in KPIEXC.DAT with no CLEAR after it is a trip still
      * open from an earlier run: put the rule back in the tripped
      * state with its original stamp and ticker text.
      * -----------------------------------------------------------
       RECOVER-OPEN-TRIPS.
           OPEN INPUT EXC-FILE
           IF WS-EXC-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ EXC-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    PERFORM RECOVER-ONE-EXCEPTION
              END-READ
           END-PERFORM
           CLOSE EXC-FILE.

       RECOVER-ONE-EXCEPTION.
           PERFORM VARYING RT-I FROM 1 BY 1 UNTIL RT-I > RT-COUNT
              MOVE RT-RULE(RT-I) TO KPI-RULE-REC
              IF KR-RULE-ID = KX-RULE-ID
                 IF KX-TRIP
                    SET RT-TRIPPED(RT-I) TO TRUE
                    MOVE KX-TRIP-DATE TO RT-TRIP-DATE(RT-I)
                    MOVE KX-TRIP-TIME TO RT-TRIP-TIME(RT-I)
                    MOVE KX-VALUE TO RT-PEAK(RT-I)
                    MOVE KX-TICKER-TEXT TO RT-TICKER-TEXT(RT-I)
                    MOVE KR-POLLS TO RT-STREAK(RT-I)
                    MOVE KX-TRIP-DATE TO CK-DATE
                    MOVE KX-TRIP-TIME TO CK-TIME
                    PERFORM STAMP-TO-SECS
                    MOVE CK-SECS TO RT-TRIP-SECS(RT-I)
                 ELSE
                    IF KX-TRIP-DATE = RT-TRIP-DATE(RT-I)
                       AND KX-TRIP-TIME = RT-TRIP-TIME(RT-I)
                       MOVE 'N' TO RT-TRIPPED-SW(RT-I)
                       MOVE 0 TO RT-STREAK(RT-I)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * One rule, one poll: take the reading, test it, and trip,
      * hold or clear. No reading, no change.
      * -----------------------------------------------------------
       CHECK-ONE-RULE.
           MOVE RT-RULE(RT-I) TO KPI-RULE-REC
           PERFORM TAKE-READING
           IF NOT WS-HAVE-READING
              EXIT PARAGRAPH
           END-IF
           PERFORM TEST-READING
           IF NOT KR-LINECHART
              PERFORM KEEP-READING-HISTORY
           END-IF

           IF WS-BREACH
              IF RT-STREAK(RT-I) < 9999
                 ADD 1 TO RT-STREAK(RT-I)
              END-IF
              IF RT-TRIPPED(RT-I)
                 PERFORM TRACK-PEAK
              ELSE
                 IF RT-STREAK(RT-I) >= KR-POLLS
                    PERFORM TRIP-RULE
                 END-IF
              END-IF
           ELSE
              MOVE 0 TO RT-STREAK(RT-I)
              IF RT-TRIPPED(RT-I)
                 PERFORM CLEAR-RULE
              END-IF
           END-IF.

      * -----------------------------------------------------------
      * Read the rule's value out of its data file in the layout
      * the rule names. For a series the last point is the reading
      * and the points before it are loaded for STATPACK.
      * -----------------------------------------------------------
       TAKE-READING.
           MOVE 'N' TO WS-READING-SW
           MOVE 'N' TO WS-MEAN-SW
           MOVE 0 TO WS-SERIES-COUNT
           MOVE 0 TO STAT-COUNT
           MOVE KR-DATA-FILE TO WS-DATA-FILE-NAME
           OPEN INPUT DATA-FILE
           IF WS-DATA-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ DATA-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    PERFORM TAKE-ONE-DATA-LINE
              END-READ
           END-PERFORM
           CLOSE DATA-FILE

           IF KR-LINECHART AND WS-SERIES-COUNT > 0
              MOVE WS-SERIES-LAST TO WS-READING
              SET WS-HAVE-READING TO TRUE
      *       the last point is the reading, not part of its mean
              SUBTRACT 1 FROM STAT-COUNT
           END-IF.

       TAKE-ONE-DATA-LINE.
           EVALUATE TRUE
              WHEN KR-GAUGE
                   IF NOT WS-HAVE-READING
                      AND DATA-LINE NOT = SPACES
                      AND FUNCTION TEST-NUMVAL(DATA-LINE) = 0
                      COMPUTE WS-READING = FUNCTION NUMVAL(DATA-LINE)
                      SET WS-HAVE-READING TO TRUE
                   END-IF
              WHEN KR-LINECHART
                   MOVE DATA-LINE TO LINECHART-REC
                   IF LINECHART-REC-VALUE IS NUMERIC
                      ADD 1 TO WS-SERIES-COUNT
                      MOVE LINECHART-REC-VALUE TO WS-SERIES-LAST
                      IF STAT-COUNT < 2000
                         ADD 1 TO STAT-COUNT
                         MOVE LINECHART-REC-VALUE
                              TO STAT-X(STAT-COUNT)
                      END-IF
                   END-IF
              WHEN KR-HEATMAP
                   MOVE DATA-LINE TO HEATMAP-REC
                   IF HEATMAP-REC-ROW = KR-CELL-ROW
                      AND HEATMAP-REC-COL = KR-CELL-COL
                      AND HEATMAP-REC-VALUE IS NUMERIC
                      MOVE HEATMAP-REC-VALUE TO WS-READING
                      SET WS-HAVE-READING TO TRUE
                   END-IF
              WHEN KR-PIECHART
                   MOVE DATA-LINE TO PIECHART-REC
                   IF PIE-LABEL = KR-SELECTOR
                      AND PIE-VALUE IS NUMERIC
                      MOVE PIE-VALUE TO WS-READING
                      SET WS-HAVE-READING TO TRUE
                   END-IF
           END-EVALUATE.

      * -----------------------------------------------------------
      * Does this reading breach the rule? A change rule needs a
      * mean of at least two earlier values, and a nonzero one to
      * take a percentage of.
      * -----------------------------------------------------------
       TEST-READING.
           MOVE 'N' TO WS-BREACH-SW
           EVALUATE TRUE
              WHEN KR-ABOVE
                   IF WS-READING > KR-LIMIT
                      SET WS-BREACH TO TRUE
                   END-IF
              WHEN KR-BELOW
                   IF WS-READING < KR-LIMIT
                      SET WS-BREACH TO TRUE
                   END-IF
              WHEN KR-CHANGE
                   IF NOT KR-LINECHART
                      MOVE RT-HIST-COUNT(RT-I) TO STAT-COUNT
                      PERFORM VARYING RT-H FROM 1 BY 1
                              UNTIL RT-H > RT-HIST-COUNT(RT-I)
                         MOVE RT-HIST(RT-I, RT-H) TO STAT-X(RT-H)
                      END-PERFORM
                   END-IF
                   IF STAT-COUNT >= 2
                      MOVE 05 TO STAT-PCT-LO
                      MOVE 95 TO STAT-PCT-HI
                      CALL 'STATPACK' USING STAT-ARGS
                      MOVE STAT-MEAN TO WS-MEAN
                      SET WS-HAVE-MEAN TO TRUE
                   END-IF
                   IF WS-HAVE-MEAN AND WS-MEAN NOT = 0
                      COMPUTE WS-DEVIATION =
                          FUNCTION ABS(WS-READING - WS-MEAN)
                      COMPUTE WS-CHANGE-PCT =
                          WS-DEVIATION * 100 / FUNCTION ABS(WS-MEAN)
                      IF WS-CHANGE-PCT > KR-LIMIT
                         SET WS-BREACH TO TRUE
                      END-IF
                   END-IF
           END-EVALUATE.

      * -----------------------------------------------------------
      * Keep the last RT-HIST-MAX readings of a single-value rule,
      * oldest dropped first, for its change mean.
      * -----------------------------------------------------------
       KEEP-READING-HISTORY.
           IF RT-HIST-COUNT(RT-I) >= RT-HIST-MAX
              PERFORM VARYING RT-H FROM 2 BY 1
                      UNTIL RT-H > RT-HIST-MAX
                 MOVE RT-HIST(RT-I, RT-H) TO RT-HIST(RT-I, RT-H - 1)
              END-PERFORM
              SUBTRACT 1 FROM RT-HIST-COUNT(RT-I)
           END-IF
           ADD 1 TO RT-HIST-COUNT(RT-I)
           MOVE WS-READING TO RT-HIST(RT-I, RT-HIST-COUNT(RT-I)).

      * -----------------------------------------------------------
      * Keep the worst reading of an open trip: highest above,
      * lowest below, furthest from the mean for a change rule.
      * -----------------------------------------------------------
       TRACK-PEAK.
           EVALUATE TRUE
              WHEN KR-ABOVE
                   IF WS-READING > RT-PEAK(RT-I)
                      MOVE WS-READING TO RT-PEAK(RT-I)
                   END-IF
              WHEN KR-BELOW
                   IF WS-READING < RT-PEAK(RT-I)
                      MOVE WS-READING TO RT-PEAK(RT-I)
                   END-IF
              WHEN KR-CHANGE
                   COMPUTE WS-PEAK-DEVIATION =
                       FUNCTION ABS(RT-PEAK(RT-I) - WS-MEAN)
                   IF WS-DEVIATION > WS-PEAK-DEVIATION
                      MOVE WS-READING TO RT-PEAK(RT-I)
                   END-IF
           END-EVALUATE.

      * -----------------------------------------------------------
      * Trip: post the time-stamped message to the ticker file and
      * write the TRIP exception record.
      * -----------------------------------------------------------
       TRIP-RULE.
           PERFORM GET-NOW-STAMP
           SET RT-TRIPPED(RT-I) TO TRUE
           MOVE WS-NOW-DATE TO RT-TRIP-DATE(RT-I)
           MOVE WS-NOW-TIME TO RT-TRIP-TIME(RT-I)
           MOVE WS-NOW-SECS TO RT-TRIP-SECS(RT-I)
           MOVE WS-READING TO RT-PEAK(RT-I)
           MOVE SPACES TO RT-TICKER-TEXT(RT-I)
           STRING WS-NOW-TIME(1:4) " " KR-MESSAGE
                  DELIMITED BY SIZE INTO RT-TICKER-TEXT(RT-I)
           END-STRING

           OPEN EXTEND TICKER-FILE
           IF WS-TICKER-STATUS NOT = "00"
              OPEN OUTPUT TICKER-FILE
           END-IF
           IF WS-TICKER-STATUS = "00"
              MOVE KR-MSG-R TO TICKER-MSG-R
              MOVE KR-MSG-G TO TICKER-MSG-G
              MOVE KR-MSG-B TO TICKER-MSG-B
              MOVE 2 TO TICKER-MSG-SPEED
              MOVE RT-TICKER-TEXT(RT-I) TO TICKER-MSG-TEXT
              WRITE TICKER-REC
              CLOSE TICKER-FILE
           ELSE
              DISPLAY "KPIWATCH: UNABLE TO POST TO "
                       FUNCTION TRIM(WS-TICKER-FILE-NAME)
                       " STATUS " WS-TICKER-STATUS UPON SYSERR
           END-IF

           MOVE SPACES TO KPI-EXC-REC
           SET KX-TRIP TO TRUE
           MOVE WS-READING TO KX-VALUE
           MOVE 0 TO KX-DURATION-SECS
           PERFORM WRITE-EXCEPTION-RECORD
           ADD 1 TO WS-TRIPS
           MOVE WS-READING TO RP-VALUE-DISP
           DISPLAY "KPIWATCH: " FUNCTION TRIM(KR-RULE-ID)
                    " TRIPPED AT " FUNCTION TRIM(RP-VALUE-DISP)
                    UPON SYSERR.

      * -----------------------------------------------------------
      * Clear: withdraw the message and write the CLEAR record with
      * the trip's duration and peak.
      * -----------------------------------------------------------
       CLEAR-RULE.
           PERFORM GET-NOW-STAMP
           PERFORM WITHDRAW-TICKER-MESSAGE
           MOVE SPACES TO KPI-EXC-REC
           SET KX-CLEAR TO TRUE
           MOVE RT-PEAK(RT-I) TO KX-VALUE
           IF WS-NOW-SECS > RT-TRIP-SECS(RT-I)
              COMPUTE KX-DURATION-SECS =
                  WS-NOW-SECS - RT-TRIP-SECS(RT-I)
           ELSE
              MOVE 0 TO KX-DURATION-SECS
           END-IF
           PERFORM WRITE-EXCEPTION-RECORD
           MOVE 'N' TO RT-TRIPPED-SW(RT-I)
           ADD 1 TO WS-CLEARS
           DISPLAY "KPIWATCH: " FUNCTION TRIM(KR-RULE-ID)
                    " CLEARED AFTER " KX-DURATION-SECS " SECOND(S)"
                    UPON SYSERR.

      * -----------------------------------------------------------
      * Copy the ticker file aside without the rule's message (the
      * first line carrying exactly its text), then rename the copy
      * into place so TICKER sees the old file or the new one.
      * -----------------------------------------------------------
       WITHDRAW-TICKER-MESSAGE.
           MOVE 'N' TO WS-WITHDRAWN-SW
           OPEN INPUT TICKER-FILE
           IF WS-TICKER-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TICKER-TMP-FILE
           IF WS-TMP-STATUS NOT = "00"
              CLOSE TICKER-FILE
              DISPLAY "KPIWATCH: UNABLE TO OPEN KPIWATCH.TMP - "
                       "MESSAGE LEFT ON THE TICKER" UPON SYSERR
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ TICKER-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF TICKER-MSG-TEXT = RT-TICKER-TEXT(RT-I)
                       AND NOT WS-WITHDRAWN
                       SET WS-WITHDRAWN TO TRUE
                    ELSE
                       MOVE TICKER-REC TO TICKER-TMP-LINE
                       WRITE TICKER-TMP-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TICKER-FILE
           CLOSE TICKER-TMP-FILE
           IF NOT WS-WITHDRAWN
              CALL "CBL_DELETE_FILE" USING WS-TMP-FILE-NAME
              EXIT PARAGRAPH
           END-IF
           CALL "CBL_RENAME_FILE" USING WS-TMP-FILE-NAME
                                        WS-TICKER-FILE-NAME
           MOVE RETURN-CODE TO WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
              DISPLAY "KPIWATCH: UNABLE TO REPLACE "
                       FUNCTION TRIM(WS-TICKER-FILE-NAME)
                       " - MESSAGE LEFT ON THE TICKER" UPON SYSERR
           END-IF.

      * -----------------------------------------------------------
      * Append one exception record for rule RT-I (the caller sets
      * the event, value and duration).
      * -----------------------------------------------------------
       WRITE-EXCEPTION-RECORD.
           MOVE KR-RULE-ID TO KX-RULE-ID
           MOVE RT-TRIP-DATE(RT-I) TO KX-TRIP-DATE
           MOVE RT-TRIP-TIME(RT-I) TO KX-TRIP-TIME
           MOVE WS-NOW-DATE TO KX-EVENT-DATE
           MOVE WS-NOW-TIME TO KX-EVENT-TIME
           MOVE RT-TICKER-TEXT(RT-I) TO KX-TICKER-TEXT
           OPEN EXTEND EXC-FILE
           IF WS-EXC-STATUS NOT = "00"
              OPEN OUTPUT EXC-FILE
           END-IF
           IF WS-EXC-STATUS = "00"
              WRITE KPI-EXC-REC
              CLOSE EXC-FILE
           ELSE
              DISPLAY "KPIWATCH: UNABLE TO WRITE KPIEXC.DAT STATUS "
                       WS-EXC-STATUS UPON SYSERR
           END-IF.

      * -----------------------------------------------------------
      * REPORT mode: gather the day's trips from KPIEXC.DAT, match
      * each to its CLEAR (which may fall on a later day), and list
      * them with duration and peak.
      * -----------------------------------------------------------
       WRITE-EXCEPTIONS-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RP-DATE
           IF WS-ARG-2 NOT = SPACES
              MOVE WS-ARG-2 TO RP-DATE
           END-IF
           IF WS-ARG-3 NOT = SPACES
              MOVE WS-ARG-3 TO WS-REPORT-FILE-NAME
           END-IF

           OPEN INPUT EXC-FILE
           IF WS-EXC-STATUS = "00"
              MOVE 'N' TO WS-EOF-SW
              PERFORM UNTIL WS-EOF
                 READ EXC-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF-SW
                    NOT AT END
                       PERFORM GATHER-ONE-EXCEPTION
                 END-READ
              END-PERFORM
              CLOSE EXC-FILE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "KPIWATCH: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-REPORT-FILE-NAME)
                       " STATUS " WS-REPORT-STATUS UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "KPIWATCH EXCEPTIONS REPORT FOR " RP-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RULE     TRIPPED  CLEARED           DURATION"
                TO REPORT-LINE
           MOVE "      PEAK  MESSAGE" TO REPORT-LINE(46:)
           WRITE REPORT-LINE

           PERFORM VARYING RP-I FROM 1 BY 1 UNTIL RP-I > RP-COUNT
              PERFORM WRITE-ONE-TRIP-LINE
           END-PERFORM

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RP-COUNT TO RP-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "TRIPS: " FUNCTION TRIM(RP-COUNT-DISP)
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           MOVE RP-OPEN TO RP-COUNT-DISP
           STRING "   STILL OPEN: " FUNCTION TRIM(RP-COUNT-DISP)
                  DELIMITED BY SIZE INTO REPORT-LINE(20:)
           END-STRING
           MOVE RP-TOTAL-SECS TO RP-WORK-SECS
           PERFORM FORMAT-DURATION
           STRING "   TIME TRIPPED (CLEARED): "
                  FUNCTION TRIM(RP-DUR-TEXT)
                  DELIMITED BY SIZE INTO REPORT-LINE(45:)
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "KPIWATCH: " RP-COUNT " TRIP(S) ON " RP-DATE
                    " REPORTED TO " FUNCTION TRIM(WS-REPORT-FILE-NAME)
                    UPON SYSERR.

       GATHER-ONE-EXCEPTION.
           IF KX-TRIP
              IF KX-TRIP-DATE = RP-DATE AND RP-COUNT < RP-MAX
                 ADD 1 TO RP-COUNT
                 MOVE KX-RULE-ID TO RP-RULE-ID(RP-COUNT)
                 MOVE KX-TRIP-DATE TO RP-TRIP-DATE(RP-COUNT)
                 MOVE KX-TRIP-TIME TO RP-TRIP-TIME(RP-COUNT)
                 MOVE KX-VALUE TO RP-TRIP-VALUE(RP-COUNT)
                 MOVE KX-VALUE TO RP-PEAK(RP-COUNT)
                 MOVE 'N' TO RP-CLEARED-SW(RP-COUNT)
                 MOVE 0 TO RP-SECS(RP-COUNT)
                 MOVE KX-TICKER-TEXT TO RP-TEXT(RP-COUNT)
              END-IF
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RP-I FROM 1 BY 1 UNTIL RP-I > RP-COUNT
              IF RP-RULE-ID(RP-I) = KX-RULE-ID
                 AND RP-TRIP-DATE(RP-I) = KX-TRIP-DATE
                 AND RP-TRIP-TIME(RP-I) = KX-TRIP-TIME
                 AND NOT RP-CLEARED(RP-I)
                 SET RP-CLEARED(RP-I) TO TRUE
                 MOVE KX-EVENT-DATE TO RP-CLEAR-DATE(RP-I)
                 MOVE KX-EVENT-TIME TO RP-CLEAR-TIME(RP-I)
                 MOVE KX-VALUE TO RP-PEAK(RP-I)
                 MOVE KX-DURATION-SECS TO RP-SECS(RP-I)
              END-IF
           END-PERFORM.

       WRITE-ONE-TRIP-LINE.
           MOVE SPACES TO RP-CLEAR-TEXT
           IF RP-CLEARED(RP-I)
              IF RP-CLEAR-DATE(RP-I) = RP-TRIP-DATE(RP-I)
                 STRING RP-CLEAR-TIME(RP-I)(1:2) ":"
                        RP-CLEAR-TIME(RP-I)(3:2) ":"
                        RP-CLEAR-TIME(RP-I)(5:2)
                        DELIMITED BY SIZE INTO RP-CLEAR-TEXT
                 END-STRING
              ELSE
                 STRING RP-CLEAR-DATE(RP-I) " "
                        RP-CLEAR-TIME(RP-I)(1:2) ":"
                        RP-CLEAR-TIME(RP-I)(3:2)
                        DELIMITED BY SIZE INTO RP-CLEAR-TEXT
                 END-STRING
              END-IF
              MOVE RP-SECS(RP-I) TO RP-WORK-SECS
              PERFORM FORMAT-DURATION
              ADD RP-SECS(RP-I) TO RP-TOTAL-SECS
           ELSE
              MOVE "STILL OPEN" TO RP-CLEAR-TEXT
              MOVE "-" TO RP-DUR-TEXT
              ADD 1 TO RP-OPEN
           END-IF
           MOVE RP-PEAK(RP-I) TO RP-VALUE-DISP
           MOVE SPACES TO REPORT-LINE
           STRING RP-RULE-ID(RP-I) " "
                  RP-TRIP-TIME(RP-I)(1:2) ":"
                  RP-TRIP-TIME(RP-I)(3:2) ":"
                  RP-TRIP-TIME(RP-I)(5:2) " "
                  RP-CLEAR-TEXT " "
                  RP-DUR-TEXT " "
                  RP-VALUE-DISP "  "
                  RP-TEXT(RP-I)
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

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
           COMPUTE CK-SECS =
               FUNCTION INTEGER-OF-DATE(CK-DATE-NUM) * 86400
               + CK-HH * 3600 + CK-MM * 60 + CK-SS.

      * -----------------------------------------------------------
      * Sit out the poll interval on the wall clock, the PACEVARS
      * spin every poller here uses.
      * -----------------------------------------------------------
       WAIT-FOR-NEXT-POLL.
           PERFORM GET-CLOCK-HS
           MOVE WS-TICK-TOTAL-HS TO WS-FRAME-START-HS
           COMPUTE WS-FRAME-TARGET-HS = WS-INTERVAL-SECS * 100
           PERFORM WAIT-FOR-FRAME-TICK.

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
      * WS-FRAME-START-HS, so the poll interval is wall-clock time
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
