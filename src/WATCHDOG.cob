      *****************************************************************
      * WATCHDOG: live dead-air and frozen-frame detection for the
      * pixel stream, with automatic failover. Sits in the pipe
      * like GFXSTAT - every stdin line is passed through to stdout
      * unchanged while the source is healthy - and watches what
      * goes by: a frame whose spans repaint the whole wall in one
      * color starts a solid-screen clock, and every frame that
      * brings no change (no spans, or the same spans as the frame
      * before) runs on a frozen-frame clock. When either clock
      * passes its configured limit an incident is raised and the
      * wall is switched to the failover: a safe image (LOADed and
      * flushed through GRAPHICS, once it passes the SIGNCHK
      * sign-off gate) or a SLIDESHOW playlist, run in bursts of a
      * few hundred frames for as long as the incident lasts. The
      * source's own frames are held back while the failover is
      * up, and pass through again as soon as the source recovers.
      * The tap also stamps a heartbeat file, WATCHDOG.HB, as frames
      * go by. A source that stops sending altogether leaves the
      * tap waiting on its read, so dead air is the WATCH side's
      * job: run alongside the pipeline, it polls the heartbeat and
      * raises a DEAD-AIR incident when no FRAME marker has arrived
      * for the configured seconds, airing the same failover on
      * its own stdout until the heartbeat moves again (or the
      * stream is seen to end). Every incident and recovery is
      * stamped into the shared AUDIT.LOG, and each incident is put
      * on the wall incident register (INCIDENTS.DAT, through
      * INCLOG) with its window ended at recovery - one register
      * entry per fault until an operator closes it with INCIDENT.
      * The heartbeat and the default configuration are the current
      * wall's (see WALLREGARGS.cpy), so each wall's tap and WATCH
      * poller share a heartbeat only with each other.
      * Invoke as: DEMO | WATCHDOG [watchdog.cfg] [source-name]
      *            | DISPLAYPIPE
      *        or: WATCHDOG WATCH [poll-cycles] [watchdog.cfg]
      *            [interval-s] | DISPLAYPIPE
      * The configuration (default WATCHDOG.CFG; absent means all
      * defaults) is one keyword and value per line, '*' comments
      * and blank lines skipped:
      *   DEADAIR  30            seconds with no FRAME marker
      *   FROZEN   300           seconds with no change on screen
      *   SOLID    10            seconds of a one-color wall
      *   FAILOVER IMAGE WALL.IMG  or  FAILOVER SLIDESHOW SAFE.LST
      *   BURST    200           SLIDESHOW frames per failover run
      *   INCIDENT ON            OFF keeps incidents off the register
      * poll-cycles 0 watches forever; the interval defaults to 5.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHDOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-IN ASSIGN TO "/dev/stdin"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT CONFIG-FILE ASSIGN TO DYNAMIC WS-CONFIG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT HEARTBEAT-FILE ASSIGN TO DYNAMIC WS-HB-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HB-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-IN.
       01  STREAM-LINE            PIC X(40).

       FD  CONFIG-FILE.
       01  CONFIG-LINE            PIC X(80).

      * The heartbeat: whether a stream is running or has ended,
      * the stamp of its last FRAME marker (and the same moment as
      * a seconds count from the INTEGER-OF-DATE day number), the
      * frames seen so far and the source's name.
       FD  HEARTBEAT-FILE.
       01  HEARTBEAT-REC.
           05  HB-STATE           PIC X(8).
               88  HB-RUNNING         VALUE "RUNNING".
               88  HB-ENDED           VALUE "ENDED".
           05  HB-DATE            PIC X(8).
           05  HB-TIME            PIC X(6).
           05  HB-SECS            PIC 9(12).
           05  HB-FRAMES          PIC 9(8).
           05  HB-SOURCE          PIC X(12).

       FD  AUDIT-FILE.
       01  AUDIT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WATCHDOG-VARS.
           05  WS-CONFIG-FILE-NAME PIC X(100) VALUE "WATCHDOG.CFG".
           05  WS-HB-FILE-NAME    PIC X(100) VALUE "WATCHDOG.HB".
           05  WS-ARG-1           PIC X(100) VALUE SPACES.
           05  WS-ARG-2           PIC X(100) VALUE SPACES.
           05  WS-ARG-3           PIC X(100) VALUE SPACES.
           05  WS-ARG-4           PIC X(100) VALUE SPACES.
           05  WS-SOURCE-NAME     PIC X(12)  VALUE "UNKNOWN".
           05  WS-IN-STATUS       PIC X(2).
           05  WS-CONFIG-STATUS   PIC X(2).
           05  WS-HB-STATUS       PIC X(2).
           05  WS-AUDIT-STATUS    PIC X(2).
           05  WS-EOF-SW          PIC X VALUE 'N'.
               88  WS-EOF             VALUE 'Y'.
           05  WS-AUDIT-TEXT      PIC X(110).
           05  WS-COMMAND         PIC X(200) VALUE SPACES.
           05  WS-LAST-RC         PIC 9(8) VALUE 0.
           05  WS-CYCLE-BUDGET    PIC 9(8) VALUE 0.
           05  WS-CYCLE-COUNT     PIC 9(8) VALUE 0.
           05  WS-INTERVAL-SECS   PIC 9(4) VALUE 5.
           05  WS-INCIDENTS       PIC 9(6) VALUE 0.
           05  WS-SCAN-POS        PIC 9(3).
           05  WS-SCAN-CHAR       PIC X.
           05  WS-ARGS-VALID-SW   PIC X.
               88  WS-ARGS-VALID      VALUE 'Y'.

      * The configuration in force, defaults first.
       01  CONFIG-VARS.
           05  CF-TOKEN-1         PIC X(20).
           05  CF-TOKEN-2         PIC X(20).
           05  CF-TOKEN-3         PIC X(100).
           05  CF-NUMBER          PIC S9(9).
           05  CF-DEADAIR-SECS    PIC 9(6) VALUE 30.
           05  CF-FROZEN-SECS     PIC 9(6) VALUE 300.
           05  CF-SOLID-SECS      PIC 9(6) VALUE 10.
           05  CF-BURST-FRAMES    PIC 9(6) VALUE 200.
           05  CF-FAILOVER-KIND   PIC X(10) VALUE "IMAGE".
               88  CF-FAILOVER-IMAGE  VALUE "IMAGE".
               88  CF-FAILOVER-SLIDES VALUE "SLIDESHOW".
           05  CF-FAILOVER-FILE   PIC X(100) VALUE "WALL.IMG".
           05  CF-INCIDENT-SW     PIC X VALUE 'Y'.
               88  CF-REGISTER-INCIDENTS VALUE 'Y'.

      * The frame being collected: span count, a positional
      * signature of its spans, and whether every span so far is
      * the one color of the first (with the pixels they cover).
       01  FRAME-WATCH-VARS.
           05  FR-SPANS           PIC 9(8) VALUE 0.
           05  FR-SIGNATURE       PIC 9(15) VALUE 0.
           05  FR-ONE-COLOR-SW    PIC X VALUE 'Y'.
               88  FR-ONE-COLOR       VALUE 'Y'.
           05  FR-R               PIC 9(3).
           05  FR-G               PIC 9(3).
           05  FR-B               PIC 9(3).
           05  FR-PIXELS          PIC 9(10) VALUE 0.
           05  FR-PREV-SPANS      PIC 9(8) VALUE 0.
           05  FR-PREV-SIGNATURE  PIC 9(15) VALUE 0.
           05  FR-CHANGED-SW      PIC X.
               88  FR-CHANGED         VALUE 'Y'.
           05  WS-FRAMES          PIC 9(8) VALUE 0.
           05  WS-WALL-PIXELS     PIC 9(10).
           05  SF-TAG             PIC X(4).
           05  SF-X1              PIC 9(4).
           05  SF-X2              PIC 9(4).
           05  SF-Y               PIC 9(4).
           05  SF-R               PIC 9(3).
           05  SF-G               PIC 9(3).
           05  SF-B               PIC 9(3).

      * What the wall is showing and since when, in seconds from
      * the INTEGER-OF-DATE day number: the last change, and the
      * solid color if the whole wall is one.
       01  SCREEN-STATE-VARS.
           05  WS-NOW-SECS        PIC 9(12).
           05  WS-LAST-CHANGE-SECS PIC 9(12).
           05  WS-LAST-HB-SECS    PIC 9(12) VALUE 0.
           05  WS-SOLID-SW        PIC X VALUE 'N'.
               88  WS-SOLID           VALUE 'Y'.
           05  WS-SOLID-R         PIC 9(3).
           05  WS-SOLID-G         PIC 9(3).
           05  WS-SOLID-B         PIC 9(3).
           05  WS-SOLID-SINCE-SECS PIC 9(12).
           05  WS-HELD-SECS       PIC 9(12).

      * The open incident, if any, and whether its failover is
      * actually on the wall.
       01  INCIDENT-VARS.
           05  WS-INCIDENT-KIND   PIC X(8) VALUE SPACES.
               88  WS-NO-INCIDENT     VALUE SPACES.
               88  WS-INC-FROZEN      VALUE "FROZEN".
               88  WS-INC-SOLID       VALUE "SOLID".
               88  WS-INC-DEAD-AIR    VALUE "DEAD-AIR".
           05  WS-INCIDENT-SECS   PIC 9(12).
           05  WS-FAILOVER-SW     PIC X VALUE 'N'.
               88  WS-FAILOVER-UP     VALUE 'Y'.
           05  WS-DURATION-SECS   PIC 9(8).
           05  WS-REGISTER-ID     PIC 9(6) VALUE 0.

      * The source's frame in flight while the failover is up, so
      * the frame that recovers it reaches the wall whole.
       01  HOLD-VARS.
           05  HD-COUNT           PIC 9(4) VALUE 0.
           05  HD-MAX             PIC 9(4) VALUE 4000.
           05  HD-I               PIC 9(4).
           05  HD-LINE            PIC X(40) OCCURS 4000 TIMES.
           05  HD-OVERFLOW-SW     PIC X VALUE 'N'.
               88  HD-OVERFLOW        VALUE 'Y'.
           05  WS-SECS-DISP       PIC Z(11)9.
           05  WS-R-DISP          PIC ZZ9.
           05  WS-G-DISP          PIC ZZ9.
           05  WS-B-DISP          PIC ZZ9.

           COPY SETTINGS.
           COPY GFXARGS.
           COPY SIGNCHKARGS.
           COPY PACEVARS.
           COPY OPERCHKARGS.
           COPY INCLOGARGS.
           COPY WALLREGARGS.

       PROCEDURE DIVISION.
           PERFORM RESOLVE-WALL-FILES
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-1 FROM ARGUMENT-VALUE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-3 FROM ARGUMENT-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-4 FROM ARGUMENT-VALUE

           IF FUNCTION TRIM(WS-ARG-1) = "WATCH"
              IF WS-ARG-2 NOT = SPACES
                 MOVE WS-ARG-2 TO WS-CYCLE-BUDGET
              END-IF
              IF WS-ARG-3 NOT = SPACES
                 MOVE WS-ARG-3 TO WS-CONFIG-FILE-NAME
              END-IF
              IF WS-ARG-4 NOT = SPACES
                 MOVE WS-ARG-4 TO WS-INTERVAL-SECS
              END-IF
              IF WS-INTERVAL-SECS = 0
                 MOVE 5 TO WS-INTERVAL-SECS
              END-IF
              PERFORM READ-CONFIG-FILE
              PERFORM WATCH-HEARTBEAT
              STOP RUN RETURNING 0
           END-IF

           IF WS-ARG-1 NOT = SPACES
              MOVE WS-ARG-1 TO WS-CONFIG-FILE-NAME
           END-IF
           IF WS-ARG-2 NOT = SPACES
              MOVE WS-ARG-2 TO WS-SOURCE-NAME
           END-IF
           PERFORM READ-CONFIG-FILE
           COMPUTE WS-WALL-PIXELS = WIDTH * HEIGHT

           OPEN INPUT STREAM-IN
           IF WS-IN-STATUS NOT = "00"
              DISPLAY "WATCHDOG: UNABLE TO OPEN STREAM" UPON SYSERR
              STOP RUN RETURNING 1
           END-IF

           PERFORM READ-WATCH-CLOCK
           MOVE WS-NOW-SECS TO WS-LAST-CHANGE-SECS
           MOVE "RUNNING" TO HB-STATE
           PERFORM WRITE-HEARTBEAT

           PERFORM UNTIL WS-EOF
              READ STREAM-IN
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF WS-FAILOVER-UP
                       PERFORM HOLD-STREAM-LINE
                    ELSE
                       DISPLAY STREAM-LINE
                    END-IF
                    PERFORM WATCH-STREAM-LINE
              END-READ
           END-PERFORM
           CLOSE STREAM-IN

           PERFORM READ-WATCH-CLOCK
           IF NOT WS-NO-INCIDENT
              COMPUTE WS-DURATION-SECS =
                  WS-NOW-SECS - WS-INCIDENT-SECS
              MOVE WS-DURATION-SECS TO WS-SECS-DISP
              MOVE SPACES TO WS-AUDIT-TEXT
              STRING "CLOSED " FUNCTION TRIM(WS-INCIDENT-KIND)
                     " ON " FUNCTION TRIM(WS-SOURCE-NAME)
                     " AT END OF STREAM AFTER "
                     FUNCTION TRIM(WS-SECS-DISP) " SEC"
                     DELIMITED BY SIZE INTO WS-AUDIT-TEXT
              END-STRING
              PERFORM WRITE-AUDIT-RECORD
              PERFORM END-REGISTER-INCIDENT
           END-IF
           MOVE "ENDED" TO HB-STATE
           PERFORM WRITE-HEARTBEAT

           DISPLAY "WATCHDOG: " WS-FRAMES " FRAME(S), "
                    WS-INCIDENTS " INCIDENT(S)" UPON SYSERR
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * Read the configuration. A missing file leaves the defaults;
      * a bad line is reported and skipped, never allowed to stop
      * the stream.
      * -----------------------------------------------------------
       READ-CONFIG-FILE.
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF
              READ CONFIG-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    PERFORM TAKE-CONFIG-LINE
              END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
           MOVE 'N' TO WS-EOF-SW
           IF CF-FAILOVER-SLIDES
              MOVE CF-FAILOVER-FILE TO WS-COMMAND
              PERFORM VALIDATE-SAFE-ARGS
              IF NOT WS-ARGS-VALID
                 DISPLAY "WATCHDOG: UNSAFE PLAYLIST NAME '"
                          FUNCTION TRIM(CF-FAILOVER-FILE)
                          "' - FAILING OVER TO WALL.IMG" UPON SYSERR
                 MOVE "IMAGE" TO CF-FAILOVER-KIND
                 MOVE "WALL.IMG" TO CF-FAILOVER-FILE
              END-IF
           END-IF.

       TAKE-CONFIG-LINE.
           IF CONFIG-LINE = SPACES OR CONFIG-LINE(1:1) = '*'
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CF-TOKEN-1
           MOVE SPACES TO CF-TOKEN-2
           MOVE SPACES TO CF-TOKEN-3
           UNSTRING CONFIG-LINE DELIMITED BY ALL SPACE
               INTO CF-TOKEN-1 CF-TOKEN-2 CF-TOKEN-3
           END-UNSTRING
           EVALUATE FUNCTION TRIM(CF-TOKEN-1)
              WHEN "FAILOVER"
                   IF (CF-TOKEN-2 = "IMAGE" OR "SLIDESHOW")
                      AND CF-TOKEN-3 NOT = SPACES
                      MOVE CF-TOKEN-2 TO CF-FAILOVER-KIND
                      MOVE CF-TOKEN-3 TO CF-FAILOVER-FILE
                   ELSE
                      PERFORM REPORT-CONFIG-LINE
                   END-IF
              WHEN "INCIDENT"
                   EVALUATE CF-TOKEN-2
                      WHEN "ON"
                           MOVE 'Y' TO CF-INCIDENT-SW
                      WHEN "OFF"
                           MOVE 'N' TO CF-INCIDENT-SW
                      WHEN OTHER
                           PERFORM REPORT-CONFIG-LINE
                   END-EVALUATE
              WHEN "DEADAIR"
              WHEN "FROZEN"
              WHEN "SOLID"
              WHEN "BURST"
                   IF CF-TOKEN-2 = SPACES
                      OR FUNCTION TEST-NUMVAL(CF-TOKEN-2) NOT = 0
                      PERFORM REPORT-CONFIG-LINE
                      EXIT PARAGRAPH
                   END-IF
                   COMPUTE CF-NUMBER = FUNCTION NUMVAL(CF-TOKEN-2)
                   IF CF-NUMBER < 1 OR CF-NUMBER > 999999
                      PERFORM REPORT-CONFIG-LINE
                      EXIT PARAGRAPH
                   END-IF
                   EVALUATE FUNCTION TRIM(CF-TOKEN-1)
                      WHEN "DEADAIR"
                           MOVE CF-NUMBER TO CF-DEADAIR-SECS
                      WHEN "FROZEN"
                           MOVE CF-NUMBER TO CF-FROZEN-SECS
                      WHEN "SOLID"
                           MOVE CF-NUMBER TO CF-SOLID-SECS
                      WHEN "BURST"
                           MOVE CF-NUMBER TO CF-BURST-FRAMES
                   END-EVALUATE
              WHEN OTHER
                   PERFORM REPORT-CONFIG-LINE
           END-EVALUATE.

       REPORT-CONFIG-LINE.
           DISPLAY "WATCHDOG: IGNORING CONFIG LINE '"
                    FUNCTION TRIM(CONFIG-LINE) "'" UPON SYSERR.

      * -----------------------------------------------------------
      * Account one stream line: a SPAN adds to the frame being
      * collected, a FRAME marker (bare or stamped) closes it.
      * -----------------------------------------------------------
       WATCH-STREAM-LINE.
           IF FUNCTION TRIM(STREAM-LINE) = "FRAME"
              OR STREAM-LINE(1:6) = "FRAME "
              PERFORM CLOSE-WATCHED-FRAME
              EXIT PARAGRAPH
           END-IF
           IF STREAM-LINE(1:5) NOT = "SPAN "
              EXIT PARAGRAPH
           END-IF

           UNSTRING STREAM-LINE DELIMITED BY ALL SPACE
               INTO SF-TAG SF-X1 SF-X2 SF-Y SF-R SF-G SF-B
           END-UNSTRING
           ADD 1 TO FR-SPANS
           COMPUTE FR-SIGNATURE = FUNCTION MOD(
               FR-SIGNATURE * 31 + SF-X1 * 7 + SF-X2 * 11
               + SF-Y * 13 + SF-R * 17 + SF-G * 19 + SF-B * 23,
               999999999989)
           IF FR-SPANS = 1
              MOVE SF-R TO FR-R
              MOVE SF-G TO FR-G
              MOVE SF-B TO FR-B
           ELSE
              IF SF-R NOT = FR-R OR SF-G NOT = FR-G
                 OR SF-B NOT = FR-B
                 MOVE 'N' TO FR-ONE-COLOR-SW
              END-IF
           END-IF
           IF SF-X2 >= SF-X1
              COMPUTE FR-PIXELS = FR-PIXELS + SF-X2 - SF-X1 + 1
           END-IF.

      * -----------------------------------------------------------
      * Keep a held line for replay. A frame too large to hold is
      * not held at all past the buffer - it is marked overflowed
      * and not replayed, since part of a frame is a corrupt one.
      * -----------------------------------------------------------
       HOLD-STREAM-LINE.
           IF HD-OVERFLOW
              EXIT PARAGRAPH
           END-IF
           IF HD-COUNT < HD-MAX
              ADD 1 TO HD-COUNT
              MOVE STREAM-LINE TO HD-LINE(HD-COUNT)
           ELSE
              SET HD-OVERFLOW TO TRUE
           END-IF.

      * -----------------------------------------------------------
      * One frame is complete: decide whether it changed the
      * screen and whether it left the wall one solid color, then
      * raise, hold or recover the incident. A frame with no spans
      * changes nothing.
      * -----------------------------------------------------------
       CLOSE-WATCHED-FRAME.
           ADD 1 TO WS-FRAMES
           PERFORM READ-WATCH-CLOCK

           MOVE 'N' TO FR-CHANGED-SW
           IF FR-SPANS > 0
              IF FR-SPANS NOT = FR-PREV-SPANS
                 OR FR-SIGNATURE NOT = FR-PREV-SIGNATURE
                 SET FR-CHANGED TO TRUE
                 MOVE WS-NOW-SECS TO WS-LAST-CHANGE-SECS
              END-IF
              MOVE FR-SPANS TO FR-PREV-SPANS
              MOVE FR-SIGNATURE TO FR-PREV-SIGNATURE

              EVALUATE TRUE
                 WHEN FR-ONE-COLOR AND FR-PIXELS >= WS-WALL-PIXELS
                      IF NOT WS-SOLID
                         OR FR-R NOT = WS-SOLID-R
                         OR FR-G NOT = WS-SOLID-G
                         OR FR-B NOT = WS-SOLID-B
                         SET WS-SOLID TO TRUE
                         MOVE FR-R TO WS-SOLID-R
                         MOVE FR-G TO WS-SOLID-G
                         MOVE FR-B TO WS-SOLID-B
                         MOVE WS-NOW-SECS TO WS-SOLID-SINCE-SECS
                      END-IF
                 WHEN WS-SOLID AND FR-ONE-COLOR
                      AND FR-R = WS-SOLID-R AND FR-G = WS-SOLID-G
                      AND FR-B = WS-SOLID-B
                      CONTINUE
                 WHEN OTHER
                      MOVE 'N' TO WS-SOLID-SW
              END-EVALUATE
           END-IF
           MOVE 0 TO FR-SPANS
           MOVE 0 TO FR-SIGNATURE
           MOVE 0 TO FR-PIXELS
           MOVE 'Y' TO FR-ONE-COLOR-SW

           EVALUATE TRUE
              WHEN WS-NO-INCIDENT
                   PERFORM CHECK-FOR-INCIDENT
              WHEN WS-INC-SOLID AND NOT WS-SOLID
                   PERFORM RECOVER-INCIDENT
              WHEN WS-INC-FROZEN AND FR-CHANGED
                   PERFORM RECOVER-INCIDENT
              WHEN OTHER
                   IF CF-FAILOVER-SLIDES AND WS-FAILOVER-UP
                      PERFORM RUN-SLIDESHOW-BURST
                   END-IF
           END-EVALUATE

           MOVE 0 TO HD-COUNT
           MOVE 'N' TO HD-OVERFLOW-SW
           IF WS-NOW-SECS NOT = WS-LAST-HB-SECS
              MOVE "RUNNING" TO HB-STATE
              PERFORM WRITE-HEARTBEAT
           END-IF.

      * -----------------------------------------------------------
      * A solid wall is the more specific fault, so it is checked
      * first (a solid wall is usually a frozen one too).
      * -----------------------------------------------------------
       CHECK-FOR-INCIDENT.
           IF WS-SOLID
              COMPUTE WS-HELD-SECS = WS-NOW-SECS - WS-SOLID-SINCE-SECS
              IF WS-HELD-SECS >= CF-SOLID-SECS
                 MOVE "SOLID" TO WS-INCIDENT-KIND
                 MOVE WS-SOLID-R TO WS-R-DISP
                 MOVE WS-SOLID-G TO WS-G-DISP
                 MOVE WS-SOLID-B TO WS-B-DISP
                 MOVE WS-HELD-SECS TO WS-SECS-DISP
                 MOVE SPACES TO WS-AUDIT-TEXT
                 STRING "INCIDENT SOLID ON "
                        FUNCTION TRIM(WS-SOURCE-NAME)
                        " - WALL ALL ONE COLOR ("
                        FUNCTION TRIM(WS-R-DISP) " "
                        FUNCTION TRIM(WS-G-DISP) " "
                        FUNCTION TRIM(WS-B-DISP) ") FOR "
                        FUNCTION TRIM(WS-SECS-DISP) " SEC"
                        DELIMITED BY SIZE INTO WS-AUDIT-TEXT
                 END-STRING
                 PERFORM RAISE-INCIDENT
                 EXIT PARAGRAPH
              END-IF
           END-IF
           COMPUTE WS-HELD-SECS = WS-NOW-SECS - WS-LAST-CHANGE-SECS
           IF WS-HELD-SECS >= CF-FROZEN-SECS
              MOVE "FROZEN" TO WS-INCIDENT-KIND
              MOVE WS-HELD-SECS TO WS-SECS-DISP
              MOVE SPACES TO WS-AUDIT-TEXT
              STRING "INCIDENT FROZEN ON "
                     FUNCTION TRIM(WS-SOURCE-NAME)
                     " - NO CHANGE FOR "
                     FUNCTION TRIM(WS-SECS-DISP) " SEC"
                     DELIMITED BY SIZE INTO WS-AUDIT-TEXT
              END-STRING
              PERFORM RAISE-INCIDENT
           END-IF.

      * -----------------------------------------------------------
      * Log the incident the caller has described in WS-AUDIT-TEXT
      * and put the failover on the wall.
      * -----------------------------------------------------------
       RAISE-INCIDENT.
           MOVE WS-NOW-SECS TO WS-INCIDENT-SECS
           ADD 1 TO WS-INCIDENTS
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "WATCHDOG: " FUNCTION TRIM(WS-AUDIT-TEXT)
                    UPON SYSERR
           PERFORM OPEN-REGISTER-INCIDENT
           PERFORM START-FAILOVER.

       RECOVER-INCIDENT.
           COMPUTE WS-DURATION-SECS = WS-NOW-SECS - WS-INCIDENT-SECS
           MOVE WS-DURATION-SECS TO WS-SECS-DISP
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "RECOVERED " FUNCTION TRIM(WS-INCIDENT-KIND)
                  " ON " FUNCTION TRIM(WS-SOURCE-NAME)
                  " AFTER " FUNCTION TRIM(WS-SECS-DISP) " SEC"
                  DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "WATCHDOG: " FUNCTION TRIM(WS-AUDIT-TEXT)
                    UPON SYSERR
           PERFORM END-REGISTER-INCIDENT
      *    a recovering frame too large to hold is not replayed in
      *    part - the source's next full frame repaints the wall
           IF HD-OVERFLOW
              MOVE HD-MAX TO WS-SECS-DISP
              MOVE SPACES TO WS-AUDIT-TEXT
              STRING "RECOVERING FRAME ON "
                     FUNCTION TRIM(WS-SOURCE-NAME) " OVER "
                     FUNCTION TRIM(WS-SECS-DISP)
                     " LINES - NOT REPLAYED, NEXT FRAME REPAINTS"
                     DELIMITED BY SIZE INTO WS-AUDIT-TEXT
              END-STRING
              PERFORM WRITE-AUDIT-RECORD
           ELSE
              PERFORM VARYING HD-I FROM 1 BY 1 UNTIL HD-I > HD-COUNT
                 DISPLAY HD-LINE(HD-I)
              END-PERFORM
           END-IF
           MOVE 0 TO HD-COUNT
           MOVE 'N' TO HD-OVERFLOW-SW
           MOVE SPACES TO WS-INCIDENT-KIND
           MOVE 'N' TO WS-FAILOVER-SW
           MOVE 'N' TO WS-SOLID-SW
           MOVE WS-NOW-SECS TO WS-LAST-CHANGE-SECS.

      * -----------------------------------------------------------
      * Put the incident just raised on the register: a STREAM
      * fault on the current wall, severity 1 for a dark or blank
      * wall and 2 for a frozen one. Dead air started with the last
      * FRAME marker the heartbeat saw; the others start now. The
      * same fault still open from an earlier raise is not opened
      * again.
      * -----------------------------------------------------------
       OPEN-REGISTER-INCIDENT.
           MOVE 0 TO WS-REGISTER-ID
           IF NOT CF-REGISTER-INCIDENTS
              EXIT PARAGRAPH
           END-IF
           MOVE 'O' TO IL-FUNCTION
           MOVE "STREAM" TO IL-CATEGORY
           IF WS-INC-FROZEN
              MOVE 2 TO IL-SEVERITY
           ELSE
              MOVE 1 TO IL-SEVERITY
           END-IF
           MOVE SPACES TO IL-WALL
           MOVE SPACES TO IL-TILE
           MOVE "WATCHDOG" TO IL-OPENED-BY
           MOVE SPACES TO IL-FROM-STAMP
           IF WS-INC-DEAD-AIR
              STRING HB-DATE HB-TIME
                     DELIMITED BY SIZE INTO IL-FROM-STAMP
              END-STRING
           END-IF
           MOVE SPACES TO IL-CAPTURE
           MOVE WS-AUDIT-TEXT(10:60) TO IL-SUMMARY
           MOVE WS-AUDIT-TEXT TO IL-NOTE
           CALL 'INCLOG' USING INCLOG-ARGS
           MOVE SPACES TO WS-AUDIT-TEXT
           EVALUATE TRUE
              WHEN IL-OK
                   MOVE IL-ID TO WS-REGISTER-ID
                   STRING "INCIDENT REGISTER #" IL-ID " OPENED FOR "
                          FUNCTION TRIM(WS-INCIDENT-KIND)
                          " ON " FUNCTION TRIM(WS-SOURCE-NAME)
                          DELIMITED BY SIZE INTO WS-AUDIT-TEXT
                   END-STRING
              WHEN IL-ALREADY-OPEN
                   STRING "INCIDENT REGISTER #" IL-ID
                          " STILL OPEN FOR THIS FAULT - NOT REOPENED"
                          DELIMITED BY SIZE INTO WS-AUDIT-TEXT
                   END-STRING
              WHEN OTHER
                   MOVE "UNABLE TO WRITE INCIDENTS.DAT"
                     TO WS-AUDIT-TEXT
           END-EVALUATE
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "WATCHDOG: " FUNCTION TRIM(WS-AUDIT-TEXT)
                    UPON SYSERR.

      * -----------------------------------------------------------
      * End the register incident's window at recovery (or end of
      * stream), noting the recovery line in WS-AUDIT-TEXT.
      * -----------------------------------------------------------
       END-REGISTER-INCIDENT.
           IF WS-REGISTER-ID = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 'E' TO IL-FUNCTION
           MOVE WS-REGISTER-ID TO IL-ID
           MOVE "WATCHDOG" TO IL-OPENED-BY
           MOVE WS-AUDIT-TEXT TO IL-NOTE
           CALL 'INCLOG' USING INCLOG-ARGS
           MOVE 0 TO WS-REGISTER-ID.

      * -----------------------------------------------------------
      * Switch the wall to the failover. A safe image must pass the
      * sign-off gate like anything else that airs; if it cannot,
      * the source stays on the wall and the refusal is logged. A
      * playlist is left to SLIDESHOW, which gates its own images.
      * -----------------------------------------------------------
       START-FAILOVER.
           MOVE 'N' TO WS-FAILOVER-SW
           IF CF-FAILOVER-SLIDES
              SET WS-FAILOVER-UP TO TRUE
              MOVE SPACES TO WS-AUDIT-TEXT
              STRING "FAILOVER TO SLIDESHOW "
                     FUNCTION TRIM(CF-FAILOVER-FILE)
                     DELIMITED BY SIZE INTO WS-AUDIT-TEXT
              END-STRING
              PERFORM WRITE-AUDIT-RECORD
              PERFORM RUN-SLIDESHOW-BURST
              EXIT PARAGRAPH
           END-IF

           MOVE 'C' TO SC-FUNCTION
           MOVE CF-FAILOVER-FILE TO SC-FILE-NAME
           MOVE "WATCHDOG" TO SC-PROGRAM
           CALL 'SIGNCHK' USING SIGNCHK-ARGS
           IF NOT SC-APPROVED
              MOVE SPACES TO WS-AUDIT-TEXT
              STRING "FAILOVER REFUSED - "
                     FUNCTION TRIM(CF-FAILOVER-FILE) " "
                     FUNCTION TRIM(SC-REASON)
                     DELIMITED BY SIZE INTO WS-AUDIT-TEXT
              END-STRING
              PERFORM WRITE-AUDIT-RECORD
              EXIT PARAGRAPH
           END-IF
           MOVE 'LOAD' TO GFX-OPCODE
           MOVE CF-FAILOVER-FILE TO GFX-IMAGE-FILE
           CALL 'GRAPHICS' USING GFX-ARGS
           IF GFX-STATUS NOT = 0
              MOVE SPACES TO WS-AUDIT-TEXT
              STRING "FAILOVER REFUSED - "
                     FUNCTION TRIM(CF-FAILOVER-FILE)
                     " WOULD NOT LOAD, STATUS " GFX-STATUS
                     DELIMITED BY SIZE INTO WS-AUDIT-TEXT
              END-STRING
              PERFORM WRITE-AUDIT-RECORD
              EXIT PARAGRAPH
           END-IF
           MOVE 'SYNC' TO GFX-OPCODE
           CALL 'GRAPHICS' USING GFX-ARGS
           SET WS-FAILOVER-UP TO TRUE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "FAILOVER TO IMAGE " FUNCTION TRIM(CF-FAILOVER-FILE)
                  DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-RECORD.

      * -----------------------------------------------------------
      * One bounded SLIDESHOW run on this program's stdout. The
      * source waits in the pipe meanwhile; its next frame decides
      * whether another burst is needed.
      * -----------------------------------------------------------
       RUN-SLIDESHOW-BURST.
           MOVE SPACES TO WS-COMMAND
           STRING "./SLIDESHOW " FUNCTION TRIM(CF-BURST-FRAMES) " "
                  FUNCTION TRIM(CF-FAILOVER-FILE)
                  DELIMITED BY SIZE INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-LAST-RC
           IF WS-LAST-RC > 255
              DIVIDE WS-LAST-RC BY 256 GIVING WS-LAST-RC
           END-IF
           IF WS-LAST-RC NOT = 0
              MOVE SPACES TO WS-AUDIT-TEXT
              STRING "FAILOVER SLIDESHOW ENDED RC "
                     FUNCTION TRIM(WS-LAST-RC)
                     DELIMITED BY SIZE INTO WS-AUDIT-TEXT
              END-STRING
              PERFORM WRITE-AUDIT-RECORD
              MOVE 'N' TO WS-FAILOVER-SW
           END-IF.

      * -----------------------------------------------------------
      * WATCH mode: poll the tap's heartbeat. A running stream
      * whose last FRAME marker is older than the dead-air limit
      * raises DEAD-AIR and airs the failover here; a fresh
      * heartbeat, or one saying the stream ended, recovers it. An
      * unreadable heartbeat decides nothing either way.
      * -----------------------------------------------------------
       WATCH-HEARTBEAT.
           MOVE "WATCH" TO WS-SOURCE-NAME
           PERFORM UNTIL WS-CYCLE-BUDGET > 0
                   AND WS-CYCLE-COUNT >= WS-CYCLE-BUDGET
              ADD 1 TO WS-CYCLE-COUNT
              PERFORM CHECK-HEARTBEAT
              IF WS-CYCLE-BUDGET = 0
                 OR WS-CYCLE-COUNT < WS-CYCLE-BUDGET
                 PERFORM WAIT-FOR-NEXT-POLL
              END-IF
           END-PERFORM
           DISPLAY "WATCHDOG: " WS-INCIDENTS " DEAD-AIR INCIDENT(S) "
                    "OVER " WS-CYCLE-COUNT " POLL(S)" UPON SYSERR.

       CHECK-HEARTBEAT.
           OPEN INPUT HEARTBEAT-FILE
           IF WS-HB-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ HEARTBEAT-FILE
              AT END
                 MOVE SPACES TO HEARTBEAT-REC
           END-READ
           CLOSE HEARTBEAT-FILE
           IF NOT (HB-RUNNING OR HB-ENDED) OR HB-SECS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           IF HB-SOURCE NOT = SPACES
              MOVE HB-SOURCE TO WS-SOURCE-NAME
           END-IF

           PERFORM READ-WATCH-CLOCK
           IF WS-NOW-SECS > HB-SECS
              COMPUTE WS-HELD-SECS = WS-NOW-SECS - HB-SECS
           ELSE
              MOVE 0 TO WS-HELD-SECS
           END-IF

           IF HB-RUNNING AND WS-HELD-SECS >= CF-DEADAIR-SECS
              IF WS-NO-INCIDENT
                 MOVE "DEAD-AIR" TO WS-INCIDENT-KIND
                 MOVE WS-HELD-SECS TO WS-SECS-DISP
                 MOVE SPACES TO WS-AUDIT-TEXT
                 STRING "INCIDENT DEAD-AIR ON "
                        FUNCTION TRIM(WS-SOURCE-NAME)
                        " - NO FRAME FOR "
                        FUNCTION TRIM(WS-SECS-DISP) " SEC (LAST AT "
                        HB-TIME ")"
                        DELIMITED BY SIZE INTO WS-AUDIT-TEXT
                 END-STRING
                 PERFORM RAISE-INCIDENT
              ELSE
                 IF CF-FAILOVER-SLIDES AND WS-FAILOVER-UP
                    PERFORM RUN-SLIDESHOW-BURST
                 END-IF
              END-IF
              EXIT PARAGRAPH
           END-IF

           IF WS-INC-DEAD-AIR
              PERFORM RECOVER-INCIDENT
           END-IF.

       WAIT-FOR-NEXT-POLL.
           PERFORM GET-CLOCK-HS
           MOVE WS-TICK-TOTAL-HS TO WS-FRAME-START-HS
           COMPUTE WS-FRAME-TARGET-HS = WS-INTERVAL-SECS * 100
           PERFORM WAIT-FOR-FRAME-TICK.

      * -----------------------------------------------------------
      * Overwrite the heartbeat with the state in HB-STATE and the
      * current stamp.
      * -----------------------------------------------------------
       WRITE-HEARTBEAT.
           PERFORM READ-WATCH-CLOCK
           MOVE WS-NOW-SECS TO WS-LAST-HB-SECS
           OPEN OUTPUT HEARTBEAT-FILE
           IF WS-HB-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-TICK-STAMP(1:8) TO HB-DATE
           MOVE WS-TICK-STAMP(9:6) TO HB-TIME
           MOVE WS-NOW-SECS TO HB-SECS
           MOVE WS-FRAMES TO HB-FRAMES
           MOVE WS-SOURCE-NAME TO HB-SOURCE
           WRITE HEARTBEAT-REC
           CLOSE HEARTBEAT-FILE.

      * -----------------------------------------------------------
      * The wall clock in whole seconds from the INTEGER-OF-DATE
      * day number.
      * -----------------------------------------------------------
       READ-WATCH-CLOCK.
           PERFORM GET-CLOCK-HS
           COMPUTE WS-NOW-SECS = WS-TICK-TOTAL-HS / 100.

      * -----------------------------------------------------------
      * The playlist name ends up on a CALL "SYSTEM" command line,
      * so only letters, digits, dot, dash and underscore are
      * allowed through.
      * -----------------------------------------------------------
       VALIDATE-SAFE-ARGS.
           SET WS-ARGS-VALID TO TRUE
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 100
              MOVE WS-COMMAND(WS-SCAN-POS:1) TO WS-SCAN-CHAR
              IF WS-SCAN-CHAR NOT = SPACE
                 AND WS-SCAN-CHAR NOT ALPHABETIC
                 AND (WS-SCAN-CHAR < '0' OR WS-SCAN-CHAR > '9')
                 AND WS-SCAN-CHAR NOT = '.'
                 AND WS-SCAN-CHAR NOT = '-'
                 AND WS-SCAN-CHAR NOT = '_'
                 MOVE 'N' TO WS-ARGS-VALID-SW
              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * Append one stamped line to the shared AUDIT.LOG.
      * -----------------------------------------------------------
       WRITE-AUDIT-RECORD.
           MOVE 'C' TO OC-FUNCTION
           CALL 'OPERCHK' USING OPERCHK-ARGS
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
              MOVE SPACES TO AUDIT-LINE
              STRING FUNCTION CURRENT-DATE(1:8) " "
                     FUNCTION CURRENT-DATE(9:6)
                     " WATCHDOG " FUNCTION TRIM(WS-AUDIT-TEXT)
                     " " FUNCTION TRIM(OC-AUDIT-TAG)
                     DELIMITED BY SIZE INTO AUDIT-LINE
              END-STRING
              WRITE AUDIT-LINE
              CLOSE AUDIT-FILE
           END-IF.

      * -----------------------------------------------------------
      * The current wall's heartbeat and configuration, through the
      * site wall registry; a single-wall site resolves both to the
      * working directory. A configuration named on the command
      * line replaces the wall's.
      * -----------------------------------------------------------
       RESOLVE-WALL-FILES.
           MOVE 'F' TO WG-FUNCTION
           MOVE SPACES TO WG-WALL-ID
           MOVE "WATCHDOG.HB" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-FILE-NAME TO WS-HB-FILE-NAME
           MOVE 'F' TO WG-FUNCTION
           MOVE SPACES TO WG-WALL-ID
           MOVE "WATCHDOG.CFG" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-FILE-NAME TO WS-CONFIG-FILE-NAME.

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
