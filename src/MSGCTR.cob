      *****************************************************************
      * MSGCTR: the announcement message center. Every announcement
      * is kept on the master file MSGCTR.DAT (see MSGREC.cpy) with
      * the date-time it goes up and comes down, its priority, the
      * wall (or every wall) and tile it is for, its color and who
      * entered it, and the live banner files are generated from
      * whatever is in effect - so yesterday's notice comes down on
      * its own instead of when somebody remembers to delete it.
      * Functions:
      *   MSGCTR ADD "<text>" <start YYYYMMDDHHMM|NOW>
      *       <end YYYYMMDDHHMM> [priority 1-9] [wall[:tile]|ALL|-]
      *       [r,g,b] [T|C|B] [speed]
      *       priority defaults to 5 (1 is highest), the wall to the
      *       current one (ALL = every wall, tile 0 = the whole
      *       wall), the color to 255,255,0, the output to B (T
      *       ticker only, C clock banner only) and the speed to 2
      *       ("-" also takes the default)
      *   MSGCTR CHANGE <id> TEXT|START|END|PRIORITY|WALL|COLOR|
      *       OUTPUT|SPEED <value>
      *   MSGCTR WITHDRAW <id> ["<reason>"]
      *   MSGCTR LIST [ALL]           current and coming messages
      *                               (ALL: every one on file)
      *   MSGCTR GENERATE [wall|-|ALL] [report|NONE]
      *       rebuild the live files of one wall (- the current
      *       wall) or of every wall in service (the default), and
      *       write MSGCTR.RPT: what is in effect, what came down
      *       in the last 24 hours, what goes up in the next 24,
      *       and the messages too long for TICKER-MSG-TEXT
      * A wall's live files are its TICKER.DAT (the messages in
      * effect for the whole wall, highest priority first) and its
      * WALLCLOCK.TXT (the top one; see BANNERREC.cpy), plus a
      * TICKERn.DAT and WALLCLOCKn.TXT for each tile n of its
      * WALL.DAT, which also carry the tile's own messages - for
      * a tile whose WALL.DAT arguments name them. Lines other
      * programs put in a live file (a KPIWATCH trip message, a
      * hand-written banner) are kept ahead of or beneath the
      * announcements: what MSGCTR wrote last time is kept beside
      * the live file (TICKER.MSG, WALLCLOCK.MSG, ...) so it knows
      * which lines are its own. Each file is written aside and
      * renamed into place, and only when it changes. SCHEDULER
      * runs GENERATE for its wall on its scans; the batch runs it
      * for every wall. Changes need the OPERATOR role (see
      * OPERCHKARGS.cpy) and are appended to AUDIT.LOG.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGCTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSG-FILE ASSIGN TO "MSGCTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSG-STATUS.

           SELECT LIVE-FILE ASSIGN TO DYNAMIC WS-LIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT OWN-FILE ASSIGN TO DYNAMIC WS-OWN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWN-STATUS.

           SELECT STAGE-FILE ASSIGN TO DYNAMIC WS-STAGE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

           SELECT LAYOUT-FILE ASSIGN TO DYNAMIC WS-LAYOUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MSG-FILE.
           COPY MSGREC.

       FD  LIVE-FILE.
       01  LIVE-LINE              PIC X(40).

       FD  OWN-FILE.
       01  OWN-LINE               PIC X(40).

       FD  STAGE-FILE.
       01  STAGE-LINE             PIC X(40).

       FD  LAYOUT-FILE.
           COPY WALLCTLREC.

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(132).

       FD  AUDIT-FILE.
       01  AUDIT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  MSGCTR-VARS.
           05  WS-FUNCTION-ARG    PIC X(10)  VALUE SPACES.
           05  WS-ID-ARG          PIC X(8)   VALUE SPACES.
           05  WS-ID-NUM          PIC 9(6)   VALUE 0.
           05  WS-TEXT-ARG        PIC X(80)  VALUE SPACES.
           05  WS-START-ARG       PIC X(12)  VALUE SPACES.
           05  WS-END-ARG         PIC X(12)  VALUE SPACES.
           05  WS-PRIORITY-ARG    PIC X(4)   VALUE SPACES.
           05  WS-WALL-ARG        PIC X(12)  VALUE SPACES.
           05  WS-COLOR-ARG       PIC X(12)  VALUE SPACES.
           05  WS-OUTPUT-ARG      PIC X(4)   VALUE SPACES.
           05  WS-SPEED-ARG       PIC X(4)   VALUE SPACES.
           05  WS-FIELD-ARG       PIC X(10)  VALUE SPACES.
           05  WS-VALUE-ARG       PIC X(80)  VALUE SPACES.
           05  WS-REPORT-ARG      PIC X(100) VALUE SPACES.
           05  WS-REPORT-FILE-NAME PIC X(100) VALUE "MSGCTR.RPT".
           05  WS-LIVE-FILE-NAME  PIC X(100).
           05  WS-OWN-FILE-NAME   PIC X(100).
           05  WS-STAGE-FILE-NAME PIC X(100).
           05  WS-LAYOUT-FILE-NAME PIC X(100).
           05  WS-MSG-STATUS      PIC X(2).
           05  WS-LIVE-STATUS     PIC X(2).
           05  WS-OWN-STATUS      PIC X(2).
           05  WS-STAGE-STATUS    PIC X(2).
           05  WS-LAYOUT-STATUS   PIC X(2).
           05  WS-REPORT-STATUS   PIC X(2).
           05  WS-AUDIT-STATUS    PIC X(2).
           05  WS-RENAME-RC       PIC S9(9).
           05  WS-EOF-SW          PIC X.
               88  WS-EOF             VALUE 'Y'.
           05  WS-ARG-OK-SW       PIC X.
               88  WS-ARG-OK          VALUE 'Y'.
           05  WS-PROBLEMS        PIC 9(4)   VALUE 0.
           05  WS-TODAY           PIC X(8).
           05  WS-NOW-TIME        PIC X(6).
           05  WS-NOW-STAMP       PIC X(12).
           05  WS-NOW-MINS        PIC 9(12).
           05  WS-NUM-WORK        PIC S9(9).
           05  WS-AUDIT-TEXT      PIC X(110).
           05  WS-SHOWN           PIC 9(4).
           05  WS-TEXT-LEN        PIC 9(3).

      * Date-time stamp checking and conversion to minutes, so
      * "within 24 hours" is plain subtraction across midnight and
      * month ends.
       01  STAMP-VARS.
           05  WS-CHECK-STAMP     PIC X(12).
           05  WS-STAMP-DATE-NUM  PIC 9(8).
           05  WS-STAMP-HH        PIC 9(2).
           05  WS-STAMP-MM        PIC 9(2).
           05  WS-STAMP-MINS      PIC 9(12).
           05  WS-STAMP-OK-SW     PIC X.
               88  WS-STAMP-OK        VALUE 'Y'.
           05  WS-START-MINS      PIC 9(12).
           05  WS-END-MINS        PIC 9(12).

      * Field values before and after a CHANGE, for the audit line.
       01  CHANGE-VARS.
           05  WS-FIELD-TEXT      PIC X(60).
           05  WS-OLD-TEXT        PIC X(60).
           05  WS-NEW-TEXT        PIC X(60).
           05  WS-TARGET-TEXT     PIC X(12).
           05  WS-COLOR-PART      PIC X(4)   OCCURS 3 TIMES.
           05  WS-COLOR-NUM       PIC 9(3)   OCCURS 3 TIMES.
           05  WS-COLOR-I         PIC 9.
           05  WS-WALL-PART       PIC X(8).
           05  WS-TILE-PART       PIC X(4).

      * The master file held in memory so an entry can be changed
      * in place and the whole file rewritten.
       01  MSG-TABLE-VARS.
           05  MT-COUNT           PIC 9(4) VALUE 0.
           05  MT-MAX             PIC 9(4) VALUE 500.
           05  MT-I               PIC 9(4).
           05  MT-FOUND           PIC 9(4).
           05  MT-HIGH-ID         PIC 9(6).
           05  MT-ENTRY OCCURS 500 TIMES.
               10  MT-REC         PIC X(129).

      * The messages in effect on the wall being generated, as
      * slots in MT-ENTRY in airing order: priority, then start,
      * then entry number.
       01  IN-EFFECT-VARS.
           05  IE-COUNT           PIC 9(4) VALUE 0.
           05  IE-I               PIC 9(4).
           05  IE-J               PIC 9(4).
           05  IE-NEW-KEY         PIC X(19).
           05  IE-ENTRY OCCURS 500 TIMES.
               10  IE-KEY         PIC X(19).
               10  IE-SLOT        PIC 9(4).

      * The wall being generated, its tile count, and the one live
      * file being rebuilt: the lines it holds now, the lines
      * MSGCTR wrote into it last time, and the lines it gets.
       01  GENERATE-VARS.
           05  WS-GEN-ALL-SW      PIC X VALUE 'N'.
               88  WS-GEN-ALL         VALUE 'Y'.
           05  WS-GEN-WALL        PIC X(8).
           05  WS-WALK-INDEX      PIC 9(4).
           05  WS-WALLS-DONE      PIC 9(4) VALUE 0.
           05  WS-TILES           PIC 9.
           05  WS-TARGET-TILE     PIC 9.
           05  WS-TARGET-KIND     PIC X.
               88  WS-KIND-TICKER     VALUE 'T'.
               88  WS-KIND-CLOCK      VALUE 'C'.
           05  WS-FILES-WRITTEN   PIC 9(4) VALUE 0.
           05  WS-SAME-SW         PIC X.
               88  WS-SAME            VALUE 'Y'.
           05  WS-NO-REPORT-SW    PIC X VALUE 'N'.
               88  WS-NO-REPORT       VALUE 'Y'.
           05  LV-COUNT           PIC 9(2).
           05  LV-I               PIC 9(2).
           05  LV-LINE            PIC X(40) OCCURS 60 TIMES.
           05  LV-OWN-SW          PIC X     OCCURS 60 TIMES.
           05  OW-COUNT           PIC 9(2).
           05  OW-I               PIC 9(2).
           05  OW-LINE            PIC X(40) OCCURS 60 TIMES.
           05  OW-USED-SW         PIC X     OCCURS 60 TIMES.
           05  NW-COUNT           PIC 9(2).
           05  NW-I               PIC 9(2).
           05  NW-LINE            PIC X(40) OCCURS 60 TIMES.
           05  NM-COUNT           PIC 9(2).
           05  NM-I               PIC 9(2).
           05  NM-LINE            PIC X(40) OCCURS 60 TIMES.

      * Report section counters.
       01  REPORT-COUNTS.
           05  WS-IN-EFFECT-TOTAL PIC 9(4) VALUE 0.
           05  WS-EXPIRED-COUNT   PIC 9(4) VALUE 0.
           05  WS-STARTING-COUNT  PIC 9(4) VALUE 0.
           05  WS-TOO-LONG-COUNT  PIC 9(4) VALUE 0.
           05  WS-SECTION         PIC X(8).
           05  WS-SECTION-HITS    PIC 9(4).
           05  WS-IN-SCOPE-SW     PIC X.
               88  WS-IN-SCOPE        VALUE 'Y'.

       01  LIST-DISPLAY-VARS.
           05  WS-STATE-TEXT      PIC X(9).
           05  WS-COUNT-DISP      PIC Z(3)9.
           05  WS-LEN-DISP        PIC Z9.

           COPY TICKERREC.
           COPY BANNERREC.
           COPY SETTINGS.
           COPY OPERCHKARGS.
           COPY WALLREGARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-FUNCTION-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION-ARG) TO WS-FUNCTION-ARG

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP TO WS-CHECK-STAMP
           PERFORM STAMP-TO-MINUTES
           MOVE WS-STAMP-MINS TO WS-NOW-MINS

           EVALUATE FUNCTION TRIM(WS-FUNCTION-ARG)
              WHEN "ADD"
                   PERFORM DO-ADD
              WHEN "CHANGE"
                   PERFORM DO-CHANGE
              WHEN "WITHDRAW"
                   PERFORM DO-WITHDRAW
              WHEN "LIST"
                   PERFORM DO-LIST
              WHEN "GENERATE"
                   PERFORM DO-GENERATE
              WHEN OTHER
                   DISPLAY "MSGCTR: USAGE: MSGCTR ADD TEXT START END "
                           "[PRIORITY] [WALL[:TILE]|ALL] [R,G,B] "
                           "[T|C|B] [SPEED] | CHANGE ID FIELD VALUE |"
                           " WITHDRAW ID [REASON] | LIST [ALL] | "
                           "GENERATE [WALL|ALL] [RPT|NONE]" UPON SYSERR
                   STOP RUN RETURNING 1
           END-EVALUATE

           IF WS-PROBLEMS > 0
              STOP RUN RETURNING 1
           END-IF
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * ADD: a new announcement. One that has already ended is
      * refused; one longer than the ticker can stamp is taken
      * with a warning, and shows in the GENERATE report.
      * -----------------------------------------------------------
       DO-ADD.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-TEXT-ARG FROM ARGUMENT-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-START-ARG FROM ARGUMENT-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-END-ARG FROM ARGUMENT-VALUE
           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-PRIORITY-ARG FROM ARGUMENT-VALUE
           DISPLAY 6 UPON ARGUMENT-NUMBER
           ACCEPT WS-WALL-ARG FROM ARGUMENT-VALUE
           DISPLAY 7 UPON ARGUMENT-NUMBER
           ACCEPT WS-COLOR-ARG FROM ARGUMENT-VALUE
           DISPLAY 8 UPON ARGUMENT-NUMBER
           ACCEPT WS-OUTPUT-ARG FROM ARGUMENT-VALUE
           DISPLAY 9 UPON ARGUMENT-NUMBER
           ACCEPT WS-SPEED-ARG FROM ARGUMENT-VALUE

           PERFORM LOAD-MESSAGE-TABLE
           IF MT-COUNT >= MT-MAX
              DISPLAY "MSGCTR: MESSAGE FILE IS FULL AT " MT-MAX
                      " MESSAGES" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO MSG-REC
           MOVE WS-TEXT-ARG TO WS-VALUE-ARG
           PERFORM TAKE-TEXT-VALUE
           IF NOT WS-ARG-OK
              EXIT PARAGRAPH
           END-IF
           MOVE WS-START-ARG TO WS-VALUE-ARG
           PERFORM TAKE-START-VALUE
           IF NOT WS-ARG-OK
              EXIT PARAGRAPH
           END-IF
           MOVE WS-END-ARG TO WS-VALUE-ARG
           PERFORM TAKE-END-VALUE
           IF NOT WS-ARG-OK
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PRIORITY-ARG TO WS-VALUE-ARG
           PERFORM TAKE-PRIORITY-VALUE
           IF NOT WS-ARG-OK
              EXIT PARAGRAPH
           END-IF
           MOVE WS-WALL-ARG TO WS-VALUE-ARG
           PERFORM TAKE-WALL-VALUE
           IF NOT WS-ARG-OK
              EXIT PARAGRAPH
           END-IF
           MOVE WS-COLOR-ARG TO WS-VALUE-ARG
           PERFORM TAKE-COLOR-VALUE
           IF NOT WS-ARG-OK
              EXIT PARAGRAPH
           END-IF
           MOVE WS-OUTPUT-ARG TO WS-VALUE-ARG
           PERFORM TAKE-OUTPUT-VALUE
           IF NOT WS-ARG-OK
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SPEED-ARG TO WS-VALUE-ARG
           PERFORM TAKE-SPEED-VALUE
           IF NOT WS-ARG-OK
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-WINDOW
           IF NOT WS-ARG-OK
              EXIT PARAGRAPH
           END-IF

           MOVE 2 TO OC-NEED-LEVEL
           MOVE "MESSAGE CENTER ADD" TO OC-ACTION
           PERFORM CHECK-OPERATOR
           IF NOT OC-OK
              EXIT PARAGRAPH
           END-IF

           COMPUTE MSG-ID = MT-HIGH-ID + 1
           MOVE 'A' TO MSG-STATE
           MOVE OC-OPER-ID TO MSG-AUTHOR
           MOVE WS-TODAY TO MSG-ENTERED-DATE
           ADD 1 TO MT-COUNT
           MOVE MSG-REC TO MT-REC(MT-COUNT)
           PERFORM REWRITE-MESSAGE-FILE
           MOVE MT-REC(MT-COUNT) TO MSG-REC

           PERFORM SET-TARGET-TEXT
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "MSG " MSG-ID " ADDED P" MSG-PRIORITY " "
                  FUNCTION TRIM(WS-TARGET-TEXT) " "
                  MSG-START-STAMP "-" MSG-END-STAMP " '"
                  FUNCTION TRIM(MSG-TEXT) "'"
                  DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM AUDIT-MESSAGE-CHANGE
           PERFORM WARN-IF-TOO-LONG.

      * -----------------------------------------------------------
      * CHANGE: one field of an announcement still on the air or
      * still to come.
      * -----------------------------------------------------------
       DO-CHANGE.
           PERFORM TAKE-ID-ARG
           IF WS-ID-NUM = 0
              EXIT PARAGRAPH
           END-IF
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-FIELD-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-FIELD-ARG) TO WS-FIELD-ARG
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-VALUE-ARG FROM ARGUMENT-VALUE
           PERFORM LOAD-MESSAGE-ENTRY
           IF MT-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           IF MSG-WITHDRAWN
              DISPLAY "MSGCTR: MESSAGE " MSG-ID " IS WITHDRAWN"
                      UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF

           PERFORM SET-FIELD-TEXT
           MOVE WS-FIELD-TEXT TO WS-OLD-TEXT
           EVALUATE FUNCTION TRIM(WS-FIELD-ARG)
              WHEN "TEXT"
                   PERFORM TAKE-TEXT-VALUE
              WHEN "START"
                   PERFORM TAKE-START-VALUE
              WHEN "END"
                   PERFORM TAKE-END-VALUE
              WHEN "PRIORITY"
                   PERFORM TAKE-PRIORITY-VALUE
              WHEN "WALL"
                   PERFORM TAKE-WALL-VALUE
              WHEN "COLOR"
                   PERFORM TAKE-COLOR-VALUE
              WHEN "OUTPUT"
                   PERFORM TAKE-OUTPUT-VALUE
              WHEN "SPEED"
                   PERFORM TAKE-SPEED-VALUE
              WHEN OTHER
                   DISPLAY "MSGCTR: CHANGE FIELD MUST BE TEXT, START,"
                           " END, PRIORITY, WALL, COLOR, OUTPUT OR "
                           "SPEED" UPON SYSERR
                   ADD 1 TO WS-PROBLEMS
                   MOVE 'N' TO WS-ARG-OK-SW
           END-EVALUATE
           IF NOT WS-ARG-OK
              EXIT PARAGRAPH
           END-IF
           IF WS-FIELD-ARG = "START" OR WS-FIELD-ARG = "END"
              PERFORM CHECK-WINDOW
              IF NOT WS-ARG-OK
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM SET-FIELD-TEXT
           MOVE WS-FIELD-TEXT TO WS-NEW-TEXT

           MOVE 2 TO OC-NEED-LEVEL
           MOVE "MESSAGE CENTER CHANGE" TO OC-ACTION
           PERFORM CHECK-OPERATOR
           IF NOT OC-OK
              EXIT PARAGRAPH
           END-IF

           MOVE MSG-REC TO MT-REC(MT-FOUND)
           PERFORM REWRITE-MESSAGE-FILE
           MOVE MT-REC(MT-FOUND) TO MSG-REC
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "MSG " MSG-ID " CHANGED "
                  FUNCTION TRIM(WS-FIELD-ARG) " FROM '"
                  FUNCTION TRIM(WS-OLD-TEXT) "' TO '"
                  FUNCTION TRIM(WS-NEW-TEXT) "'"
                  DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM AUDIT-MESSAGE-CHANGE
           IF WS-FIELD-ARG = "TEXT"
              PERFORM WARN-IF-TOO-LONG
           END-IF.

      * -----------------------------------------------------------
      * WITHDRAW: take an announcement down before its end; the
      * entry stays on file for the record.
      * -----------------------------------------------------------
       DO-WITHDRAW.
           PERFORM TAKE-ID-ARG
           IF WS-ID-NUM = 0
              EXIT PARAGRAPH
           END-IF
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-TEXT-ARG FROM ARGUMENT-VALUE
           PERFORM LOAD-MESSAGE-ENTRY
           IF MT-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           IF MSG-WITHDRAWN
              DISPLAY "MSGCTR: MESSAGE " MSG-ID
                      " IS ALREADY WITHDRAWN" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF

           MOVE 2 TO OC-NEED-LEVEL
           MOVE "MESSAGE CENTER WITHDRAW" TO OC-ACTION
           PERFORM CHECK-OPERATOR
           IF NOT OC-OK
              EXIT PARAGRAPH
           END-IF

           MOVE 'W' TO MSG-STATE
           MOVE MSG-REC TO MT-REC(MT-FOUND)
           PERFORM REWRITE-MESSAGE-FILE
           MOVE MT-REC(MT-FOUND) TO MSG-REC
           MOVE SPACES TO WS-AUDIT-TEXT
           IF WS-TEXT-ARG = SPACES
              STRING "MSG " MSG-ID " WITHDRAWN '"
                     FUNCTION TRIM(MSG-TEXT) "'"
                     DELIMITED BY SIZE INTO WS-AUDIT-TEXT
              END-STRING
           ELSE
              STRING "MSG " MSG-ID " WITHDRAWN - "
                     FUNCTION TRIM(WS-TEXT-ARG)
                     DELIMITED BY SIZE INTO WS-AUDIT-TEXT
              END-STRING
           END-IF
           PERFORM AUDIT-MESSAGE-CHANGE.

      * -----------------------------------------------------------
      * LIST: the announcements on the air or still to come, in
      * entry order (ALL: every one on file).
      * -----------------------------------------------------------
       DO-LIST.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-WALL-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-WALL-ARG) TO WS-WALL-ARG
           PERFORM LOAD-MESSAGE-TABLE
           MOVE 0 TO WS-SHOWN
           PERFORM VARYING MT-I FROM 1 BY 1 UNTIL MT-I > MT-COUNT
              MOVE MT-REC(MT-I) TO MSG-REC
              IF WS-WALL-ARG = "ALL"
                 OR (MSG-ACTIVE AND MSG-END-STAMP > WS-NOW-STAMP)
                 ADD 1 TO WS-SHOWN
                 PERFORM SET-STATE-TEXT
                 PERFORM SET-TARGET-TEXT
                 DISPLAY MSG-ID " " WS-STATE-TEXT " "
                         MSG-START-STAMP " " MSG-END-STAMP " P"
                         MSG-PRIORITY " " WS-TARGET-TEXT " "
                         MSG-OUTPUT " " MSG-AUTHOR " "
                         FUNCTION TRIM(MSG-TEXT)
              END-IF
           END-PERFORM
           IF WS-SHOWN = 0
              DISPLAY "MSGCTR: NO MESSAGES TO LIST"
           END-IF.

      * -----------------------------------------------------------
      * GENERATE: rebuild the live banner files of one wall or of
      * every wall in service, then write the report. With no
      * message file at all nothing is touched - a site that does
      * not use the message center keeps its files as they are.
      * With no report (SCHEDULER's run every scan) it says
      * nothing unless it rewrote a file.
      * -----------------------------------------------------------
       DO-GENERATE.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-WALL-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-WALL-ARG) TO WS-WALL-ARG
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-REPORT-ARG FROM ARGUMENT-VALUE
           IF FUNCTION UPPER-CASE(WS-REPORT-ARG) = "NONE"
              SET WS-NO-REPORT TO TRUE
           ELSE
              IF WS-REPORT-ARG NOT = SPACES
                 MOVE WS-REPORT-ARG TO WS-REPORT-FILE-NAME
              END-IF
           END-IF

           OPEN INPUT MSG-FILE
           IF WS-MSG-STATUS NOT = "00"
              IF NOT WS-NO-REPORT
                 DISPLAY "MSGCTR: NO MSGCTR.DAT - NOTHING GENERATED"
                         UPON SYSERR
              END-IF
              EXIT PARAGRAPH
           END-IF
           CLOSE MSG-FILE
           PERFORM LOAD-MESSAGE-TABLE

           IF WS-WALL-ARG = SPACES OR WS-WALL-ARG = "ALL"
              SET WS-GEN-ALL TO TRUE
              MOVE 1 TO WS-WALK-INDEX
              MOVE 'N' TO WG-FUNCTION
              MOVE WS-WALK-INDEX TO WG-INDEX
              CALL 'WALLREG' USING WALLREG-ARGS
              PERFORM UNTIL WG-END
                 IF WG-IN-SERVICE
                    MOVE WG-WALL-ID TO WS-GEN-WALL
                    PERFORM GENERATE-FOR-WALL
                 END-IF
                 ADD 1 TO WS-WALK-INDEX
                 MOVE 'N' TO WG-FUNCTION
                 MOVE WS-WALK-INDEX TO WG-INDEX
                 CALL 'WALLREG' USING WALLREG-ARGS
              END-PERFORM
              IF WS-WALK-INDEX = 1
                 MOVE SPACES TO WS-GEN-WALL
                 PERFORM GENERATE-FOR-WALL
              END-IF
           ELSE
              IF WS-WALL-ARG = "-"
                 MOVE SPACES TO WS-WALL-ARG
              END-IF
              MOVE 'L' TO WG-FUNCTION
              MOVE WS-WALL-ARG TO WG-WALL-ID
              CALL 'WALLREG' USING WALLREG-ARGS
              IF WG-UNKNOWN OR WG-END
                 DISPLAY "MSGCTR: WALL '" FUNCTION TRIM(WG-WALL-ID)
                         "' IS NOT IN WALLS.DAT" UPON SYSERR
                 ADD 1 TO WS-PROBLEMS
                 EXIT PARAGRAPH
              END-IF
              MOVE WG-WALL-ID TO WS-GEN-WALL
              PERFORM GENERATE-FOR-WALL
           END-IF

           IF NOT WS-NO-REPORT
              PERFORM WRITE-GENERATE-REPORT
           END-IF
           IF WS-FILES-WRITTEN > 0 OR NOT WS-NO-REPORT
              MOVE WS-FILES-WRITTEN TO WS-COUNT-DISP
              DISPLAY "MSGCTR: " FUNCTION TRIM(WS-COUNT-DISP)
                      " LIVE FILE(S) REWRITTEN" UPON SYSERR
           END-IF.

      * -----------------------------------------------------------
      * One wall: pick out what is in effect for it, then rebuild
      * its ticker and clock files, wall-wide and per tile.
      * -----------------------------------------------------------
       GENERATE-FOR-WALL.
           ADD 1 TO WS-WALLS-DONE
           PERFORM SELECT-IN-EFFECT
           ADD IE-COUNT TO WS-IN-EFFECT-TOTAL
           PERFORM COUNT-WALL-TILES
           PERFORM VARYING WS-TARGET-TILE FROM 0 BY 1
                   UNTIL WS-TARGET-TILE > WS-TILES
              MOVE 'T' TO WS-TARGET-KIND
              PERFORM GENERATE-TARGET
              MOVE 'C' TO WS-TARGET-KIND
              PERFORM GENERATE-TARGET
              IF WS-TARGET-TILE = 9
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * The active messages for WS-GEN-WALL whose window holds the
      * current minute, insertion-sorted into airing order.
      * -----------------------------------------------------------
       SELECT-IN-EFFECT.
           MOVE 0 TO IE-COUNT
           PERFORM VARYING MT-I FROM 1 BY 1 UNTIL MT-I > MT-COUNT
              MOVE MT-REC(MT-I) TO MSG-REC
              IF MSG-ACTIVE
                 AND MSG-START-STAMP <= WS-NOW-STAMP
                 AND MSG-END-STAMP > WS-NOW-STAMP
                 AND (MSG-EVERY-WALL OR MSG-WALL = WS-GEN-WALL)
                 MOVE SPACES TO IE-NEW-KEY
                 STRING MSG-PRIORITY MSG-START-STAMP MSG-ID
                        DELIMITED BY SIZE INTO IE-NEW-KEY
                 END-STRING
                 PERFORM INSERT-IN-EFFECT
              END-IF
           END-PERFORM.

       INSERT-IN-EFFECT.
           MOVE IE-COUNT TO IE-I
           PERFORM UNTIL IE-I = 0
              IF IE-KEY(IE-I) <= IE-NEW-KEY
                 EXIT PERFORM
              END-IF
              COMPUTE IE-J = IE-I + 1
              MOVE IE-ENTRY(IE-I) TO IE-ENTRY(IE-J)
              SUBTRACT 1 FROM IE-I
           END-PERFORM
           COMPUTE IE-J = IE-I + 1
           MOVE IE-NEW-KEY TO IE-KEY(IE-J)
           MOVE MT-I TO IE-SLOT(IE-J)
           ADD 1 TO IE-COUNT.

      * -----------------------------------------------------------
      * How many tiles the wall's WALL.DAT lays out (none when it
      * has no layout file; at most the 9 a message can name).
      * -----------------------------------------------------------
       COUNT-WALL-TILES.
           MOVE 0 TO WS-TILES
           MOVE "WALL.DAT" TO WG-BASE-NAME
           PERFORM RESOLVE-GEN-FILE
           MOVE WG-FILE-NAME TO WS-LAYOUT-FILE-NAME
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT LAYOUT-FILE
           IF WS-LAYOUT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF OR WS-TILES = 9
              READ LAYOUT-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF WALL-TILE-REC NOT = SPACES
                       ADD 1 TO WS-TILES
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LAYOUT-FILE.

      * -----------------------------------------------------------
      * Rebuild one live file - the ticker or clock file of the
      * wall (tile 0) or of one tile. Its lines now are split into
      * MSGCTR's own (the ones it wrote last time) and anybody
      * else's; the new file is the others' lines with the
      * messages in effect - ticker messages after them, the clock
      * banner ahead of them so WALLCLOCK stamps it. An unchanged
      * file is left alone; a missing one is always written (empty
      * if need be), so the wall's copy is there to be found.
      * -----------------------------------------------------------
       GENERATE-TARGET.
           PERFORM SET-TARGET-NAMES
           PERFORM LOAD-OWN-LINES
           PERFORM LOAD-LIVE-LINES
           MOVE 0 TO NW-COUNT
           MOVE 0 TO NM-COUNT
           IF WS-KIND-CLOCK
              PERFORM ADD-MESSAGE-LINES
           END-IF
           PERFORM VARYING LV-I FROM 1 BY 1 UNTIL LV-I > LV-COUNT
              IF LV-OWN-SW(LV-I) NOT = 'Y' AND NW-COUNT < 60
                 ADD 1 TO NW-COUNT
                 MOVE LV-LINE(LV-I) TO NW-LINE(NW-COUNT)
              END-IF
           END-PERFORM
           IF WS-KIND-TICKER
              PERFORM ADD-MESSAGE-LINES
           END-IF

           MOVE 'Y' TO WS-SAME-SW
           IF NW-COUNT NOT = LV-COUNT OR WS-LIVE-STATUS NOT = "00"
              MOVE 'N' TO WS-SAME-SW
           ELSE
              PERFORM VARYING NW-I FROM 1 BY 1 UNTIL NW-I > NW-COUNT
                 IF NW-LINE(NW-I) NOT = LV-LINE(NW-I)
                    MOVE 'N' TO WS-SAME-SW
                 END-IF
              END-PERFORM
           END-IF
           IF NOT WS-SAME
              PERFORM WRITE-TARGET
           END-IF.

      * -----------------------------------------------------------
      * The messages in effect that belong in this file, in
      * airing order: the clock takes only the top one.
      * -----------------------------------------------------------
       ADD-MESSAGE-LINES.
           PERFORM VARYING IE-I FROM 1 BY 1 UNTIL IE-I > IE-COUNT
              MOVE MT-REC(IE-SLOT(IE-I)) TO MSG-REC
              IF (MSG-TILE = 0 OR MSG-TILE = WS-TARGET-TILE)
                 AND ((WS-KIND-TICKER AND MSG-TO-TICKER)
                      OR (WS-KIND-CLOCK AND MSG-TO-CLOCK))
                 AND NW-COUNT < 60
                 ADD 1 TO NW-COUNT
                 IF WS-KIND-TICKER
                    MOVE MSG-R TO TICKER-MSG-R
                    MOVE MSG-G TO TICKER-MSG-G
                    MOVE MSG-B TO TICKER-MSG-B
                    MOVE MSG-SPEED TO TICKER-MSG-SPEED
                    MOVE MSG-TEXT(1:20) TO TICKER-MSG-TEXT
                    MOVE TICKER-REC TO NW-LINE(NW-COUNT)
                 ELSE
                    MOVE SPACES TO BANNER-REC
                    MOVE MSG-TEXT(1:20) TO BANNER-TEXT
                    MOVE MSG-R TO BANNER-R
                    MOVE MSG-G TO BANNER-G
                    MOVE MSG-B TO BANNER-B
                    MOVE BANNER-REC TO NW-LINE(NW-COUNT)
                 END-IF
                 ADD 1 TO NM-COUNT
                 MOVE NW-LINE(NW-COUNT) TO NM-LINE(NM-COUNT)
                 IF WS-KIND-CLOCK
                    EXIT PERFORM
                 END-IF
              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * The wall's copies of the live file, the record of what
      * MSGCTR wrote into it, and the staging file beside them.
      * -----------------------------------------------------------
       SET-TARGET-NAMES.
           MOVE SPACES TO WG-BASE-NAME
           IF WS-KIND-TICKER
              IF WS-TARGET-TILE = 0
                 MOVE "TICKER.DAT" TO WG-BASE-NAME
              ELSE
                 STRING "TICKER" WS-TARGET-TILE ".DAT"
                        DELIMITED BY SIZE INTO WG-BASE-NAME
                 END-STRING
              END-IF
           ELSE
              IF WS-TARGET-TILE = 0
                 MOVE "WALLCLOCK.TXT" TO WG-BASE-NAME
              ELSE
                 STRING "WALLCLOCK" WS-TARGET-TILE ".TXT"
                        DELIMITED BY SIZE INTO WG-BASE-NAME
                 END-STRING
              END-IF
           END-IF
           PERFORM RESOLVE-GEN-FILE
           MOVE WG-FILE-NAME TO WS-LIVE-FILE-NAME

           MOVE SPACES TO WG-BASE-NAME
           IF WS-KIND-TICKER
              IF WS-TARGET-TILE = 0
                 MOVE "TICKER.MSG" TO WG-BASE-NAME
              ELSE
                 STRING "TICKER" WS-TARGET-TILE ".MSG"
                        DELIMITED BY SIZE INTO WG-BASE-NAME
                 END-STRING
              END-IF
           ELSE
              IF WS-TARGET-TILE = 0
                 MOVE "WALLCLOCK.MSG" TO WG-BASE-NAME
              ELSE
                 STRING "WALLCLOCK" WS-TARGET-TILE ".MSG"
                        DELIMITED BY SIZE INTO WG-BASE-NAME
                 END-STRING
              END-IF
           END-IF
           PERFORM RESOLVE-GEN-FILE
           MOVE WG-FILE-NAME TO WS-OWN-FILE-NAME

           MOVE "MSGCTR.TMP" TO WG-BASE-NAME
           PERFORM RESOLVE-GEN-FILE
           MOVE WG-FILE-NAME TO WS-STAGE-FILE-NAME.

       RESOLVE-GEN-FILE.
           MOVE 'F' TO WG-FUNCTION
           MOVE WS-GEN-WALL TO WG-WALL-ID
           CALL 'WALLREG' USING WALLREG-ARGS.

       LOAD-OWN-LINES.
           MOVE 0 TO OW-COUNT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT OWN-FILE
           IF WS-OWN-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF OR OW-COUNT >= 60
              READ OWN-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO OW-COUNT
                    MOVE OWN-LINE TO OW-LINE(OW-COUNT)
                    MOVE 'N' TO OW-USED-SW(OW-COUNT)
              END-READ
           END-PERFORM
           CLOSE OWN-FILE.

      * -----------------------------------------------------------
      * The live file's lines, each marked MSGCTR's own when it
      * matches a line of the last record not yet matched.
      * -----------------------------------------------------------
       LOAD-LIVE-LINES.
           MOVE 0 TO LV-COUNT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT LIVE-FILE
           IF WS-LIVE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF OR LV-COUNT >= 60
              READ LIVE-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO LV-COUNT
                    MOVE LIVE-LINE TO LV-LINE(LV-COUNT)
                    MOVE 'N' TO LV-OWN-SW(LV-COUNT)
                    PERFORM VARYING OW-I FROM 1 BY 1
                            UNTIL OW-I > OW-COUNT
                       IF OW-USED-SW(OW-I) = 'N'
                          AND OW-LINE(OW-I) = LIVE-LINE
                          MOVE 'Y' TO OW-USED-SW(OW-I)
                          MOVE 'Y' TO LV-OWN-SW(LV-COUNT)
                          EXIT PERFORM
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM
           CLOSE LIVE-FILE.

      * -----------------------------------------------------------
      * Stage the new file and rename it into place in one step,
      * so TICKER and WALLCLOCK see the old file or the new one,
      * then record which of its lines are MSGCTR's.
      * -----------------------------------------------------------
       WRITE-TARGET.
           OPEN OUTPUT STAGE-FILE
           IF WS-STAGE-STATUS NOT = "00"
              DISPLAY "MSGCTR: UNABLE TO WRITE "
                       FUNCTION TRIM(WS-STAGE-FILE-NAME)
                       " STATUS " WS-STAGE-STATUS UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING NW-I FROM 1 BY 1 UNTIL NW-I > NW-COUNT
              MOVE NW-LINE(NW-I) TO STAGE-LINE
              WRITE STAGE-LINE
           END-PERFORM
           CLOSE STAGE-FILE
           CALL "CBL_RENAME_FILE" USING WS-STAGE-FILE-NAME
                                        WS-LIVE-FILE-NAME
           MOVE RETURN-CODE TO WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
              DISPLAY "MSGCTR: UNABLE TO REPLACE "
                       FUNCTION TRIM(WS-LIVE-FILE-NAME) UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILES-WRITTEN

           IF NM-COUNT = 0
              CALL "CBL_DELETE_FILE" USING WS-OWN-FILE-NAME
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OWN-FILE
           IF WS-OWN-STATUS NOT = "00"
              DISPLAY "MSGCTR: UNABLE TO WRITE "
                       FUNCTION TRIM(WS-OWN-FILE-NAME)
                       " STATUS " WS-OWN-STATUS UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING NM-I FROM 1 BY 1 UNTIL NM-I > NM-COUNT
              MOVE NM-LINE(NM-I) TO OWN-LINE
              WRITE OWN-LINE
           END-PERFORM
           CLOSE OWN-FILE.

      * -----------------------------------------------------------
      * The GENERATE report: what is in effect now, what came down
      * in the last 24 hours, what goes up in the next 24, and
      * which messages are longer than TICKER-MSG-TEXT - for the
      * walls generated (every wall, or one wall and the
      * every-wall messages).
      * -----------------------------------------------------------
       WRITE-GENERATE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "MSGCTR: UNABLE TO WRITE "
                       FUNCTION TRIM(WS-REPORT-FILE-NAME)
                       " STATUS " WS-REPORT-STATUS UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "MESSAGE CENTER REPORT " WS-TODAY " " WS-NOW-TIME
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-GEN-ALL
              MOVE "WALLS: ALL IN SERVICE" TO REPORT-LINE
           ELSE
              STRING "WALL: " FUNCTION TRIM(WS-GEN-WALL)
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              IF WS-GEN-WALL = SPACES
                 MOVE "WALL: WORKING DIRECTORY" TO REPORT-LINE
              END-IF
           END-IF
           WRITE REPORT-LINE

           MOVE "INEFFECT" TO WS-SECTION
           PERFORM WRITE-REPORT-SECTION
           MOVE "EXPIRED" TO WS-SECTION
           PERFORM WRITE-REPORT-SECTION
           MOVE WS-SECTION-HITS TO WS-EXPIRED-COUNT
           MOVE "STARTING" TO WS-SECTION
           PERFORM WRITE-REPORT-SECTION
           MOVE WS-SECTION-HITS TO WS-STARTING-COUNT
           MOVE "TOOLONG" TO WS-SECTION
           PERFORM WRITE-REPORT-SECTION
           MOVE WS-SECTION-HITS TO WS-TOO-LONG-COUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-FILES-WRITTEN TO WS-COUNT-DISP
           STRING "LIVE FILES REWRITTEN: "
                  FUNCTION TRIM(WS-COUNT-DISP)
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "MSGCTR: REPORT WRITTEN TO "
                   FUNCTION TRIM(WS-REPORT-FILE-NAME) UPON SYSERR.

       WRITE-REPORT-SECTION.
           MOVE 0 TO WS-SECTION-HITS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           EVALUATE WS-SECTION
              WHEN "INEFFECT"
                   MOVE "IN EFFECT NOW" TO REPORT-LINE
              WHEN "EXPIRED"
                   MOVE "CAME DOWN IN THE LAST 24 HOURS" TO REPORT-LINE
              WHEN "STARTING"
                   MOVE "GOING UP IN THE NEXT 24 HOURS" TO REPORT-LINE
              WHEN OTHER
                   MOVE "TOO LONG FOR THE TICKER (OVER 20 CHARACTERS)"
                        TO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           PERFORM VARYING MT-I FROM 1 BY 1 UNTIL MT-I > MT-COUNT
              MOVE MT-REC(MT-I) TO MSG-REC
              PERFORM CLASSIFY-FOR-SECTION
              IF WS-IN-SCOPE
                 ADD 1 TO WS-SECTION-HITS
                 PERFORM WRITE-MESSAGE-DETAIL
              END-IF
           END-PERFORM
           IF WS-SECTION-HITS = 0
              MOVE "  (NONE)" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

      * -----------------------------------------------------------
      * Does MSG-REC belong in WS-SECTION? Only active messages
      * for the walls generated count.
      * -----------------------------------------------------------
       CLASSIFY-FOR-SECTION.
           MOVE 'N' TO WS-IN-SCOPE-SW
           IF NOT MSG-ACTIVE
              EXIT PARAGRAPH
           END-IF
           IF NOT WS-GEN-ALL
              AND NOT MSG-EVERY-WALL AND MSG-WALL NOT = WS-GEN-WALL
              EXIT PARAGRAPH
           END-IF
           MOVE MSG-START-STAMP TO WS-CHECK-STAMP
           PERFORM STAMP-TO-MINUTES
           MOVE WS-STAMP-MINS TO WS-START-MINS
           MOVE MSG-END-STAMP TO WS-CHECK-STAMP
           PERFORM STAMP-TO-MINUTES
           MOVE WS-STAMP-MINS TO WS-END-MINS
           EVALUATE WS-SECTION
              WHEN "INEFFECT"
                   IF WS-START-MINS <= WS-NOW-MINS
                      AND WS-END-MINS > WS-NOW-MINS
                      SET WS-IN-SCOPE TO TRUE
                   END-IF
              WHEN "EXPIRED"
                   IF WS-END-MINS <= WS-NOW-MINS
                      AND WS-END-MINS + 1440 > WS-NOW-MINS
                      SET WS-IN-SCOPE TO TRUE
                   END-IF
              WHEN "STARTING"
                   IF WS-START-MINS > WS-NOW-MINS
                      AND WS-START-MINS <= WS-NOW-MINS + 1440
                      SET WS-IN-SCOPE TO TRUE
                   END-IF
              WHEN OTHER
                   COMPUTE WS-TEXT-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(MSG-TEXT TRAILING))
                   IF WS-END-MINS > WS-NOW-MINS
                      AND WS-TEXT-LEN > 20
                      SET WS-IN-SCOPE TO TRUE
                   END-IF
           END-EVALUATE.

       WRITE-MESSAGE-DETAIL.
           PERFORM SET-TARGET-TEXT
           MOVE SPACES TO REPORT-LINE
           IF WS-SECTION = "TOOLONG"
              MOVE WS-TEXT-LEN TO WS-LEN-DISP
              STRING "  " MSG-ID " " WS-LEN-DISP " CHARS "
                     WS-TARGET-TEXT " AIRS AS '" MSG-TEXT(1:20)
                     "' FROM '" FUNCTION TRIM(MSG-TEXT) "'"
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           ELSE
              STRING "  " MSG-ID " P" MSG-PRIORITY " "
                     MSG-START-STAMP "-" MSG-END-STAMP " "
                     WS-TARGET-TEXT " " MSG-OUTPUT " "
                     MSG-AUTHOR " " FUNCTION TRIM(MSG-TEXT)
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           END-IF
           WRITE REPORT-LINE.

      * -----------------------------------------------------------
      * Field checks for ADD and CHANGE: each takes WS-VALUE-ARG
      * into MSG-REC and sets WS-ARG-OK, or says why not. A blank
      * or "-" optional value takes its default.
      * -----------------------------------------------------------
       TAKE-TEXT-VALUE.
           MOVE 'N' TO WS-ARG-OK-SW
           IF WS-VALUE-ARG = SPACES
              DISPLAY "MSGCTR: A MESSAGE NEEDS SOME TEXT" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           IF WS-VALUE-ARG(61:20) NOT = SPACES
              DISPLAY "MSGCTR: MESSAGE TEXT IS OVER 60 CHARACTERS"
                      UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-VALUE-ARG) TO MSG-TEXT
           SET WS-ARG-OK TO TRUE.

       TAKE-START-VALUE.
           MOVE FUNCTION UPPER-CASE(WS-VALUE-ARG) TO WS-VALUE-ARG
           IF WS-VALUE-ARG = "NOW"
              MOVE WS-NOW-STAMP TO WS-VALUE-ARG
           END-IF
           PERFORM CHECK-STAMP-VALUE
           IF WS-ARG-OK
              MOVE WS-CHECK-STAMP TO MSG-START-STAMP
           END-IF.

       TAKE-END-VALUE.
           PERFORM CHECK-STAMP-VALUE
           IF WS-ARG-OK
              MOVE WS-CHECK-STAMP TO MSG-END-STAMP
           END-IF.

       CHECK-STAMP-VALUE.
           MOVE 'N' TO WS-ARG-OK-SW
           MOVE WS-VALUE-ARG TO WS-CHECK-STAMP
           PERFORM VALIDATE-STAMP
           IF NOT WS-STAMP-OK OR WS-VALUE-ARG(13:68) NOT = SPACES
              DISPLAY "MSGCTR: '" FUNCTION TRIM(WS-VALUE-ARG)
                      "' IS NOT A YYYYMMDDHHMM DATE-TIME" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           SET WS-ARG-OK TO TRUE.

      * The window must run forward and must not be over already.
       CHECK-WINDOW.
           MOVE 'N' TO WS-ARG-OK-SW
           IF MSG-END-STAMP <= MSG-START-STAMP
              DISPLAY "MSGCTR: END " MSG-END-STAMP
                      " IS NOT AFTER START " MSG-START-STAMP
                      UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           IF MSG-END-STAMP <= WS-NOW-STAMP
              DISPLAY "MSGCTR: END " MSG-END-STAMP
                      " HAS ALREADY PASSED" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           SET WS-ARG-OK TO TRUE.

       TAKE-PRIORITY-VALUE.
           MOVE 'N' TO WS-ARG-OK-SW
           IF WS-VALUE-ARG = SPACES OR WS-VALUE-ARG = "-"
              MOVE "5" TO WS-VALUE-ARG
           END-IF
           IF WS-VALUE-ARG(2:79) NOT = SPACES
              OR WS-VALUE-ARG(1:1) < "1" OR WS-VALUE-ARG(1:1) > "9"
              DISPLAY "MSGCTR: PRIORITY MUST BE 1 (HIGHEST) TO 9"
                      UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-VALUE-ARG(1:1) TO MSG-PRIORITY
           SET WS-ARG-OK TO TRUE.

      * -----------------------------------------------------------
      * wall[:tile], ALL (every wall, stored as "*") or - (the
      * current wall). A named wall must be on the registry, and a
      * tile must be one its WALL.DAT lays out.
      * -----------------------------------------------------------
       TAKE-WALL-VALUE.
           MOVE 'N' TO WS-ARG-OK-SW
           MOVE SPACES TO WS-WALL-PART
           MOVE SPACES TO WS-TILE-PART
           MOVE FUNCTION UPPER-CASE(WS-VALUE-ARG) TO WS-VALUE-ARG
           UNSTRING WS-VALUE-ARG DELIMITED BY ":"
               INTO WS-WALL-PART WS-TILE-PART
           END-UNSTRING
           IF WS-TILE-PART = SPACES
              MOVE "0" TO WS-TILE-PART
           END-IF
           IF WS-TILE-PART(2:3) NOT = SPACES
              OR WS-TILE-PART(1:1) < "0" OR WS-TILE-PART(1:1) > "9"
              DISPLAY "MSGCTR: TILE MUST BE 0 (WHOLE WALL) TO 9"
                      UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           IF WS-WALL-PART = "ALL"
              MOVE "*" TO MSG-WALL
              MOVE WS-TILE-PART(1:1) TO MSG-TILE
              SET WS-ARG-OK TO TRUE
              EXIT PARAGRAPH
           END-IF
           IF WS-WALL-PART = "-"
              MOVE SPACES TO WS-WALL-PART
           END-IF
           MOVE 'L' TO WG-FUNCTION
           MOVE WS-WALL-PART TO WG-WALL-ID
           CALL 'WALLREG' USING WALLREG-ARGS
           IF WG-UNKNOWN OR WG-END
              DISPLAY "MSGCTR: WALL '" FUNCTION TRIM(WG-WALL-ID)
                      "' IS NOT IN WALLS.DAT" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           MOVE WG-WALL-ID TO MSG-WALL
           MOVE WS-TILE-PART(1:1) TO MSG-TILE
           IF MSG-TILE > 0
              MOVE MSG-WALL TO WS-GEN-WALL
              PERFORM COUNT-WALL-TILES
              IF MSG-TILE > WS-TILES
                 DISPLAY "MSGCTR: WALL.DAT OF WALL '"
                         FUNCTION TRIM(MSG-WALL) "' HAS NO TILE "
                         MSG-TILE UPON SYSERR
                 ADD 1 TO WS-PROBLEMS
                 EXIT PARAGRAPH
              END-IF
           END-IF
           SET WS-ARG-OK TO TRUE.

       TAKE-COLOR-VALUE.
           MOVE 'N' TO WS-ARG-OK-SW
           IF WS-VALUE-ARG = SPACES OR WS-VALUE-ARG = "-"
              MOVE "255,255,0" TO WS-VALUE-ARG
           END-IF
           MOVE SPACES TO WS-COLOR-PART(1) WS-COLOR-PART(2)
                          WS-COLOR-PART(3)
           UNSTRING WS-VALUE-ARG DELIMITED BY ","
               INTO WS-COLOR-PART(1) WS-COLOR-PART(2)
                    WS-COLOR-PART(3)
           END-UNSTRING
           PERFORM VARYING WS-COLOR-I FROM 1 BY 1 UNTIL WS-COLOR-I > 3
              IF WS-COLOR-PART(WS-COLOR-I) = SPACES
                 OR FUNCTION TEST-NUMVAL(WS-COLOR-PART(WS-COLOR-I))
                    NOT = 0
                 DISPLAY "MSGCTR: COLOR MUST BE R,G,B EACH 0 TO 255"
                         UPON SYSERR
                 ADD 1 TO WS-PROBLEMS
                 EXIT PARAGRAPH
              END-IF
              COMPUTE WS-NUM-WORK =
                  FUNCTION NUMVAL(WS-COLOR-PART(WS-COLOR-I))
              IF WS-NUM-WORK < 0 OR WS-NUM-WORK > 255
                 DISPLAY "MSGCTR: COLOR MUST BE R,G,B EACH 0 TO 255"
                         UPON SYSERR
                 ADD 1 TO WS-PROBLEMS
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-NUM-WORK TO WS-COLOR-NUM(WS-COLOR-I)
           END-PERFORM
           MOVE WS-COLOR-NUM(1) TO MSG-R
           MOVE WS-COLOR-NUM(2) TO MSG-G
           MOVE WS-COLOR-NUM(3) TO MSG-B
           SET WS-ARG-OK TO TRUE.

       TAKE-OUTPUT-VALUE.
           MOVE 'N' TO WS-ARG-OK-SW
           MOVE FUNCTION UPPER-CASE(WS-VALUE-ARG) TO WS-VALUE-ARG
           IF WS-VALUE-ARG = SPACES OR WS-VALUE-ARG = "-"
              MOVE "B" TO WS-VALUE-ARG
           END-IF
           IF WS-VALUE-ARG NOT = "T" AND WS-VALUE-ARG NOT = "C"
              AND WS-VALUE-ARG NOT = "B"
              DISPLAY "MSGCTR: OUTPUT MUST BE T (TICKER), C (CLOCK)"
                      " OR B (BOTH)" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-VALUE-ARG(1:1) TO MSG-OUTPUT
           SET WS-ARG-OK TO TRUE.

       TAKE-SPEED-VALUE.
           MOVE 'N' TO WS-ARG-OK-SW
           IF WS-VALUE-ARG = SPACES OR WS-VALUE-ARG = "-"
              MOVE "2" TO WS-VALUE-ARG
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-VALUE-ARG) NOT = 0
              DISPLAY "MSGCTR: SPEED MUST BE 1 TO 99 PIXELS A FRAME"
                      UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-VALUE-ARG)
           IF WS-NUM-WORK < 1 OR WS-NUM-WORK > 99
              DISPLAY "MSGCTR: SPEED MUST BE 1 TO 99 PIXELS A FRAME"
                      UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-WORK TO MSG-SPEED
           SET WS-ARG-OK TO TRUE.

      * -----------------------------------------------------------
      * The current value of the field named by WS-FIELD-ARG, as
      * text for the CHANGE audit line.
      * -----------------------------------------------------------
       SET-FIELD-TEXT.
           MOVE SPACES TO WS-FIELD-TEXT
           EVALUATE FUNCTION TRIM(WS-FIELD-ARG)
              WHEN "TEXT"
                   MOVE MSG-TEXT TO WS-FIELD-TEXT
              WHEN "START"
                   MOVE MSG-START-STAMP TO WS-FIELD-TEXT
              WHEN "END"
                   MOVE MSG-END-STAMP TO WS-FIELD-TEXT
              WHEN "PRIORITY"
                   MOVE MSG-PRIORITY TO WS-FIELD-TEXT
              WHEN "WALL"
                   PERFORM SET-TARGET-TEXT
                   MOVE WS-TARGET-TEXT TO WS-FIELD-TEXT
              WHEN "COLOR"
                   STRING MSG-R "," MSG-G "," MSG-B
                          DELIMITED BY SIZE INTO WS-FIELD-TEXT
                   END-STRING
              WHEN "OUTPUT"
                   MOVE MSG-OUTPUT TO WS-FIELD-TEXT
              WHEN "SPEED"
                   MOVE MSG-SPEED TO WS-FIELD-TEXT
           END-EVALUATE.

      * -----------------------------------------------------------
      * The target as text: LOBBY:0, ALL:0, or -:0 for the
      * working-directory wall.
      * -----------------------------------------------------------
       SET-TARGET-TEXT.
           MOVE SPACES TO WS-TARGET-TEXT
           EVALUATE TRUE
              WHEN MSG-EVERY-WALL
                   STRING "ALL:" MSG-TILE
                          DELIMITED BY SIZE INTO WS-TARGET-TEXT
                   END-STRING
              WHEN MSG-WALL = SPACES
                   STRING "-:" MSG-TILE
                          DELIMITED BY SIZE INTO WS-TARGET-TEXT
                   END-STRING
              WHEN OTHER
                   STRING FUNCTION TRIM(MSG-WALL) ":" MSG-TILE
                          DELIMITED BY SIZE INTO WS-TARGET-TEXT
                   END-STRING
           END-EVALUATE.

       SET-STATE-TEXT.
           EVALUATE TRUE
              WHEN MSG-WITHDRAWN
                   MOVE "WITHDRAWN" TO WS-STATE-TEXT
              WHEN MSG-END-STAMP <= WS-NOW-STAMP
                   MOVE "ENDED" TO WS-STATE-TEXT
              WHEN MSG-START-STAMP > WS-NOW-STAMP
                   MOVE "COMING" TO WS-STATE-TEXT
              WHEN OTHER
                   MOVE "ON AIR" TO WS-STATE-TEXT
           END-EVALUATE.

       WARN-IF-TOO-LONG.
           COMPUTE WS-TEXT-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(MSG-TEXT TRAILING))
           IF WS-TEXT-LEN > 20
              DISPLAY "MSGCTR: WARNING - MESSAGE " MSG-ID " IS "
                      WS-TEXT-LEN " CHARACTERS; THE WALL SHOWS '"
                      MSG-TEXT(1:20) "'" UPON SYSERR
           END-IF.

      * -----------------------------------------------------------
      * Date-time helpers.
      * -----------------------------------------------------------
       VALIDATE-STAMP.
           MOVE 'N' TO WS-STAMP-OK-SW
           IF WS-CHECK-STAMP IS NUMERIC
              MOVE WS-CHECK-STAMP(1:8) TO WS-STAMP-DATE-NUM
              MOVE WS-CHECK-STAMP(9:2) TO WS-STAMP-HH
              MOVE WS-CHECK-STAMP(11:2) TO WS-STAMP-MM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-STAMP-DATE-NUM) = 0
                 AND WS-STAMP-HH < 24 AND WS-STAMP-MM < 60
                 SET WS-STAMP-OK TO TRUE
              END-IF
           END-IF.

       STAMP-TO-MINUTES.
           MOVE 0 TO WS-STAMP-MINS
           PERFORM VALIDATE-STAMP
           IF WS-STAMP-OK
              COMPUTE WS-STAMP-MINS =
                  FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE-NUM) * 1440
                  + WS-STAMP-HH * 60 + WS-STAMP-MM
           END-IF.

      * -----------------------------------------------------------
      * Argument and record helpers.
      * -----------------------------------------------------------
       TAKE-ID-ARG.
           MOVE 0 TO WS-ID-NUM
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ID-ARG FROM ARGUMENT-VALUE
           IF WS-ID-ARG = SPACES
              OR FUNCTION TEST-NUMVAL(WS-ID-ARG) NOT = 0
              DISPLAY "MSGCTR: " FUNCTION TRIM(WS-FUNCTION-ARG)
                      " NEEDS A MESSAGE NUMBER" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ID-NUM = FUNCTION NUMVAL(WS-ID-ARG).

       LOAD-MESSAGE-ENTRY.
           PERFORM LOAD-MESSAGE-TABLE
           MOVE 0 TO MT-FOUND
           PERFORM VARYING MT-I FROM 1 BY 1 UNTIL MT-I > MT-COUNT
              MOVE MT-REC(MT-I) TO MSG-REC
              IF MSG-ID = WS-ID-NUM
                 MOVE MT-I TO MT-FOUND
              END-IF
           END-PERFORM
           IF MT-FOUND = 0
              DISPLAY "MSGCTR: MESSAGE " WS-ID-NUM
                      " IS NOT ON FILE" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           MOVE MT-REC(MT-FOUND) TO MSG-REC.

      * -----------------------------------------------------------
      * Read the whole master file into MT-ENTRY (absent file =
      * empty), noting the highest message number. One too large
      * for the table refuses the run rather than silently
      * dropping messages on the next rewrite.
      * -----------------------------------------------------------
       LOAD-MESSAGE-TABLE.
           MOVE 0 TO MT-COUNT
           MOVE 0 TO MT-HIGH-ID
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT MSG-FILE
           IF WS-MSG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF
              READ MSG-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF MT-COUNT >= MT-MAX
                       DISPLAY "MSGCTR: MESSAGE FILE EXCEEDS " MT-MAX
                               " ENTRIES - REFUSING TO CONTINUE"
                               UPON SYSERR
                       CLOSE MSG-FILE
                       STOP RUN RETURNING 1
                    END-IF
                    ADD 1 TO MT-COUNT
                    MOVE MSG-REC TO MT-REC(MT-COUNT)
                    IF MSG-ID > MT-HIGH-ID
                       MOVE MSG-ID TO MT-HIGH-ID
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MSG-FILE.

       REWRITE-MESSAGE-FILE.
           OPEN OUTPUT MSG-FILE
           IF WS-MSG-STATUS NOT = "00"
              DISPLAY "MSGCTR: UNABLE TO WRITE MSGCTR.DAT, STATUS "
                       WS-MSG-STATUS UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MT-I FROM 1 BY 1 UNTIL MT-I > MT-COUNT
              MOVE MT-REC(MT-I) TO MSG-REC
              WRITE MSG-REC
           END-PERFORM
           CLOSE MSG-FILE.

      * -----------------------------------------------------------
      * Who is at the keyboard, and may they do OC-ACTION? OPERCHK
      * audits a refusal.
      * -----------------------------------------------------------
       CHECK-OPERATOR.
           MOVE 'P' TO OC-FUNCTION
           MOVE "MSGCTR" TO OC-PROGRAM
           CALL 'OPERCHK' USING OPERCHK-ARGS
           IF NOT OC-OK
              DISPLAY "MSGCTR: OPERATOR '" FUNCTION TRIM(OC-OPER-ID)
                      "' REFUSED " FUNCTION TRIM(OC-ACTION)
                      UPON SYSERR
              ADD 1 TO WS-PROBLEMS
           END-IF.

       AUDIT-MESSAGE-CHANGE.
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "MSGCTR: " FUNCTION TRIM(WS-AUDIT-TEXT)
                   UPON SYSERR.

       WRITE-AUDIT-RECORD.
           MOVE 'C' TO OC-FUNCTION
           CALL 'OPERCHK' USING OPERCHK-ARGS
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
              MOVE SPACES TO AUDIT-LINE
              STRING WS-TODAY " " WS-NOW-TIME
                     " MSGCTR " FUNCTION TRIM(WS-AUDIT-TEXT)
                     " " FUNCTION TRIM(OC-AUDIT-TAG)
                     DELIMITED BY SIZE INTO AUDIT-LINE
              END-STRING
              WRITE AUDIT-LINE
              CLOSE AUDIT-FILE
           END-IF.
