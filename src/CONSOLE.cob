      * which front end, the menu choice as entered, the demo and
      * arguments, and the return code - so "what was running at
      * 02:40" can be answered from a file.
      * On a multi-wall site the session drives one wall at a time
      * from the site wall registry (see WALLREGARGS.cpy): the wall
      * named on the command line, changed from the menu, which
      * also lists every wall and who holds it. Launches take that
      * wall's lock, run on its files and go out on its output
      * pipe; every audit line names the wall.
      * The session opens with an operator sign-on against the
      * roster (see OPERCHKARGS.cpy); every audit line names the
      * operator, sign-on and sign-off included. A VIEWER may list
      * the walls but launch nothing; a refused launch is audited.
      * Invoke as: CONSOLE [wall-id]
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOLE.
           05  WS-BUDGET-ARG      PIC X(10) VALUE SPACES.
           05  WS-BUDGET-DISPLAY  PIC Z(7)9.
           05  WS-DEMO-NAME       PIC X(12) VALUE SPACES.
           05  WS-COMMAND         PIC X(200) VALUE SPACES.
           05  WS-CMD-PTR         PIC 9(3).
           05  WS-LAST-RC         PIC 9(8) VALUE 0.
           05  WS-DONE-SW         PIC X VALUE 'N'.
               88  WS-DONE            VALUE 'Y'.
       01  AUDIT-VARS.
           05  WS-AUDIT-STATUS    PIC X(2).
           05  WS-AUDIT-STAMP     PIC X(15).
           05  WS-EVENT-TEXT      PIC X(80).

      * Sign-on: the ID as typed and the attempts allowed.
       01  OPER-VARS.
           05  WS-OPER-ENTRY      PIC X(8).
           05  WS-SIGN-ON-TRIES   PIC 9 VALUE 0.
           05  WS-SIGNED-ON-SW    PIC X VALUE 'N'.
               88  WS-SIGNED-ON       VALUE 'Y'.
           05  WS-MAY-LAUNCH-SW   PIC X.
               88  WS-MAY-LAUNCH      VALUE 'Y'.

      * Profile launch state: the operator-entered profile name and
      * the demo/argument string it expanded to from PROFILES.DAT.
      * can decide what to do), naming the holder.
           COPY WALLLOCKARGS.

      * The wall this session drives: its registry ID (blank = the
      * working-directory wall of a single-wall site), output pipe
      * and description.
       01  WALL-VARS.
           05  WS-WALL-ARG        PIC X(8) VALUE SPACES.
           05  WS-WALL-ID         PIC X(8) VALUE SPACES.
           05  WS-WALL-OUTPUT     PIC X(60) VALUE SPACES.
           05  WS-WALL-DESC       PIC X(30) VALUE SPACES.
           05  WS-WALL-OK-SW      PIC X.
               88  WS-WALL-OK         VALUE 'Y'.
           05  WS-LIST-ID         PIC X(8).
           05  WS-LIST-STATE      PIC X.
           05  WS-LIST-DESC       PIC X(30).

           COPY WALLREGARGS.
           COPY OPERCHKARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-WALL-ARG FROM ARGUMENT-VALUE
           IF WS-WALL-ARG = SPACES
              PERFORM REFRESH-WALL
           ELSE
              PERFORM SELECT-WALL
           END-IF
           IF NOT WS-WALL-OK
              STOP RUN RETURNING 1
           END-IF

      *    no operator carries over from whoever started the session
           MOVE 'S' TO OC-FUNCTION
           MOVE SPACES TO OC-OPER-ID
           CALL 'OPERCHK' USING OPERCHK-ARGS
           PERFORM UNTIL WS-SIGNED-ON OR WS-SIGN-ON-TRIES = 3
              PERFORM SIGN-ON
           END-PERFORM
           IF NOT WS-SIGNED-ON
              DISPLAY "CONSOLE: SIGN-ON FAILED - EXITING"
              STOP RUN RETURNING 1
           END-IF

           PERFORM UNTIL WS-DONE
              PERFORM SHOW-MENU
              PERFORM READ-CHOICE
              IF WS-CHOICE-NUM >= 1 AND WS-CHOICE-NUM <= 5
                 PERFORM CHECK-MAY-LAUNCH
              ELSE
                 MOVE 'Y' TO WS-MAY-LAUNCH-SW
              END-IF
              EVALUATE TRUE
                 WHEN NOT WS-MAY-LAUNCH
                    DISPLAY "CONSOLE: " FUNCTION TRIM(OC-ROLE)
                            " MAY NOT LAUNCH - REFUSED"
                 WHEN WS-CHOICE-NUM = 1
                    MOVE "MAIN" TO WS-DEMO-NAME
                    PERFORM RUN-DEMO
                 WHEN WS-CHOICE-NUM = 2
                    MOVE "BOUNCYBALLS" TO WS-DEMO-NAME
                    PERFORM RUN-DEMO
                 WHEN WS-CHOICE-NUM = 3
                    MOVE "ANT" TO WS-DEMO-NAME
                    PERFORM RUN-DEMO
                 WHEN WS-CHOICE-NUM = 4
                    PERFORM RUN-PROFILE
                 WHEN WS-CHOICE-NUM = 5
                    MOVE "LIFE" TO WS-DEMO-NAME
                    PERFORM RUN-DEMO
                 WHEN WS-CHOICE-NUM = 6
                    PERFORM CHANGE-WALL
                 WHEN WS-CHOICE-NUM = 0
                    MOVE 'Y' TO WS-DONE-SW
                 WHEN OTHER
                    DISPLAY "CONSOLE: UNRECOGNIZED CHOICE"
              END-EVALUATE
           END-PERFORM

           MOVE "SIGN-OFF" TO WS-EVENT-TEXT
           PERFORM WRITE-EVENT-RECORD
           DISPLAY "CONSOLE: EXITING"
           STOP RUN RETURNING 0.

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "===== GRAPHICS DEMO CONSOLE ====="
           IF WS-WALL-ID NOT = SPACES
              DISPLAY "  WALL: " FUNCTION TRIM(WS-WALL-ID) " - "
                      FUNCTION TRIM(WS-WALL-DESC)
           END-IF
           DISPLAY "  OPERATOR: " FUNCTION TRIM(OC-OPER-ID) " - "
                   FUNCTION TRIM(OC-NAME) " (" FUNCTION TRIM(OC-ROLE)
                   ")"
           DISPLAY "  1) MAIN - bouncing rectangle"
           DISPLAY "  2) BOUNCYBALLS - bouncing balls"
           DISPLAY "  3) ANT - Langton's ant"
           DISPLAY "  4) RUN A NAMED PROFILE (PROFILES.DAT)"
           DISPLAY "  5) LIFE - Conway's Game of Life"
           DISPLAY "  6) LIST WALLS / SELECT WALL (WALLS.DAT)"
           DISPLAY "  0) EXIT"
           DISPLAY "=================================="
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
                   WITH NO ADVANCING
           ACCEPT WS-BUDGET-ARG FROM CONSOLE

           PERFORM REFRESH-WALL
           IF NOT WS-WALL-OK
              EXIT PARAGRAPH
           END-IF
           PERFORM ACQUIRE-WALL-LOCK
           IF WL-HELD
              DISPLAY "CONSOLE: WALL HELD BY "
              STRING "./" FUNCTION TRIM(WS-DEMO-NAME)
                      DELIMITED BY SIZE INTO WS-COMMAND
           END-IF
           PERFORM ADD-WALL-OUTPUT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-STAMP(1:8)
           MOVE " " TO WS-AUDIT-STAMP(9:1)
      * it, the demo, its argument string, and the return code.
      * -----------------------------------------------------------
       WRITE-AUDIT-RECORD.
           MOVE 'C' TO OC-FUNCTION
           CALL 'OPERCHK' USING OPERCHK-ARGS
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
                     FUNCTION TRIM(WS-CHOICE) "' DEMO "
                     FUNCTION TRIM(WS-DEMO-NAME) " ARGS '"
                     FUNCTION TRIM(WS-BUDGET-ARG) "' RC "
                     FUNCTION TRIM(WS-LAST-RC) " "
                     FUNCTION TRIM(OC-AUDIT-TAG)
                     DELIMITED BY SIZE INTO AUDIT-LINE
              END-STRING
              WRITE AUDIT-LINE
              CLOSE AUDIT-FILE
           END-IF.

      * -----------------------------------------------------------
      * Ask for an operator ID and sign it on through the roster;
      * every attempt, good or bad, goes into the audit file.
      * -----------------------------------------------------------
       SIGN-ON.
           ADD 1 TO WS-SIGN-ON-TRIES
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-OPER-ENTRY
           ACCEPT WS-OPER-ENTRY FROM CONSOLE
           MOVE 'S' TO OC-FUNCTION
           MOVE WS-OPER-ENTRY TO OC-OPER-ID
           CALL 'OPERCHK' USING OPERCHK-ARGS
           MOVE SPACES TO WS-EVENT-TEXT
           IF OC-OK
              SET WS-SIGNED-ON TO TRUE
              STRING "SIGN-ON " FUNCTION TRIM(OC-NAME) " ("
                     FUNCTION TRIM(OC-ROLE) ")"
                     DELIMITED BY SIZE INTO WS-EVENT-TEXT
              END-STRING
              DISPLAY "CONSOLE: SIGNED ON " FUNCTION TRIM(OC-NAME)
                      " (" FUNCTION TRIM(OC-ROLE) ")"
           ELSE
              STRING "SIGN-ON REFUSED FOR '"
                     FUNCTION TRIM(WS-OPER-ENTRY)
                     "' - NOT ON THE OPERATOR ROSTER"
                     DELIMITED BY SIZE INTO WS-EVENT-TEXT
              END-STRING
              DISPLAY "CONSOLE: '" FUNCTION TRIM(WS-OPER-ENTRY)
                      "' IS NOT ON THE OPERATOR ROSTER"
           END-IF
           PERFORM WRITE-EVENT-RECORD.

      * -----------------------------------------------------------
      * Launching needs the OPERATOR role; OPERCHK audits a refusal.
      * -----------------------------------------------------------
       CHECK-MAY-LAUNCH.
           MOVE 'P' TO OC-FUNCTION
           MOVE "CONSOLE" TO OC-PROGRAM
           MOVE 2 TO OC-NEED-LEVEL
           MOVE SPACES TO OC-ACTION
           STRING "CHOICE='" FUNCTION TRIM(WS-CHOICE) "' LAUNCH"
                  DELIMITED BY SIZE INTO OC-ACTION
           END-STRING
           CALL 'OPERCHK' USING OPERCHK-ARGS
           MOVE 'N' TO WS-MAY-LAUNCH-SW
           IF OC-OK
              SET WS-MAY-LAUNCH TO TRUE
           END-IF.

      * -----------------------------------------------------------
      * Append one session event (sign-on, sign-off) to the shared
      * audit file.
      * -----------------------------------------------------------
       WRITE-EVENT-RECORD.
           MOVE 'C' TO OC-FUNCTION
           CALL 'OPERCHK' USING OPERCHK-ARGS
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
              MOVE SPACES TO AUDIT-LINE
              STRING FUNCTION CURRENT-DATE(1:8) " "
                     FUNCTION CURRENT-DATE(9:6) " CONSOLE "
                     FUNCTION TRIM(WS-EVENT-TEXT) " "
                     FUNCTION TRIM(OC-AUDIT-TAG)
                     DELIMITED BY SIZE INTO AUDIT-LINE
              END-STRING
              WRITE AUDIT-LINE
           END-IF

           MOVE WS-EXP-DEMO TO WS-DEMO-NAME
           PERFORM REFRESH-WALL
           IF NOT WS-WALL-OK
              EXIT PARAGRAPH
           END-IF
           PERFORM ACQUIRE-WALL-LOCK
           IF WL-HELD
              DISPLAY "CONSOLE: WALL HELD BY "
                   FUNCTION TRIM(WS-EXP-ARGS)
                   DELIMITED BY SIZE INTO WS-COMMAND
           END-STRING
           PERFORM ADD-WALL-OUTPUT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-STAMP(1:8)
           MOVE " " TO WS-AUDIT-STAMP(9:1)
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-AUDIT-STAMP(10:6)
           MOVE "CONSOLE" TO WL-OWNER
           CALL 'WALLLOCK' USING WALLLOCK-ARGS.

      * -----------------------------------------------------------
      * Make WS-WALL-ARG the session's wall (blank = the working-
      * directory wall): selected through the site wall registry so
      * WALLLOCK, GRAPHICS and every launched program use its files,
      * then its output pipe and description picked up.
      * -----------------------------------------------------------
       SELECT-WALL.
           MOVE 'N' TO WS-WALL-OK-SW
           MOVE 'S' TO WG-FUNCTION
           MOVE WS-WALL-ARG TO WG-WALL-ID
           CALL 'WALLREG' USING WALLREG-ARGS
           EVALUATE TRUE
              WHEN WG-UNKNOWN
                   DISPLAY "CONSOLE: WALL '" FUNCTION TRIM(WS-WALL-ARG)
                           "' IS NOT IN WALLS.DAT"
              WHEN WG-BAD-OUTPUT
                   DISPLAY "CONSOLE: WALL '" FUNCTION TRIM(WS-WALL-ARG)
                           "' HAS AN UNSAFE OUTPUT PIPE NAME"
              WHEN OTHER
                   PERFORM REFRESH-WALL
           END-EVALUATE.

      * -----------------------------------------------------------
      * Re-read the current wall's registry entry just before it is
      * used, so a registry edit during the session is honored.
      * -----------------------------------------------------------
       REFRESH-WALL.
           MOVE 'N' TO WS-WALL-OK-SW
           MOVE 'L' TO WG-FUNCTION
           MOVE SPACES TO WG-WALL-ID
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-WALL-ID TO WS-WALL-ID
           MOVE WG-OUTPUT TO WS-WALL-OUTPUT
           MOVE WG-DESC TO WS-WALL-DESC
           EVALUATE TRUE
              WHEN WG-UNKNOWN
                   DISPLAY "CONSOLE: WALL '" FUNCTION TRIM(WS-WALL-ID)
                           "' IS NO LONGER IN WALLS.DAT - NOT LAUNCHED"
              WHEN WG-BAD-OUTPUT
                   DISPLAY "CONSOLE: WALL '" FUNCTION TRIM(WS-WALL-ID)
                           "' HAS AN UNSAFE OUTPUT PIPE NAME"
                           " - NOT LAUNCHED"
              WHEN OTHER
                   SET WS-WALL-OK TO TRUE
           END-EVALUATE.

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
      * Menu path 6: list every wall in the registry with whoever
      * holds it, then take the operator's pick (blank keeps the
      * current wall). Each wall's lock is queried with that wall
      * selected, and the session's own wall is put back after.
      * -----------------------------------------------------------
       CHANGE-WALL.
           MOVE WS-WALL-ID TO WS-WALL-ARG
           DISPLAY "  WALL     STATE HELD BY      DESCRIPTION"
           MOVE 1 TO WG-INDEX
           MOVE 'N' TO WG-FUNCTION
           CALL 'WALLREG' USING WALLREG-ARGS
           IF WG-END
              DISPLAY "  (NO WALLS.DAT - THIS IS A SINGLE-WALL SITE)"
           END-IF
           PERFORM UNTIL WG-END
              PERFORM SHOW-WALL-LINE
              ADD 1 TO WG-INDEX
              MOVE 'N' TO WG-FUNCTION
              CALL 'WALLREG' USING WALLREG-ARGS
           END-PERFORM
           PERFORM SELECT-WALL

           DISPLAY "ENTER WALL ID (BLANK = KEEP "
                   FUNCTION TRIM(WS-WALL-ID) "): " WITH NO ADVANCING
           ACCEPT WS-WALL-ARG FROM CONSOLE
           IF WS-WALL-ARG = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM SELECT-WALL
           IF NOT WS-WALL-OK
              MOVE WS-WALL-ID TO WS-WALL-ARG
              PERFORM SELECT-WALL
           END-IF
           DISPLAY "CONSOLE: NOW DRIVING WALL "
                   FUNCTION TRIM(WS-WALL-ID).

      * One registry line for the wall list: the entry just
      * returned by WALLREG 'N', with its lock queried on that wall.
       SHOW-WALL-LINE.
           MOVE WG-WALL-ID TO WS-LIST-ID
           MOVE WG-STATE TO WS-LIST-STATE
           MOVE WG-DESC TO WS-LIST-DESC
           MOVE 'S' TO WG-FUNCTION
           CALL 'WALLREG' USING WALLREG-ARGS
           IF WG-OK
              MOVE 'Q' TO WL-FUNCTION
              MOVE "CONSOLE" TO WL-OWNER
              CALL 'WALLLOCK' USING WALLLOCK-ARGS
              IF NOT WL-HELD
                 MOVE "(FREE)" TO WL-HELD-BY
              END-IF
           ELSE
              MOVE "(BAD PIPE)" TO WL-HELD-BY
           END-IF
           DISPLAY "  " WS-LIST-ID " " WS-LIST-STATE "     "
                   WL-HELD-BY " " FUNCTION TRIM(WS-LIST-DESC).

      * -----------------------------------------------------------
      * Append one profile launch to the shared audit file, the
      * same open/fallback/append shape WRITE-AUDIT-RECORD uses for
      * the plain menu paths.
      * -----------------------------------------------------------
       WRITE-PROFILE-AUDIT.
           MOVE 'C' TO OC-FUNCTION
           CALL 'OPERCHK' USING OPERCHK-ARGS
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
                     FUNCTION TRIM(WS-WANTED-PROFILE) "' DEMO "
                     FUNCTION TRIM(WS-EXP-DEMO) " ARGS '"
                     FUNCTION TRIM(WS-EXP-ARGS) "' RC "
                     FUNCTION TRIM(WS-LAST-RC) " "
                     FUNCTION TRIM(OC-AUDIT-TAG)
                     DELIMITED BY SIZE INTO AUDIT-LINE
              END-STRING
              WRITE AUDIT-LINE
