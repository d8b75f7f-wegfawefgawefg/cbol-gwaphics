      * stand-down are both stamped into the shared AUDIT.LOG.
      * Normal programming resumes by itself: the held demos
      * repaint the moment the alert clears.
      * On a multi-wall site (see WALLREGARGS.cpy) each wall has its
      * own ALERT.DAT: ALERTCAST <wall-id> broadcasts on that wall
      * from its file, and ALERTCAST ALL relays the site alarm - the
      * working directory's ALERT.DAT - to every wall in service:
      * it copies the raised file into each wall's directory, so
      * that wall's programs yield, starts a broadcaster on every
      * wall that has an output pipe, and when the site alarm is
      * stood down writes CLEAR to each of them in turn.
      * Raising and standing down belong to a supervisor on the
      * operator roster (see OPERCHKARGS.cpy): ALERTCAST RAISE
      * writes the alert into a wall's ALERT.DAT (ALL = the site
      * alarm, which ALERTCAST ALL relays), ALERTCAST CLEAR stands
      * it down, and the ALL relay itself needs a supervisor;
      * airing an alert already raised needs the OPERATOR role.
      * The operator is operator-id, or else the one already
      * signed on; every refusal is audited. A raise (ALERT) and a
      * stand-down (ALERTCLR) are also put on the notification
      * spool (see NOTIFYARGS.cpy), so the on-call groups hear of
      * the alarm off the floor as well as on the wall.
      * Invoke as: ALERTCAST [wall-id] [operator-id] | DISPLAYPIPE
      *            ALERTCAST ALL [operator-id]
      *            ALERTCAST RAISE <wall-id|ALL> [operator-id]
      *                      "<message>"
      *            ALERTCAST CLEAR <wall-id|ALL> [operator-id]
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTCAST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT WALL-ALERT-FILE ASSIGN TO DYNAMIC WS-WALL-ALERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WALL-ALERT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  ALERT-FILE.
       01  ALERT-LINE            PIC X(40).

       FD  WALL-ALERT-FILE.
       01  WALL-ALERT-LINE       PIC X(40).

       FD  AUDIT-FILE.
       01  AUDIT-LINE            PIC X(132).

           05  WS-TEXT-Y         PIC S9(4).
           05  WS-AUDIT-TEXT     PIC X(80).

      * The wall broadcast on, or ALL for the site relay: the
      * raised site file's two lines as relayed to every wall, the
      * broadcaster command started for each, and the tallies.
       01  WALL-VARS.
           05  WS-WALL-ARG       PIC X(8) VALUE SPACES.
           05  WS-TARGET-ARG     PIC X(8) VALUE SPACES.
           05  WS-OPER-ARG       PIC X(8) VALUE SPACES.
           05  WS-RAISE-MESSAGE  PIC X(40) VALUE SPACES.
           05  WS-WALL-ALERT-NAME PIC X(100).
           05  WS-WALL-ALERT-STATUS PIC X(2).
           05  WS-SITE-LINE-1    PIC X(40).
           05  WS-SITE-LINE-2    PIC X(40).
           05  WS-RELAY-CMD      PIC X(8).
           05  WS-COMMAND        PIC X(200).
           05  WS-WALLS-RAISED   PIC 9(2) VALUE 0.
           05  WS-WALLS-AIRED    PIC 9(2) VALUE 0.
           05  WS-SCAN-POS       PIC 9(2).
           05  WS-SCAN-CHAR      PIC X.
           05  WS-ID-VALID-SW    PIC X.
               88  WS-ID-VALID       VALUE 'Y'.

      * Real screen bounds, queried from GRAPHICS at startup
      * instead of being hardcoded here.
       01  SCREEN-BOUNDS.
           COPY ALERTVARS.
           COPY PACEVARS.
           COPY GFXARGS.
           COPY WALLREGARGS.
           COPY OPERCHKARGS.
           COPY NOTIFYARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-WALL-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-WALL-ARG) TO WS-WALL-ARG
           IF WS-WALL-ARG = "RAISE" OR WS-WALL-ARG = "CLEAR"
              PERFORM SET-ALERT-STATE
              STOP RUN RETURNING 0
           END-IF
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-OPER-ARG FROM ARGUMENT-VALUE
           IF WS-WALL-ARG = "ALL"
              MOVE 3 TO OC-NEED-LEVEL
              MOVE "RELAY OF THE SITE ALERT TO ALL WALLS" TO OC-ACTION
              PERFORM SIGN-ON-OPERATOR
              PERFORM RELAY-SITE-ALERT
              STOP RUN RETURNING 0
           END-IF

      *    the wall broadcast on - named, or the current wall - and
      *    its own ALERT.DAT
           IF WS-WALL-ARG NOT = SPACES
              MOVE 'S' TO WG-FUNCTION
              MOVE WS-WALL-ARG TO WG-WALL-ID
              CALL 'WALLREG' USING WALLREG-ARGS
              IF NOT WG-OK
                 DISPLAY "ALERTCAST: WALL '" FUNCTION TRIM(WS-WALL-ARG)
                         "' IS NOT A USABLE WALL IN WALLS.DAT"
                         UPON SYSERR
                 STOP RUN RETURNING 1
              END-IF
           END-IF
           MOVE 'F' TO WG-FUNCTION
           MOVE SPACES TO WG-WALL-ID
           MOVE "ALERT.DAT" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-FILE-NAME TO WS-ALERT-FILE-NAME
           MOVE 2 TO OC-NEED-LEVEL
           MOVE "BROADCAST OF A RAISED ALERT" TO OC-ACTION
           PERFORM SIGN-ON-OPERATOR

           PERFORM READ-ALERT-FILE
           IF NOT ALERT-RAISED
              DISPLAY "ALERTCAST: " FUNCTION TRIM(WS-ALERT-FILE-NAME)
                      " IS NOT RAISED - NOTHING TO BROADCAST"
                      UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           IF WS-MESSAGE = SPACES
           END-READ
           CLOSE ALERT-FILE.

      * -----------------------------------------------------------
      * Sign WS-OPER-ARG on (blank = the operator already signed
      * on) and check the role reaches OC-NEED-LEVEL for OC-ACTION;
      * a refusal, which OPERCHK audits, ends the run.
      * -----------------------------------------------------------
       SIGN-ON-OPERATOR.
           IF WS-OPER-ARG NOT = SPACES
              MOVE 'S' TO OC-FUNCTION
              MOVE WS-OPER-ARG TO OC-OPER-ID
              CALL 'OPERCHK' USING OPERCHK-ARGS
           END-IF
           MOVE 'P' TO OC-FUNCTION
           MOVE "ALERTCAST" TO OC-PROGRAM
           CALL 'OPERCHK' USING OPERCHK-ARGS
           IF NOT OC-OK
              DISPLAY "ALERTCAST: OPERATOR '" FUNCTION TRIM(OC-OPER-ID)
                       "' REFUSED " FUNCTION TRIM(OC-ACTION)
                       UPON SYSERR
              STOP RUN RETURNING 1
           END-IF.

      * -----------------------------------------------------------
      * RAISE / CLEAR: a supervisor writes the alert into (or
      * stands it down in) one wall's ALERT.DAT, or the site
      * alarm's for ALL. Every demo on that wall sees it on its
      * next poll; a broadcaster airs it.
      * -----------------------------------------------------------
       SET-ALERT-STATE.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-TARGET-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-TARGET-ARG) TO WS-TARGET-ARG
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-OPER-ARG FROM ARGUMENT-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-RAISE-MESSAGE FROM ARGUMENT-VALUE
           IF WS-TARGET-ARG = SPACES
              DISPLAY "ALERTCAST: " FUNCTION TRIM(WS-WALL-ARG)
                      " NEEDS A WALL ID OR ALL" UPON SYSERR
              STOP RUN RETURNING 1
           END-IF

      *    the site alarm lives in the working directory, where the
      *    relay watches it; a wall's in that wall's directory
           MOVE 'S' TO WG-FUNCTION
           MOVE WS-TARGET-ARG TO WG-WALL-ID
           IF WS-TARGET-ARG = "ALL"
              MOVE SPACES TO WG-WALL-ID
           END-IF
           CALL 'WALLREG' USING WALLREG-ARGS
           IF NOT WG-OK
              DISPLAY "ALERTCAST: WALL '" FUNCTION TRIM(WS-TARGET-ARG)
                      "' IS NOT A USABLE WALL IN WALLS.DAT"
                      UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           MOVE 'F' TO WG-FUNCTION
           MOVE "ALERT.DAT" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-FILE-NAME TO WS-ALERT-FILE-NAME

           MOVE 3 TO OC-NEED-LEVEL
           MOVE SPACES TO OC-ACTION
           IF WS-WALL-ARG = "RAISE"
              STRING "RAISE OF AN ALERT ON "
                     FUNCTION TRIM(WS-TARGET-ARG)
                     DELIMITED BY SIZE INTO OC-ACTION
              END-STRING
           ELSE
              STRING "STAND-DOWN OF THE ALERT ON "
                     FUNCTION TRIM(WS-TARGET-ARG)
                     DELIMITED BY SIZE INTO OC-ACTION
              END-STRING
           END-IF
           PERFORM SIGN-ON-OPERATOR

           OPEN OUTPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
              DISPLAY "ALERTCAST: UNABLE TO WRITE "
                      FUNCTION TRIM(WS-ALERT-FILE-NAME)
                      " STATUS " WS-ALERT-STATUS UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           MOVE SPACES TO WS-AUDIT-TEXT
           IF WS-WALL-ARG = "RAISE"
              IF WS-RAISE-MESSAGE = SPACES
                 MOVE "SEE POSTED NOTICES" TO WS-RAISE-MESSAGE
              END-IF
              MOVE "ALERT" TO ALERT-LINE
              WRITE ALERT-LINE
              MOVE WS-RAISE-MESSAGE TO ALERT-LINE
              WRITE ALERT-LINE
              STRING "ALERT SET ON " FUNCTION TRIM(WS-TARGET-ARG)
                     " '" FUNCTION TRIM(WS-RAISE-MESSAGE) "'"
                     DELIMITED BY SIZE INTO WS-AUDIT-TEXT
              END-STRING
              IF WS-RAISE-MESSAGE(21:20) NOT = SPACES
                 DISPLAY "ALERTCAST: ONLY THE FIRST 20 CHARACTERS OF "
                         "THE MESSAGE ARE AIRED" UPON SYSERR
              END-IF
           ELSE
              MOVE "CLEAR" TO ALERT-LINE
              WRITE ALERT-LINE
              STRING "ALERT CLEARED ON " FUNCTION TRIM(WS-TARGET-ARG)
                     DELIMITED BY SIZE INTO WS-AUDIT-TEXT
              END-STRING
           END-IF
           CLOSE ALERT-FILE
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "ALERTCAST: " FUNCTION TRIM(WS-AUDIT-TEXT)
                   UPON SYSERR

           IF WS-WALL-ARG = "RAISE"
              MOVE 1 TO NF-SEVERITY
              MOVE "ALERT" TO NF-EVENT
           ELSE
              MOVE 4 TO NF-SEVERITY
              MOVE "ALERTCLR" TO NF-EVENT
           END-IF
           MOVE "ALERTCAST" TO NF-SOURCE
           MOVE WS-TARGET-ARG TO NF-WALL
           MOVE WS-AUDIT-TEXT TO NF-MESSAGE
           CALL 'NOTIFY' USING NOTIFY-ARGS.

      * -----------------------------------------------------------
      * ALL: relay the site alarm in the working directory's
      * ALERT.DAT to every wall in service, then hold until the
      * site alarm stands down and relay the CLEAR the same way.
      * A wall with no output pipe still has its programs held,
      * but has no broadcaster to air the message.
      * -----------------------------------------------------------
       RELAY-SITE-ALERT.
           MOVE "ALERT.DAT" TO WS-ALERT-FILE-NAME
           PERFORM READ-SITE-ALERT
           IF NOT ALERT-RAISED
              DISPLAY "ALERTCAST: ALERT.DAT IS NOT RAISED - "
                      "NOTHING TO RELAY" UPON SYSERR
              STOP RUN RETURNING 1
           END-IF

           MOVE "ALERT" TO WS-RELAY-CMD
           PERFORM RELAY-TO-EVERY-WALL
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "SITE ALERT RELAYED TO "
                  FUNCTION TRIM(WS-WALLS-RAISED) " WALL(S), "
                  FUNCTION TRIM(WS-WALLS-AIRED) " AIRING '"
                  FUNCTION TRIM(WS-SITE-LINE-2) "'"
                  DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "ALERTCAST: SITE ALERT RELAYED TO "
                    WS-WALLS-RAISED " WALL(S), " WS-WALLS-AIRED
                    " WITH A BROADCASTER" UPON SYSERR

      *    a one-second poll of the site alarm until stand-down
           PERFORM UNTIL NOT ALERT-RAISED
              PERFORM GET-CLOCK-HS
              MOVE WS-TICK-TOTAL-HS TO WS-FRAME-START-HS
              MOVE 100 TO WS-FRAME-TARGET-HS
              PERFORM WAIT-FOR-FRAME-TICK
              PERFORM READ-SITE-ALERT
           END-PERFORM

           MOVE "CLEAR" TO WS-RELAY-CMD
           PERFORM RELAY-TO-EVERY-WALL
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "SITE ALERT STOOD DOWN ON "
                  FUNCTION TRIM(WS-WALLS-RAISED) " WALL(S)"
                  DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "ALERTCAST: SITE ALERT STOOD DOWN ON "
                    WS-WALLS-RAISED " WALL(S)" UPON SYSERR.

      * The site file's first two lines as they stand, kept whole
      * so a drill tag after column 10 is relayed with them.
       READ-SITE-ALERT.
           MOVE SPACES TO WS-SITE-LINE-1
           MOVE SPACES TO WS-SITE-LINE-2
           PERFORM READ-ALERT-FILE
           IF ALERT-RAISED
              OPEN INPUT ALERT-FILE
              IF WS-ALERT-STATUS = "00"
                 READ ALERT-FILE INTO WS-SITE-LINE-1
                    AT END
                       CONTINUE
                 END-READ
                 READ ALERT-FILE INTO WS-SITE-LINE-2
                    AT END
                       CONTINUE
                 END-READ
                 CLOSE ALERT-FILE
              END-IF
           END-IF.

      * -----------------------------------------------------------
      * Walk the registry and raise (WS-RELAY-CMD ALERT) or clear
      * each in-service wall's own ALERT.DAT. A wall kept in the
      * working directory shares the site file, which already
      * says what it should. On a raise, each wall with an output
      * pipe gets its own ALERTCAST started in the background.
      * -----------------------------------------------------------
       RELAY-TO-EVERY-WALL.
           MOVE 0 TO WS-WALLS-RAISED
           MOVE 0 TO WS-WALLS-AIRED
           MOVE 1 TO WG-INDEX
           MOVE 'N' TO WG-FUNCTION
           CALL 'WALLREG' USING WALLREG-ARGS
           PERFORM UNTIL WG-END
              IF WG-IN-SERVICE
                 PERFORM RELAY-TO-ONE-WALL
              END-IF
              ADD 1 TO WG-INDEX
              MOVE 'N' TO WG-FUNCTION
              CALL 'WALLREG' USING WALLREG-ARGS
           END-PERFORM.

       RELAY-TO-ONE-WALL.
           PERFORM VALIDATE-WALL-ID
           IF NOT WS-ID-VALID
              DISPLAY "ALERTCAST: WALL '" FUNCTION TRIM(WG-WALL-ID)
                       "' SKIPPED - ID NOT USABLE ON A COMMAND LINE"
                       UPON SYSERR
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WALLS-RAISED

           IF WG-DIR NOT = SPACES
              MOVE SPACES TO WS-WALL-ALERT-NAME
              STRING FUNCTION TRIM(WG-DIR) "/ALERT.DAT"
                     DELIMITED BY SIZE INTO WS-WALL-ALERT-NAME
              END-STRING
              OPEN OUTPUT WALL-ALERT-FILE
              IF WS-WALL-ALERT-STATUS NOT = "00"
                 DISPLAY "ALERTCAST: UNABLE TO WRITE "
                          FUNCTION TRIM(WS-WALL-ALERT-NAME)
                          " STATUS " WS-WALL-ALERT-STATUS UPON SYSERR
                 SUBTRACT 1 FROM WS-WALLS-RAISED
                 EXIT PARAGRAPH
              END-IF
              IF WS-RELAY-CMD = "ALERT"
                 MOVE WS-SITE-LINE-1 TO WALL-ALERT-LINE
                 WRITE WALL-ALERT-LINE
                 MOVE WS-SITE-LINE-2 TO WALL-ALERT-LINE
                 WRITE WALL-ALERT-LINE
              ELSE
                 MOVE "CLEAR" TO WALL-ALERT-LINE
                 WRITE WALL-ALERT-LINE
              END-IF
              CLOSE WALL-ALERT-FILE
           END-IF

           IF WS-RELAY-CMD NOT = "ALERT"
              EXIT PARAGRAPH
           END-IF
           IF WG-BAD-OUTPUT OR WG-OUTPUT = SPACES
              DISPLAY "ALERTCAST: WALL " FUNCTION TRIM(WG-WALL-ID)
                       " HELD, BUT HAS NO USABLE OUTPUT PIPE TO AIR ON"
                       UPON SYSERR
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-COMMAND
           STRING "./ALERTCAST " FUNCTION TRIM(WG-WALL-ID) " >> "
                  FUNCTION TRIM(WG-OUTPUT) " &"
                  DELIMITED BY SIZE INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-COMMAND
           ADD 1 TO WS-WALLS-AIRED.

      * A wall ID goes on the broadcaster's command line, so only
      * letters, digits, dash and underscore are accepted.
       VALIDATE-WALL-ID.
           SET WS-ID-VALID TO TRUE
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 8
              MOVE WG-WALL-ID(WS-SCAN-POS:1) TO WS-SCAN-CHAR
              IF WS-SCAN-CHAR NOT = SPACE
                 AND WS-SCAN-CHAR NOT ALPHABETIC
                 AND (WS-SCAN-CHAR < '0' OR WS-SCAN-CHAR > '9')
                 AND WS-SCAN-CHAR NOT = '-'
                 AND WS-SCAN-CHAR NOT = '_'
                 MOVE 'N' TO WS-ID-VALID-SW
              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * Stamp the event into the shared audit file, the same
      * open/fallback/append shape the launchers use.
      * -----------------------------------------------------------
       WRITE-AUDIT-RECORD.
           MOVE 'C' TO OC-FUNCTION
           CALL 'OPERCHK' USING OPERCHK-ARGS
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
              MOVE SPACES TO AUDIT-LINE
              STRING FUNCTION CURRENT-DATE(1:8) " "
                     FUNCTION CURRENT-DATE(9:6)
                     " ALERTCAST " FUNCTION TRIM(WS-AUDIT-TEXT) " "
                     FUNCTION TRIM(OC-AUDIT-TAG)
                     DELIMITED BY SIZE INTO AUDIT-LINE
              END-STRING
              WRITE AUDIT-LINE
