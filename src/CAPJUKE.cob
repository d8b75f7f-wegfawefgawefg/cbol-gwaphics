      * reel plays on. Entry names ride CALL "SYSTEM" command
      * lines, so they get the same shell-safe character check the
      * launchers apply.
      * Each airing is logged through AIRLOG to the shared as-run
      * file AIRLOG.DAT for the sponsor airtime statement. GFXPLAY
      * itself does not poll the control files and always plays a
      * capture to its last frame, so each airing is logged as
      * aired in full; once it returns the jukebox looks at
      * RUNCTL.DAT, and an operator STOP ends the reel there.
      * A capture that fails CAPCHK (CAPFAIL) or GFXPLAY (CAPPLAY),
      * and one skipped for any other reason (CAPSKIP), is put on
      * the notification spool (see NOTIFYARGS.cpy) for the on-call
      * group as well as into CAPJUKE.LOG.
      * Invoke as: CAPJUKE [playlist] [passes] | DISPLAYPIPE
      * playlist defaults to JUKEBOX.DAT; passes 0 means one pass.
      *****************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JUKE-FILE.
       FD  JUKE-LOG-FILE.
       01  JUKE-LOG-LINE          PIC X(132).

       FD  RUNCTL-FILE.
       01  RUNCTL-LINE            PIC X(8).

       WORKING-STORAGE SECTION.
       01  CAPJUKE-VARS.
           05  WS-JUKE-FILE-NAME  PIC X(100) VALUE "JUKEBOX.DAT".
           05  WS-NAME-SAFE-SW    PIC X.
               88  WS-NAME-SAFE       VALUE 'Y'.

           COPY RUNCTLVARS.
           COPY WALLREGARGS.
           COPY AIRLOGARGS.
           COPY SIGNCHKARGS.
           COPY NOTIFYARGS.

       PROCEDURE DIVISION.
           PERFORM RESOLVE-WALL-FILES
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-JUKE-FILE-ARG FROM ARGUMENT-VALUE
           IF WS-JUKE-FILE-ARG NOT = SPACES
           PERFORM WRITE-JUKE-LOG

           PERFORM VARYING WS-PASS-NO FROM 1 BY 1
                   UNTIL WS-PASS-NO > WS-PASSES OR WS-STOP-REQUESTED
              PERFORM PLAY-ONE-PASS
           END-PERFORM

              STOP RUN RETURNING 1
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF OR WS-STOP-REQUESTED
              READ JUKE-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
           CLOSE JUKE-FILE.

      * -----------------------------------------------------------
      * One playlist entry: shell-safety check, catalog check,
      * sign-off check, CAPCHK pre-flight, then the repeats. Each
      * failure mode skips and logs instead of halting the reel.
      * -----------------------------------------------------------
       PLAY-ONE-ENTRY.
           IF JUKE-NAME = SPACES
                     DELIMITED BY SIZE INTO WS-LOG-TEXT
              END-STRING
              PERFORM WRITE-JUKE-LOG
              MOVE 3 TO NF-SEVERITY
              MOVE "CAPSKIP" TO NF-EVENT
              PERFORM SEND-NOTIFICATION
              ADD 1 TO WS-SKIPPED
              EXIT PARAGRAPH
           END-IF
                     DELIMITED BY SIZE INTO WS-LOG-TEXT
              END-STRING
              PERFORM WRITE-JUKE-LOG
              MOVE 3 TO NF-SEVERITY
              MOVE "CAPSKIP" TO NF-EVENT
              PERFORM SEND-NOTIFICATION
              ADD 1 TO WS-SKIPPED
              EXIT PARAGRAPH
           END-IF

      *    sign-off: only a capture approved on the content
      *    register, unchanged since and inside its expiry, airs
           MOVE 'C' TO SC-FUNCTION
           MOVE WS-ENTRY-NAME TO SC-FILE-NAME
           MOVE "CAPJUKE" TO SC-PROGRAM
           CALL 'SIGNCHK' USING SIGNCHK-ARGS
           IF NOT SC-APPROVED
              MOVE SPACES TO WS-LOG-TEXT
              STRING "SKIPPED '" FUNCTION TRIM(WS-ENTRY-NAME)
                     "' - " FUNCTION TRIM(SC-REASON)
                     DELIMITED BY SIZE INTO WS-LOG-TEXT
              END-STRING
              PERFORM WRITE-JUKE-LOG
              MOVE 3 TO NF-SEVERITY
              MOVE "CAPSKIP" TO NF-EVENT
              PERFORM SEND-NOTIFICATION
              ADD 1 TO WS-SKIPPED
              EXIT PARAGRAPH
           END-IF
                     DELIMITED BY SIZE INTO WS-LOG-TEXT
              END-STRING
              PERFORM WRITE-JUKE-LOG
              MOVE 2 TO NF-SEVERITY
              MOVE "CAPFAIL" TO NF-EVENT
              PERFORM SEND-NOTIFICATION
              ADD 1 TO WS-SKIPPED
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-REP-I FROM 1 BY 1
                   UNTIL WS-REP-I > WS-REPEATS OR WS-STOP-REQUESTED
              MOVE SPACES TO WS-LOG-TEXT
              STRING "AIRING '" FUNCTION TRIM(WS-ENTRY-NAME)
                     "' (" FUNCTION TRIM(WS-REP-I)
              STRING "./GFXPLAY " FUNCTION TRIM(WS-ENTRY-NAME)
                     DELIMITED BY SIZE INTO WS-COMMAND
              END-STRING
              MOVE 'B' TO AA-FUNCTION
              MOVE WS-ENTRY-NAME TO AA-CONTENT
              MOVE "CAPJUKE" TO AA-PROGRAM
              MOVE 'N' TO AA-RESUMED
              CALL 'AIRLOG' USING AIRLOG-ARGS
              CALL "SYSTEM" USING WS-COMMAND
              MOVE RETURN-CODE TO WS-LAST-RC
              IF WS-LAST-RC > 255
                        DELIMITED BY SIZE INTO WS-LOG-TEXT
                 END-STRING
                 PERFORM WRITE-JUKE-LOG
                 MOVE 2 TO NF-SEVERITY
                 MOVE "CAPPLAY" TO NF-EVENT
                 PERFORM SEND-NOTIFICATION
              END-IF
              PERFORM END-AS-RUN
              ADD 1 TO WS-PLAYED
           END-PERFORM.

      * -----------------------------------------------------------
      * Close the airing's as-run record. GFXPLAY neither holds
      * for an alert nor stops early, so the airing ran to its
      * last frame; an operator STOP ends the reel after it.
      * -----------------------------------------------------------
       END-AS-RUN.
           MOVE SPACE TO AA-INTERRUPT
           PERFORM READ-RUN-CONTROL
           IF RUNCTL-STOP
              SET WS-STOP-REQUESTED TO TRUE
              MOVE "STOP REQUESTED THROUGH RUNCTL.DAT - REEL ENDED"
                TO WS-LOG-TEXT
              PERFORM WRITE-JUKE-LOG
           END-IF
           MOVE 'E' TO AA-FUNCTION
           CALL 'AIRLOG' USING AIRLOG-ARGS
           IF NOT AA-OK
              MOVE "UNABLE TO APPEND TO AIRLOG.DAT" TO WS-LOG-TEXT
              PERFORM WRITE-JUKE-LOG
           END-IF.

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
      * Is the entry's capture in the CAPLIB catalog?
      * -----------------------------------------------------------
              CLOSE JUKE-LOG-FILE
           END-IF.

      * -----------------------------------------------------------
      * Put WS-LOG-TEXT on the notification spool for this wall
      * under NF-SEVERITY/NF-EVENT; NOTIFY routes it and holds back
      * repeats, so a bad capture on a looping reel pages once.
      * -----------------------------------------------------------
       SEND-NOTIFICATION.
           MOVE "CAPJUKE" TO NF-SOURCE
           MOVE SPACES TO NF-WALL
           MOVE WS-LOG-TEXT TO NF-MESSAGE
           CALL 'NOTIFY' USING NOTIFY-ARGS.

      * -----------------------------------------------------------
      * Only letters, digits, dot, comma, dash, underscore and
      * slash are allowed into a launch command line.
                 MOVE 'N' TO WS-NAME-SAFE-SW
              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * Point the run-control poll at the current wall's own
      * RUNCTL.DAT (see WALLREGARGS.cpy) - the working directory's
      * copy on a single-wall site.
      * -----------------------------------------------------------
       RESOLVE-WALL-FILES.
           MOVE 'F' TO WG-FUNCTION
           MOVE SPACES TO WG-WALL-ID
           MOVE "RUNCTL.DAT" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-FILE-NAME TO WS-RUNCTL-FILE-NAME.
