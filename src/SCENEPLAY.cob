      * record and issues the matching CALL 'GRAPHICS' for each one,
      * so an animation can be defined as data instead of recompiled
      * COBOL. Each record also carries a frame delay in milliseconds.
      * Only signed-off content airs: the scene file itself, and any
      * image a LOAD record pulls in, must pass the content register
      * check (SIGNCHK); a refused scene is not played at all and a
      * refused image's LOAD record is skipped.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCENEPLAY.
           05  WS-EOF-SW             PIC X VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-FRAMES             PIC 9(8) VALUE 0.
           05  WS-REFUSED            PIC 9(8) VALUE 0.

           COPY PACEVARS.
           COPY GFXARGS.
           COPY SIGNCHKARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
              MOVE "SCENE.DAT" TO WS-SCENE-FILE-NAME
           END-IF

           MOVE 'C' TO SC-FUNCTION
           MOVE WS-SCENE-FILE-NAME TO SC-FILE-NAME
           MOVE "SCENEPLAY" TO SC-PROGRAM
           CALL 'SIGNCHK' USING SIGNCHK-ARGS
           IF NOT SC-APPROVED
              DISPLAY "SCENEPLAY: REFUSING "
                       FUNCTION TRIM(WS-SCENE-FILE-NAME)
                       " - " FUNCTION TRIM(SC-REASON)
              STOP RUN RETURNING 1
           END-IF

           OPEN INPUT SCENE-FILE
           IF WS-SCENE-STATUS NOT = "00"
              DISPLAY "SCENEPLAY: UNABLE TO OPEN "

           CLOSE SCENE-FILE
           DISPLAY "SCENEPLAY: " WS-FRAMES " COMMAND(S) PLAYED"
           IF WS-REFUSED > 0
              DISPLAY "SCENEPLAY: " WS-REFUSED
                      " IMAGE LOAD(S) REFUSED - NOT SIGNED OFF"
           END-IF
           STOP RUN.

      * -----------------------------------------------------------
      * its requested delay on the wall clock (see PACEVARS.cpy) -
      * the same GET-CLOCK-HS/WAIT-FOR-FRAME-TICK approach MAIN.cob,
      * BOUNCYBALLS.cob and ANT.cob use for their own frame pacing,
      * in place of a CPU-speed-dependent busy-wait. A LOAD of an
      * image without a current sign-off is dropped unplayed.
      * -----------------------------------------------------------
       PLAY-SCENE-RECORD.
           IF SCENE-OPCODE = 'LOAD'
              MOVE SCENE-PARAMS TO GFX-PARAMS
              MOVE 'C' TO SC-FUNCTION
              MOVE GFX-IMAGE-FILE TO SC-FILE-NAME
              IF SC-FILE-NAME = SPACES
                 MOVE "WALL.IMG" TO SC-FILE-NAME
              END-IF
              MOVE "SCENEPLAY" TO SC-PROGRAM
              CALL 'SIGNCHK' USING SIGNCHK-ARGS
              IF NOT SC-APPROVED
                 DISPLAY "SCENEPLAY: SKIPPING LOAD OF "
                          FUNCTION TRIM(SC-FILE-NAME)
                          " - " FUNCTION TRIM(SC-REASON)
                 ADD 1 TO WS-REFUSED
                 EXIT PARAGRAPH
              END-IF
           END-IF

           PERFORM GET-CLOCK-HS
           MOVE WS-TICK-TOTAL-HS TO WS-FRAME-START-HS

