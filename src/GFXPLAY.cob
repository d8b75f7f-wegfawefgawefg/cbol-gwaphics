      * a compacted capture: the previous frame's records are kept in
      * a buffer and re-emitted n more times, so a packed file plays
      * back frame-for-frame identical to the original capture.
      * The CAPHDR header block is never passed downstream either;
      * a capture recorded on a wall of another size than this one
      * is played with a warning, since the display pipe clips what
      * lands past its edge.
      * Plays keyed keyframe/delta captures (KEYCAP.cbl) too - the
      * header and KEY lines are not passed downstream - and can
      * start part way in: given a from-frame, a keyed capture is
      * entered at the last keyframe at or before it through the
      * capture's .IDX index, and the frames between that keyframe
      * and the from-frame go downstream without their FRAME
      * markers or pacing, so the wall shows the from-frame's
      * picture at once. A plain capture gets the same silent
      * lead-in from its first record.
      * Invoke as: GFXPLAY capture.dat [delay-ms-per-frame]
      *            [from-frame]
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GFXPLAY.
               88  WS-EOF                VALUE 'Y'.
           05  WS-LINES              PIC 9(8) VALUE 0.
           05  WS-FRAMES             PIC 9(8) VALUE 0.
           05  WS-FROM-ARG           PIC X(8)   VALUE SPACES.
           05  WS-FROM-FRAME         PIC 9(8)   VALUE 1.
           05  WS-SKIP-I             PIC 9(10).

      * Replay buffer for CAPPACK's "RPT n" markers: the records of
      * the last complete frame emitted, so a repeat marker can

           COPY PACEVARS.

           COPY KEYCAPARGS.
           COPY CAPHDRARGS.
           COPY SETTINGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-CAPTURE-FILE-NAME FROM ARGUMENT-VALUE
              MOVE WS-DELAY-ARG TO WS-DELAY-MS
           END-IF

           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-FROM-ARG FROM ARGUMENT-VALUE
           IF WS-FROM-ARG NOT = SPACES
              MOVE WS-FROM-ARG TO WS-FROM-FRAME
           END-IF
           IF WS-FROM-FRAME = 0
              MOVE 1 TO WS-FROM-FRAME
           END-IF

           OPEN INPUT CAPTURE-FILE
           IF WS-CAP-STATUS NOT = "00"
              DISPLAY "GFXPLAY: UNABLE TO OPEN "
                       " STATUS " WS-CAP-STATUS UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           PERFORM CHECK-CAPTURE-WALL
           IF WS-FROM-FRAME > 1
              PERFORM SEEK-TO-KEYFRAME
           END-IF

           PERFORM UNTIL WS-EOF
              READ CAPTURE-FILE
           CLOSE CAPTURE-FILE
           DISPLAY "GFXPLAY: REPLAYED " WS-LINES " LINE(S), "
                    WS-FRAMES " FRAME(S)" UPON SYSERR
           IF WS-FROM-FRAME > 1
              DISPLAY "GFXPLAY: PLAYED FROM FRAME " WS-FROM-FRAME
                       UPON SYSERR
           END-IF
           STOP RUN.

      * -----------------------------------------------------------
      * Say so when the capture's CAPHDR header names a wall of
      * another size than this one.
      * -----------------------------------------------------------
       CHECK-CAPTURE-WALL.
           MOVE 'R' TO CH-FUNCTION
           MOVE WS-CAPTURE-FILE-NAME TO CH-CAPTURE-FILE
           CALL 'CAPHDR' USING CAPHDR-ARGS
           IF CH-OK
              AND (CH-WALL-WIDTH NOT = WALL-WIDTH
                   OR CH-WALL-HEIGHT NOT = WALL-HEIGHT)
              DISPLAY "GFXPLAY: CAPTURE RECORDED ON A " CH-WALL-WIDTH
                      "X" CH-WALL-HEIGHT " WALL, THIS WALL IS "
                      WALL-WIDTH "X" WALL-HEIGHT UPON SYSERR
           END-IF.

      * -----------------------------------------------------------
      * Emit one capture line, maintaining the last-frame replay
      * buffer as frames go by, and expanding CAPPACK's "RPT n"
      * downstream - the display pipe only ever sees real records.
      * -----------------------------------------------------------
       PLAY-CAPTURE-LINE.
           IF CAPTURE-LINE(1:7) = "KEYCAP "
              OR CAPTURE-LINE(1:4) = "KEY "
              OR CAPTURE-LINE(1:7) = "CAPHDR "
              EXIT PARAGRAPH
           END-IF

           IF CAPTURE-LINE(1:4) = "RPT "
              PERFORM EXPAND-REPEAT-MARKER
              EXIT PARAGRAPH
              MOVE "FRAME" TO CAPTURE-LINE
           END-IF

           IF FUNCTION TRIM(CAPTURE-LINE) NOT = "FRAME"
              DISPLAY CAPTURE-LINE
           END-IF

           IF FUNCTION TRIM(CAPTURE-LINE) = "FRAME"
      *       no record arrived since the previous marker (an empty
              END-IF
              SET RB-NEW-FRAME TO TRUE
              ADD 1 TO WS-FRAMES
      *       lead-in frames before the from-frame close silently
              IF WS-FRAMES >= WS-FROM-FRAME
                 DISPLAY CAPTURE-LINE
                 PERFORM PACE-FRAME
              END-IF
              EXIT PARAGRAPH
           END-IF

           END-IF
           PERFORM VARYING RB-R FROM 1 BY 1
                   UNTIL RB-R > WS-REPEAT-COUNT
              ADD 1 TO WS-FRAMES
              IF WS-FRAMES >= WS-FROM-FRAME
                 PERFORM VARYING RB-I FROM 1 BY 1
                         UNTIL RB-I > RB-SAVED-COUNT
                    DISPLAY RB-LINE(RB-I)
                 END-PERFORM
                 DISPLAY "FRAME"
                 PERFORM PACE-FRAME
              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * Enter a keyed capture at the last keyframe at or before the
      * from-frame: KEYCAP looks the keyframe up in the .IDX index
      * and the records ahead of its KEY line are read past without
      * being decoded. A plain capture (or one whose index is
      * missing) is left at its first record.
      * -----------------------------------------------------------
       SEEK-TO-KEYFRAME.
           MOVE 'S' TO KC-FUNCTION
           MOVE WS-CAPTURE-FILE-NAME TO KC-CAPTURE-FILE
           MOVE WS-FROM-FRAME TO KC-FRAME
           CALL 'KEYCAP' USING KEYCAP-ARGS
           IF NOT KC-OK
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SKIP-I FROM 1 BY 1
                   UNTIL WS-SKIP-I >= KC-KEY-LINE OR WS-EOF
              READ CAPTURE-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
              END-READ
           END-PERFORM
           COMPUTE WS-FRAMES = KC-KEY-FRAME - 1.

      * -----------------------------------------------------------
      * Pull the capture-time stamp off a "FRAME <hundredths>"
      * marker and turn the delta from the previous stamp into the
