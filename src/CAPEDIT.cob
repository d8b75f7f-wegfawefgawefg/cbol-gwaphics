      * the CAPEDIT name so the bookkeeping stays honest. Records
      * after the final FRAME marker (a truncated tail) are dropped
      * and counted.
      * A keyed keyframe/delta capture (KEYCAP.cbl) is edited too,
      * and written back out as a plain capture (CAPKEY ENCODE
      * re-keys it): its frames only carry what changed, so the
      * records of every frame left out are carried into the next
      * frame kept instead of being thrown away, and the output
      * still opens on the whole picture. A CUT enters a keyed
      * capture at the last keyframe at or before the from-frame
      * through its .IDX index and stops reading at the to-frame,
      * rather than walking the whole reel; JOIN drops the header
      * and KEY lines as it copies.
      * The output opens with the input's CAPHDR header block (A's,
      * for a JOIN - a B recorded on a wall of another size is
      * joined with a warning); a capture without one stays without.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPEDIT.
           05  WS-SCAN-CHAR       PIC X.
           05  WS-NAME-SAFE-SW    PIC X.
               88  WS-NAME-SAFE       VALUE 'Y'.
           05  WS-KEYED-SW        PIC X VALUE 'N'.
               88  WS-KEYED-INPUT     VALUE 'Y'.
           05  WS-SKIP-I          PIC 9(10).
           05  WS-OPEN-RECORDS    PIC 9(6) VALUE 0.
           05  WS-HDR-I           PIC 9(2).
           05  WS-JOIN-WALL-W     PIC 9(4).
           05  WS-JOIN-WALL-H     PIC 9(4).

      * The three frame buffers: the frame being collected, the
      * previous input frame (what an RPT marker repeats), and the
       01  LAST-WRITTEN-FRAME.
           05  LW-LINE            PIC X(40) OCCURS 50000 TIMES.

           COPY KEYCAPARGS.
           COPY CAPHDRARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-FUNCTION-ARG FROM ARGUMENT-VALUE
                       " STATUS " WS-OUT-STATUS UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           PERFORM WRITE-OUTPUT-HEADER
           IF NOT WS-DROP-MODE AND WS-FROM-FRAME > 1
              PERFORM SEEK-TO-KEYFRAME
           END-IF

           PERFORM UNTIL WS-EOF
              READ CAPTURE-FILE
              END-READ
           END-PERFORM

           MOVE WS-OPEN-RECORDS TO WS-TAIL-DROPPED
           PERFORM FLUSH-PENDING-REPEATS

           CLOSE CAPTURE-FILE
      * more times, anything else joins the current frame.
      * -----------------------------------------------------------
       TAKE-CAPTURE-LINE.
           IF CAPTURE-LINE(1:7) = "KEYCAP "
              SET WS-KEYED-INPUT TO TRUE
              EXIT PARAGRAPH
           END-IF
           IF CAPTURE-LINE(1:4) = "KEY "
              OR CAPTURE-LINE(1:7) = "CAPHDR "
              EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(CAPTURE-LINE) = "FRAME"
              OR CAPTURE-LINE(1:6) = "FRAME "
              MOVE CAPTURE-LINE TO WS-MARKER
              MOVE 'N' TO WS-USE-PREV-SW
              MOVE 0 TO WS-OPEN-RECORDS
              PERFORM PROCESS-LOGICAL-FRAME
              IF WS-KEYED-INPUT
      *          a keyed frame left out still changed the picture:
      *          its records ride on into the next frame kept
                 IF NOT WS-KEEP-FRAME
                    EXIT PARAGRAPH
                 END-IF
                 IF NOT WS-DROP-MODE AND WS-TO-FRAME > 0
                    AND WS-FRAME-NUM >= WS-TO-FRAME
                    MOVE 'Y' TO WS-EOF-SW
                 END-IF
              END-IF
              PERFORM ROLL-CUR-TO-PREV
              EXIT PARAGRAPH
           END-IF
              STOP RUN RETURNING 1
           END-IF
           ADD 1 TO CUR-COUNT
           ADD 1 TO WS-OPEN-RECORDS
           MOVE CAPTURE-LINE TO CUR-LINE(CUR-COUNT).

      * -----------------------------------------------------------
      * The output opens with the input capture's header, rebuilt
      * from what CAPHDR read; a capture without one stays without.
      * -----------------------------------------------------------
       WRITE-OUTPUT-HEADER.
           MOVE 'R' TO CH-FUNCTION
           MOVE WS-CAPTURE-FILE-NAME TO CH-CAPTURE-FILE
           CALL 'CAPHDR' USING CAPHDR-ARGS
           MOVE CH-WALL-WIDTH TO WS-JOIN-WALL-W
           MOVE CH-WALL-HEIGHT TO WS-JOIN-WALL-H
           IF CH-NO-HEADER OR CH-NOT-OPENED
              EXIT PARAGRAPH
           END-IF
           MOVE 'B' TO CH-FUNCTION
           CALL 'CAPHDR' USING CAPHDR-ARGS
           PERFORM VARYING WS-HDR-I FROM 1 BY 1
                   UNTIL WS-HDR-I > CH-BUILT-COUNT
              MOVE CH-BUILT-LINE(WS-HDR-I) TO OUTPUT-LINE
              WRITE OUTPUT-LINE
              ADD 1 TO WS-LINES-OUT
           END-PERFORM.

      * -----------------------------------------------------------
      * CUT of a keyed capture: KEYCAP finds the last keyframe at
      * or before the from-frame in the .IDX index, and the records
      * ahead of its KEY line are read past - the keyframe repaints
      * the whole wall, so the frames between it and the from-frame
      * carry everything the first kept frame needs.
      * -----------------------------------------------------------
       SEEK-TO-KEYFRAME.
           MOVE 'S' TO KC-FUNCTION
           MOVE WS-CAPTURE-FILE-NAME TO KC-CAPTURE-FILE
           MOVE WS-FROM-FRAME TO KC-FRAME
           CALL 'KEYCAP' USING KEYCAP-ARGS
           IF NOT KC-OK
              EXIT PARAGRAPH
           END-IF
           SET WS-KEYED-INPUT TO TRUE
           PERFORM VARYING WS-SKIP-I FROM 1 BY 1
                   UNTIL WS-SKIP-I >= KC-KEY-LINE OR WS-EOF
              READ CAPTURE-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
              END-READ
           END-PERFORM
           COMPUTE WS-FRAME-NUM = KC-KEY-FRAME - 1.

      * -----------------------------------------------------------
      * An RPT n marker is n logical frames of the previous frame's
      * content, each stamped with a bare marker (the collapsed

      * -----------------------------------------------------------
      * JOIN: stream capture A then capture B to the output
      * verbatim, under A's header. Two individually sound captures
      * concatenate to a sound one - every RPT still follows the
      * frame it repeats.
      * -----------------------------------------------------------
       DO-JOIN.
           DISPLAY 2 UPON ARGUMENT-NUMBER
                       " STATUS " WS-OUT-STATUS UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           PERFORM WRITE-OUTPUT-HEADER
           PERFORM COPY-CAPTURE-THROUGH
           MOVE WS-SECOND-FILE-NAME TO WS-CAPTURE-FILE-NAME
           PERFORM CHECK-SECOND-WALL
           PERFORM COPY-CAPTURE-THROUGH
           CLOSE OUTPUT-FILE.

      * -----------------------------------------------------------
      * B is joined under A's header whatever wall it came from,
      * but a difference in size is worth saying out loud.
      * -----------------------------------------------------------
       CHECK-SECOND-WALL.
           MOVE 'R' TO CH-FUNCTION
           MOVE WS-CAPTURE-FILE-NAME TO CH-CAPTURE-FILE
           CALL 'CAPHDR' USING CAPHDR-ARGS
           IF CH-NOT-OPENED
              EXIT PARAGRAPH
           END-IF
           IF CH-WALL-WIDTH NOT = WS-JOIN-WALL-W
              OR CH-WALL-HEIGHT NOT = WS-JOIN-WALL-H
              DISPLAY "CAPEDIT: B WAS RECORDED ON A " CH-WALL-WIDTH
                      "X" CH-WALL-HEIGHT " WALL, A ON A "
                      WS-JOIN-WALL-W "X" WS-JOIN-WALL-H " WALL"
                      UPON SYSERR
           END-IF.

       COPY-CAPTURE-THROUGH.
           OPEN INPUT CAPTURE-FILE
           IF WS-CAP-STATUS NOT = "00"
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF CAPTURE-LINE(1:7) NOT = "KEYCAP "
                       AND CAPTURE-LINE(1:4) NOT = "KEY "
                       AND CAPTURE-LINE(1:7) NOT = "CAPHDR "
                       MOVE CAPTURE-LINE TO OUTPUT-LINE
                       WRITE OUTPUT-LINE
                       ADD 1 TO WS-LINES-OUT
                    END-IF
                    IF FUNCTION TRIM(CAPTURE-LINE) = "FRAME"
                       OR CAPTURE-LINE(1:6) = "FRAME "
                       ADD 1 TO WS-FRAMES-KEPT
