      * small built-in digit face, so the interesting frame's
      * number can go straight into a RASTERIZE call or a ticket.
      * Invoke as: FILMSTRIP [capture.dat] [every-n] [scale]
      *            [columns] [out.ppm] [from-frame]
      * every-n defaults to 50, scale to 8 (a 1280x960 wall thumbs
      * to 160x120 - the wall being the one the capture's CAPHDR
      * header says it was recorded on), columns to 4, out.ppm to
      * STRIP.PPM. Sampling stops when the sheet is full and says
      * how many frames were left.
      * A from-frame starts the sheet part way in (samples at
      * from, from+N, ...); a keyed keyframe/delta capture
      * (KEYCAP.cbl) is then entered at the last keyframe at or
      * before it through its .IDX index instead of being replayed
      * from the top.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILMSTRIP.
           05  WS-RPT-ARG            PIC X(20).
           05  WS-RPT-COUNT          PIC 9(8).
           05  WS-RPT-I              PIC 9(8).
           05  WS-FROM-ARG           PIC X(8)   VALUE SPACES.
           05  WS-FROM-FRAME         PIC 9(8)   VALUE 1.
           05  WS-SKIP-I             PIC 9(10).

      * Parsed fields from a "SPAN x1 x2 y r g b" capture record.
       01  SPAN-FIELDS.
       01  DIGIT-TABLE REDEFINES DIGIT-RAW-DATA.
           05  DIGIT-GLYPH   PIC X(15) OCCURS 10 TIMES.

      * The capture's own wall, from its header, and the most of it
      * the frame buffer above can hold.
       01  WALL-BOUNDS.
           05  WS-WALL-MAX-X     PIC 9(4).
           05  WS-WALL-MAX-Y     PIC 9(4).
           05  WS-CAP-WIDTH      PIC 9(4).
           05  WS-CAP-HEIGHT     PIC 9(4).
           05  WS-BUFFER-WIDTH   PIC 9(4) VALUE 1280.
           05  WS-BUFFER-HEIGHT  PIC 9(4) VALUE 960.

           COPY SETTINGS.

           COPY KEYCAPARGS.
           COPY CAPHDRARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-CAPTURE-FILE-NAME FROM ARGUMENT-VALUE
              MOVE WS-IMAGE-FILE-ARG TO WS-IMAGE-FILE-NAME
           END-IF

           DISPLAY 6 UPON ARGUMENT-NUMBER
           ACCEPT WS-FROM-ARG FROM ARGUMENT-VALUE
           IF WS-FROM-ARG NOT = SPACES
              MOVE WS-FROM-ARG TO WS-FROM-FRAME
           END-IF
           IF WS-FROM-FRAME = 0
              MOVE 1 TO WS-FROM-FRAME
           END-IF

           PERFORM TAKE-CAPTURE-HEADER
           COMPUTE LY-THUMB-W = WS-CAP-WIDTH / WS-SCALE
           COMPUTE LY-THUMB-H = WS-CAP-HEIGHT / WS-SCALE
           COMPUTE LY-CELL-W = LY-THUMB-W + 4
           COMPUTE LY-CELL-H = LY-THUMB-H + 12
           COMPUTE LY-SHEET-W = WS-COLS * LY-CELL-W
                       " STATUS " WS-CAP-STATUS UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           IF WS-FROM-FRAME > 1
              PERFORM SEEK-TO-KEYFRAME
           END-IF

           PERFORM UNTIL WS-EOF
              READ CAPTURE-FILE
           END-IF
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * Size the thumbnails to the wall the capture was recorded on,
      * from its CAPHDR header (this wall's own SETTINGS extents for
      * a capture without one), held to what the frame buffer holds.
      * -----------------------------------------------------------
       TAKE-CAPTURE-HEADER.
           MOVE 'R' TO CH-FUNCTION
           MOVE WS-CAPTURE-FILE-NAME TO CH-CAPTURE-FILE
           CALL 'CAPHDR' USING CAPHDR-ARGS
           IF CH-DAMAGED
              DISPLAY "FILMSTRIP: CAPTURE HEADER HAS NO USABLE WALL "
                      "SIZE - USING " WALL-WIDTH "X" WALL-HEIGHT
                      UPON SYSERR
           END-IF
           MOVE CH-WALL-WIDTH TO WS-CAP-WIDTH
           MOVE CH-WALL-HEIGHT TO WS-CAP-HEIGHT
           IF WS-CAP-WIDTH > WS-BUFFER-WIDTH
              OR WS-CAP-HEIGHT > WS-BUFFER-HEIGHT
              DISPLAY "FILMSTRIP: CAPTURE WALL " CH-WALL-WIDTH "X"
                      CH-WALL-HEIGHT " EXCEEDS THE FRAME BUFFER - "
                      "THUMBNAILS CLIPPED" UPON SYSERR
              IF WS-CAP-WIDTH > WS-BUFFER-WIDTH
                 MOVE WS-BUFFER-WIDTH TO WS-CAP-WIDTH
              END-IF
              IF WS-CAP-HEIGHT > WS-BUFFER-HEIGHT
                 MOVE WS-BUFFER-HEIGHT TO WS-CAP-HEIGHT
              END-IF
           END-IF
           COMPUTE WS-WALL-MAX-X = WS-CAP-WIDTH - 1
           COMPUTE WS-WALL-MAX-Y = WS-CAP-HEIGHT - 1.

      * -----------------------------------------------------------
      * Apply one capture record: SPANs paint the wall buffer, a
      * FRAME marker (bare or stamped) closes one frame, an RPT
           END-PERFORM.

      * -----------------------------------------------------------
      * One more logical frame went by; frames from, from+N,
      * from+2N ... (1, 1+N ... by default) are the sample points.
      * -----------------------------------------------------------
       COUNT-ONE-FRAME.
           ADD 1 TO WS-FRAMES-SEEN
           IF WS-FRAMES-SEEN < WS-FROM-FRAME
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION MOD(WS-FRAMES-SEEN - WS-FROM-FRAME,
                           WS-EVERY-N) = 0
              IF WS-THUMBS-PLACED < WS-THUMBS-MAX
                 PERFORM SAMPLE-CURRENT-FRAME
              ELSE
              END-IF
           END-IF.

      * -----------------------------------------------------------
      * Enter a keyed capture at the last keyframe at or before the
      * from-frame, found in its .IDX index through KEYCAP; the
      * records ahead of the KEY line are read past undecoded. A
      * plain capture replays from the top.
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
           COMPUTE WS-FRAMES-SEEN = KC-KEY-FRAME - 1.

      * -----------------------------------------------------------
      * Decimate the wall buffer into the next free grid cell (one
      * source pixel per scale-square block) and stamp the frame
