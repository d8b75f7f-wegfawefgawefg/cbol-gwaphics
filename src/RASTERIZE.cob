      * records into an in-memory frame buffer (the same wall-sized
      * buffer GRAPHICS keeps) up to the Nth "FRAME" marker, then
      * writes the buffer out as a plain-text P3 PPM sized to the
      * wall the capture was recorded on - the WALL line of its
      * CAPHDR header, or the WALL-WIDTH/WALL-HEIGHT extents from
      * SETTINGS.cpy for a capture without one - so a captured
      * glitch can be attached to a ticket or mailed to the vendor
      * instead of replayed on the wall itself.
      * A keyed keyframe/delta capture (KEYCAP.cbl) is entered at
      * the last keyframe at or before the wanted frame through its
      * .IDX index, so frame 40,000 costs one keyframe and a few
      * deltas instead of the whole reel.
      * Invoke as: RASTERIZE [capture.dat] [frame-number] [out.ppm]
      * frame-number defaults to 1 (the first frame); out.ppm
      * defaults to FRAME.PPM.
           05  WS-SPANS-APPLIED      PIC 9(8) VALUE 0.
           05  WS-FRAME-DONE-SW      PIC X VALUE 'N'.
               88  WS-FRAME-DONE         VALUE 'Y'.
           05  WS-SKIP-I             PIC 9(10).

      * Parsed fields from a "SPAN x1 x2 y r g b" capture record,
      * filled by UNSTRING the same way PIXDIFF parses its lines.
           05  PX-X              PIC 9(4).
           05  PX-Y              PIC 9(4).

      * The capture's own wall, from its header, and the most of it
      * the frame buffer above can hold.
       01  WALL-BOUNDS.
           05  WS-WALL-MAX-X     PIC 9(4).
           05  WS-WALL-MAX-Y     PIC 9(4).
           05  WS-IMAGE-WIDTH    PIC 9(4).
           05  WS-IMAGE-HEIGHT   PIC 9(4).
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

           OPEN INPUT CAPTURE-FILE
           IF WS-CAP-STATUS NOT = "00"
              DISPLAY "RASTERIZE: UNABLE TO OPEN "
                       " STATUS " WS-CAP-STATUS UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           PERFORM TAKE-CAPTURE-HEADER
           IF WS-WANTED-FRAME > 1
              PERFORM SEEK-TO-KEYFRAME
           END-IF

           PERFORM UNTIL WS-EOF OR WS-FRAME-DONE
              READ CAPTURE-FILE
                    FUNCTION TRIM(WS-IMAGE-FILE-NAME) UPON SYSERR
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * Size the image to the wall the capture was recorded on, from
      * its CAPHDR header (this wall's own SETTINGS extents for a
      * capture without one), held to what the frame buffer holds.
      * -----------------------------------------------------------
       TAKE-CAPTURE-HEADER.
           MOVE 'R' TO CH-FUNCTION
           MOVE WS-CAPTURE-FILE-NAME TO CH-CAPTURE-FILE
           CALL 'CAPHDR' USING CAPHDR-ARGS
           IF CH-DAMAGED
              DISPLAY "RASTERIZE: CAPTURE HEADER HAS NO USABLE WALL "
                      "SIZE - USING " WALL-WIDTH "X" WALL-HEIGHT
                      UPON SYSERR
           END-IF
           MOVE CH-WALL-WIDTH TO WS-IMAGE-WIDTH
           MOVE CH-WALL-HEIGHT TO WS-IMAGE-HEIGHT
           IF WS-IMAGE-WIDTH > WS-BUFFER-WIDTH
              OR WS-IMAGE-HEIGHT > WS-BUFFER-HEIGHT
              DISPLAY "RASTERIZE: CAPTURE WALL " CH-WALL-WIDTH "X"
                      CH-WALL-HEIGHT " EXCEEDS THE FRAME BUFFER - "
                      "IMAGE CLIPPED" UPON SYSERR
              IF WS-IMAGE-WIDTH > WS-BUFFER-WIDTH
                 MOVE WS-BUFFER-WIDTH TO WS-IMAGE-WIDTH
              END-IF
              IF WS-IMAGE-HEIGHT > WS-BUFFER-HEIGHT
                 MOVE WS-BUFFER-HEIGHT TO WS-IMAGE-HEIGHT
              END-IF
           END-IF
           COMPUTE WS-WALL-MAX-X = WS-IMAGE-WIDTH - 1
           COMPUTE WS-WALL-MAX-Y = WS-IMAGE-HEIGHT - 1.

      * -----------------------------------------------------------
      * Apply one capture record: a SPAN paints its pixel run into
      * the buffer (runs outside the wall extents are ignored, the
           END-PERFORM
           ADD 1 TO WS-SPANS-APPLIED.

      * -----------------------------------------------------------
      * Enter a keyed capture at the last keyframe at or before the
      * wanted frame: KEYCAP looks it up in the .IDX index and the
      * records ahead of its KEY line are read past undecoded - the
      * keyframe repaints the whole wall, so nothing skipped can
      * show through. A plain capture replays from the top.
      * -----------------------------------------------------------
       SEEK-TO-KEYFRAME.
           MOVE 'S' TO KC-FUNCTION
           MOVE WS-CAPTURE-FILE-NAME TO KC-CAPTURE-FILE
           MOVE WS-WANTED-FRAME TO KC-FRAME
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
      * Write the reconstructed buffer as a plain-text P3 PPM: the
      * magic, dimensions and max-value header, then one "R G B"
           MOVE "P3" TO IMAGE-LINE
           WRITE IMAGE-LINE
           MOVE SPACES TO IMAGE-LINE
           STRING FUNCTION TRIM(WS-IMAGE-WIDTH) " "
                  FUNCTION TRIM(WS-IMAGE-HEIGHT)
                  DELIMITED BY SIZE INTO IMAGE-LINE
           END-STRING
           WRITE IMAGE-LINE
           MOVE "255" TO IMAGE-LINE
           WRITE IMAGE-LINE

           PERFORM VARYING PX-Y FROM 1 BY 1
                   UNTIL PX-Y > WS-IMAGE-HEIGHT
              PERFORM VARYING PX-X FROM 1 BY 1
                      UNTIL PX-X > WS-IMAGE-WIDTH
                 MOVE SPACES TO IMAGE-LINE
                 STRING FUNCTION TRIM(FB-R(PX-Y, PX-X)) " "
                        FUNCTION TRIM(FB-G(PX-Y, PX-X)) " "
