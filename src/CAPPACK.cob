      * shrinks to one copy of each distinct frame plus markers.
      * A frame too large for the comparison buffer is passed
      * through verbatim and never collapsed. A stats line reports
      * how many frames collapsed. The CAPHDR header block at the
      * top of the capture is copied across ahead of everything
      * else, never folded into the first frame's comparison.
      * Invoke as: CAPPACK [capture.dat] [packed.dat]
      *****************************************************************
       IDENTIFICATION DIVISION.
      * previous one.
      * -----------------------------------------------------------
       TAKE-CAPTURE-LINE.
           IF CAPTURE-LINE(1:7) = "CAPHDR "
              MOVE CAPTURE-LINE TO PACKED-LINE
              WRITE PACKED-LINE
              ADD 1 TO WS-LINES-OUT
              EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(CAPTURE-LINE) = "FRAME"
              OR CAPTURE-LINE(1:6) = "FRAME "
              ADD 1 TO WS-FRAMES-IN
