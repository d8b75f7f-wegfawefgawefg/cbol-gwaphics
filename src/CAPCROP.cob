      * markers pass through unchanged - a repeat of a cropped
      * frame is still a repeat of a cropped frame - so the output
      * replays cleanly on the smaller target.
      * The crop is judged against the wall the capture's CAPHDR
      * header says it was recorded on (this wall's SETTINGS extents
      * for a capture without one): a rectangle running past that
      * wall is cut back to it, and the output gets a header of its
      * own describing the cropped wall, with the source's demo,
      * wall ID and start stamp carried over.
      * Invoke as: CAPCROP <in> <out> <x> <y> <w> <h>
      *****************************************************************
       IDENTIFICATION DIVISION.
           05  WS-SPANS-KEPT      PIC 9(8) VALUE 0.
           05  WS-SPANS-CLIPPED   PIC 9(8) VALUE 0.
           05  WS-SPANS-DROPPED   PIC 9(8) VALUE 0.
           05  WS-HDR-I           PIC 9(2).

      * Parsed fields from a "SPAN x1 x2 y r g b" capture record,
      * and the clipped, re-origined result.
           05  SH-X2              PIC S9(5).
           05  SH-Y               PIC S9(5).

           COPY CAPHDRARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-CAPTURE-FILE-NAME FROM ARGUMENT-VALUE
                      "POSITIVE" UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           PERFORM FIT-CROP-TO-WALL
           COMPUTE WS-CROP-MAX-X = WS-CROP-X + WS-CROP-W - 1
           COMPUTE WS-CROP-MAX-Y = WS-CROP-Y + WS-CROP-H - 1

                       " STATUS " WS-OUT-STATUS UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           PERFORM WRITE-CROPPED-HEADER

           PERFORM UNTIL WS-EOF
              READ CAPTURE-FILE
                    WS-SPANS-DROPPED " DROPPED" UPON SYSERR
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * The crop must start on the wall the capture was recorded on
      * and is cut back to that wall's edge where it runs past it.
      * -----------------------------------------------------------
       FIT-CROP-TO-WALL.
           MOVE 'R' TO CH-FUNCTION
           MOVE WS-CAPTURE-FILE-NAME TO CH-CAPTURE-FILE
           CALL 'CAPHDR' USING CAPHDR-ARGS
           IF CH-NOT-OPENED
              EXIT PARAGRAPH
           END-IF
           IF WS-CROP-X >= CH-WALL-WIDTH
              OR WS-CROP-Y >= CH-WALL-HEIGHT
              DISPLAY "CAPCROP: CROP ORIGIN IS OFF THE CAPTURE'S "
                      CH-WALL-WIDTH "X" CH-WALL-HEIGHT " WALL"
                      UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           IF WS-CROP-X + WS-CROP-W > CH-WALL-WIDTH
              OR WS-CROP-Y + WS-CROP-H > CH-WALL-HEIGHT
              DISPLAY "CAPCROP: CROP RUNS PAST THE CAPTURE'S "
                      CH-WALL-WIDTH "X" CH-WALL-HEIGHT
                      " WALL - CUT BACK TO ITS EDGE" UPON SYSERR
              IF WS-CROP-X + WS-CROP-W > CH-WALL-WIDTH
                 COMPUTE WS-CROP-W = CH-WALL-WIDTH - WS-CROP-X
              END-IF
              IF WS-CROP-Y + WS-CROP-H > CH-WALL-HEIGHT
                 COMPUTE WS-CROP-H = CH-WALL-HEIGHT - WS-CROP-Y
              END-IF
           END-IF.

      * -----------------------------------------------------------
      * The output's own header: the cropped rectangle is its wall,
      * its tile no larger than that; the source's demo, wall ID
      * and start stamp carry over. The source's header lines are
      * not copied - they describe the wall before the crop.
      * -----------------------------------------------------------
       WRITE-CROPPED-HEADER.
           MOVE WS-CROP-W TO CH-WALL-WIDTH
           MOVE WS-CROP-H TO CH-WALL-HEIGHT
           IF CH-TILE-WIDTH > WS-CROP-W
              MOVE WS-CROP-W TO CH-TILE-WIDTH
           END-IF
           IF CH-TILE-HEIGHT > WS-CROP-H
              MOVE WS-CROP-H TO CH-TILE-HEIGHT
           END-IF
           MOVE 'B' TO CH-FUNCTION
           CALL 'CAPHDR' USING CAPHDR-ARGS
           PERFORM VARYING WS-HDR-I FROM 1 BY 1
                   UNTIL WS-HDR-I > CH-BUILT-COUNT
              MOVE CH-BUILT-LINE(WS-HDR-I) TO OUTPUT-LINE
              WRITE OUTPUT-LINE
           END-PERFORM.

      * -----------------------------------------------------------
      * FRAME and RPT markers pass straight through; a SPAN is
      * clipped, shifted and rewritten (or dropped whole).
