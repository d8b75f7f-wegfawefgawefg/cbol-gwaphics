      *****************************************************************
      * KEYCAP: the keyframe/delta capture writer and frame-index
      * lookup (see KEYCAPARGS.cpy for the interface). A plain
      * GFXREC capture stores whatever spans the demo drew, so a
      * slow-changing board costs the same every frame and frame
      * 40,000 can only be seen by replaying 39,999 others. A keyed
      * capture holds the same pictures in a form a reader can jump
      * into:
      *   line 1         "KEYCAP <interval>"
      *   a keyframe     "KEY <frame>", then runs covering the whole
      *                  wall (every pixel, black included), then
      *                  the frame's own FRAME marker
      *   a delta frame  only the runs of pixels that changed since
      *                  the previous frame, then its FRAME marker
      * Every record is still a SPAN painted onto the persistent
      * picture, so replaying a keyed capture from the top gives
      * exactly the pictures the plain one did, and replaying it
      * from any "KEY n" line gives frame n onward on a blank wall.
      * The companion capture-name plus ".IDX" file (KEYIDXREC)
      * lists each keyframe's frame number and record number.
      * The writer keeps the wall-sized picture the same way
      * RASTERIZE does (clipped to the capture header's wall, or to
      * WALL-WIDTH/WALL-HEIGHT for a capture without one) and
      * compares each incoming run against it pixel by pixel; a
      * keyframe's own runs are painted silently and the whole
      * picture is written out at its FRAME marker.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYCAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYED-FILE ASSIGN TO DYNAMIC WS-KEYED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYED-STATUS.

           SELECT INDEX-FILE ASSIGN TO DYNAMIC WS-INDEX-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KEYED-FILE.
       01  KEYED-LINE             PIC X(40).

       FD  INDEX-FILE.
           COPY KEYIDXREC.

       WORKING-STORAGE SECTION.
       01  KEYCAP-VARS.
           05  WS-KEYED-FILE-NAME PIC X(100) VALUE SPACES.
           05  WS-INDEX-FILE-NAME PIC X(100) VALUE SPACES.
           05  WS-KEYED-STATUS    PIC X(2).
           05  WS-INDEX-STATUS    PIC X(2).
           05  WS-OPEN-SW         PIC X VALUE 'N'.
               88  WS-WRITER-OPEN     VALUE 'Y'.
           05  WS-EOF-SW          PIC X.
               88  WS-EOF             VALUE 'Y'.
           05  WS-INTERVAL        PIC 9(6) VALUE 250.
           05  WS-FRAMES-DONE     PIC 9(8) VALUE 0.
           05  WS-KEYFRAMES       PIC 9(8) VALUE 0.
           05  WS-LINES-OUT       PIC 9(10) VALUE 0.
           05  WS-OPEN-RECORDS    PIC 9(8) VALUE 0.
           05  WS-KEYFRAME-SW     PIC X VALUE 'N'.
               88  WS-IN-KEYFRAME     VALUE 'Y'.
           05  WS-MARKER          PIC X(40).
           05  WS-RPT-ARG         PIC X(20).
           05  WS-RPT-COUNT       PIC 9(8).
           05  WS-RPT-I           PIC 9(8).

      * Parsed fields from a "SPAN x1 x2 y r g b" capture record;
      * the color triple is grouped so one compare tests a pixel.
       01  SPAN-FIELDS.
           05  SF-TAG             PIC X(4).
           05  SF-X1              PIC 9(4).
           05  SF-X2              PIC 9(4).
           05  SF-Y               PIC 9(4).
           05  SF-COLOR.
               10  SF-R           PIC 9(3).
               10  SF-G           PIC 9(3).
               10  SF-B           PIC 9(3).

      * A run about to be written: start, end, row and color.
       01  RUN-VARS.
           05  RN-OPEN-SW         PIC X.
               88  RN-OPEN            VALUE 'Y'.
           05  RN-X1              PIC 9(4).
           05  RN-X2              PIC 9(4).
           05  RN-Y               PIC 9(4).
           05  RN-COLOR.
               10  RN-R           PIC 9(3).
               10  RN-G           PIC 9(3).
               10  RN-B           PIC 9(3).

      * --- The picture as of the last record written, sized to the
      *     physical wall exactly as the FRAME-BUFFER in RASTERIZE
      *     (a fixed literal kept in step with WALL-WIDTH/
      *     WALL-HEIGHT by hand) ---
       01  CANVAS-BUFFER.
           05  CV-ROW OCCURS 960 TIMES.
               10  CV-CELL OCCURS 1280 TIMES.
                   15  CV-R  PIC 9(3).
                   15  CV-G  PIC 9(3).
                   15  CV-B  PIC 9(3).

       01  PIXEL-LOOP-VARS.
           05  PX-X               PIC 9(4).
           05  PX-Y               PIC 9(4).

       01  WALL-BOUNDS.
           05  WS-WALL-MAX-X      PIC 9(4).
           05  WS-WALL-MAX-Y      PIC 9(4).
           05  WS-BUFFER-MAX-X    PIC 9(4) VALUE 1279.
           05  WS-BUFFER-MAX-Y    PIC 9(4) VALUE 959.

      * Seek state: the capture's first record and the best index
      * entry found so far.
       01  SEEK-VARS.
           05  WS-WANTED-FRAME    PIC 9(8).
           05  WS-BEST-FRAME      PIC 9(8).
           05  WS-BEST-LINE       PIC 9(10).

           COPY SETTINGS.
           COPY CAPHDRARGS.

       LINKAGE SECTION.
           COPY KEYCAPARGS.

       PROCEDURE DIVISION USING KEYCAP-ARGS.
           MOVE 0 TO KC-STATUS

           EVALUATE TRUE
              WHEN KC-FN-OPEN
                   PERFORM OPEN-KEYED-CAPTURE
              WHEN KC-FN-PUT
                   IF WS-WRITER-OPEN
                      PERFORM PUT-CAPTURE-LINE
                   ELSE
                      MOVE 3 TO KC-STATUS
                   END-IF
              WHEN KC-FN-CLOSE
                   IF WS-WRITER-OPEN
                      PERFORM CLOSE-KEYED-CAPTURE
                   ELSE
                      MOVE 3 TO KC-STATUS
                   END-IF
              WHEN KC-FN-SEEK
                   PERFORM FIND-KEYFRAME
              WHEN OTHER
                   MOVE 3 TO KC-STATUS
           END-EVALUATE

           MOVE WS-FRAMES-DONE TO KC-FRAMES-OUT
           MOVE WS-KEYFRAMES TO KC-KEYFRAMES-OUT
           MOVE WS-LINES-OUT TO KC-LINES-OUT
           GOBACK.

      * -----------------------------------------------------------
      * Start a keyed capture: the header line, an empty index,
      * and a black picture to diff the first frame against (the
      * first frame is always a keyframe anyway).
      * -----------------------------------------------------------
       OPEN-KEYED-CAPTURE.
           MOVE KC-CAPTURE-FILE TO WS-KEYED-FILE-NAME
           PERFORM BUILD-INDEX-NAME
           MOVE KC-INTERVAL TO WS-INTERVAL
           IF WS-INTERVAL = 0
              MOVE 250 TO WS-INTERVAL
           END-IF

           OPEN OUTPUT KEYED-FILE
           IF WS-KEYED-STATUS NOT = "00"
              MOVE 3 TO KC-STATUS
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT INDEX-FILE
           IF WS-INDEX-STATUS NOT = "00"
              CLOSE KEYED-FILE
              MOVE 3 TO KC-STATUS
              EXIT PARAGRAPH
           END-IF

           INITIALIZE CANVAS-BUFFER
           COMPUTE WS-WALL-MAX-X = WALL-WIDTH - 1
           COMPUTE WS-WALL-MAX-Y = WALL-HEIGHT - 1
           MOVE 0 TO WS-FRAMES-DONE
           MOVE 0 TO WS-KEYFRAMES
           MOVE 0 TO WS-LINES-OUT
           MOVE 0 TO WS-OPEN-RECORDS
           PERFORM START-NEXT-FRAME
           SET WS-WRITER-OPEN TO TRUE

           MOVE SPACES TO KEYED-LINE
           STRING "KEYCAP " FUNCTION TRIM(WS-INTERVAL)
                  DELIMITED BY SIZE INTO KEYED-LINE
           END-STRING
           PERFORM WRITE-KEYED-LINE.

      * -----------------------------------------------------------
      * The index is the capture's own name plus ".IDX".
      * -----------------------------------------------------------
       BUILD-INDEX-NAME.
           MOVE SPACES TO WS-INDEX-FILE-NAME
           STRING FUNCTION TRIM(KC-CAPTURE-FILE) ".IDX"
                  DELIMITED BY SIZE INTO WS-INDEX-FILE-NAME
           END-STRING.

      * -----------------------------------------------------------
      * Take one plain capture line: runs are diffed (or painted
      * silently inside a keyframe), FRAME markers close a frame,
      * an RPT marker closes n unchanged ones, and a keyed
      * capture's own header and KEY lines are dropped so an
      * already-keyed file can be re-keyed at another interval.
      * The CAPHDR header is carried through as it stands, and its
      * WALL line sizes the picture to the wall the capture was
      * recorded on. Anything else is carried through where it
      * stood.
      * -----------------------------------------------------------
       PUT-CAPTURE-LINE.
           EVALUATE TRUE
              WHEN FUNCTION TRIM(KC-LINE) = "FRAME"
                   OR KC-LINE(1:6) = "FRAME "
                   MOVE KC-LINE TO WS-MARKER
                   PERFORM CLOSE-ONE-FRAME
              WHEN KC-LINE(1:4) = "RPT "
                   MOVE KC-LINE(5:) TO WS-RPT-ARG
                   MOVE 0 TO WS-RPT-COUNT
                   IF WS-RPT-ARG NOT = SPACES
                      MOVE WS-RPT-ARG TO WS-RPT-COUNT
                   END-IF
                   MOVE "FRAME" TO WS-MARKER
                   PERFORM VARYING WS-RPT-I FROM 1 BY 1
                           UNTIL WS-RPT-I > WS-RPT-COUNT
                      PERFORM CLOSE-ONE-FRAME
                   END-PERFORM
              WHEN KC-LINE(1:5) = "SPAN "
                   ADD 1 TO WS-OPEN-RECORDS
                   PERFORM DIFF-ONE-SPAN
              WHEN KC-LINE(1:7) = "KEYCAP "
                   OR KC-LINE(1:4) = "KEY "
                   CONTINUE
              WHEN KC-LINE(1:7) = "CAPHDR "
                   PERFORM TAKE-HEADER-LINE
                   MOVE KC-LINE TO KEYED-LINE
                   PERFORM WRITE-KEYED-LINE
              WHEN OTHER
                   ADD 1 TO WS-OPEN-RECORDS
                   MOVE KC-LINE TO KEYED-LINE
                   PERFORM WRITE-KEYED-LINE
           END-EVALUATE.

      * -----------------------------------------------------------
      * A header WALL line gives the picture's size, held to the
      * canvas this program was built with.
      * -----------------------------------------------------------
       TAKE-HEADER-LINE.
           IF KC-LINE(8:5) NOT = "WALL "
              EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO CH-FUNCTION
           MOVE KC-LINE TO CH-LINE
           CALL 'CAPHDR' USING CAPHDR-ARGS
           IF NOT CH-OK
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WALL-MAX-X = CH-WALL-WIDTH - 1
           COMPUTE WS-WALL-MAX-Y = CH-WALL-HEIGHT - 1
           IF WS-WALL-MAX-X > WS-BUFFER-MAX-X
              MOVE WS-BUFFER-MAX-X TO WS-WALL-MAX-X
           END-IF
           IF WS-WALL-MAX-Y > WS-BUFFER-MAX-Y
              MOVE WS-BUFFER-MAX-Y TO WS-WALL-MAX-Y
           END-IF.

      * -----------------------------------------------------------
      * Paint one run onto the picture. Outside a keyframe, every
      * stretch of pixels the run actually changed is written as a
      * run of its own; pixels already that color cost nothing.
      * -----------------------------------------------------------
       DIFF-ONE-SPAN.
           UNSTRING KC-LINE DELIMITED BY ALL SPACE
               INTO SF-TAG SF-X1 SF-X2 SF-Y SF-R SF-G SF-B
           END-UNSTRING
           IF SF-X1 > SF-X2 OR SF-X1 > WS-WALL-MAX-X
              OR SF-Y > WS-WALL-MAX-Y
              EXIT PARAGRAPH
           END-IF
           IF SF-X2 > WS-WALL-MAX-X
              MOVE WS-WALL-MAX-X TO SF-X2
           END-IF

           IF WS-IN-KEYFRAME
              PERFORM VARYING PX-X FROM SF-X1 BY 1
                      UNTIL PX-X > SF-X2
                 MOVE SF-COLOR TO CV-CELL(SF-Y + 1, PX-X + 1)
              END-PERFORM
              EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO RN-OPEN-SW
           MOVE SF-Y TO RN-Y
           MOVE SF-COLOR TO RN-COLOR
           PERFORM VARYING PX-X FROM SF-X1 BY 1 UNTIL PX-X > SF-X2
              IF CV-CELL(SF-Y + 1, PX-X + 1) NOT = SF-COLOR
                 MOVE SF-COLOR TO CV-CELL(SF-Y + 1, PX-X + 1)
                 IF NOT RN-OPEN
                    SET RN-OPEN TO TRUE
                    MOVE PX-X TO RN-X1
                 END-IF
                 MOVE PX-X TO RN-X2
              ELSE
                 IF RN-OPEN
                    PERFORM WRITE-RUN
                    MOVE 'N' TO RN-OPEN-SW
                 END-IF
              END-IF
           END-PERFORM
           IF RN-OPEN
              PERFORM WRITE-RUN
           END-IF.

      * -----------------------------------------------------------
      * A frame closes. A keyframe gets its KEY marker, an index
      * entry and the whole picture ahead of its FRAME marker; a
      * delta frame's runs are already out, so only the marker
      * follows.
      * -----------------------------------------------------------
       CLOSE-ONE-FRAME.
           ADD 1 TO WS-FRAMES-DONE
           IF WS-IN-KEYFRAME
              PERFORM WRITE-KEYFRAME
           END-IF
           MOVE WS-MARKER TO KEYED-LINE
           PERFORM WRITE-KEYED-LINE
           MOVE 0 TO WS-OPEN-RECORDS
           PERFORM START-NEXT-FRAME.

      * -----------------------------------------------------------
      * Frames 1, 1+interval, 1+2*interval ... are keyframes.
      * -----------------------------------------------------------
       START-NEXT-FRAME.
           IF FUNCTION MOD(WS-FRAMES-DONE, WS-INTERVAL) = 0
              SET WS-IN-KEYFRAME TO TRUE
           ELSE
              MOVE 'N' TO WS-KEYFRAME-SW
           END-IF.

      * -----------------------------------------------------------
      * "KEY n", its index entry, then every row of the picture as
      * runs of one color from the left edge to the right.
      * -----------------------------------------------------------
       WRITE-KEYFRAME.
           MOVE SPACES TO KEYED-LINE
           STRING "KEY " FUNCTION TRIM(WS-FRAMES-DONE)
                  DELIMITED BY SIZE INTO KEYED-LINE
           END-STRING
           PERFORM WRITE-KEYED-LINE
           ADD 1 TO WS-KEYFRAMES

           MOVE SPACES TO KEYIDX-REC
           MOVE WS-FRAMES-DONE TO KX-FRAME
           MOVE WS-LINES-OUT TO KX-LINE
           WRITE KEYIDX-REC

           PERFORM WRITE-PICTURE-RUNS.

      * -----------------------------------------------------------
      * The whole picture as runs, row by row.
      * -----------------------------------------------------------
       WRITE-PICTURE-RUNS.
           PERFORM VARYING PX-Y FROM 0 BY 1
                   UNTIL PX-Y > WS-WALL-MAX-Y
              MOVE PX-Y TO RN-Y
              MOVE 0 TO RN-X1
              MOVE CV-CELL(PX-Y + 1, 1) TO RN-COLOR
              PERFORM VARYING PX-X FROM 1 BY 1
                      UNTIL PX-X > WS-WALL-MAX-X
                 IF CV-CELL(PX-Y + 1, PX-X + 1) NOT = RN-COLOR
                    COMPUTE RN-X2 = PX-X - 1
                    PERFORM WRITE-RUN
                    MOVE PX-X TO RN-X1
                    MOVE CV-CELL(PX-Y + 1, PX-X + 1) TO RN-COLOR
                 END-IF
              END-PERFORM
              MOVE WS-WALL-MAX-X TO RN-X2
              PERFORM WRITE-RUN
           END-PERFORM.

      * -----------------------------------------------------------
      * One run as a "SPAN x1 x2 y r g b" record.
      * -----------------------------------------------------------
       WRITE-RUN.
           MOVE SPACES TO KEYED-LINE
           STRING "SPAN "
                  FUNCTION TRIM(RN-X1) " "
                  FUNCTION TRIM(RN-X2) " "
                  FUNCTION TRIM(RN-Y) " "
                  FUNCTION TRIM(RN-R) " "
                  FUNCTION TRIM(RN-G) " "
                  FUNCTION TRIM(RN-B)
                  DELIMITED BY SIZE INTO KEYED-LINE
           END-STRING
           PERFORM WRITE-KEYED-LINE.

       WRITE-KEYED-LINE.
           WRITE KEYED-LINE
           IF WS-KEYED-STATUS NOT = "00"
              MOVE 3 TO KC-STATUS
           END-IF
           ADD 1 TO WS-LINES-OUT.

      * -----------------------------------------------------------
      * Finish the capture. Records after the last FRAME marker
      * (the source ended mid-frame) are kept as a truncated tail
      * the way the plain capture had them; a keyframe caught
      * open still owes its picture, written without a KEY line
      * since no complete frame stands behind it.
      * -----------------------------------------------------------
       CLOSE-KEYED-CAPTURE.
           IF WS-IN-KEYFRAME AND WS-OPEN-RECORDS > 0
              PERFORM WRITE-PICTURE-RUNS
           END-IF
           CLOSE KEYED-FILE
           CLOSE INDEX-FILE
           MOVE 'N' TO WS-OPEN-SW.

      * -----------------------------------------------------------
      * Seek: the capture must open on a KEYCAP header and have its
      * index beside it; the answer is the last index entry at or
      * before the wanted frame.
      * -----------------------------------------------------------
       FIND-KEYFRAME.
           MOVE 0 TO KC-KEY-FRAME
           MOVE 0 TO KC-KEY-LINE
           MOVE KC-FRAME TO WS-WANTED-FRAME
           IF WS-WANTED-FRAME = 0
              MOVE 1 TO WS-WANTED-FRAME
           END-IF

           MOVE KC-CAPTURE-FILE TO WS-KEYED-FILE-NAME
           OPEN INPUT KEYED-FILE
           IF WS-KEYED-STATUS NOT = "00"
              MOVE 3 TO KC-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO KEYED-LINE
           READ KEYED-FILE
              AT END
                 MOVE SPACES TO KEYED-LINE
           END-READ
           CLOSE KEYED-FILE
           IF KEYED-LINE(1:7) NOT = "KEYCAP "
              MOVE 1 TO KC-STATUS
              EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-INDEX-NAME
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS NOT = "00"
              MOVE 1 TO KC-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BEST-FRAME
           MOVE 0 TO WS-BEST-LINE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ INDEX-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF KX-FRAME IS NUMERIC AND KX-LINE IS NUMERIC
                       AND KX-FRAME <= WS-WANTED-FRAME
                       AND KX-FRAME > WS-BEST-FRAME
                       MOVE KX-FRAME TO WS-BEST-FRAME
                       MOVE KX-LINE TO WS-BEST-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INDEX-FILE

           IF WS-BEST-FRAME = 0
              MOVE 2 TO KC-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-BEST-FRAME TO KC-KEY-FRAME
           MOVE WS-BEST-LINE TO KC-KEY-LINE.
