      *****************************************************************
      * COLORMAP: named color ramps for the chart programs (see
      * COLORMAPARGS.cpy for the interface and the built-in maps,
      * COLORMAPREC.cpy for COLORMAP.DAT). A map is a list of color
      * stops: sequential and diverging maps blend between stops
      * placed along 0..255, categorical maps hand their colors out
      * whole. The loaded map is kept in working storage between
      * calls, so a chart loads once and asks for colors per cell.
      * COLORMAP.DAT is searched before the built-in table, so a
      * site map of a built-in's name replaces it.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLORMAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLORMAP-FILE ASSIGN TO "COLORMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLORMAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLORMAP-FILE.
           COPY COLORMAPREC.

       WORKING-STORAGE SECTION.
       01  COLORMAP-VARS.
           05  WS-COLORMAP-STATUS PIC X(2).
           05  WS-EOF-SW          PIC X.
               88  WS-EOF             VALUE 'Y'.
           05  WS-LOADED-SW       PIC X VALUE 'N'.
               88  WS-LOADED          VALUE 'Y'.
           05  WS-FOUND-SW        PIC X.
               88  WS-FOUND           VALUE 'Y'.
           05  WS-BAD-SW          PIC X.
               88  WS-BAD             VALUE 'Y'.
           05  WS-WANTED-NAME     PIC X(12).

      * The loaded map: its kind, midpoint and stops in order.
       01  LOADED-MAP.
           05  LM-NAME            PIC X(12).
           05  LM-KIND            PIC X.
               88  LM-CATEGORICAL     VALUE 'C'.
               88  LM-DIVERGING       VALUE 'D'.
           05  LM-MIDPOINT        PIC S9(9).
           05  LM-COUNT           PIC 9(2).
           05  LM-MAX             PIC 9(2) VALUE 32.
           05  LM-STOP-ENTRY OCCURS 32 TIMES.
               10  LM-POS         PIC 9(3).
               10  LM-R           PIC 9(3).
               10  LM-G           PIC 9(3).
               10  LM-B           PIC 9(3).

      * Color scratch: the two stops a level falls between and the
      * blend across them.
       01  BLEND-VARS.
           05  BL-I               PIC 9(2).
           05  BL-HI              PIC 9(2).
           05  BL-SPAN            PIC 9(3).
           05  BL-STEP            PIC 9(3).
           05  BL-LEVEL           PIC 9(3).

      * The built-in maps, one stop per entry: name, kind, stop
      * position (the entry number for a categorical map), R, G, B.
      * BGR's four stops reproduce the original ramp exactly: blue
      * at 0, green at the midpoint, red at 255.
       01  BUILT-IN-STOPS.
           05  FILLER PIC X(25) VALUE "BGR         S000000000255".
           05  FILLER PIC X(25) VALUE "BGR         S127000254001".
           05  FILLER PIC X(25) VALUE "BGR         S128000255000".
           05  FILLER PIC X(25) VALUE "BGR         S255254001000".
           05  FILLER PIC X(25) VALUE "GRAY        S000000000000".
           05  FILLER PIC X(25) VALUE "GRAY        S255255255255".
           05  FILLER PIC X(25) VALUE "VIRIDIS     S000068001084".
           05  FILLER PIC X(25) VALUE "VIRIDIS     S064059082139".
           05  FILLER PIC X(25) VALUE "VIRIDIS     S128033145140".
           05  FILLER PIC X(25) VALUE "VIRIDIS     S192094201098".
           05  FILLER PIC X(25) VALUE "VIRIDIS     S255253231037".
           05  FILLER PIC X(25) VALUE "BLUERED     D000033102172".
           05  FILLER PIC X(25) VALUE "BLUERED     D064103169207".
           05  FILLER PIC X(25) VALUE "BLUERED     D128247247247".
           05  FILLER PIC X(25) VALUE "BLUERED     D192239138098".
           05  FILLER PIC X(25) VALUE "BLUERED     D255178024043".
           05  FILLER PIC X(25) VALUE "PURPLEORANGED000084039136".
           05  FILLER PIC X(25) VALUE "PURPLEORANGED064153142195".
           05  FILLER PIC X(25) VALUE "PURPLEORANGED128247247247".
           05  FILLER PIC X(25) VALUE "PURPLEORANGED192241163064".
           05  FILLER PIC X(25) VALUE "PURPLEORANGED255179088006".
           05  FILLER PIC X(25) VALUE "CATEGORY    C001255000000".
           05  FILLER PIC X(25) VALUE "CATEGORY    C002000255000".
           05  FILLER PIC X(25) VALUE "CATEGORY    C003000000255".
           05  FILLER PIC X(25) VALUE "CATEGORY    C004255255000".
           05  FILLER PIC X(25) VALUE "CATEGORY    C005000255255".
           05  FILLER PIC X(25) VALUE "CATEGORY    C006255000255".
           05  FILLER PIC X(25) VALUE "CATEGORY    C007255128000".
           05  FILLER PIC X(25) VALUE "CATEGORY    C008255255255".
           05  FILLER PIC X(25) VALUE "OKABEITO    C001230159000".
           05  FILLER PIC X(25) VALUE "OKABEITO    C002086180233".
           05  FILLER PIC X(25) VALUE "OKABEITO    C003000158115".
           05  FILLER PIC X(25) VALUE "OKABEITO    C004240228066".
           05  FILLER PIC X(25) VALUE "OKABEITO    C005000114178".
           05  FILLER PIC X(25) VALUE "OKABEITO    C006213094000".
           05  FILLER PIC X(25) VALUE "OKABEITO    C007204121167".
           05  FILLER PIC X(25) VALUE "OKABEITO    C008153153153".
           05  FILLER PIC X(25) VALUE "TRAFFIC     C001000200000".
           05  FILLER PIC X(25) VALUE "TRAFFIC     C002255176000".
           05  FILLER PIC X(25) VALUE "TRAFFIC     C003255000000".
       01  BUILT-IN-TABLE REDEFINES BUILT-IN-STOPS.
           05  BI-ENTRY OCCURS 40 TIMES.
               10  BI-NAME        PIC X(12).
               10  BI-KIND        PIC X.
               10  BI-POS         PIC 9(3).
               10  BI-R           PIC 9(3).
               10  BI-G           PIC 9(3).
               10  BI-B           PIC 9(3).
       01  BUILT-IN-VARS.
           05  BI-COUNT           PIC 9(2) VALUE 40.
           05  BI-I               PIC 9(2).

           COPY NORMARGS.

       LINKAGE SECTION.
           COPY COLORMAPARGS.

       PROCEDURE DIVISION USING COLORMAP-ARGS.
           IF CM-FN-LOAD
              PERFORM LOAD-NAMED-MAP
              GOBACK
           END-IF

      *    a color asked for before any load gets the default map
           IF NOT WS-LOADED
              MOVE SPACES TO CM-MAP-NAME
              PERFORM LOAD-NAMED-MAP
           END-IF

           EVALUATE TRUE
              WHEN CM-FN-LEVEL
                 MOVE CM-LEVEL TO BL-LEVEL
                 PERFORM LEVEL-TO-COLOR
              WHEN CM-FN-VALUE
                 PERFORM VALUE-TO-LEVEL
                 MOVE BL-LEVEL TO CM-LEVEL
                 PERFORM LEVEL-TO-COLOR
              WHEN CM-FN-ENTRY
                 PERFORM ENTRY-TO-COLOR
           END-EVALUATE
           GOBACK.

      * -----------------------------------------------------------
      * Load CM-MAP-NAME: COLORMAP.DAT first, then the built-in
      * table. An unknown name, or a site map that fails its
      * checks, falls back to BGR so a chart always has colors.
      * -----------------------------------------------------------
       LOAD-NAMED-MAP.
           MOVE CM-MAP-NAME TO WS-WANTED-NAME
           IF WS-WANTED-NAME = SPACES
              MOVE "BGR" TO WS-WANTED-NAME
           END-IF
           MOVE 0 TO CM-STATUS

           PERFORM LOAD-FROM-FILE
           IF WS-FOUND AND WS-BAD
              SET CM-BAD-MAP TO TRUE
              MOVE 'N' TO WS-FOUND-SW
              MOVE "BGR" TO WS-WANTED-NAME
           END-IF
           IF NOT WS-FOUND
              PERFORM LOAD-FROM-BUILT-IN
           END-IF
           IF NOT WS-FOUND
              SET CM-UNKNOWN-MAP TO TRUE
              MOVE "BGR" TO WS-WANTED-NAME
              PERFORM LOAD-FROM-BUILT-IN
           END-IF

           SET WS-LOADED TO TRUE
           MOVE LM-NAME     TO CM-MAP-NAME
           MOVE LM-KIND     TO CM-KIND
           MOVE LM-COUNT    TO CM-STOP-COUNT
           MOVE LM-MIDPOINT TO CM-MIDPOINT.

      * -----------------------------------------------------------
      * Gather every COLORMAP.DAT line for the wanted name. The
      * first line sets the kind and midpoint; each line is checked
      * as it is taken, and a ramp's stops must not run backwards.
      * No file at all is simply no site maps.
      * -----------------------------------------------------------
       LOAD-FROM-FILE.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 'N' TO WS-BAD-SW
           MOVE 0 TO LM-COUNT
           OPEN INPUT COLORMAP-FILE
           IF WS-COLORMAP-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ COLORMAP-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF CMAP-NAME = WS-WANTED-NAME
                       PERFORM TAKE-FILE-STOP
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COLORMAP-FILE.

       TAKE-FILE-STOP.
           IF NOT WS-FOUND
              SET WS-FOUND TO TRUE
              MOVE CMAP-NAME TO LM-NAME
              MOVE CMAP-KIND TO LM-KIND
              IF CMAP-MIDPOINT IS NUMERIC
                 MOVE CMAP-MIDPOINT TO LM-MIDPOINT
              ELSE
                 MOVE 0 TO LM-MIDPOINT
              END-IF
              IF NOT (CMAP-SEQUENTIAL OR CMAP-DIVERGING
                      OR CMAP-CATEGORICAL)
                 SET WS-BAD TO TRUE
              END-IF
           END-IF
           IF LM-COUNT >= LM-MAX
              SET WS-BAD TO TRUE
              EXIT PARAGRAPH
           END-IF
           IF CMAP-STOP IS NOT NUMERIC
              OR CMAP-R IS NOT NUMERIC OR CMAP-R > 255
              OR CMAP-G IS NOT NUMERIC OR CMAP-G > 255
              OR CMAP-B IS NOT NUMERIC OR CMAP-B > 255
              SET WS-BAD TO TRUE
              EXIT PARAGRAPH
           END-IF
           IF NOT LM-CATEGORICAL
              IF CMAP-STOP > 255
                 SET WS-BAD TO TRUE
                 EXIT PARAGRAPH
              END-IF
              IF LM-COUNT > 0
                 IF CMAP-STOP < LM-POS(LM-COUNT)
                    SET WS-BAD TO TRUE
                    EXIT PARAGRAPH
                 END-IF
              END-IF
           END-IF
           ADD 1 TO LM-COUNT
           MOVE CMAP-STOP TO LM-POS(LM-COUNT)
           MOVE CMAP-R    TO LM-R(LM-COUNT)
           MOVE CMAP-G    TO LM-G(LM-COUNT)
           MOVE CMAP-B    TO LM-B(LM-COUNT).

      * -----------------------------------------------------------
      * Gather the built-in table's entries for the wanted name.
      * -----------------------------------------------------------
       LOAD-FROM-BUILT-IN.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 0 TO LM-COUNT
           MOVE 0 TO LM-MIDPOINT
           PERFORM VARYING BI-I FROM 1 BY 1 UNTIL BI-I > BI-COUNT
              IF BI-NAME(BI-I) = WS-WANTED-NAME
                 SET WS-FOUND TO TRUE
                 MOVE BI-NAME(BI-I) TO LM-NAME
                 MOVE BI-KIND(BI-I) TO LM-KIND
                 ADD 1 TO LM-COUNT
                 MOVE BI-POS(BI-I) TO LM-POS(LM-COUNT)
                 MOVE BI-R(BI-I)   TO LM-R(LM-COUNT)
                 MOVE BI-G(BI-I)   TO LM-G(LM-COUNT)
                 MOVE BI-B(BI-I)   TO LM-B(LM-COUNT)
              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * Scale CM-VALUE across CM-LOW..CM-HIGH to a ramp level in
      * BL-LEVEL through NORM. A diverging map whose midpoint lies
      * strictly inside the scale is split there: the low side
      * fills 0..128 and the high side 128..255, so the midpoint
      * value always lands on the neutral color however lopsided
      * the range is.
      * -----------------------------------------------------------
       VALUE-TO-LEVEL.
           MOVE CM-VALUE TO NORM-X
           SET NORM-MODE-SINGLE TO TRUE
           SET NORM-CURVE-LINEAR TO TRUE
           IF LM-DIVERGING
              AND CM-MIDPOINT > CM-LOW AND CM-MIDPOINT < CM-HIGH
              IF CM-VALUE <= CM-MIDPOINT
                 MOVE CM-LOW      TO NORM-LOW
                 MOVE CM-MIDPOINT TO NORM-HIGH
                 CALL 'NORM' USING NORM-ARGS
                 COMPUTE BL-LEVEL ROUNDED = NORM-RESULT * 128 / 255
              ELSE
                 MOVE CM-MIDPOINT TO NORM-LOW
                 MOVE CM-HIGH     TO NORM-HIGH
                 CALL 'NORM' USING NORM-ARGS
                 COMPUTE BL-LEVEL ROUNDED =
                     128 + NORM-RESULT * 127 / 255
              END-IF
           ELSE
              MOVE CM-LOW  TO NORM-LOW
              MOVE CM-HIGH TO NORM-HIGH
              CALL 'NORM' USING NORM-ARGS
              MOVE NORM-RESULT TO BL-LEVEL
           END-IF.

      * -----------------------------------------------------------
      * The color at ramp level BL-LEVEL. A categorical map splits
      * 0..255 evenly among its entries. A ramp holds its end
      * colors past its first and last stops, and between two
      * stops blends each channel in a straight line.
      * -----------------------------------------------------------
       LEVEL-TO-COLOR.
           IF LM-CATEGORICAL
              COMPUTE BL-I = BL-LEVEL * LM-COUNT / 256 + 1
              PERFORM TAKE-STOP-COLOR
              EXIT PARAGRAPH
           END-IF

           IF LM-COUNT = 1 OR BL-LEVEL <= LM-POS(1)
              MOVE 1 TO BL-I
              PERFORM TAKE-STOP-COLOR
              EXIT PARAGRAPH
           END-IF
           IF BL-LEVEL >= LM-POS(LM-COUNT)
              MOVE LM-COUNT TO BL-I
              PERFORM TAKE-STOP-COLOR
              EXIT PARAGRAPH
           END-IF

      *    the last stop at or below the level, and the one after
           MOVE 1 TO BL-I
           PERFORM UNTIL BL-I >= LM-COUNT - 1
                   OR LM-POS(BL-I + 1) > BL-LEVEL
              ADD 1 TO BL-I
           END-PERFORM
           COMPUTE BL-HI = BL-I + 1
           COMPUTE BL-SPAN = LM-POS(BL-HI) - LM-POS(BL-I)
           IF BL-SPAN = 0
              MOVE BL-HI TO BL-I
              PERFORM TAKE-STOP-COLOR
              EXIT PARAGRAPH
           END-IF
           COMPUTE BL-STEP = BL-LEVEL - LM-POS(BL-I)
           COMPUTE CM-R ROUNDED = LM-R(BL-I)
               + (LM-R(BL-HI) - LM-R(BL-I)) * BL-STEP / BL-SPAN
           COMPUTE CM-G ROUNDED = LM-G(BL-I)
               + (LM-G(BL-HI) - LM-G(BL-I)) * BL-STEP / BL-SPAN
           COMPUTE CM-B ROUNDED = LM-B(BL-I)
               + (LM-B(BL-HI) - LM-B(BL-I)) * BL-STEP / BL-SPAN.

      * -----------------------------------------------------------
      * Entry CM-INDEX of the map, cycling past the last one.
      * -----------------------------------------------------------
       ENTRY-TO-COLOR.
           IF CM-INDEX = 0
              MOVE 1 TO BL-I
           ELSE
              COMPUTE BL-I = FUNCTION MOD(CM-INDEX - 1, LM-COUNT) + 1
           END-IF
           PERFORM TAKE-STOP-COLOR.

       TAKE-STOP-COLOR.
           IF BL-I > LM-COUNT
              MOVE LM-COUNT TO BL-I
           END-IF
           MOVE LM-R(BL-I) TO CM-R
           MOVE LM-G(BL-I) TO CM-G
           MOVE LM-B(BL-I) TO CM-B.
