      *****************************************************************
      * CALIBRATE: builds the wall's WALLCAL.CFG from colorimeter
      * readings of the TESTPAT FIELDR/FIELDG/FIELDB/FIELDW fields
      * on each tile, instead of by eye. The readings file has one
      * line per meter reading:
      *
      *    <tile> <field> <luminance> <x> <y>
      *    1 FIELDW 412.5 0.3127 0.3290
      *
      * the tile (its place in the wall's WALL.DAT, 1 upward), the
      * test field shown, the measured luminance (cd/m2) and the
      * CIE 1931 chromaticity x y, as the vendor's meter reports
      * them. Blank lines and lines starting '*' are skipped; a
      * field read more than once on a tile is averaged. Every tile
      * in WALL.DAT needs all four fields.
      * Each tile's primaries are solved for the red/green/blue
      * gains that reproduce the dimmest tile's white - the one
      * white point every tile can reach. Gains can only hold a
      * channel back (GRAPHICS clips at full drive), so if some
      * tile would need more than full drive on a channel to get
      * there, every tile is scaled down together until it does
      * not, and the wall is matched a little dimmer.
      * The new WALLCAL.CFG has one region per tile (the tile's
      * WALL.DAT rectangle) under a "* CALIBRATED YYYYMMDD" line,
      * which PANELS reads as the panels' calibration date. The
      * previous WALLCAL.CFG is kept as WALLCAL.PRV; BACKOUT swaps
      * the two back, so a bad calibration comes straight out (and
      * a second BACKOUT puts it back in).
      * The report gives, per tile, the measured and predicted
      * white against the target: luminance deviation in percent
      * and chromaticity distance in thousandths of xy.
      * Invoke as: CALIBRATE <readings-file> [wall-id|-] [report]
      *            CALIBRATE BACKOUT [wall-id|-]
      * Report defaults to CALIBRATE.RPT; a wall of "-" is the
      * current wall. Nothing is written when a reading is bad or
      * a tile is short of a field (RC 1). Writing the wall's
      * calibration needs the OPERATOR role (see OPERCHKARGS.cpy)
      * and is appended to AUDIT.LOG.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALIBRATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT READINGS-FILE ASSIGN TO DYNAMIC WS-READINGS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-READINGS-STATUS.

           SELECT LAYOUT-FILE ASSIGN TO DYNAMIC WS-LAYOUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-STATUS.

           SELECT WALLCAL-FILE ASSIGN TO DYNAMIC WS-STAGE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  READINGS-FILE.
       01  READINGS-LINE          PIC X(80).

       FD  LAYOUT-FILE.
           COPY WALLCTLREC.

       FD  WALLCAL-FILE.
       01  WALLCAL-LINE           PIC X(60).

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(132).

       FD  AUDIT-FILE.
       01  AUDIT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  CALIBRATE-VARS.
           05  WS-READINGS-ARG    PIC X(100) VALUE SPACES.
           05  WS-WALL-ARG        PIC X(8)   VALUE SPACES.
           05  WS-REPORT-ARG      PIC X(100) VALUE SPACES.
           05  WS-READINGS-FILE-NAME PIC X(100) VALUE SPACES.
           05  WS-REPORT-FILE-NAME PIC X(100) VALUE "CALIBRATE.RPT".
           05  WS-LAYOUT-FILE-NAME PIC X(100) VALUE "WALL.DAT".
           05  WS-CAL-FILE-NAME   PIC X(100) VALUE "WALLCAL.CFG".
           05  WS-PREV-FILE-NAME  PIC X(100) VALUE "WALLCAL.PRV".
           05  WS-STAGE-FILE-NAME PIC X(100) VALUE "WALLCAL.TMP".
           05  WS-READINGS-STATUS PIC X(2).
           05  WS-LAYOUT-STATUS   PIC X(2).
           05  WS-CAL-STATUS      PIC X(2).
           05  WS-REPORT-STATUS   PIC X(2).
           05  WS-AUDIT-STATUS    PIC X(2).
           05  WS-EOF-SW          PIC X.
               88  WS-EOF             VALUE 'Y'.
           05  WS-PROBLEMS        PIC 9(4)   VALUE 0.
           05  WS-LINE-NUM        PIC 9(5)   VALUE 0.
           05  WS-READINGS-TAKEN  PIC 9(5)   VALUE 0.
           05  WS-TODAY           PIC X(8).
           05  WS-NOW-TIME        PIC X(6).
           05  WS-WALL-ID         PIC X(8).
           05  WS-RENAME-RC       PIC S9(9).
           05  WS-HAVE-CAL-SW     PIC X.
               88  WS-HAVE-CAL        VALUE 'Y'.
           05  WS-HAVE-PREV-SW    PIC X.
               88  WS-HAVE-PREV       VALUE 'Y'.
           05  WS-AUDIT-TEXT      PIC X(110).

      * One readings line taken apart.
       01  READING-VARS.
           05  RD-TOKEN           PIC X(16) OCCURS 6 TIMES.
           05  RD-TILE            PIC 9.
           05  RD-FIELD           PIC 9.
           05  RD-LUM             PIC S9(7)V9(6).
           05  RD-CX              PIC S9(3)V9(6).
           05  RD-CY              PIC S9(3)V9(6).
           05  RD-I               PIC 9.

      * The four TESTPAT fields, in the order kept below.
       01  FIELD-NAME-VALUES.
           05  FILLER             PIC X(6) VALUE "FIELDR".
           05  FILLER             PIC X(6) VALUE "FIELDG".
           05  FILLER             PIC X(6) VALUE "FIELDB".
           05  FILLER             PIC X(6) VALUE "FIELDW".
       01  FIELD-NAME-TABLE REDEFINES FIELD-NAME-VALUES.
           05  FIELD-NAME         PIC X(6) OCCURS 4 TIMES.

      * Per tile: where it sits, its readings per field (summed
      * until averaged, then as CIE XYZ), the gains solved for it
      * and the deviation from the target white before and after.
       01  TILE-TABLE-VARS.
           05  TL-COUNT           PIC 9 VALUE 0.
           05  TL-I               PIC 9.
           05  TL-F               PIC 9.
           05  TL-TARGET          PIC 9 VALUE 0.
           05  TL-ENTRY OCCURS 4 TIMES.
               10  TL-X           PIC 9(4).
               10  TL-Y           PIC 9(4).
               10  TL-W           PIC 9(4).
               10  TL-H           PIC 9(4).
               10  TL-FIELD OCCURS 4 TIMES.
                   15  TF-N       PIC 9(3).
                   15  TF-LUM     PIC S9(7)V9(6).
                   15  TF-CX      PIC S9(3)V9(6).
                   15  TF-CY      PIC S9(3)V9(6).
                   15  TF-XX      PIC S9(7)V9(6).
                   15  TF-YY      PIC S9(7)V9(6).
                   15  TF-ZZ      PIC S9(7)V9(6).
               10  TL-GAIN OCCURS 3 TIMES
                                  PIC S9(3)V9(6).
               10  TL-PCT OCCURS 3 TIMES
                                  PIC 9(3).
               10  TL-BEFORE-DY   PIC S9(5)V9(2).
               10  TL-BEFORE-DXY  PIC S9(5)V9(2).
               10  TL-AFTER-DY    PIC S9(5)V9(2).
               10  TL-AFTER-DXY   PIC S9(5)V9(2).

      * The solve: the tile's primaries as the columns of a 3x3
      * matrix, the target white as the right-hand side, Cramer's
      * rule for the three gains.
       01  SOLVE-VARS.
           05  TG-XX              PIC S9(7)V9(6).
           05  TG-YY              PIC S9(7)V9(6).
           05  TG-ZZ              PIC S9(7)V9(6).
           05  TG-CX              PIC S9(3)V9(6).
           05  TG-CY              PIC S9(3)V9(6).
           05  SV-DET             PIC S9(15)V9(6).
           05  SV-DET-N           PIC S9(15)V9(6).
           05  SV-MAX-GAIN        PIC S9(3)V9(6).
           05  SV-SCALE           PIC S9(3)V9(6).
           05  SV-BAD-SW          PIC X.
               88  SV-BAD             VALUE 'Y'.
           05  PR-XX              PIC S9(7)V9(6).
           05  PR-YY              PIC S9(7)V9(6).
           05  PR-ZZ              PIC S9(7)V9(6).
           05  PR-SUM             PIC S9(9)V9(6).
           05  PR-CX              PIC S9(3)V9(6).
           05  PR-CY              PIC S9(3)V9(6).
           05  PR-DY              PIC S9(5)V9(2).
           05  PR-DXY             PIC S9(5)V9(2).

       01  REPORT-DISPLAY-VARS.
           05  WS-LUM-DISP        PIC Z(6)9.99.
           05  WS-LUM-DISP-2      PIC Z(6)9.99.
           05  WS-CHROMA-DISP     PIC 9.9999.
           05  WS-CHROMA-DISP-2   PIC 9.9999.
           05  WS-DEV-DISP        PIC -(4)9.99.
           05  WS-DEV-DISP-2      PIC -(4)9.99.
           05  WS-DEV-DISP-3      PIC -(4)9.99.
           05  WS-DEV-DISP-4      PIC -(4)9.99.
           05  WS-PCT-DISP        PIC ZZ9.
           05  WS-LINE-DISP       PIC Z(4)9.

       01  WALLCAL-OUT-LINE.
           05  WO-X               PIC 9(4).
           05  FILLER             PIC X VALUE SPACE.
           05  WO-Y               PIC 9(4).
           05  FILLER             PIC X VALUE SPACE.
           05  WO-W               PIC 9(4).
           05  FILLER             PIC X VALUE SPACE.
           05  WO-H               PIC 9(4).
           05  FILLER             PIC X VALUE SPACE.
           05  WO-GAIN-R          PIC 9(3).
           05  FILLER             PIC X VALUE SPACE.
           05  WO-GAIN-G          PIC 9(3).
           05  FILLER             PIC X VALUE SPACE.
           05  WO-GAIN-B          PIC 9(3).

           COPY SETTINGS.
           COPY OPERCHKARGS.
           COPY WALLREGARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-READINGS-ARG FROM ARGUMENT-VALUE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-WALL-ARG FROM ARGUMENT-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-REPORT-ARG FROM ARGUMENT-VALUE
           IF WS-READINGS-ARG = SPACES
              DISPLAY "CALIBRATE: USAGE: CALIBRATE READINGS-FILE "
                      "[WALL-ID|-] [REPORT] | CALIBRATE BACKOUT "
                      "[WALL-ID|-]" UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           IF WS-REPORT-ARG NOT = SPACES
              MOVE WS-REPORT-ARG TO WS-REPORT-FILE-NAME
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM RESOLVE-WALL
           IF WS-PROBLEMS > 0
              STOP RUN RETURNING 1
           END-IF

           IF FUNCTION UPPER-CASE(WS-READINGS-ARG) = "BACKOUT"
              PERFORM DO-BACKOUT
           ELSE
              MOVE WS-READINGS-ARG TO WS-READINGS-FILE-NAME
              PERFORM DO-CALIBRATE
           END-IF

           IF WS-PROBLEMS > 0
              STOP RUN RETURNING 1
           END-IF
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * The wall named (or the current one) and its copies of
      * WALL.DAT, WALLCAL.CFG, WALLCAL.PRV and the staging file.
      * -----------------------------------------------------------
       RESOLVE-WALL.
           MOVE FUNCTION UPPER-CASE(WS-WALL-ARG) TO WS-WALL-ARG
           IF WS-WALL-ARG = "-"
              MOVE SPACES TO WS-WALL-ARG
           END-IF
           MOVE 'L' TO WG-FUNCTION
           MOVE WS-WALL-ARG TO WG-WALL-ID
           CALL 'WALLREG' USING WALLREG-ARGS
           IF WG-UNKNOWN OR WG-END
              DISPLAY "CALIBRATE: WALL '" FUNCTION TRIM(WG-WALL-ID)
                      "' IS NOT IN WALLS.DAT" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           MOVE WG-WALL-ID TO WS-WALL-ID
           MOVE "WALL.DAT" TO WG-BASE-NAME
           PERFORM RESOLVE-WALL-FILE
           MOVE WG-FILE-NAME TO WS-LAYOUT-FILE-NAME
           MOVE "WALLCAL.CFG" TO WG-BASE-NAME
           PERFORM RESOLVE-WALL-FILE
           MOVE WG-FILE-NAME TO WS-CAL-FILE-NAME
           MOVE "WALLCAL.PRV" TO WG-BASE-NAME
           PERFORM RESOLVE-WALL-FILE
           MOVE WG-FILE-NAME TO WS-PREV-FILE-NAME
           MOVE "WALLCAL.TMP" TO WG-BASE-NAME
           PERFORM RESOLVE-WALL-FILE
           MOVE WG-FILE-NAME TO WS-STAGE-FILE-NAME.

       RESOLVE-WALL-FILE.
           MOVE 'F' TO WG-FUNCTION
           MOVE WS-WALL-ID TO WG-WALL-ID
           CALL 'WALLREG' USING WALLREG-ARGS.

      * -----------------------------------------------------------
      * A calibration run: layout, readings, the solve, then the
      * new WALLCAL.CFG put in place with the old one kept.
      * -----------------------------------------------------------
       DO-CALIBRATE.
           PERFORM LOAD-TILE-LAYOUT
           IF WS-PROBLEMS > 0
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-READINGS
           IF WS-PROBLEMS > 0
              DISPLAY "CALIBRATE: " WS-PROBLEMS " PROBLEM(S) IN THE "
                      "READINGS - WALLCAL.CFG NOT CHANGED" UPON SYSERR
              EXIT PARAGRAPH
           END-IF
           PERFORM AVERAGE-READINGS
           IF WS-PROBLEMS > 0
              DISPLAY "CALIBRATE: READINGS INCOMPLETE - WALLCAL.CFG "
                      "NOT CHANGED" UPON SYSERR
              EXIT PARAGRAPH
           END-IF
           PERFORM SOLVE-TILE-GAINS
           IF WS-PROBLEMS > 0
              DISPLAY "CALIBRATE: READINGS DO NOT SOLVE - WALLCAL.CFG"
                      " NOT CHANGED" UPON SYSERR
              EXIT PARAGRAPH
           END-IF
           PERFORM PREDICT-TILE-WHITES

           MOVE 2 TO OC-NEED-LEVEL
           MOVE "WALL CALIBRATION WRITE" TO OC-ACTION
           PERFORM CHECK-OPERATOR
           IF NOT OC-OK
              EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-STAGED-WALLCAL
           IF WS-PROBLEMS > 0
              EXIT PARAGRAPH
           END-IF
           PERFORM REPLACE-WALLCAL
           IF WS-PROBLEMS > 0
              EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-CALIBRATION-REPORT

           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "CALIBRATED " FUNCTION TRIM(WS-CAL-FILE-NAME)
                  " FROM " FUNCTION TRIM(WS-READINGS-FILE-NAME)
                  " TO TILE " TL-TARGET " WHITE"
                  DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "CALIBRATE: " FUNCTION TRIM(WS-AUDIT-TEXT)
                   UPON SYSERR.

      * -----------------------------------------------------------
      * Each tile of the wall's WALL.DAT: its offset on the wall
      * and the canvas size every tile has.
      * -----------------------------------------------------------
       LOAD-TILE-LAYOUT.
           MOVE 0 TO TL-COUNT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT LAYOUT-FILE
           IF WS-LAYOUT-STATUS NOT = "00"
              DISPLAY "CALIBRATE: UNABLE TO OPEN "
                      FUNCTION TRIM(WS-LAYOUT-FILE-NAME)
                      " STATUS " WS-LAYOUT-STATUS UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF
              READ LAYOUT-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF WALL-TILE-REC NOT = SPACES AND TL-COUNT < 4
                       ADD 1 TO TL-COUNT
                       INITIALIZE TL-ENTRY(TL-COUNT)
                       MOVE WT-VPORT-X TO TL-X(TL-COUNT)
                       MOVE WT-VPORT-Y TO TL-Y(TL-COUNT)
                       MOVE WIDTH  TO TL-W(TL-COUNT)
                       MOVE HEIGHT TO TL-H(TL-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LAYOUT-FILE
           IF TL-COUNT = 0
              DISPLAY "CALIBRATE: NO TILES IN "
                      FUNCTION TRIM(WS-LAYOUT-FILE-NAME) UPON SYSERR
              ADD 1 TO WS-PROBLEMS
           END-IF.

      * -----------------------------------------------------------
      * The meter readings, summed per tile and field. Every bad
      * line is reported with its number.
      * -----------------------------------------------------------
       LOAD-READINGS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT READINGS-FILE
           IF WS-READINGS-STATUS NOT = "00"
              DISPLAY "CALIBRATE: UNABLE TO OPEN "
                      FUNCTION TRIM(WS-READINGS-FILE-NAME)
                      " STATUS " WS-READINGS-STATUS UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF
              READ READINGS-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-LINE-NUM
                    PERFORM TAKE-READING
              END-READ
           END-PERFORM
           CLOSE READINGS-FILE.

       TAKE-READING.
           IF READINGS-LINE = SPACES OR READINGS-LINE(1:1) = '*'
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RD-I FROM 1 BY 1 UNTIL RD-I > 6
              MOVE SPACES TO RD-TOKEN(RD-I)
           END-PERFORM
           UNSTRING READINGS-LINE DELIMITED BY ALL SPACE
               INTO RD-TOKEN(1) RD-TOKEN(2) RD-TOKEN(3)
                    RD-TOKEN(4) RD-TOKEN(5) RD-TOKEN(6)
           END-UNSTRING
           IF RD-TOKEN(1) = SPACES
              MOVE RD-TOKEN(2) TO RD-TOKEN(1)
              MOVE RD-TOKEN(3) TO RD-TOKEN(2)
              MOVE RD-TOKEN(4) TO RD-TOKEN(3)
              MOVE RD-TOKEN(5) TO RD-TOKEN(4)
              MOVE RD-TOKEN(6) TO RD-TOKEN(5)
              MOVE SPACES TO RD-TOKEN(6)
           END-IF
           IF RD-TOKEN(5) = SPACES OR RD-TOKEN(6) NOT = SPACES
              PERFORM REJECT-READING
              EXIT PARAGRAPH
           END-IF
           IF RD-TOKEN(1)(2:) NOT = SPACES
              OR RD-TOKEN(1)(1:1) < "1" OR RD-TOKEN(1)(1:1) > "4"
              PERFORM REJECT-READING
              EXIT PARAGRAPH
           END-IF
           MOVE RD-TOKEN(1)(1:1) TO RD-TILE
           IF RD-TILE > TL-COUNT
              DISPLAY "CALIBRATE: LINE " WS-LINE-NUM ": TILE "
                      RD-TILE " IS NOT IN "
                      FUNCTION TRIM(WS-LAYOUT-FILE-NAME) UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RD-FIELD
           PERFORM VARYING RD-I FROM 1 BY 1 UNTIL RD-I > 4
              IF FUNCTION UPPER-CASE(RD-TOKEN(2)) = FIELD-NAME(RD-I)
                 MOVE RD-I TO RD-FIELD
              END-IF
           END-PERFORM
           IF RD-FIELD = 0
              PERFORM REJECT-READING
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RD-I FROM 3 BY 1 UNTIL RD-I > 5
              IF FUNCTION TEST-NUMVAL(RD-TOKEN(RD-I)) NOT = 0
                 PERFORM REJECT-READING
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           COMPUTE RD-LUM = FUNCTION NUMVAL(RD-TOKEN(3))
           COMPUTE RD-CX  = FUNCTION NUMVAL(RD-TOKEN(4))
           COMPUTE RD-CY  = FUNCTION NUMVAL(RD-TOKEN(5))
           IF RD-LUM NOT > 0
              OR RD-CX NOT > 0 OR RD-CY NOT > 0
              OR RD-CX + RD-CY NOT < 1
              PERFORM REJECT-READING
              EXIT PARAGRAPH
           END-IF
           ADD 1      TO TF-N(RD-TILE, RD-FIELD)
           ADD RD-LUM TO TF-LUM(RD-TILE, RD-FIELD)
           ADD RD-CX  TO TF-CX(RD-TILE, RD-FIELD)
           ADD RD-CY  TO TF-CY(RD-TILE, RD-FIELD)
           ADD 1 TO WS-READINGS-TAKEN.

       REJECT-READING.
           DISPLAY "CALIBRATE: LINE " WS-LINE-NUM " IS NOT TILE "
                   "FIELDR|FIELDG|FIELDB|FIELDW LUMINANCE X Y: '"
                   FUNCTION TRIM(READINGS-LINE) "'" UPON SYSERR
           ADD 1 TO WS-PROBLEMS.

      * -----------------------------------------------------------
      * Average each tile's readings of each field and turn them
      * into CIE XYZ (Y the luminance), and pick the target: the
      * tile with the dimmest white.
      * -----------------------------------------------------------
       AVERAGE-READINGS.
           MOVE 0 TO TL-TARGET
           PERFORM VARYING TL-I FROM 1 BY 1 UNTIL TL-I > TL-COUNT
              PERFORM VARYING TL-F FROM 1 BY 1 UNTIL TL-F > 4
                 IF TF-N(TL-I, TL-F) = 0
                    DISPLAY "CALIBRATE: TILE " TL-I " HAS NO "
                            FIELD-NAME(TL-F) " READING" UPON SYSERR
                    ADD 1 TO WS-PROBLEMS
                 ELSE
                    COMPUTE TF-LUM(TL-I, TL-F) ROUNDED =
                        TF-LUM(TL-I, TL-F) / TF-N(TL-I, TL-F)
                    COMPUTE TF-CX(TL-I, TL-F) ROUNDED =
                        TF-CX(TL-I, TL-F) / TF-N(TL-I, TL-F)
                    COMPUTE TF-CY(TL-I, TL-F) ROUNDED =
                        TF-CY(TL-I, TL-F) / TF-N(TL-I, TL-F)
                    MOVE TF-LUM(TL-I, TL-F) TO TF-YY(TL-I, TL-F)
                    COMPUTE TF-XX(TL-I, TL-F) ROUNDED =
                        TF-CX(TL-I, TL-F) * TF-LUM(TL-I, TL-F)
                        / TF-CY(TL-I, TL-F)
                    COMPUTE TF-ZZ(TL-I, TL-F) ROUNDED =
                        (1 - TF-CX(TL-I, TL-F) - TF-CY(TL-I, TL-F))
                        * TF-LUM(TL-I, TL-F) / TF-CY(TL-I, TL-F)
                 END-IF
              END-PERFORM
              IF TF-N(TL-I, 4) > 0
                 IF TL-TARGET = 0
                    MOVE TL-I TO TL-TARGET
                 ELSE
                    IF TF-LUM(TL-I, 4) < TF-LUM(TL-TARGET, 4)
                       MOVE TL-I TO TL-TARGET
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF TL-TARGET > 0
              MOVE TF-XX(TL-TARGET, 4) TO TG-XX
              MOVE TF-YY(TL-TARGET, 4) TO TG-YY
              MOVE TF-ZZ(TL-TARGET, 4) TO TG-ZZ
              MOVE TF-CX(TL-TARGET, 4) TO TG-CX
              MOVE TF-CY(TL-TARGET, 4) TO TG-CY
           END-IF.

      * -----------------------------------------------------------
      * Per tile, gains R G B with
      *    R*gain-r + G*gain-g + B*gain-b = target white
      * in XYZ, by Cramer's rule; then every tile scaled together
      * so no gain asks for more than full drive.
      * -----------------------------------------------------------
       SOLVE-TILE-GAINS.
           MOVE 0 TO SV-MAX-GAIN
           PERFORM VARYING TL-I FROM 1 BY 1 UNTIL TL-I > TL-COUNT
              PERFORM SOLVE-ONE-TILE
           END-PERFORM
           IF WS-PROBLEMS > 0
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO SV-SCALE
           IF SV-MAX-GAIN > 1
              COMPUTE SV-SCALE ROUNDED = 1 / SV-MAX-GAIN
           END-IF
           PERFORM VARYING TL-I FROM 1 BY 1 UNTIL TL-I > TL-COUNT
              PERFORM VARYING TL-F FROM 1 BY 1 UNTIL TL-F > 3
                 COMPUTE TL-GAIN(TL-I, TL-F) ROUNDED =
                     TL-GAIN(TL-I, TL-F) * SV-SCALE
                 COMPUTE TL-PCT(TL-I, TL-F) ROUNDED =
                     TL-GAIN(TL-I, TL-F) * 100
                 IF TL-PCT(TL-I, TL-F) = 0
                    MOVE 1 TO TL-PCT(TL-I, TL-F)
                 END-IF
                 IF TL-PCT(TL-I, TL-F) > 100
                    MOVE 100 TO TL-PCT(TL-I, TL-F)
                 END-IF
              END-PERFORM
           END-PERFORM.

       SOLVE-ONE-TILE.
           MOVE 'N' TO SV-BAD-SW
           COMPUTE SV-DET =
               TF-XX(TL-I, 1) * (TF-YY(TL-I, 2) * TF-ZZ(TL-I, 3)
                                 - TF-ZZ(TL-I, 2) * TF-YY(TL-I, 3))
             - TF-XX(TL-I, 2) * (TF-YY(TL-I, 1) * TF-ZZ(TL-I, 3)
                                 - TF-ZZ(TL-I, 1) * TF-YY(TL-I, 3))
             + TF-XX(TL-I, 3) * (TF-YY(TL-I, 1) * TF-ZZ(TL-I, 2)
                                 - TF-ZZ(TL-I, 1) * TF-YY(TL-I, 2))
           IF SV-DET = 0
              SET SV-BAD TO TRUE
           ELSE
      *       red: the target in place of the red column
              COMPUTE SV-DET-N =
                  TG-XX * (TF-YY(TL-I, 2) * TF-ZZ(TL-I, 3)
                           - TF-ZZ(TL-I, 2) * TF-YY(TL-I, 3))
                - TF-XX(TL-I, 2) * (TG-YY * TF-ZZ(TL-I, 3)
                                    - TG-ZZ * TF-YY(TL-I, 3))
                + TF-XX(TL-I, 3) * (TG-YY * TF-ZZ(TL-I, 2)
                                    - TG-ZZ * TF-YY(TL-I, 2))
              COMPUTE TL-GAIN(TL-I, 1) ROUNDED = SV-DET-N / SV-DET
      *       green
              COMPUTE SV-DET-N =
                  TF-XX(TL-I, 1) * (TG-YY * TF-ZZ(TL-I, 3)
                                    - TG-ZZ * TF-YY(TL-I, 3))
                - TG-XX * (TF-YY(TL-I, 1) * TF-ZZ(TL-I, 3)
                           - TF-ZZ(TL-I, 1) * TF-YY(TL-I, 3))
                + TF-XX(TL-I, 3) * (TF-YY(TL-I, 1) * TG-ZZ
                                    - TF-ZZ(TL-I, 1) * TG-YY)
              COMPUTE TL-GAIN(TL-I, 2) ROUNDED = SV-DET-N / SV-DET
      *       blue
              COMPUTE SV-DET-N =
                  TF-XX(TL-I, 1) * (TF-YY(TL-I, 2) * TG-ZZ
                                    - TF-ZZ(TL-I, 2) * TG-YY)
                - TF-XX(TL-I, 2) * (TF-YY(TL-I, 1) * TG-ZZ
                                    - TF-ZZ(TL-I, 1) * TG-YY)
                + TG-XX * (TF-YY(TL-I, 1) * TF-ZZ(TL-I, 2)
                           - TF-ZZ(TL-I, 1) * TF-YY(TL-I, 2))
              COMPUTE TL-GAIN(TL-I, 3) ROUNDED = SV-DET-N / SV-DET
              PERFORM VARYING TL-F FROM 1 BY 1 UNTIL TL-F > 3
                 IF TL-GAIN(TL-I, TL-F) NOT > 0
                    SET SV-BAD TO TRUE
                 END-IF
                 IF TL-GAIN(TL-I, TL-F) > SV-MAX-GAIN
                    MOVE TL-GAIN(TL-I, TL-F) TO SV-MAX-GAIN
                 END-IF
              END-PERFORM
           END-IF
           IF SV-BAD
              DISPLAY "CALIBRATE: TILE " TL-I " CANNOT REACH THE "
                      "TARGET WHITE FROM ITS PRIMARIES - RE-MEASURE"
                      UPON SYSERR
              ADD 1 TO WS-PROBLEMS
           END-IF.

      * -----------------------------------------------------------
      * Each tile's white against the target: as measured, and as
      * its primaries will mix at the gains written (the target
      * scaled along with them).
      * -----------------------------------------------------------
       PREDICT-TILE-WHITES.
           COMPUTE TG-XX ROUNDED = TG-XX * SV-SCALE
           COMPUTE TG-YY ROUNDED = TG-YY * SV-SCALE
           COMPUTE TG-ZZ ROUNDED = TG-ZZ * SV-SCALE
           PERFORM VARYING TL-I FROM 1 BY 1 UNTIL TL-I > TL-COUNT
              MOVE TF-XX(TL-I, 4) TO PR-XX
              MOVE TF-YY(TL-I, 4) TO PR-YY
              MOVE TF-ZZ(TL-I, 4) TO PR-ZZ
              PERFORM MEASURE-DEVIATION
              COMPUTE TL-BEFORE-DY(TL-I) ROUNDED =
                  (PR-YY - TF-YY(TL-TARGET, 4)) * 100
                  / TF-YY(TL-TARGET, 4)
              MOVE PR-DXY TO TL-BEFORE-DXY(TL-I)

              COMPUTE PR-XX ROUNDED =
                  (TF-XX(TL-I, 1) * TL-PCT(TL-I, 1)
                 + TF-XX(TL-I, 2) * TL-PCT(TL-I, 2)
                 + TF-XX(TL-I, 3) * TL-PCT(TL-I, 3)) / 100
              COMPUTE PR-YY ROUNDED =
                  (TF-YY(TL-I, 1) * TL-PCT(TL-I, 1)
                 + TF-YY(TL-I, 2) * TL-PCT(TL-I, 2)
                 + TF-YY(TL-I, 3) * TL-PCT(TL-I, 3)) / 100
              COMPUTE PR-ZZ ROUNDED =
                  (TF-ZZ(TL-I, 1) * TL-PCT(TL-I, 1)
                 + TF-ZZ(TL-I, 2) * TL-PCT(TL-I, 2)
                 + TF-ZZ(TL-I, 3) * TL-PCT(TL-I, 3)) / 100
              PERFORM MEASURE-DEVIATION
              COMPUTE TL-AFTER-DY(TL-I) ROUNDED =
                  (PR-YY - TG-YY) * 100 / TG-YY
              MOVE PR-DXY TO TL-AFTER-DXY(TL-I)
           END-PERFORM.

      * -----------------------------------------------------------
      * PR-XX/YY/ZZ to chromaticity, and its distance from the
      * target's in thousandths (PR-DXY).
      * -----------------------------------------------------------
       MEASURE-DEVIATION.
           COMPUTE PR-SUM = PR-XX + PR-YY + PR-ZZ
           MOVE 0 TO PR-DXY
           IF PR-SUM > 0
              COMPUTE PR-CX ROUNDED = PR-XX / PR-SUM
              COMPUTE PR-CY ROUNDED = PR-YY / PR-SUM
              COMPUTE PR-DXY ROUNDED =
                  FUNCTION SQRT((PR-CX - TG-CX) ** 2
                              + (PR-CY - TG-CY) ** 2) * 1000
           END-IF.

      * -----------------------------------------------------------
      * The new calibration, staged beside the live one.
      * -----------------------------------------------------------
       WRITE-STAGED-WALLCAL.
           OPEN OUTPUT WALLCAL-FILE
           IF WS-CAL-STATUS NOT = "00"
              DISPLAY "CALIBRATE: UNABLE TO OPEN "
                      FUNCTION TRIM(WS-STAGE-FILE-NAME)
                      " STATUS " WS-CAL-STATUS UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WALLCAL-LINE
           STRING "* CALIBRATED " WS-TODAY
                  DELIMITED BY SIZE INTO WALLCAL-LINE
           END-STRING
           WRITE WALLCAL-LINE
           MOVE TG-CX TO WS-CHROMA-DISP
           MOVE TG-CY TO WS-CHROMA-DISP-2
           MOVE SPACES TO WALLCAL-LINE
           STRING "* MATCHED TO TILE " TL-TARGET " WHITE "
                  WS-CHROMA-DISP " " WS-CHROMA-DISP-2
                  " BY CALIBRATE"
                  DELIMITED BY SIZE INTO WALLCAL-LINE
           END-STRING
           WRITE WALLCAL-LINE
           PERFORM VARYING TL-I FROM 1 BY 1 UNTIL TL-I > TL-COUNT
              MOVE TL-X(TL-I) TO WO-X
              MOVE TL-Y(TL-I) TO WO-Y
              MOVE TL-W(TL-I) TO WO-W
              MOVE TL-H(TL-I) TO WO-H
              MOVE TL-PCT(TL-I, 1) TO WO-GAIN-R
              MOVE TL-PCT(TL-I, 2) TO WO-GAIN-G
              MOVE TL-PCT(TL-I, 3) TO WO-GAIN-B
              MOVE WALLCAL-OUT-LINE TO WALLCAL-LINE
              WRITE WALLCAL-LINE
           END-PERFORM
           CLOSE WALLCAL-FILE.

      * -----------------------------------------------------------
      * Live file to WALLCAL.PRV, staged file to live - each one
      * rename, so the live file is never seen half written.
      * -----------------------------------------------------------
       REPLACE-WALLCAL.
           PERFORM CHECK-LIVE-FILES
           IF WS-HAVE-CAL
              IF WS-HAVE-PREV
                 CALL "CBL_DELETE_FILE" USING WS-PREV-FILE-NAME
              END-IF
              CALL "CBL_RENAME_FILE" USING WS-CAL-FILE-NAME
                                           WS-PREV-FILE-NAME
              MOVE RETURN-CODE TO WS-RENAME-RC
              IF WS-RENAME-RC NOT = 0
                 DISPLAY "CALIBRATE: UNABLE TO KEEP "
                         FUNCTION TRIM(WS-CAL-FILE-NAME) " AS "
                         FUNCTION TRIM(WS-PREV-FILE-NAME)
                         " - NEW CALIBRATION LEFT IN "
                         FUNCTION TRIM(WS-STAGE-FILE-NAME)
                         UPON SYSERR
                 ADD 1 TO WS-PROBLEMS
                 EXIT PARAGRAPH
              END-IF
           END-IF
           CALL "CBL_RENAME_FILE" USING WS-STAGE-FILE-NAME
                                        WS-CAL-FILE-NAME
           MOVE RETURN-CODE TO WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
              DISPLAY "CALIBRATE: UNABLE TO REPLACE "
                      FUNCTION TRIM(WS-CAL-FILE-NAME)
                      " - NEW CALIBRATION LEFT IN "
                      FUNCTION TRIM(WS-STAGE-FILE-NAME) UPON SYSERR
              ADD 1 TO WS-PROBLEMS
           END-IF.

       CHECK-LIVE-FILES.
           MOVE 'N' TO WS-HAVE-CAL-SW
           MOVE 'N' TO WS-HAVE-PREV-SW
           MOVE WS-CAL-FILE-NAME TO WS-READINGS-FILE-NAME
           OPEN INPUT READINGS-FILE
           IF WS-READINGS-STATUS = "00"
              SET WS-HAVE-CAL TO TRUE
              CLOSE READINGS-FILE
           END-IF
           MOVE WS-PREV-FILE-NAME TO WS-READINGS-FILE-NAME
           OPEN INPUT READINGS-FILE
           IF WS-READINGS-STATUS = "00"
              SET WS-HAVE-PREV TO TRUE
              CLOSE READINGS-FILE
           END-IF
           MOVE WS-READINGS-ARG TO WS-READINGS-FILE-NAME.

      * -----------------------------------------------------------
      * BACKOUT: swap WALLCAL.PRV and WALLCAL.CFG through the
      * staging name.
      * -----------------------------------------------------------
       DO-BACKOUT.
           PERFORM CHECK-LIVE-FILES
           IF NOT WS-HAVE-PREV
              DISPLAY "CALIBRATE: NO "
                      FUNCTION TRIM(WS-PREV-FILE-NAME)
                      " TO BACK OUT TO" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF

           MOVE 2 TO OC-NEED-LEVEL
           MOVE "WALL CALIBRATION BACKOUT" TO OC-ACTION
           PERFORM CHECK-OPERATOR
           IF NOT OC-OK
              EXIT PARAGRAPH
           END-IF

           CALL "CBL_DELETE_FILE" USING WS-STAGE-FILE-NAME
           IF WS-HAVE-CAL
              CALL "CBL_RENAME_FILE" USING WS-CAL-FILE-NAME
                                           WS-STAGE-FILE-NAME
              MOVE RETURN-CODE TO WS-RENAME-RC
              IF WS-RENAME-RC NOT = 0
                 DISPLAY "CALIBRATE: UNABLE TO SET ASIDE "
                         FUNCTION TRIM(WS-CAL-FILE-NAME) UPON SYSERR
                 ADD 1 TO WS-PROBLEMS
                 EXIT PARAGRAPH
              END-IF
           END-IF
           CALL "CBL_RENAME_FILE" USING WS-PREV-FILE-NAME
                                        WS-CAL-FILE-NAME
           MOVE RETURN-CODE TO WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
              DISPLAY "CALIBRATE: UNABLE TO RESTORE "
                      FUNCTION TRIM(WS-PREV-FILE-NAME) UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              IF WS-HAVE-CAL
                 CALL "CBL_RENAME_FILE" USING WS-STAGE-FILE-NAME
                                              WS-CAL-FILE-NAME
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF WS-HAVE-CAL
              CALL "CBL_RENAME_FILE" USING WS-STAGE-FILE-NAME
                                           WS-PREV-FILE-NAME
           END-IF

           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "RESTORED " FUNCTION TRIM(WS-CAL-FILE-NAME)
                  " FROM " FUNCTION TRIM(WS-PREV-FILE-NAME)
                  DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "CALIBRATE: " FUNCTION TRIM(WS-AUDIT-TEXT)
                   UPON SYSERR.

      * -----------------------------------------------------------
      * The before/after report.
      * -----------------------------------------------------------
       WRITE-CALIBRATION-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "CALIBRATE: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-REPORT-FILE-NAME)
                       " STATUS " WS-REPORT-STATUS UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF WS-WALL-ID = SPACES
              STRING "WALL CALIBRATION " WS-TODAY " FROM "
                     FUNCTION TRIM(WS-READINGS-FILE-NAME)
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           ELSE
              STRING "WALL CALIBRATION " WS-TODAY " - WALL "
                     FUNCTION TRIM(WS-WALL-ID) " FROM "
                     FUNCTION TRIM(WS-READINGS-FILE-NAME)
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           END-IF
           WRITE REPORT-LINE
           MOVE WS-READINGS-TAKEN TO WS-LINE-DISP
           MOVE TF-YY(TL-TARGET, 4) TO WS-LUM-DISP
           MOVE TG-YY TO WS-LUM-DISP-2
           MOVE TG-CX TO WS-CHROMA-DISP
           MOVE TG-CY TO WS-CHROMA-DISP-2
           MOVE SPACES TO REPORT-LINE
           STRING FUNCTION TRIM(WS-LINE-DISP) " READING(S); TARGET "
                  "WHITE IS TILE " TL-TARGET " (DIMMEST) AT X "
                  WS-CHROMA-DISP " Y " WS-CHROMA-DISP-2 ", "
                  FUNCTION TRIM(WS-LUM-DISP) " CD/M2"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF SV-SCALE < 1
              MOVE SPACES TO REPORT-LINE
              STRING "A TILE NEEDS MORE THAN FULL DRIVE TO REACH IT - "
                     "WALL MATCHED AT "
                     FUNCTION TRIM(WS-LUM-DISP-2) " CD/M2"
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "                             GAIN %       BEFORE   "
             & "          EXPECTED AFTER" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TILE  WHITE CD/M2     X      Y     R   G   B   LUM % "
             & "  XY/1000   LUM %   XY/1000" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING TL-I FROM 1 BY 1 UNTIL TL-I > TL-COUNT
              MOVE TF-YY(TL-I, 4) TO WS-LUM-DISP
              MOVE TF-CX(TL-I, 4) TO WS-CHROMA-DISP
              MOVE TF-CY(TL-I, 4) TO WS-CHROMA-DISP-2
              MOVE TL-BEFORE-DY(TL-I)  TO WS-DEV-DISP
              MOVE TL-BEFORE-DXY(TL-I) TO WS-DEV-DISP-2
              MOVE TL-AFTER-DY(TL-I)   TO WS-DEV-DISP-3
              MOVE TL-AFTER-DXY(TL-I)  TO WS-DEV-DISP-4
              MOVE SPACES TO REPORT-LINE
              STRING "  " TL-I "  " WS-LUM-DISP "  " WS-CHROMA-DISP
                     " " WS-CHROMA-DISP-2 "  " TL-PCT(TL-I, 1) " "
                     TL-PCT(TL-I, 2) " " TL-PCT(TL-I, 3) " "
                     WS-DEV-DISP "  " WS-DEV-DISP-2 " "
                     WS-DEV-DISP-3 "  " WS-DEV-DISP-4
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "WRITTEN TO " FUNCTION TRIM(WS-CAL-FILE-NAME)
                  "; PREVIOUS KEPT AS "
                  FUNCTION TRIM(WS-PREV-FILE-NAME)
                  " (CALIBRATE BACKOUT RESTORES IT)"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

      * -----------------------------------------------------------
      * Who is at the keyboard, and may they do OC-ACTION? OPERCHK
      * audits a refusal.
      * -----------------------------------------------------------
       CHECK-OPERATOR.
           MOVE 'P' TO OC-FUNCTION
           MOVE "CALIBRATE" TO OC-PROGRAM
           CALL 'OPERCHK' USING OPERCHK-ARGS
           IF NOT OC-OK
              DISPLAY "CALIBRATE: OPERATOR '" FUNCTION TRIM(OC-OPER-ID)
                      "' REFUSED " FUNCTION TRIM(OC-ACTION)
                      UPON SYSERR
              ADD 1 TO WS-PROBLEMS
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE 'C' TO OC-FUNCTION
           CALL 'OPERCHK' USING OPERCHK-ARGS
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
              MOVE SPACES TO AUDIT-LINE
              STRING WS-TODAY " " WS-NOW-TIME
                     " CALIBRATE " FUNCTION TRIM(WS-AUDIT-TEXT)
                     " " FUNCTION TRIM(OC-AUDIT-TAG)
                     DELIMITED BY SIZE INTO AUDIT-LINE
              END-STRING
              WRITE AUDIT-LINE
              CLOSE AUDIT-FILE
           END-IF.
