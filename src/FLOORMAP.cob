      *****************************************************************
      * FLOORMAP: the plant layout on the wall, each line and machine
      * colored by its live state instead of a grid of numbers.
      * Reads the floor plan - named zones, each a polygon with an
      * optional label position (see FLOORPLANREC.cpy) - and paints
      * every zone FPOL-filled, POLY-outlined and TEXT-labeled with
      * its name and state. The state comes from a status file keyed
      * by zone name (see FLOORSTATREC.cpy): a status code is colored
      * from the status-to-color table (FLOORCODE.DAT over the
      * built-in codes - see FLOORCODEREC.cpy), a reading is scaled
      * through NORM onto a COLORMAP ramp, exactly as the charts
      * scale theirs. Then it keeps re-reading the status file once
      * a second and redraws whenever anything in it changed, like
      * GAUGE. Each redraw also rewrites the mismatch report: plan
      * zones the status file says nothing about, status records
      * for zones not on the plan, and status codes not in the
      * table. Honors RUNCTL.DAT and the ALERT.DAT broadcast hold
      * like the other long-running wall programs, under a frame
      * budget.
      * Invoke as: FLOORMAP [frame-budget] [plan-file] [status-file]
      *            [min] [max] [colormap] [vport-x,y] [report-file]
      * plan-file defaults to FLOORPLAN.DAT, status-file to
      * FLOORSTAT.DAT, report-file to FLOORMAP.RPT; readings scale
      * from min to max (default 0/100) along the named color map
      * (default BGR). A zone with no status is painted dark, an
      * unknown code magenta.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLOORMAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-FILE ASSIGN TO DYNAMIC WS-PLAN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT STATUS-FILE ASSIGN TO DYNAMIC WS-STAT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT CODE-FILE ASSIGN TO "FLOORCODE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-FILE.
           COPY FLOORPLANREC.

       FD  STATUS-FILE.
           COPY FLOORSTATREC.

       FD  CODE-FILE.
           COPY FLOORCODEREC.

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(100).

       FD  RUNCTL-FILE.
       01  RUNCTL-LINE           PIC X(8).

       FD  ALERT-FILE.
       01  ALERT-LINE            PIC X(40).

       WORKING-STORAGE SECTION.
       01  FLOORMAP-VARS.
           05  WS-PLAN-FILE-NAME  PIC X(100) VALUE "FLOORPLAN.DAT".
           05  WS-STAT-FILE-NAME  PIC X(100) VALUE "FLOORSTAT.DAT".
           05  WS-REPORT-FILE-NAME PIC X(100) VALUE "FLOORMAP.RPT".
           05  WS-FILE-ARG        PIC X(100) VALUE SPACES.
           05  WS-PLAN-STATUS     PIC X(2).
           05  WS-STAT-STATUS     PIC X(2).
           05  WS-CODE-STATUS     PIC X(2).
           05  WS-REPORT-STATUS   PIC X(2).
           05  WS-EOF-SW          PIC X VALUE 'N'.
               88  WS-EOF             VALUE 'Y'.
           05  WS-MIN-ARG         PIC X(12) VALUE SPACES.
           05  WS-MAX-ARG         PIC X(12) VALUE SPACES.
           05  WS-MIN-VALUE       PIC S9(9) VALUE 0.
           05  WS-MAX-VALUE       PIC S9(9) VALUE 100.
           05  WS-MAP-ARG         PIC X(12) VALUE SPACES.
           05  WS-HAVE-PICTURE-SW PIC X VALUE 'N'.
               88  WS-HAVE-PICTURE    VALUE 'Y'.
           05  WS-REPORT-WARNED-SW PIC X VALUE 'N'.
               88  WS-REPORT-WARNED   VALUE 'Y'.
           05  WS-VALUE-DISP      PIC -(8)9.
           05  WS-NUM-DISP        PIC ZZZ9.
           05  WS-NUM-DISP-2      PIC ZZZ9.
           05  WS-NUM-DISP-3      PIC ZZZ9.
           05  WS-LABEL-TEXT      PIC X(20).
           05  WS-LABEL-LEN       PIC 9(2).
           05  WS-BAD-LINES       PIC 9(4) VALUE 0.
           05  WS-MISMATCHES      PIC 9(4).
           05  WS-REDRAWS         PIC 9(8) VALUE 0.
           05  WS-RUN-DATE        PIC X(8).
           05  WS-START-TIME      PIC X(6).
           05  WS-NOW-STAMP       PIC X(14).

      * The floor plan, loaded once at startup: each zone's outline
      * in drawing order, its label position, and - worked out per
      * repaint - the status record it matched and its fill color.
       01  ZONE-TABLE-VARS.
           05  ZN-COUNT           PIC 9(2) VALUE 0.
           05  ZN-MAX             PIC 9(2) VALUE 50.
           05  ZN-I               PIC 9(2).
           05  ZN-J               PIC 9(2).
           05  ZN-P               PIC 9(2).
           05  ZN-SUM-X           PIC S9(6).
           05  ZN-SUM-Y           PIC S9(6).
           05  ZN-ENTRY OCCURS 50 TIMES.
               10  ZN-NAME        PIC X(12).
               10  ZN-PT-COUNT    PIC 9(2).
               10  ZN-OVERFLOW-SW PIC X.
                   88  ZN-OVERFLOW    VALUE 'Y'.
               10  ZN-USABLE-SW   PIC X.
                   88  ZN-USABLE      VALUE 'Y'.
               10  ZN-LABEL-SW    PIC X.
                   88  ZN-HAS-LABEL   VALUE 'Y'.
               10  ZN-LABEL-X     PIC S9(4).
               10  ZN-LABEL-Y     PIC S9(4).
               10  ZN-ST-IX       PIC 9(3).
               10  ZN-R           PIC 9(3).
               10  ZN-G           PIC 9(3).
               10  ZN-B           PIC 9(3).
               10  ZN-PT OCCURS 15 TIMES.
                   15  ZN-X       PIC S9(4).
                   15  ZN-Y       PIC S9(4).

      * The status file as last painted, and the fresh read it is
      * compared against each tick - same shape, so one group
      * compare tells whether the wall needs a redraw.
       01  STATUS-TABLE.
           05  ST-COUNT           PIC 9(3).
           05  ST-ENTRY OCCURS 200 TIMES.
               10  ST-ZONE        PIC X(12).
               10  ST-CODE        PIC X(8).
               10  ST-VALUE       PIC S9(9).
       01  NEW-STATUS-TABLE.
           05  SN-COUNT           PIC 9(3).
           05  SN-ENTRY OCCURS 200 TIMES.
               10  SN-ZONE        PIC X(12).
               10  SN-CODE        PIC X(8).
               10  SN-VALUE       PIC S9(9).
       01  STATUS-TABLE-VARS.
           05  ST-MAX             PIC 9(3) VALUE 200.
           05  ST-I               PIC 9(3).
           05  ST-MATCHED-SW OCCURS 200 TIMES PIC X.
               88  ST-MATCHED         VALUE 'Y'.

      * The status-to-color table: FLOORCODE.DAT's codes first,
      * then every built-in code the site file did not override.
       01  CODE-TABLE-VARS.
           05  CT-COUNT           PIC 9(2) VALUE 0.
           05  CT-MAX             PIC 9(2) VALUE 30.
           05  CT-I               PIC 9(2).
           05  CT-FOUND           PIC 9(2).
           05  CT-ENTRY OCCURS 30 TIMES.
               10  CT-CODE        PIC X(8).
               10  CT-R           PIC 9(3).
               10  CT-G           PIC 9(3).
               10  CT-B           PIC 9(3).

      * The built-in codes: code, R, G, B.
       01  BUILT-IN-CODES.
           05  FILLER PIC X(17) VALUE "RUNNING 000170000".
           05  FILLER PIC X(17) VALUE "IDLE    255191000".
           05  FILLER PIC X(17) VALUE "SETUP   000160200".
           05  FILLER PIC X(17) VALUE "MAINT   060090255".
           05  FILLER PIC X(17) VALUE "DOWN    220000000".
           05  FILLER PIC X(17) VALUE "OFFLINE 096096096".
       01  BUILT-IN-CODE-TABLE REDEFINES BUILT-IN-CODES.
           05  BC-ENTRY OCCURS 6 TIMES.
               10  BC-CODE        PIC X(8).
               10  BC-R           PIC 9(3).
               10  BC-G           PIC 9(3).
               10  BC-B           PIC 9(3).
       01  BUILT-IN-CODE-VARS.
           05  BC-COUNT           PIC 9(2) VALUE 6.
           05  BC-I               PIC 9(2).

      * Run budget: frame count 0 means run forever. A job-control
      * front end passes a positive frame count as argument 1 to
      * bound an unattended run.
       01  RUN-BUDGET-VARS.
           05  WS-BUDGET-ARG PIC X(10) VALUE SPACES.
           05  WS-FRAME-BUDGET PIC 9(8) VALUE 0.
           05  WS-FRAME-COUNT  PIC 9(8) VALUE 0.

      * Optional video-wall tile offset (argument 7, "X,Y").
       01  VPORT-VARS.
           05  WS-VPORT-ARG  PIC X(12) VALUE SPACES.
           05  WS-VPORT-X-ARG PIC S9(4) VALUE 0.
           05  WS-VPORT-Y-ARG PIC S9(4) VALUE 0.

           COPY PACEVARS.
           COPY RUNCTLVARS.
           COPY RCAUDITARGS.
           COPY ALERTVARS.
           COPY WALLREGARGS.
           COPY ALERTACKARGS.
           COPY NORMARGS.
           COPY COLORMAPARGS.
           COPY GFXARGS.

       PROCEDURE DIVISION.
           PERFORM RESOLVE-WALL-FILES
      *    pick up an optional frame budget from the command line
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-BUDGET-ARG FROM ARGUMENT-VALUE
           IF WS-BUDGET-ARG NOT = SPACES
              MOVE WS-BUDGET-ARG TO WS-FRAME-BUDGET
           END-IF

      *    pick up optional plan and status file name overrides
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-FILE-ARG FROM ARGUMENT-VALUE
           IF WS-FILE-ARG NOT = SPACES
              MOVE WS-FILE-ARG TO WS-PLAN-FILE-NAME
           END-IF
           MOVE SPACES TO WS-FILE-ARG
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-FILE-ARG FROM ARGUMENT-VALUE
           IF WS-FILE-ARG NOT = SPACES
              MOVE WS-FILE-ARG TO WS-STAT-FILE-NAME
           END-IF

      *    the reading scale and the ramp it is painted along
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-MIN-ARG FROM ARGUMENT-VALUE
           IF WS-MIN-ARG NOT = SPACES
              MOVE WS-MIN-ARG TO WS-MIN-VALUE
           END-IF
           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-MAX-ARG FROM ARGUMENT-VALUE
           IF WS-MAX-ARG NOT = SPACES
              MOVE WS-MAX-ARG TO WS-MAX-VALUE
           END-IF
           IF WS-MAX-VALUE <= WS-MIN-VALUE
              DISPLAY "FLOORMAP: MAX MUST EXCEED MIN" UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           DISPLAY 6 UPON ARGUMENT-NUMBER
           ACCEPT WS-MAP-ARG FROM ARGUMENT-VALUE

      *    pick up an optional video-wall tile offset ("X,Y")
           DISPLAY 7 UPON ARGUMENT-NUMBER
           ACCEPT WS-VPORT-ARG FROM ARGUMENT-VALUE
           IF WS-VPORT-ARG NOT = SPACES
              UNSTRING WS-VPORT-ARG DELIMITED BY ","
                  INTO WS-VPORT-X-ARG WS-VPORT-Y-ARG
              END-UNSTRING
           END-IF

      *    pick up an optional mismatch report file name override
           MOVE SPACES TO WS-FILE-ARG
           DISPLAY 8 UPON ARGUMENT-NUMBER
           ACCEPT WS-FILE-ARG FROM ARGUMENT-VALUE
           IF WS-FILE-ARG NOT = SPACES
              MOVE WS-FILE-ARG TO WS-REPORT-FILE-NAME
           END-IF

           PERFORM LOAD-FLOOR-PLAN
           PERFORM LOAD-CODE-TABLE
           PERFORM LOAD-COLOR-MAP

      *    set this run's video-wall tile offset, if any
           MOVE 'VPRT' TO GFX-OPCODE
           MOVE WS-VPORT-X-ARG TO GFX-VPORT-X
           MOVE WS-VPORT-Y-ARG TO GFX-VPORT-Y
           CALL 'GRAPHICS' USING GFX-ARGS

      *    this run's start stamp, for the alert acknowledgement
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-START-TIME

           INITIALIZE STATUS-TABLE

      * Main loop - re-read the status file once a second and
      * redraw the floor whenever anything in it changed.
           PERFORM UNTIL (WS-FRAME-BUDGET > 0
                   AND WS-FRAME-COUNT >= WS-FRAME-BUDGET)
                   OR WS-STOP-REQUESTED
               PERFORM GET-CLOCK-HS
               MOVE WS-TICK-TOTAL-HS TO WS-FRAME-START-HS
               MOVE 100 TO WS-FRAME-TARGET-HS

               PERFORM READ-STATUS-FILE
               IF NOT WS-HAVE-PICTURE
                  OR NEW-STATUS-TABLE NOT = STATUS-TABLE
                  MOVE NEW-STATUS-TABLE TO STATUS-TABLE
                  SET WS-HAVE-PICTURE TO TRUE
                  PERFORM PAINT-FLOOR-FRAME
                  MOVE 'SYNC' TO GFX-OPCODE
                  CALL 'GRAPHICS' USING GFX-ARGS
                  PERFORM WRITE-MISMATCH-REPORT
                  ADD 1 TO WS-REDRAWS
               END-IF
               ADD 1 TO WS-FRAME-COUNT

               PERFORM WAIT-FOR-FRAME-TICK
               PERFORM CHECK-RUN-CONTROL
           END-PERFORM.

           MOVE ZN-COUNT TO WS-NUM-DISP
           DISPLAY "FLOORMAP: TRACKED " FUNCTION TRIM(WS-NUM-DISP)
                    " ZONE(S) OF " FUNCTION TRIM(WS-PLAN-FILE-NAME)
                    " FOR " WS-FRAME-COUNT " TICK(S), "
                    WS-REDRAWS " REDRAW(S)" UPON SYSERR
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * Load the floor plan. A zone's lines need not be together -
      * each line is filed under its zone's name - and the zones
      * paint in the order their names first appear. A zone with
      * fewer than 3 vertices, or more than GRAPHICS can fill, is
      * reported and left off the wall (it still counts as on the
      * plan for the mismatch report). No usable zone at all is
      * fatal: there would be nothing to show.
      * -----------------------------------------------------------
       LOAD-FLOOR-PLAN.
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
              DISPLAY "FLOORMAP: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-PLAN-FILE-NAME)
                       " STATUS " WS-PLAN-STATUS UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ PLAN-FILE
                 AT END
                    SET WS-EOF TO TRUE
                 NOT AT END
                    PERFORM TAKE-PLAN-LINE
              END-READ
           END-PERFORM
           CLOSE PLAN-FILE

           MOVE 0 TO ZN-J
           PERFORM VARYING ZN-I FROM 1 BY 1 UNTIL ZN-I > ZN-COUNT
              PERFORM CHECK-PLAN-ZONE
           END-PERFORM
           IF ZN-J = 0
              DISPLAY "FLOORMAP: NO USABLE ZONES IN "
                       FUNCTION TRIM(WS-PLAN-FILE-NAME) UPON SYSERR
              STOP RUN RETURNING 1
           END-IF.

      * -----------------------------------------------------------
      * File one plan line under its zone, opening the zone on its
      * first line. Lines with no zone name, a kind other than V or
      * L, or non-numeric coordinates are counted and skipped.
      * -----------------------------------------------------------
       TAKE-PLAN-LINE.
           IF FP-ZONE = SPACES
              OR NOT (FP-VERTEX OR FP-LABEL)
              OR FP-X NOT NUMERIC OR FP-Y NOT NUMERIC
              ADD 1 TO WS-BAD-LINES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ZN-I FROM 1 BY 1
                   UNTIL ZN-I > ZN-COUNT
                      OR ZN-NAME(ZN-I) = FP-ZONE
              CONTINUE
           END-PERFORM
           IF ZN-I > ZN-COUNT
              IF ZN-COUNT >= ZN-MAX
                 DISPLAY "FLOORMAP: MORE THAN " ZN-MAX
                          " ZONES - " FUNCTION TRIM(FP-ZONE)
                          " IGNORED" UPON SYSERR
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO ZN-COUNT
              MOVE ZN-COUNT TO ZN-I
              INITIALIZE ZN-ENTRY(ZN-I)
              MOVE FP-ZONE TO ZN-NAME(ZN-I)
           END-IF
           IF FP-LABEL
              SET ZN-HAS-LABEL(ZN-I) TO TRUE
              MOVE FP-X TO ZN-LABEL-X(ZN-I)
              MOVE FP-Y TO ZN-LABEL-Y(ZN-I)
              EXIT PARAGRAPH
           END-IF
           IF ZN-PT-COUNT(ZN-I) >= 15
              SET ZN-OVERFLOW(ZN-I) TO TRUE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO ZN-PT-COUNT(ZN-I)
           MOVE FP-X TO ZN-X(ZN-I, ZN-PT-COUNT(ZN-I))
           MOVE FP-Y TO ZN-Y(ZN-I, ZN-PT-COUNT(ZN-I)).

      * -----------------------------------------------------------
      * Settle one loaded zone: usable or not, and - when the plan
      * gave no label position - a label centered on the middle of
      * its vertices (name above the middle, state below it).
      * -----------------------------------------------------------
       CHECK-PLAN-ZONE.
           IF ZN-OVERFLOW(ZN-I)
              DISPLAY "FLOORMAP: ZONE " FUNCTION TRIM(ZN-NAME(ZN-I))
                       " HAS MORE THAN 15 VERTICES - NOT DRAWN"
                       UPON SYSERR
              EXIT PARAGRAPH
           END-IF
           IF ZN-PT-COUNT(ZN-I) < 3
              DISPLAY "FLOORMAP: ZONE " FUNCTION TRIM(ZN-NAME(ZN-I))
                       " HAS FEWER THAN 3 VERTICES - NOT DRAWN"
                       UPON SYSERR
              EXIT PARAGRAPH
           END-IF
           SET ZN-USABLE(ZN-I) TO TRUE
           ADD 1 TO ZN-J
           IF NOT ZN-HAS-LABEL(ZN-I)
              MOVE 0 TO ZN-SUM-X
              MOVE 0 TO ZN-SUM-Y
              PERFORM VARYING ZN-P FROM 1 BY 1
                      UNTIL ZN-P > ZN-PT-COUNT(ZN-I)
                 ADD ZN-X(ZN-I, ZN-P) TO ZN-SUM-X
                 ADD ZN-Y(ZN-I, ZN-P) TO ZN-SUM-Y
              END-PERFORM
              COMPUTE WS-LABEL-LEN =
                  FUNCTION LENGTH(FUNCTION TRIM(ZN-NAME(ZN-I)))
              COMPUTE ZN-LABEL-X(ZN-I) =
                  ZN-SUM-X / ZN-PT-COUNT(ZN-I) - WS-LABEL-LEN * 3
              COMPUTE ZN-LABEL-Y(ZN-I) =
                  ZN-SUM-Y / ZN-PT-COUNT(ZN-I) - 8
           END-IF.

      * -----------------------------------------------------------
      * Load the status-to-color table: FLOORCODE.DAT's codes (an
      * absent file is no error), then each built-in code the file
      * did not already give a color.
      * -----------------------------------------------------------
       LOAD-CODE-TABLE.
           OPEN INPUT CODE-FILE
           IF WS-CODE-STATUS = "00"
              MOVE 'N' TO WS-EOF-SW
              PERFORM UNTIL WS-EOF
                 READ CODE-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       PERFORM TAKE-CODE-LINE
                 END-READ
              END-PERFORM
              CLOSE CODE-FILE
           END-IF
           PERFORM VARYING BC-I FROM 1 BY 1 UNTIL BC-I > BC-COUNT
              MOVE BC-CODE(BC-I) TO FC-CODE
              PERFORM FIND-CODE
              IF CT-FOUND = 0 AND CT-COUNT < CT-MAX
                 ADD 1 TO CT-COUNT
                 MOVE BC-ENTRY(BC-I) TO CT-ENTRY(CT-COUNT)
              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * One FLOORCODE.DAT line: a blank code or a color component
      * that is not 0..255 is reported and skipped; a code listed
      * twice keeps its first color.
      * -----------------------------------------------------------
       TAKE-CODE-LINE.
           IF FC-CODE = SPACES
              EXIT PARAGRAPH
           END-IF
           IF FC-R NOT NUMERIC OR FC-G NOT NUMERIC
              OR FC-B NOT NUMERIC
              OR FC-R > 255 OR FC-G > 255 OR FC-B > 255
              DISPLAY "FLOORMAP: BAD COLOR FOR CODE "
                       FUNCTION TRIM(FC-CODE) " IN FLOORCODE.DAT"
                       UPON SYSERR
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CODE
           IF CT-FOUND = 0
              IF CT-COUNT >= CT-MAX
                 DISPLAY "FLOORMAP: MORE THAN " CT-MAX
                          " STATUS CODES - " FUNCTION TRIM(FC-CODE)
                          " IGNORED" UPON SYSERR
              ELSE
                 ADD 1 TO CT-COUNT
                 MOVE FLOORCODE-REC TO CT-ENTRY(CT-COUNT)
              END-IF
           END-IF.

      * -----------------------------------------------------------
      * Look FC-CODE up in the code table: CT-FOUND is its entry,
      * or 0.
      * -----------------------------------------------------------
       FIND-CODE.
           MOVE 0 TO CT-FOUND
           PERFORM VARYING CT-I FROM 1 BY 1
                   UNTIL CT-I > CT-COUNT OR CT-FOUND > 0
              IF CT-CODE(CT-I) = FC-CODE
                 MOVE CT-I TO CT-FOUND
              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * Load the readings' color map - BGR unless one is named. An
      * unknown or unusable map name is reported; COLORMAP falls
      * back to BGR on its own.
      * -----------------------------------------------------------
       LOAD-COLOR-MAP.
           MOVE 'L' TO CM-FUNCTION
           MOVE WS-MAP-ARG TO CM-MAP-NAME
           CALL 'COLORMAP' USING COLORMAP-ARGS
           IF CM-UNKNOWN-MAP
              DISPLAY "FLOORMAP: NO COLOR MAP "
                       FUNCTION TRIM(WS-MAP-ARG)
                       " - USING BGR" UPON SYSERR
           END-IF
           IF CM-BAD-MAP
              DISPLAY "FLOORMAP: COLOR MAP "
                       FUNCTION TRIM(WS-MAP-ARG) " IS UNUSABLE - "
                       "USING BGR" UPON SYSERR
           END-IF.

      * -----------------------------------------------------------
      * Read the status file into the fresh table. A zone listed
      * twice keeps its last line; a reading line (blank code) with
      * a non-numeric value is skipped. A status file that cannot
      * be opened leaves the table as last painted - a wobbling
      * feed must not blank the floor.
      * -----------------------------------------------------------
       READ-STATUS-FILE.
           OPEN INPUT STATUS-FILE
           IF WS-STAT-STATUS NOT = "00"
              MOVE STATUS-TABLE TO NEW-STATUS-TABLE
              EXIT PARAGRAPH
           END-IF
           INITIALIZE NEW-STATUS-TABLE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ STATUS-FILE
                 AT END
                    SET WS-EOF TO TRUE
                 NOT AT END
                    PERFORM TAKE-STATUS-LINE
              END-READ
           END-PERFORM
           CLOSE STATUS-FILE.

       TAKE-STATUS-LINE.
           IF FS-ZONE = SPACES
              EXIT PARAGRAPH
           END-IF
           IF FS-CODE = SPACES AND FS-VALUE NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ST-I FROM 1 BY 1
                   UNTIL ST-I > SN-COUNT OR SN-ZONE(ST-I) = FS-ZONE
              CONTINUE
           END-PERFORM
           IF ST-I > SN-COUNT
              IF SN-COUNT >= ST-MAX
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO SN-COUNT
              MOVE SN-COUNT TO ST-I
           END-IF
           MOVE FS-ZONE TO SN-ZONE(ST-I)
           MOVE FS-CODE TO SN-CODE(ST-I)
           IF FS-VALUE NUMERIC
              MOVE FS-VALUE TO SN-VALUE(ST-I)
           ELSE
              MOVE 0 TO SN-VALUE(ST-I)
           END-IF.

      * -----------------------------------------------------------
      * One full repaint: every usable zone filled in its state's
      * color, outlined, and labeled with its name and its state -
      * the status code, the reading, or NO STATUS.
      * -----------------------------------------------------------
       PAINT-FLOOR-FRAME.
           MOVE 'CLR' TO GFX-OPCODE
           CALL 'GRAPHICS' USING GFX-ARGS
           PERFORM VARYING ST-I FROM 1 BY 1 UNTIL ST-I > ST-MAX
              MOVE 'N' TO ST-MATCHED-SW(ST-I)
           END-PERFORM
           PERFORM VARYING ZN-I FROM 1 BY 1 UNTIL ZN-I > ZN-COUNT
              PERFORM MATCH-ZONE-STATUS
              IF ZN-USABLE(ZN-I)
                 PERFORM PAINT-ONE-ZONE
              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * Find the zone's status record (ZN-ST-IX, 0 for none) and
      * work out its fill color: no status dark, a known code its
      * table color, an unknown code magenta, a reading its level
      * on the color map.
      * -----------------------------------------------------------
       MATCH-ZONE-STATUS.
           MOVE 0 TO ZN-ST-IX(ZN-I)
           PERFORM VARYING ST-I FROM 1 BY 1
                   UNTIL ST-I > ST-COUNT OR ZN-ST-IX(ZN-I) > 0
              IF ST-ZONE(ST-I) = ZN-NAME(ZN-I)
                 MOVE ST-I TO ZN-ST-IX(ZN-I)
                 SET ST-MATCHED(ST-I) TO TRUE
              END-IF
           END-PERFORM
           IF ZN-ST-IX(ZN-I) = 0
              MOVE 40 TO ZN-R(ZN-I)
              MOVE 40 TO ZN-G(ZN-I)
              MOVE 40 TO ZN-B(ZN-I)
              EXIT PARAGRAPH
           END-IF
           MOVE ZN-ST-IX(ZN-I) TO ST-I
           IF ST-CODE(ST-I) = SPACES
              MOVE ST-VALUE(ST-I) TO NORM-X
              MOVE WS-MIN-VALUE TO NORM-LOW
              MOVE WS-MAX-VALUE TO NORM-HIGH
              SET NORM-MODE-SINGLE TO TRUE
              SET NORM-CURVE-LINEAR TO TRUE
              CALL 'NORM' USING NORM-ARGS
              MOVE 'C' TO CM-FUNCTION
              MOVE NORM-RESULT TO CM-LEVEL
              CALL 'COLORMAP' USING COLORMAP-ARGS
              MOVE CM-R TO ZN-R(ZN-I)
              MOVE CM-G TO ZN-G(ZN-I)
              MOVE CM-B TO ZN-B(ZN-I)
              EXIT PARAGRAPH
           END-IF
           MOVE ST-CODE(ST-I) TO FC-CODE
           PERFORM FIND-CODE
           IF CT-FOUND = 0
              MOVE 255 TO ZN-R(ZN-I)
              MOVE 0   TO ZN-G(ZN-I)
              MOVE 255 TO ZN-B(ZN-I)
           ELSE
              MOVE CT-R(CT-FOUND) TO ZN-R(ZN-I)
              MOVE CT-G(CT-FOUND) TO ZN-G(ZN-I)
              MOVE CT-B(CT-FOUND) TO ZN-B(ZN-I)
           END-IF.

      * -----------------------------------------------------------
      * Paint one zone: FPOL fill, white POLY outline, then the two
      * label lines in black on a light fill or white on a dark one.
      * -----------------------------------------------------------
       PAINT-ONE-ZONE.
           MOVE 'FPOL' TO GFX-OPCODE
           MOVE ZN-R(ZN-I) TO GFX-COLOR-R
           MOVE ZN-G(ZN-I) TO GFX-COLOR-G
           MOVE ZN-B(ZN-I) TO GFX-COLOR-B
           PERFORM SET-ZONE-POLYGON
           CALL 'GRAPHICS' USING GFX-ARGS

           MOVE 'POLY' TO GFX-OPCODE
           MOVE 255 TO GFX-COLOR-R
           MOVE 255 TO GFX-COLOR-G
           MOVE 255 TO GFX-COLOR-B
           PERFORM SET-ZONE-POLYGON
           CALL 'GRAPHICS' USING GFX-ARGS

           MOVE 'TEXT' TO GFX-OPCODE
           IF ZN-R(ZN-I) * 3 + ZN-G(ZN-I) * 6 + ZN-B(ZN-I) > 1400
              MOVE 0 TO GFX-COLOR-R
              MOVE 0 TO GFX-COLOR-G
              MOVE 0 TO GFX-COLOR-B
           END-IF
           MOVE ZN-LABEL-X(ZN-I) TO GFX-TEXT-X
           MOVE ZN-LABEL-Y(ZN-I) TO GFX-TEXT-Y
           MOVE ZN-NAME(ZN-I) TO GFX-TEXT-STR
           CALL 'GRAPHICS' USING GFX-ARGS

           MOVE SPACES TO WS-LABEL-TEXT
           IF ZN-ST-IX(ZN-I) = 0
              MOVE "NO STATUS" TO WS-LABEL-TEXT
           ELSE
              MOVE ZN-ST-IX(ZN-I) TO ST-I
              IF ST-CODE(ST-I) = SPACES
                 MOVE ST-VALUE(ST-I) TO WS-VALUE-DISP
                 MOVE FUNCTION TRIM(WS-VALUE-DISP) TO WS-LABEL-TEXT
              ELSE
                 MOVE ST-CODE(ST-I) TO WS-LABEL-TEXT
              END-IF
           END-IF
           COMPUTE GFX-TEXT-Y = ZN-LABEL-Y(ZN-I) + 9
           MOVE WS-LABEL-TEXT TO GFX-TEXT-STR
           CALL 'GRAPHICS' USING GFX-ARGS.

       SET-ZONE-POLYGON.
           MOVE ZN-PT-COUNT(ZN-I) TO GFX-POLY-COUNT
           PERFORM VARYING ZN-P FROM 1 BY 1
                   UNTIL ZN-P > ZN-PT-COUNT(ZN-I)
              MOVE ZN-X(ZN-I, ZN-P) TO GFX-POLY-X(ZN-P)
              MOVE ZN-Y(ZN-I, ZN-P) TO GFX-POLY-Y(ZN-P)
           END-PERFORM.

      * -----------------------------------------------------------
      * Rewrite the mismatch report for the picture just painted:
      * plan zones with no status record, status records for zones
      * not on the plan, and status codes not in the code table,
      * then the counts. A report that cannot be written is
      * reported once and the wall carries on.
      * -----------------------------------------------------------
       WRITE-MISMATCH-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              IF NOT WS-REPORT-WARNED
                 DISPLAY "FLOORMAP: UNABLE TO OPEN "
                          FUNCTION TRIM(WS-REPORT-FILE-NAME)
                          " STATUS " WS-REPORT-STATUS UPON SYSERR
                 SET WS-REPORT-WARNED TO TRUE
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE SPACES TO REPORT-LINE
           STRING "FLOORMAP ZONE MISMATCHES - PLAN "
                  FUNCTION TRIM(WS-PLAN-FILE-NAME) " AGAINST "
                  FUNCTION TRIM(WS-STAT-FILE-NAME)
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "AS OF " WS-NOW-STAMP(1:8) " "
                  WS-NOW-STAMP(9:6)
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 0 TO WS-MISMATCHES
           PERFORM VARYING ZN-I FROM 1 BY 1 UNTIL ZN-I > ZN-COUNT
              IF ZN-ST-IX(ZN-I) = 0
                 MOVE SPACES TO REPORT-LINE
                 STRING "ON PLAN, NO STATUS      "
                        ZN-NAME(ZN-I)
                        DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
                 WRITE REPORT-LINE
                 ADD 1 TO WS-MISMATCHES
              END-IF
           END-PERFORM
           PERFORM VARYING ST-I FROM 1 BY 1 UNTIL ST-I > ST-COUNT
              IF NOT ST-MATCHED(ST-I)
                 MOVE SPACES TO REPORT-LINE
                 STRING "IN STATUS, NOT ON PLAN  "
                        ST-ZONE(ST-I)
                        DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
                 WRITE REPORT-LINE
                 ADD 1 TO WS-MISMATCHES
              END-IF
           END-PERFORM
           PERFORM VARYING ST-I FROM 1 BY 1 UNTIL ST-I > ST-COUNT
              IF ST-CODE(ST-I) NOT = SPACES
                 MOVE ST-CODE(ST-I) TO FC-CODE
                 PERFORM FIND-CODE
                 IF CT-FOUND = 0
                    MOVE SPACES TO REPORT-LINE
                    STRING "UNKNOWN STATUS CODE     "
                           ST-ZONE(ST-I) " " ST-CODE(ST-I)
                           DELIMITED BY SIZE INTO REPORT-LINE
                    END-STRING
                    WRITE REPORT-LINE
                    ADD 1 TO WS-MISMATCHES
                 END-IF
              END-IF
           END-PERFORM
           IF WS-MISMATCHES = 0
              MOVE "NO MISMATCHES" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZN-COUNT      TO WS-NUM-DISP
           MOVE ST-COUNT      TO WS-NUM-DISP-2
           MOVE WS-MISMATCHES TO WS-NUM-DISP-3
           MOVE SPACES TO REPORT-LINE
           STRING FUNCTION TRIM(WS-NUM-DISP) " ZONE(S) ON PLAN, "
                  FUNCTION TRIM(WS-NUM-DISP-2) " STATUS RECORD(S), "
                  FUNCTION TRIM(WS-NUM-DISP-3) " MISMATCH(ES)"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-BAD-LINES > 0
              MOVE WS-BAD-LINES TO WS-NUM-DISP
              MOVE SPACES TO REPORT-LINE
              STRING FUNCTION TRIM(WS-NUM-DISP)
                     " UNREADABLE PLAN LINE(S) SKIPPED"
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE.

      * -----------------------------------------------------------
      * Poll the out-of-band run control file (see RUNCTLVARS.cpy)
      * once per tick; the next status change repaints the floor
      * after a blank or alert on its own, and a forced repaint is
      * arranged by clearing the have-picture latch.
      * -----------------------------------------------------------
       CHECK-RUN-CONTROL.
           PERFORM CHECK-ALERT-HOLD
           PERFORM READ-RUN-CONTROL
           MOVE SPACES TO RA-EVENT
           IF RUNCTL-PAUSE OR RUNCTL-BLANK
              MOVE "FLOORMAP" TO RA-PROGRAM
              MOVE WS-RUNCTL-CMD TO RA-EVENT
              CALL 'RCAUDIT' USING RCAUDIT-ARGS
           END-IF
           PERFORM UNTIL NOT (RUNCTL-PAUSE OR RUNCTL-BLANK)
              IF RUNCTL-BLANK AND NOT WS-WALL-BLANKED
                 PERFORM BLANK-THE-WALL
              END-IF
              PERFORM PAUSE-POLL-WAIT
              PERFORM READ-RUN-CONTROL
           END-PERFORM
           IF RA-EVENT NOT = SPACES
              MOVE "RELEASED" TO RA-EVENT
              CALL 'RCAUDIT' USING RCAUDIT-ARGS
           END-IF
           IF RUNCTL-STOP
              SET WS-STOP-REQUESTED TO TRUE
           END-IF
           IF WS-WALL-BLANKED AND NOT RUNCTL-BLANK
              MOVE 'N' TO WS-WALL-BLANKED-SW
              MOVE 'N' TO WS-HAVE-PICTURE-SW
           END-IF.

      * -----------------------------------------------------------
      * Emergency broadcast hold (see ALERTVARS.cpy): while
      * ALERT.DAT is raised the wall belongs to ALERTCAST, so hold
      * here - drawing nothing - polling every quarter second.
      * -----------------------------------------------------------
       CHECK-ALERT-HOLD.
           PERFORM READ-ALERT-FILE
           IF ALERT-RAISED
              SET WS-ALERT-HELD TO TRUE
      *       acknowledge the yield (see ALERTACKARGS.cpy)
              MOVE "FLOORMAP" TO AY-PROGRAM
              MOVE WS-RUN-DATE TO AY-START-DATE
              MOVE WS-START-TIME TO AY-START-TIME
              MOVE WS-ALERT-TAG TO AY-ALERT-TAG
              MOVE 'Y' TO AY-FUNCTION
              CALL 'ALERTACK' USING ALERTACK-ARGS
              PERFORM UNTIL NOT ALERT-RAISED
                 PERFORM PAUSE-POLL-WAIT
                 PERFORM READ-ALERT-FILE
              END-PERFORM
           END-IF
           IF WS-ALERT-HELD
              MOVE 'N' TO WS-ALERT-HELD-SW
              MOVE 'R' TO AY-FUNCTION
              CALL 'ALERTACK' USING ALERTACK-ARGS
              MOVE 'N' TO WS-HAVE-PICTURE-SW
           END-IF.

      * -----------------------------------------------------------
      * Read the alert file's first line (an absent or empty file
      * means no alert).
      * -----------------------------------------------------------
       READ-ALERT-FILE.
           MOVE SPACES TO WS-ALERT-CMD
           MOVE SPACES TO WS-ALERT-TAG
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
              READ ALERT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE ALERT-LINE(1:8) TO WS-ALERT-CMD
                    MOVE ALERT-LINE(10:30) TO WS-ALERT-TAG
              END-READ
              CLOSE ALERT-FILE
           END-IF.

      * -----------------------------------------------------------
      * Read the control file's first line (an absent or empty file
      * means run normally).
      * -----------------------------------------------------------
       READ-RUN-CONTROL.
           MOVE SPACES TO WS-RUNCTL-CMD
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "00"
              READ RUNCTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE RUNCTL-LINE TO WS-RUNCTL-CMD
              END-READ
              CLOSE RUNCTL-FILE
           END-IF.

      * -----------------------------------------------------------
      * BLANK: push one cleared frame to the wall, then hold.
      * -----------------------------------------------------------
       BLANK-THE-WALL.
           MOVE 'CLR' TO GFX-OPCODE
           CALL 'GRAPHICS' USING GFX-ARGS
           MOVE 'SYNC' TO GFX-OPCODE
           CALL 'GRAPHICS' USING GFX-ARGS
           SET WS-WALL-BLANKED TO TRUE.

      * -----------------------------------------------------------
      * Quarter-second wall-clock wait between control-file polls
      * while paused or blanked, preserving the frame pacing target
      * around the borrowed WAIT-FOR-FRAME-TICK spin.
      * -----------------------------------------------------------
       PAUSE-POLL-WAIT.
           MOVE WS-FRAME-TARGET-HS TO WS-RUNCTL-SAVE-HS
           MOVE 25 TO WS-FRAME-TARGET-HS
           PERFORM GET-CLOCK-HS
           MOVE WS-TICK-TOTAL-HS TO WS-FRAME-START-HS
           PERFORM WAIT-FOR-FRAME-TICK
           MOVE WS-RUNCTL-SAVE-HS TO WS-FRAME-TARGET-HS.

      * -----------------------------------------------------------
      * Read the wall clock and reduce it to hundredths-of-a-second
      * counted from the INTEGER-OF-DATE day number
      * (WS-TICK-TOTAL-HS), so a tick delta is date-aware and spans
      * the midnight rollover cleanly.
      * -----------------------------------------------------------
       GET-CLOCK-HS.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-TICK-STAMP
           MOVE WS-TICK-STAMP(1:8) TO WS-TICK-DATE-NUM
           COMPUTE WS-TICK-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TICK-DATE-NUM)
           MOVE WS-TICK-STAMP(9:8) TO WS-TICK-TIME
           MOVE WS-TICK-TIME(1:2) TO WS-TICK-HH
           MOVE WS-TICK-TIME(3:2) TO WS-TICK-MM
           MOVE WS-TICK-TIME(5:2) TO WS-TICK-SS
           MOVE WS-TICK-TIME(7:2) TO WS-TICK-HS
           COMPUTE WS-TICK-TOTAL-HS =
               WS-TICK-DAY-INT * 8640000
               + WS-TICK-HH * 360000 + WS-TICK-MM * 6000
               + WS-TICK-SS * 100 + WS-TICK-HS.

      * -----------------------------------------------------------
      * Spin until WS-FRAME-TARGET-HS hundredths have elapsed since
      * WS-FRAME-START-HS, so the re-read cadence is wall-clock
      * time regardless of host CPU speed.
      * -----------------------------------------------------------
       WAIT-FOR-FRAME-TICK.
           PERFORM GET-CLOCK-HS
           COMPUTE WS-ELAPSED-HS = WS-TICK-TOTAL-HS - WS-FRAME-START-HS
           PERFORM UNTIL WS-ELAPSED-HS NOT < WS-FRAME-TARGET-HS
               PERFORM GET-CLOCK-HS
               COMPUTE WS-ELAPSED-HS =
                   WS-TICK-TOTAL-HS - WS-FRAME-START-HS
           END-PERFORM.

      * -----------------------------------------------------------
      * Point the run-control and alert polls at the current wall's
      * own RUNCTL.DAT and ALERT.DAT (see WALLREGARGS.cpy) - the
      * working directory's copies on a single-wall site.
      * -----------------------------------------------------------
       RESOLVE-WALL-FILES.
           MOVE 'F' TO WG-FUNCTION
           MOVE SPACES TO WG-WALL-ID
           MOVE "RUNCTL.DAT" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-FILE-NAME TO WS-RUNCTL-FILE-NAME
           MOVE 'F' TO WG-FUNCTION
           MOVE "ALERT.DAT" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-FILE-NAME TO WS-ALERT-FILE-NAME.
