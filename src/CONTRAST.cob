      *****************************************************************
      * CONTRAST: legibility audit for text on the wall. Every text
      * draw - a TEXT, in the built-in face or a FONT, or a TBLK -
      * has its color set against the colors it lands on, at the
      * WALLDIM.CFG level the wall shows it at, and the ones whose
      * contrast ratio falls below the minimum are reported by
      * program, frame, position and string, worst first, so the
      * content owner knows exactly which color to change. The
      * ratio is the usual accessibility one: relative luminance of
      * each color (the sRGB channels linearised and weighted .2126
      * red, .7152 green, .0722 blue), lighter plus .05 over darker
      * plus .05 - 1:1 for no contrast at all, 21:1 for white on
      * black; 4.5:1 is the customary floor for body text. Dimming
      * scales both colors down together, which pulls the ratio
      * toward 1:1, so a pair that passes by day can fail under a
      * night window - the report gives the ratio at full
      * brightness and at the level shown, and says whether the
      * text fails ALWAYS or only DIMMED.
      * Two sources:
      *   LIVE     the GFXCONTRAST file GRAPHICS writes while that
      *            environment variable is set (see CONTRASTREC.cpy)
      *            - exact: the box and the colors under it are
      *            taken from the frame buffer as the text is drawn
      *   CAPTURE  a GFXJOURNAL call journal and the GFXREC capture
      *            of the same run: each accepted TEXT and TBLK call
      *            is found in the capture's image of its frame, and
      *            the colors in its box that are not the text color
      *            (as dimmed, give or take calibration) are what it
      *            was read against. The dimming level is the
      *            WALLDIM.CFG window the call's time falls in (a
      *            WALLDIM.OVR in force then cannot be known after
      *            the fact). A TBLK is judged over its whole box.
      *            Only the journal's first run is audited.
      * The same text drawn again and again - a ticker, a clock -
      * is one line, with the number of times and the first frame
      * and position it was seen at.
      * Invoke as: CONTRAST LIVE [audit-file] [min-ratio] [report]
      *            CONTRAST CAPTURE journal capture [min-ratio]
      *                     [report]
      * The audit file defaults to CONTRAST.AUD, the minimum ratio to
      * 4.5 and the report to CONTRAST.RPT. Returns 1 when any text
      * falls below the minimum.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT CAPTURE-FILE ASSIGN TO DYNAMIC WS-CAPTURE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.

           SELECT FONTS-FILE ASSIGN TO DYNAMIC WS-FONT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONT-STATUS.

           SELECT WALLDIM-FILE ASSIGN TO DYNAMIC WS-WALLDIM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIM-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           COPY CONTRASTREC.

       FD  JOURNAL-FILE.
           COPY GFXJRNLREC.

       FD  CAPTURE-FILE.
       01  CAPTURE-LINE          PIC X(40).

       FD  FONTS-FILE.
           COPY FONTREC.

       FD  WALLDIM-FILE.
       01  WALLDIM-LINE          PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  CONTRAST-VARS.
           05  WS-MODE-ARG           PIC X(8)   VALUE SPACES.
           05  WS-MODE-SW            PIC X VALUE 'L'.
               88  WS-MODE-LIVE          VALUE 'L'.
               88  WS-MODE-CAPTURE       VALUE 'C'.
           05  WS-ARG                PIC X(100).
           05  WS-RATIO-ARG-NO       PIC 9.
           05  WS-AUDIT-FILE-NAME    PIC X(100) VALUE "CONTRAST.AUD".
           05  WS-JOURNAL-FILE-NAME  PIC X(100) VALUE SPACES.
           05  WS-CAPTURE-FILE-NAME  PIC X(100) VALUE SPACES.
           05  WS-FONT-FILE-NAME     PIC X(100) VALUE SPACES.
           05  WS-WALLDIM-FILE-NAME  PIC X(100) VALUE "WALLDIM.CFG".
           05  WS-REPORT-FILE-NAME   PIC X(100) VALUE "CONTRAST.RPT".
           05  WS-AUDIT-STATUS       PIC X(2).
           05  WS-JOURNAL-STATUS     PIC X(2).
           05  WS-CAP-STATUS         PIC X(2).
           05  WS-FONT-STATUS        PIC X(2).
           05  WS-DIM-STATUS         PIC X(2).
           05  WS-REPORT-STATUS      PIC X(2).
           05  WS-EOF-SW             PIC X VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-CAP-EOF-SW         PIC X VALUE 'N'.
               88  WS-CAP-EOF            VALUE 'Y'.
           05  WS-FONT-EOF-SW        PIC X.
               88  WS-FONT-EOF           VALUE 'Y'.
           05  WS-MIN-RATIO          PIC 99V99 VALUE 4.50.
           05  WS-WALL-ID            PIC X(8) VALUE SPACES.
           05  WS-AUDITED            PIC 9(8) VALUE 0.
           05  WS-BELOW              PIC 9(8) VALUE 0.
           05  WS-NOT-IN-CAPTURE     PIC 9(8) VALUE 0.
           05  WS-OVERFLOWED         PIC 9(8) VALUE 0.

      * Contrast arithmetic: the pair being judged, one channel's
      * linearisation, and the two luminances and ratios.
       01  RATIO-WORK.
           05  RW-FG-R               PIC 9(3).
           05  RW-FG-G               PIC 9(3).
           05  RW-FG-B               PIC 9(3).
           05  RW-BG-R               PIC 9(3).
           05  RW-BG-G               PIC 9(3).
           05  RW-BG-B               PIC 9(3).
           05  RW-V                  PIC 9(3).
           05  RW-C                  PIC 9V9(8).
           05  RW-LIN                PIC 9V9(8).
           05  RW-LUM-FG             PIC 9V9(8).
           05  RW-LUM-BG             PIC 9V9(8).
           05  RW-LIGHTER            PIC 9V9(8).
           05  RW-DARKER             PIC 9V9(8).
           05  RW-RATIO              PIC 99V99.
           05  RW-RATIO-FULL         PIC 99V99.
           05  RW-RATIO-DIM          PIC 99V99.

      * Texts found below the minimum, one entry per distinct
      * program / opcode / string / color pair / dimming level.
       01  FINDING-TABLE.
           05  FD-COUNT              PIC 9(3) VALUE 0.
           05  FD-MAX                PIC 9(3) VALUE 500.
           05  FD-I                  PIC 9(3).
           05  FD-J                  PIC 9(3).
           05  FD-FOUND              PIC 9(3).
           05  FD-ENTRY OCCURS 500 TIMES.
               10  FD-PROGRAM        PIC X(12).
               10  FD-WALL           PIC X(8).
               10  FD-OPCODE         PIC X(4).
               10  FD-TEXT           PIC X(20).
               10  FD-FG-R           PIC 9(3).
               10  FD-FG-G           PIC 9(3).
               10  FD-FG-B           PIC 9(3).
               10  FD-BG-R           PIC 9(3).
               10  FD-BG-G           PIC 9(3).
               10  FD-BG-B           PIC 9(3).
               10  FD-DIM-PCT        PIC 9(3).
               10  FD-FRAME          PIC 9(8).
               10  FD-X              PIC S9(4).
               10  FD-Y              PIC S9(4).
               10  FD-TIMES          PIC 9(8).
               10  FD-RATIO-FULL     PIC 99V99.
               10  FD-RATIO-DIM      PIC 99V99.
       01  FD-SWAP                   PIC X(107).

      * CAPTURE mode: the calls of the journal frame being gathered,
      * judged once the capture reaches the end of that frame.
       01  PENDING-TABLE.
           05  PD-COUNT              PIC 9(3) VALUE 0.
           05  PD-I                  PIC 9(3).
           05  PD-FRAME              PIC 9(8) VALUE 0.
           05  PD-ENTRY OCCURS 200 TIMES.
               10  PD-PROGRAM        PIC X(12).
               10  PD-DATE           PIC X(8).
               10  PD-TIME           PIC X(6).
               10  PD-OPCODE         PIC X(4).
               10  PD-X              PIC S9(5).
               10  PD-Y              PIC S9(5).
               10  PD-W              PIC 9(4).
               10  PD-H              PIC 9(4).
               10  PD-TEXT           PIC X(20).
               10  PD-FG-R           PIC 9(3).
               10  PD-FG-G           PIC 9(3).
               10  PD-FG-B           PIC 9(3).

      * CAPTURE mode: what the journal's run had set up so far.
       01  JOURNAL-STATE.
           05  JS-RUNS               PIC 9(4) VALUE 0.
           05  JS-VPORT-X            PIC S9(4) VALUE 0.
           05  JS-VPORT-Y            PIC S9(4) VALUE 0.
           05  JS-ADVANCE            PIC 9(2) VALUE 6.
           05  JS-CELL-H             PIC 9(2) VALUE 7.
           05  JS-TEXT-LEN           PIC 9(2).

      * CAPTURE mode: the capture's picture of the wall, replayed
      * SPAN by SPAN as RASTERIZE does - the same wall-sized buffer
      * GRAPHICS keeps (the OCCURS literals track WALL-HEIGHT and
      * WALL-WIDTH by hand, as there), judged on the wall the
      * capture's CAPHDR header names, held to what the buffer holds.
       01  CAPTURE-STATE.
           05  CS-FRAMES-SEEN        PIC 9(8) VALUE 0.
           05  CS-WALL-MAX-X         PIC 9(4).
           05  CS-WALL-MAX-Y         PIC 9(4).
           05  CS-BUFFER-MAX-X       PIC 9(4) VALUE 1279.
           05  CS-BUFFER-MAX-Y       PIC 9(4) VALUE 959.
           05  CS-PX                 PIC 9(4).
           05  CS-X                  PIC S9(5).
           05  CS-Y                  PIC S9(5).
           05  CS-FGD-R              PIC 9(3).
           05  CS-FGD-G              PIC 9(3).
           05  CS-FGD-B              PIC 9(3).
           05  CS-CELLS              PIC 9(9).
           05  CS-SUM-R              PIC 9(12).
           05  CS-SUM-G              PIC 9(12).
           05  CS-SUM-B              PIC 9(12).
           05  CS-BG                 PIC 9(5).
       01  SPAN-FIELDS.
           05  SF-TAG                PIC X(4).
           05  SF-X1                 PIC 9(4).
           05  SF-X2                 PIC 9(4).
           05  SF-Y                  PIC 9(4).
           05  SF-R                  PIC 9(3).
           05  SF-G                  PIC 9(3).
           05  SF-B                  PIC 9(3).
       01  FRAME-BUFFER.
           05  FB-ROW OCCURS 960 TIMES.
               10  FB-CELL OCCURS 1280 TIMES.
                   15  FB-R  PIC 9(3) VALUE 0.
                   15  FB-G  PIC 9(3) VALUE 0.
                   15  FB-B  PIC 9(3) VALUE 0.

      * CAPTURE mode: the WALLDIM.CFG windows, parsed the way
      * GRAPHICS parses them ("HHMM HHMM percent" per line).
       01  DIM-SCHEDULE.
           05  DIM-COUNT             PIC 9(2) VALUE 0.
           05  DIM-MAX               PIC 9(2) VALUE 20.
           05  DIM-I                 PIC 9(2).
           05  DIM-TOKEN             PIC X(8) OCCURS 3 TIMES.
           05  DIM-HH                PIC 99.
           05  DIM-MM                PIC 99.
           05  DIM-NOW-SECS          PIC 9(5).
           05  DIM-PCT-NOW           PIC 9(3).
           05  DIM-WINDOW OCCURS 20 TIMES.
               10  DIM-START-SECS    PIC 9(5).
               10  DIM-END-SECS      PIC 9(5).
               10  DIM-PCT           PIC 9(3).

      * Report line scratch.
       01  REPORT-WORK.
           05  RP-NUM-OUT            PIC Z(7)9.
           05  RP-COORD-OUT          PIC -(4)9.
           05  RP-RATIO-OUT          PIC Z9.99.
           05  RP-RATIO2-OUT         PIC Z9.99.
           05  RP-DIM-OUT            PIC ZZ9.
           05  RP-FG-OUT             PIC X(11).
           05  RP-BG-OUT             PIC X(11).
           05  RP-FAILS              PIC X(6).

           COPY SETTINGS.

           COPY GFXARGS.

           COPY WALLREGARGS.
           COPY CAPHDRARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MODE-ARG FROM ARGUMENT-VALUE
           EVALUATE WS-MODE-ARG
              WHEN SPACES
              WHEN "LIVE"
                   SET WS-MODE-LIVE TO TRUE
                   DISPLAY 2 UPON ARGUMENT-NUMBER
                   MOVE SPACES TO WS-ARG
                   ACCEPT WS-ARG FROM ARGUMENT-VALUE
                   IF WS-ARG NOT = SPACES
                      MOVE WS-ARG TO WS-AUDIT-FILE-NAME
                   END-IF
                   MOVE 3 TO WS-RATIO-ARG-NO
              WHEN "CAPTURE"
                   SET WS-MODE-CAPTURE TO TRUE
                   DISPLAY 2 UPON ARGUMENT-NUMBER
                   ACCEPT WS-JOURNAL-FILE-NAME FROM ARGUMENT-VALUE
                   DISPLAY 3 UPON ARGUMENT-NUMBER
                   ACCEPT WS-CAPTURE-FILE-NAME FROM ARGUMENT-VALUE
                   IF WS-JOURNAL-FILE-NAME = SPACES
                      OR WS-CAPTURE-FILE-NAME = SPACES
                      DISPLAY "CONTRAST: CAPTURE NEEDS A JOURNAL AND "
                              "A CAPTURE" UPON SYSERR
                      STOP RUN RETURNING 1
                   END-IF
                   MOVE 4 TO WS-RATIO-ARG-NO
              WHEN OTHER
                   DISPLAY "CONTRAST: SOURCE MUST BE LIVE OR CAPTURE"
                           UPON SYSERR
                   STOP RUN RETURNING 1
           END-EVALUATE

           DISPLAY WS-RATIO-ARG-NO UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-ARG
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
           IF WS-ARG NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-ARG) NOT = 0
                 DISPLAY "CONTRAST: MINIMUM RATIO MUST BE A NUMBER"
                         UPON SYSERR
                 STOP RUN RETURNING 1
              END-IF
              COMPUTE WS-MIN-RATIO = FUNCTION NUMVAL(WS-ARG)
              IF WS-MIN-RATIO < 1 OR WS-MIN-RATIO > 21
                 DISPLAY "CONTRAST: MINIMUM RATIO MUST BE 1 TO 21"
                         UPON SYSERR
                 STOP RUN RETURNING 1
              END-IF
           END-IF

           ADD 1 TO WS-RATIO-ARG-NO
           DISPLAY WS-RATIO-ARG-NO UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-ARG
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
           IF WS-ARG NOT = SPACES
              MOVE WS-ARG TO WS-REPORT-FILE-NAME
           END-IF

           IF WS-MODE-LIVE
              PERFORM AUDIT-LIVE-FILE
           ELSE
              PERFORM AUDIT-CAPTURE
           END-IF

           PERFORM RANK-FINDINGS
           PERFORM WRITE-CONTRAST-REPORT

           DISPLAY "CONTRAST: " WS-AUDITED " TEXT DRAW(S) AUDITED, "
                   WS-BELOW " BELOW THE MINIMUM" UPON SYSERR
           IF WS-BELOW > 0
              STOP RUN RETURNING 1
           END-IF
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * LIVE: every record GRAPHICS wrote is judged as it stands.
      * -----------------------------------------------------------
       AUDIT-LIVE-FILE.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "CONTRAST: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-AUDIT-FILE-NAME)
                       " STATUS " WS-AUDIT-STATUS UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ AUDIT-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    PERFORM JUDGE-TEXT-DRAW
              END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

      * -----------------------------------------------------------
      * The capture is judged on the wall its CAPHDR header names
      * (this wall's SETTINGS extents for a capture without one),
      * held to the picture buffer this program keeps.
      * -----------------------------------------------------------
       TAKE-CAPTURE-HEADER.
           MOVE 'R' TO CH-FUNCTION
           MOVE WS-CAPTURE-FILE-NAME TO CH-CAPTURE-FILE
           CALL 'CAPHDR' USING CAPHDR-ARGS
           COMPUTE CS-WALL-MAX-X = CH-WALL-WIDTH - 1
           COMPUTE CS-WALL-MAX-Y = CH-WALL-HEIGHT - 1
           IF CS-WALL-MAX-X > CS-BUFFER-MAX-X
              OR CS-WALL-MAX-Y > CS-BUFFER-MAX-Y
              DISPLAY "CONTRAST: CAPTURE WALL " CH-WALL-WIDTH "X"
                      CH-WALL-HEIGHT " EXCEEDS THE PICTURE BUFFER - "
                      "JUDGED CLIPPED" UPON SYSERR
              IF CS-WALL-MAX-X > CS-BUFFER-MAX-X
                 MOVE CS-BUFFER-MAX-X TO CS-WALL-MAX-X
              END-IF
              IF CS-WALL-MAX-Y > CS-BUFFER-MAX-Y
                 MOVE CS-BUFFER-MAX-Y TO CS-WALL-MAX-Y
              END-IF
           END-IF.

      * -----------------------------------------------------------
      * CAPTURE: walk the journal's first run, gathering each
      * frame's accepted TEXT and TBLK calls; when the journal moves
      * past a frame, bring the capture to the end of it and judge
      * the calls against that picture.
      * -----------------------------------------------------------
       AUDIT-CAPTURE.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
              DISPLAY "CONTRAST: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-JOURNAL-FILE-NAME)
                       " STATUS " WS-JOURNAL-STATUS UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           OPEN INPUT CAPTURE-FILE
           IF WS-CAP-STATUS NOT = "00"
              DISPLAY "CONTRAST: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-CAPTURE-FILE-NAME)
                       " STATUS " WS-CAP-STATUS UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           PERFORM TAKE-CAPTURE-HEADER
           PERFORM LOAD-DIM-SCHEDULE

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ JOURNAL-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    PERFORM TAKE-JOURNAL-CALL
              END-READ
           END-PERFORM
           IF PD-COUNT > 0
              PERFORM JUDGE-PENDING-FRAME
           END-IF
           CLOSE JOURNAL-FILE
           CLOSE CAPTURE-FILE.

       TAKE-JOURNAL-CALL.
           IF GJ-SEQ = 1
              ADD 1 TO JS-RUNS
              IF JS-RUNS > 1
                 MOVE 'Y' TO WS-EOF-SW
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF GJ-FRAME NOT = PD-FRAME AND PD-COUNT > 0
              PERFORM JUDGE-PENDING-FRAME
           END-IF
           MOVE GJ-FRAME TO PD-FRAME
           IF GJ-STATUS NOT = 0
              EXIT PARAGRAPH
           END-IF

           MOVE GJ-PARAMS TO GFX-PARAMS
           EVALUATE GJ-OPCODE
              WHEN "VPRT"
                   MOVE GFX-VPORT-X TO JS-VPORT-X
                   MOVE GFX-VPORT-Y TO JS-VPORT-Y
              WHEN "FONT"
                   PERFORM TAKE-JOURNAL-FONT
              WHEN "TEXT"
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(GFX-TEXT-STR))
                        TO JS-TEXT-LEN
                   IF GFX-TEXT-STR NOT = SPACES
                      PERFORM ADD-PENDING-CALL
                      MOVE GFX-TEXT-X TO PD-X(PD-COUNT)
                      MOVE GFX-TEXT-Y TO PD-Y(PD-COUNT)
                      COMPUTE PD-W(PD-COUNT) =
                          JS-TEXT-LEN * JS-ADVANCE - 1
                      MOVE JS-CELL-H TO PD-H(PD-COUNT)
                      MOVE FUNCTION TRIM(GFX-TEXT-STR)
                           TO PD-TEXT(PD-COUNT)
                   END-IF
              WHEN "TBLK"
                   PERFORM ADD-PENDING-CALL
                   MOVE GFX-TBLK-X TO PD-X(PD-COUNT)
                   MOVE GFX-TBLK-Y TO PD-Y(PD-COUNT)
                   MOVE GFX-TBLK-W TO PD-W(PD-COUNT)
                   MOVE GFX-TBLK-H TO PD-H(PD-COUNT)
                   MOVE GFX-TBLK-TEXT TO PD-TEXT(PD-COUNT)
           END-EVALUATE.

      * One more call for the frame being gathered (a frame with
      * more text calls than the table holds has the rest judged
      * against the same picture as a frame of their own).
       ADD-PENDING-CALL.
           IF PD-COUNT >= 200
              PERFORM JUDGE-PENDING-FRAME
           END-IF
           ADD 1 TO PD-COUNT
           MOVE GJ-PROGRAM TO PD-PROGRAM(PD-COUNT)
           MOVE GJ-DATE TO PD-DATE(PD-COUNT)
           MOVE GJ-TIME(1:6) TO PD-TIME(PD-COUNT)
           MOVE GJ-OPCODE TO PD-OPCODE(PD-COUNT)
           MOVE GJ-COLOR-R TO PD-FG-R(PD-COUNT)
           MOVE GJ-COLOR-G TO PD-FG-G(PD-COUNT)
           MOVE GJ-COLOR-B TO PD-FG-B(PD-COUNT).

      * A FONT the run selected changes the cell the following
      * TEXTs are measured in: read its cell size from the font
      * file (a blank name is the built-in 5x7 again).
       TAKE-JOURNAL-FONT.
           IF GFX-FONT-NAME = SPACES
              MOVE 6 TO JS-ADVANCE
              MOVE 7 TO JS-CELL-H
              EXIT PARAGRAPH
           END-IF
           IF GFX-FONT-FILE = SPACES
              MOVE "FONTS.DAT" TO WS-FONT-FILE-NAME
           ELSE
              MOVE GFX-FONT-FILE TO WS-FONT-FILE-NAME
           END-IF
           OPEN INPUT FONTS-FILE
           IF WS-FONT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FONT-EOF-SW
           PERFORM UNTIL WS-FONT-EOF
              READ FONTS-FILE
                 AT END
                    MOVE 'Y' TO WS-FONT-EOF-SW
                 NOT AT END
                    IF FONT-NAME = GFX-FONT-NAME
                       COMPUTE JS-ADVANCE = FONT-CELL-W + 1
                       MOVE FONT-CELL-H TO JS-CELL-H
                       MOVE 'Y' TO WS-FONT-EOF-SW
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FONTS-FILE.

      * -----------------------------------------------------------
      * Bring the capture to the end of the gathered frame and
      * judge each call gathered for it. A capture that ends first
      * leaves the calls unjudged - counted, not guessed at.
      * -----------------------------------------------------------
       JUDGE-PENDING-FRAME.
           PERFORM UNTIL CS-FRAMES-SEEN >= PD-FRAME OR WS-CAP-EOF
              READ CAPTURE-FILE
                 AT END
                    MOVE 'Y' TO WS-CAP-EOF-SW
                 NOT AT END
                    PERFORM APPLY-CAPTURE-RECORD
              END-READ
           END-PERFORM
           IF CS-FRAMES-SEEN < PD-FRAME
              ADD PD-COUNT TO WS-NOT-IN-CAPTURE
              MOVE 0 TO PD-COUNT
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PD-I FROM 1 BY 1 UNTIL PD-I > PD-COUNT
              PERFORM JUDGE-CAPTURED-CALL
           END-PERFORM
           MOVE 0 TO PD-COUNT.

      * A SPAN paints its run into the buffer; a FRAME marker, bare
      * or stamped, closes a frame (as in RASTERIZE).
       APPLY-CAPTURE-RECORD.
           IF FUNCTION TRIM(CAPTURE-LINE) = "FRAME"
              OR CAPTURE-LINE(1:6) = "FRAME "
              ADD 1 TO CS-FRAMES-SEEN
              EXIT PARAGRAPH
           END-IF
           IF CAPTURE-LINE(1:4) NOT = "SPAN"
              EXIT PARAGRAPH
           END-IF
           UNSTRING CAPTURE-LINE DELIMITED BY ALL SPACE
               INTO SF-TAG SF-X1 SF-X2 SF-Y SF-R SF-G SF-B
           END-UNSTRING
           IF SF-X1 > SF-X2 OR SF-X1 > CS-WALL-MAX-X
              OR SF-Y > CS-WALL-MAX-Y
              EXIT PARAGRAPH
           END-IF
           IF SF-X2 > CS-WALL-MAX-X
              MOVE CS-WALL-MAX-X TO SF-X2
           END-IF
           PERFORM VARYING CS-PX FROM SF-X1 BY 1 UNTIL CS-PX > SF-X2
              MOVE SF-R TO FB-R(SF-Y + 1, CS-PX + 1)
              MOVE SF-G TO FB-G(SF-Y + 1, CS-PX + 1)
              MOVE SF-B TO FB-B(SF-Y + 1, CS-PX + 1)
           END-PERFORM.

      * -----------------------------------------------------------
      * One captured call: the cells of its box (viewport applied)
      * that are not the text color as the dimmed wall showed it,
      * within a few levels for calibration and quantization, are
      * its background. Their average, brought back up to full
      * brightness, goes into a CONTRASTREC like a live one. A box
      * the text color fills entirely was drawn on its own color.
      * -----------------------------------------------------------
       JUDGE-CAPTURED-CALL.
           MOVE PD-TIME(PD-I)(1:2) TO DIM-HH
           MOVE PD-TIME(PD-I)(3:2) TO DIM-MM
           PERFORM EVALUATE-DIM-PERCENT
           COMPUTE CS-FGD-R = PD-FG-R(PD-I) * DIM-PCT-NOW / 100
           COMPUTE CS-FGD-G = PD-FG-G(PD-I) * DIM-PCT-NOW / 100
           COMPUTE CS-FGD-B = PD-FG-B(PD-I) * DIM-PCT-NOW / 100
           MOVE 0 TO CS-CELLS CS-SUM-R CS-SUM-G CS-SUM-B
           PERFORM VARYING CS-Y FROM PD-Y(PD-I) BY 1
                   UNTIL CS-Y >= PD-Y(PD-I) + PD-H(PD-I)
              PERFORM VARYING CS-X FROM PD-X(PD-I) BY 1
                      UNTIL CS-X >= PD-X(PD-I) + PD-W(PD-I)
                 PERFORM SAMPLE-CAPTURED-CELL
              END-PERFORM
           END-PERFORM

           MOVE PD-DATE(PD-I) TO CN-DATE
           MOVE PD-TIME(PD-I) TO CN-TIME
           MOVE PD-PROGRAM(PD-I) TO CN-PROGRAM
           MOVE WS-WALL-ID TO CN-WALL
           MOVE PD-FRAME TO CN-FRAME
           MOVE PD-OPCODE(PD-I) TO CN-OPCODE
           MOVE PD-X(PD-I) TO CN-X
           MOVE PD-Y(PD-I) TO CN-Y
           MOVE PD-W(PD-I) TO CN-W
           MOVE PD-H(PD-I) TO CN-H
           MOVE PD-TEXT(PD-I) TO CN-TEXT
           MOVE PD-FG-R(PD-I) TO CN-FG-R
           MOVE PD-FG-G(PD-I) TO CN-FG-G
           MOVE PD-FG-B(PD-I) TO CN-FG-B
           MOVE DIM-PCT-NOW TO CN-DIM-PCT
           SET CN-FROM-CAPTURE TO TRUE
           IF CS-CELLS = 0 OR DIM-PCT-NOW = 0
              MOVE CN-FG-R TO CN-BG-R
              MOVE CN-FG-G TO CN-BG-G
              MOVE CN-FG-B TO CN-BG-B
           ELSE
              COMPUTE CS-BG ROUNDED =
                  CS-SUM-R * 100 / (CS-CELLS * DIM-PCT-NOW)
              PERFORM CAP-BACKGROUND-LEVEL
              MOVE CS-BG TO CN-BG-R
              COMPUTE CS-BG ROUNDED =
                  CS-SUM-G * 100 / (CS-CELLS * DIM-PCT-NOW)
              PERFORM CAP-BACKGROUND-LEVEL
              MOVE CS-BG TO CN-BG-G
              COMPUTE CS-BG ROUNDED =
                  CS-SUM-B * 100 / (CS-CELLS * DIM-PCT-NOW)
              PERFORM CAP-BACKGROUND-LEVEL
              MOVE CS-BG TO CN-BG-B
           END-IF
           PERFORM JUDGE-TEXT-DRAW.

       CAP-BACKGROUND-LEVEL.
           IF CS-BG > 255
              MOVE 255 TO CS-BG
           END-IF.

       SAMPLE-CAPTURED-CELL.
           COMPUTE CS-PX = 0
           IF CS-X + JS-VPORT-X < 0 OR CS-X + JS-VPORT-X > CS-WALL-MAX-X
              OR CS-Y + JS-VPORT-Y < 0
              OR CS-Y + JS-VPORT-Y > CS-WALL-MAX-Y
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION ABS(FB-R(CS-Y + JS-VPORT-Y + 1,
                               CS-X + JS-VPORT-X + 1) - CS-FGD-R) <= 8
              AND FUNCTION ABS(FB-G(CS-Y + JS-VPORT-Y + 1,
                               CS-X + JS-VPORT-X + 1) - CS-FGD-G) <= 8
              AND FUNCTION ABS(FB-B(CS-Y + JS-VPORT-Y + 1,
                               CS-X + JS-VPORT-X + 1) - CS-FGD-B) <= 8
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO CS-CELLS
           ADD FB-R(CS-Y + JS-VPORT-Y + 1, CS-X + JS-VPORT-X + 1)
               TO CS-SUM-R
           ADD FB-G(CS-Y + JS-VPORT-Y + 1, CS-X + JS-VPORT-X + 1)
               TO CS-SUM-G
           ADD FB-B(CS-Y + JS-VPORT-Y + 1, CS-X + JS-VPORT-X + 1)
               TO CS-SUM-B.

      * -----------------------------------------------------------
      * The wall's dimming schedule, from its own WALLDIM.CFG
      * through the wall registry as GRAPHICS finds it.
      * -----------------------------------------------------------
       LOAD-DIM-SCHEDULE.
           MOVE 'F' TO WG-FUNCTION
           MOVE SPACES TO WG-WALL-ID
           MOVE "WALLDIM.CFG" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-FILE-NAME TO WS-WALLDIM-FILE-NAME
           MOVE WG-WALL-ID TO WS-WALL-ID
           OPEN INPUT WALLDIM-FILE
           IF WS-DIM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FONT-EOF-SW
           PERFORM UNTIL WS-FONT-EOF
              READ WALLDIM-FILE
                 AT END
                    MOVE 'Y' TO WS-FONT-EOF-SW
                 NOT AT END
                    PERFORM TAKE-ONE-DIM-WINDOW
              END-READ
           END-PERFORM
           CLOSE WALLDIM-FILE.

       TAKE-ONE-DIM-WINDOW.
           IF WALLDIM-LINE = SPACES OR WALLDIM-LINE(1:1) = '*'
              EXIT PARAGRAPH
           END-IF
           IF DIM-COUNT >= DIM-MAX
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DIM-I FROM 1 BY 1 UNTIL DIM-I > 3
              MOVE SPACES TO DIM-TOKEN(DIM-I)
           END-PERFORM
           UNSTRING WALLDIM-LINE DELIMITED BY ALL SPACE
               INTO DIM-TOKEN(1) DIM-TOKEN(2) DIM-TOKEN(3)
           END-UNSTRING
           IF DIM-TOKEN(3) = SPACES
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO DIM-COUNT
           MOVE DIM-TOKEN(1)(1:2) TO DIM-HH
           MOVE DIM-TOKEN(1)(3:2) TO DIM-MM
           COMPUTE DIM-START-SECS(DIM-COUNT) =
               DIM-HH * 3600 + DIM-MM * 60
           MOVE DIM-TOKEN(2)(1:2) TO DIM-HH
           MOVE DIM-TOKEN(2)(3:2) TO DIM-MM
           COMPUTE DIM-END-SECS(DIM-COUNT) =
               DIM-HH * 3600 + DIM-MM * 60
           MOVE DIM-TOKEN(3) TO DIM-PCT(DIM-COUNT)
           IF DIM-PCT(DIM-COUNT) > 100
              SUBTRACT 1 FROM DIM-COUNT
           END-IF.

      * The level in force at DIM-HH:DIM-MM - the first window
      * containing it (wrap-aware), else full brightness.
       EVALUATE-DIM-PERCENT.
           COMPUTE DIM-NOW-SECS = DIM-HH * 3600 + DIM-MM * 60
           MOVE 100 TO DIM-PCT-NOW
           PERFORM VARYING DIM-I FROM 1 BY 1 UNTIL DIM-I > DIM-COUNT
              IF DIM-END-SECS(DIM-I) >= DIM-START-SECS(DIM-I)
                 IF DIM-NOW-SECS >= DIM-START-SECS(DIM-I)
                    AND DIM-NOW-SECS < DIM-END-SECS(DIM-I)
                    MOVE DIM-PCT(DIM-I) TO DIM-PCT-NOW
                    EXIT PERFORM
                 END-IF
              ELSE
                 IF DIM-NOW-SECS >= DIM-START-SECS(DIM-I)
                    OR DIM-NOW-SECS < DIM-END-SECS(DIM-I)
                    MOVE DIM-PCT(DIM-I) TO DIM-PCT-NOW
                    EXIT PERFORM
                 END-IF
              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * Judge one text draw (CONTRAST-REC): the ratio at full
      * brightness, then with both colors dimmed the way the wall
      * dims its output, and a finding when the dimmed one is under
      * the minimum.
      * -----------------------------------------------------------
       JUDGE-TEXT-DRAW.
           IF CN-FG-R IS NOT NUMERIC OR CN-BG-R IS NOT NUMERIC
              OR CN-DIM-PCT IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AUDITED
           MOVE CN-FG-R TO RW-FG-R
           MOVE CN-FG-G TO RW-FG-G
           MOVE CN-FG-B TO RW-FG-B
           MOVE CN-BG-R TO RW-BG-R
           MOVE CN-BG-G TO RW-BG-G
           MOVE CN-BG-B TO RW-BG-B
           PERFORM COMPUTE-CONTRAST-RATIO
           MOVE RW-RATIO TO RW-RATIO-FULL
           IF CN-DIM-PCT < 100
              COMPUTE RW-FG-R = CN-FG-R * CN-DIM-PCT / 100
              COMPUTE RW-FG-G = CN-FG-G * CN-DIM-PCT / 100
              COMPUTE RW-FG-B = CN-FG-B * CN-DIM-PCT / 100
              COMPUTE RW-BG-R = CN-BG-R * CN-DIM-PCT / 100
              COMPUTE RW-BG-G = CN-BG-G * CN-DIM-PCT / 100
              COMPUTE RW-BG-B = CN-BG-B * CN-DIM-PCT / 100
              PERFORM COMPUTE-CONTRAST-RATIO
           END-IF
           MOVE RW-RATIO TO RW-RATIO-DIM
           IF RW-RATIO-DIM >= WS-MIN-RATIO
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-BELOW
           MOVE 0 TO FD-FOUND
           PERFORM VARYING FD-I FROM 1 BY 1 UNTIL FD-I > FD-COUNT
              IF FD-PROGRAM(FD-I) = CN-PROGRAM
                 AND FD-OPCODE(FD-I) = CN-OPCODE
                 AND FD-TEXT(FD-I) = CN-TEXT
                 AND FD-FG-R(FD-I) = CN-FG-R
                 AND FD-FG-G(FD-I) = CN-FG-G
                 AND FD-FG-B(FD-I) = CN-FG-B
                 AND FD-BG-R(FD-I) = CN-BG-R
                 AND FD-BG-G(FD-I) = CN-BG-G
                 AND FD-BG-B(FD-I) = CN-BG-B
                 AND FD-DIM-PCT(FD-I) = CN-DIM-PCT
                 MOVE FD-I TO FD-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF FD-FOUND > 0
              ADD 1 TO FD-TIMES(FD-FOUND)
              EXIT PARAGRAPH
           END-IF
           IF FD-COUNT >= FD-MAX
              ADD 1 TO WS-OVERFLOWED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO FD-COUNT
           MOVE CN-PROGRAM TO FD-PROGRAM(FD-COUNT)
           MOVE CN-WALL TO FD-WALL(FD-COUNT)
           MOVE CN-OPCODE TO FD-OPCODE(FD-COUNT)
           MOVE CN-TEXT TO FD-TEXT(FD-COUNT)
           MOVE CN-FG-R TO FD-FG-R(FD-COUNT)
           MOVE CN-FG-G TO FD-FG-G(FD-COUNT)
           MOVE CN-FG-B TO FD-FG-B(FD-COUNT)
           MOVE CN-BG-R TO FD-BG-R(FD-COUNT)
           MOVE CN-BG-G TO FD-BG-G(FD-COUNT)
           MOVE CN-BG-B TO FD-BG-B(FD-COUNT)
           MOVE CN-DIM-PCT TO FD-DIM-PCT(FD-COUNT)
           MOVE CN-FRAME TO FD-FRAME(FD-COUNT)
           MOVE CN-X TO FD-X(FD-COUNT)
           MOVE CN-Y TO FD-Y(FD-COUNT)
           MOVE 1 TO FD-TIMES(FD-COUNT)
           MOVE RW-RATIO-FULL TO FD-RATIO-FULL(FD-COUNT)
           MOVE RW-RATIO-DIM TO FD-RATIO-DIM(FD-COUNT).

      * RW-FG/RW-BG -> RW-RATIO, lighter over darker.
       COMPUTE-CONTRAST-RATIO.
           MOVE RW-FG-R TO RW-V
           PERFORM LINEARISE-CHANNEL
           COMPUTE RW-LUM-FG = 0.2126 * RW-LIN
           MOVE RW-FG-G TO RW-V
           PERFORM LINEARISE-CHANNEL
           COMPUTE RW-LUM-FG = RW-LUM-FG + 0.7152 * RW-LIN
           MOVE RW-FG-B TO RW-V
           PERFORM LINEARISE-CHANNEL
           COMPUTE RW-LUM-FG = RW-LUM-FG + 0.0722 * RW-LIN
           MOVE RW-BG-R TO RW-V
           PERFORM LINEARISE-CHANNEL
           COMPUTE RW-LUM-BG = 0.2126 * RW-LIN
           MOVE RW-BG-G TO RW-V
           PERFORM LINEARISE-CHANNEL
           COMPUTE RW-LUM-BG = RW-LUM-BG + 0.7152 * RW-LIN
           MOVE RW-BG-B TO RW-V
           PERFORM LINEARISE-CHANNEL
           COMPUTE RW-LUM-BG = RW-LUM-BG + 0.0722 * RW-LIN
           IF RW-LUM-FG >= RW-LUM-BG
              ADD 0.05 TO RW-LUM-FG GIVING RW-LIGHTER
              ADD 0.05 TO RW-LUM-BG GIVING RW-DARKER
           ELSE
              ADD 0.05 TO RW-LUM-BG GIVING RW-LIGHTER
              ADD 0.05 TO RW-LUM-FG GIVING RW-DARKER
           END-IF
           DIVIDE RW-DARKER INTO RW-LIGHTER GIVING RW-RATIO ROUNDED.

       LINEARISE-CHANNEL.
           COMPUTE RW-C = RW-V / 255
           IF RW-C <= 0.04045
              COMPUTE RW-LIN = RW-C / 12.92
           ELSE
              COMPUTE RW-LIN = ((RW-C + 0.055) / 1.055) ** 2.4
           END-IF.

      * -----------------------------------------------------------
      * Worst first: lowest dimmed ratio at the top.
      * -----------------------------------------------------------
       RANK-FINDINGS.
           PERFORM VARYING FD-I FROM 1 BY 1 UNTIL FD-I >= FD-COUNT
              PERFORM VARYING FD-J FROM 1 BY 1
                      UNTIL FD-J > FD-COUNT - FD-I
                 IF FD-RATIO-DIM(FD-J) > FD-RATIO-DIM(FD-J + 1)
                    MOVE FD-ENTRY(FD-J) TO FD-SWAP
                    MOVE FD-ENTRY(FD-J + 1) TO FD-ENTRY(FD-J)
                    MOVE FD-SWAP TO FD-ENTRY(FD-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      * -----------------------------------------------------------
      * The report: what was audited and against what minimum,
      * then one line per finding.
      * -----------------------------------------------------------
       WRITE-CONTRAST-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "CONTRAST: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-REPORT-FILE-NAME)
                       " STATUS " WS-REPORT-STATUS UPON SYSERR
              STOP RUN RETURNING 1
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "CONTRAST LEGIBILITY AUDIT  "
                  FUNCTION CURRENT-DATE(1:8) " "
                  FUNCTION CURRENT-DATE(9:6)
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-MODE-LIVE
              STRING "SOURCE: LIVE AUDIT "
                     FUNCTION TRIM(WS-AUDIT-FILE-NAME)
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           ELSE
              STRING "SOURCE: JOURNAL "
                     FUNCTION TRIM(WS-JOURNAL-FILE-NAME)
                     " AGAINST CAPTURE "
                     FUNCTION TRIM(WS-CAPTURE-FILE-NAME)
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           END-IF
           WRITE REPORT-LINE
           MOVE WS-MIN-RATIO TO RP-RATIO-OUT
           MOVE SPACES TO REPORT-LINE
           STRING "MINIMUM CONTRAST " FUNCTION TRIM(RP-RATIO-OUT)
                  ":1 AT THE DIMMING LEVEL THE TEXT WAS SHOWN AT"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PROGRAM      WALL        FRAME     X     Y TEXT"
             TO REPORT-LINE
           MOVE "TEXT RGB    UNDER RGB   DIM%  FULL DIMMED FAILS"
             TO REPORT-LINE(69:)
           MOVE "TIMES" TO REPORT-LINE(121:)
           WRITE REPORT-LINE

           PERFORM VARYING FD-I FROM 1 BY 1 UNTIL FD-I > FD-COUNT
              PERFORM WRITE-FINDING-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-AUDITED TO RP-NUM-OUT
           STRING FUNCTION TRIM(RP-NUM-OUT) " TEXT DRAW(S) AUDITED, "
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           MOVE WS-BELOW TO RP-NUM-OUT
           STRING REPORT-LINE DELIMITED BY "  "
                  " " FUNCTION TRIM(RP-NUM-OUT) " BELOW THE MINIMUM ("
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           MOVE FD-COUNT TO RP-NUM-OUT
           STRING REPORT-LINE DELIMITED BY "  "
                  FUNCTION TRIM(RP-NUM-OUT) " DISTINCT)"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-OVERFLOWED > 0
              MOVE SPACES TO REPORT-LINE
              MOVE WS-OVERFLOWED TO RP-NUM-OUT
              STRING FUNCTION TRIM(RP-NUM-OUT)
                     " MORE BELOW THE MINIMUM NOT LISTED - THE "
                     "FINDINGS TABLE IS FULL"
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF
           IF WS-NOT-IN-CAPTURE > 0
              MOVE SPACES TO REPORT-LINE
              MOVE WS-NOT-IN-CAPTURE TO RP-NUM-OUT
              STRING FUNCTION TRIM(RP-NUM-OUT)
                     " TEXT CALL(S) NOT JUDGED - THE CAPTURE ENDS "
                     "BEFORE THEIR FRAME"
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE.

       WRITE-FINDING-LINE.
           MOVE SPACES TO RP-FG-OUT RP-BG-OUT
           STRING FD-FG-R(FD-I) "," FD-FG-G(FD-I) "," FD-FG-B(FD-I)
                  DELIMITED BY SIZE INTO RP-FG-OUT
           END-STRING
           STRING FD-BG-R(FD-I) "," FD-BG-G(FD-I) "," FD-BG-B(FD-I)
                  DELIMITED BY SIZE INTO RP-BG-OUT
           END-STRING
           IF FD-RATIO-FULL(FD-I) < WS-MIN-RATIO
              MOVE "ALWAYS" TO RP-FAILS
           ELSE
              MOVE "DIMMED" TO RP-FAILS
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE FD-PROGRAM(FD-I) TO REPORT-LINE(1:12)
           MOVE FD-WALL(FD-I) TO REPORT-LINE(14:8)
           MOVE FD-FRAME(FD-I) TO RP-NUM-OUT
           MOVE RP-NUM-OUT TO REPORT-LINE(23:8)
           MOVE FD-X(FD-I) TO RP-COORD-OUT
           MOVE RP-COORD-OUT TO REPORT-LINE(32:5)
           MOVE FD-Y(FD-I) TO RP-COORD-OUT
           MOVE RP-COORD-OUT TO REPORT-LINE(38:5)
           MOVE FD-TEXT(FD-I) TO REPORT-LINE(44:20)
           IF FD-OPCODE(FD-I) = "TBLK"
              MOVE "TBLK" TO REPORT-LINE(64:4)
           END-IF
           MOVE RP-FG-OUT TO REPORT-LINE(69:11)
           MOVE RP-BG-OUT TO REPORT-LINE(81:11)
           MOVE FD-DIM-PCT(FD-I) TO RP-DIM-OUT
           MOVE RP-DIM-OUT TO REPORT-LINE(93:3)
           MOVE FD-RATIO-FULL(FD-I) TO RP-RATIO-OUT
           MOVE RP-RATIO-OUT TO REPORT-LINE(98:5)
           MOVE FD-RATIO-DIM(FD-I) TO RP-RATIO2-OUT
           MOVE RP-RATIO2-OUT TO REPORT-LINE(105:5)
           MOVE RP-FAILS TO REPORT-LINE(111:6)
           MOVE FD-TIMES(FD-I) TO RP-NUM-OUT
           MOVE RP-NUM-OUT TO REPORT-LINE(118:8)
           WRITE REPORT-LINE.
