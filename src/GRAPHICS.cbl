               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPRITE-STATUS.

           SELECT WALL-CFG-FILE ASSIGN TO DYNAMIC WS-WALL-CFG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WALL-CFG-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONT-STATUS.

           SELECT TEXTBLK-FILE ASSIGN TO DYNAMIC WS-TB-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TB-STATUS.

           SELECT WALLCAL-FILE ASSIGN TO DYNAMIC WS-WALLCAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT WALLOUT-FILE ASSIGN TO DYNAMIC WS-WALLOUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QNT-STATUS.

           SELECT WALLMASK-FILE ASSIGN TO DYNAMIC WS-WALLMASK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSK-STATUS.

           SELECT WALLDIM-FILE ASSIGN TO DYNAMIC WS-WALLDIM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIM-STATUS.

           SELECT WALLDIM-OVR-FILE ASSIGN TO DYNAMIC WS-WALLDIM-OVR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVR-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JRNL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT CONTRAST-FILE ASSIGN TO DYNAMIC WS-CN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-LINE    PIC X(120).

       FD  CLUT-FILE.
           COPY CLUTREC.
       FD  FONTS-FILE.
           COPY FONTREC.

       FD  TEXTBLK-FILE.
       01  TEXTBLK-LINE      PIC X(200).

       FD  WALLCAL-FILE.
       01  WALLCAL-LINE      PIC X(60).

       FD  WALLDIM-OVR-FILE.
       01  WALLDIM-OVR-LINE  PIC X(8).

       FD  JOURNAL-FILE.
           COPY GFXJRNLREC.

       FD  CONTRAST-FILE.
           COPY CONTRASTREC.

       WORKING-STORAGE SECTION.
      * --- Output buffer for the pipe ---
       01  OUT-LINE      PIC X(40).
               10  LAYER-KEY-G   PIC 9(3) VALUE 0.
               10  LAYER-KEY-B   PIC 9(3) VALUE 0.

      * --- Transition state (TRAN) ---
      * TRAN-BUF holds the outgoing frame, composited the way
      * FLUSH-FRAME sends it but ahead of any output shaping (or
      * read from a SAVE image). While a transition runs, every
      * SYNC re-emits the whole wall with each cell mixed from it
      * and the new frame by MIX-TRANSITION-CELL, until the step
      * count is used up. Same wall-sized OCCURS literals as
      * FRAME-BUFFER, kept in step with it by hand.
       01  TRANSITION-AREA.
           05  TR-ROW OCCURS 960 TIMES.
               10  TR-CELL OCCURS 1280 TIMES.
                   15  TR-R  PIC 9(3).
                   15  TR-G  PIC 9(3).
                   15  TR-B  PIC 9(3).

       01  TRANSITION-STATE.
           05  WS-TRAN-SW        PIC X VALUE 'N'.
               88  WS-TRAN-RUNNING   VALUE 'Y'.
           05  WS-TRAN-EFFECT    PIC X.
               88  WS-TRAN-DISSOLVE  VALUE 'D'.
               88  WS-TRAN-WIPE      VALUE 'W'.
           05  WS-TRAN-DIR       PIC X.
           05  WS-TRAN-STEPS     PIC 9(3).
           05  WS-TRAN-STEP      PIC 9(3).
           05  TR-OFS-X          PIC 9(4).
           05  TR-OFS-Y          PIC 9(4).
           05  TR-SRC-X          PIC 9(4).
           05  TR-SRC-Y          PIC 9(4).
           05  TR-HOLD-X         PIC 9(4).
           05  TR-HOLD-Y         PIC S9(4).
           05  TR-USE-OLD-SW     PIC X.
               88  TR-USE-OLD        VALUE 'Y'.

      * --- Burn-in protection state (BURN) ---
      * The orbit phase is derived from the wall clock (seconds
      * since midnight over the step length, modulo the 4-step
           05  PEN-DX        PIC 9(2).
           05  PEN-DY        PIC 9(2).

      * --- Anti-alias state (persisted, set by ALIA) ---
      * AA-COVER is the coverage (0-255) STORE-WALL-CELL mixes the
      * cell it is storing at; it stays at 255 (solid) except while
      * PLOT-AA-PIXEL is plotting a partly covered edge pixel. The
      * band fields describe the run of pixels an edge covers
      * across its minor axis at one step along its major axis -
      * AA-LO/AA-HI are the exact band edges, a pixel N owning the
      * span N-0.5 to N+0.5 - and the conic, arc and glyph fields
      * are the walkers' own scratch.
       01  ALIAS-VARS.
           05  WS-AA-SW      PIC X VALUE 'N'.
               88  WS-AA-ON          VALUE 'Y'.
           05  AA-SAVE-SW    PIC X.
           05  AA-COVER      PIC 9(3) VALUE 255.
           05  AA-WEIGHT     PIC 9(3).
           05  AA-DRAW-SW    PIC X.
               88  AA-DRAW-STEP      VALUE 'Y'.
           05  AA-STEEP-SW   PIC X.
               88  AA-STEEP          VALUE 'Y'.
           05  AA-CONIC-SW   PIC X VALUE 'N'.
               88  AA-CONIC          VALUE 'Y'.
           05  AA-ARC-SW     PIC X VALUE 'N'.
               88  AA-ARC-FILTER     VALUE 'Y'.
           05  AA-HALF       PIC 9(2)V9(6).
           05  AA-CTR        PIC S9(5)V9(6).
           05  AA-LO         PIC S9(5)V9(6).
           05  AA-HI         PIC S9(5)V9(6).
           05  AA-EDGE-LO    PIC S9(5)V9(6).
           05  AA-EDGE-HI    PIC S9(5)V9(6).
           05  AA-PIX        PIC S9(5).
           05  AA-PIX-FIRST  PIC S9(5).
           05  AA-PIX-LAST   PIC S9(5).
           05  AA-MAJ        PIC S9(5).
           05  AA-MAJ-START  PIC S9(5).
           05  AA-MIN-START  PIC S9(5).
           05  AA-MAJ-DIR    PIC S9.
           05  AA-STEPS      PIC 9(5).
           05  AA-I          PIC 9(5).
           05  AA-GRAD       PIC S9(5)V9(6).
           05  AA-CX         PIC S9(4).
           05  AA-CY         PIC S9(4).
           05  AA-RX         PIC S9(4).
           05  AA-RY         PIC S9(4).
           05  AA-LIMIT      PIC S9(5)V9(6).
           05  AA-ROOT-ARG   PIC S9(3)V9(8).
           05  AA-SX         PIC S9.
           05  AA-SY         PIC S9.
           05  AA-Q          PIC 9.
           05  AA-Q-STEP     PIC 9(6) OCCURS 4 TIMES.
           05  AA-ANG-DX     PIC S9(5)V9(6).
           05  AA-ANG-DY     PIC S9(5)V9(6).
           05  AA-ANG        PIC S9(4)V9(6).
           05  AA-GL-W       PIC 9(2).
           05  AA-GL-H       PIC 9(2).
           05  AA-GL-ROW     PIC S9(3).
           05  AA-GL-COL     PIC S9(3).
           05  AA-GL-BIT     PIC X.
           05  AA-GL-N       PIC X.
           05  AA-GL-S       PIC X.
           05  AA-GL-E       PIC X.
           05  AA-GL-W-BIT   PIC X.
           05  AA-CORNERS    PIC 9.

      * --- Composite scratch (FLUSH-FRAME) ---
       01  COMPOSITE-VARS.
           05  CMP-X         PIC 9(4).
               10  LF-CHAR         PIC X.
               10  LF-BITMAP       PIC X(576).

      * --- Word-wrapped text block state (TBLK) ---
      * The caller's block arguments, saved aside because each word
      * is stamped through the TEXT overlay of the same GFX-PARAMS;
      * the message broken into words (TW-JOIN-SW marks the second
      * and later pieces of a word broken to fit, which follow on
      * without a space); and the lines the words wrap into.
       01  TEXT-BLOCK-VARS.
           05  WS-TB-FILE-NAME     PIC X(100).
           05  WS-TB-STATUS        PIC X(2).
           05  WS-TB-EOF-SW        PIC X VALUE 'N'.
               88  WS-TB-EOF           VALUE 'Y'.
           05  WS-TB-SAVED-PARAMS  PIC X(128).
           05  TB-X                PIC S9(4).
           05  TB-Y                PIC S9(4).
           05  TB-W                PIC 9(4).
           05  TB-H                PIC 9(4).
           05  TB-ALIGN            PIC X.
           05  TB-ADVANCE          PIC 9(2).
           05  TB-LINE-H           PIC 9(2).
           05  TB-FIT-CHARS        PIC 9(4).
           05  TB-FIT-LINES        PIC 9(4).
           05  TB-CHUNK-MAX        PIC 9(2).
           05  TB-LINES-DRAWN      PIC 9(4).
           05  TB-OVERFLOW-SW      PIC X.
           05  TB-BREAK-SW         PIC X.
           05  TB-JOIN-SW          PIC X.
           05  TB-SOURCE-TEXT      PIC X(200).
           05  TB-SRC-POS          PIC 9(3).
           05  TB-WORD-START       PIC 9(3).
           05  TB-WORD-LEN         PIC 9(3).
           05  TB-NEED             PIC 9(4).
           05  TB-I                PIC 9(4).
           05  TB-J                PIC 9(4).
           05  TB-CUR-X            PIC S9(5).
           05  TB-SLACK            PIC S9(5).
           05  TB-GAPS             PIC 9(3).
           05  TB-GAP-EXTRA        PIC 9(4).
           05  TB-GAP-REM          PIC 9(4).

       01  TEXT-BLOCK-WORDS.
           05  TW-COUNT            PIC 9(4) VALUE 0.
           05  TW-MAX              PIC 9(4) VALUE 600.
           05  TW-ENTRY OCCURS 600 TIMES.
               10  TW-TEXT         PIC X(20).
               10  TW-LEN          PIC 9(2).
               10  TW-BREAK-SW     PIC X.
               10  TW-JOIN-SW      PIC X.

       01  TEXT-BLOCK-LINES.
           05  TL-COUNT            PIC 9(4) VALUE 0.
           05  TL-ENTRY OCCURS 600 TIMES.
               10  TL-FIRST        PIC 9(4).
               10  TL-LAST         PIC 9(4).
               10  TL-CHARS        PIC 9(4).
               10  TL-PARA-END-SW  PIC X.

      * --- Scannable code state (CODE) ---
      * The quiet zone and the symbol's extent in modules and in
      * pixels, the module being painted, and the dark color saved
      * aside while the light modules borrow the common color
      * fields. The symbol itself comes back from CALL 'BARCODE'.
       01  CODE-VARS.
           05  CD-QUIET            PIC 9(2).
           05  CD-SPAN-COLS        PIC 9(4).
           05  CD-SPAN-ROWS        PIC 9(4).
           05  CD-W                PIC 9(5).
           05  CD-H                PIC 9(5).
           05  CD-BLOCK-H          PIC 9(5).
           05  CD-MX               PIC 9(4).
           05  CD-MY               PIC 9(4).
           05  CD-PX               PIC S9(5).
           05  CD-PY               PIC S9(5).
           05  CD-DARK-SW          PIC X.
               88  CD-DARK             VALUE 'Y'.
           05  CD-DARK-R           PIC 9(3).
           05  CD-DARK-G           PIC 9(3).
           05  CD-DARK-B           PIC 9(3).

           COPY BARCODEARGS.

           COPY SETTINGS.

      * --- The current wall's configuration files ---
      * Each wall of a multi-wall site keeps its own WALL.CFG,
      * WALLCAL.CFG, WALLOUT.CFG, WALLMASK.CFG, WALLDIM.CFG and
      * WALLDIM.OVR in the directory the site wall registry gives
      * it (see WALLREGARGS.cpy). The names are resolved once, just
      * before the first-call loads; on a single-wall site they are
      * the working directory's files, as they always were.
       01  WALL-FILE-NAMES.
           05  WS-WALL-CFG-FILE-NAME PIC X(100) VALUE "WALL.CFG".
           05  WS-WALLCAL-FILE-NAME  PIC X(100) VALUE "WALLCAL.CFG".
           05  WS-WALLOUT-FILE-NAME  PIC X(100) VALUE "WALLOUT.CFG".
           05  WS-WALLMASK-FILE-NAME PIC X(100) VALUE "WALLMASK.CFG".
           05  WS-WALLDIM-FILE-NAME  PIC X(100) VALUE "WALLDIM.CFG".
           05  WS-WALLDIM-OVR-NAME   PIC X(100) VALUE "WALLDIM.OVR".

           COPY WALLREGARGS.

      * --- Runtime wall configuration (WALL.CFG) ---
      * Read once on the first call into GRAPHICS: a single line of
      * four numbers, "WIDTH HEIGHT WALL-WIDTH WALL-HEIGHT", that

      * --- Rejected-command error log (opened once, appended to for
      *     the life of the run since GRAPHICS stays resident across
      *     calls). Every line is stamped "YYYYMMDD HHMMSS" and
      *     ends with the wall it happened on, so an incident's
      *     time window can pick its lines out (see INCIDENT) ---
       01  ERROR-LOG-VARS.
           05  WS-LOG-STATUS       PIC X(2).
           05  WS-LOG-OPEN-SW      PIC X VALUE 'N'.
               88  GFX-LOG-IS-OPEN        VALUE 'Y'.
           05  WS-LOG-TEXT         PIC X(120).
           05  WS-LOG-WALL-ID      PIC X(8) VALUE SPACES.

      * --- Call journal. Setting GFXJOURNAL to a file name before a
      *     program starts has every GRAPHICS call it makes appended
      *     to that file (see GFXJRNLREC.cpy) - a diagnosis trail of
      *     which call drew what, with no change to the program. The
      *     variable is looked at once, on the first call, and the
      *     journal stays open for the life of the run like the
      *     error log. The caller's arguments are taken down before
      *     the dispatch (several opcodes hand values back through
      *     GFX-PARAMS, and CLR zeroes the color) and the record is
      *     written once the status is known ---
       01  JOURNAL-VARS.
           05  WS-JRNL-FILE-NAME   PIC X(100) VALUE SPACES.
           05  WS-JRNL-STATUS      PIC X(2).
           05  WS-JRNL-CHECKED-SW  PIC X VALUE 'N'.
               88  WS-JRNL-CHECKED     VALUE 'Y'.
           05  WS-JRNL-ON-SW       PIC X VALUE 'N'.
               88  WS-JRNL-ON          VALUE 'Y'.
           05  WS-JRNL-SEQ         PIC 9(8) VALUE 0.
           05  WS-JRNL-STAMP       PIC X(16).
           05  WS-JRNL-OPCODE      PIC X(4).
           05  WS-JRNL-COLOR-MODE  PIC X.
           05  WS-JRNL-COLOR-INDEX PIC 9(3).
           05  WS-JRNL-COLOR-R     PIC 9(3).
           05  WS-JRNL-COLOR-G     PIC 9(3).
           05  WS-JRNL-COLOR-B     PIC 9(3).
           05  WS-JRNL-PARAMS      PIC X(128).
           05  WS-JRNL-DECODED     PIC X(160).
           05  WS-JRNL-PTR         PIC 9(3).
           05  WS-JRNL-LABEL       PIC X(8).
           05  WS-JRNL-NUM         PIC S9(6).
           05  WS-JRNL-NUM-DISP    PIC -(6)9.
           05  WS-JRNL-WORD        PIC X(100).
           05  WS-JRNL-I           PIC 9(2).

      * --- What the journal and the contrast audit stamp each record
      *     with: the frame being drawn (1 up to the first SYNC, 2
      *     up to the second, ...) and the program making the calls
      *     - the last part of its command-line argument 0, taken
      *     once when the first tap opens ---
       01  CALL-TAP-VARS.
           05  WS-FRAME-NO         PIC 9(8) VALUE 1.
           05  WS-CALLER-NAME      PIC X(12) VALUE SPACES.
           05  WS-CALLER-PATH      PIC X(100).
           05  WS-CALLER-I         PIC 9(3).

      * --- Legibility audit. Setting GFXCONTRAST to a file name has
      *     every TEXT, and every line of a TBLK, appended to it as a
      *     CONTRASTREC line before it is stamped: the text's box,
      *     its color, the average color already under the box in
      *     the layer it is drawn into (a layer's see-through key
      *     cells read as the base frame beneath) and the dimming
      *     level in force. CONTRAST reports the ones too faint to
      *     read. Looked at once, on the first call, like
      *     GFXJOURNAL ---
       01  CONTRAST-AUDIT-VARS.
           05  WS-CN-FILE-NAME     PIC X(100) VALUE SPACES.
           05  WS-CN-STATUS        PIC X(2).
           05  WS-CN-CHECKED-SW    PIC X VALUE 'N'.
               88  WS-CN-CHECKED       VALUE 'Y'.
           05  WS-CN-ON-SW         PIC X VALUE 'N'.
               88  WS-CN-ON            VALUE 'Y'.
           05  WS-CN-IN-TBLK-SW    PIC X VALUE 'N'.
               88  WS-CN-IN-TBLK       VALUE 'Y'.
           05  WS-CN-BOX-X         PIC S9(5).
           05  WS-CN-BOX-Y         PIC S9(5).
           05  WS-CN-BOX-W         PIC 9(5).
           05  WS-CN-BOX-H         PIC 9(5).
           05  WS-CN-TEXT          PIC X(20).
           05  WS-CN-TEXT-PTR      PIC 9(3).
           05  WS-CN-CX            PIC S9(5).
           05  WS-CN-CY            PIC S9(5).
           05  WS-CN-CELLS         PIC 9(9).
           05  WS-CN-SUM-R         PIC 9(12).
           05  WS-CN-SUM-G         PIC 9(12).
           05  WS-CN-SUM-B         PIC 9(12).
           05  WS-CN-CELL-R        PIC 9(3).
           05  WS-CN-CELL-G        PIC 9(3).
           05  WS-CN-CELL-B        PIC 9(3).

       LINKAGE SECTION.
           COPY GFXARGS.
       PROCEDURE DIVISION USING GFX-ARGS.
           MOVE 0 TO GFX-STATUS
           IF NOT WS-CFG-LOADED
              PERFORM RESOLVE-WALL-FILES
              PERFORM LOAD-WALL-CONFIG
              PERFORM LOAD-WALL-CALIBRATION
              PERFORM LOAD-OUTPUT-CONFIG
              PERFORM LOAD-WALL-MASKS
              PERFORM LOAD-DIM-SCHEDULE
           END-IF
           IF NOT WS-JRNL-CHECKED
              PERFORM OPEN-CALL-JOURNAL
           END-IF
           IF NOT WS-CN-CHECKED
              PERFORM OPEN-CONTRAST-AUDIT
           END-IF
           IF WS-JRNL-ON
              PERFORM TAKE-JOURNAL-ARGS
           END-IF
           MOVE 0 TO WS-MASK-BLOCKED
           COMPUTE MAX-X = WIDTH - 1
           COMPUTE MAX-Y = HEIGHT - 1
                   IF GFX-PARAMS-VALID
                      PERFORM DRAW-TEXT-LOGIC
                   END-IF
              WHEN OP-TEXT-BLOCK
                   PERFORM VALIDATE-COLOR
                   IF GFX-PARAMS-VALID
                      PERFORM VALIDATE-SHAPE
                   END-IF
                   IF GFX-PARAMS-VALID
                      PERFORM DRAW-TEXT-BLOCK-LOGIC
                   END-IF
              WHEN OP-DRAW-CODE
                   PERFORM VALIDATE-COLOR
                   IF GFX-PARAMS-VALID
                      PERFORM VALIDATE-SHAPE
                   END-IF
                   IF GFX-PARAMS-VALID
                      PERFORM DRAW-CODE-LOGIC
                   END-IF
              WHEN OP-FILL-FLOOD
                   PERFORM VALIDATE-COLOR
                   IF GFX-PARAMS-VALID
                   PERFORM SAVE-FRAME-IMAGE
              WHEN OP-LOAD-IMAGE
                   PERFORM LOAD-FRAME-IMAGE
              WHEN OP-SET-TRANSITION
                   PERFORM SET-TRANSITION
              WHEN OP-SET-XFRM
                   IF (GFX-XFRM-ROT = 0 OR 90 OR 180 OR 270)
                      AND GFX-XFRM-SCALE >= 1
                      MOVE 93 TO GFX-STATUS
                      PERFORM LOG-REJECTED-COMMAND
                   END-IF
              WHEN OP-SET-ANTIALIAS
                   IF GFX-ALIA-ON OR GFX-ALIA-OFF
                      MOVE GFX-ALIA-ENABLE TO WS-AA-SW
                   ELSE
                      MOVE 93 TO GFX-STATUS
                      PERFORM LOG-REJECTED-COMMAND
                   END-IF
              WHEN OP-BLIT
                   PERFORM DRAW-BLIT-LOGIC
              WHEN OP-SET-ANIM
              PERFORM LOG-MASKED-PIXELS
           END-IF

           IF WS-JRNL-ON
              PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           IF OP-SYNC
              ADD 1 TO WS-FRAME-NO
           END-IF

           GOBACK.

      * -----------------------------------------------------------
      * HELPER: Resolve the current wall's copy of each
      * configuration file through the site wall registry.
      * -----------------------------------------------------------
       RESOLVE-WALL-FILES.
           MOVE SPACES TO WG-WALL-ID
           MOVE "WALL.CFG" TO WG-BASE-NAME
           PERFORM RESOLVE-ONE-WALL-FILE
           MOVE WG-FILE-NAME TO WS-WALL-CFG-FILE-NAME
           MOVE "WALLCAL.CFG" TO WG-BASE-NAME
           PERFORM RESOLVE-ONE-WALL-FILE
           MOVE WG-FILE-NAME TO WS-WALLCAL-FILE-NAME
           MOVE "WALLOUT.CFG" TO WG-BASE-NAME
           PERFORM RESOLVE-ONE-WALL-FILE
           MOVE WG-FILE-NAME TO WS-WALLOUT-FILE-NAME
           MOVE "WALLMASK.CFG" TO WG-BASE-NAME
           PERFORM RESOLVE-ONE-WALL-FILE
           MOVE WG-FILE-NAME TO WS-WALLMASK-FILE-NAME
           MOVE "WALLDIM.CFG" TO WG-BASE-NAME
           PERFORM RESOLVE-ONE-WALL-FILE
           MOVE WG-FILE-NAME TO WS-WALLDIM-FILE-NAME
           MOVE "WALLDIM.OVR" TO WG-BASE-NAME
           PERFORM RESOLVE-ONE-WALL-FILE
           MOVE WG-FILE-NAME TO WS-WALLDIM-OVR-NAME.

       RESOLVE-ONE-WALL-FILE.
           MOVE 'F' TO WG-FUNCTION
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-WALL-ID TO WS-LOG-WALL-ID
           MOVE SPACES TO WG-WALL-ID.

      * -----------------------------------------------------------
      * HELPER: Load the runtime wall configuration, once per
      * process. WALL.CFG's first line carries four numbers -
                     "' - QUANTIZATION OFF"
                     DELIMITED BY SIZE INTO ERROR-LOG-LINE
              END-STRING
              PERFORM WRITE-ERROR-LOG-LINE
              EXIT PARAGRAPH
           END-IF
           IF WS-QNT-LEVELS > 256
                  " PIXEL(S) BLOCKED BY RESERVED REGION"
                  DELIMITED BY SIZE INTO ERROR-LOG-LINE
           END-STRING
           PERFORM WRITE-ERROR-LOG-LINE.

      * -----------------------------------------------------------
      * HELPER: Load the dimming schedule, once per process. One
                  "' - REGION SKIPPED"
                  DELIMITED BY SIZE INTO ERROR-LOG-LINE
           END-STRING
           PERFORM WRITE-ERROR-LOG-LINE.

      * -----------------------------------------------------------
      * LOGIC: Pixel readback (PEEK). Applies the persisted
           COMPUTE DIRTY-MAX-X = WALL-WIDTH - 1
           COMPUTE DIRTY-MAX-Y = WALL-HEIGHT - 1.

      * -----------------------------------------------------------
      * LOGIC: Start a transition (TRAN), or cancel one with effect
      * 'N'. The outgoing frame is captured here and now; the SYNCs
      * that follow play it out against the new frame (see
      * ADVANCE-TRANSITION and MIX-TRANSITION-CELL).
      * -----------------------------------------------------------
       SET-TRANSITION.
           IF GFX-TRAN-NONE
              MOVE 'N' TO WS-TRAN-SW
              EXIT PARAGRAPH
           END-IF
           IF NOT (GFX-TRAN-DISSOLVE OR GFX-TRAN-WIPE OR GFX-TRAN-PUSH)
              OR NOT GFX-TRAN-DIR-VALID
              OR GFX-TRAN-STEPS NOT NUMERIC
              OR GFX-TRAN-STEPS < 1
              MOVE 93 TO GFX-STATUS
              PERFORM LOG-REJECTED-COMMAND
              EXIT PARAGRAPH
           END-IF

           IF GFX-TRAN-FILE NOT = SPACES
              PERFORM LOAD-TRANSITION-IMAGE
              IF GFX-STATUS NOT = 0
                 EXIT PARAGRAPH
              END-IF
           ELSE
              PERFORM CAPTURE-TRANSITION-FRAME
           END-IF

           MOVE GFX-TRAN-EFFECT TO WS-TRAN-EFFECT
           MOVE GFX-TRAN-DIR TO WS-TRAN-DIR
           IF WS-TRAN-DIR = SPACE
              MOVE 'L' TO WS-TRAN-DIR
           END-IF
           MOVE GFX-TRAN-STEPS TO WS-TRAN-STEPS
           MOVE 0 TO WS-TRAN-STEP
           SET WS-TRAN-RUNNING TO TRUE.

      * -----------------------------------------------------------
      * HELPER: Hold the wall as it stands as the outgoing frame -
      * a straight copy of the frame buffer when no overlay layer
      * is in use, otherwise the layer stack composited cell by
      * cell.
      * -----------------------------------------------------------
       CAPTURE-TRANSITION-FRAME.
           IF NOT (LAYER-USED(1) OR LAYER-USED(2) OR LAYER-USED(3))
              MOVE FRAME-BUFFER TO TRANSITION-AREA
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING L-Y FROM 0 BY 1 UNTIL L-Y > PHYS-MAX-Y
              PERFORM VARYING CMP-X FROM 0 BY 1
                      UNTIL CMP-X > PHYS-MAX-X
                 PERFORM COMPOSITE-CELL
                 MOVE CMP-R TO TR-R(L-Y + 1, CMP-X + 1)
                 MOVE CMP-G TO TR-G(L-Y + 1, CMP-X + 1)
                 MOVE CMP-B TO TR-B(L-Y + 1, CMP-X + 1)
              END-PERFORM
           END-PERFORM.

      * -----------------------------------------------------------
      * HELPER: Read a SAVE image into the transition buffer as
      * the outgoing frame - the LOAD checks (header tag, wall
      * size, row count) and statuses, landing in TRAN-BUF instead
      * of the frame buffer.
      * -----------------------------------------------------------
       LOAD-TRANSITION-IMAGE.
           MOVE GFX-TRAN-FILE TO WS-IMAGE-FILE-NAME
           OPEN INPUT IMAGE-FILE
           IF WS-IMAGE-STATUS NOT = "00"
              MOVE 90 TO GFX-STATUS
              EXIT PARAGRAPH
           END-IF

           READ IMAGE-FILE
              AT END
                 MOVE 93 TO GFX-STATUS
                 PERFORM LOG-REJECTED-COMMAND
                 CLOSE IMAGE-FILE
                 EXIT PARAGRAPH
           END-READ
           MOVE 0 TO IMG-HDR-W
           MOVE 0 TO IMG-HDR-H
           UNSTRING IMAGE-ROW-REC(1:40) DELIMITED BY ALL SPACE
               INTO IMG-HDR-TAG IMG-HDR-W IMG-HDR-H
           END-UNSTRING
           IF IMG-HDR-TAG NOT = "GFXIMAGE"
              OR IMG-HDR-W NOT = WALL-WIDTH
              OR IMG-HDR-H NOT = WALL-HEIGHT
              MOVE 93 TO GFX-STATUS
              PERFORM LOG-REJECTED-COMMAND
              CLOSE IMAGE-FILE
              EXIT PARAGRAPH
           END-IF

           COMPUTE IMG-ROW-BYTES = WALL-WIDTH * 9
           PERFORM VARYING IMG-ROW FROM 1 BY 1
                   UNTIL IMG-ROW > WALL-HEIGHT
              READ IMAGE-FILE
                 AT END
                    MOVE 93 TO GFX-STATUS
                    PERFORM LOG-REJECTED-COMMAND
                    CLOSE IMAGE-FILE
                    EXIT PARAGRAPH
              END-READ
              MOVE IMAGE-ROW-REC(1:IMG-ROW-BYTES)
                   TO TR-ROW(IMG-ROW)(1:IMG-ROW-BYTES)
           END-PERFORM
           CLOSE IMAGE-FILE.

      * -----------------------------------------------------------
      * HELPER: One SYNC's worth of a running transition - the
      * next step, how far a wipe edge or push has travelled by it
      * (in wall cells), and the whole wall marked dirty so every
      * cell is re-mixed and re-sent.
      * -----------------------------------------------------------
       ADVANCE-TRANSITION.
           ADD 1 TO WS-TRAN-STEP
           COMPUTE TR-OFS-X = WALL-WIDTH * WS-TRAN-STEP / WS-TRAN-STEPS
           COMPUTE TR-OFS-Y = WALL-HEIGHT * WS-TRAN-STEP
                            / WS-TRAN-STEPS
           SET FRAME-IS-DIRTY TO TRUE
           MOVE 0 TO DIRTY-MIN-X
           MOVE 0 TO DIRTY-MIN-Y
           MOVE PHYS-MAX-X TO DIRTY-MAX-X
           MOVE PHYS-MAX-Y TO DIRTY-MAX-Y.

      * -----------------------------------------------------------
      * HELPER: Mix one output cell (row L-Y, column CMP-X, the new
      * frame's color in CMP-R/G/B) with the outgoing frame for
      * the current step. A dissolve weighs the two by how far the
      * transition has run; a wipe takes each cell from one frame
      * or the other by which side of the edge it lies; a push
      * also shifts where in that frame the cell is read from. A
      * shifted read of the new frame composites that cell
      * instead, with L-Y/CMP-X put back for the caller.
      * -----------------------------------------------------------
       MIX-TRANSITION-CELL.
           IF WS-TRAN-DISSOLVE
              COMPUTE CMP-R ROUNDED =
                  (TR-R(L-Y + 1, CMP-X + 1)
                     * (WS-TRAN-STEPS - WS-TRAN-STEP)
                   + CMP-R * WS-TRAN-STEP) / WS-TRAN-STEPS
              COMPUTE CMP-G ROUNDED =
                  (TR-G(L-Y + 1, CMP-X + 1)
                     * (WS-TRAN-STEPS - WS-TRAN-STEP)
                   + CMP-G * WS-TRAN-STEP) / WS-TRAN-STEPS
              COMPUTE CMP-B ROUNDED =
                  (TR-B(L-Y + 1, CMP-X + 1)
                     * (WS-TRAN-STEPS - WS-TRAN-STEP)
                   + CMP-B * WS-TRAN-STEP) / WS-TRAN-STEPS
              EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO TR-USE-OLD-SW
           MOVE CMP-X TO TR-SRC-X
           MOVE L-Y TO TR-SRC-Y
           IF WS-TRAN-WIPE
              EVALUATE WS-TRAN-DIR
                 WHEN 'R'
                      IF CMP-X >= TR-OFS-X
                         SET TR-USE-OLD TO TRUE
                      END-IF
                 WHEN 'U'
                      IF L-Y < WALL-HEIGHT - TR-OFS-Y
                         SET TR-USE-OLD TO TRUE
                      END-IF
                 WHEN 'D'
                      IF L-Y >= TR-OFS-Y
                         SET TR-USE-OLD TO TRUE
                      END-IF
                 WHEN OTHER
                      IF CMP-X < WALL-WIDTH - TR-OFS-X
                         SET TR-USE-OLD TO TRUE
                      END-IF
              END-EVALUATE
           ELSE
              EVALUATE WS-TRAN-DIR
                 WHEN 'R'
                      IF CMP-X >= TR-OFS-X
                         SET TR-USE-OLD TO TRUE
                         COMPUTE TR-SRC-X = CMP-X - TR-OFS-X
                      ELSE
                         COMPUTE TR-SRC-X = CMP-X + WALL-WIDTH
                                          - TR-OFS-X
                      END-IF
                 WHEN 'U'
                      IF L-Y < WALL-HEIGHT - TR-OFS-Y
                         SET TR-USE-OLD TO TRUE
                         COMPUTE TR-SRC-Y = L-Y + TR-OFS-Y
                      ELSE
                         COMPUTE TR-SRC-Y = L-Y - WALL-HEIGHT
                                          + TR-OFS-Y
                      END-IF
                 WHEN 'D'
                      IF L-Y >= TR-OFS-Y
                         SET TR-USE-OLD TO TRUE
                         COMPUTE TR-SRC-Y = L-Y - TR-OFS-Y
                      ELSE
                         COMPUTE TR-SRC-Y = L-Y + WALL-HEIGHT
                                          - TR-OFS-Y
                      END-IF
                 WHEN OTHER
                      IF CMP-X < WALL-WIDTH - TR-OFS-X
                         SET TR-USE-OLD TO TRUE
                         COMPUTE TR-SRC-X = CMP-X + TR-OFS-X
                      ELSE
                         COMPUTE TR-SRC-X = CMP-X - WALL-WIDTH
                                          + TR-OFS-X
                      END-IF
              END-EVALUATE
           END-IF

           IF TR-USE-OLD
              MOVE TR-R(TR-SRC-Y + 1, TR-SRC-X + 1) TO CMP-R
              MOVE TR-G(TR-SRC-Y + 1, TR-SRC-X + 1) TO CMP-G
              MOVE TR-B(TR-SRC-Y + 1, TR-SRC-X + 1) TO CMP-B
              EXIT PARAGRAPH
           END-IF
           IF TR-SRC-X NOT = CMP-X OR TR-SRC-Y NOT = L-Y
              MOVE CMP-X TO TR-HOLD-X
              MOVE L-Y TO TR-HOLD-Y
              MOVE TR-SRC-X TO CMP-X
              MOVE TR-SRC-Y TO L-Y
              PERFORM COMPOSITE-CELL
              MOVE TR-HOLD-X TO CMP-X
              MOVE TR-HOLD-Y TO L-Y
           END-IF.

      * -----------------------------------------------------------
      * LOGIC: Select the drawing layer (LAYR) and, for an overlay
      * layer, set its transparent key color. The selection
                  "' STATUS=95 - COMPILED SETTINGS KEPT"
                  DELIMITED BY SIZE INTO ERROR-LOG-LINE
           END-STRING
           PERFORM WRITE-ERROR-LOG-LINE.

      * -----------------------------------------------------------
      * HELPER: Validate a color triple before it is streamed
                           MOVE 93 TO GFX-STATUS
                           PERFORM LOG-REJECTED-COMMAND
                   END-EVALUATE
              WHEN OP-TEXT-BLOCK
                   EVALUATE TRUE
                      WHEN GFX-TBLK-W <= 0 OR GFX-TBLK-H <= 0
                           MOVE 'N' TO WS-PARAMS-VALID-SW
                           MOVE 91 TO GFX-STATUS
                           PERFORM LOG-REJECTED-COMMAND
                      WHEN GFX-TBLK-LEFT OR GFX-TBLK-CENTER
                           OR GFX-TBLK-RIGHT OR GFX-TBLK-JUSTIFY
                           IF NOT GFX-TBLK-INLINE
                              AND NOT GFX-TBLK-FROM-FILE
                              MOVE 'N' TO WS-PARAMS-VALID-SW
                              MOVE 93 TO GFX-STATUS
                              PERFORM LOG-REJECTED-COMMAND
                           END-IF
                      WHEN OTHER
                           MOVE 'N' TO WS-PARAMS-VALID-SW
                           MOVE 93 TO GFX-STATUS
                           PERFORM LOG-REJECTED-COMMAND
                   END-EVALUATE
              WHEN OP-DRAW-CODE
                   EVALUATE TRUE
                      WHEN GFX-CODE-MODULE < 1
                           MOVE 'N' TO WS-PARAMS-VALID-SW
                           MOVE 93 TO GFX-STATUS
                           PERFORM LOG-REJECTED-COMMAND
                      WHEN GFX-CODE-R2 > 255 OR GFX-CODE-G2 > 255
                           OR GFX-CODE-B2 > 255
                           MOVE 'N' TO WS-PARAMS-VALID-SW
                           MOVE 92 TO GFX-STATUS
                           PERFORM LOG-REJECTED-COMMAND
                      WHEN NOT (GFX-CODE-QR OR GFX-CODE-C128)
                           OR (GFX-CODE-QR AND NOT GFX-CODE-ECC-VALID)
                           MOVE 'N' TO WS-PARAMS-VALID-SW
                           MOVE 93 TO GFX-STATUS
                           PERFORM LOG-REJECTED-COMMAND
                   END-EVALUATE
              WHEN OP-DRAW-ARC OR OP-DRAW-PIE
                   IF GFX-ARC-R <= 0
                      OR GFX-ARC-A1 > 360 OR GFX-ARC-A2 > 360
                  "," FUNCTION TRIM(GFX-COLOR-B)
                  DELIMITED BY SIZE INTO ERROR-LOG-LINE
           END-STRING
           PERFORM WRITE-ERROR-LOG-LINE.

      * -----------------------------------------------------------
      * HELPER: Stamp the message built in ERROR-LOG-LINE with the
      * date and time, tag it with the wall, and append it.
      * -----------------------------------------------------------
       WRITE-ERROR-LOG-LINE.
           MOVE ERROR-LOG-LINE TO WS-LOG-TEXT
           MOVE SPACES TO ERROR-LOG-LINE
           IF WS-LOG-WALL-ID = SPACES
              STRING FUNCTION CURRENT-DATE(1:8) " "
                     FUNCTION CURRENT-DATE(9:6) " "
                     FUNCTION TRIM(WS-LOG-TEXT)
                     DELIMITED BY SIZE INTO ERROR-LOG-LINE
              END-STRING
           ELSE
              STRING FUNCTION CURRENT-DATE(1:8) " "
                     FUNCTION CURRENT-DATE(9:6) " "
                     FUNCTION TRIM(WS-LOG-TEXT)
                     " ON WALL " FUNCTION TRIM(WS-LOG-WALL-ID)
                     DELIMITED BY SIZE INTO ERROR-LOG-LINE
              END-STRING
           END-IF
           WRITE ERROR-LOG-LINE.

      * -----------------------------------------------------------
      * HELPER: Look for the GFXJOURNAL environment variable, once
      * per run, and open the journal it names for append. A
      * journal that will not open is noted in the error log and
      * the run carries on unjournaled.
      * -----------------------------------------------------------
       OPEN-CALL-JOURNAL.
           SET WS-JRNL-CHECKED TO TRUE
           DISPLAY "GFXJOURNAL" UPON ENVIRONMENT-NAME
           ACCEPT WS-JRNL-FILE-NAME FROM ENVIRONMENT-VALUE
           IF WS-JRNL-FILE-NAME = SPACES
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JRNL-STATUS = "00"
              SET WS-JRNL-ON TO TRUE
              PERFORM TAKE-CALLER-NAME
              EXIT PARAGRAPH
           END-IF
           IF NOT GFX-LOG-IS-OPEN
              OPEN EXTEND ERROR-LOG-FILE
              IF WS-LOG-STATUS NOT = "00"
                 OPEN OUTPUT ERROR-LOG-FILE
              END-IF
              SET GFX-LOG-IS-OPEN TO TRUE
           END-IF
           MOVE SPACES TO ERROR-LOG-LINE
           STRING "CALL JOURNAL " FUNCTION TRIM(WS-JRNL-FILE-NAME)
                  " WILL NOT OPEN - STATUS " WS-JRNL-STATUS
                  DELIMITED BY SIZE INTO ERROR-LOG-LINE
           END-STRING
           PERFORM WRITE-ERROR-LOG-LINE.

      * -----------------------------------------------------------
      * HELPER: Take down the caller's arguments before the
      * dispatch touches them, and spell the parameters out by
      * field name through the opcode's GFXARGS overlay.
      * -----------------------------------------------------------
       TAKE-JOURNAL-ARGS.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JRNL-STAMP
           MOVE GFX-OPCODE TO WS-JRNL-OPCODE
           MOVE GFX-COLOR-MODE TO WS-JRNL-COLOR-MODE
           MOVE GFX-COLOR-INDEX TO WS-JRNL-COLOR-INDEX
           MOVE GFX-COLOR-R TO WS-JRNL-COLOR-R
           MOVE GFX-COLOR-G TO WS-JRNL-COLOR-G
           MOVE GFX-COLOR-B TO WS-JRNL-COLOR-B
           MOVE GFX-PARAMS TO WS-JRNL-PARAMS
      *    a caller that never set the color has nothing to record
           IF WS-JRNL-COLOR-INDEX IS NOT NUMERIC
              MOVE 0 TO WS-JRNL-COLOR-INDEX
           END-IF
           IF WS-JRNL-COLOR-R IS NOT NUMERIC
              OR WS-JRNL-COLOR-G IS NOT NUMERIC
              OR WS-JRNL-COLOR-B IS NOT NUMERIC
              MOVE 0 TO WS-JRNL-COLOR-R WS-JRNL-COLOR-G
                        WS-JRNL-COLOR-B
           END-IF
           MOVE SPACES TO WS-JRNL-DECODED
           MOVE 1 TO WS-JRNL-PTR

           EVALUATE TRUE
              WHEN OP-DRAW-LINE
                   MOVE "X1" TO WS-JRNL-LABEL
                   MOVE GFX-LINE-X1 TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "Y1" TO WS-JRNL-LABEL
                   MOVE GFX-LINE-Y1 TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "X2" TO WS-JRNL-LABEL
                   MOVE GFX-LINE-X2 TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "Y2" TO WS-JRNL-LABEL
                   MOVE GFX-LINE-Y2 TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
              WHEN OP-DRAW-RECT
              WHEN OP-RECT-OUTLINE
                   MOVE "X" TO WS-JRNL-LABEL
                   MOVE GFX-RECT-X TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "Y" TO WS-JRNL-LABEL
                   MOVE GFX-RECT-Y TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "W" TO WS-JRNL-LABEL
                   MOVE GFX-RECT-W TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "H" TO WS-JRNL-LABEL
                   MOVE GFX-RECT-H TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
              WHEN OP-DRAW-CIRC
              WHEN OP-FILL-CIRC
                   MOVE "CX" TO WS-JRNL-LABEL
                   MOVE GFX-CIRC-CX TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "CY" TO WS-JRNL-LABEL
                   MOVE GFX-CIRC-CY TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "R" TO WS-JRNL-LABEL
                   MOVE GFX-CIRC-R TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
              WHEN OP-DRAW-ELLIPSE
                   MOVE "CX" TO WS-JRNL-LABEL
                   MOVE GFX-ELLI-CX TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "CY" TO WS-JRNL-LABEL
                   MOVE GFX-ELLI-CY TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "RX" TO WS-JRNL-LABEL
                   MOVE GFX-ELLI-RX TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "RY" TO WS-JRNL-LABEL
                   MOVE GFX-ELLI-RY TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
              WHEN OP-DRAW-POLY
              WHEN OP-FILL-POLY
                   MOVE "COUNT" TO WS-JRNL-LABEL
                   MOVE GFX-POLY-COUNT TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   PERFORM VARYING WS-JRNL-I FROM 1 BY 1
                           UNTIL WS-JRNL-I > GFX-POLY-COUNT
                              OR WS-JRNL-I > 15
                      MOVE GFX-POLY-X(WS-JRNL-I) TO WS-JRNL-NUM-DISP
                      STRING FUNCTION TRIM(WS-JRNL-NUM-DISP) ","
                             DELIMITED BY SIZE
                             INTO WS-JRNL-DECODED
                             WITH POINTER WS-JRNL-PTR
                      END-STRING
                      MOVE GFX-POLY-Y(WS-JRNL-I) TO WS-JRNL-NUM-DISP
                      STRING FUNCTION TRIM(WS-JRNL-NUM-DISP) " "
                             DELIMITED BY SIZE
                             INTO WS-JRNL-DECODED
                             WITH POINTER WS-JRNL-PTR
                      END-STRING
                   END-PERFORM
              WHEN OP-DRAW-TEXT
                   MOVE "X" TO WS-JRNL-LABEL
                   MOVE GFX-TEXT-X TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "Y" TO WS-JRNL-LABEL
                   MOVE GFX-TEXT-Y TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "STR" TO WS-JRNL-LABEL
                   MOVE GFX-TEXT-STR TO WS-JRNL-WORD
                   PERFORM JOURNAL-PUT-WORD
              WHEN OP-FILL-FLOOD
                   MOVE "X" TO WS-JRNL-LABEL
                   MOVE GFX-FILL-X TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "Y" TO WS-JRNL-LABEL
                   MOVE GFX-FILL-Y TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
              WHEN OP-SET-VIEWPORT
                   MOVE "X" TO WS-JRNL-LABEL
                   MOVE GFX-VPORT-X TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "Y" TO WS-JRNL-LABEL
                   MOVE GFX-VPORT-Y TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
              WHEN OP-DRAW-GRID
                   MOVE "SPACING" TO WS-JRNL-LABEL
                   MOVE GFX-GRID-SPACING TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
              WHEN OP-BLIT
                   MOVE "NAME" TO WS-JRNL-LABEL
                   MOVE GFX-BLIT-NAME TO WS-JRNL-WORD
                   PERFORM JOURNAL-PUT-WORD
                   MOVE "X" TO WS-JRNL-LABEL
                   MOVE GFX-BLIT-X TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "Y" TO WS-JRNL-LABEL
                   MOVE GFX-BLIT-Y TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
              WHEN OP-SET-PALETTE
                   MOVE "FILE" TO WS-JRNL-LABEL
                   MOVE GFX-PAL-FILE TO WS-JRNL-WORD
                   PERFORM JOURNAL-PUT-WORD
              WHEN OP-SAVE-IMAGE
              WHEN OP-LOAD-IMAGE
                   MOVE "FILE" TO WS-JRNL-LABEL
                   MOVE GFX-IMAGE-FILE TO WS-JRNL-WORD
                   PERFORM JOURNAL-PUT-WORD
              WHEN OP-SET-LAYER
                   MOVE "LAYER" TO WS-JRNL-LABEL
                   MOVE GFX-LAYER-NO TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "KEY-R" TO WS-JRNL-LABEL
                   MOVE GFX-LAYER-KEY-R TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "KEY-G" TO WS-JRNL-LABEL
                   MOVE GFX-LAYER-KEY-G TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "KEY-B" TO WS-JRNL-LABEL
                   MOVE GFX-LAYER-KEY-B TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
              WHEN OP-SET-BLEND
                   MOVE "MODE" TO WS-JRNL-LABEL
                   MOVE GFX-BLEND-MODE TO WS-JRNL-WORD
                   PERFORM JOURNAL-PUT-WORD
              WHEN OP-SET-ANTIALIAS
                   MOVE "ENABLE" TO WS-JRNL-LABEL
                   MOVE GFX-ALIA-ENABLE TO WS-JRNL-WORD
                   PERFORM JOURNAL-PUT-WORD
              WHEN OP-SET-XFRM
                   MOVE "ROT" TO WS-JRNL-LABEL
                   MOVE GFX-XFRM-ROT TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "SCALE" TO WS-JRNL-LABEL
                   MOVE GFX-XFRM-SCALE TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
              WHEN OP-READ-PIXEL
                   MOVE "X" TO WS-JRNL-LABEL
                   MOVE GFX-PEEK-X TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "Y" TO WS-JRNL-LABEL
                   MOVE GFX-PEEK-Y TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
              WHEN OP-SET-BURNIN
                   MOVE "ENABLE" TO WS-JRNL-LABEL
                   MOVE GFX-BURN-ENABLE TO WS-JRNL-WORD
                   PERFORM JOURNAL-PUT-WORD
                   MOVE "STEP" TO WS-JRNL-LABEL
                   MOVE GFX-BURN-STEP-SECS TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
              WHEN OP-SET-PEN
                   MOVE "WIDTH" TO WS-JRNL-LABEL
                   MOVE GFX-PEN-WIDTH TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "DASH-ON" TO WS-JRNL-LABEL
                   MOVE GFX-PEN-DASH-ON TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "DASH-OFF" TO WS-JRNL-LABEL
                   MOVE GFX-PEN-DASH-OFF TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
              WHEN OP-GRAD-RECT
                   MOVE "X" TO WS-JRNL-LABEL
                   MOVE GFX-GRCT-X TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "Y" TO WS-JRNL-LABEL
                   MOVE GFX-GRCT-Y TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "W" TO WS-JRNL-LABEL
                   MOVE GFX-GRCT-W TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "H" TO WS-JRNL-LABEL
                   MOVE GFX-GRCT-H TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "R2" TO WS-JRNL-LABEL
                   MOVE GFX-GRCT-R2 TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "G2" TO WS-JRNL-LABEL
                   MOVE GFX-GRCT-G2 TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "B2" TO WS-JRNL-LABEL
                   MOVE GFX-GRCT-B2 TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "DIR" TO WS-JRNL-LABEL
                   MOVE GFX-GRCT-DIR TO WS-JRNL-WORD
                   PERFORM JOURNAL-PUT-WORD
              WHEN OP-GRAD-CIRC
                   MOVE "CX" TO WS-JRNL-LABEL
                   MOVE GFX-GCIR-CX TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "CY" TO WS-JRNL-LABEL
                   MOVE GFX-GCIR-CY TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "R" TO WS-JRNL-LABEL
                   MOVE GFX-GCIR-R TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "R2" TO WS-JRNL-LABEL
                   MOVE GFX-GCIR-R2 TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "G2" TO WS-JRNL-LABEL
                   MOVE GFX-GCIR-G2 TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "B2" TO WS-JRNL-LABEL
                   MOVE GFX-GCIR-B2 TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
              WHEN OP-DRAW-ARC
              WHEN OP-DRAW-PIE
                   MOVE "CX" TO WS-JRNL-LABEL
                   MOVE GFX-ARC-CX TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "CY" TO WS-JRNL-LABEL
                   MOVE GFX-ARC-CY TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "R" TO WS-JRNL-LABEL
                   MOVE GFX-ARC-R TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "A1" TO WS-JRNL-LABEL
                   MOVE GFX-ARC-A1 TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "A2" TO WS-JRNL-LABEL
                   MOVE GFX-ARC-A2 TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
              WHEN OP-SET-FONT
                   MOVE "NAME" TO WS-JRNL-LABEL
                   MOVE GFX-FONT-NAME TO WS-JRNL-WORD
                   PERFORM JOURNAL-PUT-WORD
                   MOVE "FILE" TO WS-JRNL-LABEL
                   MOVE GFX-FONT-FILE TO WS-JRNL-WORD
                   PERFORM JOURNAL-PUT-WORD
              WHEN OP-SET-ANIM
                   MOVE "MODE" TO WS-JRNL-LABEL
                   MOVE GFX-ANIM-MODE TO WS-JRNL-WORD
                   PERFORM JOURNAL-PUT-WORD
                   MOVE "NAME" TO WS-JRNL-LABEL
                   MOVE GFX-ANIM-NAME TO WS-JRNL-WORD
                   PERFORM JOURNAL-PUT-WORD
                   MOVE "X" TO WS-JRNL-LABEL
                   MOVE GFX-ANIM-X TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "Y" TO WS-JRNL-LABEL
                   MOVE GFX-ANIM-Y TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
              WHEN OP-SET-MASK
                   MOVE "OVERRIDE" TO WS-JRNL-LABEL
                   MOVE GFX-MASK-OVERRIDE TO WS-JRNL-WORD
                   PERFORM JOURNAL-PUT-WORD
              WHEN OP-TEXT-BLOCK
                   MOVE "X" TO WS-JRNL-LABEL
                   MOVE GFX-TBLK-X TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "Y" TO WS-JRNL-LABEL
                   MOVE GFX-TBLK-Y TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "W" TO WS-JRNL-LABEL
                   MOVE GFX-TBLK-W TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "H" TO WS-JRNL-LABEL
                   MOVE GFX-TBLK-H TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "ALIGN" TO WS-JRNL-LABEL
                   MOVE GFX-TBLK-ALIGN TO WS-JRNL-WORD
                   PERFORM JOURNAL-PUT-WORD
                   MOVE "SOURCE" TO WS-JRNL-LABEL
                   MOVE GFX-TBLK-SOURCE TO WS-JRNL-WORD
                   PERFORM JOURNAL-PUT-WORD
                   MOVE "TEXT" TO WS-JRNL-LABEL
                   MOVE GFX-TBLK-TEXT TO WS-JRNL-WORD
                   PERFORM JOURNAL-PUT-WORD
              WHEN OP-DRAW-CODE
                   MOVE "X" TO WS-JRNL-LABEL
                   MOVE GFX-CODE-X TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "Y" TO WS-JRNL-LABEL
                   MOVE GFX-CODE-Y TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "TYPE" TO WS-JRNL-LABEL
                   MOVE GFX-CODE-TYPE TO WS-JRNL-WORD
                   PERFORM JOURNAL-PUT-WORD
                   MOVE "ECC" TO WS-JRNL-LABEL
                   MOVE GFX-CODE-ECC TO WS-JRNL-WORD
                   PERFORM JOURNAL-PUT-WORD
                   MOVE "MODULE" TO WS-JRNL-LABEL
                   MOVE GFX-CODE-MODULE TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "QUIET" TO WS-JRNL-LABEL
                   MOVE GFX-CODE-QUIET TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "BAR-H" TO WS-JRNL-LABEL
                   MOVE GFX-CODE-BAR-H TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "TEXT" TO WS-JRNL-LABEL
                   MOVE GFX-CODE-TEXT TO WS-JRNL-WORD
                   PERFORM JOURNAL-PUT-WORD
              WHEN OP-SET-TRANSITION
                   MOVE "EFFECT" TO WS-JRNL-LABEL
                   MOVE GFX-TRAN-EFFECT TO WS-JRNL-WORD
                   PERFORM JOURNAL-PUT-WORD
                   MOVE "DIR" TO WS-JRNL-LABEL
                   MOVE GFX-TRAN-DIR TO WS-JRNL-WORD
                   PERFORM JOURNAL-PUT-WORD
                   MOVE "STEPS" TO WS-JRNL-LABEL
                   MOVE GFX-TRAN-STEPS TO WS-JRNL-NUM
                   PERFORM JOURNAL-PUT-NUMBER
                   MOVE "FILE" TO WS-JRNL-LABEL
                   MOVE GFX-TRAN-FILE TO WS-JRNL-WORD
                   PERFORM JOURNAL-PUT-WORD
           END-EVALUATE.

       JOURNAL-PUT-NUMBER.
           MOVE WS-JRNL-NUM TO WS-JRNL-NUM-DISP
           STRING FUNCTION TRIM(WS-JRNL-LABEL) "="
                  FUNCTION TRIM(WS-JRNL-NUM-DISP) " "
                  DELIMITED BY SIZE
                  INTO WS-JRNL-DECODED
                  WITH POINTER WS-JRNL-PTR
           END-STRING.

      * A text field goes in quoted, so its spaces read unambiguously
      * (a blank one is left out).
       JOURNAL-PUT-WORD.
           IF WS-JRNL-WORD = SPACES
              EXIT PARAGRAPH
           END-IF
           STRING FUNCTION TRIM(WS-JRNL-LABEL) "='"
                  FUNCTION TRIM(WS-JRNL-WORD TRAILING) "' "
                  DELIMITED BY SIZE
                  INTO WS-JRNL-DECODED
                  WITH POINTER WS-JRNL-PTR
           END-STRING.

      * -----------------------------------------------------------
      * HELPER: Append the call's journal record now its status is
      * known. An indexed call is recorded with the palette color
      * it resolved to, so the record says what was actually
      * drawn. A SYNC closes its frame - the calls after it belong
      * to the next one.
      * -----------------------------------------------------------
       WRITE-JOURNAL-ENTRY.
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-JRNL-SEQ TO GJ-SEQ
           MOVE WS-FRAME-NO TO GJ-FRAME
           MOVE WS-JRNL-STAMP(1:8) TO GJ-DATE
           MOVE WS-JRNL-STAMP(9:8) TO GJ-TIME
           MOVE WS-JRNL-OPCODE TO GJ-OPCODE
           MOVE WS-JRNL-COLOR-MODE TO GJ-COLOR-MODE
           MOVE WS-JRNL-COLOR-INDEX TO GJ-COLOR-INDEX
           IF WS-JRNL-COLOR-MODE = 'I' AND GFX-STATUS = 0
              MOVE GFX-COLOR-R TO GJ-COLOR-R
              MOVE GFX-COLOR-G TO GJ-COLOR-G
              MOVE GFX-COLOR-B TO GJ-COLOR-B
           ELSE
              MOVE WS-JRNL-COLOR-R TO GJ-COLOR-R
              MOVE WS-JRNL-COLOR-G TO GJ-COLOR-G
              MOVE WS-JRNL-COLOR-B TO GJ-COLOR-B
           END-IF
           MOVE GFX-STATUS TO GJ-STATUS
           MOVE WS-JRNL-PARAMS TO GJ-PARAMS
           MOVE WS-JRNL-DECODED TO GJ-DECODED
           MOVE WS-CALLER-NAME TO GJ-PROGRAM
      *    bytes a caller never set may still be low-values, which a
      *    line sequential record cannot carry
           INSPECT GFX-JRNL-REC REPLACING ALL LOW-VALUE BY SPACE
           WRITE GFX-JRNL-REC.

      * -----------------------------------------------------------
      * HELPER: The calling program's name for the taps' records -
      * the last part of argument 0's path. This leaves the
      * argument cursor at 0; every program here names the
      * argument it wants before each ACCEPT, so none is thrown.
      * -----------------------------------------------------------
       TAKE-CALLER-NAME.
           IF WS-CALLER-NAME NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CALLER-PATH
           DISPLAY 0 UPON ARGUMENT-NUMBER
           ACCEPT WS-CALLER-PATH FROM ARGUMENT-VALUE
           PERFORM VARYING WS-CALLER-I FROM 100 BY -1
                   UNTIL WS-CALLER-I = 0
              IF WS-CALLER-PATH(WS-CALLER-I:1) = '/'
                 EXIT PERFORM
              END-IF
           END-PERFORM
           MOVE WS-CALLER-PATH(WS-CALLER-I + 1:) TO WS-CALLER-NAME.

      * -----------------------------------------------------------
      * HELPER: Look for the GFXCONTRAST environment variable, once
      * per run, and open the audit file it names for append - the
      * same way OPEN-CALL-JOURNAL treats GFXJOURNAL.
      * -----------------------------------------------------------
       OPEN-CONTRAST-AUDIT.
           SET WS-CN-CHECKED TO TRUE
           DISPLAY "GFXCONTRAST" UPON ENVIRONMENT-NAME
           ACCEPT WS-CN-FILE-NAME FROM ENVIRONMENT-VALUE
           IF WS-CN-FILE-NAME = SPACES
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CONTRAST-FILE
           IF WS-CN-STATUS NOT = "00"
              OPEN OUTPUT CONTRAST-FILE
           END-IF
           IF WS-CN-STATUS = "00"
              SET WS-CN-ON TO TRUE
              PERFORM TAKE-CALLER-NAME
              EXIT PARAGRAPH
           END-IF
           IF NOT GFX-LOG-IS-OPEN
              OPEN EXTEND ERROR-LOG-FILE
              IF WS-LOG-STATUS NOT = "00"
                 OPEN OUTPUT ERROR-LOG-FILE
              END-IF
              SET GFX-LOG-IS-OPEN TO TRUE
           END-IF
           MOVE SPACES TO ERROR-LOG-LINE
           STRING "CONTRAST AUDIT " FUNCTION TRIM(WS-CN-FILE-NAME)
                  " WILL NOT OPEN - STATUS " WS-CN-STATUS
                  DELIMITED BY SIZE INTO ERROR-LOG-LINE
           END-STRING
           PERFORM WRITE-ERROR-LOG-LINE.

      * -----------------------------------------------------------
      * HELPER: Audit a TEXT about to be stamped - its box is the
      * string's run of character cells in the current face.
      * -----------------------------------------------------------
       AUDIT-TEXT-CONTRAST.
           IF TX-LEN = 0
              EXIT PARAGRAPH
           END-IF
           MOVE GFX-TEXT-X TO WS-CN-BOX-X
           MOVE GFX-TEXT-Y TO WS-CN-BOX-Y
           IF WS-FONT-LOADED
              COMPUTE WS-CN-BOX-W = TX-LEN * (LF-CELL-W + 1) - 1
              MOVE LF-CELL-H TO WS-CN-BOX-H
           ELSE
              COMPUTE WS-CN-BOX-W = TX-LEN * 6 - 1
              MOVE 7 TO WS-CN-BOX-H
           END-IF
           MOVE TX-TRIMMED TO WS-CN-TEXT
           MOVE "TEXT" TO CN-OPCODE
           PERFORM WRITE-CONTRAST-ENTRY.

      * -----------------------------------------------------------
      * HELPER: Audit one wrapped TBLK line as a whole, before its
      * words are stamped one TEXT at a time (those are then not
      * audited again): the box is the line's set width, the text
      * the line's opening words.
      * -----------------------------------------------------------
       AUDIT-TBLK-LINE-CONTRAST.
           SET WS-CN-IN-TBLK TO TRUE
           MOVE TB-CUR-X TO WS-CN-BOX-X
           MOVE GFX-TEXT-Y TO WS-CN-BOX-Y
           COMPUTE WS-CN-BOX-W = TL-CHARS(TB-J) * TB-ADVANCE - 1
           COMPUTE WS-CN-BOX-H = TB-LINE-H - 2
           MOVE SPACES TO WS-CN-TEXT
           MOVE 1 TO WS-CN-TEXT-PTR
           PERFORM VARYING TB-I FROM TL-FIRST(TB-J) BY 1
                   UNTIL TB-I > TL-LAST(TB-J) OR WS-CN-TEXT-PTR > 20
              STRING TW-TEXT(TB-I) DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                     INTO WS-CN-TEXT WITH POINTER WS-CN-TEXT-PTR
                 ON OVERFLOW
                     CONTINUE
              END-STRING
           END-PERFORM
           MOVE "TBLK" TO CN-OPCODE
           PERFORM WRITE-CONTRAST-ENTRY.

      * -----------------------------------------------------------
      * HELPER: Average what lies under the audit box in the layer
      * being drawn into - viewport applied, clipped to the canvas
      * and the wall the way the draw itself is - and append the
      * audit record. A box wholly off the wall is not recorded.
      * The dimming level is brought up to the minute first, so a
      * text drawn just after a window opens is judged at the level
      * it will be shown at.
      * -----------------------------------------------------------
       WRITE-CONTRAST-ENTRY.
           IF DIM-COUNT > 0
              PERFORM UPDATE-DIM-LEVEL
           END-IF
           MOVE 0 TO WS-CN-CELLS WS-CN-SUM-R WS-CN-SUM-G WS-CN-SUM-B
           PERFORM VARYING WS-CN-CY FROM WS-CN-BOX-Y BY 1
                   UNTIL WS-CN-CY >= WS-CN-BOX-Y + WS-CN-BOX-H
              PERFORM VARYING WS-CN-CX FROM WS-CN-BOX-X BY 1
                      UNTIL WS-CN-CX >= WS-CN-BOX-X + WS-CN-BOX-W
                 PERFORM SAMPLE-CONTRAST-CELL
              END-PERFORM
           END-PERFORM
           IF WS-CN-CELLS = 0
              EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO CN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO CN-TIME
           MOVE WS-CALLER-NAME TO CN-PROGRAM
           MOVE WS-LOG-WALL-ID TO CN-WALL
           MOVE WS-FRAME-NO TO CN-FRAME
           MOVE WS-CN-BOX-X TO CN-X
           MOVE WS-CN-BOX-Y TO CN-Y
           MOVE WS-CN-BOX-W TO CN-W
           MOVE WS-CN-BOX-H TO CN-H
           MOVE WS-CN-TEXT TO CN-TEXT
           MOVE GFX-COLOR-R TO CN-FG-R
           MOVE GFX-COLOR-G TO CN-FG-G
           MOVE GFX-COLOR-B TO CN-FG-B
           COMPUTE CN-BG-R ROUNDED = WS-CN-SUM-R / WS-CN-CELLS
           COMPUTE CN-BG-G ROUNDED = WS-CN-SUM-G / WS-CN-CELLS
           COMPUTE CN-BG-B ROUNDED = WS-CN-SUM-B / WS-CN-CELLS
           MOVE WS-DIM-PCT TO CN-DIM-PCT
           SET CN-FROM-LIVE TO TRUE
           INSPECT CONTRAST-REC REPLACING ALL LOW-VALUE BY SPACE
           WRITE CONTRAST-REC.

       SAMPLE-CONTRAST-CELL.
           IF WS-CN-CX < 0 OR WS-CN-CX > MAX-X
              OR WS-CN-CY < 0 OR WS-CN-CY > MAX-Y
              EXIT PARAGRAPH
           END-IF
           ADD WS-VPORT-X TO WS-CN-CX GIVING VP-X
           ADD WS-VPORT-Y TO WS-CN-CY GIVING VP-Y
           IF VP-X < 0 OR VP-X > PHYS-MAX-X
              OR VP-Y < 0 OR VP-Y > PHYS-MAX-Y
              EXIT PARAGRAPH
           END-IF
           MOVE FB-R(VP-Y + 1, VP-X + 1) TO WS-CN-CELL-R
           MOVE FB-G(VP-Y + 1, VP-X + 1) TO WS-CN-CELL-G
           MOVE FB-B(VP-Y + 1, VP-X + 1) TO WS-CN-CELL-B
           IF WS-CURRENT-LAYER > 0
              IF LB-R(WS-CURRENT-LAYER, VP-Y + 1, VP-X + 1)
                    NOT = LAYER-KEY-R(WS-CURRENT-LAYER)
                 OR LB-G(WS-CURRENT-LAYER, VP-Y + 1, VP-X + 1)
                    NOT = LAYER-KEY-G(WS-CURRENT-LAYER)
                 OR LB-B(WS-CURRENT-LAYER, VP-Y + 1, VP-X + 1)
                    NOT = LAYER-KEY-B(WS-CURRENT-LAYER)
                 MOVE LB-R(WS-CURRENT-LAYER, VP-Y + 1, VP-X + 1)
                      TO WS-CN-CELL-R
                 MOVE LB-G(WS-CURRENT-LAYER, VP-Y + 1, VP-X + 1)
                      TO WS-CN-CELL-G
                 MOVE LB-B(WS-CURRENT-LAYER, VP-Y + 1, VP-X + 1)
                      TO WS-CN-CELL-B
              END-IF
           END-IF
           ADD 1 TO WS-CN-CELLS
           ADD WS-CN-CELL-R TO WS-CN-SUM-R
           ADD WS-CN-CELL-G TO WS-CN-SUM-G
           ADD WS-CN-CELL-B TO WS-CN-SUM-B.

      * -----------------------------------------------------------
      * HELPER: Clip a plotted point against the canvas edge
      * Every shape paragraph calls this instead of EMIT-PIXEL
      * directly, so a rectangle or circle that runs past the edge
      * (easy to do with GFX-RECT-X/W math) never reaches the frame
      * buffer - OP-FILL/OP-CLEAR/flood fill bound their own loops to
      * MAX-X/MAX-Y and call EMIT-PIXEL straight, which clips again
      * on its own once the viewport offset below is applied.
      * -----------------------------------------------------------
       CLIP-PIXEL.
           IF L-X >= 0 AND L-X <= MAX-X AND L-Y >= 0 AND L-Y <= MAX-Y
              PERFORM EMIT-PIXEL
           END-IF.

      * -----------------------------------------------------------
      * HELPER: Emit Pixel into the frame buffer
      * Shape logic reaches this via CLIP-PIXEL; the pixel is only
      * written to stdout once OP-SYNC flushes the buffer. The
      * persisted VPORT-VARS offset (see the VPORT opcode) is applied
      * here so it covers every caller of EMIT-PIXEL, not just the
      * ones that go through CLIP-PIXEL first. The shifted point is
      * bounds-checked against PHYS-MAX-X/PHYS-MAX-Y - the physical
      * frame buffer's extents - not MAX-X/MAX-Y, which is only the
      * local, pre-offset tile a caller draws into; using MAX-X/MAX-Y
      * here would drop every pixel of a tile once its offset carried
      * it past the single-tile canvas size.
      * -----------------------------------------------------------
       EMIT-PIXEL.
           COMPUTE VP-X = L-X + WS-VPORT-X
           COMPUTE VP-Y = L-Y + WS-VPORT-Y
           IF WS-XFRM-ROT = 0 AND WS-XFRM-SCALE = 1
              PERFORM STORE-WALL-CELL
              EXIT PARAGRAPH
           END-IF

      *    the persisted transform: scale the offset point up, remap
      *    it for the rotation (clockwise, inside the wall extents),
      *    then paint the scale-square block cell by cell - each
      *    cell bounds-checked in the wide XF fields before it is
      *    allowed near VP-X/VP-Y
           COMPUTE XF-BASE-X = VP-X * WS-XFRM-SCALE
           COMPUTE XF-BASE-Y = VP-Y * WS-XFRM-SCALE
           EVALUATE WS-XFRM-ROT
              WHEN 90
                   COMPUTE XF-OUT-X = PHYS-MAX-X - XF-BASE-Y
                       - (WS-XFRM-SCALE - 1)
                   MOVE XF-BASE-X TO XF-OUT-Y
              WHEN 180
                   COMPUTE XF-OUT-X = PHYS-MAX-X - XF-BASE-X
                       - (WS-XFRM-SCALE - 1)
                   COMPUTE XF-OUT-Y = PHYS-MAX-Y - XF-BASE-Y
                       - (WS-XFRM-SCALE - 1)
              WHEN 270
                   MOVE XF-BASE-Y TO XF-OUT-X
                   COMPUTE XF-OUT-Y = PHYS-MAX-Y - XF-BASE-X
                       - (WS-XFRM-SCALE - 1)
              WHEN OTHER
                   MOVE XF-BASE-X TO XF-OUT-X
                   MOVE XF-BASE-Y TO XF-OUT-Y
           END-EVALUATE

           PERFORM VARYING XF-DY FROM 0 BY 1
                   UNTIL XF-DY >= WS-XFRM-SCALE
              PERFORM VARYING XF-DX FROM 0 BY 1
                      UNTIL XF-DX >= WS-XFRM-SCALE
                 COMPUTE XF-CELL-X = XF-OUT-X + XF-DX
                 COMPUTE XF-CELL-Y = XF-OUT-Y + XF-DY
                 IF XF-CELL-X >= 0 AND XF-CELL-X <= PHYS-MAX-X
                    AND XF-CELL-Y >= 0 AND XF-CELL-Y <= PHYS-MAX-Y
                    MOVE XF-CELL-X TO VP-X
                    MOVE XF-CELL-Y TO VP-Y
                    PERFORM STORE-WALL-CELL
                 END-IF
              END-PERFORM
           END-PERFORM.

      * -----------------------------------------------------------
      * HELPER: Store one wall cell at VP-X/VP-Y - the bounds
      * check, blend combine, layer store and dirty-box update
      * every emitted pixel funnels through.
      * -----------------------------------------------------------
       STORE-WALL-CELL.
           IF MSK-COUNT > 0 AND NOT WS-MASK-OVERRIDE
              PERFORM CHECK-RESERVED-CELL
              IF WS-CELL-RESERVED
                 ADD 1 TO WS-MASK-BLOCKED
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF VP-X >= 0 AND VP-X <= PHYS-MAX-X
              AND VP-Y >= 0 AND VP-Y <= PHYS-MAX-Y
              IF WS-BLEND-REPLACE
                 MOVE GFX-COLOR-R TO BL-NEW-R
                 MOVE GFX-COLOR-G TO BL-NEW-G
                 MOVE GFX-COLOR-B TO BL-NEW-B
              ELSE
                 PERFORM BLEND-PIXEL-COLOR
              END-IF
              IF AA-COVER < 255
                 PERFORM MIX-EDGE-COVERAGE
              END-IF
              IF WS-CURRENT-LAYER = 0
                 MOVE BL-NEW-R TO FB-R(VP-Y + 1, VP-X + 1)
                 MOVE BL-NEW-G TO FB-G(VP-Y + 1, VP-X + 1)
                 MOVE BL-NEW-B TO FB-B(VP-Y + 1, VP-X + 1)
              ELSE
                 MOVE BL-NEW-R
                      TO LB-R(WS-CURRENT-LAYER, VP-Y + 1, VP-X + 1)
      * shape reuses it for every pixel it draws.
      * -----------------------------------------------------------
       BLEND-PIXEL-COLOR.
           PERFORM READ-OLD-CELL-COLOR

           EVALUATE TRUE
              WHEN WS-BLEND-ADD
                   END-IF
           END-EVALUATE.

      * -----------------------------------------------------------
      * HELPER: Load BL-OLD-R/G/B from the cell at VP-X/VP-Y in the
      * currently selected layer.
      * -----------------------------------------------------------
       READ-OLD-CELL-COLOR.
           IF WS-CURRENT-LAYER = 0
              MOVE FB-R(VP-Y + 1, VP-X + 1) TO BL-OLD-R
              MOVE FB-G(VP-Y + 1, VP-X + 1) TO BL-OLD-G
              MOVE FB-B(VP-Y + 1, VP-X + 1) TO BL-OLD-B
           ELSE
              MOVE LB-R(WS-CURRENT-LAYER, VP-Y + 1, VP-X + 1)
                   TO BL-OLD-R
              MOVE LB-G(WS-CURRENT-LAYER, VP-Y + 1, VP-X + 1)
                   TO BL-OLD-G
              MOVE LB-B(WS-CURRENT-LAYER, VP-Y + 1, VP-X + 1)
                   TO BL-OLD-B
           END-IF.

      * -----------------------------------------------------------
      * HELPER: Mix the BL-NEW-R/G/B the blend mode settled on into
      * the cell already at VP-X/VP-Y in proportion to AA-COVER -
      * an anti-aliased edge pixel the shape only partly covers.
      * Done after the blend, so a partly covered ADD pixel adds
      * only its share of the light.
      * -----------------------------------------------------------
       MIX-EDGE-COVERAGE.
           PERFORM READ-OLD-CELL-COLOR
           COMPUTE BL-NEW-R ROUNDED = BL-OLD-R
               + (BL-NEW-R - BL-OLD-R) * AA-COVER / 255
           COMPUTE BL-NEW-G ROUNDED = BL-OLD-G
               + (BL-NEW-G - BL-OLD-G) * AA-COVER / 255
           COMPUTE BL-NEW-B ROUNDED = BL-OLD-B
               + (BL-NEW-B - BL-OLD-B) * AA-COVER / 255.

      * -----------------------------------------------------------
      * HELPER: Write one "SPAN X1 X2 Y R G B" line to stdout - a
      * run of same-colored pixels on row L-Y from SPAN-X1 to
           IF WS-BURN-ON
              PERFORM UPDATE-BURN-ORBIT
           END-IF
           IF WS-TRAN-RUNNING
              PERFORM ADVANCE-TRANSITION
           END-IF
           IF FRAME-IS-DIRTY
              PERFORM VARYING L-Y FROM DIRTY-MIN-Y BY 1
                      UNTIL L-Y > DIRTY-MAX-Y
              END-PERFORM
              MOVE 'N' TO WS-DIRTY-SW
           END-IF
           IF WS-TRAN-RUNNING AND WS-TRAN-STEP >= WS-TRAN-STEPS
              MOVE 'N' TO WS-TRAN-SW
           END-IF
           DISPLAY "FRAME".

      * -----------------------------------------------------------
      * L-Y, column CMP-X, color in CMP-R/G/B), applied by
      * FLUSH-FRAME to every cell before the span-run comparison -
      * so a correction that differs across a tile seam simply
      * breaks the run there. A running transition mixes in the
      * outgoing frame first, then the per-tile color calibration;
      * it is the one seam every output-side treatment hangs off.
      * -----------------------------------------------------------
       SHAPE-OUTPUT-CELL.
           IF WS-TRAN-RUNNING
              PERFORM MIX-TRANSITION-CELL
           END-IF
           IF CAL-COUNT > 0
              PERFORM CORRECT-CELL-COLOR
           END-IF
      * -----------------------------------------------------------
       DRAW-LINE-LOGIC.
           MOVE 0 TO PEN-STEP
           IF WS-AA-ON
              PERFORM DRAW-AA-LINE-LOGIC
              EXIT PARAGRAPH
           END-IF
           COMPUTE L-DX = FUNCTION ABS(GFX-LINE-X2 - GFX-LINE-X1)
           COMPUTE L-DY = FUNCTION ABS(GFX-LINE-Y2 - GFX-LINE-Y1) * -1

              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * LOGIC: Anti-aliased Line (ALIA on)
      * Steps the major axis one pixel at a time from end to end,
      * carrying the exact minor-axis position of the line, and
      * paints the pen-width band centered on it through
      * PLOT-AA-BAND - Wu's two-pixel coverage split at width 1,
      * solid pixels flanked by partial ones at wider pens. The
      * dash counter advances once per major step, the same count
      * the Bresenham stepper plots.
      * -----------------------------------------------------------
       DRAW-AA-LINE-LOGIC.
           MOVE 'N' TO AA-CONIC-SW
           MOVE 0 TO AA-CX
           MOVE 0 TO AA-CY
           MOVE 1 TO AA-SX
           MOVE 1 TO AA-SY
           COMPUTE AA-HALF = WS-PEN-WIDTH / 2
           COMPUTE L-DX = FUNCTION ABS(GFX-LINE-X2 - GFX-LINE-X1)
           COMPUTE L-DY = FUNCTION ABS(GFX-LINE-Y2 - GFX-LINE-Y1)

           IF L-DY > L-DX
              MOVE 'Y' TO AA-STEEP-SW
              MOVE GFX-LINE-Y1 TO AA-MAJ-START
              MOVE GFX-LINE-X1 TO AA-MIN-START
              MOVE L-DY TO AA-STEPS
              COMPUTE AA-GRAD = (GFX-LINE-X2 - GFX-LINE-X1) / L-DY
              IF GFX-LINE-Y2 < GFX-LINE-Y1
                 MOVE -1 TO AA-MAJ-DIR
              ELSE
                 MOVE 1 TO AA-MAJ-DIR
              END-IF
           ELSE
              MOVE 'N' TO AA-STEEP-SW
              MOVE GFX-LINE-X1 TO AA-MAJ-START
              MOVE GFX-LINE-Y1 TO AA-MIN-START
              MOVE L-DX TO AA-STEPS
              IF L-DX > 0
                 COMPUTE AA-GRAD = (GFX-LINE-Y2 - GFX-LINE-Y1) / L-DX
              ELSE
                 MOVE 0 TO AA-GRAD
              END-IF
              IF GFX-LINE-X2 < GFX-LINE-X1
                 MOVE -1 TO AA-MAJ-DIR
              ELSE
                 MOVE 1 TO AA-MAJ-DIR
              END-IF
           END-IF

           PERFORM VARYING AA-I FROM 0 BY 1 UNTIL AA-I > AA-STEPS
              COMPUTE AA-MAJ = AA-MAJ-START + AA-I * AA-MAJ-DIR
              COMPUTE AA-CTR = AA-MIN-START + AA-I * AA-GRAD
              PERFORM STEP-AA-DASH
              IF AA-DRAW-STEP
                 PERFORM PLOT-AA-BAND
              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * LOGIC: Anti-aliased Circle / Ellipse Outline (ALIA on)
      * Walks one quadrant of the AA-CX/AA-CY, AA-RX/AA-RY rim in
      * two regions split where its slope passes 45 degrees -
      * stepping X while the rim is flatter than that, Y once it is
      * steeper - takes the exact rim position on the other axis
      * from the ellipse equation, and paints the pen-width band
      * around it into all four quadrants. Each quadrant keeps its
      * own dash counter, so a dashed rim reads as dashes rather
      * than the four copies' steps interleaving into dots. With
      * AA-ARC-FILTER set only the points inside the ARC-VARS sweep
      * are painted.
      * -----------------------------------------------------------
       DRAW-AA-CONIC.
           MOVE 'Y' TO AA-CONIC-SW
           COMPUTE AA-HALF = WS-PEN-WIDTH / 2
           PERFORM VARYING AA-Q FROM 1 BY 1 UNTIL AA-Q > 4
              MOVE 0 TO AA-Q-STEP(AA-Q)
           END-PERFORM

           MOVE 'N' TO AA-STEEP-SW
           COMPUTE AA-LIMIT = (AA-RX * AA-RX)
               / FUNCTION SQRT(AA-RX * AA-RX + AA-RY * AA-RY)
           PERFORM VARYING AA-MAJ FROM 0 BY 1 UNTIL AA-MAJ > AA-LIMIT
              COMPUTE AA-ROOT-ARG = 1
                  - (AA-MAJ * AA-MAJ) / (AA-RX * AA-RX)
              IF AA-ROOT-ARG < 0
                 MOVE 0 TO AA-ROOT-ARG
              END-IF
              COMPUTE AA-CTR = AA-RY * FUNCTION SQRT(AA-ROOT-ARG)
              PERFORM PLOT-AA-QUADRANTS
           END-PERFORM

           MOVE 'Y' TO AA-STEEP-SW
           COMPUTE AA-LIMIT = (AA-RY * AA-RY)
               / FUNCTION SQRT(AA-RX * AA-RX + AA-RY * AA-RY)
           PERFORM VARYING AA-MAJ FROM 0 BY 1
                   UNTIL AA-MAJ >= AA-LIMIT
              COMPUTE AA-ROOT-ARG = 1
                  - (AA-MAJ * AA-MAJ) / (AA-RY * AA-RY)
              IF AA-ROOT-ARG < 0
                 MOVE 0 TO AA-ROOT-ARG
              END-IF
              COMPUTE AA-CTR = AA-RX * FUNCTION SQRT(AA-ROOT-ARG)
              PERFORM PLOT-AA-QUADRANTS
           END-PERFORM
           MOVE 'N' TO AA-CONIC-SW.

      * -----------------------------------------------------------
      * HELPER: Paint the current rim step into the four quadrants,
      * in the order PLOT-ELLIPSE-POINTS uses. A step on an axis
      * mirrors onto itself, so its second copy is skipped rather
      * than mixed in twice.
      * -----------------------------------------------------------
       PLOT-AA-QUADRANTS.
           MOVE 1 TO AA-SX
           MOVE 1 TO AA-SY
           MOVE 1 TO AA-Q
           PERFORM PLOT-AA-QUADRANT-COPY
           MOVE -1 TO AA-SX
           MOVE 2 TO AA-Q
           PERFORM PLOT-AA-QUADRANT-COPY
           MOVE 1 TO AA-SX
           MOVE -1 TO AA-SY
           MOVE 3 TO AA-Q
           PERFORM PLOT-AA-QUADRANT-COPY
           MOVE -1 TO AA-SX
           MOVE 4 TO AA-Q
           PERFORM PLOT-AA-QUADRANT-COPY.

       PLOT-AA-QUADRANT-COPY.
           IF AA-MAJ = 0
              IF (AA-STEEP AND AA-SY < 0)
                 OR (NOT AA-STEEP AND AA-SX < 0)
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF AA-ARC-FILTER
              PERFORM CHECK-AA-ARC-SWEEP
              IF NOT AA-DRAW-STEP
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE AA-Q-STEP(AA-Q) TO PEN-STEP
           PERFORM STEP-AA-DASH
           MOVE PEN-STEP TO AA-Q-STEP(AA-Q)
           IF AA-DRAW-STEP
              PERFORM PLOT-AA-BAND
           END-IF.

      * -----------------------------------------------------------
      * HELPER: Is the current rim point inside the arc's sweep?
      * Its angle is measured the way COMPUTE-ARC-POINT lays angles
      * out - clockwise from 12 o'clock, screen Y running down -
      * then taken relative to ARC-A1.
      * -----------------------------------------------------------
       CHECK-AA-ARC-SWEEP.
           IF AA-STEEP
              COMPUTE AA-ANG-DX = AA-SX * AA-CTR
              COMPUTE AA-ANG-DY = AA-SY * AA-MAJ
           ELSE
              COMPUTE AA-ANG-DX = AA-SX * AA-MAJ
              COMPUTE AA-ANG-DY = AA-SY * AA-CTR
           END-IF
           EVALUATE TRUE
              WHEN AA-ANG-DY < 0
                   COMPUTE AA-ANG = FUNCTION ATAN(AA-ANG-DX
                       / (0 - AA-ANG-DY)) * 180 / 3.14159265
              WHEN AA-ANG-DY > 0
                   COMPUTE AA-ANG = 180 + FUNCTION ATAN(AA-ANG-DX
                       / (0 - AA-ANG-DY)) * 180 / 3.14159265
              WHEN AA-ANG-DX >= 0
                   MOVE 90 TO AA-ANG
              WHEN OTHER
                   MOVE 270 TO AA-ANG
           END-EVALUATE
           IF AA-ANG < 0
              ADD 360 TO AA-ANG
           END-IF
           SUBTRACT ARC-A1 FROM AA-ANG
           IF AA-ANG < 0
              ADD 360 TO AA-ANG
           END-IF
           IF AA-ANG <= ARC-SWEEP
              MOVE 'Y' TO AA-DRAW-SW
           ELSE
              MOVE 'N' TO AA-DRAW-SW
           END-IF.

      * -----------------------------------------------------------
      * HELPER: Advance the pen's dash counter one step and say
      * whether the step falls in the drawn part of the cycle -
      * the same test PLOT-PEN-PIXEL makes.
      * -----------------------------------------------------------
       STEP-AA-DASH.
           ADD 1 TO PEN-STEP
           MOVE 'Y' TO AA-DRAW-SW
           IF WS-PEN-DASH-ON > 0
              COMPUTE PEN-CYCLE = WS-PEN-DASH-ON + WS-PEN-DASH-OFF
              COMPUTE PEN-PHASE = FUNCTION MOD(PEN-STEP - 1, PEN-CYCLE)
              IF PEN-PHASE >= WS-PEN-DASH-ON
                 MOVE 'N' TO AA-DRAW-SW
              END-IF
           END-IF.

      * -----------------------------------------------------------
      * HELPER: Paint the band AA-CTR +/- AA-HALF across the minor
      * axis at major position AA-MAJ. Each pixel it touches gets
      * the share of its own unit span the band covers as its
      * coverage; a pixel the band only grazes is left alone.
      * -----------------------------------------------------------
       PLOT-AA-BAND.
           COMPUTE AA-LO = AA-CTR - AA-HALF
           COMPUTE AA-HI = AA-CTR + AA-HALF
           COMPUTE AA-PIX-FIRST = FUNCTION INTEGER(AA-LO + 0.5)
           COMPUTE AA-PIX-LAST  = FUNCTION INTEGER(AA-HI + 0.5)
           PERFORM VARYING AA-PIX FROM AA-PIX-FIRST BY 1
                   UNTIL AA-PIX > AA-PIX-LAST
              COMPUTE AA-EDGE-LO = FUNCTION MAX(AA-LO, AA-PIX - 0.5)
              COMPUTE AA-EDGE-HI = FUNCTION MIN(AA-HI, AA-PIX + 0.5)
              IF AA-EDGE-HI > AA-EDGE-LO
                 COMPUTE AA-WEIGHT ROUNDED =
                     (AA-EDGE-HI - AA-EDGE-LO) * 255
                 IF AA-WEIGHT > 0
                    PERFORM PLOT-AA-BAND-CELL
                 END-IF
              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * HELPER: Map band pixel AA-PIX at AA-MAJ back to L-X/L-Y -
      * through the conic's center and quadrant signs when walking
      * a rim - and plot it at AA-WEIGHT. A rim pixel lying on the
      * axis is painted by the positive copy only.
      * -----------------------------------------------------------
       PLOT-AA-BAND-CELL.
           IF AA-CONIC AND AA-PIX = 0
              IF (AA-STEEP AND AA-SX < 0)
                 OR (NOT AA-STEEP AND AA-SY < 0)
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF AA-STEEP
              COMPUTE L-X = AA-CX + AA-SX * AA-PIX
              COMPUTE L-Y = AA-CY + AA-SY * AA-MAJ
           ELSE
              COMPUTE L-X = AA-CX + AA-SX * AA-MAJ
              COMPUTE L-Y = AA-CY + AA-SY * AA-PIX
           END-IF
           PERFORM PLOT-AA-PIXEL.

      * -----------------------------------------------------------
      * HELPER: Plot L-X/L-Y at AA-WEIGHT coverage through the
      * ordinary CLIP-PIXEL/EMIT-PIXEL path; STORE-WALL-CELL does
      * the mixing. Coverage goes back to solid straight after.
      * -----------------------------------------------------------
       PLOT-AA-PIXEL.
           MOVE AA-WEIGHT TO AA-COVER
           PERFORM CLIP-PIXEL
           MOVE 255 TO AA-COVER.

      * -----------------------------------------------------------
      * LOGIC: Simple Rectangle Loop
      * -----------------------------------------------------------
      * -----------------------------------------------------------
       DRAW-CIRC-LOGIC.
           MOVE 0 TO PEN-STEP
           IF WS-AA-ON
              MOVE GFX-CIRC-CX TO AA-CX
              MOVE GFX-CIRC-CY TO AA-CY
              MOVE GFX-CIRC-R  TO AA-RX
              MOVE GFX-CIRC-R  TO AA-RY
              PERFORM DRAW-AA-CONIC
              EXIT PARAGRAPH
           END-IF
           MOVE GFX-CIRC-R TO C-X
           MOVE 0 TO C-Y
           COMPUTE C-ERR = 1 - C-X
      * -----------------------------------------------------------
       DRAW-ELLIPSE-LOGIC.
           MOVE 0 TO PEN-STEP
           IF WS-AA-ON
              MOVE GFX-ELLI-CX TO AA-CX
              MOVE GFX-ELLI-CY TO AA-CY
              MOVE GFX-ELLI-RX TO AA-RX
              MOVE GFX-ELLI-RY TO AA-RY
              PERFORM DRAW-AA-CONIC
              EXIT PARAGRAPH
           END-IF
           MOVE GFX-ELLI-RX TO EL-RX
           MOVE GFX-ELLI-RY TO EL-RY
           COMPUTE EL-RX2 = EL-RX * EL-RX
       DRAW-ARC-LOGIC.
           MOVE 0 TO PEN-STEP
           PERFORM SETUP-ARC-SWEEP
           IF WS-AA-ON
              PERFORM DRAW-AA-ARC-RIM
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ARC-I FROM 0 BY 1 UNTIL ARC-I > ARC-STEPS
              PERFORM COMPUTE-ARC-POINT
              PERFORM PLOT-PEN-PIXEL
           MOVE 1 TO WS-PEN-WIDTH
           MOVE 0 TO WS-PEN-DASH-ON
           MOVE 0 TO WS-PEN-DASH-OFF
           MOVE WS-AA-SW TO AA-SAVE-SW
           MOVE 'N' TO WS-AA-SW

           PERFORM VARYING ARC-I FROM 0 BY 1 UNTIL ARC-I > ARC-STEPS
              PERFORM COMPUTE-ARC-POINT
              PERFORM DRAW-LINE-LOGIC
           END-PERFORM

           MOVE AA-SAVE-SW TO WS-AA-SW
           IF WS-AA-ON
              PERFORM DRAW-AA-PIE-EDGES
           END-IF

           MOVE ARC-SAVE-WIDTH    TO WS-PEN-WIDTH
           MOVE ARC-SAVE-DASH-ON  TO WS-PEN-DASH-ON
           MOVE ARC-SAVE-DASH-OFF TO WS-PEN-DASH-OFF.

      * -----------------------------------------------------------
      * HELPER: Anti-aliased rim of the ARC-VARS sweep, walked by
      * the conic walker with the sweep filter on.
      * -----------------------------------------------------------
       DRAW-AA-ARC-RIM.
           MOVE ARC-CX TO AA-CX
           MOVE ARC-CY TO AA-CY
           MOVE ARC-R  TO AA-RX
           MOVE ARC-R  TO AA-RY
           MOVE 'Y' TO AA-ARC-SW
           PERFORM DRAW-AA-CONIC
           MOVE 'N' TO AA-ARC-SW.

      * -----------------------------------------------------------
      * HELPER: Smooth a solid pie wedge's edges - its rim and,
      * short of a full circle, its two radii - by laying the
      * anti-aliased outline over it. The half of each band that
      * falls inside the wedge mixes the wedge color into itself
      * and changes nothing; the outer half feathers the edge.
      * Runs under the pie's parked solid single-pixel pen.
      * -----------------------------------------------------------
       DRAW-AA-PIE-EDGES.
           PERFORM DRAW-AA-ARC-RIM
           IF ARC-SWEEP < 360
              MOVE 0 TO ARC-I
              PERFORM COMPUTE-ARC-POINT
              MOVE ARC-CX TO GFX-LINE-X1
              MOVE ARC-CY TO GFX-LINE-Y1
              MOVE L-X    TO GFX-LINE-X2
              MOVE L-Y    TO GFX-LINE-Y2
              PERFORM DRAW-AA-LINE-LOGIC
              MOVE ARC-STEPS TO ARC-I
              PERFORM COMPUTE-ARC-POINT
              MOVE ARC-CX TO GFX-LINE-X1
              MOVE ARC-CY TO GFX-LINE-Y1
              MOVE L-X    TO GFX-LINE-X2
              MOVE L-Y    TO GFX-LINE-Y2
              PERFORM DRAW-AA-LINE-LOGIC
           END-IF.

      * -----------------------------------------------------------
      * LOGIC: Scanline-filled Polygon (FPOL)
      * Fills the GFX-POLY-PARAMS vertex list directly: for each
                 MOVE FP-Y TO L-Y
                 PERFORM DRAW-HORIZ-SPAN
              END-PERFORM
           END-PERFORM

      *    anti-aliased: feather the filled body's edges with the
      *    anti-aliased outline, the way a pie's are, under a
      *    parked solid single-pixel pen
           IF WS-AA-ON
              MOVE WS-PEN-WIDTH    TO ARC-SAVE-WIDTH
              MOVE WS-PEN-DASH-ON  TO ARC-SAVE-DASH-ON
              MOVE WS-PEN-DASH-OFF TO ARC-SAVE-DASH-OFF
              MOVE 1 TO WS-PEN-WIDTH
              MOVE 0 TO WS-PEN-DASH-ON
              MOVE 0 TO WS-PEN-DASH-OFF
              PERFORM VARYING PV-I FROM 1 BY 1 UNTIL PV-I > PV-COUNT
                 COMPUTE PV-NEXT = PV-I + 1
                 IF PV-NEXT > PV-COUNT
                    MOVE 1 TO PV-NEXT
                 END-IF
                 MOVE PV-X(PV-I)    TO GFX-LINE-X1
                 MOVE PV-Y(PV-I)    TO GFX-LINE-Y1
                 MOVE PV-X(PV-NEXT) TO GFX-LINE-X2
                 MOVE PV-Y(PV-NEXT) TO GFX-LINE-Y2
                 PERFORM DRAW-AA-LINE-LOGIC
              END-PERFORM
              MOVE ARC-SAVE-WIDTH    TO WS-PEN-WIDTH
              MOVE ARC-SAVE-DASH-ON  TO WS-PEN-DASH-ON
              MOVE ARC-SAVE-DASH-OFF TO WS-PEN-DASH-OFF
           END-IF.

      * -----------------------------------------------------------
      * HELPER: Where does each polygon edge cross scanline FP-Y?
              IF (PV-Y(PV-I) <= FP-Y AND PV-Y(PV-NEXT) > FP-Y)
                 OR (PV-Y(PV-NEXT) <= FP-Y AND PV-Y(PV-I) > FP-Y)
                 ADD 1 TO FP-N
      *          anti-aliased, the crossing rounds to the nearest
      *          pixel and the feathered outline covers the rest
                 IF WS-AA-ON
                    COMPUTE FP-XS(FP-N) ROUNDED = PV-X(PV-I)
                        + (FP-Y - PV-Y(PV-I))
                        * (PV-X(PV-NEXT) - PV-X(PV-I))
                        / (PV-Y(PV-NEXT) - PV-Y(PV-I))
                 ELSE
                    COMPUTE FP-XS(FP-N) = PV-X(PV-I)
                        + (FP-Y - PV-Y(PV-I))
                        * (PV-X(PV-NEXT) - PV-X(PV-I))
                        / (PV-Y(PV-NEXT) - PV-Y(PV-I))
                 END-IF
              END-IF
           END-PERFORM.

       DRAW-TEXT-LOGIC.
           MOVE FUNCTION TRIM(GFX-TEXT-STR) TO TX-TRIMMED
           COMPUTE TX-LEN = FUNCTION LENGTH(FUNCTION TRIM(GFX-TEXT-STR))
           IF WS-CN-ON AND NOT WS-CN-IN-TBLK
              PERFORM AUDIT-TEXT-CONTRAST
           END-IF

           PERFORM VARYING TX-POS FROM 1 BY 1 UNTIL TX-POS > TX-LEN
              MOVE TX-TRIMMED(TX-POS:1) TO TX-CHAR
                    END-IF
                 END-PERFORM
              END-PERFORM
              IF WS-AA-ON
                 MOVE 5 TO AA-GL-W
                 MOVE 7 TO AA-GL-H
                 PERFORM SMOOTH-GLYPH-EDGES
              END-IF
           END-IF.

      * -----------------------------------------------------------
                    PERFORM CLIP-PIXEL
                 END-IF
              END-PERFORM
           END-PERFORM
           IF WS-AA-ON
              MOVE LF-CELL-W TO AA-GL-W
              MOVE LF-CELL-H TO AA-GL-H
              PERFORM SMOOTH-GLYPH-EDGES
           END-IF.

      * -----------------------------------------------------------
      * HELPER: Anti-alias the glyph just stamped (ALIA on). A bitmap
      * face has no sub-pixel outline to measure, so its edges are
      * smoothed where the staircase shows: every blank cell of the
      * AA-GL-W x AA-GL-H cell with lit neighbors on two adjoining
      * sides - the inside corner of a diagonal stroke's step - is
      * painted at partial coverage, heavier where it closes more
      * than one such corner. Lit cells are left as stamped.
      * -----------------------------------------------------------
       SMOOTH-GLYPH-EDGES.
           PERFORM VARYING TX-ROW FROM 1 BY 1 UNTIL TX-ROW > AA-GL-H
              PERFORM VARYING TX-COL FROM 1 BY 1
                      UNTIL TX-COL > AA-GL-W
                 MOVE TX-ROW TO AA-GL-ROW
                 MOVE TX-COL TO AA-GL-COL
                 PERFORM GET-GLYPH-BIT
                 IF AA-GL-BIT NOT = '#'
                    PERFORM COUNT-GLYPH-CORNERS
                    IF AA-CORNERS > 0
                       IF AA-CORNERS = 1
                          MOVE 96 TO AA-WEIGHT
                       ELSE
                          MOVE 128 TO AA-WEIGHT
                       END-IF
                       COMPUTE L-X = TX-ORIGIN-X + TX-COL - 1
                       COMPUTE L-Y = GFX-TEXT-Y + TX-ROW - 1
                       PERFORM PLOT-AA-PIXEL
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

      * -----------------------------------------------------------
      * HELPER: How many lit-neighbor corners (N+E, N+W, S+E, S+W)
      * close on glyph cell TX-ROW/TX-COL?
      * -----------------------------------------------------------
       COUNT-GLYPH-CORNERS.
           COMPUTE AA-GL-ROW = TX-ROW - 1
           MOVE TX-COL TO AA-GL-COL
           PERFORM GET-GLYPH-BIT
           MOVE AA-GL-BIT TO AA-GL-N
           COMPUTE AA-GL-ROW = TX-ROW + 1
           PERFORM GET-GLYPH-BIT
           MOVE AA-GL-BIT TO AA-GL-S
           MOVE TX-ROW TO AA-GL-ROW
           COMPUTE AA-GL-COL = TX-COL + 1
           PERFORM GET-GLYPH-BIT
           MOVE AA-GL-BIT TO AA-GL-E
           COMPUTE AA-GL-COL = TX-COL - 1
           PERFORM GET-GLYPH-BIT
           MOVE AA-GL-BIT TO AA-GL-W-BIT

           MOVE 0 TO AA-CORNERS
           IF AA-GL-N = '#' AND AA-GL-E = '#'
              ADD 1 TO AA-CORNERS
           END-IF
           IF AA-GL-N = '#' AND AA-GL-W-BIT = '#'
              ADD 1 TO AA-CORNERS
           END-IF
           IF AA-GL-S = '#' AND AA-GL-E = '#'
              ADD 1 TO AA-CORNERS
           END-IF
           IF AA-GL-S = '#' AND AA-GL-W-BIT = '#'
              ADD 1 TO AA-CORNERS
           END-IF.

      * -----------------------------------------------------------
      * HELPER: The current glyph's bit at AA-GL-ROW/AA-GL-COL into
      * AA-GL-BIT - blank outside the cell - from the loaded face
      * or the built-in 5x7, whichever the glyph was stamped from.
      * -----------------------------------------------------------
       GET-GLYPH-BIT.
           MOVE '.' TO AA-GL-BIT
           IF AA-GL-ROW < 1 OR AA-GL-ROW > AA-GL-H
              OR AA-GL-COL < 1 OR AA-GL-COL > AA-GL-W
              EXIT PARAGRAPH
           END-IF
           IF WS-FONT-LOADED
              COMPUTE LF-BIT-POS =
                  (AA-GL-ROW - 1) * LF-CELL-W + AA-GL-COL
              MOVE LF-BITMAP(LF-FOUND)(LF-BIT-POS:1) TO AA-GL-BIT
           ELSE
              MOVE FONT-GLYPH(TX-IDX)
                   ((AA-GL-ROW - 1) * 5 + AA-GL-COL : 1) TO AA-GL-BIT
           END-IF.

      * -----------------------------------------------------------
      * LOGIC: Select the TEXT face (FONT). A blank name reverts to
      * the built-in 5x7; otherwise the named font is read from the
           COMPUTE LF-BIT-POS = (FONT-ROW-NO - 1) * LF-CELL-W + 1
           MOVE FONT-ROW-BITS(1:LF-CELL-W)
                TO LF-BITMAP(LF-FOUND)(LF-BIT-POS:LF-CELL-W).

      * -----------------------------------------------------------
      * LOGIC: Word-wrapped Text Block (TBLK)
      * Breaks the inline message or the named text file into
      * words, wraps them into the box at the current face's
      * advance (cell width plus one) and line pitch (cell height
      * plus two), and stamps each line word by word through
      * DRAW-TEXT-LOGIC, aligned as asked. Justified lines spread
      * the slack over their word gaps, the leftmost gaps taking
      * any odd pixel; a paragraph's last line is set left. Lines
      * past the box's depth are dropped and reported as overflow.
      * The caller's block arguments are put back afterwards, with
      * the lines drawn and the overflow flag filled in.
      * -----------------------------------------------------------
       DRAW-TEXT-BLOCK-LOGIC.
           MOVE GFX-PARAMS   TO WS-TB-SAVED-PARAMS
           MOVE GFX-TBLK-X   TO TB-X
           MOVE GFX-TBLK-Y   TO TB-Y
           MOVE GFX-TBLK-W   TO TB-W
           MOVE GFX-TBLK-H   TO TB-H
           MOVE GFX-TBLK-ALIGN TO TB-ALIGN
           MOVE 0 TO GFX-TBLK-LINES
           MOVE 'N' TO GFX-TBLK-OVERFLOW
           IF WS-FONT-LOADED
              COMPUTE TB-ADVANCE = LF-CELL-W + 1
              COMPUTE TB-LINE-H  = LF-CELL-H + 2
           ELSE
              MOVE 6 TO TB-ADVANCE
              MOVE 9 TO TB-LINE-H
           END-IF
           COMPUTE TB-FIT-CHARS = (TB-W + 1) / TB-ADVANCE
           COMPUTE TB-FIT-LINES = (TB-H + 2) / TB-LINE-H
           IF TB-FIT-CHARS < 1 OR TB-FIT-LINES < 1
              MOVE 93 TO GFX-STATUS
              PERFORM LOG-REJECTED-COMMAND
              EXIT PARAGRAPH
           END-IF
           IF TB-FIT-CHARS < 20
              MOVE TB-FIT-CHARS TO TB-CHUNK-MAX
           ELSE
              MOVE 20 TO TB-CHUNK-MAX
           END-IF

           MOVE 0 TO TW-COUNT
           MOVE 'N' TO TB-OVERFLOW-SW
           MOVE 'N' TO TB-BREAK-SW
           IF GFX-TBLK-FROM-FILE
              PERFORM LOAD-TEXT-BLOCK-FILE
              IF WS-TB-STATUS NOT = "00"
                 MOVE 90 TO GFX-STATUS
                 EXIT PARAGRAPH
              END-IF
           ELSE
              MOVE GFX-TBLK-TEXT TO TB-SOURCE-TEXT
              PERFORM SPLIT-TEXT-BLOCK-WORDS
           END-IF
           PERFORM WRAP-TEXT-BLOCK-LINES

           IF TL-COUNT > TB-FIT-LINES
              MOVE TB-FIT-LINES TO TB-LINES-DRAWN
              MOVE 'Y' TO TB-OVERFLOW-SW
           ELSE
              MOVE TL-COUNT TO TB-LINES-DRAWN
           END-IF
           PERFORM VARYING TB-J FROM 1 BY 1 UNTIL TB-J > TB-LINES-DRAWN
              PERFORM DRAW-TEXT-BLOCK-LINE
           END-PERFORM

           MOVE WS-TB-SAVED-PARAMS TO GFX-PARAMS
           MOVE TB-LINES-DRAWN TO GFX-TBLK-LINES
           MOVE TB-OVERFLOW-SW TO GFX-TBLK-OVERFLOW.

      * -----------------------------------------------------------
      * HELPER: Read the block's text file line by line into the
      * word table; a blank line starts a new paragraph. WS-TB-
      * STATUS is left "00" when the file could be read.
      * -----------------------------------------------------------
       LOAD-TEXT-BLOCK-FILE.
           MOVE GFX-TBLK-TEXT TO WS-TB-FILE-NAME
           OPEN INPUT TEXTBLK-FILE
           IF WS-TB-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TB-EOF-SW
           PERFORM UNTIL WS-TB-EOF
              READ TEXTBLK-FILE
                 AT END
                    MOVE 'Y' TO WS-TB-EOF-SW
                 NOT AT END
                    IF TEXTBLK-LINE = SPACES
                       IF TW-COUNT > 0
                          MOVE 'Y' TO TB-BREAK-SW
                       END-IF
                    ELSE
                       MOVE TEXTBLK-LINE TO TB-SOURCE-TEXT
                       PERFORM SPLIT-TEXT-BLOCK-WORDS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TEXTBLK-FILE
           MOVE "00" TO WS-TB-STATUS.

      * -----------------------------------------------------------
      * HELPER: Break TB-SOURCE-TEXT into space-separated words,
      * cutting any word longer than TB-CHUNK-MAX into pieces.
      * -----------------------------------------------------------
       SPLIT-TEXT-BLOCK-WORDS.
           MOVE 0 TO TB-WORD-LEN
           MOVE 'N' TO TB-JOIN-SW
           PERFORM VARYING TB-SRC-POS FROM 1 BY 1
                   UNTIL TB-SRC-POS > 200
              IF TB-SOURCE-TEXT(TB-SRC-POS:1) = SPACE
                 IF TB-WORD-LEN > 0
                    PERFORM ADD-TEXT-BLOCK-WORD
                 END-IF
                 MOVE 'N' TO TB-JOIN-SW
              ELSE
                 IF TB-WORD-LEN = 0
                    MOVE TB-SRC-POS TO TB-WORD-START
                 END-IF
                 ADD 1 TO TB-WORD-LEN
                 IF TB-WORD-LEN = TB-CHUNK-MAX
                    PERFORM ADD-TEXT-BLOCK-WORD
                    MOVE 'Y' TO TB-JOIN-SW
                 END-IF
              END-IF
           END-PERFORM
           IF TB-WORD-LEN > 0
              PERFORM ADD-TEXT-BLOCK-WORD
           END-IF.

       ADD-TEXT-BLOCK-WORD.
           IF TW-COUNT < TW-MAX
              ADD 1 TO TW-COUNT
              MOVE SPACES TO TW-TEXT(TW-COUNT)
              MOVE TB-SOURCE-TEXT(TB-WORD-START:TB-WORD-LEN)
                   TO TW-TEXT(TW-COUNT)
              MOVE TB-WORD-LEN TO TW-LEN(TW-COUNT)
              MOVE TB-BREAK-SW TO TW-BREAK-SW(TW-COUNT)
              MOVE TB-JOIN-SW  TO TW-JOIN-SW(TW-COUNT)
              MOVE 'N' TO TB-BREAK-SW
           ELSE
              MOVE 'Y' TO TB-OVERFLOW-SW
           END-IF
           MOVE 0 TO TB-WORD-LEN.

      * -----------------------------------------------------------
      * HELPER: Greedy wrap - each word goes on the current line if
      * it (and its separating space) still fits in TB-FIT-CHARS,
      * otherwise, or at a paragraph break, it starts the next.
      * -----------------------------------------------------------
       WRAP-TEXT-BLOCK-LINES.
           MOVE 0 TO TL-COUNT
           PERFORM VARYING TB-I FROM 1 BY 1 UNTIL TB-I > TW-COUNT
              IF TL-COUNT = 0 OR TW-BREAK-SW(TB-I) = 'Y'
                 PERFORM START-TEXT-BLOCK-LINE
              ELSE
                 IF TW-JOIN-SW(TB-I) = 'Y'
                    COMPUTE TB-NEED = TL-CHARS(TL-COUNT) + TW-LEN(TB-I)
                 ELSE
                    COMPUTE TB-NEED =
                        TL-CHARS(TL-COUNT) + 1 + TW-LEN(TB-I)
                 END-IF
                 IF TB-NEED > TB-FIT-CHARS
                    PERFORM START-TEXT-BLOCK-LINE
                 ELSE
                    MOVE TB-I    TO TL-LAST(TL-COUNT)
                    MOVE TB-NEED TO TL-CHARS(TL-COUNT)
                 END-IF
              END-IF
           END-PERFORM
           IF TL-COUNT > 0
              MOVE 'Y' TO TL-PARA-END-SW(TL-COUNT)
           END-IF.

       START-TEXT-BLOCK-LINE.
           IF TL-COUNT > 0 AND TW-BREAK-SW(TB-I) = 'Y'
              MOVE 'Y' TO TL-PARA-END-SW(TL-COUNT)
           END-IF
           ADD 1 TO TL-COUNT
           MOVE TB-I TO TL-FIRST(TL-COUNT)
           MOVE TB-I TO TL-LAST(TL-COUNT)
           MOVE TW-LEN(TB-I) TO TL-CHARS(TL-COUNT)
           MOVE 'N' TO TL-PARA-END-SW(TL-COUNT).

      * -----------------------------------------------------------
      * HELPER: Stamp line TB-J of the block at its alignment.
      * -----------------------------------------------------------
       DRAW-TEXT-BLOCK-LINE.
           COMPUTE TB-SLACK = TB-W - (TL-CHARS(TB-J) * TB-ADVANCE - 1)
           IF TB-SLACK < 0
              MOVE 0 TO TB-SLACK
           END-IF
           MOVE 0 TO TB-GAP-EXTRA
           MOVE 0 TO TB-GAP-REM
           MOVE TB-X TO TB-CUR-X
           EVALUATE TB-ALIGN
              WHEN 'R'
                   ADD TB-SLACK TO TB-CUR-X
              WHEN 'C'
                   COMPUTE TB-CUR-X = TB-X + TB-SLACK / 2
              WHEN 'J'
                   IF TL-PARA-END-SW(TB-J) NOT = 'Y'
                      MOVE 0 TO TB-GAPS
                      PERFORM VARYING TB-I FROM TL-FIRST(TB-J) BY 1
                              UNTIL TB-I > TL-LAST(TB-J)
                         IF TB-I > TL-FIRST(TB-J)
                            AND TW-JOIN-SW(TB-I) NOT = 'Y'
                            ADD 1 TO TB-GAPS
                         END-IF
                      END-PERFORM
                      IF TB-GAPS > 0
                         DIVIDE TB-SLACK BY TB-GAPS
                             GIVING TB-GAP-EXTRA REMAINDER TB-GAP-REM
                      END-IF
                   END-IF
           END-EVALUATE

           COMPUTE GFX-TEXT-Y = TB-Y + (TB-J - 1) * TB-LINE-H
           IF WS-CN-ON
              PERFORM AUDIT-TBLK-LINE-CONTRAST
           END-IF
           PERFORM VARYING TB-I FROM TL-FIRST(TB-J) BY 1
                   UNTIL TB-I > TL-LAST(TB-J)
              IF TB-I > TL-FIRST(TB-J) AND TW-JOIN-SW(TB-I) NOT = 'Y'
                 COMPUTE TB-CUR-X = TB-CUR-X + TB-ADVANCE + TB-GAP-EXTRA
                 IF TB-GAP-REM > 0
                    ADD 1 TO TB-CUR-X
                    SUBTRACT 1 FROM TB-GAP-REM
                 END-IF
              END-IF
              MOVE TB-CUR-X TO GFX-TEXT-X
              MOVE TW-TEXT(TB-I) TO GFX-TEXT-STR
              PERFORM DRAW-TEXT-LOGIC
              COMPUTE TB-CUR-X = TB-CUR-X + TW-LEN(TB-I) * TB-ADVANCE
           END-PERFORM
           MOVE 'N' TO WS-CN-IN-TBLK-SW.

      * -----------------------------------------------------------
      * LOGIC: Scannable Code (CODE)
      * BARCODE encodes the text into a module matrix; each module
      * of it, quiet zone included, is painted as one GFX-CODE-
      * MODULE-pixel block (a full-height bar column for Code 128)
      * in the dark or the light color. The whole symbol must land
      * on the canvas - a code with a clipped edge or quiet zone is
      * unreadable, so it is rejected rather than drawn. The
      * caller's dark color is put back afterwards, and the QR
      * version and the painted size handed back.
      * -----------------------------------------------------------
       DRAW-CODE-LOGIC.
           MOVE GFX-CODE-TYPE TO BC-TYPE
           MOVE GFX-CODE-ECC  TO BC-ECC
           MOVE GFX-CODE-TEXT TO BC-TEXT
           CALL 'BARCODE' USING BARCODE-ARGS
           IF NOT BC-OK
              MOVE 93 TO GFX-STATUS
              PERFORM LOG-REJECTED-COMMAND
              EXIT PARAGRAPH
           END-IF

           IF BC-QR
              MOVE 4 TO CD-QUIET
           ELSE
              MOVE 10 TO CD-QUIET
           END-IF
           IF GFX-CODE-QUIET > CD-QUIET
              MOVE GFX-CODE-QUIET TO CD-QUIET
           END-IF
           COMPUTE CD-SPAN-COLS = BC-COLS + 2 * CD-QUIET
           COMPUTE CD-W = CD-SPAN-COLS * GFX-CODE-MODULE
           IF BC-QR
              COMPUTE CD-SPAN-ROWS = BC-ROWS + 2 * CD-QUIET
              COMPUTE CD-H = CD-SPAN-ROWS * GFX-CODE-MODULE
              MOVE GFX-CODE-MODULE TO CD-BLOCK-H
           ELSE
              MOVE 1 TO CD-SPAN-ROWS
              IF GFX-CODE-BAR-H > 0
                 MOVE GFX-CODE-BAR-H TO CD-H
              ELSE
                 COMPUTE CD-H = CD-W / 4
              END-IF
              MOVE CD-H TO CD-BLOCK-H
           END-IF
           IF GFX-CODE-X < 0 OR GFX-CODE-Y < 0
              OR GFX-CODE-X + CD-W - 1 > MAX-X
              OR GFX-CODE-Y + CD-H - 1 > MAX-Y
              MOVE 93 TO GFX-STATUS
              PERFORM LOG-REJECTED-COMMAND
              EXIT PARAGRAPH
           END-IF

           MOVE GFX-COLOR-R TO CD-DARK-R
           MOVE GFX-COLOR-G TO CD-DARK-G
           MOVE GFX-COLOR-B TO CD-DARK-B
           PERFORM VARYING CD-MY FROM 1 BY 1
                   UNTIL CD-MY > CD-SPAN-ROWS
              PERFORM VARYING CD-MX FROM 1 BY 1
                      UNTIL CD-MX > CD-SPAN-COLS
                 PERFORM PAINT-CODE-MODULE
              END-PERFORM
           END-PERFORM
           MOVE CD-DARK-R TO GFX-COLOR-R
           MOVE CD-DARK-G TO GFX-COLOR-G
           MOVE CD-DARK-B TO GFX-COLOR-B

           MOVE BC-VERSION TO GFX-CODE-VERSION
           MOVE CD-W TO GFX-CODE-W
           MOVE CD-H TO GFX-CODE-H.

      * -----------------------------------------------------------
      * HELPER: Paint module CD-MX/CD-MY of the symbol (quiet zone
      * counted in) at its pixel block.
      * -----------------------------------------------------------
       PAINT-CODE-MODULE.
           MOVE 'N' TO CD-DARK-SW
           IF CD-MX > CD-QUIET AND CD-MX <= CD-QUIET + BC-COLS
              IF BC-QR
                 IF CD-MY > CD-QUIET AND CD-MY <= CD-QUIET + BC-ROWS
                    IF BC-QR-ROW(CD-MY - CD-QUIET)
                                (CD-MX - CD-QUIET:1) = '1'
                       SET CD-DARK TO TRUE
                    END-IF
                 END-IF
              ELSE
                 IF BC-BAR-MODULES(CD-MX - CD-QUIET:1) = '1'
                    SET CD-DARK TO TRUE
                 END-IF
              END-IF
           END-IF
           IF CD-DARK
              MOVE CD-DARK-R TO GFX-COLOR-R
              MOVE CD-DARK-G TO GFX-COLOR-G
              MOVE CD-DARK-B TO GFX-COLOR-B
           ELSE
              MOVE GFX-CODE-R2 TO GFX-COLOR-R
              MOVE GFX-CODE-G2 TO GFX-COLOR-G
              MOVE GFX-CODE-B2 TO GFX-COLOR-B
           END-IF
           COMPUTE CD-PX = GFX-CODE-X + (CD-MX - 1) * GFX-CODE-MODULE
           COMPUTE CD-PY = GFX-CODE-Y + (CD-MY - 1) * GFX-CODE-MODULE
           PERFORM VARYING L-Y FROM CD-PY BY 1
                   UNTIL L-Y > CD-PY + CD-BLOCK-H - 1
              PERFORM VARYING L-X FROM CD-PX BY 1
                      UNTIL L-X > CD-PX + GFX-CODE-MODULE - 1
                 PERFORM CLIP-PIXEL
              END-PERFORM
           END-PERFORM.
