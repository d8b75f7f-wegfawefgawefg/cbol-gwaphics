      *    LINE 10 10 200 150 COLOR 255 0 0 DELAY 50
      *    FCIR 320 240 40 COLOR 0 255 0
      *    TEXT 10 10 HELLO WALL COLOR 255 255 255 DELAY 100
      *    TBLK 10 40 300 60 JUSTIFY LOBBY CLOSES AT SIX TONIGHT
      *    TBLK 10 120 300 90 LEFT FILE NOTICE.TXT DELAY 2000
      *    CODE 400 40 4 QR M https://example.com/menu COLOR 0 0 0
      *    CODE 400 300 2 C128 ORDER 12345 HEIGHT 60
      *    TRAN PUSH LEFT 12
      *    CLR
      *    TEXT 10 10 NEXT BOARD COLOR 255 255 0
      *    REPEAT 12
      *       SYNC DELAY 40
      *    END
      *    REPEAT 20
      *       CLR
      *       GRID 32 COLOR 0 0 128 DELAY 25
      * filling the real GFXARGS overlay and copying GFX-PARAMS
      * whole, so the compiled file is byte-identical to what a
      * hand-packed record would hold.
      * TBLK takes X Y W H, an alignment word (LEFT, CENTER, RIGHT
      * or JUSTIFY) and either the message itself (up to 100
      * characters) or FILE and the name of a text file GRAPHICS
      * reads when the record is played.
      * CODE takes X Y and the module size in pixels, then QR and an
      * error-correction level (L, M, Q or H) or C128, then the
      * text to encode (up to 80 characters, words joined by single
      * spaces, case kept as written). Its optional clauses are
      * LIGHT r g b (the light modules and quiet zone, white when
      * absent), QUIET n (the quiet zone in modules, never under
      * the standard minimum) and HEIGHT n (a Code 128 bar height
      * in pixels); its COLOR is the dark modules and defaults to
      * black. A text the encoder cannot carry, or a symbol that
      * would run off the canvas, is rejected here.
      * TRAN starts a transition from the frame on the wall to
      * whatever is drawn after it, played out over the next n
      * SYNCs: TRAN DISSOLVE n, TRAN WIPE dir n or TRAN PUSH dir n
      * (dir LEFT, RIGHT, UP or DOWN; n 1..999), optionally ending
      * FROM and a SAVE image to take the outgoing frame from; TRAN
      * OFF calls a running one off.
      * Invoke as: SCENEASM [scene.src] [scene.dat]
      *****************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FILE.
       01  SOURCE-LINE           PIC X(200).

       FD  SCENE-FILE.
           COPY SCENEREC.
           05  WS-ERROR-COUNT        PIC 9(6) VALUE 0.
           05  WS-LINE-BAD-SW        PIC X VALUE 'N'.
               88  WS-LINE-BAD           VALUE 'Y'.
           05  WS-WORK-LINE          PIC X(200).

      * Tokenized source line: up to 40 space-separated words (a
      * 15-vertex FPOL is 31 tokens before its option clauses), each
      * up to 80 characters - a CODE text is often one long URL.
       01  TOKEN-VARS.
           05  TK-COUNT              PIC 99 VALUE 0.
           05  TK-TOKEN              PIC X(80) OCCURS 40 TIMES.
           05  TK-IDX                PIC 99.

      * One command's parsed pieces, refilled per source line.
           05  WS-CMD-TEXT           PIC X(20).
           05  WS-CMD-TEXT-PTR       PIC 99.
           05  WS-CMD-BLIT-NAME      PIC X(16).
           05  WS-CMD-BLOCK-TEXT     PIC X(100).
           05  WS-CMD-BLOCK-PTR      PIC 9(3).
           05  WS-CMD-ALIGN          PIC X.
           05  WS-CMD-SOURCE         PIC X.
           05  WS-CMD-TRAN-EFFECT    PIC X.
           05  WS-CMD-TRAN-DIR       PIC X.
           05  WS-CMD-TRAN-FILE      PIC X(100).
           05  WS-CMD-CODE-TYPE      PIC X.
           05  WS-CMD-CODE-ECC       PIC X.
           05  WS-CMD-CODE-TEXT      PIC X(80).
           05  WS-CMD-CODE-PTR       PIC 9(3).
           05  WS-CMD-QUIET          PIC 9(2).
           05  WS-CMD-BAR-H          PIC 9(4).
           05  WS-CMD-LIGHT-R        PIC 9(3).
           05  WS-CMD-LIGHT-G        PIC 9(3).
           05  WS-CMD-LIGHT-B        PIC 9(3).
           05  WS-CODE-QUIET         PIC 9(2).
           05  WS-CODE-W             PIC 9(6).
           05  WS-CODE-H             PIC 9(6).

      * Numeric token parser scratch (PARSE-NUMERIC-TOKEN).
       01  PARSE-VARS.

           COPY SETTINGS.
           COPY GFXARGS.
           COPY BARCODEARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           MOVE 0 TO WS-CMD-DELAY
           MOVE SPACES TO WS-CMD-TEXT
           MOVE SPACES TO WS-CMD-BLIT-NAME
           MOVE SPACES TO WS-CMD-BLOCK-TEXT
           MOVE SPACES TO WS-CMD-CODE-TEXT
           MOVE SPACES TO WS-CMD-TRAN-FILE
           MOVE 0 TO WS-CMD-QUIET
           MOVE 0 TO WS-CMD-BAR-H
           MOVE 255 TO WS-CMD-LIGHT-R
           MOVE 255 TO WS-CMD-LIGHT-G
           MOVE 255 TO WS-CMD-LIGHT-B
           MOVE 0 TO WS-ARG-COUNT
           MOVE 2 TO TK-IDX

              WHEN "BLIT"
                   MOVE 2 TO WS-ARG-WANTED
                   PERFORM TAKE-BLIT-NAME
              WHEN "TBLK"
                   MOVE 4 TO WS-ARG-WANTED
              WHEN "CODE"
                   MOVE 3 TO WS-ARG-WANTED
                   MOVE 0 TO WS-CMD-COLOR-R
                   MOVE 0 TO WS-CMD-COLOR-G
                   MOVE 0 TO WS-CMD-COLOR-B
              WHEN "TRAN"
                   PERFORM TAKE-TRANSITION-WORDS
                   IF WS-LINE-BAD
                      EXIT PARAGRAPH
                   END-IF
              WHEN OTHER
                   PERFORM REPORT-LINE-ERROR
                   DISPLAY "SCENEASM: LINE " WS-LINE-NUM
           IF WS-OPCODE = "TEXT" AND NOT WS-LINE-BAD
              PERFORM TAKE-TEXT-WORDS
           END-IF
           IF WS-OPCODE = "TBLK" AND NOT WS-LINE-BAD
              PERFORM TAKE-TEXT-BLOCK-WORDS
           END-IF
           IF WS-OPCODE = "CODE" AND NOT WS-LINE-BAD
              PERFORM TAKE-CODE-WORDS
           END-IF
           IF WS-OPCODE = "TRAN" AND NOT WS-LINE-BAD
              AND TK-IDX <= TK-COUNT AND TK-TOKEN(TK-IDX) = "FROM"
              PERFORM TAKE-TRANSITION-SOURCE
           END-IF
           PERFORM TAKE-OPTION-CLAUSES
           IF WS-LINE-BAD
              EXIT PARAGRAPH
           MOVE TK-TOKEN(2)(1:16) TO WS-CMD-BLIT-NAME
           MOVE 3 TO TK-IDX.

      * -----------------------------------------------------------
      * TRAN's effect word - and for WIPE and PUSH the direction
      * word after it - come before its step count; OFF takes no
      * step count at all.
      * -----------------------------------------------------------
       TAKE-TRANSITION-WORDS.
           MOVE SPACE TO WS-CMD-TRAN-DIR
           MOVE 1 TO WS-ARG-WANTED
           EVALUATE FUNCTION TRIM(TK-TOKEN(2))
              WHEN "DISSOLVE"
                   MOVE 'D' TO WS-CMD-TRAN-EFFECT
              WHEN "WIPE"
                   MOVE 'W' TO WS-CMD-TRAN-EFFECT
              WHEN "PUSH"
                   MOVE 'P' TO WS-CMD-TRAN-EFFECT
              WHEN "OFF"
                   MOVE 'N' TO WS-CMD-TRAN-EFFECT
                   MOVE 0 TO WS-ARG-WANTED
              WHEN OTHER
                   PERFORM REPORT-LINE-ERROR
                   DISPLAY "SCENEASM: LINE " WS-LINE-NUM
                           ": TRAN NEEDS DISSOLVE, WIPE, PUSH OR OFF"
                           UPON SYSERR
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 3 TO TK-IDX
           IF WS-CMD-TRAN-EFFECT = 'W' OR 'P'
              EVALUATE FUNCTION TRIM(TK-TOKEN(3))
                 WHEN "LEFT"
                      MOVE 'L' TO WS-CMD-TRAN-DIR
                 WHEN "RIGHT"
                      MOVE 'R' TO WS-CMD-TRAN-DIR
                 WHEN "UP"
                      MOVE 'U' TO WS-CMD-TRAN-DIR
                 WHEN "DOWN"
                      MOVE 'D' TO WS-CMD-TRAN-DIR
                 WHEN OTHER
                      PERFORM REPORT-LINE-ERROR
                      DISPLAY "SCENEASM: LINE " WS-LINE-NUM ": "
                              FUNCTION TRIM(TK-TOKEN(2))
                              " NEEDS LEFT, RIGHT, UP OR DOWN"
                              UPON SYSERR
                      EXIT PARAGRAPH
              END-EVALUATE
              MOVE 4 TO TK-IDX
           END-IF.

      * -----------------------------------------------------------
      * FROM and a SAVE image name after TRAN's step count: the
      * outgoing frame is read from that file instead of the wall.
      * -----------------------------------------------------------
       TAKE-TRANSITION-SOURCE.
           IF WS-CMD-TRAN-EFFECT = 'N' OR TK-IDX + 1 > TK-COUNT
              PERFORM REPORT-LINE-ERROR
              DISPLAY "SCENEASM: LINE " WS-LINE-NUM
                      ": FROM NEEDS A DISSOLVE, WIPE OR PUSH AND AN"
                      " IMAGE FILE NAME" UPON SYSERR
              EXIT PARAGRAPH
           END-IF
           MOVE TK-TOKEN(TK-IDX + 1) TO WS-CMD-TRAN-FILE
           ADD 2 TO TK-IDX.

      * -----------------------------------------------------------
      * Collect WS-ARG-WANTED numeric operands starting at TK-IDX.
      * -----------------------------------------------------------
                      ": TEXT NEEDS A MESSAGE" UPON SYSERR
           END-IF.

      * -----------------------------------------------------------
      * TBLK's alignment word follows its X Y W H operands; then
      * either FILE and a file name, or the message words joined by
      * single spaces up to 100 characters, up to an optional COLOR
      * or DELAY clause.
      * -----------------------------------------------------------
       TAKE-TEXT-BLOCK-WORDS.
           IF TK-IDX > TK-COUNT
              PERFORM REPORT-LINE-ERROR
              DISPLAY "SCENEASM: LINE " WS-LINE-NUM
                      ": TBLK NEEDS LEFT, CENTER, RIGHT OR JUSTIFY"
                      UPON SYSERR
              EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(TK-TOKEN(TK-IDX))
              WHEN "LEFT"
                   MOVE 'L' TO WS-CMD-ALIGN
              WHEN "CENTER"
                   MOVE 'C' TO WS-CMD-ALIGN
              WHEN "RIGHT"
                   MOVE 'R' TO WS-CMD-ALIGN
              WHEN "JUSTIFY"
                   MOVE 'J' TO WS-CMD-ALIGN
              WHEN OTHER
                   PERFORM REPORT-LINE-ERROR
                   DISPLAY "SCENEASM: LINE " WS-LINE-NUM
                           ": BAD TBLK ALIGNMENT '"
                           FUNCTION TRIM(TK-TOKEN(TK-IDX)) "'"
                           UPON SYSERR
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO TK-IDX

           MOVE 'I' TO WS-CMD-SOURCE
           IF TK-IDX <= TK-COUNT AND TK-TOKEN(TK-IDX) = "FILE"
              MOVE 'F' TO WS-CMD-SOURCE
              ADD 1 TO TK-IDX
              IF TK-IDX > TK-COUNT
                 PERFORM REPORT-LINE-ERROR
                 DISPLAY "SCENEASM: LINE " WS-LINE-NUM
                         ": TBLK FILE NEEDS A FILE NAME" UPON SYSERR
                 EXIT PARAGRAPH
              END-IF
              MOVE TK-TOKEN(TK-IDX) TO WS-CMD-BLOCK-TEXT
              ADD 1 TO TK-IDX
              EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-CMD-BLOCK-PTR
           PERFORM UNTIL TK-IDX > TK-COUNT
                   OR TK-TOKEN(TK-IDX) = "COLOR"
                   OR TK-TOKEN(TK-IDX) = "DELAY"
              IF WS-CMD-BLOCK-PTR <= 100
                 STRING FUNCTION TRIM(TK-TOKEN(TK-IDX)) " "
                        DELIMITED BY SIZE
                        INTO WS-CMD-BLOCK-TEXT
                        WITH POINTER WS-CMD-BLOCK-PTR
                    ON OVERFLOW
                       MOVE 101 TO WS-CMD-BLOCK-PTR
                 END-STRING
              END-IF
              ADD 1 TO TK-IDX
           END-PERFORM
           IF WS-CMD-BLOCK-TEXT = SPACES
              PERFORM REPORT-LINE-ERROR
              DISPLAY "SCENEASM: LINE " WS-LINE-NUM
                      ": TBLK NEEDS A MESSAGE" UPON SYSERR
           END-IF.

      * -----------------------------------------------------------
      * CODE's symbology word follows its X Y MODULE operands - QR
      * and its error-correction level, or C128 - then the text to
      * encode, its words joined by single spaces, up to the first
      * COLOR, DELAY, LIGHT, QUIET or HEIGHT clause.
      * -----------------------------------------------------------
       TAKE-CODE-WORDS.
           IF TK-IDX > TK-COUNT
              PERFORM REPORT-LINE-ERROR
              DISPLAY "SCENEASM: LINE " WS-LINE-NUM
                      ": CODE NEEDS QR OR C128" UPON SYSERR
              EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(TK-TOKEN(TK-IDX))
              WHEN "QR"
                   MOVE 'Q' TO WS-CMD-CODE-TYPE
                   ADD 1 TO TK-IDX
                   IF TK-IDX > TK-COUNT
                      OR NOT (TK-TOKEN(TK-IDX) = "L" OR "M" OR "Q"
                              OR "H")
                      PERFORM REPORT-LINE-ERROR
                      DISPLAY "SCENEASM: LINE " WS-LINE-NUM
                              ": QR NEEDS LEVEL L, M, Q OR H"
                              UPON SYSERR
                      EXIT PARAGRAPH
                   END-IF
                   MOVE TK-TOKEN(TK-IDX)(1:1) TO WS-CMD-CODE-ECC
              WHEN "C128"
                   MOVE 'B' TO WS-CMD-CODE-TYPE
                   MOVE SPACE TO WS-CMD-CODE-ECC
              WHEN OTHER
                   PERFORM REPORT-LINE-ERROR
                   DISPLAY "SCENEASM: LINE " WS-LINE-NUM
                           ": BAD CODE TYPE '"
                           FUNCTION TRIM(TK-TOKEN(TK-IDX)) "'"
                           UPON SYSERR
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO TK-IDX

           MOVE 1 TO WS-CMD-CODE-PTR
           PERFORM UNTIL TK-IDX > TK-COUNT OR WS-LINE-BAD
                   OR TK-TOKEN(TK-IDX) = "COLOR"
                   OR TK-TOKEN(TK-IDX) = "DELAY"
                   OR TK-TOKEN(TK-IDX) = "LIGHT"
                   OR TK-TOKEN(TK-IDX) = "QUIET"
                   OR TK-TOKEN(TK-IDX) = "HEIGHT"
              IF WS-CMD-CODE-PTR > 1
                 STRING " " DELIMITED BY SIZE
                        INTO WS-CMD-CODE-TEXT
                        WITH POINTER WS-CMD-CODE-PTR
                    ON OVERFLOW
                       PERFORM REPORT-CODE-TOO-LONG
                 END-STRING
              END-IF
              STRING FUNCTION TRIM(TK-TOKEN(TK-IDX))
                     DELIMITED BY SIZE
                     INTO WS-CMD-CODE-TEXT
                     WITH POINTER WS-CMD-CODE-PTR
                 ON OVERFLOW
                    PERFORM REPORT-CODE-TOO-LONG
              END-STRING
              ADD 1 TO TK-IDX
           END-PERFORM
           IF WS-CMD-CODE-TEXT = SPACES AND NOT WS-LINE-BAD
              PERFORM REPORT-LINE-ERROR
              DISPLAY "SCENEASM: LINE " WS-LINE-NUM
                      ": CODE NEEDS A TEXT TO ENCODE" UPON SYSERR
           END-IF.

       REPORT-CODE-TOO-LONG.
           IF NOT WS-LINE-BAD
              PERFORM REPORT-LINE-ERROR
              DISPLAY "SCENEASM: LINE " WS-LINE-NUM
                      ": CODE TEXT OVER 80 CHARACTERS" UPON SYSERR
           END-IF.

      * -----------------------------------------------------------
      * Optional trailing COLOR r g b and DELAY ms clauses, in any
      * order (and CODE's LIGHT, QUIET and HEIGHT); anything else
      * left on the line is an error.
      * -----------------------------------------------------------
       TAKE-OPTION-CLAUSES.
           IF WS-LINE-BAD
                      PERFORM TAKE-COLOR-CLAUSE
                 WHEN "DELAY"
                      PERFORM TAKE-DELAY-CLAUSE
                 WHEN "LIGHT"
                 WHEN "QUIET"
                 WHEN "HEIGHT"
                      IF WS-OPCODE = "CODE"
                         PERFORM TAKE-CODE-CLAUSE
                      ELSE
                         PERFORM REPORT-LINE-ERROR
                         DISPLAY "SCENEASM: LINE " WS-LINE-NUM ": "
                                 FUNCTION TRIM(TK-TOKEN(TK-IDX))
                                 " APPLIES TO CODE ONLY" UPON SYSERR
                      END-IF
                 WHEN OTHER
                      PERFORM REPORT-LINE-ERROR
                      DISPLAY "SCENEASM: LINE " WS-LINE-NUM
           DISPLAY "SCENEASM: LINE " WS-LINE-NUM
                   ": COLOR COMPONENTS MUST BE 0..255" UPON SYSERR.

      * -----------------------------------------------------------
      * CODE's clauses: LIGHT r g b (each 0..255), QUIET n (0..99
      * modules) and HEIGHT n (0..9999 pixels, 0 = the default).
      * -----------------------------------------------------------
       TAKE-CODE-CLAUSE.
           IF TK-TOKEN(TK-IDX) = "LIGHT"
              IF TK-IDX + 3 > TK-COUNT
                 PERFORM REPORT-LINE-ERROR
                 DISPLAY "SCENEASM: LINE " WS-LINE-NUM
                         ": LIGHT NEEDS R G B" UPON SYSERR
                 EXIT PARAGRAPH
              END-IF
              MOVE TK-TOKEN(TK-IDX + 1) TO PT-TOKEN
              PERFORM PARSE-NUMERIC-TOKEN
              IF NOT PT-VALID OR PT-VALUE < 0 OR PT-VALUE > 255
                 PERFORM REPORT-COLOR-ERROR
                 EXIT PARAGRAPH
              END-IF
              MOVE PT-VALUE TO WS-CMD-LIGHT-R
              MOVE TK-TOKEN(TK-IDX + 2) TO PT-TOKEN
              PERFORM PARSE-NUMERIC-TOKEN
              IF NOT PT-VALID OR PT-VALUE < 0 OR PT-VALUE > 255
                 PERFORM REPORT-COLOR-ERROR
                 EXIT PARAGRAPH
              END-IF
              MOVE PT-VALUE TO WS-CMD-LIGHT-G
              MOVE TK-TOKEN(TK-IDX + 3) TO PT-TOKEN
              PERFORM PARSE-NUMERIC-TOKEN
              IF NOT PT-VALID OR PT-VALUE < 0 OR PT-VALUE > 255
                 PERFORM REPORT-COLOR-ERROR
                 EXIT PARAGRAPH
              END-IF
              MOVE PT-VALUE TO WS-CMD-LIGHT-B
              ADD 4 TO TK-IDX
              EXIT PARAGRAPH
           END-IF

           IF TK-IDX + 1 > TK-COUNT
              PERFORM REPORT-LINE-ERROR
              DISPLAY "SCENEASM: LINE " WS-LINE-NUM ": "
                      FUNCTION TRIM(TK-TOKEN(TK-IDX))
                      " NEEDS A NUMBER" UPON SYSERR
              EXIT PARAGRAPH
           END-IF
           MOVE TK-TOKEN(TK-IDX + 1) TO PT-TOKEN
           PERFORM PARSE-NUMERIC-TOKEN
           IF TK-TOKEN(TK-IDX) = "QUIET"
              IF NOT PT-VALID OR PT-VALUE < 0 OR PT-VALUE > 99
                 PERFORM REPORT-LINE-ERROR
                 DISPLAY "SCENEASM: LINE " WS-LINE-NUM
                         ": BAD QUIET ZONE '"
                         FUNCTION TRIM(TK-TOKEN(TK-IDX + 1)) "'"
                         UPON SYSERR
                 EXIT PARAGRAPH
              END-IF
              MOVE PT-VALUE TO WS-CMD-QUIET
           ELSE
              IF NOT PT-VALID OR PT-VALUE < 0 OR PT-VALUE > 9999
                 PERFORM REPORT-LINE-ERROR
                 DISPLAY "SCENEASM: LINE " WS-LINE-NUM
                         ": BAD HEIGHT '"
                         FUNCTION TRIM(TK-TOKEN(TK-IDX + 1)) "'"
                         UPON SYSERR
                 EXIT PARAGRAPH
              END-IF
              MOVE PT-VALUE TO WS-CMD-BAR-H
           END-IF
           ADD 2 TO TK-IDX.

      * -----------------------------------------------------------
      * DELAY ms - 0..999999 milliseconds.
      * -----------------------------------------------------------
              WHEN "BLIT"
                   PERFORM CHECK-X-COORD-1
                   PERFORM CHECK-Y-COORD-2
              WHEN "TRAN"
                   IF WS-CMD-TRAN-EFFECT NOT = 'N'
                      MOVE WS-ARG-VAL(1) TO VR-VALUE
                      MOVE "STEP COUNT" TO VR-WHAT
                      MOVE 1 TO VR-LOW
                      MOVE 999 TO VR-HIGH
                      PERFORM VALIDATE-RANGE
                   END-IF
              WHEN "TBLK"
                   PERFORM CHECK-X-COORD-1
                   PERFORM CHECK-Y-COORD-2
                   MOVE WS-ARG-VAL(3) TO VR-VALUE
                   MOVE "WIDTH" TO VR-WHAT
                   PERFORM CHECK-POSITIVE
                   MOVE WS-ARG-VAL(4) TO VR-VALUE
                   MOVE "HEIGHT" TO VR-WHAT
                   PERFORM CHECK-POSITIVE
              WHEN "CODE"
                   PERFORM CHECK-X-COORD-1
                   PERFORM CHECK-Y-COORD-2
                   MOVE WS-ARG-VAL(3) TO VR-VALUE
                   MOVE "MODULE" TO VR-WHAT
                   MOVE 1 TO VR-LOW
                   MOVE 99 TO VR-HIGH
                   PERFORM VALIDATE-RANGE
                   IF NOT WS-LINE-BAD
                      PERFORM CHECK-CODE-SYMBOL
                   END-IF
              WHEN "GRID"
                   MOVE WS-ARG-VAL(1) TO VR-VALUE
                   MOVE "SPACING" TO VR-WHAT
                   END-PERFORM
           END-EVALUATE.

      * -----------------------------------------------------------
      * Encode the CODE text now, the way GRAPHICS will when the
      * record plays, so a text the symbology cannot carry or a
      * symbol (quiet zone included) that would run off the canvas
      * is caught at compile time instead of on the wall.
      * -----------------------------------------------------------
       CHECK-CODE-SYMBOL.
           MOVE WS-CMD-CODE-TYPE TO BC-TYPE
           MOVE WS-CMD-CODE-ECC  TO BC-ECC
           MOVE WS-CMD-CODE-TEXT TO BC-TEXT
           CALL 'BARCODE' USING BARCODE-ARGS
           IF BC-TOO-LONG
              PERFORM REPORT-LINE-ERROR
              DISPLAY "SCENEASM: LINE " WS-LINE-NUM
                      ": CODE TEXT TOO LONG FOR A QR CODE AT LEVEL "
                      WS-CMD-CODE-ECC UPON SYSERR
              EXIT PARAGRAPH
           END-IF
           IF NOT BC-OK
              PERFORM REPORT-LINE-ERROR
              DISPLAY "SCENEASM: LINE " WS-LINE-NUM
                      ": CODE 128 CARRIES PRINTABLE CHARACTERS ONLY"
                      UPON SYSERR
              EXIT PARAGRAPH
           END-IF

           IF BC-QR
              MOVE 4 TO WS-CODE-QUIET
           ELSE
              MOVE 10 TO WS-CODE-QUIET
           END-IF
           IF WS-CMD-QUIET > WS-CODE-QUIET
              MOVE WS-CMD-QUIET TO WS-CODE-QUIET
           END-IF
           COMPUTE WS-CODE-W = (BC-COLS + 2 * WS-CODE-QUIET)
                             * WS-ARG-VAL(3)
           IF BC-QR
              COMPUTE WS-CODE-H = (BC-ROWS + 2 * WS-CODE-QUIET)
                                * WS-ARG-VAL(3)
           ELSE
              IF WS-CMD-BAR-H > 0
                 MOVE WS-CMD-BAR-H TO WS-CODE-H
              ELSE
                 COMPUTE WS-CODE-H = WS-CODE-W / 4
              END-IF
           END-IF
           IF WS-ARG-VAL(1) + WS-CODE-W - 1 > WS-CANVAS-MAX-X
              OR WS-ARG-VAL(2) + WS-CODE-H - 1 > WS-CANVAS-MAX-Y
              PERFORM REPORT-LINE-ERROR
              DISPLAY "SCENEASM: LINE " WS-LINE-NUM
                      ": CODE RUNS OFF THE CANVAS ("
                      WS-CODE-W " X " WS-CODE-H " PIXELS)" UPON SYSERR
           END-IF.

       CHECK-X-COORD-1.
           MOVE WS-ARG-VAL(1) TO VR-VALUE
           MOVE "X" TO VR-WHAT
                   MOVE WS-CMD-BLIT-NAME TO GFX-BLIT-NAME
                   MOVE WS-ARG-VAL(1) TO GFX-BLIT-X
                   MOVE WS-ARG-VAL(2) TO GFX-BLIT-Y
              WHEN "TBLK"
                   MOVE WS-ARG-VAL(1) TO GFX-TBLK-X
                   MOVE WS-ARG-VAL(2) TO GFX-TBLK-Y
                   MOVE WS-ARG-VAL(3) TO GFX-TBLK-W
                   MOVE WS-ARG-VAL(4) TO GFX-TBLK-H
                   MOVE WS-CMD-ALIGN  TO GFX-TBLK-ALIGN
                   MOVE WS-CMD-SOURCE TO GFX-TBLK-SOURCE
                   MOVE 0             TO GFX-TBLK-LINES
                   MOVE 'N'           TO GFX-TBLK-OVERFLOW
                   MOVE WS-CMD-BLOCK-TEXT TO GFX-TBLK-TEXT
              WHEN "CODE"
                   MOVE WS-ARG-VAL(1)    TO GFX-CODE-X
                   MOVE WS-ARG-VAL(2)    TO GFX-CODE-Y
                   MOVE WS-CMD-CODE-TYPE TO GFX-CODE-TYPE
                   MOVE WS-CMD-CODE-ECC  TO GFX-CODE-ECC
                   MOVE WS-ARG-VAL(3)    TO GFX-CODE-MODULE
                   MOVE WS-CMD-QUIET     TO GFX-CODE-QUIET
                   MOVE WS-CMD-BAR-H     TO GFX-CODE-BAR-H
                   MOVE WS-CMD-LIGHT-R   TO GFX-CODE-R2
                   MOVE WS-CMD-LIGHT-G   TO GFX-CODE-G2
                   MOVE WS-CMD-LIGHT-B   TO GFX-CODE-B2
                   MOVE 0                TO GFX-CODE-VERSION
                   MOVE 0                TO GFX-CODE-W
                   MOVE 0                TO GFX-CODE-H
                   MOVE WS-CMD-CODE-TEXT TO GFX-CODE-TEXT
              WHEN "TRAN"
                   MOVE WS-CMD-TRAN-EFFECT TO GFX-TRAN-EFFECT
                   MOVE WS-CMD-TRAN-DIR    TO GFX-TRAN-DIR
                   IF WS-CMD-TRAN-EFFECT = 'N'
                      MOVE 0 TO GFX-TRAN-STEPS
                   ELSE
                      MOVE WS-ARG-VAL(1)   TO GFX-TRAN-STEPS
                   END-IF
                   MOVE WS-CMD-TRAN-FILE   TO GFX-TRAN-FILE
              WHEN "FPOL"
                   MOVE WS-POLY-PAIRS TO GFX-POLY-COUNT
                   PERFORM VARYING WS-POLY-I FROM 1 BY 1
