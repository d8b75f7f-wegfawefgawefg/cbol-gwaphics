      * is decoded through the real GFXARGS overlay (the mirror of
      * how SCENEASM built it) and emitted in the vocabulary
      * SCENEASM accepts, with a COLOR clause whenever the record's
      * triple is not the white default (black for CODE, whose
      * COLOR is its dark modules) and a DELAY clause whenever
      * its delay is nonzero - so source -> SCENEASM -> SCENEDIS
      * round-trips to the same records. A record whose opcode the
      * vocabulary does not cover comes out as a '*'-commented raw
           COPY SCENEREC.

       FD  SOURCE-FILE.
       01  SOURCE-LINE           PIC X(200).

       WORKING-STORAGE SECTION.
       01  SCENEDIS-VARS.
      * the signed-number edit field whose trimmed image SCENEASM's
      * parser takes back.
       01  COMPOSE-VARS.
           05  WS-LINE-BUF           PIC X(200).
           05  WS-LINE-PTR           PIC 9(3).
           05  WS-NUM-DISP           PIC -(8)9.
           05  WS-DEFAULT-SHADE      PIC 9(3).
           05  WS-POLY-I             PIC 9(2).
           05  WS-ALIGN-WORD         PIC X(8).

           COPY GFXARGS.

                   PERFORM PUT-NUMBER
                   MOVE GFX-BLIT-Y TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
              WHEN "TBLK"
                   PERFORM PUT-OPCODE
                   MOVE GFX-TBLK-X TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
                   MOVE GFX-TBLK-Y TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
                   MOVE GFX-TBLK-W TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
                   MOVE GFX-TBLK-H TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
                   EVALUATE TRUE
                      WHEN GFX-TBLK-CENTER
                           MOVE "CENTER " TO WS-ALIGN-WORD
                      WHEN GFX-TBLK-RIGHT
                           MOVE "RIGHT " TO WS-ALIGN-WORD
                      WHEN GFX-TBLK-JUSTIFY
                           MOVE "JUSTIFY " TO WS-ALIGN-WORD
                      WHEN OTHER
                           MOVE "LEFT " TO WS-ALIGN-WORD
                   END-EVALUATE
                   STRING FUNCTION TRIM(WS-ALIGN-WORD) " "
                          DELIMITED BY SIZE
                          INTO WS-LINE-BUF
                          WITH POINTER WS-LINE-PTR
                   END-STRING
                   IF GFX-TBLK-FROM-FILE
                      STRING "FILE " DELIMITED BY SIZE
                             INTO WS-LINE-BUF
                             WITH POINTER WS-LINE-PTR
                      END-STRING
                   END-IF
                   STRING FUNCTION TRIM(GFX-TBLK-TEXT) " "
                          DELIMITED BY SIZE
                          INTO WS-LINE-BUF
                          WITH POINTER WS-LINE-PTR
                   END-STRING
              WHEN "CODE"
                   PERFORM PUT-OPCODE
                   MOVE GFX-CODE-X TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
                   MOVE GFX-CODE-Y TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
                   MOVE GFX-CODE-MODULE TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
                   IF GFX-CODE-QR
                      STRING "QR " GFX-CODE-ECC " "
                             DELIMITED BY SIZE
                             INTO WS-LINE-BUF
                             WITH POINTER WS-LINE-PTR
                      END-STRING
                   ELSE
                      STRING "C128 " DELIMITED BY SIZE
                             INTO WS-LINE-BUF
                             WITH POINTER WS-LINE-PTR
                      END-STRING
                   END-IF
                   STRING FUNCTION TRIM(GFX-CODE-TEXT) " "
                          DELIMITED BY SIZE
                          INTO WS-LINE-BUF
                          WITH POINTER WS-LINE-PTR
                   END-STRING
                   IF GFX-CODE-BAR-H NOT = 0
                      STRING "HEIGHT " DELIMITED BY SIZE
                             INTO WS-LINE-BUF
                             WITH POINTER WS-LINE-PTR
                      END-STRING
                      MOVE GFX-CODE-BAR-H TO WS-NUM-DISP
                      PERFORM PUT-NUMBER
                   END-IF
                   IF GFX-CODE-QUIET NOT = 0
                      STRING "QUIET " DELIMITED BY SIZE
                             INTO WS-LINE-BUF
                             WITH POINTER WS-LINE-PTR
                      END-STRING
                      MOVE GFX-CODE-QUIET TO WS-NUM-DISP
                      PERFORM PUT-NUMBER
                   END-IF
                   IF GFX-CODE-R2 NOT = 255 OR GFX-CODE-G2 NOT = 255
                      OR GFX-CODE-B2 NOT = 255
                      STRING "LIGHT " DELIMITED BY SIZE
                             INTO WS-LINE-BUF
                             WITH POINTER WS-LINE-PTR
                      END-STRING
                      MOVE GFX-CODE-R2 TO WS-NUM-DISP
                      PERFORM PUT-NUMBER
                      MOVE GFX-CODE-G2 TO WS-NUM-DISP
                      PERFORM PUT-NUMBER
                      MOVE GFX-CODE-B2 TO WS-NUM-DISP
                      PERFORM PUT-NUMBER
                   END-IF
              WHEN "TRAN"
                   PERFORM PUT-OPCODE
                   EVALUATE TRUE
                      WHEN GFX-TRAN-DISSOLVE
                           MOVE "DISSOLVE " TO WS-ALIGN-WORD
                      WHEN GFX-TRAN-WIPE
                           MOVE "WIPE " TO WS-ALIGN-WORD
                      WHEN GFX-TRAN-PUSH
                           MOVE "PUSH " TO WS-ALIGN-WORD
                      WHEN OTHER
                           MOVE "OFF " TO WS-ALIGN-WORD
                   END-EVALUATE
                   STRING FUNCTION TRIM(WS-ALIGN-WORD) " "
                          DELIMITED BY SIZE
                          INTO WS-LINE-BUF
                          WITH POINTER WS-LINE-PTR
                   END-STRING
                   IF GFX-TRAN-WIPE OR GFX-TRAN-PUSH
                      EVALUATE GFX-TRAN-DIR
                         WHEN 'R'
                              MOVE "RIGHT " TO WS-ALIGN-WORD
                         WHEN 'U'
                              MOVE "UP " TO WS-ALIGN-WORD
                         WHEN 'D'
                              MOVE "DOWN " TO WS-ALIGN-WORD
                         WHEN OTHER
                              MOVE "LEFT " TO WS-ALIGN-WORD
                      END-EVALUATE
                      STRING FUNCTION TRIM(WS-ALIGN-WORD) " "
                             DELIMITED BY SIZE
                             INTO WS-LINE-BUF
                             WITH POINTER WS-LINE-PTR
                      END-STRING
                   END-IF
                   IF GFX-TRAN-DISSOLVE OR GFX-TRAN-WIPE
                      OR GFX-TRAN-PUSH
                      MOVE GFX-TRAN-STEPS TO WS-NUM-DISP
                      PERFORM PUT-NUMBER
                      IF GFX-TRAN-FILE NOT = SPACES
                         STRING "FROM " FUNCTION TRIM(GFX-TRAN-FILE)
                                " " DELIMITED BY SIZE
                                INTO WS-LINE-BUF
                                WITH POINTER WS-LINE-PTR
                         END-STRING
                      END-IF
                   END-IF
              WHEN "FPOL"
                   PERFORM PUT-OPCODE
                   PERFORM VARYING WS-POLY-I FROM 1 BY 1
           END-STRING.

      * -----------------------------------------------------------
      * COLOR only when the triple is not the default the assembler
      * fills in (white, or black for CODE), DELAY only when nonzero
      * - so a script that never wrote them round-trips without
      * growing them.
      * -----------------------------------------------------------
       PUT-OPTION-CLAUSES.
           IF SCENE-OPCODE = "CODE"
              MOVE 0 TO WS-DEFAULT-SHADE
           ELSE
              MOVE 255 TO WS-DEFAULT-SHADE
           END-IF
           IF SCENE-COLOR-R NOT = WS-DEFAULT-SHADE
              OR SCENE-COLOR-G NOT = WS-DEFAULT-SHADE
              OR SCENE-COLOR-B NOT = WS-DEFAULT-SHADE
              STRING "COLOR " DELIMITED BY SIZE
                     INTO WS-LINE-BUF
                     WITH POINTER WS-LINE-PTR
