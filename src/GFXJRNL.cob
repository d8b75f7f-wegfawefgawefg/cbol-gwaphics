      *****************************************************************
      * GFXJRNL: turns a GRAPHICS call journal (GFXJOURNAL set while
      * a demo ran - see GFXJRNLREC.cpy) into SCENEASM source, so
      * whatever a live demo put on the wall can be frozen into a
      * scene script to edit and replay through SCENEASM and
      * SCENEPLAY without touching the demo. Each accepted call the
      * SCENEASM vocabulary covers comes out as its command, decoded
      * through the GFXARGS overlay the same way SCENEDIS decodes a
      * compiled scene, with a COLOR clause when the color is not
      * the assembler's default (an indexed call comes out as the
      * palette color it drew with). Each SYNC carries a DELAY of
      * the time the demo took before its next call, so the scene
      * replays at the demo's own pace. Everything else stays
      * visible as a '*' comment line rather than being dropped:
      *    * RUN 20260314 101502 DEMO where a run's journal begins
      *    * REJECTED 93 RECT X=..    a call GRAPHICS refused (it
      *                               drew nothing, so no command)
      *    * NOT REPLAYED BLND MODE='A'
      *                               an accepted call SCENEASM has
      *                               no command for - the scene
      *                               will differ from the demo
      *                               wherever one of these shows
      * A frame range keeps only the calls drawing frames from-frame
      * through to-frame (0 = to the end of the journal); a scene cut
      * from mid-run starts from a black wall, not the picture the
      * earlier frames left.
      * Invoke as: GFXJRNL [journal] [scene.src] [from-frame]
      *                    [to-frame]
      * The journal defaults to GRAPHICS.JNL, the source to SCENE.SRC.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GFXJRNL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-SOURCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
           COPY GFXJRNLREC.

       FD  SOURCE-FILE.
       01  SOURCE-LINE           PIC X(200).

       WORKING-STORAGE SECTION.
       01  GFXJRNL-VARS.
           05  WS-JOURNAL-FILE-NAME  PIC X(100) VALUE "GRAPHICS.JNL".
           05  WS-SOURCE-FILE-NAME   PIC X(100) VALUE "SCENE.SRC".
           05  WS-ARG                PIC X(100) VALUE SPACES.
           05  WS-JOURNAL-STATUS     PIC X(2).
           05  WS-SOURCE-STATUS      PIC X(2).
           05  WS-EOF-SW             PIC X VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-FROM-FRAME         PIC 9(8) VALUE 1.
           05  WS-TO-FRAME           PIC 9(8) VALUE 0.
           05  WS-RECORDS-IN         PIC 9(8) VALUE 0.
           05  WS-LINES-OUT          PIC 9(8) VALUE 0.
           05  WS-REJECTED           PIC 9(6) VALUE 0.
           05  WS-NOT-REPLAYED       PIC 9(6) VALUE 0.

      * The SYNC line waiting for its DELAY - written once the next
      * call's time is known (or the run or the journal ends).
       01  PENDING-VARS.
           05  WS-PENDING-SW         PIC X VALUE 'N'.
               88  WS-SYNC-PENDING       VALUE 'Y'.
           05  WS-PENDING-LINE       PIC X(200).
           05  WS-PENDING-PTR        PIC 9(3).
           05  WS-PENDING-HS         PIC 9(15).
           05  WS-CALL-HS            PIC 9(15).
           05  WS-DELAY-MS           PIC 9(9).
           05  WS-DAY-INT            PIC 9(8).
           05  WS-DATE-NUM           PIC 9(8).
           05  WS-TIME-PARTS.
               10  WS-TIME-HH        PIC 99.
               10  WS-TIME-MM        PIC 99.
               10  WS-TIME-SS        PIC 99.
               10  WS-TIME-HS        PIC 99.

      * Line composition scratch, as in SCENEDIS: the operand text
      * being built and the signed-number edit field whose trimmed
      * image SCENEASM's parser takes back.
       01  COMPOSE-VARS.
           05  WS-LINE-BUF           PIC X(200).
           05  WS-LINE-PTR           PIC 9(3).
           05  WS-NUM-DISP           PIC -(8)9.
           05  WS-DEFAULT-SHADE      PIC 9(3).
           05  WS-POLY-I             PIC 9(2).
           05  WS-ALIGN-WORD         PIC X(8).

           COPY GFXARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
           IF WS-ARG NOT = SPACES
              MOVE WS-ARG TO WS-JOURNAL-FILE-NAME
           END-IF

           DISPLAY 2 UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-ARG
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
           IF WS-ARG NOT = SPACES
              MOVE WS-ARG TO WS-SOURCE-FILE-NAME
           END-IF

           DISPLAY 3 UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-ARG
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
           IF WS-ARG NOT = SPACES
              IF FUNCTION TRIM(WS-ARG) IS NOT NUMERIC
                 DISPLAY "GFXJRNL: FROM-FRAME MUST BE NUMERIC"
                         UPON SYSERR
                 STOP RUN RETURNING 1
              END-IF
              MOVE FUNCTION NUMVAL(WS-ARG) TO WS-FROM-FRAME
           END-IF

           DISPLAY 4 UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-ARG
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
           IF WS-ARG NOT = SPACES
              IF FUNCTION TRIM(WS-ARG) IS NOT NUMERIC
                 DISPLAY "GFXJRNL: TO-FRAME MUST BE NUMERIC"
                         UPON SYSERR
                 STOP RUN RETURNING 1
              END-IF
              MOVE FUNCTION NUMVAL(WS-ARG) TO WS-TO-FRAME
           END-IF

           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
              DISPLAY "GFXJRNL: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-JOURNAL-FILE-NAME)
                       " STATUS " WS-JOURNAL-STATUS UPON SYSERR
              STOP RUN RETURNING 1
           END-IF

           OPEN OUTPUT SOURCE-FILE
           IF WS-SOURCE-STATUS NOT = "00"
              DISPLAY "GFXJRNL: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-SOURCE-FILE-NAME)
                       " STATUS " WS-SOURCE-STATUS UPON SYSERR
              STOP RUN RETURNING 1
           END-IF

           PERFORM UNTIL WS-EOF
              READ JOURNAL-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-RECORDS-IN
                    PERFORM CONVERT-ONE-CALL
              END-READ
           END-PERFORM
           IF WS-SYNC-PENDING
              PERFORM WRITE-PENDING-SYNC
           END-IF

           CLOSE JOURNAL-FILE
           CLOSE SOURCE-FILE

           DISPLAY "GFXJRNL: " WS-RECORDS-IN " CALL(S) TO "
                    WS-LINES-OUT " LINE(S), " WS-REJECTED
                    " REJECTED, " WS-NOT-REPLAYED " NOT REPLAYED"
                    UPON SYSERR
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * One journaled call. Whatever comes next settles a waiting
      * SYNC's DELAY first - the gap to this call within a run,
      * none across the start of a new one.
      * -----------------------------------------------------------
       CONVERT-ONE-CALL.
           PERFORM GET-CALL-HS
           IF WS-SYNC-PENDING
              IF GJ-SEQ NOT = 1 AND WS-CALL-HS > WS-PENDING-HS
                 COMPUTE WS-DELAY-MS =
                     (WS-CALL-HS - WS-PENDING-HS) * 10
                 IF WS-DELAY-MS > 999999
                    MOVE 999999 TO WS-DELAY-MS
                 END-IF
                 STRING "DELAY " DELIMITED BY SIZE
                        INTO WS-PENDING-LINE
                        WITH POINTER WS-PENDING-PTR
                 END-STRING
                 MOVE WS-DELAY-MS TO WS-NUM-DISP
                 STRING FUNCTION TRIM(WS-NUM-DISP) DELIMITED BY SIZE
                        INTO WS-PENDING-LINE
                        WITH POINTER WS-PENDING-PTR
                 END-STRING
              END-IF
              PERFORM WRITE-PENDING-SYNC
           END-IF

           IF GJ-FRAME < WS-FROM-FRAME
              EXIT PARAGRAPH
           END-IF
           IF WS-TO-FRAME > 0 AND GJ-FRAME > WS-TO-FRAME
              EXIT PARAGRAPH
           END-IF

           IF GJ-SEQ = 1
              MOVE SPACES TO SOURCE-LINE
              STRING "* RUN " GJ-DATE " " GJ-TIME(1:6) " "
                     GJ-PROGRAM
                     DELIMITED BY SIZE INTO SOURCE-LINE
              END-STRING
              PERFORM WRITE-SOURCE-LINE
           END-IF

           IF GJ-STATUS NOT = 0
              ADD 1 TO WS-REJECTED
              MOVE SPACES TO SOURCE-LINE
              STRING "* REJECTED " GJ-STATUS " " GJ-OPCODE " "
                     FUNCTION TRIM(GJ-DECODED)
                     DELIMITED BY SIZE INTO SOURCE-LINE
              END-STRING
              PERFORM WRITE-SOURCE-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM DECODE-ONE-CALL.

      * -----------------------------------------------------------
      * Decode an accepted call through the GFXARGS overlay into its
      * SCENEASM command. The operand order mirrors SCENEASM's
      * BUILD-SCENE-RECORD exactly, as SCENEDIS's does.
      * -----------------------------------------------------------
       DECODE-ONE-CALL.
           MOVE GJ-PARAMS TO GFX-PARAMS
           MOVE SPACES TO WS-LINE-BUF
           MOVE 1 TO WS-LINE-PTR

           EVALUATE GJ-OPCODE
              WHEN "LINE"
                   PERFORM PUT-OPCODE
                   MOVE GFX-LINE-X1 TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
                   MOVE GFX-LINE-Y1 TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
                   MOVE GFX-LINE-X2 TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
                   MOVE GFX-LINE-Y2 TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
              WHEN "RECT"
              WHEN "RECO"
                   PERFORM PUT-OPCODE
                   MOVE GFX-RECT-X TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
                   MOVE GFX-RECT-Y TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
                   MOVE GFX-RECT-W TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
                   MOVE GFX-RECT-H TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
              WHEN "CIRC"
              WHEN "FCIR"
                   PERFORM PUT-OPCODE
                   MOVE GFX-CIRC-CX TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
                   MOVE GFX-CIRC-CY TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
                   MOVE GFX-CIRC-R TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
              WHEN "ELLI"
                   PERFORM PUT-OPCODE
                   MOVE GFX-ELLI-CX TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
                   MOVE GFX-ELLI-CY TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
                   MOVE GFX-ELLI-RX TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
                   MOVE GFX-ELLI-RY TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
              WHEN "FFIL"
                   PERFORM PUT-OPCODE
                   MOVE GFX-FILL-X TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
                   MOVE GFX-FILL-Y TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
              WHEN "VPRT"
                   PERFORM PUT-OPCODE
                   MOVE GFX-VPORT-X TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
                   MOVE GFX-VPORT-Y TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
              WHEN "GRID"
                   PERFORM PUT-OPCODE
                   MOVE GFX-GRID-SPACING TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
              WHEN "CLR "
              WHEN "FILL"
              WHEN "SYNC"
                   PERFORM PUT-OPCODE
              WHEN "TEXT"
                   PERFORM PUT-OPCODE
                   MOVE GFX-TEXT-X TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
                   MOVE GFX-TEXT-Y TO WS-NUM-DISP
                   PERFORM PUT-NUMBER
                   STRING FUNCTION TRIM(GFX-TEXT-STR) " "
                          DELIMITED BY SIZE
                          INTO WS-LINE-BUF
                          WITH POINTER WS-LINE-PTR
                   END-STRING
              WHEN "BLIT"
                   PERFORM PUT-OPCODE
                   STRING FUNCTION TRIM(GFX-BLIT-NAME) " "
                          DELIMITED BY SIZE
                          INTO WS-LINE-BUF
                          WITH POINTER WS-LINE-PTR
                   END-STRING
                   MOVE GFX-BLIT-X TO WS-NUM-DISP
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
                           UNTIL WS-POLY-I > GFX-POLY-COUNT
                      MOVE GFX-POLY-X(WS-POLY-I) TO WS-NUM-DISP
                      PERFORM PUT-NUMBER
                      MOVE GFX-POLY-Y(WS-POLY-I) TO WS-NUM-DISP
                      PERFORM PUT-NUMBER
                   END-PERFORM
              WHEN OTHER
                   ADD 1 TO WS-NOT-REPLAYED
                   MOVE SPACES TO SOURCE-LINE
                   STRING "* NOT REPLAYED " GJ-OPCODE " "
                          FUNCTION TRIM(GJ-DECODED)
                          DELIMITED BY SIZE INTO SOURCE-LINE
                   END-STRING
                   PERFORM WRITE-SOURCE-LINE
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM PUT-COLOR-CLAUSE
           IF GJ-OPCODE = "SYNC"
              MOVE WS-LINE-BUF TO WS-PENDING-LINE
              MOVE WS-LINE-PTR TO WS-PENDING-PTR
              MOVE WS-CALL-HS TO WS-PENDING-HS
              SET WS-SYNC-PENDING TO TRUE
           ELSE
              MOVE WS-LINE-BUF TO SOURCE-LINE
              PERFORM WRITE-SOURCE-LINE
           END-IF.

      * -----------------------------------------------------------
      * The mnemonic itself, then operands one PUT-NUMBER at a
      * time - each appended with a trailing space so SCENEASM's
      * tokenizer reads them straight back.
      * -----------------------------------------------------------
       PUT-OPCODE.
           STRING FUNCTION TRIM(GJ-OPCODE) " "
                  DELIMITED BY SIZE
                  INTO WS-LINE-BUF
                  WITH POINTER WS-LINE-PTR
           END-STRING.

       PUT-NUMBER.
           STRING FUNCTION TRIM(WS-NUM-DISP) " "
                  DELIMITED BY SIZE
                  INTO WS-LINE-BUF
                  WITH POINTER WS-LINE-PTR
           END-STRING.

      * -----------------------------------------------------------
      * COLOR only when the call drew with the common color and it
      * is not the default the assembler fills in (white, or black
      * for CODE). CLR, SYNC, VPRT, TRAN and BLIT take no color, so
      * whatever the demo left in the fields is not carried over.
      * -----------------------------------------------------------
       PUT-COLOR-CLAUSE.
           IF GJ-OPCODE = "CLR " OR "SYNC" OR "VPRT" OR "TRAN"
                          OR "BLIT"
              EXIT PARAGRAPH
           END-IF
           IF GJ-OPCODE = "CODE"
              MOVE 0 TO WS-DEFAULT-SHADE
           ELSE
              MOVE 255 TO WS-DEFAULT-SHADE
           END-IF
           IF GJ-COLOR-R NOT = WS-DEFAULT-SHADE
              OR GJ-COLOR-G NOT = WS-DEFAULT-SHADE
              OR GJ-COLOR-B NOT = WS-DEFAULT-SHADE
              STRING "COLOR " DELIMITED BY SIZE
                     INTO WS-LINE-BUF
                     WITH POINTER WS-LINE-PTR
              END-STRING
              MOVE GJ-COLOR-R TO WS-NUM-DISP
              PERFORM PUT-NUMBER
              MOVE GJ-COLOR-G TO WS-NUM-DISP
              PERFORM PUT-NUMBER
              MOVE GJ-COLOR-B TO WS-NUM-DISP
              PERFORM PUT-NUMBER
           END-IF.

       WRITE-PENDING-SYNC.
           MOVE WS-PENDING-LINE TO SOURCE-LINE
           PERFORM WRITE-SOURCE-LINE
           MOVE 'N' TO WS-PENDING-SW.

       WRITE-SOURCE-LINE.
           WRITE SOURCE-LINE
           ADD 1 TO WS-LINES-OUT.

      * -----------------------------------------------------------
      * The call's time as hundredths of a second counted from the
      * INTEGER-OF-DATE day number, so a gap across midnight still
      * comes out right.
      * -----------------------------------------------------------
       GET-CALL-HS.
           MOVE 0 TO WS-CALL-HS
           IF GJ-DATE IS NOT NUMERIC OR GJ-TIME IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE GJ-DATE TO WS-DATE-NUM
           MOVE GJ-TIME TO WS-TIME-PARTS
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-CALL-HS =
               WS-DAY-INT * 8640000
               + WS-TIME-HH * 360000 + WS-TIME-MM * 6000
               + WS-TIME-SS * 100 + WS-TIME-HS.
