      *****************************************************************
      * CAPHDR: capture header reader and builder (see CAPHDRARGS.cpy
      * for the interface and the header layout). GFXREC writes the
      * header at the top of every capture - the wall and tile
      * dimensions it was recorded at, the demo, the wall ID, the
      * start stamp and the format version - so a capture carries
      * its own description to whatever reads it later, on whatever
      * wall. Readers ask for the header before their first record
      * and judge the capture against it; a capture from before the
      * header existed reads as "no header" with this wall's own
      * SETTINGS dimensions, which is what every reader assumed of
      * every capture until then.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPHDR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPTURE-FILE ASSIGN TO DYNAMIC WS-CAPTURE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPTURE-FILE.
       01  CAPTURE-LINE           PIC X(40).

       WORKING-STORAGE SECTION.
       01  CAPHDR-VARS.
           05  WS-CAPTURE-FILE-NAME PIC X(100) VALUE SPACES.
           05  WS-CAP-STATUS      PIC X(2).
           05  WS-EOF-SW          PIC X.
               88  WS-EOF             VALUE 'Y'.
           05  WS-FIRST-SW        PIC X.
               88  WS-FIRST-RECORD    VALUE 'Y'.
           05  WS-WALL-SEEN-SW    PIC X.
               88  WS-WALL-SEEN       VALUE 'Y'.
           05  WS-WALL-BAD-SW     PIC X.
               88  WS-WALL-BAD        VALUE 'Y'.
           05  WS-CURRENT-VERSION PIC 9(2) VALUE 1.
           05  WS-EDIT-NUM        PIC ZZZ9.
           05  WS-EDIT-NUM-2      PIC ZZZ9.

      * One header line split into its words.
       01  HEADER-TOKENS.
           05  HT-TAG             PIC X(8).
           05  HT-KEYWORD         PIC X(10).
           05  HT-VALUE-1         PIC X(16).
           05  HT-VALUE-2         PIC X(16).
           05  HT-LEN-1           PIC 9(2).
           05  HT-LEN-2           PIC 9(2).
           05  HT-NUM-1           PIC 9(4).
           05  HT-NUM-2           PIC 9(4).
           05  HT-NUMS-OK-SW      PIC X.
               88  HT-NUMS-OK         VALUE 'Y'.

           COPY SETTINGS.

       LINKAGE SECTION.
           COPY CAPHDRARGS.

       PROCEDURE DIVISION USING CAPHDR-ARGS.
           MOVE 0 TO CH-STATUS

           EVALUATE TRUE
              WHEN CH-FN-READ
                   PERFORM READ-CAPTURE-HEADER
              WHEN CH-FN-PARSE
                   PERFORM PARSE-HEADER-LINE
              WHEN CH-FN-BUILD
                   PERFORM BUILD-HEADER-LINES
              WHEN CH-FN-DEFAULT
                   PERFORM DEFAULT-HEADER
              WHEN OTHER
                   MOVE 1 TO CH-STATUS
           END-EVALUATE
           GOBACK.

      * -----------------------------------------------------------
      * A header-less capture was recorded on a wall the size this
      * one was compiled for - the only assumption there was.
      * -----------------------------------------------------------
       DEFAULT-HEADER.
           MOVE 0 TO CH-VERSION
           MOVE WALL-WIDTH  TO CH-WALL-WIDTH
           MOVE WALL-HEIGHT TO CH-WALL-HEIGHT
           MOVE WIDTH       TO CH-TILE-WIDTH
           MOVE HEIGHT      TO CH-TILE-HEIGHT
           MOVE SPACES TO CH-DEMO
           MOVE SPACES TO CH-WALL-ID
           MOVE SPACES TO CH-STARTED.

      * -----------------------------------------------------------
      * Read the CAPHDR block at the top of the capture: past a
      * keyed capture's "KEYCAP n" line, up to the first record
      * that is not a header line.
      * -----------------------------------------------------------
       READ-CAPTURE-HEADER.
           PERFORM DEFAULT-HEADER
           MOVE 0 TO CH-HEADER-LINES
           MOVE 'N' TO WS-WALL-SEEN-SW
           MOVE 'N' TO WS-WALL-BAD-SW

           MOVE CH-CAPTURE-FILE TO WS-CAPTURE-FILE-NAME
           OPEN INPUT CAPTURE-FILE
           IF WS-CAP-STATUS NOT = "00"
              MOVE 3 TO CH-STATUS
              EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SW
           SET WS-FIRST-RECORD TO TRUE
           PERFORM UNTIL WS-EOF
              READ CAPTURE-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    PERFORM TAKE-HEADER-RECORD
              END-READ
           END-PERFORM
           CLOSE CAPTURE-FILE

           EVALUATE TRUE
              WHEN CH-HEADER-LINES = 0
                   MOVE 1 TO CH-STATUS
              WHEN NOT WS-WALL-SEEN OR WS-WALL-BAD
                   MOVE WALL-WIDTH  TO CH-WALL-WIDTH
                   MOVE WALL-HEIGHT TO CH-WALL-HEIGHT
                   MOVE 2 TO CH-STATUS
              WHEN OTHER
                   MOVE 0 TO CH-STATUS
           END-EVALUATE.

       TAKE-HEADER-RECORD.
           IF WS-FIRST-RECORD
              MOVE 'N' TO WS-FIRST-SW
              IF CAPTURE-LINE(1:7) = "KEYCAP "
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF CAPTURE-LINE(1:7) NOT = "CAPHDR "
              MOVE 'Y' TO WS-EOF-SW
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO CH-HEADER-LINES
           MOVE CAPTURE-LINE TO CH-LINE
           PERFORM PARSE-HEADER-LINE
           IF HT-KEYWORD = "WALL"
              SET WS-WALL-SEEN TO TRUE
              IF CH-STATUS NOT = 0
                 SET WS-WALL-BAD TO TRUE
              END-IF
           END-IF
           MOVE 0 TO CH-STATUS.

      * -----------------------------------------------------------
      * One "CAPHDR <keyword> <value> [<value>]" line. Dimensions
      * must be whole numbers above zero; a start stamp is 14
      * digits or absent (a capture re-cut from one that never had
      * a header); the text fields take whatever is there.
      * -----------------------------------------------------------
       PARSE-HEADER-LINE.
           MOVE 0 TO CH-STATUS
           MOVE SPACES TO HEADER-TOKENS
           MOVE 0 TO HT-LEN-1
           MOVE 0 TO HT-LEN-2
           IF CH-LINE(1:7) NOT = "CAPHDR "
              MOVE 1 TO CH-STATUS
              EXIT PARAGRAPH
           END-IF

           UNSTRING CH-LINE DELIMITED BY ALL SPACE
               INTO HT-TAG
                    HT-KEYWORD
                    HT-VALUE-1 COUNT IN HT-LEN-1
                    HT-VALUE-2 COUNT IN HT-LEN-2
           END-UNSTRING

           EVALUATE HT-KEYWORD
              WHEN "VERSION"
                   PERFORM TAKE-HEADER-NUMBERS
                   IF HT-NUMS-OK AND HT-NUM-1 < 100
                      MOVE HT-NUM-1 TO CH-VERSION
                   ELSE
                      MOVE 2 TO CH-STATUS
                   END-IF
              WHEN "WALL"
                   PERFORM TAKE-HEADER-NUMBERS
                   IF HT-NUMS-OK AND HT-LEN-2 > 0 AND HT-NUM-2 > 0
                      MOVE HT-NUM-1 TO CH-WALL-WIDTH
                      MOVE HT-NUM-2 TO CH-WALL-HEIGHT
                   ELSE
                      MOVE 2 TO CH-STATUS
                   END-IF
              WHEN "TILE"
                   PERFORM TAKE-HEADER-NUMBERS
                   IF HT-NUMS-OK AND HT-LEN-2 > 0 AND HT-NUM-2 > 0
                      MOVE HT-NUM-1 TO CH-TILE-WIDTH
                      MOVE HT-NUM-2 TO CH-TILE-HEIGHT
                   ELSE
                      MOVE 2 TO CH-STATUS
                   END-IF
              WHEN "DEMO"
                   MOVE HT-VALUE-1 TO CH-DEMO
              WHEN "WALLID"
                   MOVE HT-VALUE-1 TO CH-WALL-ID
              WHEN "STARTED"
                   EVALUATE TRUE
                      WHEN HT-LEN-1 = 0
                           MOVE SPACES TO CH-STARTED
                      WHEN HT-LEN-1 = 14
                           AND HT-VALUE-1(1:14) IS NUMERIC
                           MOVE HT-VALUE-1(1:14) TO CH-STARTED
                      WHEN OTHER
                           MOVE 2 TO CH-STATUS
                   END-EVALUATE
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * -----------------------------------------------------------
      * The first value (and the second, when the line has one) as
      * numbers of up to four digits; a lone value leaves HT-NUM-2
      * at 1 so single-number keywords pass the same test.
      * -----------------------------------------------------------
       TAKE-HEADER-NUMBERS.
           MOVE 'N' TO HT-NUMS-OK-SW
           MOVE 0 TO HT-NUM-1
           MOVE 1 TO HT-NUM-2
           IF HT-LEN-1 < 1 OR HT-LEN-1 > 4
              EXIT PARAGRAPH
           END-IF
           IF HT-VALUE-1(1:HT-LEN-1) IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE HT-VALUE-1(1:HT-LEN-1) TO HT-NUM-1
           IF HT-LEN-2 > 0
              IF HT-LEN-2 > 4
                 EXIT PARAGRAPH
              END-IF
              IF HT-VALUE-2(1:HT-LEN-2) IS NOT NUMERIC
                 EXIT PARAGRAPH
              END-IF
              MOVE HT-VALUE-2(1:HT-LEN-2) TO HT-NUM-2
           END-IF
           IF HT-KEYWORD NOT = "VERSION" AND HT-NUM-1 = 0
              EXIT PARAGRAPH
           END-IF
           SET HT-NUMS-OK TO TRUE.

      * -----------------------------------------------------------
      * The header block for CH-HEADER, always at this version.
      * -----------------------------------------------------------
       BUILD-HEADER-LINES.
           MOVE WS-CURRENT-VERSION TO CH-VERSION
           MOVE SPACES TO CH-BUILT-LINE(1) CH-BUILT-LINE(2)
                          CH-BUILT-LINE(3) CH-BUILT-LINE(4)
                          CH-BUILT-LINE(5) CH-BUILT-LINE(6)

           MOVE CH-VERSION TO WS-EDIT-NUM
           STRING "CAPHDR VERSION " FUNCTION TRIM(WS-EDIT-NUM)
                  DELIMITED BY SIZE INTO CH-BUILT-LINE(1)
           END-STRING

           MOVE CH-WALL-WIDTH  TO WS-EDIT-NUM
           MOVE CH-WALL-HEIGHT TO WS-EDIT-NUM-2
           STRING "CAPHDR WALL " FUNCTION TRIM(WS-EDIT-NUM) " "
                  FUNCTION TRIM(WS-EDIT-NUM-2)
                  DELIMITED BY SIZE INTO CH-BUILT-LINE(2)
           END-STRING

           MOVE CH-TILE-WIDTH  TO WS-EDIT-NUM
           MOVE CH-TILE-HEIGHT TO WS-EDIT-NUM-2
           STRING "CAPHDR TILE " FUNCTION TRIM(WS-EDIT-NUM) " "
                  FUNCTION TRIM(WS-EDIT-NUM-2)
                  DELIMITED BY SIZE INTO CH-BUILT-LINE(3)
           END-STRING

           STRING "CAPHDR DEMO " FUNCTION TRIM(CH-DEMO)
                  DELIMITED BY SIZE INTO CH-BUILT-LINE(4)
           END-STRING
           STRING "CAPHDR WALLID " FUNCTION TRIM(CH-WALL-ID)
                  DELIMITED BY SIZE INTO CH-BUILT-LINE(5)
           END-STRING
           STRING "CAPHDR STARTED " CH-STARTED
                  DELIMITED BY SIZE INTO CH-BUILT-LINE(6)
           END-STRING
           MOVE 6 TO CH-BUILT-COUNT.
