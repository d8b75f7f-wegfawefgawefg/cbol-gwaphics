      *****************************************************************
      * WALLREG: site wall registry lookup (see WALLREGARGS.cpy for
      * the interface, WALLREGREC.cpy for WALLS.DAT). Resolves a
      * wall ID - given, or the current wall from the WALLID
      * environment value - to its registry entry and its copy of a
      * wall-scoped file, walks the registry for "ALL", and selects
      * the current wall for the caller and its children. A blank
      * wall ID is the working-directory wall and needs no registry
      * at all, so a single-wall site runs exactly as before.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WALLREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WALL-REG-FILE ASSIGN TO "WALLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WALL-REG-FILE.
           COPY WALLREGREC.

       WORKING-STORAGE SECTION.
       01  WALLREG-VARS.
           05  WS-REG-STATUS      PIC X(2).
           05  WS-EOF-SW          PIC X.
               88  WS-EOF             VALUE 'Y'.
           05  WS-FOUND-SW        PIC X.
               88  WS-FOUND           VALUE 'Y'.
           05  WS-ENTRY-NO        PIC 9(4).
           05  WS-WANTED-ID       PIC X(8).
           05  WS-SCAN-POS        PIC 9(3).
           05  WS-SCAN-CHAR       PIC X.

       LINKAGE SECTION.
           COPY WALLREGARGS.

       PROCEDURE DIVISION USING WALLREG-ARGS.
           MOVE 0 TO WG-STATUS
           MOVE 'A'    TO WG-STATE
           MOVE SPACES TO WG-DIR
           MOVE SPACES TO WG-OUTPUT
           MOVE SPACES TO WG-DESC

           EVALUATE TRUE
              WHEN WG-FN-LOOKUP
                   PERFORM FIND-WALL
              WHEN WG-FN-FILE
                   PERFORM FIND-WALL
                   PERFORM BUILD-FILE-NAME
              WHEN WG-FN-NEXT
                   PERFORM FIND-NTH-WALL
              WHEN WG-FN-SELECT
                   PERFORM SELECT-WALL
              WHEN OTHER
                   MOVE 1 TO WG-STATUS
           END-EVALUATE
           GOBACK.

      * -----------------------------------------------------------
      * Resolve WG-WALL-ID (blank = the current wall, from WALLID)
      * to its registry entry. The blank wall is the working
      * directory and is always found.
      * -----------------------------------------------------------
       FIND-WALL.
           IF WG-WALL-ID = SPACES
              DISPLAY "WALLID" UPON ENVIRONMENT-NAME
              ACCEPT WG-WALL-ID FROM ENVIRONMENT-VALUE
           END-IF
           MOVE FUNCTION UPPER-CASE(WG-WALL-ID) TO WG-WALL-ID
           IF WG-WALL-ID = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE WG-WALL-ID TO WS-WANTED-ID
           MOVE 'N' TO WS-FOUND-SW
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT WALL-REG-FILE
           IF WS-REG-STATUS NOT = "00"
              MOVE 1 TO WG-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF OR WS-FOUND
              READ WALL-REG-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF FUNCTION UPPER-CASE(WR-WALL-ID) = WS-WANTED-ID
                       SET WS-FOUND TO TRUE
                       PERFORM RETURN-ENTRY
                    END-IF
              END-READ
           END-PERFORM
           CLOSE WALL-REG-FILE
           IF NOT WS-FOUND
              MOVE 1 TO WG-STATUS
           END-IF.

      * -----------------------------------------------------------
      * The wall's copy of WG-BASE-NAME: under its directory when
      * it has one, otherwise (working-directory wall, or a wall
      * the registry does not know) the plain name. A bad output
      * pipe name does not matter here - no command line is built.
      * -----------------------------------------------------------
       BUILD-FILE-NAME.
           MOVE SPACES TO WG-FILE-NAME
           IF (WG-OK OR WG-BAD-OUTPUT) AND WG-DIR NOT = SPACES
              STRING FUNCTION TRIM(WG-DIR) "/"
                     FUNCTION TRIM(WG-BASE-NAME)
                     DELIMITED BY SIZE INTO WG-FILE-NAME
              END-STRING
           ELSE
              MOVE WG-BASE-NAME TO WG-FILE-NAME
           END-IF.

      * -----------------------------------------------------------
      * The WG-INDEX'th entry of WALLS.DAT, in file order; past the
      * end (or no registry) is WG-END.
      * -----------------------------------------------------------
       FIND-NTH-WALL.
           MOVE SPACES TO WG-WALL-ID
           MOVE 0 TO WS-ENTRY-NO
           MOVE 'N' TO WS-FOUND-SW
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT WALL-REG-FILE
           IF WS-REG-STATUS NOT = "00"
              MOVE 2 TO WG-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF OR WS-FOUND
              READ WALL-REG-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF WR-WALL-ID NOT = SPACES
                       ADD 1 TO WS-ENTRY-NO
                       IF WS-ENTRY-NO = WG-INDEX
                          SET WS-FOUND TO TRUE
                          PERFORM RETURN-ENTRY
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE WALL-REG-FILE
           IF NOT WS-FOUND
              MOVE 2 TO WG-STATUS
           END-IF.

      * -----------------------------------------------------------
      * Make WG-WALL-ID the current wall: a registered wall (or the
      * blank working-directory wall) goes into WALLID, which this
      * run unit's later calls and every program it launches read.
      * An unknown wall leaves the current wall as it was.
      * -----------------------------------------------------------
       SELECT-WALL.
           MOVE FUNCTION UPPER-CASE(WG-WALL-ID) TO WG-WALL-ID
           IF WG-WALL-ID NOT = SPACES
              PERFORM FIND-WALL
              IF NOT WG-OK
                 EXIT PARAGRAPH
              END-IF
           END-IF
           DISPLAY "WALLID" UPON ENVIRONMENT-NAME
           DISPLAY WG-WALL-ID UPON ENVIRONMENT-VALUE.

       RETURN-ENTRY.
           MOVE FUNCTION UPPER-CASE(WR-WALL-ID) TO WG-WALL-ID
           MOVE WR-STATE  TO WG-STATE
           MOVE WR-DIR    TO WG-DIR
           MOVE WR-OUTPUT TO WG-OUTPUT
           MOVE WR-DESC   TO WG-DESC
           PERFORM CHECK-OUTPUT-NAME.

      * -----------------------------------------------------------
      * The output pipe name ends up on a CALL "SYSTEM" command
      * line, so only letters, digits, dot, comma, dash, underscore
      * and slash are allowed through - the launchers' argument
      * rule plus the path separator.
      * -----------------------------------------------------------
       CHECK-OUTPUT-NAME.
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 60
              MOVE WG-OUTPUT(WS-SCAN-POS:1) TO WS-SCAN-CHAR
              IF WS-SCAN-CHAR NOT = SPACE
                 AND WS-SCAN-CHAR NOT ALPHABETIC
                 AND (WS-SCAN-CHAR < '0' OR WS-SCAN-CHAR > '9')
                 AND WS-SCAN-CHAR NOT = '.'
                 AND WS-SCAN-CHAR NOT = ','
                 AND WS-SCAN-CHAR NOT = '-'
                 AND WS-SCAN-CHAR NOT = '_'
                 AND WS-SCAN-CHAR NOT = '/'
                 MOVE 3 TO WG-STATUS
              END-IF
           END-PERFORM
           IF WG-OUTPUT NOT = SPACES
              AND FUNCTION TRIM(WG-OUTPUT) NOT = WG-OUTPUT
              MOVE 3 TO WG-STATUS
           END-IF.
