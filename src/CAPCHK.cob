      *****************************************************************
      * CAPCHK: integrity validation for a capture file before it is
      * replayed to the live wall. Walks the file record by record
      * and checks every SPAN against the extents of the wall the
      * capture was recorded on - the WALL line of its CAPHDR
      * header, or the SETTINGS.cpy wall for a capture without one -
      * and the 0..255 color range (x1 <= x2, coordinates on the
      * wall, numeric fields actually numeric), that every record is
      * a known type (SPAN, FRAME - bare or carrying GFXREC's
      * the file ends on a FRAME marker rather than a truncated
      * frame. Writes a verdict report with the first N violations
      * and their record numbers; returns 0 only for a sound file.
      * A keyed keyframe/delta capture (KEYCAP.cbl) is checked in
      * its own grammar as well: the "KEYCAP n" header only as the
      * first record, each "KEY n" marker numbering the frame it
      * opens, and the .IDX index beside it agreeing entry for
      * entry with the KEY markers actually in the file - record
      * number and frame - since every seek trusts it blindly.
      * The CAPHDR header block (see CAPHDRARGS.cpy) must stand
      * ahead of the first SPAN or FRAME, carry usable values, a
      * WALL line and a version this check knows; the report says
      * what the header described.
      * Given INCIDENT as a fourth argument, an unsound capture is
      * also put on the wall incident register (through INCLOG) as
      * a CAPTURE fault, once while that incident stays open.
      * An unsound capture is also put on the notification spool
      * (see NOTIFYARGS.cpy) as CAPBAD, naming the capture and the
      * report, so a bad recording is known about before anything
      * tries to air it; CAPJUKE's CAPFAIL is the separate event
      * for a jukebox entry skipped because of it.
      * Invoke as: CAPCHK [capture.dat] [capchk.rpt] [max-detail]
      *            [INCIDENT]
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPCHK.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT INDEX-FILE ASSIGN TO DYNAMIC WS-INDEX-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPTURE-FILE.
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).

       FD  INDEX-FILE.
           COPY KEYIDXREC.

       WORKING-STORAGE SECTION.
       01  CAPCHK-VARS.
           05  WS-CAPTURE-FILE-NAME PIC X(100) VALUE "CAPTURE.DAT".
           05  WS-REPORT-FILE-ARG   PIC X(100) VALUE SPACES.
           05  WS-DETAIL-ARG        PIC X(6)   VALUE SPACES.
           05  WS-DETAIL-MAX        PIC 9(4)   VALUE 20.
           05  WS-INCIDENT-ARG      PIC X(8)   VALUE SPACES.
           05  WS-CAP-STATUS        PIC X(2).
           05  WS-REPORT-STATUS     PIC X(2).
           05  WS-EOF-SW            PIC X VALUE 'N'.
           05  WS-DETAILED          PIC 9(4) VALUE 0.
           05  WS-TRAILING          PIC 9(8) VALUE 0.
           05  WS-VIOLATION-TEXT    PIC X(60).
           05  WS-INDEX-FILE-NAME   PIC X(100) VALUE SPACES.
           05  WS-INDEX-STATUS      PIC X(2).
           05  WS-KEYED-SW          PIC X VALUE 'N'.
               88  WS-KEYED             VALUE 'Y'.
           05  WS-INDEX-OPEN-SW     PIC X VALUE 'N'.
               88  WS-INDEX-OPEN        VALUE 'Y'.
           05  WS-INDEX-EOF-SW      PIC X VALUE 'N'.
               88  WS-INDEX-EOF         VALUE 'Y'.
           05  WS-KEYFRAMES         PIC 9(8) VALUE 0.
           05  WS-INDEX-EXTRA       PIC 9(8) VALUE 0.
           05  WS-BODY-SW           PIC X VALUE 'N'.
               88  WS-BODY-STARTED      VALUE 'Y'.
           05  WS-HDR-LINES         PIC 9(4) VALUE 0.
           05  WS-HDR-WALL-SW       PIC X VALUE 'N'.
               88  WS-HDR-WALL-SEEN     VALUE 'Y'.
           05  WS-HDR-VERSION-KNOWN PIC 9(2) VALUE 1.
           05  WS-HDR-EDIT-1        PIC ZZZ9.
           05  WS-HDR-EDIT-2        PIC ZZZ9.
           05  WS-HDR-EDIT-3        PIC ZZZ9.
           05  WS-HDR-EDIT-4        PIC ZZZ9.
           05  WS-HDR-EDIT-V        PIC Z9.

      * Raw SPAN tokens, split out as text first so a non-numeric
      * field is caught instead of silently de-edited to garbage.
           05  WS-WALL-MAX-Y        PIC 9(4).

           COPY SETTINGS.
           COPY INCLOGARGS.
           COPY CAPHDRARGS.
           COPY NOTIFYARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
              MOVE WS-DETAIL-ARG TO WS-DETAIL-MAX
           END-IF

           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-INCIDENT-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-INCIDENT-ARG) TO WS-INCIDENT-ARG

           OPEN INPUT CAPTURE-FILE
           IF WS-CAP-STATUS NOT = "00"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM TAKE-CAPTURE-HEADER

           PERFORM UNTIL WS-EOF
              READ CAPTURE-FILE
              END-READ
           END-PERFORM

           IF WS-INDEX-OPEN
              PERFORM CHECK-INDEX-LEFTOVERS
           END-IF
           IF WS-HDR-LINES > 0 AND NOT WS-HDR-WALL-SEEN
              MOVE "CAPHDR HEADER HAS NO WALL LINE"
                   TO WS-VIOLATION-TEXT
              MOVE SPACES TO CAPTURE-LINE
              PERFORM RECORD-VIOLATION
           END-IF

           IF WS-RECORD-NUM = 0
              MOVE "FILE IS EMPTY" TO WS-VIOLATION-TEXT
              PERFORM RECORD-VIOLATION
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-KEYED
              MOVE SPACES TO REPORT-LINE
              STRING "KEYED CAPTURE, "
                     FUNCTION TRIM(WS-KEYFRAMES) " KEYFRAME(S)"
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF

           IF WS-VIOLATIONS = 0
              MOVE "VERDICT: SOUND" TO REPORT-LINE
           DISPLAY "CAPCHK: " WS-VIOLATIONS " VIOLATION(S) IN "
                    WS-RECORD-NUM " RECORD(S)" UPON SYSERR
           IF WS-VIOLATIONS > 0
              IF WS-INCIDENT-ARG = "INCIDENT"
                 PERFORM OPEN-CAPTURE-INCIDENT
              END-IF
              MOVE 2 TO NF-SEVERITY
              MOVE "CAPCHK" TO NF-SOURCE
              MOVE SPACES TO NF-WALL
              MOVE "CAPBAD" TO NF-EVENT
              MOVE SPACES TO NF-MESSAGE
              STRING "UNSOUND CAPTURE "
                     FUNCTION TRIM(WS-CAPTURE-FILE-NAME) " - "
                     FUNCTION TRIM(WS-VIOLATIONS) " VIOLATION(S), SEE "
                     FUNCTION TRIM(WS-REPORT-FILE-NAME)
                     DELIMITED BY SIZE INTO NF-MESSAGE
              END-STRING
              CALL 'NOTIFY' USING NOTIFY-ARGS
              STOP RUN RETURNING 1
           END-IF
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * Put the unsound capture on the incident register, on the
      * current wall, unless it is already there and still open.
      * -----------------------------------------------------------
       OPEN-CAPTURE-INCIDENT.
           MOVE 'O' TO IL-FUNCTION
           MOVE "CAPTURE" TO IL-CATEGORY
           MOVE 2 TO IL-SEVERITY
           MOVE SPACES TO IL-WALL
           MOVE SPACES TO IL-TILE
           MOVE "CAPCHK" TO IL-OPENED-BY
           MOVE SPACES TO IL-FROM-STAMP
           MOVE WS-CAPTURE-FILE-NAME TO IL-CAPTURE
           MOVE SPACES TO IL-SUMMARY
           STRING "UNSOUND CAPTURE - "
                  FUNCTION TRIM(WS-VIOLATIONS) " VIOLATION(S), SEE "
                  FUNCTION TRIM(WS-REPORT-FILE-NAME)
                  DELIMITED BY SIZE INTO IL-SUMMARY
           END-STRING
           MOVE SPACES TO IL-NOTE
           STRING "LAST VIOLATION: " FUNCTION TRIM(WS-VIOLATION-TEXT)
                  DELIMITED BY SIZE INTO IL-NOTE
           END-STRING
           CALL 'INCLOG' USING INCLOG-ARGS
           EVALUATE TRUE
              WHEN IL-OK
                   DISPLAY "CAPCHK: OPENED INCIDENT " IL-ID UPON SYSERR
              WHEN IL-ALREADY-OPEN
                   DISPLAY "CAPCHK: INCIDENT " IL-ID
                           " IS STILL OPEN FOR THIS CAPTURE" UPON SYSERR
              WHEN OTHER
                   DISPLAY "CAPCHK: UNABLE TO WRITE INCIDENTS.DAT"
                           UPON SYSERR
           END-EVALUATE.

      * -----------------------------------------------------------
      * The wall the spans are judged against is the one the CAPHDR
      * header names; a capture without one is judged against this
      * wall's SETTINGS extents. The report says which.
      * -----------------------------------------------------------
       TAKE-CAPTURE-HEADER.
           MOVE 'R' TO CH-FUNCTION
           MOVE WS-CAPTURE-FILE-NAME TO CH-CAPTURE-FILE
           CALL 'CAPHDR' USING CAPHDR-ARGS
           COMPUTE WS-WALL-MAX-X = CH-WALL-WIDTH - 1
           COMPUTE WS-WALL-MAX-Y = CH-WALL-HEIGHT - 1

           MOVE SPACES TO REPORT-LINE
           IF CH-NO-HEADER
              MOVE WALL-WIDTH  TO WS-HDR-EDIT-1
              MOVE WALL-HEIGHT TO WS-HDR-EDIT-2
              STRING "NO CAPHDR HEADER - JUDGED AGAINST THIS WALL "
                     FUNCTION TRIM(WS-HDR-EDIT-1) "X"
                     FUNCTION TRIM(WS-HDR-EDIT-2)
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE CH-VERSION     TO WS-HDR-EDIT-V
           MOVE CH-WALL-WIDTH  TO WS-HDR-EDIT-1
           MOVE CH-WALL-HEIGHT TO WS-HDR-EDIT-2
           MOVE CH-TILE-WIDTH  TO WS-HDR-EDIT-3
           MOVE CH-TILE-HEIGHT TO WS-HDR-EDIT-4
           STRING "HEADER: VERSION " FUNCTION TRIM(WS-HDR-EDIT-V)
                  " WALL " FUNCTION TRIM(WS-HDR-EDIT-1) "X"
                  FUNCTION TRIM(WS-HDR-EDIT-2)
                  " TILE " FUNCTION TRIM(WS-HDR-EDIT-3) "X"
                  FUNCTION TRIM(WS-HDR-EDIT-4)
                  " DEMO " FUNCTION TRIM(CH-DEMO)
                  " WALL ID " FUNCTION TRIM(CH-WALL-ID)
                  " STARTED " CH-STARTED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      * -----------------------------------------------------------
      * Classify and validate one capture record.
      * -----------------------------------------------------------
                   PERFORM CHECK-SPAN-RECORD
              WHEN CAPTURE-LINE(1:4) = "RPT "
                   PERFORM CHECK-RPT-RECORD
              WHEN CAPTURE-LINE(1:7) = "KEYCAP "
                   PERFORM CHECK-KEYED-HEADER
              WHEN CAPTURE-LINE(1:4) = "KEY "
                   PERFORM CHECK-KEY-MARKER
              WHEN CAPTURE-LINE(1:7) = "CAPHDR "
                   PERFORM CHECK-HEADER-LINE
              WHEN OTHER
                   MOVE "UNRECOGNIZED RECORD TYPE"
                        TO WS-VIOLATION-TEXT
                   PERFORM RECORD-VIOLATION
                   ADD 1 TO WS-TRAILING
           END-EVALUATE
           IF CAPTURE-LINE(1:7) NOT = "CAPHDR "
              AND CAPTURE-LINE(1:7) NOT = "KEYCAP "
              SET WS-BODY-STARTED TO TRUE
           END-IF.

      * -----------------------------------------------------------
      * A CAPHDR line belongs to the header block ahead of the
      * first SPAN or FRAME, with a value CAPHDR can use, and a
      * VERSION line must name a version this check knows.
      * -----------------------------------------------------------
       CHECK-HEADER-LINE.
           IF WS-BODY-STARTED
              MOVE "CAPHDR LINE AFTER THE CAPTURE BODY BEGAN"
                   TO WS-VIOLATION-TEXT
              PERFORM RECORD-VIOLATION
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HDR-LINES
           IF CAPTURE-LINE(8:5) = "WALL "
              SET WS-HDR-WALL-SEEN TO TRUE
           END-IF

           MOVE 'P' TO CH-FUNCTION
           MOVE CAPTURE-LINE TO CH-LINE
           CALL 'CAPHDR' USING CAPHDR-ARGS
           IF NOT CH-OK
              MOVE "CAPHDR VALUE MISSING OR UNUSABLE"
                   TO WS-VIOLATION-TEXT
              PERFORM RECORD-VIOLATION
              EXIT PARAGRAPH
           END-IF
           IF CAPTURE-LINE(8:8) = "VERSION "
              AND (CH-VERSION = 0
                   OR CH-VERSION > WS-HDR-VERSION-KNOWN)
              MOVE "CAPHDR VERSION NOT ONE THIS CHECK KNOWS"
                   TO WS-VIOLATION-TEXT
              PERFORM RECORD-VIOLATION
           END-IF.

      * -----------------------------------------------------------
      * A SPAN must carry exactly six numeric operands, the run
              PERFORM RECORD-VIOLATION
           END-IF
           IF SV-X2 > WS-WALL-MAX-X
              MOVE "SPAN X2 PAST THE WALL WIDTH" TO WS-VIOLATION-TEXT
              PERFORM RECORD-VIOLATION
           END-IF
           IF SV-Y > WS-WALL-MAX-Y
              MOVE "SPAN Y PAST THE WALL HEIGHT" TO WS-VIOLATION-TEXT
              PERFORM RECORD-VIOLATION
           END-IF
           IF SV-R > 255 OR SV-G > 255 OR SV-B > 255
              ADD SV-X1 TO WS-FRAMES
           END-IF.

      * -----------------------------------------------------------
      * The keyed-capture header: first record only, carrying the
      * numeric keyframe interval. It opens the index check.
      * -----------------------------------------------------------
       CHECK-KEYED-HEADER.
           IF WS-RECORD-NUM NOT = 1
              MOVE "KEYCAP HEADER NOT THE FIRST RECORD"
                   TO WS-VIOLATION-TEXT
              PERFORM RECORD-VIOLATION
              EXIT PARAGRAPH
           END-IF
           SET WS-KEYED TO TRUE
           PERFORM TOKENIZE-SPAN
           MOVE 2 TO ST-I
           PERFORM CHECK-TOKEN-NUMERIC
           IF ST-COUNT NOT = 2 OR NOT ST-NUMERIC
              MOVE "KEYCAP HEADER INTERVAL MISSING OR NOT NUMERIC"
                   TO WS-VIOLATION-TEXT
              PERFORM RECORD-VIOLATION
           END-IF

           MOVE SPACES TO WS-INDEX-FILE-NAME
           STRING FUNCTION TRIM(WS-CAPTURE-FILE-NAME) ".IDX"
                  DELIMITED BY SIZE INTO WS-INDEX-FILE-NAME
           END-STRING
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS NOT = "00"
              MOVE "KEYED CAPTURE HAS NO .IDX INDEX"
                   TO WS-VIOLATION-TEXT
              PERFORM RECORD-VIOLATION
           ELSE
              SET WS-INDEX-OPEN TO TRUE
           END-IF.

      * -----------------------------------------------------------
      * A KEY marker belongs to a keyed capture, must number the
      * frame it opens, and must be the next entry in the index.
      * -----------------------------------------------------------
       CHECK-KEY-MARKER.
           ADD 1 TO WS-TRAILING
           IF NOT WS-KEYED
              MOVE "KEY MARKER IN A CAPTURE WITHOUT KEYCAP HEADER"
                   TO WS-VIOLATION-TEXT
              PERFORM RECORD-VIOLATION
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-KEYFRAMES
           PERFORM TOKENIZE-SPAN
           MOVE 2 TO ST-I
           PERFORM CHECK-TOKEN-NUMERIC
           IF ST-COUNT NOT = 2 OR NOT ST-NUMERIC
              MOVE "KEY FRAME NUMBER MISSING OR NOT NUMERIC"
                   TO WS-VIOLATION-TEXT
              PERFORM RECORD-VIOLATION
              EXIT PARAGRAPH
           END-IF
           MOVE ST-TOKEN(2) TO SV-X1
           IF SV-X1 NOT = WS-FRAMES + 1
              MOVE "KEY NUMBER IS NOT THE FRAME IT OPENS"
                   TO WS-VIOLATION-TEXT
              PERFORM RECORD-VIOLATION
           END-IF

           IF NOT WS-INDEX-OPEN
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-INDEX-ENTRY
           IF WS-INDEX-EOF
              MOVE "KEY MARKER MISSING FROM THE INDEX"
                   TO WS-VIOLATION-TEXT
              PERFORM RECORD-VIOLATION
              EXIT PARAGRAPH
           END-IF
           IF KX-FRAME NOT NUMERIC OR KX-LINE NOT NUMERIC
              MOVE "INDEX ENTRY NOT NUMERIC" TO WS-VIOLATION-TEXT
              PERFORM RECORD-VIOLATION
              EXIT PARAGRAPH
           END-IF
           IF KX-FRAME NOT = SV-X1 OR KX-LINE NOT = WS-RECORD-NUM
              MOVE SPACES TO WS-VIOLATION-TEXT
              STRING "INDEX SAYS FRAME " FUNCTION TRIM(KX-FRAME)
                     " AT RECORD " FUNCTION TRIM(KX-LINE)
                     DELIMITED BY SIZE INTO WS-VIOLATION-TEXT
              END-STRING
              PERFORM RECORD-VIOLATION
           END-IF.

       READ-INDEX-ENTRY.
           IF WS-INDEX-EOF
              EXIT PARAGRAPH
           END-IF
           READ INDEX-FILE
              AT END
                 SET WS-INDEX-EOF TO TRUE
           END-READ.

      * -----------------------------------------------------------
      * Index entries left over after the last KEY marker point at
      * keyframes the capture does not have.
      * -----------------------------------------------------------
       CHECK-INDEX-LEFTOVERS.
           PERFORM READ-INDEX-ENTRY
           PERFORM UNTIL WS-INDEX-EOF
              ADD 1 TO WS-INDEX-EXTRA
              PERFORM READ-INDEX-ENTRY
           END-PERFORM
           CLOSE INDEX-FILE
           IF WS-INDEX-EXTRA > 0
              MOVE SPACES TO WS-VIOLATION-TEXT
              STRING "INDEX HAS " FUNCTION TRIM(WS-INDEX-EXTRA)
                     " ENTRY(S) PAST THE LAST KEY MARKER"
                     DELIMITED BY SIZE INTO WS-VIOLATION-TEXT
              END-STRING
              MOVE SPACES TO CAPTURE-LINE
              PERFORM RECORD-VIOLATION
           END-IF.

      * -----------------------------------------------------------
      * Split the current record into space-separated tokens.
      * -----------------------------------------------------------
