      * frames actually arrived instead of strobing through them;
      * the downstream copy stays a bare "FRAME", so the display
      * pipe sees exactly what it always saw.
      * Given a keyframe interval, the capture is written in the
      * keyed keyframe/delta format through KEYCAP instead - a full
      * picture every interval frames and only the changed runs in
      * between, with the capture.dat.IDX frame index beside it -
      * so a long run of a slow-changing board stays small and any
      * frame can be reached without replaying from the top.
      * Every capture opens with the CAPHDR header block (see
      * CAPHDRARGS.cpy): the wall and tile canvas it was recorded
      * at, the demo, the wall ID and the start stamp, so the tools
      * that read it later judge it by the wall it came from, not
      * by the wall they happen to be compiled for. The demo is the
      * argument given, else the demo holding the wall lock; a "-"
      * keyframe interval records plain, for naming the demo
      * without keying the capture.
      * Invoke as: DEMO | GFXREC capture.dat [keyframe-interval]
      *            [demo-name] | DISPLAYPIPE
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GFXREC.
               88  WS-EOF                VALUE 'Y'.
           05  WS-LINES              PIC 9(8) VALUE 0.
           05  WS-FRAMES             PIC 9(8) VALUE 0.
           05  WS-INTERVAL-ARG       PIC X(8)   VALUE SPACES.
           05  WS-KEYED-SW           PIC X VALUE 'N'.
               88  WS-KEYED              VALUE 'Y'.
           05  WS-DEMO-ARG           PIC X(12)  VALUE SPACES.
           05  WS-HDR-I              PIC 9(2).

           COPY PACEVARS.

           COPY KEYCAPARGS.
           COPY CAPHDRARGS.
           COPY WALLREGARGS.
           COPY WALLLOCKARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-CAPTURE-FILE-NAME FROM ARGUMENT-VALUE
              MOVE "CAPTURE.DAT" TO WS-CAPTURE-FILE-NAME
           END-IF

           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-INTERVAL-ARG FROM ARGUMENT-VALUE
           IF WS-INTERVAL-ARG NOT = SPACES
              AND WS-INTERVAL-ARG NOT = "-"
              SET WS-KEYED TO TRUE
              MOVE WS-INTERVAL-ARG TO KC-INTERVAL
           END-IF

           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-DEMO-ARG FROM ARGUMENT-VALUE

           OPEN INPUT STREAM-IN
           IF WS-KEYED
              MOVE 'O' TO KC-FUNCTION
              MOVE WS-CAPTURE-FILE-NAME TO KC-CAPTURE-FILE
              CALL 'KEYCAP' USING KEYCAP-ARGS
              MOVE "00" TO WS-CAP-STATUS
              IF NOT KC-OK
                 MOVE "99" TO WS-CAP-STATUS
              END-IF
           ELSE
              OPEN OUTPUT CAPTURE-FILE
           END-IF
           IF WS-IN-STATUS NOT = "00" OR WS-CAP-STATUS NOT = "00"
              DISPLAY "GFXREC: UNABLE TO OPEN STREAM OR CAPTURE FILE"
                   UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           PERFORM WRITE-CAPTURE-HEADER

           PERFORM UNTIL WS-EOF
              READ STREAM-IN
                       PERFORM WRITE-STAMPED-MARKER
                    ELSE
                       MOVE STREAM-LINE TO CAPTURE-LINE
                       PERFORM WRITE-CAPTURE-LINE
                    END-IF
                    ADD 1 TO WS-LINES
              END-READ
           END-PERFORM

           CLOSE STREAM-IN
           IF WS-KEYED
              MOVE 'C' TO KC-FUNCTION
              CALL 'KEYCAP' USING KEYCAP-ARGS
           ELSE
              CLOSE CAPTURE-FILE
           END-IF
           DISPLAY "GFXREC: CAPTURED " WS-LINES " LINE(S), "
                    WS-FRAMES " FRAME(S)" UPON SYSERR
           STOP RUN.

      * -----------------------------------------------------------
      * The CAPHDR block ahead of the first record: this wall's own
      * dimensions, the demo, the wall ID and the moment recording
      * began.
      * -----------------------------------------------------------
       WRITE-CAPTURE-HEADER.
           MOVE 'D' TO CH-FUNCTION
           CALL 'CAPHDR' USING CAPHDR-ARGS

           MOVE FUNCTION UPPER-CASE(WS-DEMO-ARG) TO CH-DEMO
           IF CH-DEMO = SPACES
              MOVE 'Q' TO WL-FUNCTION
              MOVE SPACES TO WL-OWNER
              MOVE SPACES TO WL-DEMO
              MOVE 0 TO WL-STALE-MINS
              CALL 'WALLLOCK' USING WALLLOCK-ARGS
              IF WL-HELD
                 MOVE WL-HELD-DEMO TO CH-DEMO
              END-IF
           END-IF

           MOVE 'L' TO WG-FUNCTION
           MOVE SPACES TO WG-WALL-ID
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-WALL-ID TO CH-WALL-ID

           MOVE FUNCTION CURRENT-DATE(1:14) TO CH-STARTED

           MOVE 'B' TO CH-FUNCTION
           CALL 'CAPHDR' USING CAPHDR-ARGS
           PERFORM VARYING WS-HDR-I FROM 1 BY 1
                   UNTIL WS-HDR-I > CH-BUILT-COUNT
              MOVE CH-BUILT-LINE(WS-HDR-I) TO CAPTURE-LINE
              PERFORM WRITE-CAPTURE-LINE
           END-PERFORM.

      * -----------------------------------------------------------
      * Write the FRAME marker into the capture carrying the moment
      * it went by, as "FRAME <hundredths>" on the date-aware tick.
           STRING "FRAME " FUNCTION TRIM(WS-TICK-TOTAL-HS)
                  DELIMITED BY SIZE INTO CAPTURE-LINE
           END-STRING
           PERFORM WRITE-CAPTURE-LINE.

      * -----------------------------------------------------------
      * One record into the capture - straight to the file, or
      * through KEYCAP's keyframe/delta writer for a keyed one.
      * -----------------------------------------------------------
       WRITE-CAPTURE-LINE.
           IF WS-KEYED
              MOVE 'P' TO KC-FUNCTION
              MOVE CAPTURE-LINE TO KC-LINE
              CALL 'KEYCAP' USING KEYCAP-ARGS
           ELSE
              WRITE CAPTURE-LINE
           END-IF.

      * -----------------------------------------------------------
      * Read the wall clock and reduce it to hundredths-of-a-second
