      *****************************************************************
      * CAPKEY: converts captures between the plain GFXREC format
      * and the keyed keyframe/delta format KEYCAP writes (see
      * KEYCAP.cbl for the layout), so archived captures keep
      * working with both kinds of tool.
      *   CAPKEY ENCODE <in> <out> [keyframe-interval]
      *       key a plain (or CAPPACK-packed, or already keyed)
      *       capture: a full keyframe every interval frames
      *       (default 250), only the changed runs in between, and
      *       the frame index written beside it as <out>.IDX
      *   CAPKEY DECODE <in> <out>
      *       back to a plain capture any older tool reads: the
      *       header and KEY markers go, every SPAN and FRAME marker
      *       (stamps included) stays, and the picture on every
      *       frame replays exactly as before
      * Either way the capture's CAPHDR header block rides through
      * at the top, and ENCODE keys the picture at the wall size
      * that header names.
      * Returns 0 when the conversion completed, 1 otherwise.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPKEY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPTURE-FILE ASSIGN TO DYNAMIC WS-CAPTURE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.

           SELECT OUTPUT-FILE ASSIGN TO DYNAMIC WS-OUTPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPTURE-FILE.
       01  CAPTURE-LINE           PIC X(40).

       FD  OUTPUT-FILE.
       01  OUTPUT-LINE            PIC X(40).

       WORKING-STORAGE SECTION.
       01  CAPKEY-VARS.
           05  WS-FUNCTION-ARG    PIC X(8)   VALUE SPACES.
           05  WS-CAPTURE-FILE-NAME PIC X(100) VALUE SPACES.
           05  WS-OUTPUT-FILE-NAME  PIC X(100) VALUE SPACES.
           05  WS-INTERVAL-ARG    PIC X(8)   VALUE SPACES.
           05  WS-CAP-STATUS      PIC X(2).
           05  WS-OUT-STATUS      PIC X(2).
           05  WS-EOF-SW          PIC X VALUE 'N'.
               88  WS-EOF             VALUE 'Y'.
           05  WS-LINES-IN        PIC 9(10) VALUE 0.
           05  WS-LINES-OUT       PIC 9(10) VALUE 0.
           05  WS-FRAMES          PIC 9(8) VALUE 0.

           COPY KEYCAPARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-FUNCTION-ARG FROM ARGUMENT-VALUE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-CAPTURE-FILE-NAME FROM ARGUMENT-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-OUTPUT-FILE-NAME FROM ARGUMENT-VALUE

           IF WS-CAPTURE-FILE-NAME = SPACES
              OR WS-OUTPUT-FILE-NAME = SPACES
              OR WS-CAPTURE-FILE-NAME = WS-OUTPUT-FILE-NAME
              DISPLAY "CAPKEY: USAGE: CAPKEY ENCODE IN OUT [INTERVAL]"
                      " | DECODE IN OUT (IN AND OUT MUST DIFFER)"
                      UPON SYSERR
              STOP RUN RETURNING 1
           END-IF

           EVALUATE FUNCTION TRIM(WS-FUNCTION-ARG)
              WHEN "ENCODE"
                   PERFORM DO-ENCODE
              WHEN "DECODE"
                   PERFORM DO-DECODE
              WHEN OTHER
                   DISPLAY "CAPKEY: USAGE: CAPKEY ENCODE IN OUT "
                           "[INTERVAL] | DECODE IN OUT" UPON SYSERR
                   STOP RUN RETURNING 1
           END-EVALUATE
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * ENCODE: every input line goes through KEYCAP, which keeps
      * the picture, writes the keyed capture and its index.
      * -----------------------------------------------------------
       DO-ENCODE.
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-INTERVAL-ARG FROM ARGUMENT-VALUE
           MOVE 0 TO KC-INTERVAL
           IF WS-INTERVAL-ARG NOT = SPACES
              MOVE WS-INTERVAL-ARG TO KC-INTERVAL
           END-IF

           PERFORM OPEN-CAPTURE-INPUT
           MOVE 'O' TO KC-FUNCTION
           MOVE WS-OUTPUT-FILE-NAME TO KC-CAPTURE-FILE
           CALL 'KEYCAP' USING KEYCAP-ARGS
           IF NOT KC-OK
              DISPLAY "CAPKEY: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-OUTPUT-FILE-NAME)
                       " OR ITS INDEX" UPON SYSERR
              CLOSE CAPTURE-FILE
              STOP RUN RETURNING 1
           END-IF

           MOVE 'P' TO KC-FUNCTION
           PERFORM UNTIL WS-EOF OR NOT KC-OK
              READ CAPTURE-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-LINES-IN
                    MOVE CAPTURE-LINE TO KC-LINE
                    CALL 'KEYCAP' USING KEYCAP-ARGS
              END-READ
           END-PERFORM
           CLOSE CAPTURE-FILE
           IF NOT KC-OK
              DISPLAY "CAPKEY: WRITE FAILED ON "
                       FUNCTION TRIM(WS-OUTPUT-FILE-NAME) UPON SYSERR
              MOVE 'C' TO KC-FUNCTION
              CALL 'KEYCAP' USING KEYCAP-ARGS
              STOP RUN RETURNING 1
           END-IF

           MOVE 'C' TO KC-FUNCTION
           CALL 'KEYCAP' USING KEYCAP-ARGS

           DISPLAY "CAPKEY: " WS-LINES-IN " LINE(S) IN, "
                    KC-LINES-OUT " LINE(S) OUT, " KC-FRAMES-OUT
                    " FRAME(S), " KC-KEYFRAMES-OUT " KEYFRAME(S) TO "
                    FUNCTION TRIM(WS-OUTPUT-FILE-NAME) UPON SYSERR.

      * -----------------------------------------------------------
      * DECODE: a keyed capture is already a run of SPAN records on
      * a persistent picture, so dropping its header and KEY lines
      * leaves a plain capture that replays the same pictures. A
      * plain input passes through unchanged.
      * -----------------------------------------------------------
       DO-DECODE.
           PERFORM OPEN-CAPTURE-INPUT
           OPEN OUTPUT OUTPUT-FILE
           IF WS-OUT-STATUS NOT = "00"
              DISPLAY "CAPKEY: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-OUTPUT-FILE-NAME)
                       " STATUS " WS-OUT-STATUS UPON SYSERR
              CLOSE CAPTURE-FILE
              STOP RUN RETURNING 1
           END-IF

           PERFORM UNTIL WS-EOF
              READ CAPTURE-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-LINES-IN
                    IF CAPTURE-LINE(1:7) NOT = "KEYCAP "
                       AND CAPTURE-LINE(1:4) NOT = "KEY "
                       MOVE CAPTURE-LINE TO OUTPUT-LINE
                       WRITE OUTPUT-LINE
                       ADD 1 TO WS-LINES-OUT
                       IF FUNCTION TRIM(CAPTURE-LINE) = "FRAME"
                          OR CAPTURE-LINE(1:6) = "FRAME "
                          ADD 1 TO WS-FRAMES
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CAPTURE-FILE
           CLOSE OUTPUT-FILE

           DISPLAY "CAPKEY: " WS-LINES-IN " LINE(S) IN, "
                    WS-LINES-OUT " LINE(S) OUT, " WS-FRAMES
                    " FRAME(S) TO "
                    FUNCTION TRIM(WS-OUTPUT-FILE-NAME) UPON SYSERR.

       OPEN-CAPTURE-INPUT.
           OPEN INPUT CAPTURE-FILE
           IF WS-CAP-STATUS NOT = "00"
              DISPLAY "CAPKEY: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-CAPTURE-FILE-NAME)
                       " STATUS " WS-CAP-STATUS UPON SYSERR
              STOP RUN RETURNING 1
           END-IF.
