      *****************************************************************
      * GFXBENCH: per-opcode performance benchmark for GRAPHICS, so
      * "FLUSH-FRAME got slower after the blend work" is a number
      * instead of a feeling. PERFHIST times whole demos through
      * the pipe; this drives GRAPHICS directly, one case at a
      * time, through a fixed workload:
      *   LINE        corner-to-corner canvas diagonal
      *   RECT        320x240 filled rectangle
      *   FCIR        radius-150 filled circle
      *   FPOL        six-point filled polygon, 300 across
      *   FFIL        flood of a 320x240 outlined box, alternating
      *               two colors so every call really floods
      *   TEXT        a 20-character string
      *   BLIT        the first sprite in SPRITES.DAT (skipped
      *               when there is none)
      *   GRCT        320x240 vertical gradient rectangle
      *   SYNC        a RECT then a SYNC - each call re-dirties
      *               the same box so every flush has work to do
      *   SYNC-BLEND  the same under BLND ADD
      *   SYNC-XFRM   the same under XFRM scale 2
      *   SYNC-LAYER  the same drawn into overlay layer 1, so the
      *               flush composites (run last - a layer once
      *               used stays in the composite)
      * Each case repeats in batches of ten calls until at least
      * the minimum time has passed, and its cost per call in
      * microseconds is appended to the GFXBENCH.DAT history (see
      * BENCHREC.cpy). COMPARE (the default) sets every case
      * against the GFXBENCH.BAS baseline and flags one that got
      * more than the threshold percentage slower as REGRESSED;
      * BASELINE replaces GFXBENCH.BAS with this run's figures.
      * Returns 1 when any case regressed, so an engine change can
      * be gated the way REGRUN gates correctness. A baseline is
      * only good on the machine, wall configuration and
      * SPRITES.DAT it was taken with.
      * The pixel stream GRAPHICS writes comes out on stdout as
      * always - send it to /dev/null rather than a wall.
      * Invoke as: GFXBENCH [COMPARE|BASELINE] [threshold-pct]
      *                     [min-secs] [report] > /dev/null
      * The threshold defaults to 10 percent, the minimum time per
      * case to 1 second and the report to GFXBENCH.RPT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GFXBENCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "GFXBENCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT BASELINE-FILE ASSIGN TO "GFXBENCH.BAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASELINE-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SPRITES-FILE ASSIGN TO "SPRITES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPRITE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY BENCHREC.

       FD  BASELINE-FILE.
       01  BASELINE-LINE          PIC X(51).

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).

       FD  SPRITES-FILE.
           COPY SPRITEREC.

       WORKING-STORAGE SECTION.
       01  GFXBENCH-VARS.
           05  WS-MODE-ARG        PIC X(8)   VALUE SPACES.
           05  WS-THRESHOLD-ARG   PIC X(4)   VALUE SPACES.
           05  WS-MIN-SECS-ARG    PIC X(4)   VALUE SPACES.
           05  WS-REPORT-FILE-ARG PIC X(100) VALUE SPACES.
           05  WS-REPORT-FILE-NAME PIC X(100) VALUE "GFXBENCH.RPT".
           05  WS-HISTORY-STATUS  PIC X(2).
           05  WS-BASELINE-STATUS PIC X(2).
           05  WS-REPORT-STATUS   PIC X(2).
           05  WS-SPRITE-STATUS   PIC X(2).
           05  WS-MODE-SW         PIC X VALUE 'C'.
               88  WS-COMPARING       VALUE 'C'.
               88  WS-TAKING-BASELINE VALUE 'B'.
           05  WS-EOF-SW          PIC X.
               88  WS-EOF             VALUE 'Y'.
           05  WS-HAVE-BASELINE-SW PIC X VALUE 'N'.
               88  WS-HAVE-BASELINE   VALUE 'Y'.
           05  WS-THRESHOLD-PCT   PIC 9(3) VALUE 10.
           05  WS-MIN-SECS        PIC 9(3) VALUE 1.
           05  WS-MIN-HS          PIC 9(6).
           05  WS-REGRESSIONS     PIC 9(3) VALUE 0.
           05  WS-RUN-DATE        PIC X(8).
           05  WS-RUN-TIME        PIC X(6).
           05  WS-SPRITE-NAME     PIC X(16) VALUE SPACES.
           05  WS-START-HS        PIC 9(15).
           05  WS-CASE-HS         PIC 9(8).
           05  WS-BATCH-I         PIC 9(3).
           05  WS-FLOOD-TOGGLE    PIC 9 VALUE 0.

           COPY PACEVARS.

      * The cases, in the order they run (see the header - the
      * layer case has to be last).
       01  CASE-NAME-DATA.
           05  FILLER PIC X(12) VALUE "LINE".
           05  FILLER PIC X(12) VALUE "RECT".
           05  FILLER PIC X(12) VALUE "FCIR".
           05  FILLER PIC X(12) VALUE "FPOL".
           05  FILLER PIC X(12) VALUE "FFIL".
           05  FILLER PIC X(12) VALUE "TEXT".
           05  FILLER PIC X(12) VALUE "BLIT".
           05  FILLER PIC X(12) VALUE "GRCT".
           05  FILLER PIC X(12) VALUE "SYNC".
           05  FILLER PIC X(12) VALUE "SYNC-BLEND".
           05  FILLER PIC X(12) VALUE "SYNC-XFRM".
           05  FILLER PIC X(12) VALUE "SYNC-LAYER".
       01  CASE-NAME-TABLE REDEFINES CASE-NAME-DATA.
           05  CASE-NAME          PIC X(12) OCCURS 12 TIMES.

      * This run's result and the baseline's for each case.
       01  CASE-RESULTS.
           05  CS-COUNT           PIC 99 VALUE 12.
           05  CS-I               PIC 99.
           05  CS-ENTRY OCCURS 12 TIMES.
               10  CS-CALLS       PIC 9(8).
               10  CS-ELAPSED-HS  PIC 9(8).
               10  CS-USEC        PIC 9(9).
               10  CS-BASE-USEC   PIC 9(9).
               10  CS-STATE       PIC X.
                   88  CS-RAN         VALUE 'R'.
                   88  CS-SKIPPED     VALUE 'S'.
               10  CS-SKIP-WHY    PIC X(30).

      * Report line scratch.
       01  REPORT-WORK.
           05  RP-CALLS-OUT       PIC Z(7)9.
           05  RP-HS-OUT          PIC Z(7)9.
           05  RP-USEC-OUT        PIC Z(8)9.
           05  RP-BASE-OUT        PIC Z(8)9.
           05  RP-CHANGE          PIC S9(5)V9.
           05  RP-CHANGE-OUT      PIC -(5)9.9.
           05  RP-VERDICT         PIC X(10).
           05  RP-CHANGE-TEXT     PIC X(8).

           COPY GFXARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MODE-ARG FROM ARGUMENT-VALUE
           EVALUATE WS-MODE-ARG
              WHEN SPACES
              WHEN "COMPARE"
                   MOVE 'C' TO WS-MODE-SW
              WHEN "BASELINE"
                   MOVE 'B' TO WS-MODE-SW
              WHEN OTHER
                   DISPLAY "GFXBENCH: MODE MUST BE COMPARE OR BASELINE"
                           UPON SYSERR
                   STOP RUN RETURNING 1
           END-EVALUATE

           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-THRESHOLD-ARG FROM ARGUMENT-VALUE
           IF WS-THRESHOLD-ARG NOT = SPACES
              MOVE WS-THRESHOLD-ARG TO WS-THRESHOLD-PCT
           END-IF

           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-MIN-SECS-ARG FROM ARGUMENT-VALUE
           IF WS-MIN-SECS-ARG NOT = SPACES
              MOVE WS-MIN-SECS-ARG TO WS-MIN-SECS
           END-IF
           IF WS-MIN-SECS = 0
              MOVE 1 TO WS-MIN-SECS
           END-IF
           COMPUTE WS-MIN-HS = WS-MIN-SECS * 100

           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-REPORT-FILE-ARG FROM ARGUMENT-VALUE
           IF WS-REPORT-FILE-ARG NOT = SPACES
              MOVE WS-REPORT-FILE-ARG TO WS-REPORT-FILE-NAME
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "GFXBENCH: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-REPORT-FILE-NAME)
                       " STATUS " WS-REPORT-STATUS UPON SYSERR
              STOP RUN RETURNING 1
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           PERFORM FIND-BENCH-SPRITE

      *    the first call loads the wall configuration - get it
      *    out of the way before anything is timed
           MOVE 'CLR' TO GFX-OPCODE
           CALL 'GRAPHICS' USING GFX-ARGS
           MOVE 'SYNC' TO GFX-OPCODE
           CALL 'GRAPHICS' USING GFX-ARGS

           PERFORM VARYING CS-I FROM 1 BY 1 UNTIL CS-I > CS-COUNT
              PERFORM RUN-ONE-CASE
           END-PERFORM

           PERFORM WRITE-HISTORY
           IF WS-TAKING-BASELINE
              PERFORM WRITE-BASELINE
           ELSE
              PERFORM READ-BASELINE
           END-IF
           PERFORM WRITE-BENCH-REPORT
           CLOSE REPORT-FILE

           DISPLAY "GFXBENCH: " CS-COUNT " CASE(S), "
                   WS-REGRESSIONS " REGRESSED" UPON SYSERR
           IF WS-REGRESSIONS > 0
              STOP RUN RETURNING 1
           END-IF
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * The BLIT case stamps the first sprite named in SPRITES.DAT.
      * -----------------------------------------------------------
       FIND-BENCH-SPRITE.
           OPEN INPUT SPRITES-FILE
           IF WS-SPRITE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ SPRITES-FILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE SPRITE-NAME TO WS-SPRITE-NAME
           END-READ
           CLOSE SPRITES-FILE.

      * -----------------------------------------------------------
      * Set up the case, then run its workload in batches of ten
      * calls until WS-MIN-HS hundredths have passed, and put
      * things back the way the next case expects them.
      * -----------------------------------------------------------
       RUN-ONE-CASE.
           MOVE 'R' TO CS-STATE(CS-I)
           MOVE SPACES TO CS-SKIP-WHY(CS-I)
           MOVE 0 TO CS-CALLS(CS-I) CS-ELAPSED-HS(CS-I) CS-USEC(CS-I)
                     CS-BASE-USEC(CS-I)
           PERFORM SET-UP-CASE
           IF CS-SKIPPED(CS-I)
              EXIT PARAGRAPH
           END-IF

      *    one untimed call first, so a case that GRAPHICS refuses
      *    is reported instead of timed
           PERFORM ONE-CASE-CALL
           IF GFX-STATUS NOT = 0
              MOVE 'S' TO CS-STATE(CS-I)
              MOVE SPACES TO CS-SKIP-WHY(CS-I)
              STRING "REFUSED - GFX-STATUS " GFX-STATUS
                     DELIMITED BY SIZE INTO CS-SKIP-WHY(CS-I)
              END-STRING
              PERFORM TEAR-DOWN-CASE
              EXIT PARAGRAPH
           END-IF

           PERFORM GET-CLOCK-HS
           MOVE WS-TICK-TOTAL-HS TO WS-START-HS
           MOVE 0 TO WS-CASE-HS
           PERFORM UNTIL WS-CASE-HS >= WS-MIN-HS
              PERFORM VARYING WS-BATCH-I FROM 1 BY 1
                      UNTIL WS-BATCH-I > 10
                 PERFORM ONE-CASE-CALL
              END-PERFORM
              ADD 10 TO CS-CALLS(CS-I)
              PERFORM GET-CLOCK-HS
              COMPUTE WS-CASE-HS = WS-TICK-TOTAL-HS - WS-START-HS
           END-PERFORM
           MOVE WS-CASE-HS TO CS-ELAPSED-HS(CS-I)
           COMPUTE CS-USEC(CS-I) ROUNDED =
               CS-ELAPSED-HS(CS-I) * 10000 / CS-CALLS(CS-I)
           PERFORM TEAR-DOWN-CASE

           DISPLAY "GFXBENCH: " CASE-NAME(CS-I) " "
                   CS-CALLS(CS-I) " CALL(S) " CS-USEC(CS-I)
                   " USEC/CALL" UPON SYSERR.

       SET-UP-CASE.
           EVALUATE CASE-NAME(CS-I)
              WHEN "FFIL"
      *            an outlined box on a cleared canvas for the flood
      *            to fill
                   MOVE 'CLR' TO GFX-OPCODE
                   CALL 'GRAPHICS' USING GFX-ARGS
                   MOVE 'RECO' TO GFX-OPCODE
                   MOVE 255 TO GFX-COLOR-R GFX-COLOR-G GFX-COLOR-B
                   MOVE 'R' TO GFX-COLOR-MODE
                   MOVE SPACES TO GFX-PARAMS
                   MOVE 100 TO GFX-RECT-X
                   MOVE 100 TO GFX-RECT-Y
                   MOVE 320 TO GFX-RECT-W
                   MOVE 240 TO GFX-RECT-H
                   CALL 'GRAPHICS' USING GFX-ARGS
                   MOVE 0 TO WS-FLOOD-TOGGLE
              WHEN "BLIT"
                   IF WS-SPRITE-NAME = SPACES
                      MOVE 'S' TO CS-STATE(CS-I)
                      MOVE "SKIPPED - NO SPRITE IN FILE"
                           TO CS-SKIP-WHY(CS-I)
                   END-IF
              WHEN "SYNC"
      *            start the SYNC cases from a flushed wall
                   MOVE 'CLR' TO GFX-OPCODE
                   CALL 'GRAPHICS' USING GFX-ARGS
                   MOVE 'SYNC' TO GFX-OPCODE
                   CALL 'GRAPHICS' USING GFX-ARGS
              WHEN "SYNC-BLEND"
                   MOVE 'BLND' TO GFX-OPCODE
                   MOVE SPACES TO GFX-PARAMS
                   MOVE 'A' TO GFX-BLEND-MODE
                   CALL 'GRAPHICS' USING GFX-ARGS
              WHEN "SYNC-XFRM"
                   MOVE 'XFRM' TO GFX-OPCODE
                   MOVE SPACES TO GFX-PARAMS
                   MOVE 0 TO GFX-XFRM-ROT
                   MOVE 2 TO GFX-XFRM-SCALE
                   CALL 'GRAPHICS' USING GFX-ARGS
              WHEN "SYNC-LAYER"
                   MOVE 'LAYR' TO GFX-OPCODE
                   MOVE SPACES TO GFX-PARAMS
                   MOVE 1 TO GFX-LAYER-NO
                   MOVE 0 TO GFX-LAYER-KEY-R GFX-LAYER-KEY-G
                             GFX-LAYER-KEY-B
                   CALL 'GRAPHICS' USING GFX-ARGS
           END-EVALUATE.

       TEAR-DOWN-CASE.
           EVALUATE CASE-NAME(CS-I)
              WHEN "SYNC-BLEND"
                   MOVE 'BLND' TO GFX-OPCODE
                   MOVE SPACES TO GFX-PARAMS
                   MOVE 'R' TO GFX-BLEND-MODE
                   CALL 'GRAPHICS' USING GFX-ARGS
              WHEN "SYNC-XFRM"
                   MOVE 'XFRM' TO GFX-OPCODE
                   MOVE SPACES TO GFX-PARAMS
                   MOVE 0 TO GFX-XFRM-ROT
                   MOVE 1 TO GFX-XFRM-SCALE
                   CALL 'GRAPHICS' USING GFX-ARGS
              WHEN "SYNC-LAYER"
                   MOVE 'LAYR' TO GFX-OPCODE
                   MOVE SPACES TO GFX-PARAMS
                   MOVE 0 TO GFX-LAYER-NO
                   MOVE 0 TO GFX-LAYER-KEY-R GFX-LAYER-KEY-G
                             GFX-LAYER-KEY-B
                   CALL 'GRAPHICS' USING GFX-ARGS
           END-EVALUATE.

      * -----------------------------------------------------------
      * One call of the current case's workload. The SYNC cases
      * draw their box and flush it; GFX-STATUS is the SYNC's, the
      * box being the RECT case already vetted.
      * -----------------------------------------------------------
       ONE-CASE-CALL.
           MOVE 'R' TO GFX-COLOR-MODE
           MOVE 200 TO GFX-COLOR-R
           MOVE 120 TO GFX-COLOR-G
           MOVE 40 TO GFX-COLOR-B
           MOVE SPACES TO GFX-PARAMS
           EVALUATE CASE-NAME(CS-I)
              WHEN "LINE"
                   MOVE 'LINE' TO GFX-OPCODE
                   MOVE 0 TO GFX-LINE-X1
                   MOVE 0 TO GFX-LINE-Y1
                   MOVE 639 TO GFX-LINE-X2
                   MOVE 479 TO GFX-LINE-Y2
              WHEN "RECT"
                   PERFORM SET-BENCH-RECT
              WHEN "FCIR"
                   MOVE 'FCIR' TO GFX-OPCODE
                   MOVE 320 TO GFX-CIRC-CX
                   MOVE 240 TO GFX-CIRC-CY
                   MOVE 150 TO GFX-CIRC-R
              WHEN "FPOL"
                   MOVE 'FPOL' TO GFX-OPCODE
                   MOVE 6 TO GFX-POLY-COUNT
                   MOVE 170 TO GFX-POLY-X(1)
                   MOVE 240 TO GFX-POLY-Y(1)
                   MOVE 245 TO GFX-POLY-X(2)
                   MOVE 110 TO GFX-POLY-Y(2)
                   MOVE 395 TO GFX-POLY-X(3)
                   MOVE 110 TO GFX-POLY-Y(3)
                   MOVE 470 TO GFX-POLY-X(4)
                   MOVE 240 TO GFX-POLY-Y(4)
                   MOVE 395 TO GFX-POLY-X(5)
                   MOVE 370 TO GFX-POLY-Y(5)
                   MOVE 245 TO GFX-POLY-X(6)
                   MOVE 370 TO GFX-POLY-Y(6)
              WHEN "FFIL"
                   MOVE 'FFIL' TO GFX-OPCODE
                   IF WS-FLOOD-TOGGLE = 0
                      MOVE 1 TO WS-FLOOD-TOGGLE
                   ELSE
                      MOVE 0 TO WS-FLOOD-TOGGLE
                      MOVE 40 TO GFX-COLOR-R
                      MOVE 200 TO GFX-COLOR-B
                   END-IF
                   MOVE 200 TO GFX-FILL-X
                   MOVE 200 TO GFX-FILL-Y
              WHEN "TEXT"
                   MOVE 'TEXT' TO GFX-OPCODE
                   MOVE 100 TO GFX-TEXT-X
                   MOVE 200 TO GFX-TEXT-Y
                   MOVE "GFXBENCH WORKLOAD 01" TO GFX-TEXT-STR
              WHEN "BLIT"
                   MOVE 'BLIT' TO GFX-OPCODE
                   MOVE WS-SPRITE-NAME TO GFX-BLIT-NAME
                   MOVE 200 TO GFX-BLIT-X
                   MOVE 200 TO GFX-BLIT-Y
              WHEN "GRCT"
                   MOVE 'GRCT' TO GFX-OPCODE
                   MOVE 100 TO GFX-GRCT-X
                   MOVE 100 TO GFX-GRCT-Y
                   MOVE 320 TO GFX-GRCT-W
                   MOVE 240 TO GFX-GRCT-H
                   MOVE 40 TO GFX-GRCT-R2
                   MOVE 40 TO GFX-GRCT-G2
                   MOVE 200 TO GFX-GRCT-B2
                   MOVE 'V' TO GFX-GRCT-DIR
              WHEN OTHER
                   PERFORM SET-BENCH-RECT
                   CALL 'GRAPHICS' USING GFX-ARGS
                   MOVE 'SYNC' TO GFX-OPCODE
           END-EVALUATE
           CALL 'GRAPHICS' USING GFX-ARGS.

       SET-BENCH-RECT.
           MOVE 'RECT' TO GFX-OPCODE
           MOVE 100 TO GFX-RECT-X
           MOVE 100 TO GFX-RECT-Y
           MOVE 320 TO GFX-RECT-W
           MOVE 240 TO GFX-RECT-H.

      * -----------------------------------------------------------
      * Append this run's figures to the GFXBENCH.DAT history.
      * -----------------------------------------------------------
       WRITE-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
              OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
              DISPLAY "GFXBENCH: UNABLE TO OPEN GFXBENCH.DAT STATUS "
                      WS-HISTORY-STATUS UPON SYSERR
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CS-I FROM 1 BY 1 UNTIL CS-I > CS-COUNT
              IF CS-RAN(CS-I)
                 PERFORM FILL-BENCH-REC
                 WRITE BENCH-REC
              END-IF
           END-PERFORM
           CLOSE HISTORY-FILE.

       FILL-BENCH-REC.
           MOVE WS-RUN-DATE TO BH-DATE
           MOVE WS-RUN-TIME TO BH-TIME
           MOVE CASE-NAME(CS-I) TO BH-CASE
           MOVE CS-CALLS(CS-I) TO BH-CALLS
           MOVE CS-ELAPSED-HS(CS-I) TO BH-ELAPSED-HS
           MOVE CS-USEC(CS-I) TO BH-USEC-PER-CALL.

      * -----------------------------------------------------------
      * BASELINE: this run's figures become GFXBENCH.BAS.
      * -----------------------------------------------------------
       WRITE-BASELINE.
           OPEN OUTPUT BASELINE-FILE
           IF WS-BASELINE-STATUS NOT = "00"
              DISPLAY "GFXBENCH: UNABLE TO WRITE GFXBENCH.BAS STATUS "
                      WS-BASELINE-STATUS UPON SYSERR
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CS-I FROM 1 BY 1 UNTIL CS-I > CS-COUNT
              IF CS-RAN(CS-I)
                 PERFORM FILL-BENCH-REC
                 MOVE BENCH-REC TO BASELINE-LINE
                 WRITE BASELINE-LINE
              END-IF
           END-PERFORM
           CLOSE BASELINE-FILE.

      * -----------------------------------------------------------
      * COMPARE: pick up each case's baseline cost per call.
      * -----------------------------------------------------------
       READ-BASELINE.
           OPEN INPUT BASELINE-FILE
           IF WS-BASELINE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           SET WS-HAVE-BASELINE TO TRUE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ BASELINE-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    MOVE BASELINE-LINE TO BENCH-REC
                    PERFORM VARYING CS-I FROM 1 BY 1
                            UNTIL CS-I > CS-COUNT
                       IF CASE-NAME(CS-I) = BH-CASE
                          AND BH-USEC-PER-CALL IS NUMERIC
                          MOVE BH-USEC-PER-CALL TO CS-BASE-USEC(CS-I)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM
           CLOSE BASELINE-FILE.

      * -----------------------------------------------------------
      * One line per case: calls, time, cost per call, the
      * baseline cost and the change, and the verdict - REGRESSED
      * past the threshold, FASTER by more than it, else OK; NEW
      * for a case the baseline lacks.
      * -----------------------------------------------------------
       WRITE-BENCH-REPORT.
           MOVE SPACES TO REPORT-LINE
           STRING "GFXBENCH GRAPHICS BENCHMARK  " WS-RUN-DATE " "
                  WS-RUN-TIME
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-TAKING-BASELINE
              MOVE "NEW BASELINE WRITTEN TO GFXBENCH.BAS"
                   TO REPORT-LINE
           ELSE
              IF WS-HAVE-BASELINE
                 MOVE WS-THRESHOLD-PCT TO RP-CALLS-OUT
                 STRING "COMPARED WITH GFXBENCH.BAS - REGRESSION "
                        "THRESHOLD " FUNCTION TRIM(RP-CALLS-OUT)
                        " PERCENT"
                        DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
              ELSE
                 MOVE "NO BASELINE (GFXBENCH.BAS) - NOTHING COMPARED"
                      TO REPORT-LINE
              END-IF
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CASE            CALLS   HUNDS USEC/CALL  BASELINE"
             TO REPORT-LINE
           MOVE "  CHANGE% VERDICT" TO REPORT-LINE(51:)
           WRITE REPORT-LINE

           PERFORM VARYING CS-I FROM 1 BY 1 UNTIL CS-I > CS-COUNT
              PERFORM WRITE-CASE-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REGRESSIONS TO RP-CALLS-OUT
           MOVE SPACES TO REPORT-LINE
           STRING FUNCTION TRIM(RP-CALLS-OUT) " CASE(S) REGRESSED"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-CASE-LINE.
           MOVE SPACES TO REPORT-LINE
           IF CS-SKIPPED(CS-I)
              STRING CASE-NAME(CS-I) " " CS-SKIP-WHY(CS-I)
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE CS-CALLS(CS-I) TO RP-CALLS-OUT
           MOVE CS-ELAPSED-HS(CS-I) TO RP-HS-OUT
           MOVE CS-USEC(CS-I) TO RP-USEC-OUT
           MOVE SPACES TO RP-CHANGE-TEXT
           EVALUATE TRUE
              WHEN WS-TAKING-BASELINE
                   MOVE "BASELINE" TO RP-VERDICT
                   MOVE CS-USEC(CS-I) TO RP-BASE-OUT
              WHEN NOT WS-HAVE-BASELINE
                   MOVE SPACES TO RP-VERDICT
                   MOVE 0 TO RP-BASE-OUT
              WHEN CS-BASE-USEC(CS-I) = 0
                   MOVE "NEW" TO RP-VERDICT
                   MOVE 0 TO RP-BASE-OUT
              WHEN OTHER
                   MOVE CS-BASE-USEC(CS-I) TO RP-BASE-OUT
                   COMPUTE RP-CHANGE ROUNDED =
                       (CS-USEC(CS-I) - CS-BASE-USEC(CS-I)) * 100
                       / CS-BASE-USEC(CS-I)
                   MOVE RP-CHANGE TO RP-CHANGE-OUT
                   MOVE RP-CHANGE-OUT TO RP-CHANGE-TEXT
                   EVALUATE TRUE
                      WHEN RP-CHANGE > WS-THRESHOLD-PCT
                           MOVE "REGRESSED" TO RP-VERDICT
                           ADD 1 TO WS-REGRESSIONS
                      WHEN RP-CHANGE < 0 - WS-THRESHOLD-PCT
                           MOVE "FASTER" TO RP-VERDICT
                      WHEN OTHER
                           MOVE "OK" TO RP-VERDICT
                   END-EVALUATE
           END-EVALUATE

           STRING CASE-NAME(CS-I) RP-CALLS-OUT RP-HS-OUT " "
                  RP-USEC-OUT " " RP-BASE-OUT " " RP-CHANGE-TEXT " "
                  RP-VERDICT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      * -----------------------------------------------------------
      * Read the wall clock as hundredths of a second counted from
      * the INTEGER-OF-DATE day number (WS-TICK-TOTAL-HS), so a
      * case timed across midnight still comes out right.
      * -----------------------------------------------------------
       GET-CLOCK-HS.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-TICK-STAMP
           MOVE WS-TICK-STAMP(1:8) TO WS-TICK-DATE-NUM
           COMPUTE WS-TICK-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TICK-DATE-NUM)
           MOVE WS-TICK-STAMP(9:8) TO WS-TICK-TIME
           MOVE WS-TICK-TIME(1:2) TO WS-TICK-HH
           MOVE WS-TICK-TIME(3:2) TO WS-TICK-MM
           MOVE WS-TICK-TIME(5:2) TO WS-TICK-SS
           MOVE WS-TICK-TIME(7:2) TO WS-TICK-HS
           COMPUTE WS-TICK-TOTAL-HS =
               WS-TICK-DAY-INT * 8640000
               + WS-TICK-HH * 360000 + WS-TICK-MM * 6000
               + WS-TICK-SS * 100 + WS-TICK-HS.
