      *****************************************************************
      * SNAPSHOT: "what is on the wall right now" for the intranet.
      * Sits in the pipe like GFXSTAT - every stdin line is passed
      * through to stdout unchanged, before anything else is done
      * with it - and keeps a scaled-down copy of the picture as the
      * spans go by: only the one pixel in each scale-square block
      * that a thumbnail samples is kept, so the tap costs the stream
      * next to nothing. Every N minutes, at the next FRAME marker
      * (so the picture is a whole frame), it writes the thumbnail
      * as a plain-text P3 PPM together with a small status file:
      * the program airing, the WALLLOCK.DAT lock holder, the
      * ALERT.DAT state and the time of the last FRAME marker.
      * The newest pair is SNAPSHOT.PPM / SNAPSHOT.TXT; older ones
      * roll back to SNAPSHOT.1.PPM / SNAPSHOT.1.TXT and so on, the
      * oldest dropping off. Each pair is written to SNAPSHOT-NEW.*
      * first and renamed into place, so whoever publishes the
      * files never picks up a half-written one. A last pair is
      * written when the stream ends, marked STREAM ENDED. Each wall
      * of a multi-wall site keeps its snapshots in its own
      * directory (see WALLREGARGS.cpy).
      * Invoke as: DEMO | SNAPSHOT [every-mins] [program-name]
      *            [keep] [scale] | DISPLAYPIPE
      * every-mins defaults to 5, keep (the pairs kept, newest
      * included, 1 to 9) to 4, scale (2 to 16) to 8 - a 1280x960
      * wall thumbs to 160x120. With no program name the one the
      * wall lock was taken for is reported.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAPSHOT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-IN ASSIGN TO "/dev/stdin"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT IMAGE-FILE ASSIGN TO DYNAMIC WS-NEW-IMAGE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-STATUS.

           SELECT STATUS-FILE ASSIGN TO DYNAMIC WS-NEW-STATUS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-STATUS.

           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-IN.
       01  STREAM-LINE            PIC X(40).

       FD  IMAGE-FILE.
       01  IMAGE-LINE             PIC X(20).

       FD  STATUS-FILE.
       01  STATUS-LINE            PIC X(80).

       FD  ALERT-FILE.
       01  ALERT-LINE             PIC X(40).

       WORKING-STORAGE SECTION.
       01  SNAPSHOT-VARS.
           05  WS-EVERY-ARG       PIC X(8)   VALUE SPACES.
           05  WS-PROGRAM-ARG     PIC X(12)  VALUE SPACES.
           05  WS-KEEP-ARG        PIC X(4)   VALUE SPACES.
           05  WS-SCALE-ARG       PIC X(4)   VALUE SPACES.
           05  WS-EVERY-MINS      PIC 9(4)   VALUE 5.
           05  WS-KEEP            PIC 9(2)   VALUE 4.
           05  WS-SCALE           PIC 9(2)   VALUE 8.
           05  WS-IN-STATUS       PIC X(2).
           05  WS-IMAGE-STATUS    PIC X(2).
           05  WS-STATUS-STATUS   PIC X(2).
           05  WS-EOF-SW          PIC X VALUE 'N'.
               88  WS-EOF             VALUE 'Y'.
           05  WS-FRAMES          PIC 9(8) VALUE 0.
           05  WS-SNAPSHOTS       PIC 9(6) VALUE 0.
           05  WS-FAILURES        PIC 9(6) VALUE 0.
           05  WS-WALL-ID         PIC X(8)   VALUE SPACES.
           05  WS-STREAM-STATE    PIC X(8)   VALUE "RUNNING".

      * The snapshot files: the wall's SNAPSHOT prefix, the live
      * pair, the staged pair and the rotation scratch names.
       01  SNAP-FILE-VARS.
           05  WS-SNAP-PREFIX     PIC X(100) VALUE "SNAPSHOT".
           05  WS-NEW-IMAGE-NAME  PIC X(100).
           05  WS-NEW-STATUS-NAME PIC X(100).
           05  WS-LIVE-NAME       PIC X(100).
           05  WS-TO-NAME         PIC X(100).
           05  WS-SUFFIX          PIC X(4).
           05  WS-GEN             PIC 9(2).
           05  WS-GEN-TO          PIC 9(2).
           05  WS-RENAME-RC       PIC 9(4).
           05  WS-WRITE-OK-SW     PIC X.
               88  WS-WRITE-OK        VALUE 'Y'.

      * When the next snapshot is due and when the last FRAME
      * marker went by, in seconds from the INTEGER-OF-DATE day
      * number.
       01  SNAP-CLOCK-VARS.
           05  WS-NOW-SECS        PIC 9(12).
           05  WS-DUE-SECS        PIC 9(12) VALUE 0.
           05  WS-LAST-FRAME-DATE PIC X(8)   VALUE SPACES.
           05  WS-LAST-FRAME-TIME PIC X(6)   VALUE SPACES.
           05  WS-SNAP-DATE       PIC X(8).
           05  WS-SNAP-TIME       PIC X(6).

      * Parsed fields from a "SPAN x1 x2 y r g b" stream line.
       01  SPAN-FIELDS.
           05  SF-TAG             PIC X(4).
           05  SF-X1              PIC 9(4).
           05  SF-X2              PIC 9(4).
           05  SF-Y               PIC 9(4).
           05  SF-R               PIC 9(3).
           05  SF-G               PIC 9(3).
           05  SF-B               PIC 9(3).

      * --- The thumbnail kept as the stream goes by: one cell per
      *     scale-square block of the wall, holding the block's
      *     top-left pixel. The OCCURS literals bound the finest
      *     scale (2) on a 1280x960 wall. ---
       01  THUMB-BUFFER.
           05  TB-ROW OCCURS 480 TIMES.
               10  TB-CELL OCCURS 640 TIMES.
                   15  TB-R  PIC 9(3) VALUE 0.
                   15  TB-G  PIC 9(3) VALUE 0.
                   15  TB-B  PIC 9(3) VALUE 0.

       01  THUMB-VARS.
           05  TH-W               PIC 9(4).
           05  TH-H               PIC 9(4).
           05  TH-ROW             PIC 9(4).
           05  TH-REM             PIC 9(4).
           05  TH-FIRST-X         PIC 9(4).
           05  TH-LAST-X          PIC 9(4).
           05  TH-X               PIC 9(4).
           05  TH-Y               PIC 9(4).
           05  WS-WALL-MAX-X      PIC 9(4).
           05  WS-WALL-MAX-Y      PIC 9(4).

      * The status lines' edited figures.
       01  STATUS-EDIT-VARS.
           05  WS-FRAMES-DISP     PIC Z(7)9.
           05  WS-EVERY-DISP      PIC Z(3)9.
           05  WS-TH-W-DISP       PIC ZZZ9.
           05  WS-TH-H-DISP       PIC ZZZ9.
           05  WS-AIRING          PIC X(12).

           COPY SETTINGS.
           COPY PACEVARS.
           COPY ALERTVARS.
           COPY WALLREGARGS.
           COPY WALLLOCKARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-EVERY-ARG FROM ARGUMENT-VALUE
           IF WS-EVERY-ARG NOT = SPACES
              MOVE WS-EVERY-ARG TO WS-EVERY-MINS
           END-IF
           IF WS-EVERY-MINS = 0
              MOVE 5 TO WS-EVERY-MINS
           END-IF

           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-PROGRAM-ARG FROM ARGUMENT-VALUE

           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-KEEP-ARG FROM ARGUMENT-VALUE
           IF WS-KEEP-ARG NOT = SPACES
              MOVE WS-KEEP-ARG TO WS-KEEP
           END-IF
           IF WS-KEEP = 0
              MOVE 4 TO WS-KEEP
           END-IF
           IF WS-KEEP > 9
              MOVE 9 TO WS-KEEP
           END-IF

           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-SCALE-ARG FROM ARGUMENT-VALUE
           IF WS-SCALE-ARG NOT = SPACES
              MOVE WS-SCALE-ARG TO WS-SCALE
           END-IF
           IF WS-SCALE < 2
              MOVE 8 TO WS-SCALE
           END-IF
           IF WS-SCALE > 16
              MOVE 16 TO WS-SCALE
           END-IF

           COMPUTE WS-WALL-MAX-X = WALL-WIDTH - 1
           COMPUTE WS-WALL-MAX-Y = WALL-HEIGHT - 1
           COMPUTE TH-W = WALL-WIDTH / WS-SCALE
           COMPUTE TH-H = WALL-HEIGHT / WS-SCALE

           PERFORM RESOLVE-WALL-FILES

           OPEN INPUT STREAM-IN
           IF WS-IN-STATUS NOT = "00"
              DISPLAY "SNAPSHOT: UNABLE TO OPEN STREAM" UPON SYSERR
              STOP RUN RETURNING 1
           END-IF

           PERFORM UNTIL WS-EOF
              READ STREAM-IN
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    DISPLAY STREAM-LINE
                    PERFORM APPLY-STREAM-LINE
              END-READ
           END-PERFORM
           CLOSE STREAM-IN

           MOVE "ENDED" TO WS-STREAM-STATE
           PERFORM TAKE-SNAPSHOT

           DISPLAY "SNAPSHOT: " WS-SNAPSHOTS " SNAPSHOT(S) OF "
                    WS-FRAMES " FRAME(S) TO "
                    FUNCTION TRIM(WS-SNAP-PREFIX) ".PPM" UPON SYSERR
           IF WS-FAILURES > 0
              DISPLAY "SNAPSHOT: " WS-FAILURES
                       " SNAPSHOT(S) COULD NOT BE WRITTEN" UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * The current wall's snapshot prefix and ALERT.DAT, through
      * the site wall registry; a single-wall site resolves both to
      * the working directory.
      * -----------------------------------------------------------
       RESOLVE-WALL-FILES.
           MOVE 'F' TO WG-FUNCTION
           MOVE SPACES TO WG-WALL-ID
           MOVE "SNAPSHOT" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-FILE-NAME TO WS-SNAP-PREFIX
           MOVE WG-WALL-ID TO WS-WALL-ID
           MOVE 'F' TO WG-FUNCTION
           MOVE SPACES TO WG-WALL-ID
           MOVE "ALERT.DAT" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-FILE-NAME TO WS-ALERT-FILE-NAME

           MOVE SPACES TO WS-NEW-IMAGE-NAME
           STRING FUNCTION TRIM(WS-SNAP-PREFIX) "-NEW.PPM"
                  DELIMITED BY SIZE INTO WS-NEW-IMAGE-NAME
           END-STRING
           MOVE SPACES TO WS-NEW-STATUS-NAME
           STRING FUNCTION TRIM(WS-SNAP-PREFIX) "-NEW.TXT"
                  DELIMITED BY SIZE INTO WS-NEW-STATUS-NAME
           END-STRING.

      * -----------------------------------------------------------
      * A span paints the thumbnail cells it covers - only on a
      * wall row the thumbnail samples; a FRAME marker (bare or
      * stamped) closes a frame, and may be the moment a snapshot
      * falls due.
      * -----------------------------------------------------------
       APPLY-STREAM-LINE.
           IF FUNCTION TRIM(STREAM-LINE) = "FRAME"
              OR STREAM-LINE(1:6) = "FRAME "
              PERFORM CLOSE-FRAME
              EXIT PARAGRAPH
           END-IF

           IF STREAM-LINE(1:5) NOT = "SPAN "
              EXIT PARAGRAPH
           END-IF

           UNSTRING STREAM-LINE DELIMITED BY ALL SPACE
               INTO SF-TAG SF-X1 SF-X2 SF-Y SF-R SF-G SF-B
           END-UNSTRING
           IF SF-X1 > SF-X2 OR SF-X1 > WS-WALL-MAX-X
              OR SF-Y > WS-WALL-MAX-Y
              EXIT PARAGRAPH
           END-IF
           DIVIDE SF-Y BY WS-SCALE GIVING TH-ROW REMAINDER TH-REM
           IF TH-REM NOT = 0 OR TH-ROW >= TH-H
              EXIT PARAGRAPH
           END-IF
           IF SF-X2 > WS-WALL-MAX-X
              MOVE WS-WALL-MAX-X TO SF-X2
           END-IF

           COMPUTE TH-FIRST-X = (SF-X1 + WS-SCALE - 1) / WS-SCALE
           COMPUTE TH-LAST-X = SF-X2 / WS-SCALE
           IF TH-LAST-X >= TH-W
              COMPUTE TH-LAST-X = TH-W - 1
           END-IF
           PERFORM VARYING TH-X FROM TH-FIRST-X BY 1
                   UNTIL TH-X > TH-LAST-X
              MOVE SF-R TO TB-R(TH-ROW + 1, TH-X + 1)
              MOVE SF-G TO TB-G(TH-ROW + 1, TH-X + 1)
              MOVE SF-B TO TB-B(TH-ROW + 1, TH-X + 1)
           END-PERFORM.

      * -----------------------------------------------------------
      * One more whole frame on the wall: stamp it, and take the
      * snapshot when one is due - the first at the first frame,
      * then every N minutes.
      * -----------------------------------------------------------
       CLOSE-FRAME.
           ADD 1 TO WS-FRAMES
           PERFORM GET-CLOCK-HS
           COMPUTE WS-NOW-SECS = WS-TICK-TOTAL-HS / 100
           MOVE WS-TICK-STAMP(1:8) TO WS-LAST-FRAME-DATE
           MOVE WS-TICK-STAMP(9:6) TO WS-LAST-FRAME-TIME
           IF WS-NOW-SECS < WS-DUE-SECS
              EXIT PARAGRAPH
           END-IF
           PERFORM TAKE-SNAPSHOT
           COMPUTE WS-DUE-SECS = WS-NOW-SECS + WS-EVERY-MINS * 60.

      * -----------------------------------------------------------
      * Write the thumbnail and the status to the staged pair, then
      * roll the kept pairs back one and rename the staged pair into
      * place. A pair that cannot be written is reported and left
      * out - the stream goes on regardless.
      * -----------------------------------------------------------
       TAKE-SNAPSHOT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SNAP-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-SNAP-TIME
           SET WS-WRITE-OK TO TRUE
           PERFORM WRITE-THUMB-IMAGE
           IF WS-WRITE-OK
              PERFORM WRITE-STATUS-FILE
           END-IF
           IF NOT WS-WRITE-OK
              ADD 1 TO WS-FAILURES
              EXIT PARAGRAPH
           END-IF

           PERFORM ROTATE-SNAPSHOTS
           MOVE ".PPM" TO WS-SUFFIX
           MOVE 0 TO WS-GEN
           PERFORM BUILD-GEN-NAME
           CALL "CBL_RENAME_FILE" USING WS-NEW-IMAGE-NAME
                                        WS-LIVE-NAME
           MOVE RETURN-CODE TO WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
              DISPLAY "SNAPSHOT: UNABLE TO REPLACE "
                       FUNCTION TRIM(WS-LIVE-NAME) UPON SYSERR
              ADD 1 TO WS-FAILURES
              EXIT PARAGRAPH
           END-IF
           MOVE ".TXT" TO WS-SUFFIX
           PERFORM BUILD-GEN-NAME
           CALL "CBL_RENAME_FILE" USING WS-NEW-STATUS-NAME
                                        WS-LIVE-NAME
           MOVE RETURN-CODE TO WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
              DISPLAY "SNAPSHOT: UNABLE TO REPLACE "
                       FUNCTION TRIM(WS-LIVE-NAME) UPON SYSERR
              ADD 1 TO WS-FAILURES
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SNAPSHOTS.

      * -----------------------------------------------------------
      * The thumbnail as a plain-text P3 PPM, the same format
      * RASTERIZE and FILMSTRIP export.
      * -----------------------------------------------------------
       WRITE-THUMB-IMAGE.
           OPEN OUTPUT IMAGE-FILE
           IF WS-IMAGE-STATUS NOT = "00"
              DISPLAY "SNAPSHOT: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-NEW-IMAGE-NAME)
                       " STATUS " WS-IMAGE-STATUS UPON SYSERR
              MOVE 'N' TO WS-WRITE-OK-SW
              EXIT PARAGRAPH
           END-IF

           MOVE "P3" TO IMAGE-LINE
           WRITE IMAGE-LINE
           MOVE TH-W TO WS-TH-W-DISP
           MOVE TH-H TO WS-TH-H-DISP
           MOVE SPACES TO IMAGE-LINE
           STRING FUNCTION TRIM(WS-TH-W-DISP) " "
                  FUNCTION TRIM(WS-TH-H-DISP)
                  DELIMITED BY SIZE INTO IMAGE-LINE
           END-STRING
           WRITE IMAGE-LINE
           MOVE "255" TO IMAGE-LINE
           WRITE IMAGE-LINE

           PERFORM VARYING TH-Y FROM 1 BY 1 UNTIL TH-Y > TH-H
              PERFORM VARYING TH-X FROM 1 BY 1 UNTIL TH-X > TH-W
                 MOVE SPACES TO IMAGE-LINE
                 STRING FUNCTION TRIM(TB-R(TH-Y, TH-X)) " "
                        FUNCTION TRIM(TB-G(TH-Y, TH-X)) " "
                        FUNCTION TRIM(TB-B(TH-Y, TH-X))
                        DELIMITED BY SIZE INTO IMAGE-LINE
                 END-STRING
                 WRITE IMAGE-LINE
              END-PERFORM
           END-PERFORM

           CLOSE IMAGE-FILE.

      * -----------------------------------------------------------
      * The status file: one keyword and its value per line, so the
      * intranet page can pick out what it shows.
      * -----------------------------------------------------------
       WRITE-STATUS-FILE.
           OPEN OUTPUT STATUS-FILE
           IF WS-STATUS-STATUS NOT = "00"
              DISPLAY "SNAPSHOT: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-NEW-STATUS-NAME)
                       " STATUS " WS-STATUS-STATUS UPON SYSERR
              MOVE 'N' TO WS-WRITE-OK-SW
              EXIT PARAGRAPH
           END-IF

           MOVE 'Q' TO WL-FUNCTION
           MOVE SPACES TO WL-OWNER
           MOVE SPACES TO WL-DEMO
           MOVE 0 TO WL-STALE-MINS
           CALL 'WALLLOCK' USING WALLLOCK-ARGS

           MOVE WS-PROGRAM-ARG TO WS-AIRING
           IF WS-AIRING = SPACES AND WL-HELD
              MOVE WL-HELD-DEMO TO WS-AIRING
           END-IF
           IF WS-AIRING = SPACES
              MOVE "UNKNOWN" TO WS-AIRING
           END-IF

           MOVE SPACES TO STATUS-LINE
           STRING "TAKEN    " WS-SNAP-DATE " " WS-SNAP-TIME
                  DELIMITED BY SIZE INTO STATUS-LINE
           END-STRING
           WRITE STATUS-LINE

           MOVE SPACES TO STATUS-LINE
           IF WS-WALL-ID = SPACES
              MOVE "WALL     (SINGLE WALL)" TO STATUS-LINE
           ELSE
              STRING "WALL     " WS-WALL-ID
                     DELIMITED BY SIZE INTO STATUS-LINE
              END-STRING
           END-IF
           WRITE STATUS-LINE

           MOVE SPACES TO STATUS-LINE
           STRING "PROGRAM  " WS-AIRING
                  DELIMITED BY SIZE INTO STATUS-LINE
           END-STRING
           WRITE STATUS-LINE

           MOVE SPACES TO STATUS-LINE
           EVALUATE TRUE
              WHEN WL-HELD
                   STRING "LOCK     HELD BY "
                          FUNCTION TRIM(WL-HELD-BY)
                          " FOR " FUNCTION TRIM(WL-HELD-DEMO)
                          " SINCE " WL-HELD-STAMP
                          DELIMITED BY SIZE INTO STATUS-LINE
                   END-STRING
              WHEN WL-OK
                   MOVE "LOCK     FREE" TO STATUS-LINE
              WHEN OTHER
                   MOVE "LOCK     UNKNOWN - LOCK FILE UNREADABLE"
                        TO STATUS-LINE
           END-EVALUATE
           WRITE STATUS-LINE

           PERFORM READ-ALERT-FILE
           MOVE SPACES TO STATUS-LINE
           IF ALERT-RAISED
              STRING "ALERT    RAISED " FUNCTION TRIM(WS-ALERT-TAG)
                     DELIMITED BY SIZE INTO STATUS-LINE
              END-STRING
           ELSE
              MOVE "ALERT    CLEAR" TO STATUS-LINE
           END-IF
           WRITE STATUS-LINE

           MOVE SPACES TO STATUS-LINE
           IF WS-FRAMES = 0
              MOVE "FRAME    NONE YET" TO STATUS-LINE
           ELSE
              MOVE WS-FRAMES TO WS-FRAMES-DISP
              STRING "FRAME    " WS-LAST-FRAME-DATE " "
                     WS-LAST-FRAME-TIME " NUMBER "
                     FUNCTION TRIM(WS-FRAMES-DISP)
                     DELIMITED BY SIZE INTO STATUS-LINE
              END-STRING
           END-IF
           WRITE STATUS-LINE

           MOVE SPACES TO STATUS-LINE
           STRING "STREAM   " WS-STREAM-STATE
                  DELIMITED BY SIZE INTO STATUS-LINE
           END-STRING
           WRITE STATUS-LINE

           MOVE TH-W TO WS-TH-W-DISP
           MOVE TH-H TO WS-TH-H-DISP
           MOVE WS-EVERY-MINS TO WS-EVERY-DISP
           MOVE SPACES TO STATUS-LINE
           STRING "IMAGE    " FUNCTION TRIM(WS-TH-W-DISP) "X"
                  FUNCTION TRIM(WS-TH-H-DISP) " EVERY "
                  FUNCTION TRIM(WS-EVERY-DISP) " MIN(S)"
                  DELIMITED BY SIZE INTO STATUS-LINE
           END-STRING
           WRITE STATUS-LINE

           CLOSE STATUS-FILE.

      * -----------------------------------------------------------
      * The wall's ALERT.DAT, read the way the demos poll it (see
      * ALERTVARS.cpy): first line ALERT is a raised alert.
      * -----------------------------------------------------------
       READ-ALERT-FILE.
           MOVE SPACES TO WS-ALERT-CMD
           MOVE SPACES TO WS-ALERT-TAG
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
              READ ALERT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE ALERT-LINE(1:8) TO WS-ALERT-CMD
                    MOVE ALERT-LINE(10:30) TO WS-ALERT-TAG
              END-READ
              CLOSE ALERT-FILE
           END-IF.

      * -----------------------------------------------------------
      * Roll the kept pairs back one generation - .1 to .2 and so
      * on, the oldest kept generation dropped, and the live pair to
      * .1 - leaving the live names free for the staged pair. A
      * generation not yet on disk simply fails to rename.
      * -----------------------------------------------------------
       ROTATE-SNAPSHOTS.
           IF WS-KEEP < 2
              EXIT PARAGRAPH
           END-IF
           MOVE ".PPM" TO WS-SUFFIX
           PERFORM ROTATE-ONE-SUFFIX
           MOVE ".TXT" TO WS-SUFFIX
           PERFORM ROTATE-ONE-SUFFIX.

       ROTATE-ONE-SUFFIX.
           COMPUTE WS-GEN = WS-KEEP - 1
           PERFORM BUILD-GEN-NAME
           CALL "CBL_DELETE_FILE" USING WS-LIVE-NAME
           PERFORM VARYING WS-GEN-TO FROM WS-GEN BY -1
                   UNTIL WS-GEN-TO < 1
              MOVE WS-GEN-TO TO WS-GEN
              PERFORM BUILD-GEN-NAME
              MOVE WS-LIVE-NAME TO WS-TO-NAME
              COMPUTE WS-GEN = WS-GEN-TO - 1
              PERFORM BUILD-GEN-NAME
              CALL "CBL_RENAME_FILE" USING WS-LIVE-NAME WS-TO-NAME
           END-PERFORM.

      * -----------------------------------------------------------
      * The file name of generation WS-GEN with suffix WS-SUFFIX:
      * generation 0 is the live SNAPSHOT.PPM, n is SNAPSHOT.n.PPM.
      * -----------------------------------------------------------
       BUILD-GEN-NAME.
           MOVE SPACES TO WS-LIVE-NAME
           IF WS-GEN = 0
              STRING FUNCTION TRIM(WS-SNAP-PREFIX) WS-SUFFIX
                     DELIMITED BY SIZE INTO WS-LIVE-NAME
              END-STRING
           ELSE
              STRING FUNCTION TRIM(WS-SNAP-PREFIX) "."
                     WS-GEN(2:1) WS-SUFFIX
                     DELIMITED BY SIZE INTO WS-LIVE-NAME
              END-STRING
           END-IF.

      * -----------------------------------------------------------
      * Read the wall clock and reduce it to hundredths-of-a-second
      * counted from the INTEGER-OF-DATE day number
      * (WS-TICK-TOTAL-HS), so the snapshot interval measures
      * cleanly across the midnight rollover.
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
