      *****************************************************************
      * AIRLOG: the proof-of-play as-run logger (see AIRLOGARGS.cpy
      * for the interface). A player calls it once as an item goes
      * up ('B' stamps the start into the caller's arguments) and
      * once as it comes down ('E' stamps the end and appends one
      * AIRLOGREC record to AIRLOG.DAT), with the open/fallback/
      * append shape every shared log here uses, so SLIDESHOW,
      * CAPJUKE and TICKER can interleave in the one file - on
      * every wall, each record tagged with the wall it aired on.
      * Inside a SCHEDULER spot (AIRSPOT set) the player's own
      * end call is left out: the spot's record covers the play.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIRLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AIRLOG-FILE ASSIGN TO "AIRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AIRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AIRLOG-FILE.
           COPY AIRLOGREC.

       WORKING-STORAGE SECTION.
       01  AIRLOG-VARS.
           05  WS-AIRLOG-STATUS   PIC X(2).
           05  WS-NOW-DATE        PIC X(8).
           05  WS-NOW-TIME        PIC X(6).
           05  WS-DATE-NUM        PIC 9(8).
           05  WS-START-DAY-INT   PIC 9(8).
           05  WS-END-DAY-INT     PIC 9(8).
           05  WS-START-SECS      PIC 9(8).
           05  WS-END-SECS        PIC 9(8).
           05  WS-AIR-SECS        PIC S9(9).
           05  WS-HH              PIC 99.
           05  WS-MM              PIC 99.
           05  WS-SS              PIC 99.
           05  WS-AIR-SPOT        PIC X(12).

           COPY WALLREGARGS.

       LINKAGE SECTION.
           COPY AIRLOGARGS.

       PROCEDURE DIVISION USING AIRLOG-ARGS.
           MOVE 0 TO AA-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME

           EVALUATE TRUE
              WHEN AA-FN-BEGIN
                   MOVE WS-NOW-DATE TO AA-START-DATE
                   MOVE WS-NOW-TIME TO AA-START-TIME
              WHEN AA-FN-END
                   MOVE SPACES TO WS-AIR-SPOT
                   DISPLAY "AIRSPOT" UPON ENVIRONMENT-NAME
                   ACCEPT WS-AIR-SPOT FROM ENVIRONMENT-VALUE
                   IF WS-AIR-SPOT = SPACES
                      PERFORM WRITE-AS-RUN-RECORD
                   END-IF
              WHEN OTHER
                   MOVE 2 TO AA-STATUS
           END-EVALUATE

           GOBACK.

      * -----------------------------------------------------------
      * Work out the seconds on air (date-aware, so a play that
      * straddles midnight is not clamped to zero) and append the
      * as-run record. A begin stamp that never got set logs the
      * play with zero seconds rather than losing it.
      * -----------------------------------------------------------
       WRITE-AS-RUN-RECORD.
           MOVE 0 TO WS-AIR-SECS
           IF AA-START-DATE IS NUMERIC AND AA-START-TIME IS NUMERIC
              MOVE AA-START-DATE TO WS-DATE-NUM
              COMPUTE WS-START-DAY-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              MOVE AA-START-TIME(1:2) TO WS-HH
              MOVE AA-START-TIME(3:2) TO WS-MM
              MOVE AA-START-TIME(5:2) TO WS-SS
              COMPUTE WS-START-SECS = WS-HH * 3600 + WS-MM * 60
                  + WS-SS
              MOVE WS-NOW-DATE TO WS-DATE-NUM
              COMPUTE WS-END-DAY-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              MOVE WS-NOW-TIME(1:2) TO WS-HH
              MOVE WS-NOW-TIME(3:2) TO WS-MM
              MOVE WS-NOW-TIME(5:2) TO WS-SS
              COMPUTE WS-END-SECS = WS-HH * 3600 + WS-MM * 60
                  + WS-SS
              COMPUTE WS-AIR-SECS =
                  (WS-END-DAY-INT - WS-START-DAY-INT) * 86400
                  + WS-END-SECS - WS-START-SECS
              IF WS-AIR-SECS < 0
                 MOVE 0 TO WS-AIR-SECS
              END-IF
           ELSE
              MOVE WS-NOW-DATE TO AA-START-DATE
              MOVE WS-NOW-TIME TO AA-START-TIME
           END-IF

           OPEN EXTEND AIRLOG-FILE
           IF WS-AIRLOG-STATUS NOT = "00"
              OPEN OUTPUT AIRLOG-FILE
           END-IF
           IF WS-AIRLOG-STATUS NOT = "00"
              MOVE 2 TO AA-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AIRLOG-REC
           MOVE AA-CONTENT    TO AIR-CONTENT
           MOVE AA-PROGRAM    TO AIR-PROGRAM
           MOVE AA-START-DATE TO AIR-START-DATE
           MOVE AA-START-TIME TO AIR-START-TIME
           MOVE WS-NOW-DATE   TO AIR-END-DATE
           MOVE WS-NOW-TIME   TO AIR-END-TIME
           MOVE WS-AIR-SECS   TO AIR-SECS
           MOVE AA-INTERRUPT  TO AIR-INTERRUPT
           MOVE AA-RESUMED    TO AIR-RESUMED
           MOVE 'L' TO WG-FUNCTION
           MOVE SPACES TO WG-WALL-ID
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-WALL-ID    TO AIR-WALL
           WRITE AIRLOG-REC
           CLOSE AIRLOG-FILE.
