      *****************************************************************
      * AIRRPT: the sponsor airtime statement. Reads the as-run
      * records SLIDESHOW, CAPJUKE and TICKER append to the shared
      * AIRLOG.DAT (see AIRLOGREC.cpy) and, for a date range, totals
      * each piece of content: how many plays it got, its total
      * seconds on the wall, and how many of those plays were cut
      * short by an ALERT.DAT hold or a RUNCTL STOP - one line per
      * content item, ready to attach to a sponsor invoice. The
      * remainder of a play that went back up after an alert
      * (AIR-RESUMED) adds its seconds to the play it continues
      * instead of counting as a play of its own. Every wall
      * appends to the one file, so each line also names the wall
      * the content aired on ("-" for the working-directory wall);
      * a wall ID limits the statement to that wall's plays.
      * Invoke as: AIRRPT [from-YYYYMMDD] [thru-YYYYMMDD]
      *                   [airlog.dat] [airtime.rpt] [wall-id]
      * Both dates default to today; thru defaults to from; a blank
      * or ALL wall ID takes every wall.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIRRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AIRLOG-FILE ASSIGN TO DYNAMIC WS-AIRLOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AIRLOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AIRLOG-FILE.
           COPY AIRLOGREC.

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  AIRRPT-VARS.
           05  WS-AIRLOG-FILE-NAME PIC X(100) VALUE "AIRLOG.DAT".
           05  WS-REPORT-FILE-NAME PIC X(100) VALUE "AIRTIME.RPT".
           05  WS-FILE-ARG        PIC X(100) VALUE SPACES.
           05  WS-FROM-DATE       PIC X(8)   VALUE SPACES.
           05  WS-THRU-DATE       PIC X(8)   VALUE SPACES.
           05  WS-WALL-ARG        PIC X(8)   VALUE SPACES.
           05  WS-AIRLOG-STATUS   PIC X(2).
           05  WS-REPORT-STATUS   PIC X(2).
           05  WS-EOF-SW          PIC X VALUE 'N'.
               88  WS-EOF             VALUE 'Y'.
           05  WS-RECORDS-READ    PIC 9(8) VALUE 0.
           05  WS-RECORDS-USED    PIC 9(8) VALUE 0.
           05  WS-TABLE-FULL-SW   PIC X VALUE 'N'.
               88  WS-TABLE-FULL      VALUE 'Y'.

      * One accumulator per distinct content item (and the program
      * and wall that aired it - the same file name aired by two
      * players, or on two walls, is two lines on the statement).
       01  CONTENT-TABLE.
           05  CT-COUNT           PIC 9(4) VALUE 0.
           05  CT-MAX             PIC 9(4) VALUE 1000.
           05  CT-ENTRY OCCURS 1000 TIMES.
               10  CT-CONTENT     PIC X(100).
               10  CT-PROGRAM     PIC X(12).
               10  CT-WALL        PIC X(8).
               10  CT-PLAYS       PIC 9(8).
               10  CT-SECS        PIC 9(10).
               10  CT-CUT-ALERT   PIC 9(8).
               10  CT-CUT-STOP    PIC 9(8).
               10  CT-FIRST-DATE  PIC X(8).
               10  CT-LAST-DATE   PIC X(8).

       01  WORK-VARS.
           05  WS-I               PIC 9(4).
           05  WS-FOUND-I         PIC 9(4).
           05  WS-TOTAL-PLAYS     PIC 9(10) VALUE 0.
           05  WS-TOTAL-SECS      PIC 9(12) VALUE 0.
           05  WS-TOTAL-ALERT     PIC 9(10) VALUE 0.
           05  WS-TOTAL-STOP      PIC 9(10) VALUE 0.
           05  WS-HMS-SECS        PIC 9(12).
           05  WS-HMS-HH          PIC 9(4).
           05  WS-HMS-MM          PIC 99.
           05  WS-HMS-SS          PIC 99.
           05  WS-HMS-TEXT        PIC X(10).
           05  WS-PLAYS-OUT       PIC Z(7)9.
           05  WS-SECS-OUT        PIC Z(9)9.
           05  WS-ALERT-OUT       PIC Z(8)9.
           05  WS-STOP-OUT        PIC Z(7)9.
           05  WS-CONTENT-OUT     PIC X(48).
           05  WS-WALL-OUT        PIC X(8).

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-FROM-DATE FROM ARGUMENT-VALUE
           IF WS-FROM-DATE = SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FROM-DATE
           END-IF

           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-THRU-DATE FROM ARGUMENT-VALUE
           IF WS-THRU-DATE = SPACES
              MOVE WS-FROM-DATE TO WS-THRU-DATE
           END-IF

           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-FILE-ARG FROM ARGUMENT-VALUE
           IF WS-FILE-ARG NOT = SPACES
              MOVE WS-FILE-ARG TO WS-AIRLOG-FILE-NAME
           END-IF

           MOVE SPACES TO WS-FILE-ARG
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-FILE-ARG FROM ARGUMENT-VALUE
           IF WS-FILE-ARG NOT = SPACES
              MOVE WS-FILE-ARG TO WS-REPORT-FILE-NAME
           END-IF

           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-WALL-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-WALL-ARG) TO WS-WALL-ARG
           IF WS-WALL-ARG = "ALL"
              MOVE SPACES TO WS-WALL-ARG
           END-IF

           IF WS-FROM-DATE IS NOT NUMERIC
              OR WS-THRU-DATE IS NOT NUMERIC
              OR WS-THRU-DATE < WS-FROM-DATE
              DISPLAY "AIRRPT: BAD DATE RANGE " WS-FROM-DATE
                      " THRU " WS-THRU-DATE UPON SYSERR
              STOP RUN RETURNING 1
           END-IF

           OPEN INPUT AIRLOG-FILE
           IF WS-AIRLOG-STATUS NOT = "00"
              DISPLAY "AIRRPT: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-AIRLOG-FILE-NAME)
                       " STATUS " WS-AIRLOG-STATUS UPON SYSERR
              STOP RUN RETURNING 1
           END-IF

           PERFORM UNTIL WS-EOF
              READ AIRLOG-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-RECORDS-READ
                    IF AIR-START-DATE NOT < WS-FROM-DATE
                       AND AIR-START-DATE NOT > WS-THRU-DATE
                       AND (WS-WALL-ARG = SPACES
                            OR AIR-WALL = WS-WALL-ARG)
                       PERFORM ACCUMULATE-ONE-PLAY
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AIRLOG-FILE

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "AIRRPT: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-REPORT-FILE-NAME)
                       " STATUS " WS-REPORT-STATUS UPON SYSERR
              STOP RUN RETURNING 1
           END-IF

           PERFORM WRITE-STATEMENT-HEADING
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > CT-COUNT
              PERFORM WRITE-CONTENT-LINE
           END-PERFORM
           PERFORM WRITE-STATEMENT-TOTALS
           CLOSE REPORT-FILE

           DISPLAY "AIRRPT: " WS-RECORDS-USED " PLAY RECORD(S), "
                   CT-COUNT " CONTENT ITEM(S) FOR " WS-FROM-DATE
                   " THRU " WS-THRU-DATE UPON SYSERR
           IF WS-TABLE-FULL
              DISPLAY "AIRRPT: MORE THAN " CT-MAX
                      " CONTENT ITEMS - STATEMENT IS INCOMPLETE"
                      UPON SYSERR
              STOP RUN RETURNING 2
           END-IF
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * Fold one as-run record into its content item's totals,
      * adding a new item the first time a name/program/wall is
      * seen.
      * -----------------------------------------------------------
       ACCUMULATE-ONE-PLAY.
           MOVE 0 TO WS-FOUND-I
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > CT-COUNT OR WS-FOUND-I > 0
              IF CT-CONTENT(WS-I) = AIR-CONTENT
                 AND CT-PROGRAM(WS-I) = AIR-PROGRAM
                 AND CT-WALL(WS-I) = AIR-WALL
                 MOVE WS-I TO WS-FOUND-I
              END-IF
           END-PERFORM
           IF WS-FOUND-I = 0
              IF CT-COUNT >= CT-MAX
                 SET WS-TABLE-FULL TO TRUE
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO CT-COUNT
              MOVE CT-COUNT TO WS-FOUND-I
              MOVE AIR-CONTENT TO CT-CONTENT(WS-FOUND-I)
              MOVE AIR-PROGRAM TO CT-PROGRAM(WS-FOUND-I)
              MOVE AIR-WALL TO CT-WALL(WS-FOUND-I)
              MOVE 0 TO CT-PLAYS(WS-FOUND-I)
              MOVE 0 TO CT-SECS(WS-FOUND-I)
              MOVE 0 TO CT-CUT-ALERT(WS-FOUND-I)
              MOVE 0 TO CT-CUT-STOP(WS-FOUND-I)
              MOVE AIR-START-DATE TO CT-FIRST-DATE(WS-FOUND-I)
           END-IF

           ADD 1 TO WS-RECORDS-USED
           IF AIR-RESUMED NOT = 'Y'
              ADD 1 TO CT-PLAYS(WS-FOUND-I)
           END-IF
           ADD AIR-SECS TO CT-SECS(WS-FOUND-I)
           MOVE AIR-START-DATE TO CT-LAST-DATE(WS-FOUND-I)
           EVALUATE TRUE
              WHEN AIR-CUT-BY-ALERT
                   ADD 1 TO CT-CUT-ALERT(WS-FOUND-I)
              WHEN AIR-CUT-BY-STOP
                   ADD 1 TO CT-CUT-STOP(WS-FOUND-I)
           END-EVALUATE.

       WRITE-STATEMENT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "SPONSOR AIRTIME STATEMENT " WS-FROM-DATE
                  " THRU " WS-THRU-DATE
                  "   (SOURCE " FUNCTION TRIM(WS-AIRLOG-FILE-NAME)
                  ")"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-WALL-ARG = SPACES
              MOVE "WALLS: ALL" TO REPORT-LINE
           ELSE
              STRING "WALL: " WS-WALL-ARG
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "CONTENT"   TO REPORT-LINE(1:7)
           MOVE "PROGRAM"   TO REPORT-LINE(50:7)
           MOVE "WALL"      TO REPORT-LINE(63:4)
           MOVE "PLAYS"     TO REPORT-LINE(75:5)
           MOVE "SECONDS"   TO REPORT-LINE(84:7)
           MOVE "HHHH:MM:SS" TO REPORT-LINE(92:10)
           MOVE "CUT-ALERT" TO REPORT-LINE(103:9)
           MOVE "CUT-STOP"  TO REPORT-LINE(113:8)
           WRITE REPORT-LINE.

      * -----------------------------------------------------------
      * One statement line: content, player, wall, plays, total
      * seconds (and as hours:minutes:seconds), interrupted plays.
      * -----------------------------------------------------------
       WRITE-CONTENT-LINE.
           ADD CT-PLAYS(WS-I) TO WS-TOTAL-PLAYS
           ADD CT-SECS(WS-I) TO WS-TOTAL-SECS
           ADD CT-CUT-ALERT(WS-I) TO WS-TOTAL-ALERT
           ADD CT-CUT-STOP(WS-I) TO WS-TOTAL-STOP

           MOVE CT-CONTENT(WS-I) TO WS-CONTENT-OUT
           IF CT-WALL(WS-I) = SPACES
              MOVE "-" TO WS-WALL-OUT
           ELSE
              MOVE CT-WALL(WS-I) TO WS-WALL-OUT
           END-IF
           MOVE CT-PLAYS(WS-I) TO WS-PLAYS-OUT
           MOVE CT-SECS(WS-I) TO WS-SECS-OUT
           MOVE CT-CUT-ALERT(WS-I) TO WS-ALERT-OUT
           MOVE CT-CUT-STOP(WS-I) TO WS-STOP-OUT
           MOVE CT-SECS(WS-I) TO WS-HMS-SECS
           PERFORM FORMAT-HMS
           MOVE SPACES TO REPORT-LINE
           STRING WS-CONTENT-OUT " " CT-PROGRAM(WS-I) " "
                  WS-WALL-OUT " " WS-PLAYS-OUT " " WS-SECS-OUT " "
                  WS-HMS-TEXT " " WS-ALERT-OUT " " WS-STOP-OUT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-STATEMENT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-PLAYS TO WS-PLAYS-OUT
           MOVE WS-TOTAL-SECS TO WS-SECS-OUT
           MOVE WS-TOTAL-ALERT TO WS-ALERT-OUT
           MOVE WS-TOTAL-STOP TO WS-STOP-OUT
           MOVE WS-TOTAL-SECS TO WS-HMS-SECS
           PERFORM FORMAT-HMS
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL ALL CONTENT                                "
                  "                      " WS-PLAYS-OUT " "
                  WS-SECS-OUT " "
                  WS-HMS-TEXT " " WS-ALERT-OUT " " WS-STOP-OUT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      * -----------------------------------------------------------
      * Seconds (WS-HMS-SECS) as HHHH:MM:SS.
      * -----------------------------------------------------------
       FORMAT-HMS.
           DIVIDE WS-HMS-SECS BY 3600 GIVING WS-HMS-HH
           COMPUTE WS-HMS-MM =
               (WS-HMS-SECS - WS-HMS-HH * 3600) / 60
           COMPUTE WS-HMS-SS =
               WS-HMS-SECS - WS-HMS-HH * 3600 - WS-HMS-MM * 60
           MOVE SPACES TO WS-HMS-TEXT
           STRING WS-HMS-HH ":" WS-HMS-MM ":" WS-HMS-SS
                  DELIMITED BY SIZE INTO WS-HMS-TEXT
           END-STRING.
