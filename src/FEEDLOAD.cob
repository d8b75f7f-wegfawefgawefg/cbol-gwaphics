      *****************************************************************
      * FEEDLOAD: turns a business CSV extract into the chart data
      * file its renderer reads - HEATMAPREC, LINECHARTREC,
      * PIECHARTREC or GAUGE's one-value file - instead of someone
      * reshaping each extract by hand. A map file says which
      * extract column feeds which record field, so each feed's own
      * column order is described once, not re-keyed every day:
      *
      *    * line-rate extract: site,sample,stamp,rate
      *    TARGET   LINECHART
      *    EXTRACT  LINERATE.CSV
      *    OUTPUT   LINECHART.DAT
      *    HEADER   1
      *    SEQ      2
      *    VALUE    4
      *    SCALE    0.1
      *    TRAILER  TRAILER
      *
      * TARGET is HEATMAP (ROW, COL, VALUE), LINECHART (VALUE, and
      * SEQ - when SEQ is left out the loaded rows are numbered
      * 1, 2, 3 in order), PIECHART (LABEL, VALUE; LABELMAX n cuts
      * labels short of the 12-character field) or GAUGE (VALUE,
      * one row). Columns count from 1. HEADER skips that many
      * leading lines; SCALE multiplies every value (decimals
      * allowed, result rounded to a whole number); TRAILER names
      * the first field of the extract's control record, which
      * carries the sender's row count and value total:
      *
      *    TRAILER,1440,123456.5
      *
      * Every row that will not convert goes to FEEDLOAD.REJ with
      * its line number and reason. The records are staged in
      * FEEDLOAD.TMP and the trailer is checked against what was
      * actually loaded - row count and the total of the raw
      * (unscaled) values. Only a balanced load is renamed over the
      * live data file, in one step, so FEEDPOLL sees the whole new
      * file or the old one and never a half-built one. A missing
      * trailer, a rejected row or a total that does not agree
      * leaves the live file untouched and the run exits 1; a map
      * or extract that cannot be used exits 2. Each load and each
      * refusal is stamped into AUDIT.LOG.
      * Invoke as: FEEDLOAD [map-file] [extract-file]
      * map-file defaults to FEEDLOAD.MAP; extract-file overrides
      * the map's EXTRACT line.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAP-FILE ASSIGN TO DYNAMIC WS-MAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT STAGE-FILE ASSIGN TO "FEEDLOAD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

           SELECT REJECTS-FILE ASSIGN TO "FEEDLOAD.REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTS-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAP-FILE.
       01  MAP-LINE               PIC X(80).

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE           PIC X(400).

       FD  STAGE-FILE.
       01  STAGE-LINE             PIC X(40).

       FD  REJECTS-FILE.
       01  REJECT-LINE            PIC X(132).

       FD  AUDIT-FILE.
       01  AUDIT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  FEEDLOAD-VARS.
           05  WS-MAP-FILE-NAME   PIC X(100) VALUE "FEEDLOAD.MAP".
           05  WS-MAP-FILE-ARG    PIC X(100) VALUE SPACES.
           05  WS-EXTRACT-FILE-NAME PIC X(100) VALUE SPACES.
           05  WS-EXTRACT-FILE-ARG PIC X(100) VALUE SPACES.
           05  WS-OUTPUT-FILE-NAME PIC X(100) VALUE SPACES.
           05  WS-STAGE-FILE-NAME PIC X(100) VALUE "FEEDLOAD.TMP".
           05  WS-MAP-STATUS      PIC X(2).
           05  WS-EXTRACT-STATUS  PIC X(2).
           05  WS-STAGE-STATUS    PIC X(2).
           05  WS-REJECTS-STATUS  PIC X(2).
           05  WS-AUDIT-STATUS    PIC X(2).
           05  WS-EOF-SW          PIC X VALUE 'N'.
               88  WS-EOF             VALUE 'Y'.
           05  WS-MAP-PROBLEMS    PIC 9(4) VALUE 0.
           05  WS-RENAME-RC       PIC S9(9) COMP-5.
           05  WS-AUDIT-TEXT      PIC X(100).

      * The map: target layout, source column of each record field
      * (0 = not mapped), header lines to skip, value scaling,
      * label truncation and the trailer record's tag.
       01  MAP-VARS.
           05  MP-TOKEN-1         PIC X(20).
           05  MP-TOKEN-2         PIC X(100).
           05  MP-TARGET          PIC X(10) VALUE SPACES.
               88  MP-HEATMAP         VALUE "HEATMAP".
               88  MP-LINECHART       VALUE "LINECHART".
               88  MP-PIECHART        VALUE "PIECHART".
               88  MP-GAUGE           VALUE "GAUGE".
           05  MP-ROW-COL         PIC 9(2) VALUE 0.
           05  MP-COL-COL         PIC 9(2) VALUE 0.
           05  MP-SEQ-COL         PIC 9(2) VALUE 0.
           05  MP-LABEL-COL       PIC 9(2) VALUE 0.
           05  MP-VALUE-COL       PIC 9(2) VALUE 0.
           05  MP-LABEL-MAX       PIC 9(2) VALUE 12.
           05  MP-HEADER-LINES    PIC 9(4) VALUE 0.
           05  MP-SCALE           PIC S9(7)V9(6) VALUE 1.
           05  MP-TRAILER-TAG     PIC X(20) VALUE "TRAILER".
           05  MP-NUMBER          PIC S9(9).

      * One extract line split at its commas (up to 20 columns).
       01  FIELD-VARS.
           05  FLD-COUNT          PIC 9(2).
           05  FLD-TEXT           PIC X(40) OCCURS 20 TIMES.
           05  FLD-IDX            PIC 9(2).
           05  FLD-WORK           PIC X(40).
           05  FLD-WORK-LEN       PIC 9(2).
           05  FLD-NEED           PIC 9(2).

      * Per-row conversion scratch and the run's control counts.
       01  LOAD-VARS.
           05  WS-LINE-NUM        PIC 9(8) VALUE 0.
           05  WS-ROWS-READ       PIC 9(8) VALUE 0.
           05  WS-ROWS-LOADED     PIC 9(8) VALUE 0.
           05  WS-ROWS-REJECTED   PIC 9(8) VALUE 0.
           05  WS-LABELS-CUT      PIC 9(8) VALUE 0.
           05  WS-NEXT-SEQ        PIC 9(6) VALUE 0.
           05  WS-ROW-OK-SW       PIC X.
               88  WS-ROW-OK          VALUE 'Y'.
           05  WS-REASON          PIC X(24).
           05  WS-RAW-VALUE       PIC S9(11)V9(4).
           05  WS-SCALED-VALUE    PIC S9(11).
           05  WS-KEY-VALUE       PIC S9(11)V9(4).
           05  WS-INT-VALUE       PIC S9(11).
           05  WS-LOADED-TOTAL    PIC S9(13)V9(4) VALUE 0.
           05  WS-GAUGE-LINE      PIC -(9)9.
           05  WS-PIE-LABEL       PIC X(12).

       01  TRAILER-VARS.
           05  WS-TRAILER-SW      PIC X VALUE 'N'.
               88  WS-TRAILER-SEEN    VALUE 'Y'.
           05  WS-TRAILER-COUNT   PIC 9(8) VALUE 0.
           05  WS-TRAILER-TOTAL   PIC S9(13)V9(4) VALUE 0.
           05  WS-BALANCED-SW     PIC X VALUE 'N'.
               88  WS-BALANCED        VALUE 'Y'.

       01  DISPLAY-VARS.
           05  WS-TOTAL-DISP      PIC -(13)9.9(4).
           05  WS-TRAILER-DISP    PIC -(13)9.9(4).
           05  WS-LINE-DISP       PIC Z(7)9.

           COPY HEATMAPREC.
           COPY LINECHARTREC.
           COPY PIECHARTREC.

           COPY OPERCHKARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MAP-FILE-ARG FROM ARGUMENT-VALUE
           IF WS-MAP-FILE-ARG NOT = SPACES
              MOVE WS-MAP-FILE-ARG TO WS-MAP-FILE-NAME
           END-IF
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-EXTRACT-FILE-ARG FROM ARGUMENT-VALUE

           PERFORM READ-MAP-FILE
           IF WS-EXTRACT-FILE-ARG NOT = SPACES
              MOVE WS-EXTRACT-FILE-ARG TO WS-EXTRACT-FILE-NAME
           END-IF
           PERFORM CHECK-MAP
           IF WS-MAP-PROBLEMS > 0
              DISPLAY "FEEDLOAD: " WS-MAP-PROBLEMS
                       " PROBLEM(S) IN MAP "
                       FUNCTION TRIM(WS-MAP-FILE-NAME)
                       " - NOTHING LOADED" UPON SYSERR
              STOP RUN RETURNING 2
           END-IF

           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
              DISPLAY "FEEDLOAD: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-EXTRACT-FILE-NAME)
                       " STATUS " WS-EXTRACT-STATUS UPON SYSERR
              STOP RUN RETURNING 2
           END-IF
           OPEN OUTPUT STAGE-FILE
           OPEN OUTPUT REJECTS-FILE
           IF WS-STAGE-STATUS NOT = "00"
              OR WS-REJECTS-STATUS NOT = "00"
              DISPLAY "FEEDLOAD: UNABLE TO OPEN FEEDLOAD.TMP OR "
                       "FEEDLOAD.REJ" UPON SYSERR
              CLOSE EXTRACT-FILE
              STOP RUN RETURNING 2
           END-IF

           PERFORM UNTIL WS-EOF
              READ EXTRACT-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-LINE-NUM
                    PERFORM PROCESS-EXTRACT-LINE
              END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE
           CLOSE STAGE-FILE
           CLOSE REJECTS-FILE

           PERFORM CHECK-CONTROL-TOTALS
           PERFORM SHOW-LOAD-SUMMARY

           IF NOT WS-BALANCED
              CALL "CBL_DELETE_FILE" USING WS-STAGE-FILE-NAME
              STOP RUN RETURNING 1
           END-IF

      *    one rename puts the whole new file in place - the live
      *    file is never seen half written
           CALL "CBL_RENAME_FILE" USING WS-STAGE-FILE-NAME
                                        WS-OUTPUT-FILE-NAME
           MOVE RETURN-CODE TO WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
              DISPLAY "FEEDLOAD: UNABLE TO REPLACE "
                       FUNCTION TRIM(WS-OUTPUT-FILE-NAME)
                       " - BALANCED LOAD LEFT IN FEEDLOAD.TMP"
                       UPON SYSERR
              MOVE SPACES TO WS-AUDIT-TEXT
              STRING "REPLACE FAILED "
                     FUNCTION TRIM(WS-OUTPUT-FILE-NAME)
                     DELIMITED BY SIZE INTO WS-AUDIT-TEXT
              END-STRING
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN RETURNING 2
           END-IF

           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "LOADED " FUNCTION TRIM(WS-OUTPUT-FILE-NAME)
                  " FROM " FUNCTION TRIM(WS-EXTRACT-FILE-NAME)
                  " ROWS " WS-ROWS-LOADED
                  DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "FEEDLOAD: " FUNCTION TRIM(WS-OUTPUT-FILE-NAME)
                    " REPLACED" UPON SYSERR
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * Read the map: "KEYWORD value" per line, blank lines and '*'
      * comments skipped. An unknown keyword is a problem, not a
      * silent no-op - a typo must not quietly load a column into
      * the wrong field.
      * -----------------------------------------------------------
       READ-MAP-FILE.
           OPEN INPUT MAP-FILE
           IF WS-MAP-STATUS NOT = "00"
              DISPLAY "FEEDLOAD: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-MAP-FILE-NAME)
                       " STATUS " WS-MAP-STATUS UPON SYSERR
              STOP RUN RETURNING 2
           END-IF
           PERFORM UNTIL WS-EOF
              READ MAP-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    PERFORM TAKE-MAP-LINE
              END-READ
           END-PERFORM
           CLOSE MAP-FILE
           MOVE 'N' TO WS-EOF-SW.

       TAKE-MAP-LINE.
           IF MAP-LINE = SPACES OR MAP-LINE(1:1) = '*'
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MP-TOKEN-1
           MOVE SPACES TO MP-TOKEN-2
           UNSTRING MAP-LINE DELIMITED BY ALL SPACE
               INTO MP-TOKEN-1 MP-TOKEN-2
           END-UNSTRING
           IF MP-TOKEN-2 = SPACES
              DISPLAY "FEEDLOAD: MAP LINE '" FUNCTION TRIM(MAP-LINE)
                       "' HAS NO VALUE" UPON SYSERR
              ADD 1 TO WS-MAP-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(MP-TOKEN-1)
              WHEN "TARGET"
                   MOVE MP-TOKEN-2 TO MP-TARGET
              WHEN "EXTRACT"
                   MOVE MP-TOKEN-2 TO WS-EXTRACT-FILE-NAME
              WHEN "OUTPUT"
                   MOVE MP-TOKEN-2 TO WS-OUTPUT-FILE-NAME
              WHEN "TRAILER"
                   MOVE MP-TOKEN-2 TO MP-TRAILER-TAG
              WHEN "SCALE"
                   IF FUNCTION TEST-NUMVAL(MP-TOKEN-2) NOT = 0
                      PERFORM REPORT-MAP-VALUE
                   ELSE
                      COMPUTE MP-SCALE = FUNCTION NUMVAL(MP-TOKEN-2)
                   END-IF
              WHEN "HEADER"
              WHEN "ROW"
              WHEN "COL"
              WHEN "SEQ"
              WHEN "LABEL"
              WHEN "VALUE"
              WHEN "LABELMAX"
                   PERFORM TAKE-MAP-NUMBER
              WHEN OTHER
                   DISPLAY "FEEDLOAD: UNKNOWN MAP KEYWORD '"
                            FUNCTION TRIM(MP-TOKEN-1) "'" UPON SYSERR
                   ADD 1 TO WS-MAP-PROBLEMS
           END-EVALUATE.

      * -----------------------------------------------------------
      * A numeric map setting: a column number 1..20, a header
      * line count, or a label width 1..12.
      * -----------------------------------------------------------
       TAKE-MAP-NUMBER.
           IF FUNCTION TEST-NUMVAL(MP-TOKEN-2) NOT = 0
              PERFORM REPORT-MAP-VALUE
              EXIT PARAGRAPH
           END-IF
           COMPUTE MP-NUMBER = FUNCTION NUMVAL(MP-TOKEN-2)
           EVALUATE FUNCTION TRIM(MP-TOKEN-1)
              WHEN "HEADER"
                   IF MP-NUMBER < 0 OR MP-NUMBER > 9999
                      PERFORM REPORT-MAP-VALUE
                   ELSE
                      MOVE MP-NUMBER TO MP-HEADER-LINES
                   END-IF
              WHEN "LABELMAX"
                   IF MP-NUMBER < 1 OR MP-NUMBER > 12
                      PERFORM REPORT-MAP-VALUE
                   ELSE
                      MOVE MP-NUMBER TO MP-LABEL-MAX
                   END-IF
              WHEN OTHER
                   IF MP-NUMBER < 1 OR MP-NUMBER > 20
                      PERFORM REPORT-MAP-VALUE
                      EXIT PARAGRAPH
                   END-IF
                   EVALUATE FUNCTION TRIM(MP-TOKEN-1)
                      WHEN "ROW"
                           MOVE MP-NUMBER TO MP-ROW-COL
                      WHEN "COL"
                           MOVE MP-NUMBER TO MP-COL-COL
                      WHEN "SEQ"
                           MOVE MP-NUMBER TO MP-SEQ-COL
                      WHEN "LABEL"
                           MOVE MP-NUMBER TO MP-LABEL-COL
                      WHEN "VALUE"
                           MOVE MP-NUMBER TO MP-VALUE-COL
                   END-EVALUATE
           END-EVALUATE.

       REPORT-MAP-VALUE.
           DISPLAY "FEEDLOAD: BAD " FUNCTION TRIM(MP-TOKEN-1)
                    " VALUE '" FUNCTION TRIM(MP-TOKEN-2) "'"
                    UPON SYSERR
           ADD 1 TO WS-MAP-PROBLEMS.

      * -----------------------------------------------------------
      * The map must name a known target, an extract, and every
      * column that target's record needs. The output defaults to
      * the file the target's renderer reads when given no name.
      * -----------------------------------------------------------
       CHECK-MAP.
           IF NOT (MP-HEATMAP OR MP-LINECHART OR MP-PIECHART
                   OR MP-GAUGE)
              DISPLAY "FEEDLOAD: TARGET MUST BE HEATMAP, LINECHART, "
                       "PIECHART OR GAUGE" UPON SYSERR
              ADD 1 TO WS-MAP-PROBLEMS
           END-IF
           IF WS-EXTRACT-FILE-NAME = SPACES
              DISPLAY "FEEDLOAD: NO EXTRACT FILE NAMED" UPON SYSERR
              ADD 1 TO WS-MAP-PROBLEMS
           END-IF
           IF MP-VALUE-COL = 0
              DISPLAY "FEEDLOAD: MAP HAS NO VALUE COLUMN" UPON SYSERR
              ADD 1 TO WS-MAP-PROBLEMS
           END-IF
           IF MP-HEATMAP AND (MP-ROW-COL = 0 OR MP-COL-COL = 0)
              DISPLAY "FEEDLOAD: HEATMAP NEEDS ROW AND COL COLUMNS"
                       UPON SYSERR
              ADD 1 TO WS-MAP-PROBLEMS
           END-IF
           IF MP-PIECHART AND MP-LABEL-COL = 0
              DISPLAY "FEEDLOAD: PIECHART NEEDS A LABEL COLUMN"
                       UPON SYSERR
              ADD 1 TO WS-MAP-PROBLEMS
           END-IF
           IF MP-TRAILER-TAG = SPACES
              DISPLAY "FEEDLOAD: TRAILER TAG MAY NOT BE BLANK"
                       UPON SYSERR
              ADD 1 TO WS-MAP-PROBLEMS
           END-IF
           IF WS-OUTPUT-FILE-NAME = SPACES
              EVALUATE TRUE
                 WHEN MP-HEATMAP
                      MOVE "HEATMAP.DAT" TO WS-OUTPUT-FILE-NAME
                 WHEN MP-LINECHART
                      MOVE "LINECHART.DAT" TO WS-OUTPUT-FILE-NAME
                 WHEN MP-PIECHART
                      MOVE "PIECHART.DAT" TO WS-OUTPUT-FILE-NAME
                 WHEN MP-GAUGE
                      MOVE "GAUGE.DAT" TO WS-OUTPUT-FILE-NAME
              END-EVALUATE
           END-IF.

      * -----------------------------------------------------------
      * One extract line: header lines and blank lines pass, the
      * trailer is taken as the control record, anything else is a
      * data row - and a data row after the trailer is a reject,
      * since the trailer no longer vouches for it.
      * -----------------------------------------------------------
       PROCESS-EXTRACT-LINE.
           IF WS-LINE-NUM <= MP-HEADER-LINES
              OR EXTRACT-LINE = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-EXTRACT-LINE
           IF FUNCTION TRIM(FLD-TEXT(1)) = MP-TRAILER-TAG
              PERFORM TAKE-TRAILER-RECORD
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ROWS-READ
           IF WS-TRAILER-SEEN
              MOVE "DATA AFTER TRAILER" TO WS-REASON
              PERFORM WRITE-REJECT
              EXIT PARAGRAPH
           END-IF
           PERFORM CONVERT-DATA-ROW
           IF WS-ROW-OK
              PERFORM WRITE-STAGE-RECORD
           ELSE
              PERFORM WRITE-REJECT
           END-IF.

       SPLIT-EXTRACT-LINE.
           MOVE 0 TO FLD-COUNT
           PERFORM VARYING FLD-IDX FROM 1 BY 1 UNTIL FLD-IDX > 20
              MOVE SPACES TO FLD-TEXT(FLD-IDX)
           END-PERFORM
           UNSTRING EXTRACT-LINE DELIMITED BY ","
               INTO FLD-TEXT(1)  FLD-TEXT(2)  FLD-TEXT(3)  FLD-TEXT(4)
                    FLD-TEXT(5)  FLD-TEXT(6)  FLD-TEXT(7)  FLD-TEXT(8)
                    FLD-TEXT(9)  FLD-TEXT(10) FLD-TEXT(11) FLD-TEXT(12)
                    FLD-TEXT(13) FLD-TEXT(14) FLD-TEXT(15) FLD-TEXT(16)
                    FLD-TEXT(17) FLD-TEXT(18) FLD-TEXT(19) FLD-TEXT(20)
               TALLYING IN FLD-COUNT
           END-UNSTRING
           PERFORM VARYING FLD-IDX FROM 1 BY 1 UNTIL FLD-IDX > 20
              MOVE FUNCTION TRIM(FLD-TEXT(FLD-IDX))
                   TO FLD-TEXT(FLD-IDX)
           END-PERFORM.

      * -----------------------------------------------------------
      * The control record: TAG,row-count,value-total. Only the
      * first one counts; a second is rejected as a stray.
      * -----------------------------------------------------------
       TAKE-TRAILER-RECORD.
           IF WS-TRAILER-SEEN
              ADD 1 TO WS-ROWS-READ
              MOVE "SECOND TRAILER" TO WS-REASON
              PERFORM WRITE-REJECT
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(FLD-TEXT(2)) NOT = 0
              OR FUNCTION TEST-NUMVAL(FLD-TEXT(3)) NOT = 0
              OR FLD-TEXT(2) = SPACES OR FLD-TEXT(3) = SPACES
              ADD 1 TO WS-ROWS-READ
              MOVE "BAD TRAILER" TO WS-REASON
              PERFORM WRITE-REJECT
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TRAILER-COUNT = FUNCTION NUMVAL(FLD-TEXT(2))
           COMPUTE WS-TRAILER-TOTAL = FUNCTION NUMVAL(FLD-TEXT(3))
           SET WS-TRAILER-SEEN TO TRUE.

      * -----------------------------------------------------------
      * Convert one data row into the target record, checking each
      * mapped field against what its fixed-layout home can hold.
      * The first failure names the reason and stops the row.
      * -----------------------------------------------------------
       CONVERT-DATA-ROW.
           MOVE 'N' TO WS-ROW-OK-SW
           MOVE SPACES TO WS-REASON

           COMPUTE FLD-NEED = FUNCTION MAX(MP-ROW-COL, MP-COL-COL,
               MP-SEQ-COL, MP-LABEL-COL, MP-VALUE-COL)
           IF FLD-COUNT < FLD-NEED
              MOVE "TOO FEW COLUMNS" TO WS-REASON
              EXIT PARAGRAPH
           END-IF

           MOVE FLD-TEXT(MP-VALUE-COL) TO FLD-WORK
           IF FLD-WORK = SPACES
              OR FUNCTION TEST-NUMVAL(FLD-WORK) NOT = 0
              MOVE "BAD VALUE" TO WS-REASON
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RAW-VALUE = FUNCTION NUMVAL(FLD-WORK)
           COMPUTE WS-SCALED-VALUE ROUNDED = WS-RAW-VALUE * MP-SCALE
               ON SIZE ERROR
                  MOVE "VALUE OUT OF RANGE" TO WS-REASON
                  EXIT PARAGRAPH
           END-COMPUTE
           IF WS-SCALED-VALUE < -999999999
              OR WS-SCALED-VALUE > 999999999
              MOVE "VALUE OUT OF RANGE" TO WS-REASON
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
              WHEN MP-HEATMAP
                   MOVE MP-ROW-COL TO FLD-IDX
                   PERFORM TAKE-WHOLE-NUMBER
                   IF NOT WS-ROW-OK OR WS-INT-VALUE > 999
                      MOVE "BAD ROW" TO WS-REASON
                      MOVE 'N' TO WS-ROW-OK-SW
                      EXIT PARAGRAPH
                   END-IF
                   MOVE WS-INT-VALUE TO HEATMAP-REC-ROW
                   MOVE MP-COL-COL TO FLD-IDX
                   PERFORM TAKE-WHOLE-NUMBER
                   IF NOT WS-ROW-OK OR WS-INT-VALUE > 999
                      MOVE "BAD COL" TO WS-REASON
                      MOVE 'N' TO WS-ROW-OK-SW
                      EXIT PARAGRAPH
                   END-IF
                   MOVE WS-INT-VALUE TO HEATMAP-REC-COL
                   MOVE WS-SCALED-VALUE TO HEATMAP-REC-VALUE
              WHEN MP-LINECHART
                   IF MP-SEQ-COL = 0
                      COMPUTE WS-INT-VALUE = WS-NEXT-SEQ + 1
                   ELSE
                      MOVE MP-SEQ-COL TO FLD-IDX
                      PERFORM TAKE-WHOLE-NUMBER
                      IF NOT WS-ROW-OK OR WS-INT-VALUE > 999999
                         MOVE "BAD SEQ" TO WS-REASON
                         MOVE 'N' TO WS-ROW-OK-SW
                         EXIT PARAGRAPH
                      END-IF
                   END-IF
                   MOVE WS-INT-VALUE TO LINECHART-REC-SEQ
                   MOVE WS-SCALED-VALUE TO LINECHART-REC-VALUE
              WHEN MP-PIECHART
                   IF WS-SCALED-VALUE < 0
                      MOVE "NEGATIVE VALUE" TO WS-REASON
                      EXIT PARAGRAPH
                   END-IF
                   PERFORM TAKE-PIE-LABEL
                   IF WS-REASON NOT = SPACES
                      EXIT PARAGRAPH
                   END-IF
                   MOVE WS-PIE-LABEL TO PIE-LABEL
                   MOVE WS-SCALED-VALUE TO PIE-VALUE
              WHEN MP-GAUGE
                   IF WS-ROWS-LOADED > 0
                      MOVE "EXTRA GAUGE ROW" TO WS-REASON
                      EXIT PARAGRAPH
                   END-IF
                   MOVE WS-SCALED-VALUE TO WS-GAUGE-LINE
           END-EVALUATE
           SET WS-ROW-OK TO TRUE.

      * -----------------------------------------------------------
      * A whole, non-negative number from column FLD-IDX into
      * WS-INT-VALUE; WS-ROW-OK is left off when it is not one.
      * -----------------------------------------------------------
       TAKE-WHOLE-NUMBER.
           MOVE 'N' TO WS-ROW-OK-SW
           MOVE FLD-TEXT(FLD-IDX) TO FLD-WORK
           IF FLD-WORK = SPACES
              OR FUNCTION TEST-NUMVAL(FLD-WORK) NOT = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-KEY-VALUE = FUNCTION NUMVAL(FLD-WORK)
           IF WS-KEY-VALUE < 0
              OR WS-KEY-VALUE NOT = FUNCTION INTEGER-PART(WS-KEY-VALUE)
              EXIT PARAGRAPH
           END-IF
           MOVE WS-KEY-VALUE TO WS-INT-VALUE
           SET WS-ROW-OK TO TRUE.

      * -----------------------------------------------------------
      * The legend label: surrounding double quotes dropped, then
      * cut to LABELMAX characters - a cut is counted, not a
      * reject, but a blank label is.
      * -----------------------------------------------------------
       TAKE-PIE-LABEL.
           MOVE FLD-TEXT(MP-LABEL-COL) TO FLD-WORK
           IF FLD-WORK(1:1) = '"'
              MOVE FLD-WORK(2:39) TO FLD-WORK
              MOVE FUNCTION LENGTH(FUNCTION TRIM(FLD-WORK TRAILING))
                   TO FLD-WORK-LEN
              IF FLD-WORK-LEN > 0
                 AND FLD-WORK(FLD-WORK-LEN:1) = '"'
                 MOVE SPACE TO FLD-WORK(FLD-WORK-LEN:1)
              END-IF
           END-IF
           IF FLD-WORK = SPACES
              MOVE "BLANK LABEL" TO WS-REASON
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(FLD-WORK TRAILING))
              > MP-LABEL-MAX
              ADD 1 TO WS-LABELS-CUT
           END-IF
           MOVE SPACES TO WS-PIE-LABEL
           MOVE FLD-WORK(1:MP-LABEL-MAX) TO WS-PIE-LABEL.

      * -----------------------------------------------------------
      * Stage the converted record and count it into the control
      * totals.
      * -----------------------------------------------------------
       WRITE-STAGE-RECORD.
           MOVE SPACES TO STAGE-LINE
           EVALUATE TRUE
              WHEN MP-HEATMAP
                   MOVE HEATMAP-REC TO STAGE-LINE
              WHEN MP-LINECHART
                   MOVE LINECHART-REC TO STAGE-LINE
                   MOVE LINECHART-REC-SEQ TO WS-NEXT-SEQ
              WHEN MP-PIECHART
                   MOVE PIECHART-REC TO STAGE-LINE
              WHEN MP-GAUGE
                   MOVE FUNCTION TRIM(WS-GAUGE-LINE) TO STAGE-LINE
           END-EVALUATE
           WRITE STAGE-LINE
           ADD 1 TO WS-ROWS-LOADED
           ADD WS-RAW-VALUE TO WS-LOADED-TOTAL.

      * -----------------------------------------------------------
      * One rejects-file line per bad row: the extract line number,
      * the reason, and the line as read.
      * -----------------------------------------------------------
       WRITE-REJECT.
           ADD 1 TO WS-ROWS-REJECTED
           MOVE WS-LINE-NUM TO WS-LINE-DISP
           MOVE SPACES TO REJECT-LINE
           STRING "LINE " FUNCTION TRIM(WS-LINE-DISP) " "
                  FUNCTION TRIM(WS-REASON) " " EXTRACT-LINE
                  DELIMITED BY SIZE INTO REJECT-LINE
           END-STRING
           WRITE REJECT-LINE.

      * -----------------------------------------------------------
      * The load balances only when a trailer arrived and its row
      * count and value total both agree with what was loaded -
      * and something was loaded at all.
      * -----------------------------------------------------------
       CHECK-CONTROL-TOTALS.
           MOVE 'N' TO WS-BALANCED-SW
           IF WS-TRAILER-SEEN
              AND WS-TRAILER-COUNT = WS-ROWS-LOADED
              AND WS-TRAILER-TOTAL = WS-LOADED-TOTAL
              AND WS-ROWS-LOADED > 0
              AND WS-ROWS-REJECTED = 0
              SET WS-BALANCED TO TRUE
           END-IF.

       SHOW-LOAD-SUMMARY.
           MOVE WS-LOADED-TOTAL  TO WS-TOTAL-DISP
           MOVE WS-TRAILER-TOTAL TO WS-TRAILER-DISP
           DISPLAY "FEEDLOAD: " FUNCTION TRIM(WS-EXTRACT-FILE-NAME)
                    " -> " FUNCTION TRIM(WS-OUTPUT-FILE-NAME)
                    " (" FUNCTION TRIM(MP-TARGET) ")" UPON SYSERR
           DISPLAY "FEEDLOAD: " WS-ROWS-READ " ROW(S) READ, "
                    WS-ROWS-LOADED " LOADED, "
                    WS-ROWS-REJECTED " REJECTED, "
                    WS-LABELS-CUT " LABEL(S) CUT" UPON SYSERR
           IF WS-TRAILER-SEEN
              DISPLAY "FEEDLOAD: TRAILER " WS-TRAILER-COUNT
                       " ROW(S) TOTAL " FUNCTION TRIM(WS-TRAILER-DISP)
                       ", LOADED " WS-ROWS-LOADED
                       " ROW(S) TOTAL " FUNCTION TRIM(WS-TOTAL-DISP)
                       UPON SYSERR
           ELSE
              DISPLAY "FEEDLOAD: NO TRAILER RECORD '"
                       FUNCTION TRIM(MP-TRAILER-TAG)
                       "' IN THE EXTRACT" UPON SYSERR
           END-IF
           IF NOT WS-BALANCED
              DISPLAY "FEEDLOAD: OUT OF BALANCE - "
                       FUNCTION TRIM(WS-OUTPUT-FILE-NAME)
                       " LEFT UNTOUCHED (SEE FEEDLOAD.REJ)"
                       UPON SYSERR
              MOVE SPACES TO WS-AUDIT-TEXT
              STRING "REFUSED " FUNCTION TRIM(WS-OUTPUT-FILE-NAME)
                     " FROM " FUNCTION TRIM(WS-EXTRACT-FILE-NAME)
                     " OUT OF BALANCE, " WS-ROWS-REJECTED " REJECT(S)"
                     DELIMITED BY SIZE INTO WS-AUDIT-TEXT
              END-STRING
              PERFORM WRITE-AUDIT-RECORD
           END-IF.

      * -----------------------------------------------------------
      * Append one stamped line to the shared AUDIT.LOG.
      * -----------------------------------------------------------
       WRITE-AUDIT-RECORD.
           MOVE 'C' TO OC-FUNCTION
           CALL 'OPERCHK' USING OPERCHK-ARGS
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
              MOVE SPACES TO AUDIT-LINE
              STRING FUNCTION CURRENT-DATE(1:8) " "
                     FUNCTION CURRENT-DATE(9:6)
                     " FEEDLOAD " FUNCTION TRIM(WS-AUDIT-TEXT)
                     " " FUNCTION TRIM(OC-AUDIT-TAG)
                     DELIMITED BY SIZE INTO AUDIT-LINE
              END-STRING
              WRITE AUDIT-LINE
              CLOSE AUDIT-FILE
           END-IF.
