      *****************************************************************
      * PANELS: the panel asset register and preventive maintenance
      * report. Every physical LED panel is on the register (see
      * PANELREC.cpy) by serial: its model, the wall and WALL.DAT
      * tile position it sits in and the wall pixel rectangle it
      * covers, when it went in, when its warranty ends and when it
      * was last calibrated, with a service history beside it
      * (PANELSVCREC.cpy).
      * Functions:
      *   PANELS ADD <serial> <model> <wall-id|-> <tile|0>
      *       <install YYYYMMDD> <warranty-end YYYYMMDD> [x y w h]
      *       tile 0 registers a spare off the wall; the rectangle
      *       defaults to the whole tile at its WALL.DAT offset
      *   PANELS MOVE <serial> <wall-id|-> <tile|0> [x y w h]
      *       to another tile position (a rotation), or to spares
      *   PANELS RETIRE <serial> "<reason>"
      *   PANELS CALIBRATED <serial|ALL> [YYYYMMDD] [wall-id|-]
      *       record a calibration (ALL: every panel on the wall)
      *   PANELS SERVICE <serial> "<what was done>"
      *   PANELS SHOW <serial>        the entry and its history
      *   PANELS LIST [wall-id|ALL]   the register (ALL walls)
      *   PANELS MAINT [wall-id|-] [panels.rpt]
      *       the wall's panels in service joined to the wall's
      *       WEARMAP.LED wear ledger and WALLCAL.CFG: panels due
      *       for recalibration (none for 180 days), for rotation
      *       (worn half again more than the wall's average panel -
      *       the least worn panel is named to swap with), and
      *       whose warranty ends within 90 days, so a claim goes
      *       in while it still can; RC 1 when any panel is due
      * A wall of "-" is the current wall. Changes need the
      * OPERATOR role (see OPERCHKARGS.cpy) and are appended to
      * AUDIT.LOG as well as to the panel's history.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PANELS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PANEL-FILE ASSIGN TO "PANELS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNL-STATUS.

           SELECT SERVICE-FILE ASSIGN TO "PANELSVC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVC-STATUS.

           SELECT LAYOUT-FILE ASSIGN TO DYNAMIC WS-LAYOUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-STATUS.

           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LED-STATUS.

           SELECT WALLCAL-FILE ASSIGN TO DYNAMIC WS-WALLCAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PANEL-FILE.
           COPY PANELREC.

       FD  SERVICE-FILE.
           COPY PANELSVCREC.

       FD  LAYOUT-FILE.
           COPY WALLCTLREC.

       FD  LEDGER-FILE.
           COPY WEARREC.

       FD  WALLCAL-FILE.
       01  WALLCAL-LINE           PIC X(60).

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(132).

       FD  AUDIT-FILE.
       01  AUDIT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  PANELS-VARS.
           05  WS-FUNCTION-ARG    PIC X(10)  VALUE SPACES.
           05  WS-SERIAL-ARG      PIC X(16)  VALUE SPACES.
           05  WS-MODEL-ARG       PIC X(16)  VALUE SPACES.
           05  WS-WALL-ARG        PIC X(8)   VALUE SPACES.
           05  WS-TILE-ARG        PIC X(4)   VALUE SPACES.
           05  WS-DATE-ARG        PIC X(8)   VALUE SPACES.
           05  WS-DATE-ARG-2      PIC X(8)   VALUE SPACES.
           05  WS-TEXT-ARG        PIC X(80)  VALUE SPACES.
           05  WS-RECT-ARG        PIC X(6)   OCCURS 4 TIMES
                                             VALUE SPACES.
           05  WS-REPORT-ARG      PIC X(100) VALUE SPACES.
           05  WS-REPORT-FILE-NAME PIC X(100) VALUE "PANELS.RPT".
           05  WS-LAYOUT-FILE-NAME PIC X(100) VALUE "WALL.DAT".
           05  WS-LEDGER-FILE-NAME PIC X(100) VALUE "WEARMAP.LED".
           05  WS-WALLCAL-FILE-NAME PIC X(100) VALUE "WALLCAL.CFG".
           05  WS-PNL-STATUS      PIC X(2).
           05  WS-SVC-STATUS      PIC X(2).
           05  WS-LAYOUT-STATUS   PIC X(2).
           05  WS-LED-STATUS      PIC X(2).
           05  WS-CAL-STATUS      PIC X(2).
           05  WS-REPORT-STATUS   PIC X(2).
           05  WS-AUDIT-STATUS    PIC X(2).
           05  WS-EOF-SW          PIC X.
               88  WS-EOF             VALUE 'Y'.
           05  WS-PROBLEMS        PIC 9(4)   VALUE 0.
           05  WS-TODAY           PIC X(8).
           05  WS-NOW-TIME        PIC X(6).
           05  WS-DATE-NUM        PIC 9(8).
           05  WS-TODAY-INT       PIC 9(8).
           05  WS-DAY-INT         PIC 9(8).
           05  WS-DAYS-LEFT       PIC S9(6).
           05  WS-DATE-OK-SW      PIC X.
               88  WS-DATE-OK         VALUE 'Y'.
           05  WS-CHECK-DATE      PIC X(8).
           05  WS-TILE-NUM        PIC 9.
           05  WS-TILE-SEEN       PIC 9.
           05  WS-NUM-WORK        PIC S9(9).
           05  WS-SVC-KIND        PIC X(8).
           05  WS-SVC-TEXT        PIC X(80).
           05  WS-AUDIT-TEXT      PIC X(110).
           05  WS-SHOWN           PIC 9(4).

      * The rectangle a panel is being placed on, and whether it is
      * one the wall can hold.
       01  PLACE-VARS.
           05  WS-PLACE-WALL      PIC X(8).
           05  WS-PLACE-X         PIC 9(4).
           05  WS-PLACE-Y         PIC 9(4).
           05  WS-PLACE-W         PIC 9(4).
           05  WS-PLACE-H         PIC 9(4).
           05  WS-PLACE-OK-SW     PIC X.
               88  WS-PLACE-OK        VALUE 'Y'.
           05  WS-FROM-TEXT       PIC X(40).
           05  WS-TO-TEXT         PIC X(40).

      * The register held in memory so an entry can be changed in
      * place and the whole file rewritten.
       01  PANEL-TABLE-VARS.
           05  PT-COUNT           PIC 9(4) VALUE 0.
           05  PT-MAX             PIC 9(4) VALUE 500.
           05  PT-I               PIC 9(4).
           05  PT-J               PIC 9(4).
           05  PT-FOUND           PIC 9(4).
           05  PT-ENTRY OCCURS 500 TIMES.
               10  PT-REC         PIC X(90).
               10  PT-IN-SCOPE-SW PIC X.
               10  PT-WEAR        PIC 9(15).
               10  PT-BLOCKS      PIC 9(6).
               10  PT-WEAR-AVG    PIC 9(15).
               10  PT-WEAR-PCT    PIC 9(6).
               10  PT-CAL-DATE    PIC X(8).

      * The wall's wear ledger, laid out as WEARMAP keeps it: 16x16
      * pixel blocks, row and column from the top-left.
       01  LEDGER-TABLE.
           05  LG-ROW OCCURS 60 TIMES.
               10  LG-UNITS PIC 9(15) OCCURS 80 TIMES VALUE 0.

       01  WEAR-VARS.
           05  BK-R               PIC 9(3).
           05  BK-C               PIC 9(3).
           05  BK-ROWS            PIC 9(3).
           05  BK-COLS            PIC 9(3).
           05  BK-CENTER-X        PIC 9(5).
           05  BK-CENTER-Y        PIC 9(5).
           05  WS-LEDGER-SW       PIC X.
               88  WS-HAVE-LEDGER     VALUE 'Y'.
           05  WS-WALL-WEAR-AVG   PIC 9(15).
           05  WS-WEAR-PANELS     PIC 9(4).
           05  WS-WEAR-SUM        PIC 9(18).
           05  WS-LEAST-WORN      PIC 9(4).

      * The calibration regions of the wall's WALLCAL.CFG and the
      * date its "* CALIBRATED YYYYMMDD" line carries.
       01  WALLCAL-VARS.
           05  WC-DATE            PIC X(8).
           05  WC-COUNT           PIC 9(2) VALUE 0.
           05  WC-I               PIC 9(2).
           05  WC-TOKEN           PIC X(12) OCCURS 7 TIMES.
           05  WC-ENTRY OCCURS 16 TIMES.
               10  WC-X           PIC 9(4).
               10  WC-Y           PIC 9(4).
               10  WC-W           PIC 9(4).
               10  WC-H           PIC 9(4).
           05  WC-COVERED-SW      PIC X.
               88  WC-COVERED         VALUE 'Y'.

      * Due limits: calibration age, how much more worn than the
      * wall's average panel warrants a rotation, and how close to
      * its end a warranty is worth claiming against.
       01  MAINT-LIMITS.
           05  ML-CAL-DAYS        PIC 9(4) VALUE 180.
           05  ML-ROTATE-PCT      PIC 9(4) VALUE 150.
           05  ML-WARRANTY-DAYS   PIC 9(4) VALUE 90.

      * Report section counters.
       01  REPORT-COUNTS.
           05  WS-IN-SCOPE        PIC 9(4) VALUE 0.
           05  WS-RECAL-DUE       PIC 9(4) VALUE 0.
           05  WS-ROTATE-DUE      PIC 9(4) VALUE 0.
           05  WS-CLAIM-DUE       PIC 9(4) VALUE 0.
           05  WS-SECTION         PIC X(8).
           05  WS-SECTION-HITS    PIC 9(4).
           05  WS-VERDICT         PIC X(70).

       01  LIST-DISPLAY-VARS.
           05  WS-STATE-TEXT      PIC X(7).
           05  WS-WHERE-TEXT      PIC X(30).
           05  WS-COUNT-DISP      PIC Z(3)9.
           05  WS-COUNT-DISP-2    PIC Z(3)9.
           05  WS-COUNT-DISP-3    PIC Z(3)9.
           05  WS-COUNT-DISP-4    PIC Z(3)9.
           05  WS-DAYS-DISP       PIC Z(5)9.
           05  WS-PCT-DISP        PIC Z(5)9.
           05  WS-UNITS-DISP      PIC Z(14)9.

           COPY SETTINGS.
           COPY OPERCHKARGS.
           COPY WALLREGARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-FUNCTION-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION-ARG) TO WS-FUNCTION-ARG

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           MOVE WS-TODAY TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           EVALUATE FUNCTION TRIM(WS-FUNCTION-ARG)
              WHEN "ADD"
                   PERFORM DO-ADD
              WHEN "MOVE"
                   PERFORM DO-MOVE
              WHEN "RETIRE"
                   PERFORM DO-RETIRE
              WHEN "CALIBRATED"
                   PERFORM DO-CALIBRATED
              WHEN "SERVICE"
                   PERFORM DO-SERVICE
              WHEN "SHOW"
                   PERFORM DO-SHOW
              WHEN "LIST"
                   PERFORM DO-LIST
              WHEN "MAINT"
                   PERFORM DO-MAINT
              WHEN OTHER
                   DISPLAY "PANELS: USAGE: PANELS ADD SERIAL MODEL "
                           "WALL TILE INSTALLED WARRANTY-END [X Y W H]"
                           " | MOVE SERIAL WALL TILE [X Y W H] | "
                           "RETIRE SERIAL REASON | CALIBRATED "
                           "SERIAL|ALL [YYYYMMDD] [WALL] | SERVICE "
                           "SERIAL NOTE | SHOW SERIAL | LIST [WALL|ALL]"
                           " | MAINT [WALL] [RPT]" UPON SYSERR
                   STOP RUN RETURNING 1
           END-EVALUATE

           IF WS-PROBLEMS > 0
              STOP RUN RETURNING 1
           END-IF
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * ADD: a new panel, installed in a tile position or held as a
      * spare.
      * -----------------------------------------------------------
       DO-ADD.
           PERFORM TAKE-SERIAL-ARG
           IF WS-SERIAL-ARG = SPACES
              EXIT PARAGRAPH
           END-IF
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-MODEL-ARG FROM ARGUMENT-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-WALL-ARG FROM ARGUMENT-VALUE
           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-TILE-ARG FROM ARGUMENT-VALUE
           DISPLAY 6 UPON ARGUMENT-NUMBER
           ACCEPT WS-DATE-ARG FROM ARGUMENT-VALUE
           DISPLAY 7 UPON ARGUMENT-NUMBER
           ACCEPT WS-DATE-ARG-2 FROM ARGUMENT-VALUE
           DISPLAY 8 UPON ARGUMENT-NUMBER
           ACCEPT WS-RECT-ARG(1) FROM ARGUMENT-VALUE
           DISPLAY 9 UPON ARGUMENT-NUMBER
           ACCEPT WS-RECT-ARG(2) FROM ARGUMENT-VALUE
           DISPLAY 10 UPON ARGUMENT-NUMBER
           ACCEPT WS-RECT-ARG(3) FROM ARGUMENT-VALUE
           DISPLAY 11 UPON ARGUMENT-NUMBER
           ACCEPT WS-RECT-ARG(4) FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-MODEL-ARG) TO WS-MODEL-ARG
           IF WS-MODEL-ARG = SPACES
              DISPLAY "PANELS: ADD NEEDS A MODEL" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-ARG TO WS-CHECK-DATE
           PERFORM CHECK-DATE-ARG
           IF NOT WS-DATE-OK
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-ARG-2 TO WS-CHECK-DATE
           PERFORM CHECK-DATE-ARG
           IF NOT WS-DATE-OK
              EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-REGISTER-TABLE
           PERFORM FIND-PANEL
           IF PT-FOUND > 0
              DISPLAY "PANELS: " FUNCTION TRIM(WS-SERIAL-ARG)
                      " IS ALREADY ON THE REGISTER" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-PLACEMENT
           IF NOT WS-PLACE-OK
              EXIT PARAGRAPH
           END-IF
           IF PT-COUNT >= PT-MAX
              DISPLAY "PANELS: REGISTER IS FULL AT " PT-MAX
                      " PANELS" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF

           MOVE 2 TO OC-NEED-LEVEL
           MOVE "PANEL REGISTER ADD" TO OC-ACTION
           PERFORM CHECK-OPERATOR
           IF NOT OC-OK
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PANEL-REC
           MOVE WS-SERIAL-ARG  TO PNL-SERIAL
           MOVE WS-MODEL-ARG   TO PNL-MODEL
           MOVE WS-DATE-ARG    TO PNL-INSTALL-DATE
           MOVE WS-DATE-ARG-2  TO PNL-WARRANTY-END
           PERFORM PLACE-PANEL
           ADD 1 TO PT-COUNT
           MOVE PANEL-REC TO PT-REC(PT-COUNT)
           PERFORM REWRITE-REGISTER

           PERFORM SET-WHERE-TEXT
           MOVE "ADDED" TO WS-SVC-KIND
           MOVE SPACES TO WS-SVC-TEXT
           STRING FUNCTION TRIM(PNL-MODEL) ", "
                  FUNCTION TRIM(WS-WHERE-TEXT) ", WARRANTY TO "
                  PNL-WARRANTY-END
                  DELIMITED BY SIZE INTO WS-SVC-TEXT
           END-STRING
           PERFORM WRITE-SERVICE-RECORD
           PERFORM AUDIT-PANEL-CHANGE.

      * -----------------------------------------------------------
      * MOVE: a panel to another tile position (or the same one
      * with a new rectangle), or off the wall to spares. A retired
      * panel stays retired.
      * -----------------------------------------------------------
       DO-MOVE.
           PERFORM TAKE-SERIAL-ARG
           IF WS-SERIAL-ARG = SPACES
              EXIT PARAGRAPH
           END-IF
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-WALL-ARG FROM ARGUMENT-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-TILE-ARG FROM ARGUMENT-VALUE
           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-RECT-ARG(1) FROM ARGUMENT-VALUE
           DISPLAY 6 UPON ARGUMENT-NUMBER
           ACCEPT WS-RECT-ARG(2) FROM ARGUMENT-VALUE
           DISPLAY 7 UPON ARGUMENT-NUMBER
           ACCEPT WS-RECT-ARG(3) FROM ARGUMENT-VALUE
           DISPLAY 8 UPON ARGUMENT-NUMBER
           ACCEPT WS-RECT-ARG(4) FROM ARGUMENT-VALUE
           PERFORM LOAD-PANEL-ENTRY
           IF PT-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           IF PNL-RETIRED
              DISPLAY "PANELS: " FUNCTION TRIM(WS-SERIAL-ARG)
                      " IS RETIRED" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           PERFORM SET-WHERE-TEXT
           MOVE WS-WHERE-TEXT TO WS-FROM-TEXT
           PERFORM RESOLVE-PLACEMENT
           IF NOT WS-PLACE-OK
              EXIT PARAGRAPH
           END-IF

           MOVE 2 TO OC-NEED-LEVEL
           MOVE "PANEL REGISTER MOVE" TO OC-ACTION
           PERFORM CHECK-OPERATOR
           IF NOT OC-OK
              EXIT PARAGRAPH
           END-IF

           MOVE PT-REC(PT-FOUND) TO PANEL-REC
           PERFORM PLACE-PANEL
           MOVE WS-TODAY TO PNL-MOVED-DATE
           MOVE PANEL-REC TO PT-REC(PT-FOUND)
           PERFORM REWRITE-REGISTER

           PERFORM SET-WHERE-TEXT
           MOVE "MOVED" TO WS-SVC-KIND
           MOVE SPACES TO WS-SVC-TEXT
           STRING "FROM " FUNCTION TRIM(WS-FROM-TEXT) " TO "
                  FUNCTION TRIM(WS-WHERE-TEXT)
                  DELIMITED BY SIZE INTO WS-SVC-TEXT
           END-STRING
           PERFORM WRITE-SERVICE-RECORD
           PERFORM AUDIT-PANEL-CHANGE.

      * -----------------------------------------------------------
      * RETIRE: off the wall for good; the entry and its history
      * stay on the register.
      * -----------------------------------------------------------
       DO-RETIRE.
           PERFORM TAKE-SERIAL-ARG
           IF WS-SERIAL-ARG = SPACES
              EXIT PARAGRAPH
           END-IF
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-TEXT-ARG FROM ARGUMENT-VALUE
           IF WS-TEXT-ARG = SPACES
              DISPLAY "PANELS: RETIRE NEEDS A REASON" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PANEL-ENTRY
           IF PT-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           IF PNL-RETIRED
              DISPLAY "PANELS: " FUNCTION TRIM(WS-SERIAL-ARG)
                      " IS ALREADY RETIRED" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF

           MOVE 2 TO OC-NEED-LEVEL
           MOVE "PANEL REGISTER RETIRE" TO OC-ACTION
           PERFORM CHECK-OPERATOR
           IF NOT OC-OK
              EXIT PARAGRAPH
           END-IF

           PERFORM SET-WHERE-TEXT
           MOVE 'R' TO PNL-STATE
           MOVE 0 TO PNL-TILE
           MOVE WS-TODAY TO PNL-MOVED-DATE
           MOVE PANEL-REC TO PT-REC(PT-FOUND)
           PERFORM REWRITE-REGISTER

           MOVE "RETIRED" TO WS-SVC-KIND
           MOVE SPACES TO WS-SVC-TEXT
           STRING "FROM " FUNCTION TRIM(WS-WHERE-TEXT) " - "
                  FUNCTION TRIM(WS-TEXT-ARG)
                  DELIMITED BY SIZE INTO WS-SVC-TEXT
           END-STRING
           PERFORM WRITE-SERVICE-RECORD
           PERFORM AUDIT-PANEL-CHANGE.

      * -----------------------------------------------------------
      * CALIBRATED: stamp a calibration date on one panel, or on
      * every panel in service on a wall.
      * -----------------------------------------------------------
       DO-CALIBRATED.
           PERFORM TAKE-SERIAL-ARG
           IF WS-SERIAL-ARG = SPACES
              EXIT PARAGRAPH
           END-IF
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-DATE-ARG FROM ARGUMENT-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-WALL-ARG FROM ARGUMENT-VALUE
           IF WS-DATE-ARG = SPACES OR WS-DATE-ARG = "-"
              MOVE WS-TODAY TO WS-DATE-ARG
           END-IF
           MOVE WS-DATE-ARG TO WS-CHECK-DATE
           PERFORM CHECK-DATE-ARG
           IF NOT WS-DATE-OK
              EXIT PARAGRAPH
           END-IF
           IF WS-DATE-ARG > WS-TODAY
              DISPLAY "PANELS: CALIBRATION DATE " WS-DATE-ARG
                      " IS IN THE FUTURE" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-REGISTER-TABLE
           IF WS-SERIAL-ARG = "ALL"
              PERFORM RESOLVE-WALL-ARG
              IF WS-PLACE-WALL = "?"
                 EXIT PARAGRAPH
              END-IF
              MOVE 0 TO PT-FOUND
           ELSE
              PERFORM FIND-PANEL
              IF PT-FOUND = 0
                 DISPLAY "PANELS: " FUNCTION TRIM(WS-SERIAL-ARG)
                         " IS NOT ON THE REGISTER" UPON SYSERR
                 ADD 1 TO WS-PROBLEMS
                 EXIT PARAGRAPH
              END-IF
           END-IF

           MOVE 2 TO OC-NEED-LEVEL
           MOVE "PANEL CALIBRATION RECORD" TO OC-ACTION
           PERFORM CHECK-OPERATOR
           IF NOT OC-OK
              EXIT PARAGRAPH
           END-IF

           MOVE "CALIB" TO WS-SVC-KIND
           MOVE SPACES TO WS-SVC-TEXT
           STRING "CALIBRATED " WS-DATE-ARG
                  DELIMITED BY SIZE INTO WS-SVC-TEXT
           END-STRING
           MOVE 0 TO WS-SHOWN
           PERFORM VARYING PT-I FROM 1 BY 1 UNTIL PT-I > PT-COUNT
              MOVE PT-REC(PT-I) TO PANEL-REC
              IF PT-I = PT-FOUND
                 OR (PT-FOUND = 0 AND PNL-ACTIVE
                     AND PNL-WALL = WS-PLACE-WALL)
                 MOVE WS-DATE-ARG TO PNL-LAST-CAL-DATE
                 MOVE PANEL-REC TO PT-REC(PT-I)
                 MOVE PNL-SERIAL TO WS-SERIAL-ARG
                 PERFORM WRITE-SERVICE-RECORD
                 ADD 1 TO WS-SHOWN
              END-IF
           END-PERFORM
           IF WS-SHOWN = 0
              DISPLAY "PANELS: NO PANELS IN SERVICE ON THAT WALL"
                      UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           PERFORM REWRITE-REGISTER
           MOVE WS-SHOWN TO WS-COUNT-DISP
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "PANEL CALIBRATION " WS-DATE-ARG " RECORDED FOR "
                  FUNCTION TRIM(WS-COUNT-DISP) " PANEL(S)"
                  DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "PANELS: " FUNCTION TRIM(WS-AUDIT-TEXT)
                   UPON SYSERR.

      * -----------------------------------------------------------
      * SERVICE: a line of free text on the panel's history.
      * -----------------------------------------------------------
       DO-SERVICE.
           PERFORM TAKE-SERIAL-ARG
           IF WS-SERIAL-ARG = SPACES
              EXIT PARAGRAPH
           END-IF
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-TEXT-ARG FROM ARGUMENT-VALUE
           IF WS-TEXT-ARG = SPACES
              DISPLAY "PANELS: SERVICE NEEDS A NOTE" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PANEL-ENTRY
           IF PT-FOUND = 0
              EXIT PARAGRAPH
           END-IF

           MOVE 2 TO OC-NEED-LEVEL
           MOVE "PANEL SERVICE RECORD" TO OC-ACTION
           PERFORM CHECK-OPERATOR
           IF NOT OC-OK
              EXIT PARAGRAPH
           END-IF

           MOVE "SERVICE" TO WS-SVC-KIND
           MOVE WS-TEXT-ARG TO WS-SVC-TEXT
           PERFORM WRITE-SERVICE-RECORD
           PERFORM AUDIT-PANEL-CHANGE.

      * -----------------------------------------------------------
      * SHOW: one panel and its history.
      * -----------------------------------------------------------
       DO-SHOW.
           PERFORM TAKE-SERIAL-ARG
           IF WS-SERIAL-ARG = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PANEL-ENTRY
           IF PT-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM SET-STATE-TEXT
           PERFORM SET-WHERE-TEXT
           DISPLAY "PANEL " FUNCTION TRIM(PNL-SERIAL) " "
                   FUNCTION TRIM(PNL-MODEL) " - "
                   FUNCTION TRIM(WS-STATE-TEXT) " "
                   FUNCTION TRIM(WS-WHERE-TEXT)
           DISPLAY "  INSTALLED " PNL-INSTALL-DATE
                   "  WARRANTY TO " PNL-WARRANTY-END
                   "  CALIBRATED " PNL-LAST-CAL-DATE
                   "  MOVED " PNL-MOVED-DATE
           DISPLAY "  HISTORY"
           MOVE 0 TO WS-SHOWN
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT SERVICE-FILE
           IF WS-SVC-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ SERVICE-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF-SW
                    NOT AT END
                       IF PSV-SERIAL = PNL-SERIAL
                          ADD 1 TO WS-SHOWN
                          DISPLAY "    " PSV-DATE " " PSV-KIND " "
                                  FUNCTION TRIM(PSV-BY) ": "
                                  FUNCTION TRIM(PSV-TEXT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SERVICE-FILE
           END-IF
           IF WS-SHOWN = 0
              DISPLAY "    (NONE)"
           END-IF.

      * -----------------------------------------------------------
      * LIST: the panels in service and spares on one wall (the
      * current one by default), or every entry for ALL.
      * -----------------------------------------------------------
       DO-LIST.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-WALL-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-WALL-ARG) TO WS-WALL-ARG
           IF WS-WALL-ARG NOT = "ALL"
              PERFORM RESOLVE-WALL-ARG
              IF WS-PLACE-WALL = "?"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM LOAD-REGISTER-TABLE
           MOVE 0 TO WS-SHOWN
           PERFORM VARYING PT-I FROM 1 BY 1 UNTIL PT-I > PT-COUNT
              MOVE PT-REC(PT-I) TO PANEL-REC
              IF WS-WALL-ARG = "ALL"
                 OR (PNL-ACTIVE AND PNL-WALL = WS-PLACE-WALL)
                 OR PNL-SPARE
                 ADD 1 TO WS-SHOWN
                 PERFORM SET-STATE-TEXT
                 PERFORM SET-WHERE-TEXT
                 DISPLAY PNL-SERIAL " " PNL-MODEL " " WS-STATE-TEXT
                         " " WS-WHERE-TEXT " " PNL-INSTALL-DATE " "
                         PNL-WARRANTY-END " " PNL-LAST-CAL-DATE
              END-IF
           END-PERFORM
           IF WS-SHOWN = 0
              DISPLAY "PANELS: NO PANELS TO LIST"
           END-IF.

      * -----------------------------------------------------------
      * MAINT: the preventive maintenance due report for one wall.
      * -----------------------------------------------------------
       DO-MAINT.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-WALL-ARG FROM ARGUMENT-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-REPORT-ARG FROM ARGUMENT-VALUE
           IF WS-REPORT-ARG NOT = SPACES
              MOVE WS-REPORT-ARG TO WS-REPORT-FILE-NAME
           END-IF
           PERFORM RESOLVE-WALL-ARG
           IF WS-PLACE-WALL = "?"
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-REGISTER-TABLE
           PERFORM LOAD-WEAR-LEDGER
           PERFORM LOAD-WALL-CALIBRATION
           PERFORM MEASURE-PANELS

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "PANELS: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-REPORT-FILE-NAME)
                       " STATUS " WS-REPORT-STATUS UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-SCOPE TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           IF WS-PLACE-WALL = SPACES
              STRING "PANEL MAINTENANCE REPORT FOR " WS-TODAY
                     "   (" FUNCTION TRIM(WS-COUNT-DISP)
                     " PANEL(S) IN SERVICE)"
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           ELSE
              STRING "PANEL MAINTENANCE REPORT FOR " WS-TODAY
                     " - WALL " FUNCTION TRIM(WS-PLACE-WALL)
                     "   (" FUNCTION TRIM(WS-COUNT-DISP)
                     " PANEL(S) IN SERVICE)"
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-HAVE-LEDGER
              MOVE WS-WALL-WEAR-AVG TO WS-UNITS-DISP
              STRING "WEAR FROM " FUNCTION TRIM(WS-LEDGER-FILE-NAME)
                     ", AVERAGE PANEL "
                     FUNCTION TRIM(WS-UNITS-DISP) " UNITS PER BLOCK"
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           ELSE
              STRING "NO WEAR LEDGER ("
                     FUNCTION TRIM(WS-LEDGER-FILE-NAME)
                     ") - ROTATION NOT ASSESSED"
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WC-DATE = SPACES
              STRING FUNCTION TRIM(WS-WALLCAL-FILE-NAME)
                     " CARRIES NO CALIBRATION DATE"
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           ELSE
              MOVE WC-COUNT TO WS-COUNT-DISP
              STRING FUNCTION TRIM(WS-WALLCAL-FILE-NAME)
                     " CALIBRATED " WC-DATE ", "
                     FUNCTION TRIM(WS-COUNT-DISP) " REGION(S)"
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           END-IF
           WRITE REPORT-LINE

           MOVE "RECAL" TO WS-SECTION
           PERFORM WRITE-REPORT-SECTION
           MOVE WS-SECTION-HITS TO WS-RECAL-DUE
           MOVE "ROTATE" TO WS-SECTION
           PERFORM WRITE-REPORT-SECTION
           MOVE WS-SECTION-HITS TO WS-ROTATE-DUE
           MOVE "CLAIM" TO WS-SECTION
           PERFORM WRITE-REPORT-SECTION
           MOVE WS-SECTION-HITS TO WS-CLAIM-DUE
           PERFORM WRITE-PANEL-DETAIL

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RECAL-DUE  TO WS-COUNT-DISP
           MOVE WS-ROTATE-DUE TO WS-COUNT-DISP-2
           MOVE WS-CLAIM-DUE  TO WS-COUNT-DISP-3
           MOVE SPACES TO REPORT-LINE
           STRING "RECALIBRATION DUE " FUNCTION TRIM(WS-COUNT-DISP)
                  "  ROTATION DUE " FUNCTION TRIM(WS-COUNT-DISP-2)
                  "  WARRANTY CLAIM WINDOW "
                  FUNCTION TRIM(WS-COUNT-DISP-3)
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "PANELS: " FUNCTION TRIM(REPORT-LINE) UPON SYSERR
           IF WS-RECAL-DUE > 0 OR WS-ROTATE-DUE > 0
              OR WS-CLAIM-DUE > 0
              ADD 1 TO WS-PROBLEMS
           END-IF.

      * -----------------------------------------------------------
      * For each panel in service on the wall: its wear (the
      * ledger blocks whose centre falls inside its rectangle) and
      * its effective calibration date; then the wall's average
      * panel wear per block and the least worn panel.
      * -----------------------------------------------------------
       MEASURE-PANELS.
           MOVE 0 TO WS-IN-SCOPE
           MOVE 0 TO WS-WEAR-PANELS
           MOVE 0 TO WS-WEAR-SUM
           MOVE 0 TO WS-LEAST-WORN
           PERFORM VARYING PT-I FROM 1 BY 1 UNTIL PT-I > PT-COUNT
              MOVE PT-REC(PT-I) TO PANEL-REC
              MOVE 'N' TO PT-IN-SCOPE-SW(PT-I)
              MOVE 0 TO PT-WEAR(PT-I)
              MOVE 0 TO PT-BLOCKS(PT-I)
              MOVE 0 TO PT-WEAR-AVG(PT-I)
              MOVE 0 TO PT-WEAR-PCT(PT-I)
              MOVE PNL-LAST-CAL-DATE TO PT-CAL-DATE(PT-I)
              IF PNL-ACTIVE AND PNL-WALL = WS-PLACE-WALL
                 MOVE 'Y' TO PT-IN-SCOPE-SW(PT-I)
                 ADD 1 TO WS-IN-SCOPE
                 PERFORM MEASURE-ONE-PANEL
              END-IF
           END-PERFORM
           MOVE 0 TO WS-WALL-WEAR-AVG
           IF WS-WEAR-PANELS > 0
              COMPUTE WS-WALL-WEAR-AVG = WS-WEAR-SUM / WS-WEAR-PANELS
           END-IF
           PERFORM VARYING PT-I FROM 1 BY 1 UNTIL PT-I > PT-COUNT
              IF PT-IN-SCOPE-SW(PT-I) = 'Y' AND PT-BLOCKS(PT-I) > 0
                 IF WS-WALL-WEAR-AVG > 0
                    COMPUTE PT-WEAR-PCT(PT-I) ROUNDED =
                        PT-WEAR-AVG(PT-I) * 100 / WS-WALL-WEAR-AVG
                 END-IF
                 IF WS-LEAST-WORN = 0
                    MOVE PT-I TO WS-LEAST-WORN
                 ELSE
                    IF PT-WEAR-AVG(PT-I) < PT-WEAR-AVG(WS-LEAST-WORN)
                       MOVE PT-I TO WS-LEAST-WORN
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       MEASURE-ONE-PANEL.
           IF WS-HAVE-LEDGER
              PERFORM VARYING BK-R FROM 1 BY 1 UNTIL BK-R > BK-ROWS
                 COMPUTE BK-CENTER-Y = (BK-R - 1) * 16 + 8
                 IF BK-CENTER-Y >= PNL-Y
                    AND BK-CENTER-Y < PNL-Y + PNL-H
                    PERFORM VARYING BK-C FROM 1 BY 1
                            UNTIL BK-C > BK-COLS
                       COMPUTE BK-CENTER-X = (BK-C - 1) * 16 + 8
                       IF BK-CENTER-X >= PNL-X
                          AND BK-CENTER-X < PNL-X + PNL-W
                          ADD LG-UNITS(BK-R, BK-C) TO PT-WEAR(PT-I)
                          ADD 1 TO PT-BLOCKS(PT-I)
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
              IF PT-BLOCKS(PT-I) > 0
                 COMPUTE PT-WEAR-AVG(PT-I) =
                     PT-WEAR(PT-I) / PT-BLOCKS(PT-I)
                 ADD PT-WEAR-AVG(PT-I) TO WS-WEAR-SUM
                 ADD 1 TO WS-WEAR-PANELS
              END-IF
           END-IF

           IF WC-DATE NOT = SPACES AND WC-DATE > PT-CAL-DATE(PT-I)
              MOVE 'N' TO WC-COVERED-SW
              PERFORM VARYING WC-I FROM 1 BY 1 UNTIL WC-I > WC-COUNT
                 IF WC-X(WC-I) < PNL-X + PNL-W
                    AND WC-X(WC-I) + WC-W(WC-I) > PNL-X
                    AND WC-Y(WC-I) < PNL-Y + PNL-H
                    AND WC-Y(WC-I) + WC-H(WC-I) > PNL-Y
                    SET WC-COVERED TO TRUE
                 END-IF
              END-PERFORM
              IF WC-COVERED
                 MOVE WC-DATE TO PT-CAL-DATE(PT-I)
              END-IF
           END-IF.

      * -----------------------------------------------------------
      * One report section: a heading, then every panel that
      * belongs in it (WS-SECTION), counted in WS-SECTION-HITS.
      * -----------------------------------------------------------
       WRITE-REPORT-SECTION.
           MOVE 0 TO WS-SECTION-HITS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           EVALUATE WS-SECTION
              WHEN "RECAL"
                   MOVE "RECALIBRATION DUE - NOT CALIBRATED IN 180 DAYS"
                     TO REPORT-LINE
              WHEN "ROTATE"
                   MOVE "ROTATION DUE - WORN 50% OR MORE ABOVE THE WALL"
                     & "'S AVERAGE PANEL" TO REPORT-LINE
              WHEN "CLAIM"
                   MOVE "WARRANTY ENDS WITHIN 90 DAYS - CLAIM BEFORE IT"
                     & " LAPSES" TO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           PERFORM VARYING PT-I FROM 1 BY 1 UNTIL PT-I > PT-COUNT
              IF PT-IN-SCOPE-SW(PT-I) = 'Y'
                 MOVE PT-REC(PT-I) TO PANEL-REC
                 PERFORM CLASSIFY-FOR-SECTION
                 IF WS-VERDICT NOT = SPACES
                    ADD 1 TO WS-SECTION-HITS
                    MOVE SPACES TO REPORT-LINE
                    STRING "  " PNL-SERIAL " TILE " PNL-TILE " "
                           FUNCTION TRIM(WS-VERDICT)
                           DELIMITED BY SIZE INTO REPORT-LINE
                    END-STRING
                    WRITE REPORT-LINE
                 END-IF
              END-IF
           END-PERFORM
           IF WS-SECTION-HITS = 0
              MOVE "  (NONE)" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

      * -----------------------------------------------------------
      * Does panel PT-I belong in WS-SECTION? WS-VERDICT is the
      * detail text when it does, spaces when it does not.
      * -----------------------------------------------------------
       CLASSIFY-FOR-SECTION.
           MOVE SPACES TO WS-VERDICT
           EVALUATE WS-SECTION
              WHEN "RECAL"
                   IF PT-CAL-DATE(PT-I) = SPACES
                      MOVE "NEVER CALIBRATED" TO WS-VERDICT
                   ELSE
                      MOVE PT-CAL-DATE(PT-I) TO WS-CHECK-DATE
                      PERFORM DAYS-FROM-TODAY
                      IF WS-DAYS-LEFT <= 0 - ML-CAL-DAYS
                         COMPUTE WS-DAYS-LEFT = 0 - WS-DAYS-LEFT
                         MOVE WS-DAYS-LEFT TO WS-DAYS-DISP
                         STRING "LAST CALIBRATED " PT-CAL-DATE(PT-I)
                                ", " FUNCTION TRIM(WS-DAYS-DISP)
                                " DAYS AGO"
                                DELIMITED BY SIZE INTO WS-VERDICT
                         END-STRING
                      END-IF
                   END-IF
              WHEN "ROTATE"
                   IF WS-WALL-WEAR-AVG > 0
                      AND PT-WEAR-PCT(PT-I) >= ML-ROTATE-PCT
                      MOVE PT-WEAR-PCT(PT-I) TO WS-PCT-DISP
                      IF WS-LEAST-WORN > 0 AND WS-LEAST-WORN NOT = PT-I
                         STRING "WEAR " FUNCTION TRIM(WS-PCT-DISP)
                                "% OF AVERAGE - SWAP WITH "
                                PT-REC(WS-LEAST-WORN)(1:16)
                                DELIMITED BY SIZE INTO WS-VERDICT
                         END-STRING
                      ELSE
                         STRING "WEAR " FUNCTION TRIM(WS-PCT-DISP)
                                "% OF AVERAGE"
                                DELIMITED BY SIZE INTO WS-VERDICT
                         END-STRING
                      END-IF
                   END-IF
              WHEN "CLAIM"
                   IF PNL-WARRANTY-END NOT = SPACES
                      MOVE PNL-WARRANTY-END TO WS-CHECK-DATE
                      PERFORM DAYS-FROM-TODAY
                      IF WS-DAYS-LEFT >= 0
                         AND WS-DAYS-LEFT <= ML-WARRANTY-DAYS
                         MOVE WS-DAYS-LEFT TO WS-DAYS-DISP
                         MOVE PT-WEAR-PCT(PT-I) TO WS-PCT-DISP
                         STRING "WARRANTY ENDS " PNL-WARRANTY-END
                                " (" FUNCTION TRIM(WS-DAYS-DISP)
                                " DAYS), WEAR "
                                FUNCTION TRIM(WS-PCT-DISP)
                                "% OF AVERAGE"
                                DELIMITED BY SIZE INTO WS-VERDICT
                         END-STRING
                      END-IF
                   END-IF
           END-EVALUATE.

       WRITE-PANEL-DETAIL.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PANELS IN SERVICE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  SERIAL           MODEL            TILE  X    Y    W"
             & "    H    INSTALLED WARRANTY  CALIBRATED   WEAR/BLOCK  %"
             TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING PT-I FROM 1 BY 1 UNTIL PT-I > PT-COUNT
              IF PT-IN-SCOPE-SW(PT-I) = 'Y'
                 MOVE PT-REC(PT-I) TO PANEL-REC
                 MOVE PT-WEAR-AVG(PT-I) TO WS-UNITS-DISP
                 MOVE PT-WEAR-PCT(PT-I) TO WS-PCT-DISP
                 MOVE SPACES TO REPORT-LINE
                 STRING "  " PNL-SERIAL " " PNL-MODEL " " PNL-TILE
                        "     " PNL-X " " PNL-Y " " PNL-W " " PNL-H
                        " " PNL-INSTALL-DATE "  " PNL-WARRANTY-END
                        "  " PT-CAL-DATE(PT-I) " "
                        WS-UNITS-DISP(4:12) WS-PCT-DISP(3:4)
                        DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
                 WRITE REPORT-LINE
              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * The wall's wear ledger, laid out as WEARMAP keeps it. A
      * wall with no ledger of its own is simply not assessed for
      * rotation.
      * -----------------------------------------------------------
       LOAD-WEAR-LEDGER.
           COMPUTE BK-COLS = (WALL-WIDTH + 15) / 16
           COMPUTE BK-ROWS = (WALL-HEIGHT + 15) / 16
           MOVE "WEARMAP.LED" TO WG-BASE-NAME
           PERFORM RESOLVE-WALL-FILE
           MOVE WG-FILE-NAME TO WS-LEDGER-FILE-NAME
           MOVE 'N' TO WS-LEDGER-SW
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT LEDGER-FILE
           IF WS-LED-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           SET WS-HAVE-LEDGER TO TRUE
           PERFORM UNTIL WS-EOF
              READ LEDGER-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF WEAR-ROW < BK-ROWS AND WEAR-COL < BK-COLS
                       AND WEAR-UNITS IS NUMERIC
                       MOVE WEAR-UNITS
                         TO LG-UNITS(WEAR-ROW + 1, WEAR-COL + 1)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

      * -----------------------------------------------------------
      * The wall's WALLCAL.CFG: its regions as GRAPHICS reads them,
      * and the date on its "* CALIBRATED YYYYMMDD" line.
      * -----------------------------------------------------------
       LOAD-WALL-CALIBRATION.
           MOVE SPACES TO WC-DATE
           MOVE 0 TO WC-COUNT
           MOVE "WALLCAL.CFG" TO WG-BASE-NAME
           PERFORM RESOLVE-WALL-FILE
           MOVE WG-FILE-NAME TO WS-WALLCAL-FILE-NAME
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT WALLCAL-FILE
           IF WS-CAL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF
              READ WALLCAL-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    PERFORM TAKE-WALLCAL-LINE
              END-READ
           END-PERFORM
           CLOSE WALLCAL-FILE.

       TAKE-WALLCAL-LINE.
           IF WALLCAL-LINE = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WC-I FROM 1 BY 1 UNTIL WC-I > 7
              MOVE SPACES TO WC-TOKEN(WC-I)
           END-PERFORM
           UNSTRING WALLCAL-LINE DELIMITED BY ALL SPACE
               INTO WC-TOKEN(1) WC-TOKEN(2) WC-TOKEN(3)
                    WC-TOKEN(4) WC-TOKEN(5) WC-TOKEN(6)
                    WC-TOKEN(7)
           END-UNSTRING
           IF WALLCAL-LINE(1:1) = '*'
              IF FUNCTION UPPER-CASE(WC-TOKEN(2)) = "CALIBRATED"
                 MOVE WC-TOKEN(3) TO WS-CHECK-DATE
                 PERFORM VALIDATE-DATE
                 IF WS-DATE-OK
                    MOVE WS-CHECK-DATE TO WC-DATE
                 END-IF
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF WC-TOKEN(7) = SPACES OR WC-COUNT >= 16
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WC-I FROM 1 BY 1 UNTIL WC-I > 4
              IF FUNCTION TEST-NUMVAL(WC-TOKEN(WC-I)) NOT = 0
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           ADD 1 TO WC-COUNT
           COMPUTE WC-X(WC-COUNT) = FUNCTION NUMVAL(WC-TOKEN(1))
           COMPUTE WC-Y(WC-COUNT) = FUNCTION NUMVAL(WC-TOKEN(2))
           COMPUTE WC-W(WC-COUNT) = FUNCTION NUMVAL(WC-TOKEN(3))
           COMPUTE WC-H(WC-COUNT) = FUNCTION NUMVAL(WC-TOKEN(4)).

      * -----------------------------------------------------------
      * Where the panel being added or moved is to go: WS-WALL-ARG,
      * WS-TILE-ARG and the optional rectangle, checked against the
      * wall's layout and the panels already in service there.
      * Sets WS-PLACE-OK.
      * -----------------------------------------------------------
       RESOLVE-PLACEMENT.
           MOVE 'N' TO WS-PLACE-OK-SW
           PERFORM RESOLVE-WALL-ARG
           IF WS-PLACE-WALL = "?"
              EXIT PARAGRAPH
           END-IF
           IF WS-TILE-ARG = SPACES
              OR WS-TILE-ARG(2:3) NOT = SPACES
              OR WS-TILE-ARG(1:1) < "0" OR WS-TILE-ARG(1:1) > "4"
              DISPLAY "PANELS: TILE '" FUNCTION TRIM(WS-TILE-ARG)
                      "' IS NOT 0 (SPARE) TO 4" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-TILE-ARG(1:1) TO WS-TILE-NUM
           IF WS-TILE-NUM = 0
              SET WS-PLACE-OK TO TRUE
              EXIT PARAGRAPH
           END-IF

           IF WS-RECT-ARG(1) = SPACES
              PERFORM FIND-TILE-RECTANGLE
              IF WS-LAYOUT-STATUS NOT = "00"
                 DISPLAY "PANELS: TILE " WS-TILE-NUM " IS NOT IN "
                         FUNCTION TRIM(WS-LAYOUT-FILE-NAME)
                         " - GIVE THE PANEL'S X Y W H" UPON SYSERR
                 ADD 1 TO WS-PROBLEMS
                 EXIT PARAGRAPH
              END-IF
           ELSE
              PERFORM VARYING PT-J FROM 1 BY 1 UNTIL PT-J > 4
                 IF WS-RECT-ARG(PT-J) = SPACES
                    OR FUNCTION TEST-NUMVAL(WS-RECT-ARG(PT-J)) NOT = 0
                    DISPLAY "PANELS: THE RECTANGLE IS FOUR WHOLE "
                            "NUMBERS X Y W H" UPON SYSERR
                    ADD 1 TO WS-PROBLEMS
                    EXIT PARAGRAPH
                 END-IF
              END-PERFORM
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-RECT-ARG(1))
              MOVE WS-NUM-WORK TO WS-PLACE-X
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-RECT-ARG(2))
              MOVE WS-NUM-WORK TO WS-PLACE-Y
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-RECT-ARG(3))
              MOVE WS-NUM-WORK TO WS-PLACE-W
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-RECT-ARG(4))
              MOVE WS-NUM-WORK TO WS-PLACE-H
           END-IF
           IF WS-PLACE-W = 0 OR WS-PLACE-H = 0
              OR WS-PLACE-X + WS-PLACE-W > WALL-WIDTH
              OR WS-PLACE-Y + WS-PLACE-H > WALL-HEIGHT
              DISPLAY "PANELS: RECTANGLE " WS-PLACE-X " " WS-PLACE-Y
                      " " WS-PLACE-W " " WS-PLACE-H
                      " IS NOT ON THE WALL" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING PT-J FROM 1 BY 1 UNTIL PT-J > PT-COUNT
              MOVE PT-REC(PT-J) TO PANEL-REC
              IF PNL-ACTIVE AND PNL-WALL = WS-PLACE-WALL
                 AND PNL-SERIAL NOT = WS-SERIAL-ARG
                 AND PNL-X < WS-PLACE-X + WS-PLACE-W
                 AND PNL-X + PNL-W > WS-PLACE-X
                 AND PNL-Y < WS-PLACE-Y + WS-PLACE-H
                 AND PNL-Y + PNL-H > WS-PLACE-Y
                 DISPLAY "PANELS: THAT RECTANGLE OVERLAPS PANEL "
                         FUNCTION TRIM(PNL-SERIAL) " - MOVE OR RETIRE"
                         " IT FIRST" UPON SYSERR
                 ADD 1 TO WS-PROBLEMS
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           SET WS-PLACE-OK TO TRUE.

      * -----------------------------------------------------------
      * Tile WS-TILE-NUM of the wall's WALL.DAT: its offset, and
      * the canvas size every tile has. WS-LAYOUT-STATUS is left
      * "00" only when the tile was found.
      * -----------------------------------------------------------
       FIND-TILE-RECTANGLE.
           MOVE "WALL.DAT" TO WG-BASE-NAME
           PERFORM RESOLVE-WALL-FILE
           MOVE WG-FILE-NAME TO WS-LAYOUT-FILE-NAME
           MOVE 0 TO WS-TILE-SEEN
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT LAYOUT-FILE
           IF WS-LAYOUT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF OR WS-TILE-SEEN = WS-TILE-NUM
              READ LAYOUT-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF WALL-TILE-REC NOT = SPACES
                       ADD 1 TO WS-TILE-SEEN
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LAYOUT-FILE
           IF WS-TILE-SEEN NOT = WS-TILE-NUM
              OR WT-VPORT-X < 0 OR WT-VPORT-Y < 0
              MOVE "23" TO WS-LAYOUT-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE "00" TO WS-LAYOUT-STATUS
           MOVE WT-VPORT-X TO WS-PLACE-X
           MOVE WT-VPORT-Y TO WS-PLACE-Y
           MOVE WIDTH TO WS-PLACE-W
           MOVE HEIGHT TO WS-PLACE-H.

      * -----------------------------------------------------------
      * Put PANEL-REC where RESOLVE-PLACEMENT decided.
      * -----------------------------------------------------------
       PLACE-PANEL.
           MOVE WS-TILE-NUM TO PNL-TILE
           IF WS-TILE-NUM = 0
              MOVE 'S' TO PNL-STATE
              MOVE SPACES TO PNL-WALL
              MOVE 0 TO PNL-X
              MOVE 0 TO PNL-Y
              MOVE 0 TO PNL-W
              MOVE 0 TO PNL-H
           ELSE
              MOVE 'A' TO PNL-STATE
              MOVE WS-PLACE-WALL TO PNL-WALL
              MOVE WS-PLACE-X TO PNL-X
              MOVE WS-PLACE-Y TO PNL-Y
              MOVE WS-PLACE-W TO PNL-W
              MOVE WS-PLACE-H TO PNL-H
           END-IF.

      * -----------------------------------------------------------
      * WS-WALL-ARG ("-" or blank: the current wall) to a wall the
      * registry knows, in WS-PLACE-WALL ("?" when it does not).
      * -----------------------------------------------------------
       RESOLVE-WALL-ARG.
           MOVE FUNCTION UPPER-CASE(WS-WALL-ARG) TO WS-WALL-ARG
           IF WS-WALL-ARG = "-"
              MOVE SPACES TO WS-WALL-ARG
           END-IF
           MOVE 'L' TO WG-FUNCTION
           MOVE WS-WALL-ARG TO WG-WALL-ID
           CALL 'WALLREG' USING WALLREG-ARGS
           IF WG-UNKNOWN OR WG-END
              DISPLAY "PANELS: WALL '" FUNCTION TRIM(WG-WALL-ID)
                      "' IS NOT IN WALLS.DAT" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              MOVE "?" TO WS-PLACE-WALL
              EXIT PARAGRAPH
           END-IF
           MOVE WG-WALL-ID TO WS-PLACE-WALL.

       RESOLVE-WALL-FILE.
           MOVE 'F' TO WG-FUNCTION
           MOVE WS-PLACE-WALL TO WG-WALL-ID
           CALL 'WALLREG' USING WALLREG-ARGS.

      * -----------------------------------------------------------
      * Argument, date and record helpers.
      * -----------------------------------------------------------
       TAKE-SERIAL-ARG.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-SERIAL-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-SERIAL-ARG) TO WS-SERIAL-ARG
           IF WS-SERIAL-ARG = SPACES
              DISPLAY "PANELS: " FUNCTION TRIM(WS-FUNCTION-ARG)
                      " NEEDS A PANEL SERIAL" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
           END-IF.

       CHECK-DATE-ARG.
           PERFORM VALIDATE-DATE
           IF NOT WS-DATE-OK
              DISPLAY "PANELS: '" WS-CHECK-DATE
                      "' IS NOT A YYYYMMDD DATE" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
           END-IF.

       VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-OK-SW
           IF WS-CHECK-DATE IS NUMERIC
              MOVE WS-CHECK-DATE TO WS-DATE-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                 SET WS-DATE-OK TO TRUE
              END-IF
           END-IF.

      * -----------------------------------------------------------
      * Days from today to WS-CHECK-DATE (negative when past).
      * -----------------------------------------------------------
       DAYS-FROM-TODAY.
           MOVE 0 TO WS-DAYS-LEFT
           PERFORM VALIDATE-DATE
           IF WS-DATE-OK
              COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              COMPUTE WS-DAYS-LEFT = WS-DAY-INT - WS-TODAY-INT
           END-IF.

       SET-STATE-TEXT.
           EVALUATE TRUE
              WHEN PNL-ACTIVE
                   MOVE "ACTIVE" TO WS-STATE-TEXT
              WHEN PNL-SPARE
                   MOVE "SPARE" TO WS-STATE-TEXT
              WHEN PNL-RETIRED
                   MOVE "RETIRED" TO WS-STATE-TEXT
              WHEN OTHER
                   MOVE "?" TO WS-STATE-TEXT
           END-EVALUATE.

       SET-WHERE-TEXT.
           MOVE SPACES TO WS-WHERE-TEXT
           EVALUATE TRUE
              WHEN PNL-ACTIVE AND PNL-WALL = SPACES
                   STRING "TILE " PNL-TILE " AT " PNL-X "," PNL-Y
                          " " PNL-W "X" PNL-H
                          DELIMITED BY SIZE INTO WS-WHERE-TEXT
                   END-STRING
              WHEN PNL-ACTIVE
                   STRING FUNCTION TRIM(PNL-WALL) " TILE " PNL-TILE
                          " AT " PNL-X "," PNL-Y " " PNL-W "X" PNL-H
                          DELIMITED BY SIZE INTO WS-WHERE-TEXT
                   END-STRING
              WHEN OTHER
                   MOVE "OFF THE WALL" TO WS-WHERE-TEXT
           END-EVALUATE.

       FIND-PANEL.
           MOVE 0 TO PT-FOUND
           PERFORM VARYING PT-I FROM 1 BY 1 UNTIL PT-I > PT-COUNT
              MOVE PT-REC(PT-I) TO PANEL-REC
              IF PNL-SERIAL = WS-SERIAL-ARG
                 MOVE PT-I TO PT-FOUND
              END-IF
           END-PERFORM
           IF PT-FOUND > 0
              MOVE PT-REC(PT-FOUND) TO PANEL-REC
           END-IF.

       LOAD-PANEL-ENTRY.
           PERFORM LOAD-REGISTER-TABLE
           PERFORM FIND-PANEL
           IF PT-FOUND = 0
              DISPLAY "PANELS: " FUNCTION TRIM(WS-SERIAL-ARG)
                      " IS NOT ON THE REGISTER" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
           END-IF.

      * -----------------------------------------------------------
      * Read the whole register into PT-ENTRY (absent file =
      * empty). One too large for the table refuses the run rather
      * than silently dropping panels on the next rewrite.
      * -----------------------------------------------------------
       LOAD-REGISTER-TABLE.
           MOVE 0 TO PT-COUNT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT PANEL-FILE
           IF WS-PNL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF
              READ PANEL-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF PT-COUNT >= PT-MAX
                       DISPLAY "PANELS: REGISTER EXCEEDS " PT-MAX
                               " ENTRIES - REFUSING TO CONTINUE"
                               UPON SYSERR
                       CLOSE PANEL-FILE
                       STOP RUN RETURNING 1
                    END-IF
                    ADD 1 TO PT-COUNT
                    MOVE PANEL-REC TO PT-REC(PT-COUNT)
              END-READ
           END-PERFORM
           CLOSE PANEL-FILE.

       REWRITE-REGISTER.
           OPEN OUTPUT PANEL-FILE
           IF WS-PNL-STATUS NOT = "00"
              DISPLAY "PANELS: UNABLE TO WRITE REGISTER, STATUS "
                       WS-PNL-STATUS UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PT-I FROM 1 BY 1 UNTIL PT-I > PT-COUNT
              MOVE PT-REC(PT-I) TO PANEL-REC
              WRITE PANEL-REC
           END-PERFORM
           CLOSE PANEL-FILE.

      * -----------------------------------------------------------
      * Who is at the keyboard, and may they do OC-ACTION? OPERCHK
      * audits a refusal.
      * -----------------------------------------------------------
       CHECK-OPERATOR.
           MOVE 'P' TO OC-FUNCTION
           MOVE "PANELS" TO OC-PROGRAM
           CALL 'OPERCHK' USING OPERCHK-ARGS
           IF NOT OC-OK
              DISPLAY "PANELS: OPERATOR '" FUNCTION TRIM(OC-OPER-ID)
                      "' REFUSED " FUNCTION TRIM(OC-ACTION)
                      UPON SYSERR
              ADD 1 TO WS-PROBLEMS
           END-IF.

       WRITE-SERVICE-RECORD.
           OPEN EXTEND SERVICE-FILE
           IF WS-SVC-STATUS NOT = "00"
              OPEN OUTPUT SERVICE-FILE
           END-IF
           IF WS-SVC-STATUS = "00"
              MOVE WS-SERIAL-ARG TO PSV-SERIAL
              MOVE WS-TODAY      TO PSV-DATE
              MOVE WS-NOW-TIME   TO PSV-TIME
              MOVE WS-SVC-KIND   TO PSV-KIND
              MOVE OC-OPER-ID    TO PSV-BY
              MOVE WS-SVC-TEXT   TO PSV-TEXT
              WRITE PANEL-SVC-REC
              CLOSE SERVICE-FILE
           END-IF.

       AUDIT-PANEL-CHANGE.
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "PANEL " FUNCTION TRIM(WS-SERIAL-ARG) " "
                  FUNCTION TRIM(WS-SVC-KIND) " "
                  FUNCTION TRIM(WS-SVC-TEXT)
                  DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "PANELS: " FUNCTION TRIM(WS-AUDIT-TEXT)
                   UPON SYSERR.

       WRITE-AUDIT-RECORD.
           MOVE 'C' TO OC-FUNCTION
           CALL 'OPERCHK' USING OPERCHK-ARGS
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
              MOVE SPACES TO AUDIT-LINE
              STRING WS-TODAY " " WS-NOW-TIME
                     " PANELS " FUNCTION TRIM(WS-AUDIT-TEXT)
                     " " FUNCTION TRIM(OC-AUDIT-TAG)
                     DELIMITED BY SIZE INTO AUDIT-LINE
              END-STRING
              WRITE AUDIT-LINE
              CLOSE AUDIT-FILE
           END-IF.
