      *****************************************************************
      * ALERTDRILL: the quarterly fire-drill check of the emergency
      * broadcast hold. It raises a test alert in ALERT.DAT - the
      * first line reads ALERT with a DRILL marker and the drill's
      * stamp after it, the second a DRILL - TEST ONLY message for
      * ALERTCAST to air if it is run alongside - keeps it up for
      * the deadline, stands it down, allows the held programs a
      * few seconds to resume, and then reads ALERTACK.DAT for the
      * acknowledgements carrying this drill's marker (see
      * ALERTACKREC.cpy). The report lists every program that
      * yielded, how long after the raise, and whether inside the
      * deadline, and every program expected on the wall that never
      * acknowledged: the demo the wall lock names at the raise
      * plus any program given on the command line. The raise,
      * stand-down and result are stamped into the shared
      * AUDIT.LOG. A drill is refused while a real alert is up.
      * RC 0 pass, 1 a late or silent program, 2 not run.
      * On a multi-wall site the drill runs on the current wall
      * (the WALLID environment value, see WALLREGARGS.cpy): its
      * ALERT.DAT and wall lock, its audit lines tagged ON WALL.
      * Raising even a test alert is a supervisor's action: the
      * operator signed on (the OPERID environment value, see
      * OPERCHKARGS.cpy) must be a supervisor on the roster, or the
      * drill is refused, audited, and not run.
      * Invoke as: ALERTDRILL [deadline-secs] [report] [program ...]
      * The deadline defaults to 30 seconds, the report to
      * ALERTDRILL.RPT; up to eight expected programs may follow.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTDRILL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT ACK-FILE ASSIGN TO "ALERTACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       01  ALERT-LINE             PIC X(40).

       FD  ACK-FILE.
           COPY ALERTACKREC.

       FD  AUDIT-FILE.
       01  AUDIT-LINE             PIC X(132).

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  ALERTDRILL-VARS.
           05  WS-REPORT-FILE-NAME PIC X(100) VALUE "ALERTDRILL.RPT".
           05  WS-REPORT-FILE-ARG PIC X(100) VALUE SPACES.
           05  WS-DEADLINE-ARG    PIC X(6)   VALUE SPACES.
           05  WS-DEADLINE-SECS   PIC 9(4)   VALUE 30.
           05  WS-GRACE-SECS      PIC 9(4)   VALUE 5.
           05  WS-ACK-STATUS      PIC X(2).
           05  WS-AUDIT-STATUS    PIC X(2).
           05  WS-REPORT-STATUS   PIC X(2).
           05  WS-EOF-SW          PIC X VALUE 'N'.
               88  WS-EOF             VALUE 'Y'.
           05  WS-AUDIT-TEXT      PIC X(100).
           05  WS-DRILL-STAMP     PIC X(14).
           05  WS-DRILL-TAG       PIC X(30).
           05  WS-RAISE-DATE      PIC X(8).
           05  WS-RAISE-TIME      PIC X(8).
           05  WS-RAISE-HS        PIC 9(15).
           05  WS-LOCK-NOTE       PIC X(60).
           05  WS-ARG-NUM         PIC 99.
           05  WS-ARG-VALUE       PIC X(12).
           05  WS-ON-TIME         PIC 9(4) VALUE 0.
           05  WS-LATE            PIC 9(4) VALUE 0.
           05  WS-SILENT          PIC 9(4) VALUE 0.
           05  WS-RESULT          PIC X(4).

      * The programs expected to acknowledge: the wall lock's demo
      * at the raise and any named on the command line.
       01  EXPECTED-TABLE.
           05  EX-COUNT           PIC 99 VALUE 0.
           05  EX-MAX             PIC 99 VALUE 10.
           05  EX-I               PIC 99.
           05  EX-ENTRY OCCURS 10 TIMES.
               10  EX-PROGRAM     PIC X(12).
               10  EX-SEEN-SW     PIC X.
                   88  EX-SEEN        VALUE 'Y'.

      * This drill's acknowledgements, in the order they were
      * written.
       01  ACK-TABLE.
           05  AT-COUNT           PIC 99 VALUE 0.
           05  AT-MAX             PIC 99 VALUE 50.
           05  AT-I               PIC 99.
           05  AT-ENTRY OCCURS 50 TIMES.
               10  AT-PROGRAM     PIC X(12).
               10  AT-START-DATE  PIC X(8).
               10  AT-START-TIME  PIC X(6).
               10  AT-RESUME-DATE PIC X(8).
               10  AT-RESUME-TIME PIC X(8).
               10  AT-LATENCY-HS  PIC S9(9).

      * A date and HHMMSSHH time to hundredths since day zero.
       01  STAMP-VARS.
           05  SV-DATE            PIC X(8).
           05  SV-TIME            PIC X(8).
           05  SV-DATE-NUM        PIC 9(8).
           05  SV-DAY-INT         PIC 9(8).
           05  SV-HH              PIC 99.
           05  SV-MM              PIC 99.
           05  SV-SS              PIC 99.
           05  SV-HS              PIC 99.
           05  SV-TOTAL-HS        PIC 9(15).

       01  DISPLAY-VARS.
           05  WS-SECS-DISP       PIC Z(5)9.99.
           05  WS-COUNT-DISP      PIC Z(3)9.
           05  WS-COUNT-DISP-2    PIC Z(3)9.
           05  WS-COUNT-DISP-3    PIC Z(3)9.
           05  WS-ACK-RESULT      PIC X(20).

           COPY ALERTVARS.
           COPY PACEVARS.
           COPY WALLLOCKARGS.
           COPY WALLREGARGS.
           COPY OPERCHKARGS.

       PROCEDURE DIVISION.
           MOVE 'F' TO WG-FUNCTION
           MOVE SPACES TO WG-WALL-ID
           MOVE "ALERT.DAT" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-FILE-NAME TO WS-ALERT-FILE-NAME

           MOVE 'P' TO OC-FUNCTION
           MOVE "ALERTDRILL" TO OC-PROGRAM
           MOVE "DRILL ALERT RAISE" TO OC-ACTION
           MOVE 3 TO OC-NEED-LEVEL
           CALL 'OPERCHK' USING OPERCHK-ARGS
           IF NOT OC-OK
              DISPLAY "ALERTDRILL: OPERATOR '" FUNCTION TRIM(OC-OPER-ID)
                      "' MAY NOT RAISE A DRILL - NEEDS A SUPERVISOR"
                      UPON SYSERR
              STOP RUN RETURNING 2
           END-IF

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-DEADLINE-ARG FROM ARGUMENT-VALUE
           IF WS-DEADLINE-ARG NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-DEADLINE-ARG) TO WS-DEADLINE-SECS
           END-IF
           IF WS-DEADLINE-SECS = 0
              MOVE 30 TO WS-DEADLINE-SECS
           END-IF
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-REPORT-FILE-ARG FROM ARGUMENT-VALUE
           IF WS-REPORT-FILE-ARG NOT = SPACES
              MOVE WS-REPORT-FILE-ARG TO WS-REPORT-FILE-NAME
           END-IF
           PERFORM VARYING WS-ARG-NUM FROM 3 BY 1 UNTIL WS-ARG-NUM > 10
              MOVE SPACES TO WS-ARG-VALUE
              DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
              ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
              IF WS-ARG-VALUE NOT = SPACES
                 MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE) TO WS-ARG-VALUE
                 PERFORM ADD-EXPECTED
              END-IF
           END-PERFORM

      *    a drill never goes over the top of a real alarm
           PERFORM READ-ALERT-FILE
           IF ALERT-RAISED
              DISPLAY "ALERTDRILL: " FUNCTION TRIM(WS-ALERT-FILE-NAME)
                      " IS ALREADY RAISED - DRILL NOT RUN" UPON SYSERR
              STOP RUN RETURNING 2
           END-IF

      *    whatever the wall lock says is on the wall must yield
           MOVE 'Q' TO WL-FUNCTION
           MOVE "ALERTDRILL" TO WL-OWNER
           MOVE SPACES TO WL-DEMO
           MOVE 0 TO WL-STALE-MINS
           CALL 'WALLLOCK' USING WALLLOCK-ARGS
           MOVE SPACES TO WS-LOCK-NOTE
           IF WL-HELD
              STRING "WALL LOCK HELD BY " FUNCTION TRIM(WL-HELD-BY)
                     " FOR " FUNCTION TRIM(WL-HELD-DEMO)
                     " SINCE " WL-HELD-STAMP
                     DELIMITED BY SIZE INTO WS-LOCK-NOTE
              END-STRING
              IF WL-HELD-DEMO NOT = SPACES
                 MOVE WL-HELD-DEMO TO WS-ARG-VALUE
                 PERFORM ADD-EXPECTED
              END-IF
           ELSE
              MOVE "WALL LOCK FREE AT THE RAISE" TO WS-LOCK-NOTE
           END-IF

      *    raise the drill
           PERFORM GET-CLOCK-HS
           MOVE WS-TICK-TOTAL-HS TO WS-RAISE-HS
           MOVE WS-TICK-STAMP(1:8) TO WS-RAISE-DATE
           MOVE WS-TICK-STAMP(9:8) TO WS-RAISE-TIME
           MOVE WS-TICK-STAMP(1:14) TO WS-DRILL-STAMP
           MOVE SPACES TO WS-DRILL-TAG
           STRING "DRILL " WS-DRILL-STAMP
                  DELIMITED BY SIZE INTO WS-DRILL-TAG
           END-STRING
           OPEN OUTPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
              DISPLAY "ALERTDRILL: UNABLE TO WRITE "
                      FUNCTION TRIM(WS-ALERT-FILE-NAME) " STATUS "
                      WS-ALERT-STATUS UPON SYSERR
              STOP RUN RETURNING 2
           END-IF
           MOVE SPACES TO ALERT-LINE
           MOVE "ALERT" TO ALERT-LINE(1:8)
           MOVE WS-DRILL-TAG TO ALERT-LINE(10:30)
           WRITE ALERT-LINE
           MOVE "DRILL - TEST ONLY" TO ALERT-LINE
           WRITE ALERT-LINE
           CLOSE ALERT-FILE
           MOVE WS-DEADLINE-SECS TO WS-COUNT-DISP
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING FUNCTION TRIM(WS-DRILL-TAG) " RAISED - DEADLINE "
                  FUNCTION TRIM(WS-COUNT-DISP) " SEC"
                  DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "ALERTDRILL: " FUNCTION TRIM(WS-DRILL-TAG)
                   " RAISED - HOLDING " FUNCTION TRIM(WS-COUNT-DISP)
                   " SEC" UPON SYSERR

      *    hold for the deadline, stand down, then give the held
      *    programs their grace to resume and write their records
           MOVE WS-RAISE-HS TO WS-FRAME-START-HS
           COMPUTE WS-FRAME-TARGET-HS = WS-DEADLINE-SECS * 100
           PERFORM WAIT-FOR-FRAME-TICK
           OPEN OUTPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
              MOVE "CLEAR" TO ALERT-LINE
              WRITE ALERT-LINE
              CLOSE ALERT-FILE
           END-IF
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING FUNCTION TRIM(WS-DRILL-TAG) " STOOD DOWN"
                  DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           PERFORM GET-CLOCK-HS
           MOVE WS-TICK-TOTAL-HS TO WS-FRAME-START-HS
           COMPUTE WS-FRAME-TARGET-HS = WS-GRACE-SECS * 100
           PERFORM WAIT-FOR-FRAME-TICK

           PERFORM LOAD-ACKNOWLEDGEMENTS
           PERFORM WRITE-DRILL-REPORT

           IF WS-LATE > 0 OR WS-SILENT > 0
              MOVE "FAIL" TO WS-RESULT
           ELSE
              MOVE "PASS" TO WS-RESULT
           END-IF
           MOVE WS-ON-TIME TO WS-COUNT-DISP
           MOVE WS-LATE    TO WS-COUNT-DISP-2
           MOVE WS-SILENT  TO WS-COUNT-DISP-3
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING FUNCTION TRIM(WS-DRILL-TAG) " " WS-RESULT " - "
                  FUNCTION TRIM(WS-COUNT-DISP) " ON TIME, "
                  FUNCTION TRIM(WS-COUNT-DISP-2) " LATE, "
                  FUNCTION TRIM(WS-COUNT-DISP-3) " SILENT"
                  DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "ALERTDRILL: " FUNCTION TRIM(WS-AUDIT-TEXT)
                   " - SEE " FUNCTION TRIM(WS-REPORT-FILE-NAME)
                   UPON SYSERR
           IF WS-RESULT = "FAIL"
              STOP RUN RETURNING 1
           END-IF
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * Add WS-ARG-VALUE to the expected programs, once.
      * -----------------------------------------------------------
       ADD-EXPECTED.
           PERFORM VARYING EX-I FROM 1 BY 1 UNTIL EX-I > EX-COUNT
              IF EX-PROGRAM(EX-I) = WS-ARG-VALUE
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF EX-COUNT < EX-MAX
              ADD 1 TO EX-COUNT
              MOVE WS-ARG-VALUE TO EX-PROGRAM(EX-COUNT)
              MOVE 'N' TO EX-SEEN-SW(EX-COUNT)
           END-IF.

      * -----------------------------------------------------------
      * Pick this drill's records out of ALERTACK.DAT, timing each
      * yield from the raise and ticking off the expected programs.
      * -----------------------------------------------------------
       LOAD-ACKNOWLEDGEMENTS.
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ ACK-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF ACK-ALERT-TAG = WS-DRILL-TAG
                       AND AT-COUNT < AT-MAX
                       PERFORM TAKE-ACKNOWLEDGEMENT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ACK-FILE.

       TAKE-ACKNOWLEDGEMENT.
           ADD 1 TO AT-COUNT
           MOVE ACK-PROGRAM     TO AT-PROGRAM(AT-COUNT)
           MOVE ACK-START-DATE  TO AT-START-DATE(AT-COUNT)
           MOVE ACK-START-TIME  TO AT-START-TIME(AT-COUNT)
           MOVE ACK-RESUME-DATE TO AT-RESUME-DATE(AT-COUNT)
           MOVE ACK-RESUME-TIME TO AT-RESUME-TIME(AT-COUNT)
           MOVE ACK-YIELD-DATE  TO SV-DATE
           MOVE ACK-YIELD-TIME  TO SV-TIME
           PERFORM STAMP-TO-HS
           COMPUTE AT-LATENCY-HS(AT-COUNT) = SV-TOTAL-HS - WS-RAISE-HS
      *    a program already holding for the previous poll can
      *    stamp its yield a hair before the raise is written
           IF AT-LATENCY-HS(AT-COUNT) < 0
              MOVE 0 TO AT-LATENCY-HS(AT-COUNT)
           END-IF
           PERFORM VARYING EX-I FROM 1 BY 1 UNTIL EX-I > EX-COUNT
              IF EX-PROGRAM(EX-I) = ACK-PROGRAM
                 SET EX-SEEN(EX-I) TO TRUE
              END-IF
           END-PERFORM.

       STAMP-TO-HS.
           MOVE 0 TO SV-TOTAL-HS
           IF SV-DATE IS NOT NUMERIC OR SV-TIME IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE SV-DATE TO SV-DATE-NUM
           COMPUTE SV-DAY-INT = FUNCTION INTEGER-OF-DATE(SV-DATE-NUM)
           MOVE SV-TIME(1:2) TO SV-HH
           MOVE SV-TIME(3:2) TO SV-MM
           MOVE SV-TIME(5:2) TO SV-SS
           MOVE SV-TIME(7:2) TO SV-HS
           COMPUTE SV-TOTAL-HS = SV-DAY-INT * 8640000
               + SV-HH * 360000 + SV-MM * 6000 + SV-SS * 100 + SV-HS.

      * -----------------------------------------------------------
      * The drill sheet for the safety officer.
      * -----------------------------------------------------------
       WRITE-DRILL-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ALERTDRILL: UNABLE TO OPEN "
                      FUNCTION TRIM(WS-REPORT-FILE-NAME)
                      " STATUS " WS-REPORT-STATUS UPON SYSERR
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DEADLINE-SECS TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "ALERT DRILL " WS-DRILL-STAMP " - RAISED "
                  WS-RAISE-DATE " " WS-RAISE-TIME(1:6)
                  ", DEADLINE " FUNCTION TRIM(WS-COUNT-DISP) " SEC"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-LOCK-NOTE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "PROGRAM"        TO REPORT-LINE(1:7)
           MOVE "RUN STARTED"    TO REPORT-LINE(14:11)
           MOVE "YIELDED AFTER"  TO REPORT-LINE(31:13)
           MOVE "RESUMED"        TO REPORT-LINE(47:7)
           MOVE "RESULT"         TO REPORT-LINE(64:6)
           WRITE REPORT-LINE

           PERFORM VARYING AT-I FROM 1 BY 1 UNTIL AT-I > AT-COUNT
              IF AT-LATENCY-HS(AT-I) > WS-DEADLINE-SECS * 100
                 MOVE "LATE" TO WS-ACK-RESULT
                 ADD 1 TO WS-LATE
              ELSE
                 MOVE "ON TIME" TO WS-ACK-RESULT
                 ADD 1 TO WS-ON-TIME
              END-IF
              COMPUTE WS-SECS-DISP = AT-LATENCY-HS(AT-I) / 100
              MOVE SPACES TO REPORT-LINE
              MOVE AT-PROGRAM(AT-I)     TO REPORT-LINE(1:12)
              MOVE AT-START-DATE(AT-I)  TO REPORT-LINE(14:8)
              MOVE AT-START-TIME(AT-I)  TO REPORT-LINE(23:6)
              MOVE WS-SECS-DISP         TO REPORT-LINE(31:9)
              MOVE "SEC"                TO REPORT-LINE(41:3)
              MOVE AT-RESUME-DATE(AT-I) TO REPORT-LINE(47:8)
              MOVE AT-RESUME-TIME(AT-I)(1:6) TO REPORT-LINE(56:6)
              MOVE WS-ACK-RESULT        TO REPORT-LINE(64:20)
              WRITE REPORT-LINE
           END-PERFORM

           PERFORM VARYING EX-I FROM 1 BY 1 UNTIL EX-I > EX-COUNT
              IF NOT EX-SEEN(EX-I)
                 ADD 1 TO WS-SILENT
                 MOVE SPACES TO REPORT-LINE
                 MOVE EX-PROGRAM(EX-I) TO REPORT-LINE(1:12)
                 MOVE "EXPECTED ON THE WALL - NO ACKNOWLEDGEMENT"
                      TO REPORT-LINE(14:50)
                 MOVE "SILENT" TO REPORT-LINE(64:20)
                 WRITE REPORT-LINE
              END-IF
           END-PERFORM
           IF AT-COUNT = 0 AND EX-COUNT = 0
              MOVE "  (NO PROGRAM ACKNOWLEDGED AND NONE WAS EXPECTED)"
                   TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           MOVE WS-ON-TIME TO WS-COUNT-DISP
           MOVE WS-LATE    TO WS-COUNT-DISP-2
           MOVE WS-SILENT  TO WS-COUNT-DISP-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING FUNCTION TRIM(WS-COUNT-DISP) " ON TIME, "
                  FUNCTION TRIM(WS-COUNT-DISP-2) " LATE, "
                  FUNCTION TRIM(WS-COUNT-DISP-3)
                  " EXPECTED BUT SILENT"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-LATE > 0 OR WS-SILENT > 0
              MOVE "DRILL RESULT: FAIL" TO REPORT-LINE
           ELSE
              MOVE "DRILL RESULT: PASS" TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

      * -----------------------------------------------------------
      * Read the alert file's first line (an absent or empty file
      * means no alert).
      * -----------------------------------------------------------
       READ-ALERT-FILE.
           MOVE SPACES TO WS-ALERT-CMD
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
              READ ALERT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE ALERT-LINE(1:8) TO WS-ALERT-CMD
              END-READ
              CLOSE ALERT-FILE
           END-IF.

      * -----------------------------------------------------------
      * Stamp the event into the shared audit file, the same
      * open/fallback/append shape the launchers use.
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
                     " ALERTDRILL " FUNCTION TRIM(WS-AUDIT-TEXT) " "
                     FUNCTION TRIM(OC-AUDIT-TAG)
                     DELIMITED BY SIZE INTO AUDIT-LINE
              END-STRING
              WRITE AUDIT-LINE
              CLOSE AUDIT-FILE
           END-IF.

      * -----------------------------------------------------------
      * Read the wall clock and reduce it to hundredths-of-a-second
      * counted from the INTEGER-OF-DATE day number
      * (WS-TICK-TOTAL-HS), so a tick delta is date-aware and spans
      * the midnight rollover cleanly.
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

      * -----------------------------------------------------------
      * Spin until WS-FRAME-TARGET-HS hundredths have elapsed since
      * WS-FRAME-START-HS, wall-clock time regardless of host CPU
      * speed.
      * -----------------------------------------------------------
       WAIT-FOR-FRAME-TICK.
           PERFORM GET-CLOCK-HS
           COMPUTE WS-ELAPSED-HS = WS-TICK-TOTAL-HS - WS-FRAME-START-HS
           PERFORM UNTIL WS-ELAPSED-HS NOT < WS-FRAME-TARGET-HS
               PERFORM GET-CLOCK-HS
               COMPUTE WS-ELAPSED-HS =
                   WS-TICK-TOTAL-HS - WS-FRAME-START-HS
           END-PERFORM.
