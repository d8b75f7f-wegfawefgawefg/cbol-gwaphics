      *****************************************************************
      * SPOTCAL: spot rotation lookup (see SPOTCALARGS.cpy for the
      * interface, SPOTREC.cpy for SPOTS.DAT). Scans the rotation
      * for the spots running on the wanted day and returns the one
      * falling due first at or after the wanted time. A spot with
      * neither a profile nor an image is passed over.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPOTCAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPOT-FILE ASSIGN TO DYNAMIC WS-SPOT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPOT-FILE.
           COPY SPOTREC.

       WORKING-STORAGE SECTION.
       01  SPOTCAL-VARS.
           05  WS-SPOT-FILE-NAME  PIC X(100).
           05  WS-SPOT-STATUS     PIC X(2).
           05  WS-EOF-SW          PIC X.
               88  WS-EOF             VALUE 'Y'.
           05  WS-DATE-NUM        PIC 9(8).
           05  WS-DATE-INT        PIC 9(8).
           05  WS-DAY-INDEX       PIC 9.
           05  WS-HHMM            PIC X(4).
           05  WS-HHMM-SECS       PIC 9(6).
           05  WS-HH              PIC 99.
           05  WS-MM              PIC 99.
           05  WS-FROM-SECS       PIC 9(6).
           05  WS-TO-SECS         PIC 9(6).
           05  WS-STEP-SECS       PIC 9(6).
           05  WS-STEPS           PIC 9(6).
           05  WS-CAND-SECS       PIC 9(6).
           05  WS-BEST-SECS       PIC 9(6).
           05  WS-TX              PIC 9.

       LINKAGE SECTION.
           COPY SPOTCALARGS.

       PROCEDURE DIVISION USING SPOTCAL-ARGS.
           MOVE 1 TO SR-STATUS
           MOVE 0 TO SR-DUE-SECS
           MOVE SPACES TO SR-SPOT-ID
           MOVE SPACES TO SR-PROFILE
           MOVE SPACES TO SR-IMAGE
           MOVE 0 TO SR-DURATION
           MOVE 86400 TO WS-BEST-SECS

           MOVE SR-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-DAY-INDEX = FUNCTION MOD(WS-DATE-INT, 7)
           IF WS-DAY-INDEX = 0
              MOVE 7 TO WS-DAY-INDEX
           END-IF

           MOVE SR-FILE-NAME TO WS-SPOT-FILE-NAME
           OPEN INPUT SPOT-FILE
           IF WS-SPOT-STATUS NOT = "00"
              GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ SPOT-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF SPOT-ID NOT = SPACES
                       AND (SPOT-PROFILE NOT = SPACES
                            OR SPOT-IMAGE NOT = SPACES)
                       PERFORM CHECK-ONE-SPOT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SPOT-FILE
           GOBACK.

      * -----------------------------------------------------------
      * A spot running on the day - inside its campaign dates, its
      * day enabled - offers its first interval airing and its
      * first fixed time at or after SR-FROM-SECS; an earlier one
      * than the best so far takes over.
      * -----------------------------------------------------------
       CHECK-ONE-SPOT.
           IF SPOT-FIRST-DATE NOT = SPACES
              AND SPOT-FIRST-DATE > SR-DATE
              EXIT PARAGRAPH
           END-IF
           IF SPOT-LAST-DATE NOT = SPACES
              AND SPOT-LAST-DATE < SR-DATE
              EXIT PARAGRAPH
           END-IF
           IF SPOT-DAY-MASK NOT = SPACES
              AND SPOT-DAY-MASK(WS-DAY-INDEX:1) NOT = 'Y'
              EXIT PARAGRAPH
           END-IF

           IF SPOT-INTERVAL IS NUMERIC AND SPOT-INTERVAL > 0
              PERFORM CHECK-INTERVAL-AIRING
           END-IF
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 8
              IF SPOT-AT-TIME(WS-TX) IS NUMERIC
                 MOVE SPOT-AT-TIME(WS-TX) TO WS-HHMM
                 PERFORM HHMM-TO-SECONDS
                 IF WS-HHMM-SECS >= SR-FROM-SECS
                    MOVE WS-HHMM-SECS TO WS-CAND-SECS
                    PERFORM TAKE-CANDIDATE
                 END-IF
              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * The interval airings run SPOT-FROM-TIME, then every
      * SPOT-INTERVAL minutes while before SPOT-TO-TIME; the first
      * of them not before SR-FROM-SECS is the candidate.
      * -----------------------------------------------------------
       CHECK-INTERVAL-AIRING.
           MOVE 0 TO WS-FROM-SECS
           IF SPOT-FROM-TIME IS NUMERIC
              MOVE SPOT-FROM-TIME TO WS-HHMM
              PERFORM HHMM-TO-SECONDS
              MOVE WS-HHMM-SECS TO WS-FROM-SECS
           END-IF
           MOVE 86400 TO WS-TO-SECS
           IF SPOT-TO-TIME IS NUMERIC AND SPOT-TO-TIME NOT = "0000"
              MOVE SPOT-TO-TIME TO WS-HHMM
              PERFORM HHMM-TO-SECONDS
              MOVE WS-HHMM-SECS TO WS-TO-SECS
           END-IF
           COMPUTE WS-STEP-SECS = SPOT-INTERVAL * 60
           IF SR-FROM-SECS <= WS-FROM-SECS
              MOVE WS-FROM-SECS TO WS-CAND-SECS
           ELSE
              COMPUTE WS-CAND-SECS =
                  SR-FROM-SECS - WS-FROM-SECS + WS-STEP-SECS - 1
              DIVIDE WS-STEP-SECS INTO WS-CAND-SECS GIVING WS-STEPS
              COMPUTE WS-CAND-SECS =
                  WS-FROM-SECS + WS-STEPS * WS-STEP-SECS
           END-IF
           IF WS-CAND-SECS < WS-TO-SECS
              PERFORM TAKE-CANDIDATE
           END-IF.

       TAKE-CANDIDATE.
           IF WS-CAND-SECS < WS-BEST-SECS
              MOVE WS-CAND-SECS TO WS-BEST-SECS
              MOVE 0 TO SR-STATUS
              MOVE WS-CAND-SECS TO SR-DUE-SECS
              MOVE SPOT-ID TO SR-SPOT-ID
              MOVE SPOT-PROFILE TO SR-PROFILE
              MOVE SPOT-IMAGE TO SR-IMAGE
              IF SPOT-DURATION IS NUMERIC AND SPOT-DURATION > 0
                 MOVE SPOT-DURATION TO SR-DURATION
              ELSE
                 MOVE 30 TO SR-DURATION
              END-IF
           END-IF.

       HHMM-TO-SECONDS.
           MOVE WS-HHMM(1:2) TO WS-HH
           MOVE WS-HHMM(3:2) TO WS-MM
           COMPUTE WS-HHMM-SECS = WS-HH * 3600 + WS-MM * 60.
