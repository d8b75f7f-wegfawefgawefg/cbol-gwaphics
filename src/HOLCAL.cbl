      *****************************************************************
      * HOLCAL: special-date calendar lookup (see HOLCALARGS.cpy for
      * the interface, HOLIDAYREC.cpy for HOLIDAYS.DAT). Scans the
      * calendar for the first entry on the wanted date. An entry
      * whose action is neither closed nor substitute is passed
      * over as an ordinary day - CFGAUDIT reports it.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLCAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
           COPY HOLIDAYREC.

       WORKING-STORAGE SECTION.
       01  HOLCAL-VARS.
           05  WS-HOLIDAY-STATUS  PIC X(2).
           05  WS-EOF-SW          PIC X.
               88  WS-EOF             VALUE 'Y'.
           05  WS-FOUND-SW        PIC X.
               88  WS-FOUND           VALUE 'Y'.

       LINKAGE SECTION.
           COPY HOLCALARGS.

       PROCEDURE DIVISION USING HOLCAL-ARGS.
           MOVE SPACE  TO HC-ACTION
           MOVE SPACES TO HC-PROFILE
           MOVE SPACES TO HC-SCHED-FILE
           MOVE SPACES TO HC-DESC

           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS NOT = "00"
              GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-SW
           MOVE 'N' TO WS-FOUND-SW
           PERFORM UNTIL WS-EOF OR WS-FOUND
              READ HOLIDAY-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF HOL-DATE = HC-DATE
                       AND (HOL-CLOSED OR HOL-SUBSTITUTE)
                       SET WS-FOUND TO TRUE
                       MOVE HOL-ACTION     TO HC-ACTION
                       MOVE HOL-PROFILE    TO HC-PROFILE
                       MOVE HOL-SCHED-FILE TO HC-SCHED-FILE
                       MOVE HOL-DESC       TO HC-DESC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE
           GOBACK.
