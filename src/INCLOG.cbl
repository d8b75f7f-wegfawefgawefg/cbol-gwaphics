      *****************************************************************
      * INCLOG: puts incidents on the wall incident register (see
      * INCLOGARGS.cpy for the interface, INCIDENTREC.cpy for
      * INCIDENTS.DAT and INCNOTEREC.cpy for INCNOTES.DAT). INCIDENT
      * OPEN calls it, and so do WATCHDOG and CAPCHK when they find
      * a fault on their own. A program that trips over the same
      * fault again while the first incident is still open opens
      * nothing new - the register keeps one incident per fault. A
      * new incident is appended with the open/fallback/append
      * shape of the shared logs; ending a window rewrites the
      * register in place.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.

           SELECT NOTE-FILE ASSIGN TO "INCNOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
           COPY INCIDENTREC.

       FD  NOTE-FILE.
           COPY INCNOTEREC.

       WORKING-STORAGE SECTION.
       01  INCLOG-VARS.
           05  WS-INC-STATUS      PIC X(2).
           05  WS-NOTE-STATUS     PIC X(2).
           05  WS-EOF-SW          PIC X.
               88  WS-EOF             VALUE 'Y'.
           05  WS-NOW-STAMP       PIC X(14).
           05  WS-HIGH-ID         PIC 9(6).
           05  WS-NOTE-KIND       PIC X(8).

      * The register held in memory while a window is ended, so it
      * can be rewritten with the one entry changed.
       01  INCIDENT-TABLE-VARS.
           05  IT-COUNT           PIC 9(4) VALUE 0.
           05  IT-MAX             PIC 9(4) VALUE 2000.
           05  IT-I               PIC 9(4).
           05  IT-FOUND           PIC 9(4).
           05  IT-ENTRY OCCURS 2000 TIMES.
               10  IT-REC         PIC X(245).

           COPY WALLREGARGS.

       LINKAGE SECTION.
           COPY INCLOGARGS.

       PROCEDURE DIVISION USING INCLOG-ARGS.
           MOVE 0 TO IL-STATUS
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           EVALUATE TRUE
              WHEN IL-FN-OPEN
                   PERFORM OPEN-INCIDENT
              WHEN IL-FN-END
                   PERFORM END-INCIDENT-WINDOW
              WHEN OTHER
                   MOVE 2 TO IL-STATUS
           END-EVALUATE
           GOBACK.

      * -----------------------------------------------------------
      * 'O': scan the register for the highest number in use and
      * for the same fault still open, then append the new one.
      * -----------------------------------------------------------
       OPEN-INCIDENT.
           MOVE FUNCTION UPPER-CASE(IL-CATEGORY) TO IL-CATEGORY
           MOVE FUNCTION UPPER-CASE(IL-TILE) TO IL-TILE
           MOVE FUNCTION UPPER-CASE(IL-OPENED-BY) TO IL-OPENED-BY
           IF IL-WALL = SPACES
              MOVE 'L' TO WG-FUNCTION
              MOVE SPACES TO WG-WALL-ID
              CALL 'WALLREG' USING WALLREG-ARGS
              MOVE WG-WALL-ID TO IL-WALL
           END-IF
           MOVE FUNCTION UPPER-CASE(IL-WALL) TO IL-WALL
           IF IL-FROM-STAMP = SPACES
              MOVE WS-NOW-STAMP TO IL-FROM-STAMP
           END-IF

           MOVE 0 TO WS-HIGH-ID
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT INCIDENT-FILE
           IF WS-INC-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ INCIDENT-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF-SW
                    NOT AT END
                       PERFORM CHECK-SAME-FAULT
                 END-READ
              END-PERFORM
              CLOSE INCIDENT-FILE
           END-IF
           IF IL-ALREADY-OPEN
              EXIT PARAGRAPH
           END-IF
           IF WS-HIGH-ID >= 999999
              MOVE 2 TO IL-STATUS
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO INCIDENT-REC
           COMPUTE INC-ID = WS-HIGH-ID + 1
           MOVE 'O'            TO INC-STATE
           MOVE IL-CATEGORY    TO INC-CATEGORY
           MOVE IL-SEVERITY    TO INC-SEVERITY
           MOVE IL-WALL        TO INC-WALL
           MOVE IL-TILE        TO INC-TILE
           MOVE IL-OPENED-BY   TO INC-OPENED-BY
           MOVE WS-NOW-STAMP   TO INC-OPEN-STAMP
           MOVE IL-FROM-STAMP  TO INC-FROM-STAMP
           MOVE IL-CAPTURE     TO INC-CAPTURE
           MOVE 'N'            TO INC-ERR-LINKED
           MOVE 0              TO INC-ERR-COUNT
           MOVE IL-SUMMARY     TO INC-SUMMARY

           OPEN EXTEND INCIDENT-FILE
           IF WS-INC-STATUS NOT = "00"
              OPEN OUTPUT INCIDENT-FILE
           END-IF
           IF WS-INC-STATUS NOT = "00"
              MOVE 2 TO IL-STATUS
              EXIT PARAGRAPH
           END-IF
           WRITE INCIDENT-REC
           CLOSE INCIDENT-FILE
           MOVE INC-ID TO IL-ID

           IF IL-NOTE NOT = SPACES
              MOVE "OPENED" TO WS-NOTE-KIND
              PERFORM WRITE-NOTE-RECORD
           END-IF.

      * -----------------------------------------------------------
      * One register entry seen while opening: note the highest
      * number, and whether it is this very fault, still open.
      * -----------------------------------------------------------
       CHECK-SAME-FAULT.
           IF INC-ID IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           IF INC-ID > WS-HIGH-ID
              MOVE INC-ID TO WS-HIGH-ID
           END-IF
           IF INC-OPEN
              AND INC-OPENED-BY = IL-OPENED-BY
              AND INC-WALL = IL-WALL
              AND INC-TILE = IL-TILE
              AND INC-CATEGORY = IL-CATEGORY
              AND INC-CAPTURE = IL-CAPTURE
              MOVE 1 TO IL-STATUS
              MOVE INC-ID TO IL-ID
           END-IF.

      * -----------------------------------------------------------
      * 'E': stamp the end of incident IL-ID's window, if it is
      * open and its window still running.
      * -----------------------------------------------------------
       END-INCIDENT-WINDOW.
           MOVE 0 TO IT-COUNT
           MOVE 0 TO IT-FOUND
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT INCIDENT-FILE
           IF WS-INC-STATUS NOT = "00"
              MOVE 3 TO IL-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF
              READ INCIDENT-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF IT-COUNT >= IT-MAX
                       MOVE 2 TO IL-STATUS
                       MOVE 'Y' TO WS-EOF-SW
                    ELSE
                       ADD 1 TO IT-COUNT
                       MOVE INCIDENT-REC TO IT-REC(IT-COUNT)
                       IF INC-ID = IL-ID AND INC-OPEN
                          MOVE IT-COUNT TO IT-FOUND
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE
           IF IL-TROUBLE
              EXIT PARAGRAPH
           END-IF
           IF IT-FOUND = 0
              MOVE 3 TO IL-STATUS
              EXIT PARAGRAPH
           END-IF

           MOVE IT-REC(IT-FOUND) TO INCIDENT-REC
           IF INC-TO-STAMP NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NOW-STAMP TO INC-TO-STAMP
           MOVE INCIDENT-REC TO IT-REC(IT-FOUND)

           OPEN OUTPUT INCIDENT-FILE
           IF WS-INC-STATUS NOT = "00"
              MOVE 2 TO IL-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IT-I FROM 1 BY 1 UNTIL IT-I > IT-COUNT
              MOVE IT-REC(IT-I) TO INCIDENT-REC
              WRITE INCIDENT-REC
           END-PERFORM
           CLOSE INCIDENT-FILE

           IF IL-NOTE NOT = SPACES
              MOVE "WINDOW" TO WS-NOTE-KIND
              PERFORM WRITE-NOTE-RECORD
           END-IF.

       WRITE-NOTE-RECORD.
           OPEN EXTEND NOTE-FILE
           IF WS-NOTE-STATUS NOT = "00"
              OPEN OUTPUT NOTE-FILE
           END-IF
           IF WS-NOTE-STATUS = "00"
              MOVE IL-ID        TO INN-ID
              MOVE WS-NOW-STAMP TO INN-STAMP
              MOVE IL-OPENED-BY TO INN-BY
              MOVE WS-NOTE-KIND TO INN-KIND
              MOVE IL-NOTE      TO INN-TEXT
              WRITE INCNOTE-REC
              CLOSE NOTE-FILE
           END-IF.
