      * came from and how big it is, so captures can be kept or
      * deleted deliberately instead of by guesswork.
      * Functions:
      *   CAPLIB ADD <capture-file> [demo-name]  measure and catalog
      *       a capture (an existing entry for the same file is
      *       replaced); the demo, wall ID, start stamp and wall
      *       size are taken from the capture's CAPHDR header - a
      *       demo name given overrides the header's, and is the
      *       only source of one for a capture without a header
      *   CAPLIB LIST                            print the catalog
      *   CAPLIB VERIFY                          re-count every
      *       cataloged capture's frames/lines and report OK,
      *   CAPLIB PURGE <days>                    delete captures
      *       cataloged more than <days> days ago, and their entries
      * The catalog lives in CAPLIB.CAT in the working directory.
      * PURGE deletes for good, so only a supervisor on the operator
      * roster may run it (the operator signed on, the OPERID
      * environment value - see OPERCHKARGS.cpy); anyone else is
      * refused and the refusal audited.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPLIB.
           05  WS-DELETE-RC       PIC 9(4)   VALUE 0.
           05  WS-PROBLEMS        PIC 9(4)   VALUE 0.
           05  WS-PURGED          PIC 9(4)   VALUE 0.
           05  WS-WALL-DISP       PIC X(30).
           05  WS-SIZE-EDIT-W     PIC ZZZ9.
           05  WS-SIZE-EDIT-H     PIC ZZZ9.

      * Fresh counts measured from a capture file (ADD and VERIFY).
       01  MEASURE-VARS.
           05  CT-I               PIC 9(3).
           05  CT-FOUND           PIC 9(3).
           05  CT-ENTRY OCCURS 500 TIMES.
               10  CT-REC         PIC X(116).

       01  LIST-DISPLAY-VARS.
           05  WS-FRAMES-DISP     PIC Z(7)9.
           05  WS-LINES-DISP      PIC Z(7)9.
           05  WS-BYTES-DISP      PIC Z(9)9.

           COPY OPERCHKARGS.
           COPY CAPHDRARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-FUNCTION-ARG FROM ARGUMENT-VALUE
              WHEN "PURGE"
                   PERFORM DO-PURGE
              WHEN OTHER
                   DISPLAY "CAPLIB: USAGE: CAPLIB ADD FILE [DEMO] | "
                           "LIST | VERIFY | PURGE DAYS" UPON SYSERR
                   STOP RUN RETURNING 1
           END-EVALUATE

           MOVE WS-CAPTURE-FILE-NAME(1:40) TO CAP-NAME
           MOVE WS-TODAY       TO CAP-DATE
           MOVE WS-MEAS-FRAMES TO CAP-FRAMES
           MOVE WS-MEAS-LINES  TO CAP-LINES
           MOVE WS-MEAS-BYTES  TO CAP-BYTES
           PERFORM TAKE-CAPTURE-HEADER

           MOVE 0 TO CT-FOUND
           PERFORM VARYING CT-I FROM 1 BY 1 UNTIL CT-I > CT-COUNT
                    " LINE(S), " WS-MEAS-BYTES " BYTE(S)"
                    UPON SYSERR.

      * -----------------------------------------------------------
      * The entry's descriptive fields come from the capture's own
      * CAPHDR header; the operator's demo name, when given, wins
      * over the header's. A capture without a header has only the
      * operator's word for its demo and nothing for the rest.
      * -----------------------------------------------------------
       TAKE-CAPTURE-HEADER.
           MOVE 'R' TO CH-FUNCTION
           MOVE WS-CAPTURE-FILE-NAME TO CH-CAPTURE-FILE
           CALL 'CAPHDR' USING CAPHDR-ARGS
           IF CH-NO-HEADER OR CH-NOT-OPENED
              MOVE WS-DEMO-ARG TO CAP-DEMO
              MOVE SPACES TO CAP-WALL-ID
              MOVE SPACES TO CAP-STARTED
              MOVE 0 TO CAP-WALL-WIDTH
              MOVE 0 TO CAP-WALL-HEIGHT
              IF WS-DEMO-ARG = SPACES
                 DISPLAY "CAPLIB: " FUNCTION TRIM(WS-CAPTURE-FILE-NAME)
                         " HAS NO CAPHDR HEADER AND NO DEMO WAS GIVEN"
                         UPON SYSERR
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF CH-DAMAGED
              DISPLAY "CAPLIB: " FUNCTION TRIM(WS-CAPTURE-FILE-NAME)
                      " CAPHDR HEADER HAS NO USABLE WALL SIZE"
                      UPON SYSERR
           END-IF
           IF WS-DEMO-ARG NOT = SPACES
              MOVE WS-DEMO-ARG TO CAP-DEMO
           ELSE
              MOVE CH-DEMO TO CAP-DEMO
           END-IF
           MOVE CH-WALL-ID     TO CAP-WALL-ID
           MOVE CH-STARTED     TO CAP-STARTED
           MOVE CH-WALL-WIDTH  TO CAP-WALL-WIDTH
           MOVE CH-WALL-HEIGHT TO CAP-WALL-HEIGHT.

      * -----------------------------------------------------------
      * LIST: print every catalog entry, one line each.
      * -----------------------------------------------------------
              MOVE CAP-FRAMES TO WS-FRAMES-DISP
              MOVE CAP-LINES  TO WS-LINES-DISP
              MOVE CAP-BYTES  TO WS-BYTES-DISP
              PERFORM FORMAT-WALL-DISP
              DISPLAY CAP-NAME " " CAP-DATE " " CAP-DEMO
                      WS-FRAMES-DISP " FRAMES " WS-LINES-DISP
                      " LINES " WS-BYTES-DISP " BYTES"
                      FUNCTION TRIM(WS-WALL-DISP TRAILING)
           END-PERFORM.

      * -----------------------------------------------------------
      * The header-derived part of a LIST line - the wall ID, its
      * size and the recording start - or nothing for an entry with
      * no header behind it (entries cataloged before the fields
      * existed read back as spaces).
      * -----------------------------------------------------------
       FORMAT-WALL-DISP.
           MOVE SPACES TO WS-WALL-DISP
           IF CAP-WALL-WIDTH IS NOT NUMERIC
              OR CAP-WALL-HEIGHT IS NOT NUMERIC
              OR CAP-WALL-WIDTH = 0
              EXIT PARAGRAPH
           END-IF
           MOVE CAP-WALL-WIDTH  TO WS-SIZE-EDIT-W
           MOVE CAP-WALL-HEIGHT TO WS-SIZE-EDIT-H
           STRING " " FUNCTION TRIM(CAP-WALL-ID) " "
                  FUNCTION TRIM(WS-SIZE-EDIT-W) "X"
                  FUNCTION TRIM(WS-SIZE-EDIT-H) " " CAP-STARTED
                  DELIMITED BY SIZE INTO WS-WALL-DISP
           END-STRING.

      * -----------------------------------------------------------
      * VERIFY: re-count every cataloged capture and compare the
      * fresh frame/line counts against what ADD recorded.
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DAYS-ARG TO WS-RETAIN-DAYS

           MOVE 'P' TO OC-FUNCTION
           MOVE "CAPLIB" TO OC-PROGRAM
           MOVE SPACES TO OC-ACTION
           STRING "PURGE " FUNCTION TRIM(WS-DAYS-ARG) " DAYS"
                  DELIMITED BY SIZE INTO OC-ACTION
           END-STRING
           MOVE 3 TO OC-NEED-LEVEL
           CALL 'OPERCHK' USING OPERCHK-ARGS
           IF NOT OC-OK
              DISPLAY "CAPLIB: OPERATOR '" FUNCTION TRIM(OC-OPER-ID)
                      "' MAY NOT PURGE - NEEDS A SUPERVISOR"
                      UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-RETAIN-DAYS

           PERFORM LOAD-CATALOG-TABLE
