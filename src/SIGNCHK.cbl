      *****************************************************************
      * SIGNCHK: the content sign-off gate (see SIGNCHKARGS.cpy for
      * the interface). Looks a file up in the APPROVALS.DAT
      * register APPROVE keeps, and lets it air only when it is
      * signed off, inside its expiry date, and still the same
      * file that was signed off - same byte count, same checksum.
      * Every refusal is appended to the shared AUDIT.LOG the way
      * WALLLOCK audits its transitions, so "why did the lobby skip
      * the new board" can be answered from a file.
      * The checksum is a Fletcher-style pair of running sums over
      * each line's significant bytes, taken two bytes at a time
      * through a binary view of the record (line length folded in
      * too, so a moved line break counts as a change); trailing
      * spaces are not significant, matching the byte count CAPLIB
      * measures.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "APPROVALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT CONTENT-FILE ASSIGN TO DYNAMIC WS-CONTENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTENT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
           COPY APPROVALREC.

      * Wide enough for a full GFXIMAGE row (WALL-WIDTH pixels of
      * nine digits each), the longest line any content file has.
       FD  CONTENT-FILE.
       01  CONTENT-LINE           PIC X(11520).

       FD  AUDIT-FILE.
       01  AUDIT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  SIGNCHK-VARS.
           05  WS-REG-STATUS      PIC X(2).
           05  WS-CONTENT-STATUS  PIC X(2).
           05  WS-AUDIT-STATUS    PIC X(2).
           05  WS-CONTENT-FILE-NAME PIC X(100).
           05  WS-REG-EOF-SW      PIC X.
               88  WS-REG-EOF         VALUE 'Y'.
           05  WS-CONTENT-EOF-SW  PIC X.
               88  WS-CONTENT-EOF     VALUE 'Y'.
           05  WS-FOUND-SW        PIC X.
               88  WS-FOUND           VALUE 'Y'.
           05  WS-TODAY           PIC X(8).
           05  WS-NOW-TIME        PIC X(6).

      * The register entry found for the file.
       01  FOUND-ENTRY.
           05  FE-STATE           PIC X.
           05  FE-BYTES           PIC 9(10).
           05  FE-CHECKSUM        PIC 9(10).
           05  FE-EXPIRY-DATE     PIC X(8).

      * Checksum state: the line's significant length, the number
      * of two-byte words covering it, and the two running sums,
      * reduced modulo 65521 once per line (a line's worth of
      * words cannot overflow eighteen digits before then).
       01  CHECKSUM-VARS.
           05  WS-LINE-LEN        PIC 9(5).
           05  WS-WORDS           PIC 9(5).
           05  WS-W               PIC 9(5).
           05  WS-SUM-1           PIC 9(18).
           05  WS-SUM-2           PIC 9(18).
           05  WS-MEAS-BYTES      PIC 9(10).
           05  WS-QUOT            PIC 9(18).

      * A binary view of the content record, so each pair of bytes
      * is read as one unsigned number without a per-character
      * function call.
       01  LINE-WORK              PIC X(11520).
       01  LINE-WORDS REDEFINES LINE-WORK.
           05  LW-WORD            PIC 9(4) COMP-5 OCCURS 5760 TIMES.

           COPY OPERCHKARGS.

       LINKAGE SECTION.
           COPY SIGNCHKARGS.

       PROCEDURE DIVISION USING SIGNCHK-ARGS.
           MOVE 0 TO SC-STATUS
           MOVE SPACES TO SC-REASON
           MOVE 0 TO SC-BYTES
           MOVE 0 TO SC-CHECKSUM
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME

           EVALUATE TRUE
              WHEN SC-FN-MEASURE
                   PERFORM MEASURE-CONTENT-FILE
              WHEN SC-FN-CHECK
                   PERFORM CHECK-SIGN-OFF
                   IF NOT SC-APPROVED
                      PERFORM WRITE-REFUSAL-AUDIT
                   END-IF
              WHEN OTHER
                   MOVE 5 TO SC-STATUS
                   MOVE "UNKNOWN SIGNCHK FUNCTION" TO SC-REASON
           END-EVALUATE

           GOBACK.

      * -----------------------------------------------------------
      * Register lookup, then expiry, then the fingerprint - the
      * first failure found is the verdict.
      * -----------------------------------------------------------
       CHECK-SIGN-OFF.
           PERFORM FIND-REGISTER-ENTRY
           IF NOT WS-FOUND
              MOVE 1 TO SC-STATUS
              MOVE "NOT IN THE SIGN-OFF REGISTER" TO SC-REASON
              EXIT PARAGRAPH
           END-IF
           IF FE-STATE NOT = 'A'
              MOVE 2 TO SC-STATUS
              IF FE-STATE = 'R'
                 MOVE "SIGN-OFF REVOKED" TO SC-REASON
              ELSE
                 MOVE "AWAITING SIGN-OFF" TO SC-REASON
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF FE-EXPIRY-DATE NOT = SPACES
              AND WS-TODAY > FE-EXPIRY-DATE
              MOVE 3 TO SC-STATUS
              MOVE SPACES TO SC-REASON
              STRING "APPROVAL EXPIRED " FE-EXPIRY-DATE
                     DELIMITED BY SIZE INTO SC-REASON
              END-STRING
              EXIT PARAGRAPH
           END-IF
           PERFORM MEASURE-CONTENT-FILE
           IF SC-UNREADABLE
              EXIT PARAGRAPH
           END-IF
           IF SC-BYTES NOT = FE-BYTES
              OR SC-CHECKSUM NOT = FE-CHECKSUM
              MOVE 4 TO SC-STATUS
              MOVE "CHANGED SINCE SIGN-OFF" TO SC-REASON
           END-IF.

      * -----------------------------------------------------------
      * Scan APPROVALS.DAT for the file; the last entry for a name
      * wins (APPROVE rewrites in place, so there is normally one).
      * -----------------------------------------------------------
       FIND-REGISTER-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 'N' TO WS-REG-EOF-SW
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REG-EOF
              READ REGISTER-FILE
                 AT END
                    MOVE 'Y' TO WS-REG-EOF-SW
                 NOT AT END
                    IF APR-FILE-NAME = SC-FILE-NAME
                       SET WS-FOUND TO TRUE
                       MOVE APR-STATE       TO FE-STATE
                       MOVE APR-BYTES       TO FE-BYTES
                       MOVE APR-CHECKSUM    TO FE-CHECKSUM
                       MOVE APR-EXPIRY-DATE TO FE-EXPIRY-DATE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REGISTER-FILE.

      * -----------------------------------------------------------
      * Byte count (each line's significant length plus its line
      * ending, as CAPLIB counts) and checksum of the whole file.
      * -----------------------------------------------------------
       MEASURE-CONTENT-FILE.
           MOVE 0 TO WS-MEAS-BYTES
           MOVE 1 TO WS-SUM-1
           MOVE 0 TO WS-SUM-2
           MOVE 'N' TO WS-CONTENT-EOF-SW
           MOVE SC-FILE-NAME TO WS-CONTENT-FILE-NAME
           OPEN INPUT CONTENT-FILE
           IF WS-CONTENT-STATUS NOT = "00"
              MOVE 5 TO SC-STATUS
              MOVE SPACES TO SC-REASON
              STRING "FILE UNREADABLE, STATUS " WS-CONTENT-STATUS
                     DELIMITED BY SIZE INTO SC-REASON
              END-STRING
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CONTENT-EOF
              READ CONTENT-FILE
                 AT END
                    MOVE 'Y' TO WS-CONTENT-EOF-SW
                 NOT AT END
                    PERFORM SUM-ONE-LINE
              END-READ
           END-PERFORM
           CLOSE CONTENT-FILE
           MOVE WS-MEAS-BYTES TO SC-BYTES
           COMPUTE SC-CHECKSUM = WS-SUM-2 * 65536 + WS-SUM-1.

       SUM-ONE-LINE.
           MOVE CONTENT-LINE TO LINE-WORK
           IF LINE-WORK = SPACES
              MOVE 0 TO WS-LINE-LEN
           ELSE
              COMPUTE WS-LINE-LEN =
                  FUNCTION LENGTH(FUNCTION TRIM(LINE-WORK TRAILING))
           END-IF
           ADD WS-LINE-LEN 1 TO WS-MEAS-BYTES
           COMPUTE WS-WORDS = (WS-LINE-LEN + 1) / 2
           ADD WS-LINE-LEN TO WS-SUM-1
           ADD WS-SUM-1 TO WS-SUM-2
           PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > WS-WORDS
              ADD LW-WORD(WS-W) TO WS-SUM-1
              ADD WS-SUM-1 TO WS-SUM-2
           END-PERFORM
           DIVIDE WS-SUM-1 BY 65521 GIVING WS-QUOT
               REMAINDER WS-SUM-1
           DIVIDE WS-SUM-2 BY 65521 GIVING WS-QUOT
               REMAINDER WS-SUM-2.

      * -----------------------------------------------------------
      * Append the refusal to the shared audit file, the same
      * open/fallback/append shape the launchers use.
      * -----------------------------------------------------------
       WRITE-REFUSAL-AUDIT.
           MOVE 'C' TO OC-FUNCTION
           CALL 'OPERCHK' USING OPERCHK-ARGS
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
              MOVE SPACES TO AUDIT-LINE
              STRING WS-TODAY " " WS-NOW-TIME " SIGNCHK REFUSED "
                     FUNCTION TRIM(SC-FILE-NAME) " FOR "
                     FUNCTION TRIM(SC-PROGRAM) " - "
                     FUNCTION TRIM(SC-REASON)
                     " " FUNCTION TRIM(OC-AUDIT-TAG)
                     DELIMITED BY SIZE INTO AUDIT-LINE
              END-STRING
              WRITE AUDIT-LINE
              CLOSE AUDIT-FILE
           END-IF.
