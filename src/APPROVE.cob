      *****************************************************************
      * APPROVE: content sign-off register maintenance. Nothing new
      * airs on the lobby wall until someone has looked at it: a
      * wall image, capture or scene file is SUBMITted (measured and
      * registered as pending), then SIGNed off by an approver with
      * an expiry date, and SLIDESHOW, CAPJUKE and SCENEPLAY consult
      * the register through SIGNCHK before airing anything -
      * refusing files that are unregistered, unsigned, expired or
      * changed since sign-off. Signing re-measures the file, so the
      * fingerprint on record is the file the approver looked at.
      * Functions:
      *   APPROVE SUBMIT <file>                 register as pending
      *   APPROVE SIGN <file> [approver] [YYYYMMDD]
      *       sign off (registering it first if need be); the date
      *       is the last day it may air - blank never lapses
      *   APPROVE REVOKE <file>                 withdraw sign-off
      *   APPROVE LIST                          print the register
      *   APPROVE REPORT [approve.rpt]          pending items,
      *       approvals expiring within seven days, expired ones,
      *       and files changed (or gone) since sign-off
      * SIGN and REVOKE need an operator signed on at OPERATOR level
      * or above (see OPERCHKARGS.cpy); the approver on record is
      * always that operator, so an approver argument, if given,
      * must be the signed-on operator's ID - someone else's name
      * is refused rather than recorded.
      * Every SUBMIT, SIGN and REVOKE is appended to AUDIT.LOG. The
      * register lives in APPROVALS.DAT (see APPROVALREC.cpy).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "APPROVALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
           COPY APPROVALREC.

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(132).

       FD  AUDIT-FILE.
       01  AUDIT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  APPROVE-VARS.
           05  WS-FUNCTION-ARG    PIC X(8)   VALUE SPACES.
           05  WS-FILE-ARG        PIC X(100) VALUE SPACES.
           05  WS-APPROVER-ARG    PIC X(12)  VALUE SPACES.
           05  WS-EXPIRY-ARG      PIC X(8)   VALUE SPACES.
           05  WS-REPORT-FILE-NAME PIC X(100) VALUE "APPROVE.RPT".
           05  WS-REG-STATUS      PIC X(2).
           05  WS-REPORT-STATUS   PIC X(2).
           05  WS-AUDIT-STATUS    PIC X(2).
           05  WS-REG-EOF-SW      PIC X.
               88  WS-REG-EOF         VALUE 'Y'.
           05  WS-PROBLEMS        PIC 9(4)   VALUE 0.
           05  WS-TODAY           PIC X(8).
           05  WS-NOW-TIME        PIC X(6).
           05  WS-DATE-NUM        PIC 9(8).
           05  WS-TODAY-INT       PIC 9(8).
           05  WS-EXPIRY-INT      PIC 9(8).
           05  WS-DAYS-LEFT       PIC S9(6).
           05  WS-AUDIT-TEXT      PIC X(110).

      * The whole register held in memory so SUBMIT/SIGN can
      * replace an entry in place and REVOKE can rewrite it.
       01  REGISTER-TABLE-VARS.
           05  RT-COUNT           PIC 9(4) VALUE 0.
           05  RT-MAX             PIC 9(4) VALUE 1000.
           05  RT-I               PIC 9(4).
           05  RT-FOUND           PIC 9(4).
           05  RT-ENTRY OCCURS 1000 TIMES.
               10  RT-REC         PIC X(157).

      * Report section counters.
       01  REPORT-COUNTS.
           05  WS-PENDING         PIC 9(4) VALUE 0.
           05  WS-EXPIRING        PIC 9(4) VALUE 0.
           05  WS-EXPIRED         PIC 9(4) VALUE 0.
           05  WS-TAMPERED        PIC 9(4) VALUE 0.
           05  WS-SECTION         PIC X(8).
           05  WS-SECTION-HITS    PIC 9(4).
           05  WS-VERDICT         PIC X(40).

       01  LIST-DISPLAY-VARS.
           05  WS-BYTES-DISP      PIC Z(9)9.
           05  WS-STATE-TEXT      PIC X(8).
           05  WS-COUNT-DISP      PIC Z(3)9.
           05  WS-COUNT-DISP-2    PIC Z(3)9.
           05  WS-COUNT-DISP-3    PIC Z(3)9.
           05  WS-COUNT-DISP-4    PIC Z(3)9.
           05  WS-DAYS-DISP       PIC Z(5)9.

           COPY SIGNCHKARGS.
           COPY OPERCHKARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-FUNCTION-ARG FROM ARGUMENT-VALUE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           MOVE WS-TODAY TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           EVALUATE FUNCTION TRIM(WS-FUNCTION-ARG)
              WHEN "SUBMIT"
                   PERFORM DO-SUBMIT
              WHEN "SIGN"
                   PERFORM DO-SIGN
              WHEN "REVOKE"
                   PERFORM DO-REVOKE
              WHEN "LIST"
                   PERFORM DO-LIST
              WHEN "REPORT"
                   PERFORM DO-REPORT
              WHEN OTHER
                   DISPLAY "APPROVE: USAGE: APPROVE SUBMIT FILE | "
                           "SIGN FILE [APPROVER] [YYYYMMDD] | "
                           "REVOKE FILE | LIST | REPORT [RPT]"
                           UPON SYSERR
                   STOP RUN RETURNING 1
           END-EVALUATE

           IF WS-PROBLEMS > 0
              STOP RUN RETURNING 1
           END-IF
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * SUBMIT: measure the file and register it as pending. A file
      * already signed off goes back to pending - it is a new
      * version awaiting a fresh look.
      * -----------------------------------------------------------
       DO-SUBMIT.
           PERFORM TAKE-FILE-ARG
           IF WS-FILE-ARG = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM MEASURE-FILE-ARG
           IF NOT SC-APPROVED
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-REGISTER-TABLE
           PERFORM FIND-OR-ADD-ENTRY
           IF RT-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 'P'            TO APR-STATE
           MOVE SC-BYTES       TO APR-BYTES
           MOVE SC-CHECKSUM    TO APR-CHECKSUM
           MOVE SPACES         TO APR-APPROVER
           MOVE WS-TODAY       TO APR-SUBMIT-DATE
           MOVE SPACES         TO APR-APPROVED-DATE
           MOVE SPACES         TO APR-EXPIRY-DATE
           MOVE APPROVAL-REC TO RT-REC(RT-FOUND)
           PERFORM REWRITE-REGISTER

           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "SUBMITTED " FUNCTION TRIM(WS-FILE-ARG)
                  " FOR SIGN-OFF"
                  DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "APPROVE: " FUNCTION TRIM(WS-FILE-ARG)
                   " SUBMITTED - " SC-BYTES " BYTE(S), CHECKSUM "
                   SC-CHECKSUM UPON SYSERR.

      * -----------------------------------------------------------
      * SIGN: re-measure and sign the file off, with the signed-on
      * operator as its approver and an optional last airing date.
      * -----------------------------------------------------------
       DO-SIGN.
           PERFORM TAKE-FILE-ARG
           IF WS-FILE-ARG = SPACES
              EXIT PARAGRAPH
           END-IF
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-APPROVER-ARG FROM ARGUMENT-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-EXPIRY-ARG FROM ARGUMENT-VALUE
           MOVE SPACES TO OC-ACTION
           STRING "SIGN OFF " FUNCTION TRIM(WS-FILE-ARG)
                  DELIMITED BY SIZE INTO OC-ACTION
           END-STRING
           PERFORM CHECK-OPERATOR
           IF NOT OC-OK
              EXIT PARAGRAPH
           END-IF
           IF WS-APPROVER-ARG NOT = SPACES
              AND WS-APPROVER-ARG NOT = OC-OPER-ID
              DISPLAY "APPROVE: APPROVER '"
                      FUNCTION TRIM(WS-APPROVER-ARG)
                      "' IS NOT THE SIGNED-ON OPERATOR '"
                      FUNCTION TRIM(OC-OPER-ID) "'" UPON SYSERR
              MOVE SPACES TO WS-AUDIT-TEXT
              STRING "REFUSED SIGN OFF " FUNCTION TRIM(WS-FILE-ARG)
                     " - APPROVER " FUNCTION TRIM(WS-APPROVER-ARG)
                     " IS NOT THE SIGNED-ON OPERATOR"
                     DELIMITED BY SIZE INTO WS-AUDIT-TEXT
              END-STRING
              PERFORM WRITE-AUDIT-RECORD
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           MOVE OC-OPER-ID TO WS-APPROVER-ARG
           IF WS-EXPIRY-ARG NOT = SPACES
              IF WS-EXPIRY-ARG IS NOT NUMERIC
                 DISPLAY "APPROVE: EXPIRY DATE '" WS-EXPIRY-ARG
                         "' IS NOT YYYYMMDD" UPON SYSERR
                 ADD 1 TO WS-PROBLEMS
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-EXPIRY-ARG TO WS-DATE-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                 OR WS-EXPIRY-ARG < WS-TODAY
                 DISPLAY "APPROVE: EXPIRY DATE " WS-EXPIRY-ARG
                         " IS NOT A VALID FUTURE DATE" UPON SYSERR
                 ADD 1 TO WS-PROBLEMS
                 EXIT PARAGRAPH
              END-IF
           END-IF

           PERFORM MEASURE-FILE-ARG
           IF NOT SC-APPROVED
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-REGISTER-TABLE
           PERFORM FIND-OR-ADD-ENTRY
           IF RT-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           IF APR-SUBMIT-DATE = SPACES
              MOVE WS-TODAY TO APR-SUBMIT-DATE
           END-IF
           MOVE 'A'             TO APR-STATE
           MOVE SC-BYTES        TO APR-BYTES
           MOVE SC-CHECKSUM     TO APR-CHECKSUM
           MOVE WS-APPROVER-ARG TO APR-APPROVER
           MOVE WS-TODAY        TO APR-APPROVED-DATE
           MOVE WS-EXPIRY-ARG   TO APR-EXPIRY-DATE
           MOVE APPROVAL-REC TO RT-REC(RT-FOUND)
           PERFORM REWRITE-REGISTER

           MOVE SPACES TO WS-AUDIT-TEXT
           IF WS-EXPIRY-ARG = SPACES
              STRING "SIGNED OFF " FUNCTION TRIM(WS-FILE-ARG)
                     " BY " FUNCTION TRIM(WS-APPROVER-ARG)
                     " - NO EXPIRY"
                     DELIMITED BY SIZE INTO WS-AUDIT-TEXT
              END-STRING
           ELSE
              STRING "SIGNED OFF " FUNCTION TRIM(WS-FILE-ARG)
                     " BY " FUNCTION TRIM(WS-APPROVER-ARG)
                     " - EXPIRES " WS-EXPIRY-ARG
                     DELIMITED BY SIZE INTO WS-AUDIT-TEXT
              END-STRING
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "APPROVE: " FUNCTION TRIM(WS-AUDIT-TEXT)
                   UPON SYSERR.

      * -----------------------------------------------------------
      * REVOKE: withdraw a sign-off; the entry stays on the
      * register (marked revoked) so the report can show it.
      * -----------------------------------------------------------
       DO-REVOKE.
           PERFORM TAKE-FILE-ARG
           IF WS-FILE-ARG = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OC-ACTION
           STRING "REVOKE SIGN-OFF OF " FUNCTION TRIM(WS-FILE-ARG)
                  DELIMITED BY SIZE INTO OC-ACTION
           END-STRING
           PERFORM CHECK-OPERATOR
           IF NOT OC-OK
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-REGISTER-TABLE
           MOVE 0 TO RT-FOUND
           PERFORM VARYING RT-I FROM 1 BY 1 UNTIL RT-I > RT-COUNT
              IF RT-REC(RT-I)(1:100) = WS-FILE-ARG
                 MOVE RT-I TO RT-FOUND
              END-IF
           END-PERFORM
           IF RT-FOUND = 0
              DISPLAY "APPROVE: " FUNCTION TRIM(WS-FILE-ARG)
                      " IS NOT ON THE REGISTER" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           MOVE RT-REC(RT-FOUND) TO APPROVAL-REC
           MOVE 'R' TO APR-STATE
           MOVE APPROVAL-REC TO RT-REC(RT-FOUND)
           PERFORM REWRITE-REGISTER

           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "REVOKED SIGN-OFF OF " FUNCTION TRIM(WS-FILE-ARG)
                  DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "APPROVE: " FUNCTION TRIM(WS-AUDIT-TEXT)
                   UPON SYSERR.

      * -----------------------------------------------------------
      * LIST: print every register entry, one line each.
      * -----------------------------------------------------------
       DO-LIST.
           PERFORM LOAD-REGISTER-TABLE
           IF RT-COUNT = 0
              DISPLAY "APPROVE: REGISTER IS EMPTY"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RT-I FROM 1 BY 1 UNTIL RT-I > RT-COUNT
              MOVE RT-REC(RT-I) TO APPROVAL-REC
              PERFORM SET-STATE-TEXT
              MOVE APR-BYTES TO WS-BYTES-DISP
              DISPLAY APR-FILE-NAME(1:40) " " WS-STATE-TEXT " "
                      APR-APPROVER " " APR-APPROVED-DATE " EXP "
                      APR-EXPIRY-DATE WS-BYTES-DISP " BYTES"
           END-PERFORM.

      * -----------------------------------------------------------
      * REPORT: four sections - items awaiting sign-off, approvals
      * lapsing within the week, approvals already lapsed, and
      * signed-off files that have changed or gone since. Any
      * changed file returns RC 1 so a batch step can alarm on it.
      * -----------------------------------------------------------
       DO-REPORT.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-FILE-ARG FROM ARGUMENT-VALUE
           IF WS-FILE-ARG NOT = SPACES
              MOVE WS-FILE-ARG TO WS-REPORT-FILE-NAME
           END-IF
           PERFORM LOAD-REGISTER-TABLE
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "APPROVE: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-REPORT-FILE-NAME)
                       " STATUS " WS-REPORT-STATUS UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           MOVE RT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "CONTENT SIGN-OFF REPORT FOR " WS-TODAY
                  "   (" FUNCTION TRIM(WS-COUNT-DISP)
                  " REGISTERED ITEM(S))"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE "PENDING" TO WS-SECTION
           PERFORM WRITE-REPORT-SECTION
           MOVE WS-SECTION-HITS TO WS-PENDING
           MOVE "EXPIRING" TO WS-SECTION
           PERFORM WRITE-REPORT-SECTION
           MOVE WS-SECTION-HITS TO WS-EXPIRING
           MOVE "EXPIRED" TO WS-SECTION
           PERFORM WRITE-REPORT-SECTION
           MOVE WS-SECTION-HITS TO WS-EXPIRED
           MOVE "TAMPERED" TO WS-SECTION
           PERFORM WRITE-REPORT-SECTION
           MOVE WS-SECTION-HITS TO WS-TAMPERED

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PENDING  TO WS-COUNT-DISP
           MOVE WS-EXPIRING TO WS-COUNT-DISP-2
           MOVE WS-EXPIRED  TO WS-COUNT-DISP-3
           MOVE WS-TAMPERED TO WS-COUNT-DISP-4
           MOVE SPACES TO REPORT-LINE
           STRING "PENDING " FUNCTION TRIM(WS-COUNT-DISP)
                  "  EXPIRING THIS WEEK " FUNCTION TRIM(WS-COUNT-DISP-2)
                  "  EXPIRED " FUNCTION TRIM(WS-COUNT-DISP-3)
                  "  CHANGED OR MISSING "
                  FUNCTION TRIM(WS-COUNT-DISP-4)
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "APPROVE: " FUNCTION TRIM(REPORT-LINE)
                   UPON SYSERR
           IF WS-TAMPERED > 0
              ADD 1 TO WS-PROBLEMS
           END-IF.

      * -----------------------------------------------------------
      * One report section: a heading, then every entry that
      * belongs in it (WS-SECTION), counted in WS-SECTION-HITS.
      * -----------------------------------------------------------
       WRITE-REPORT-SECTION.
           MOVE 0 TO WS-SECTION-HITS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           EVALUATE WS-SECTION
              WHEN "PENDING"
                   MOVE "AWAITING SIGN-OFF" TO REPORT-LINE
              WHEN "EXPIRING"
                   MOVE "APPROVAL EXPIRES WITHIN 7 DAYS"
                     TO REPORT-LINE
              WHEN "EXPIRED"
                   MOVE "APPROVAL EXPIRED - WILL NOT AIR"
                     TO REPORT-LINE
              WHEN "TAMPERED"
                   MOVE "CHANGED OR MISSING SINCE SIGN-OFF - WILL NOT "
                     & "AIR" TO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           PERFORM VARYING RT-I FROM 1 BY 1 UNTIL RT-I > RT-COUNT
              MOVE RT-REC(RT-I) TO APPROVAL-REC
              PERFORM CLASSIFY-FOR-SECTION
              IF WS-VERDICT NOT = SPACES
                 ADD 1 TO WS-SECTION-HITS
                 MOVE SPACES TO REPORT-LINE
                 STRING "  " APR-FILE-NAME(1:60) " "
                        FUNCTION TRIM(WS-VERDICT)
                        DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
                 WRITE REPORT-LINE
              END-IF
           END-PERFORM
           IF WS-SECTION-HITS = 0
              MOVE "  (NONE)" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

      * -----------------------------------------------------------
      * Does the current entry belong in WS-SECTION? WS-VERDICT is
      * the detail text when it does, spaces when it does not.
      * -----------------------------------------------------------
       CLASSIFY-FOR-SECTION.
           MOVE SPACES TO WS-VERDICT
           MOVE 999999 TO WS-DAYS-LEFT
           IF APR-APPROVED AND APR-EXPIRY-DATE IS NUMERIC
              MOVE APR-EXPIRY-DATE TO WS-DATE-NUM
              COMPUTE WS-EXPIRY-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              COMPUTE WS-DAYS-LEFT = WS-EXPIRY-INT - WS-TODAY-INT
           END-IF
           EVALUATE WS-SECTION
              WHEN "PENDING"
                   IF APR-PENDING
                      STRING "SUBMITTED " APR-SUBMIT-DATE
                             DELIMITED BY SIZE INTO WS-VERDICT
                      END-STRING
                   END-IF
              WHEN "EXPIRING"
                   IF WS-DAYS-LEFT NOT < 0 AND WS-DAYS-LEFT NOT > 7
                      MOVE WS-DAYS-LEFT TO WS-DAYS-DISP
                      STRING "EXPIRES " APR-EXPIRY-DATE " ("
                             FUNCTION TRIM(WS-DAYS-DISP) " DAY(S))"
                             DELIMITED BY SIZE INTO WS-VERDICT
                      END-STRING
                   END-IF
              WHEN "EXPIRED"
                   IF WS-DAYS-LEFT < 0
                      STRING "EXPIRED " APR-EXPIRY-DATE
                             " SIGNED BY " APR-APPROVER
                             DELIMITED BY SIZE INTO WS-VERDICT
                      END-STRING
                   END-IF
              WHEN "TAMPERED"
                   IF APR-APPROVED
                      MOVE APR-FILE-NAME TO WS-FILE-ARG
                      PERFORM MEASURE-FILE-QUIETLY
                      EVALUATE TRUE
                         WHEN SC-UNREADABLE
                              MOVE "FILE MISSING OR UNREADABLE"
                                TO WS-VERDICT
                         WHEN SC-BYTES NOT = APR-BYTES
                              OR SC-CHECKSUM NOT = APR-CHECKSUM
                              MOVE "CONTENT CHANGED" TO WS-VERDICT
                      END-EVALUATE
                   END-IF
           END-EVALUATE.

       SET-STATE-TEXT.
           EVALUATE TRUE
              WHEN APR-PENDING
                   MOVE "PENDING" TO WS-STATE-TEXT
              WHEN APR-APPROVED
                   MOVE "APPROVED" TO WS-STATE-TEXT
              WHEN APR-REVOKED
                   MOVE "REVOKED" TO WS-STATE-TEXT
              WHEN OTHER
                   MOVE "?" TO WS-STATE-TEXT
           END-EVALUATE.

       TAKE-FILE-ARG.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-FILE-ARG FROM ARGUMENT-VALUE
           IF WS-FILE-ARG = SPACES
              DISPLAY "APPROVE: " FUNCTION TRIM(WS-FUNCTION-ARG)
                      " NEEDS A FILE NAME" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
           END-IF.

      * -----------------------------------------------------------
      * Take the file's fingerprint through SIGNCHK's measure
      * function - the same measure the air-time check compares.
      * -----------------------------------------------------------
       MEASURE-FILE-ARG.
           PERFORM MEASURE-FILE-QUIETLY
           IF NOT SC-APPROVED
              DISPLAY "APPROVE: " FUNCTION TRIM(WS-FILE-ARG) " - "
                      FUNCTION TRIM(SC-REASON) UPON SYSERR
              ADD 1 TO WS-PROBLEMS
           END-IF.

       MEASURE-FILE-QUIETLY.
           MOVE 'M' TO SC-FUNCTION
           MOVE WS-FILE-ARG TO SC-FILE-NAME
           MOVE "APPROVE" TO SC-PROGRAM
           CALL 'SIGNCHK' USING SIGNCHK-ARGS.

      * -----------------------------------------------------------
      * Position APPROVAL-REC on the file's entry (RT-FOUND),
      * appending a fresh one when the file is new to the register.
      * RT-FOUND comes back 0 when the register is full.
      * -----------------------------------------------------------
       FIND-OR-ADD-ENTRY.
           MOVE 0 TO RT-FOUND
           PERFORM VARYING RT-I FROM 1 BY 1 UNTIL RT-I > RT-COUNT
              IF RT-REC(RT-I)(1:100) = WS-FILE-ARG
                 MOVE RT-I TO RT-FOUND
              END-IF
           END-PERFORM
           IF RT-FOUND > 0
              MOVE RT-REC(RT-FOUND) TO APPROVAL-REC
              EXIT PARAGRAPH
           END-IF
           IF RT-COUNT >= RT-MAX
              DISPLAY "APPROVE: REGISTER FULL (" RT-MAX
                      " ENTRIES)" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO RT-COUNT
           MOVE RT-COUNT TO RT-FOUND
           MOVE SPACES TO APPROVAL-REC
           MOVE WS-FILE-ARG TO APR-FILE-NAME
           MOVE 0 TO APR-BYTES
           MOVE 0 TO APR-CHECKSUM.

      * -----------------------------------------------------------
      * Read the whole register into RT-ENTRY (absent file =
      * empty). One too large for the table refuses the run rather
      * than silently dropping sign-offs on the next rewrite.
      * -----------------------------------------------------------
       LOAD-REGISTER-TABLE.
           MOVE 0 TO RT-COUNT
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
                    IF RT-COUNT >= RT-MAX
                       DISPLAY "APPROVE: REGISTER EXCEEDS " RT-MAX
                               " ENTRIES - REFUSING TO CONTINUE"
                               UPON SYSERR
                       CLOSE REGISTER-FILE
                       STOP RUN RETURNING 1
                    END-IF
                    ADD 1 TO RT-COUNT
                    MOVE APPROVAL-REC TO RT-REC(RT-COUNT)
              END-READ
           END-PERFORM
           CLOSE REGISTER-FILE.

       REWRITE-REGISTER.
           OPEN OUTPUT REGISTER-FILE
           IF WS-REG-STATUS NOT = "00"
              DISPLAY "APPROVE: UNABLE TO WRITE REGISTER, STATUS "
                       WS-REG-STATUS UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RT-I FROM 1 BY 1 UNTIL RT-I > RT-COUNT
              MOVE RT-REC(RT-I) TO APPROVAL-REC
              WRITE APPROVAL-REC
           END-PERFORM
           CLOSE REGISTER-FILE.

      * -----------------------------------------------------------
      * Who is at the keyboard, and may they do OC-ACTION? Signing
      * off and revoking need OPERATOR level; OPERCHK audits a
      * refusal.
      * -----------------------------------------------------------
       CHECK-OPERATOR.
           MOVE 'P' TO OC-FUNCTION
           MOVE "APPROVE" TO OC-PROGRAM
           MOVE 2 TO OC-NEED-LEVEL
           CALL 'OPERCHK' USING OPERCHK-ARGS
           IF NOT OC-OK
              DISPLAY "APPROVE: OPERATOR '" FUNCTION TRIM(OC-OPER-ID)
                      "' REFUSED " FUNCTION TRIM(OC-ACTION)
                      UPON SYSERR
              ADD 1 TO WS-PROBLEMS
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE 'C' TO OC-FUNCTION
           CALL 'OPERCHK' USING OPERCHK-ARGS
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
              MOVE SPACES TO AUDIT-LINE
              STRING WS-TODAY " " WS-NOW-TIME " APPROVE "
                     FUNCTION TRIM(WS-AUDIT-TEXT)
                     " " FUNCTION TRIM(OC-AUDIT-TAG)
                     DELIMITED BY SIZE INTO AUDIT-LINE
              END-STRING
              WRITE AUDIT-LINE
              CLOSE AUDIT-FILE
           END-IF.
