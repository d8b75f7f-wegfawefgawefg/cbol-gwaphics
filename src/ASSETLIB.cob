      *****************************************************************
      * ASSETLIB: media asset catalog and where-used cross-reference.
      * CAPLIB keeps books on captures only; the wall images,
      * SPRITES.DAT sprites, FONTS.DAT faces, PALETTE.CLT files,
      * scene files and LIFEPAT.DAT patterns the playlists and
      * schedules lean on were untracked, so an image still on a
      * playlist could be deleted with nobody the wiser. ASSETLIB
      * keeps a catalog (see ASSETREC.cpy) of every asset - its
      * owner, size and date - and builds a where-used cross-
      * reference (see ASSETXRFREC.cpy, written to ASSETXRF.DAT) by
      * reading what refers to assets:
      *   SLIDELIST.DAT, and every SLIDESHOW playlist a profile or
      *       schedule names or the catalog holds - its images
      *   JUKEBOX.DAT - its captures
      *   SCENE.DAT and every cataloged scene - the sprites of its
      *       BLIT and ANIM records, the faces of its FONT records,
      *       the images of its LOAD (and TRAN FROM) records and the
      *       palettes of its SETP records
      *   PROFILES.DAT - the playlist a SLIDESHOW profile airs and
      *       the pattern (and pattern file) a LIFE profile seeds
      *   every wall's SCHEDULE.DAT (see WALLREGARGS.cpy) - the same
      *       for its demo entries, and each entry naming a profile
      *       is a reference to everything that profile uses
      * Functions:
      *   ASSETLIB ADD <type> <name> [owner] [library]
      *       measure and catalog one asset (an existing entry is
      *       re-measured, keeping its owner unless one is given)
      *   ASSETLIB SCAN [owner]
      *       catalog what can be found without being told: every
      *       sprite, face and pattern in SPRITES.DAT, FONTS.DAT,
      *       LIFEPAT.DAT and any library referenced, every CAPLIB
      *       capture, PALETTE.CLT, and every referenced asset that
      *       is present but not yet cataloged; cataloged entries
      *       are re-measured
      *   ASSETLIB LIST                   print the catalog
      *   ASSETLIB REPORT [report]        broken references
      *       (referenced but missing), orphans (cataloged but
      *       never referenced), cataloged assets gone from disk,
      *       and referenced assets not yet cataloged
      *   ASSETLIB IMPACT <type> <name> [library]
      *       everything that would break if the asset went - RC 1
      *       while anything still uses it
      *   ASSETLIB DROP <type> <name> [library]
      *       drop an asset nothing uses from the catalog and delete
      *       its file (a library entry is left in its library for
      *       its generator source to drop); refused while anything
      *       uses it, and only a supervisor on the operator roster
      *       (see OPERCHKARGS.cpy) may run it
      * Types are IMAGE, SPRITE, FONT, PALETTE, SCENE, PATTERN,
      * CAPTURE and PLAYLIST. A SPRITE lives in SPRITES.DAT; a FONT's
      * library defaults to FONTS.DAT and a PATTERN's to LIFEPAT.DAT.
      * The owner defaults to the operator signed on. An orphan is
      * a candidate for review, not for deletion: a scene or
      * playlist aired only by hand is never named by a schedule.
      * The report defaults to ASSETLIB.RPT; broken references, and
      * a missing cataloged asset, return RC 1.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSETLIB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "ASSETLIB.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

           SELECT XREF-FILE ASSIGN TO "ASSETXRF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT PROFILE-FILE ASSIGN TO "PROFILES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.

           SELECT SCHED-FILE ASSIGN TO DYNAMIC WS-SCHED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT SLIDE-FILE ASSIGN TO DYNAMIC WS-SOURCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT JUKE-FILE ASSIGN TO DYNAMIC WS-SOURCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT SCENE-FILE ASSIGN TO DYNAMIC WS-SOURCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT SPRITE-FILE ASSIGN TO DYNAMIC WS-LIB-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIB-STATUS.

           SELECT FONT-FILE ASSIGN TO DYNAMIC WS-LIB-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIB-STATUS.

           SELECT PATTERN-FILE ASSIGN TO DYNAMIC WS-LIB-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIB-STATUS.

           SELECT CAPLIB-FILE ASSIGN TO "CAPLIB.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPLIB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
           COPY ASSETREC.

       FD  XREF-FILE.
           COPY ASSETXRFREC.

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(200).

       FD  PROFILE-FILE.
           COPY PROFILEREC.

       FD  SCHED-FILE.
           COPY SCHEDREC.

       FD  SLIDE-FILE.
           COPY SLIDEREC.

       FD  JUKE-FILE.
           COPY JUKEREC.

       FD  SCENE-FILE.
           COPY SCENEREC.

       FD  SPRITE-FILE.
           COPY SPRITEREC.

       FD  FONT-FILE.
           COPY FONTREC.

       FD  PATTERN-FILE.
       01  PATTERN-LINE           PIC X(80).

       FD  CAPLIB-FILE.
           COPY CAPLIBREC.

       WORKING-STORAGE SECTION.
       01  ASSETLIB-VARS.
           05  WS-FUNCTION-ARG    PIC X(8)   VALUE SPACES.
           05  WS-TYPE-ARG        PIC X(8)   VALUE SPACES.
           05  WS-NAME-ARG        PIC X(100) VALUE SPACES.
           05  WS-OWNER-ARG       PIC X(12)  VALUE SPACES.
           05  WS-LIBRARY-ARG     PIC X(40)  VALUE SPACES.
           05  WS-DEFAULT-OWNER   PIC X(12)  VALUE SPACES.
           05  WS-REPORT-FILE-NAME PIC X(100) VALUE "ASSETLIB.RPT".
           05  WS-SCHED-FILE-NAME PIC X(100) VALUE SPACES.
           05  WS-SOURCE-FILE-NAME PIC X(100) VALUE SPACES.
           05  WS-LIB-FILE-NAME   PIC X(100) VALUE SPACES.
           05  WS-CAT-STATUS      PIC X(2).
           05  WS-XREF-STATUS     PIC X(2).
           05  WS-REPORT-STATUS   PIC X(2).
           05  WS-PROFILE-STATUS  PIC X(2).
           05  WS-SCHED-STATUS    PIC X(2).
           05  WS-SOURCE-STATUS   PIC X(2).
           05  WS-LIB-STATUS      PIC X(2).
           05  WS-CAPLIB-STATUS   PIC X(2).
           05  WS-EOF-SW          PIC X.
               88  WS-EOF             VALUE 'Y'.
           05  WS-LIB-EOF-SW      PIC X.
               88  WS-LIB-EOF         VALUE 'Y'.
           05  WS-TYPE-SW         PIC X.
               88  WS-TYPE-VALID      VALUE 'Y'.
           05  WS-LIB-TYPE-SW     PIC X.
               88  WS-LIB-TYPE        VALUE 'Y'.
           05  WS-EXISTS-SW       PIC X.
               88  WS-EXISTS          VALUE 'Y'.
           05  WS-IN-PATTERN-SW   PIC X.
               88  WS-IN-PATTERN      VALUE 'Y'.
           05  WS-TODAY           PIC X(8).
           05  WS-LINE-NO         PIC 9(6).
           05  WS-LINE-DISP       PIC Z(5)9.
           05  WS-PROBLEMS        PIC 9(4)   VALUE 0.
           05  WS-DELETE-RC       PIC 9(4)   VALUE 0.
           05  WS-HITS            PIC 9(4)   VALUE 0.
           05  WS-ADDED           PIC 9(4)   VALUE 0.
           05  WS-UPDATED         PIC 9(4)   VALUE 0.
           05  WS-BROKEN          PIC 9(4)   VALUE 0.
           05  WS-ORPHANS         PIC 9(4)   VALUE 0.
           05  WS-GONE            PIC 9(4)   VALUE 0.
           05  WS-UNCATALOGED     PIC 9(4)   VALUE 0.
           05  WS-COUNT-DISP      PIC Z(3)9.
           05  WS-COUNT-DISP-2    PIC Z(3)9.
           05  WS-SIZE-DISP       PIC Z(9)9.
           05  WS-PAT-LINE        PIC X(80).
           05  WS-PAT-KEYWORD     PIC X(8).
           05  WS-PAT-NAME-TOK    PIC X(16).
           05  WS-ASSET-TEXT      PIC X(160).
           05  WS-REF-TEXT        PIC X(160).

      * The asset being looked at, in catalog key order, with its
      * measure when it is there: bytes and date for a file, record
      * count and the library's date for a library entry.
       01  ASSET-KEY-VARS.
           05  WS-KEY.
               10  WK-TYPE        PIC X(8).
               10  WK-NAME        PIC X(100).
               10  WK-LIBRARY     PIC X(40).
           05  WS-MEAS-SIZE       PIC 9(10).
           05  WS-MEAS-DATE       PIC X(8).
      * The asset IMPACT or DROP was asked about, kept while the
      * cross-reference is built through WS-KEY.
           05  WS-ASKED-KEY       PIC X(148).

      * A demo's argument string broken into the words that can
      * name assets, and where the reference was found.
       01  REFERENCE-VARS.
           05  WS-DEMO            PIC X(12).
           05  WS-ARGS            PIC X(60).
           05  WS-ARG-1           PIC X(100).
           05  WS-ARG-2           PIC X(100).
           05  WS-ARG-3           PIC X(100).
           05  WS-USED-BY         PIC X(100).
           05  WS-WHERE           PIC X(40).

      * CBL_CHECK_FILE_EXIST's view of a file: size and the date
      * and time it was last changed.
       01  FILE-DETAILS.
           05  FD-SIZE            PIC X(8) COMP-X.
           05  FD-DAY             PIC X COMP-X.
           05  FD-MONTH           PIC X COMP-X.
           05  FD-YEAR            PIC XX COMP-X.
           05  FD-HOURS           PIC X COMP-X.
           05  FD-MINUTES         PIC X COMP-X.
           05  FD-SECONDS         PIC X COMP-X.
           05  FD-HUNDREDTHS      PIC X COMP-X.
       01  FILE-DATE-VARS.
           05  WS-FILE-NAME       PIC X(100).
           05  WS-FILE-RC         PIC S9(9).
           05  WS-FILE-DATE.
               10  WS-FILE-YYYY   PIC 9(4).
               10  WS-FILE-MM     PIC 99.
               10  WS-FILE-DD     PIC 99.

      * The catalog held in memory, so ADD and SCAN can replace
      * entries and DROP can rewrite the file without one. The
      * first 148 bytes of an entry are its key.
       01  CATALOG-TABLE-VARS.
           05  CT-COUNT           PIC 9(4) VALUE 0.
           05  CT-MAX             PIC 9(4) VALUE 1000.
           05  CT-I               PIC 9(4).
           05  CT-FOUND           PIC 9(4).
           05  CT-ENTRY OCCURS 1000 TIMES.
               10  CT-REC         PIC X(178).

      * The cross-reference as it is built, one entry per reference
      * (first 148 bytes: the asset's key).
       01  XREF-TABLE-VARS.
           05  XT-COUNT           PIC 9(4) VALUE 0.
           05  XT-MAX             PIC 9(4) VALUE 3000.
           05  XT-I               PIC 9(4).
           05  XT-J               PIC 9(4).
           05  XT-OVER-SW         PIC X VALUE 'N'.
               88  XT-OVER            VALUE 'Y'.
           05  XT-ENTRY OCCURS 3000 TIMES.
               10  XT-REC         PIC X(290).

      * PROFILES.DAT, so a schedule entry naming a profile can be
      * followed to what the profile uses.
       01  PROFILE-TABLE-VARS.
           05  PT-COUNT           PIC 9(3) VALUE 0.
           05  PT-MAX             PIC 9(3) VALUE 500.
           05  PT-I               PIC 9(3).
           05  PT-FOUND           PIC 9(3).
           05  PT-ENTRY OCCURS 500 TIMES.
               10  PT-REC         PIC X(88).

      * Playlists and scenes still to be read for their references:
      * 'S' a SLIDESHOW playlist, 'J' a CAPJUKE playlist, 'C' a
      * scene. Each file is read once however often it is named.
       01  SOURCE-TABLE-VARS.
           05  SQ-COUNT           PIC 9(3) VALUE 0.
           05  SQ-MAX             PIC 9(3) VALUE 200.
           05  SQ-I               PIC 9(3).
           05  SQ-J               PIC 9(3).
           05  SQ-KIND-WANTED     PIC X.
           05  SQ-FILE-WANTED     PIC X(100).
           05  SQ-ENTRY OCCURS 200 TIMES.
               10  SQ-KIND        PIC X.
               10  SQ-FILE        PIC X(100).

      * The sprite, font and pattern libraries read so far, and the
      * entries found in them with their record counts.
       01  LIBRARY-TABLE-VARS.
           05  LB-COUNT           PIC 9(3) VALUE 0.
           05  LB-MAX             PIC 9(3) VALUE 50.
           05  LB-I               PIC 9(3).
           05  LB-FOUND           PIC 9(3).
           05  LB-ENTRY OCCURS 50 TIMES.
               10  LB-TYPE        PIC X(8).
               10  LB-FILE        PIC X(40).
               10  LB-DATE        PIC X(8).
           05  LE-COUNT           PIC 9(4) VALUE 0.
           05  LE-MAX             PIC 9(4) VALUE 3000.
           05  LE-I               PIC 9(4).
           05  LE-FOUND           PIC 9(4).
           05  LE-OVER-SW         PIC X VALUE 'N'.
               88  LE-OVER            VALUE 'Y'.
           05  LE-ENTRY OCCURS 3000 TIMES.
               10  LE-LB          PIC 9(3).
               10  LE-NAME        PIC X(16).
               10  LE-RECORDS     PIC 9(6).

           COPY GFXARGS.
           COPY WALLREGARGS.
           COPY OPERCHKARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-FUNCTION-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION-ARG) TO WS-FUNCTION-ARG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           MOVE 'C' TO OC-FUNCTION
           CALL 'OPERCHK' USING OPERCHK-ARGS
           IF OC-OK AND OC-OPER-ID NOT = SPACES
              MOVE OC-OPER-ID TO WS-DEFAULT-OWNER
           ELSE
              MOVE "UNKNOWN" TO WS-DEFAULT-OWNER
           END-IF

           EVALUATE FUNCTION TRIM(WS-FUNCTION-ARG)
              WHEN "ADD"
                   PERFORM DO-ADD
              WHEN "SCAN"
                   PERFORM DO-SCAN
              WHEN "LIST"
                   PERFORM DO-LIST
              WHEN "REPORT"
                   PERFORM DO-REPORT
              WHEN "IMPACT"
                   PERFORM DO-IMPACT
              WHEN "DROP"
                   PERFORM DO-DROP
              WHEN OTHER
                   DISPLAY "ASSETLIB: USAGE: ASSETLIB ADD TYPE NAME "
                           "[OWNER] [LIBRARY] | SCAN [OWNER] | LIST | "
                           "REPORT [RPT] | IMPACT TYPE NAME [LIBRARY]"
                           " | DROP TYPE NAME [LIBRARY]" UPON SYSERR
                   STOP RUN RETURNING 1
           END-EVALUATE

           IF WS-PROBLEMS > 0
              STOP RUN RETURNING 1
           END-IF
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * ADD: measure one asset and write (or replace) its entry.
      * -----------------------------------------------------------
       DO-ADD.
           PERFORM TAKE-ASSET-ARGS
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-OWNER-ARG FROM ARGUMENT-VALUE
           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-LIBRARY-ARG FROM ARGUMENT-VALUE
           PERFORM CHECK-ASSET-ARGS
           IF NOT WS-TYPE-VALID
              EXIT PARAGRAPH
           END-IF

           PERFORM MEASURE-ASSET
           IF NOT WS-EXISTS
              PERFORM FORMAT-ASSET-TEXT
              DISPLAY "ASSETLIB: " FUNCTION TRIM(WS-ASSET-TEXT)
                      " NOT FOUND - NOT CATALOGED" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-CATALOG-TABLE
           PERFORM CATALOG-MEASURED-ASSET
           IF CT-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-OWNER-ARG NOT = SPACES
              MOVE CT-REC(CT-FOUND) TO ASSET-REC
              MOVE FUNCTION UPPER-CASE(WS-OWNER-ARG) TO AS-OWNER
              MOVE ASSET-REC TO CT-REC(CT-FOUND)
           END-IF
           PERFORM REWRITE-CATALOG
           MOVE CT-REC(CT-FOUND) TO ASSET-REC
           MOVE AS-SIZE TO WS-SIZE-DISP
           PERFORM FORMAT-ASSET-TEXT
           DISPLAY "ASSETLIB: CATALOGED " FUNCTION TRIM(WS-ASSET-TEXT)
                   " - SIZE " FUNCTION TRIM(WS-SIZE-DISP) ", DATED "
                   AS-DATE ", OWNER " FUNCTION TRIM(AS-OWNER)
                   UPON SYSERR.

      * -----------------------------------------------------------
      * SCAN: catalog every library entry, every CAPLIB capture,
      * PALETTE.CLT and every referenced asset that is present, and
      * re-measure what the catalog already holds.
      * -----------------------------------------------------------
       DO-SCAN.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-OWNER-ARG FROM ARGUMENT-VALUE
           IF WS-OWNER-ARG NOT = SPACES
              MOVE FUNCTION UPPER-CASE(WS-OWNER-ARG)
                TO WS-DEFAULT-OWNER
           END-IF
           PERFORM BUILD-XREF

           MOVE "SPRITE"      TO WK-TYPE
           MOVE "SPRITES.DAT" TO WK-LIBRARY
           PERFORM LOAD-LIBRARY
           MOVE "FONT"        TO WK-TYPE
           MOVE "FONTS.DAT"   TO WK-LIBRARY
           PERFORM LOAD-LIBRARY
           MOVE "PATTERN"     TO WK-TYPE
           MOVE "LIFEPAT.DAT" TO WK-LIBRARY
           PERFORM LOAD-LIBRARY

           PERFORM VARYING LE-I FROM 1 BY 1 UNTIL LE-I > LE-COUNT
              MOVE LB-TYPE(LE-LB(LE-I)) TO WK-TYPE
              MOVE LE-NAME(LE-I)        TO WK-NAME
              MOVE LB-FILE(LE-LB(LE-I)) TO WK-LIBRARY
              MOVE LE-RECORDS(LE-I)     TO WS-MEAS-SIZE
              MOVE LB-DATE(LE-LB(LE-I)) TO WS-MEAS-DATE
              PERFORM CATALOG-MEASURED-ASSET
           END-PERFORM

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT CAPLIB-FILE
           IF WS-CAPLIB-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ CAPLIB-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF-SW
                    NOT AT END
                       MOVE "CAPTURE" TO WK-TYPE
                       MOVE CAP-NAME  TO WK-NAME
                       MOVE SPACES    TO WK-LIBRARY
                       PERFORM CATALOG-IF-PRESENT
                 END-READ
              END-PERFORM
              CLOSE CAPLIB-FILE
           END-IF

           MOVE "PALETTE"     TO WK-TYPE
           MOVE "PALETTE.CLT" TO WK-NAME
           MOVE SPACES        TO WK-LIBRARY
           PERFORM CATALOG-IF-PRESENT

           PERFORM VARYING XT-I FROM 1 BY 1 UNTIL XT-I > XT-COUNT
              MOVE XT-REC(XT-I) TO ASSET-XREF-REC
              IF AX-FOUND
                 MOVE AX-KEY TO WS-KEY
                 PERFORM CATALOG-IF-PRESENT
                 MOVE 'Y' TO AX-CATALOGED
                 MOVE ASSET-XREF-REC TO XT-REC(XT-I)
              END-IF
           END-PERFORM

      * Re-measure the rest of the catalog; an entry whose asset is
      * gone keeps its last measure for REPORT to list.
           PERFORM VARYING CT-I FROM 1 BY 1 UNTIL CT-I > CT-COUNT
              MOVE CT-REC(CT-I) TO ASSET-REC
              MOVE AS-KEY TO WS-KEY
              PERFORM MEASURE-ASSET
              IF WS-EXISTS
                 IF AS-SIZE NOT = WS-MEAS-SIZE
                    OR AS-DATE NOT = WS-MEAS-DATE
                    MOVE WS-MEAS-SIZE TO AS-SIZE
                    MOVE WS-MEAS-DATE TO AS-DATE
                    MOVE ASSET-REC TO CT-REC(CT-I)
                    ADD 1 TO WS-UPDATED
                 END-IF
              END-IF
           END-PERFORM

           PERFORM REWRITE-CATALOG
           PERFORM REWRITE-XREF-FILE
           DISPLAY "ASSETLIB: SCANNED - " WS-ADDED " ADDED, "
                   WS-UPDATED " RE-MEASURED, " CT-COUNT
                   " CATALOGED" UPON SYSERR.

      * -----------------------------------------------------------
      * LIST: print every catalog entry, one line each.
      * -----------------------------------------------------------
       DO-LIST.
           PERFORM LOAD-CATALOG-TABLE
           IF CT-COUNT = 0
              DISPLAY "ASSETLIB: CATALOG IS EMPTY"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CT-I FROM 1 BY 1 UNTIL CT-I > CT-COUNT
              MOVE CT-REC(CT-I) TO ASSET-REC
              MOVE AS-KEY TO WS-KEY
              MOVE AS-SIZE TO WS-SIZE-DISP
              PERFORM FORMAT-ASSET-TEXT
              DISPLAY AS-OWNER " " AS-DATE " " WS-SIZE-DISP " "
                      FUNCTION TRIM(WS-ASSET-TEXT)
           END-PERFORM.

      * -----------------------------------------------------------
      * REPORT: broken references, orphans, cataloged assets gone
      * from disk and referenced assets not cataloged.
      * -----------------------------------------------------------
       DO-REPORT.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-NAME-ARG FROM ARGUMENT-VALUE
           IF WS-NAME-ARG NOT = SPACES
              MOVE WS-NAME-ARG TO WS-REPORT-FILE-NAME
           END-IF
           PERFORM BUILD-XREF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ASSETLIB: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-REPORT-FILE-NAME)
                       " STATUS " WS-REPORT-STATUS UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           MOVE CT-COUNT TO WS-COUNT-DISP
           MOVE XT-COUNT TO WS-COUNT-DISP-2
           MOVE SPACES TO REPORT-LINE
           STRING "MEDIA ASSET REPORT FOR " WS-TODAY
                  "   (" FUNCTION TRIM(WS-COUNT-DISP)
                  " CATALOGED ASSET(S), " FUNCTION TRIM(WS-COUNT-DISP-2)
                  " REFERENCE(S))"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF XT-OVER
              MOVE SPACES TO REPORT-LINE
              MOVE XT-MAX TO WS-COUNT-DISP
              STRING "*** MORE THAN " FUNCTION TRIM(WS-COUNT-DISP)
                     " REFERENCES - ONLY THE FIRST WERE CHECKED, "
                     "ORPHANS MAY BE OVERSTATED"
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF

           PERFORM REPORT-BROKEN
           PERFORM REPORT-ORPHANS
           PERFORM REPORT-GONE
           PERFORM REPORT-UNCATALOGED

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BROKEN REFERENCES " WS-BROKEN
                  "  ORPHANS " WS-ORPHANS
                  "  MISSING FROM DISK " WS-GONE
                  "  NOT CATALOGED " WS-UNCATALOGED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "ASSETLIB: " WS-BROKEN " BROKEN REFERENCE(S), "
                   WS-ORPHANS " ORPHAN(S), " WS-GONE
                   " MISSING FROM DISK - SEE "
                   FUNCTION TRIM(WS-REPORT-FILE-NAME) UPON SYSERR
           IF WS-BROKEN > 0 OR WS-GONE > 0
              ADD 1 TO WS-PROBLEMS
           END-IF.

       REPORT-BROKEN.
           MOVE "BROKEN REFERENCES - REFERENCED BUT MISSING"
             TO WS-ASSET-TEXT
           PERFORM WRITE-SECTION-HEADING
           PERFORM VARYING XT-I FROM 1 BY 1 UNTIL XT-I > XT-COUNT
              MOVE XT-REC(XT-I) TO ASSET-XREF-REC
              IF AX-MISSING
                 ADD 1 TO WS-BROKEN
                 MOVE AX-KEY TO WS-KEY
                 PERFORM FORMAT-ASSET-TEXT
                 PERFORM FORMAT-REF-TEXT
                 MOVE SPACES TO REPORT-LINE
                 STRING "  " FUNCTION TRIM(WS-ASSET-TEXT)
                        " - USED BY " FUNCTION TRIM(WS-REF-TEXT)
                        DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
                 WRITE REPORT-LINE
              END-IF
           END-PERFORM
           IF WS-BROKEN = 0
              PERFORM WRITE-NONE-LINE
           END-IF.

       REPORT-ORPHANS.
           MOVE "ORPHANS - CATALOGED BUT NEVER REFERENCED"
             TO WS-ASSET-TEXT
           PERFORM WRITE-SECTION-HEADING
           PERFORM VARYING CT-I FROM 1 BY 1 UNTIL CT-I > CT-COUNT
              MOVE CT-REC(CT-I) TO ASSET-REC
              MOVE AS-KEY TO WS-KEY
              PERFORM COUNT-REFERENCES
              IF WS-HITS = 0
                 ADD 1 TO WS-ORPHANS
                 PERFORM WRITE-CATALOG-LINE
              END-IF
           END-PERFORM
           IF WS-ORPHANS = 0
              PERFORM WRITE-NONE-LINE
           END-IF.

       REPORT-GONE.
           MOVE "CATALOGED BUT MISSING FROM DISK" TO WS-ASSET-TEXT
           PERFORM WRITE-SECTION-HEADING
           PERFORM VARYING CT-I FROM 1 BY 1 UNTIL CT-I > CT-COUNT
              MOVE CT-REC(CT-I) TO ASSET-REC
              MOVE AS-KEY TO WS-KEY
              PERFORM MEASURE-ASSET
              IF NOT WS-EXISTS
                 ADD 1 TO WS-GONE
                 MOVE CT-REC(CT-I) TO ASSET-REC
                 PERFORM WRITE-CATALOG-LINE
              END-IF
           END-PERFORM
           IF WS-GONE = 0
              PERFORM WRITE-NONE-LINE
           END-IF.

      * Each uncataloged asset once, at its first reference.
       REPORT-UNCATALOGED.
           MOVE "REFERENCED AND PRESENT BUT NOT CATALOGED (SEE SCAN)"
             TO WS-ASSET-TEXT
           PERFORM WRITE-SECTION-HEADING
           PERFORM VARYING XT-I FROM 1 BY 1 UNTIL XT-I > XT-COUNT
              MOVE XT-REC(XT-I) TO ASSET-XREF-REC
              IF AX-FOUND AND NOT AX-IN-CATALOG
                 MOVE 0 TO WS-HITS
                 PERFORM VARYING XT-J FROM 1 BY 1
                         UNTIL XT-J >= XT-I OR WS-HITS > 0
                    IF XT-REC(XT-J)(1:148) = AX-KEY
                       MOVE 1 TO WS-HITS
                    END-IF
                 END-PERFORM
                 IF WS-HITS = 0
                    ADD 1 TO WS-UNCATALOGED
                    MOVE AX-KEY TO WS-KEY
                    PERFORM FORMAT-ASSET-TEXT
                    PERFORM FORMAT-REF-TEXT
                    MOVE SPACES TO REPORT-LINE
                    STRING "  " FUNCTION TRIM(WS-ASSET-TEXT)
                           " - FIRST USED BY "
                           FUNCTION TRIM(WS-REF-TEXT)
                           DELIMITED BY SIZE INTO REPORT-LINE
                    END-STRING
                    WRITE REPORT-LINE
                 END-IF
              END-IF
           END-PERFORM
           IF WS-UNCATALOGED = 0
              PERFORM WRITE-NONE-LINE
           END-IF.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ASSET-TEXT TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-NONE-LINE.
           MOVE "  (NONE)" TO REPORT-LINE
           WRITE REPORT-LINE.

      * One catalog entry (in ASSET-REC) as a report line.
       WRITE-CATALOG-LINE.
           PERFORM FORMAT-ASSET-TEXT
           MOVE AS-SIZE TO WS-SIZE-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  " FUNCTION TRIM(WS-ASSET-TEXT)
                  " - OWNER " FUNCTION TRIM(AS-OWNER)
                  ", SIZE " FUNCTION TRIM(WS-SIZE-DISP)
                  ", DATED " AS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      * -----------------------------------------------------------
      * IMPACT: everything that uses one asset - what would break
      * if it were deleted. RC 1 while anything does.
      * -----------------------------------------------------------
       DO-IMPACT.
           PERFORM TAKE-ASSET-ARGS
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-LIBRARY-ARG FROM ARGUMENT-VALUE
           PERFORM CHECK-ASSET-ARGS
           IF NOT WS-TYPE-VALID
              EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-XREF-FOR-ASKED
           PERFORM SHOW-IMPACT
           IF WS-HITS > 0
              ADD 1 TO WS-PROBLEMS
           END-IF.

       BUILD-XREF-FOR-ASKED.
           MOVE WS-KEY TO WS-ASKED-KEY
           PERFORM BUILD-XREF
           MOVE WS-ASKED-KEY TO WS-KEY
           PERFORM NORMALIZE-KEY.

      * List the references to the asset in WS-KEY; WS-HITS is how
      * many there are.
       SHOW-IMPACT.
           PERFORM FORMAT-ASSET-TEXT
           PERFORM FIND-CATALOG-ENTRY
           IF CT-FOUND > 0
              MOVE CT-REC(CT-FOUND) TO ASSET-REC
              DISPLAY FUNCTION TRIM(WS-ASSET-TEXT) " - OWNER "
                      FUNCTION TRIM(AS-OWNER) ", DATED " AS-DATE
           ELSE
              DISPLAY FUNCTION TRIM(WS-ASSET-TEXT) " - NOT CATALOGED"
           END-IF
           MOVE 0 TO WS-HITS
           PERFORM VARYING XT-I FROM 1 BY 1 UNTIL XT-I > XT-COUNT
              IF XT-REC(XT-I)(1:148) = WS-KEY
                 ADD 1 TO WS-HITS
                 MOVE XT-REC(XT-I) TO ASSET-XREF-REC
                 PERFORM FORMAT-REF-TEXT
                 DISPLAY "  USED BY " FUNCTION TRIM(WS-REF-TEXT)
              END-IF
           END-PERFORM
           IF WS-HITS > 0
              DISPLAY "ASSETLIB: " FUNCTION TRIM(WS-ASSET-TEXT)
                      " IS USED IN " WS-HITS
                      " PLACE(S) - DELETING IT BREAKS THEM" UPON SYSERR
           ELSE
              DISPLAY "ASSETLIB: NOTHING USES "
                      FUNCTION TRIM(WS-ASSET-TEXT) UPON SYSERR
           END-IF.

      * -----------------------------------------------------------
      * DROP: take an unused asset out of the catalog and delete its
      * file. Supervisors only; refused while anything uses it.
      * -----------------------------------------------------------
       DO-DROP.
           PERFORM TAKE-ASSET-ARGS
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-LIBRARY-ARG FROM ARGUMENT-VALUE
           PERFORM CHECK-ASSET-ARGS
           IF NOT WS-TYPE-VALID
              EXIT PARAGRAPH
           END-IF

           PERFORM FORMAT-ASSET-TEXT
           MOVE 'P' TO OC-FUNCTION
           MOVE "ASSETLIB" TO OC-PROGRAM
           MOVE SPACES TO OC-ACTION
           STRING "DROP " FUNCTION TRIM(WS-ASSET-TEXT)
                  DELIMITED BY SIZE INTO OC-ACTION
           END-STRING
           MOVE 3 TO OC-NEED-LEVEL
           CALL 'OPERCHK' USING OPERCHK-ARGS
           IF NOT OC-OK
              DISPLAY "ASSETLIB: OPERATOR '" FUNCTION TRIM(OC-OPER-ID)
                      "' MAY NOT DROP - NEEDS A SUPERVISOR"
                      UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-XREF-FOR-ASKED
           PERFORM SHOW-IMPACT
           IF WS-HITS > 0
              DISPLAY "ASSETLIB: " FUNCTION TRIM(WS-ASSET-TEXT)
                      " NOT DROPPED" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF

           PERFORM FIND-CATALOG-ENTRY
           IF CT-FOUND > 0
              PERFORM VARYING CT-I FROM CT-FOUND BY 1
                      UNTIL CT-I >= CT-COUNT
                 MOVE CT-REC(CT-I + 1) TO CT-REC(CT-I)
              END-PERFORM
              SUBTRACT 1 FROM CT-COUNT
              PERFORM REWRITE-CATALOG
              DISPLAY "ASSETLIB: " FUNCTION TRIM(WS-ASSET-TEXT)
                      " DROPPED FROM THE CATALOG" UPON SYSERR
           END-IF

           IF WS-LIB-TYPE
              DISPLAY "ASSETLIB: REMOVE IT FROM "
                      FUNCTION TRIM(WK-LIBRARY)
                      " BY REBUILDING THAT LIBRARY FROM ITS SOURCE"
                      UPON SYSERR
              EXIT PARAGRAPH
           END-IF
           MOVE WK-NAME TO WS-FILE-NAME
           CALL "CBL_DELETE_FILE" USING WS-FILE-NAME
           MOVE RETURN-CODE TO WS-DELETE-RC
           IF WS-DELETE-RC = 0
              DISPLAY "ASSETLIB: DELETED " FUNCTION TRIM(WK-NAME)
                       UPON SYSERR
           ELSE
              IF CT-FOUND = 0
                 DISPLAY "ASSETLIB: " FUNCTION TRIM(WS-ASSET-TEXT)
                         " IS NEITHER CATALOGED NOR ON DISK"
                         UPON SYSERR
                 ADD 1 TO WS-PROBLEMS
              ELSE
                 DISPLAY "ASSETLIB: FILE " FUNCTION TRIM(WK-NAME)
                         " ALREADY GONE" UPON SYSERR
              END-IF
           END-IF.

      * -----------------------------------------------------------
      * Arguments 2 and 3 are the asset's type and name; the
      * function's later arguments are taken before they are checked
      * and made the asset key with the library argument.
      * -----------------------------------------------------------
       TAKE-ASSET-ARGS.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-TYPE-ARG FROM ARGUMENT-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-NAME-ARG FROM ARGUMENT-VALUE.

       CHECK-ASSET-ARGS.
           MOVE FUNCTION UPPER-CASE(WS-TYPE-ARG) TO WK-TYPE
           MOVE WS-NAME-ARG    TO WK-NAME
           MOVE WS-LIBRARY-ARG TO WK-LIBRARY
           PERFORM NORMALIZE-KEY
           IF NOT WS-TYPE-VALID
              DISPLAY "ASSETLIB: TYPE '" FUNCTION TRIM(WS-TYPE-ARG)
                      "' IS NOT IMAGE, SPRITE, FONT, PALETTE, SCENE, "
                      "PATTERN, CAPTURE OR PLAYLIST" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           IF WK-NAME = SPACES
              DISPLAY "ASSETLIB: " FUNCTION TRIM(WS-FUNCTION-ARG)
                      " NEEDS AN ASSET NAME" UPON SYSERR
              MOVE 'N' TO WS-TYPE-SW
              ADD 1 TO WS-PROBLEMS
           END-IF.

      * -----------------------------------------------------------
      * Check WK-TYPE and give the key its library: SPRITES.DAT for
      * a sprite (the only file BLIT reads), FONTS.DAT and
      * LIFEPAT.DAT for a face or pattern named without one, none
      * for an asset that is a file of its own.
      * -----------------------------------------------------------
       NORMALIZE-KEY.
           MOVE 'Y' TO WS-TYPE-SW
           MOVE 'N' TO WS-LIB-TYPE-SW
           EVALUATE WK-TYPE
              WHEN "SPRITE"
                   SET WS-LIB-TYPE TO TRUE
                   MOVE "SPRITES.DAT" TO WK-LIBRARY
              WHEN "FONT"
                   SET WS-LIB-TYPE TO TRUE
                   IF WK-LIBRARY = SPACES
                      MOVE "FONTS.DAT" TO WK-LIBRARY
                   END-IF
              WHEN "PATTERN"
                   SET WS-LIB-TYPE TO TRUE
                   IF WK-LIBRARY = SPACES
                      MOVE "LIFEPAT.DAT" TO WK-LIBRARY
                   END-IF
              WHEN "IMAGE"
              WHEN "PALETTE"
              WHEN "SCENE"
              WHEN "CAPTURE"
              WHEN "PLAYLIST"
                   MOVE SPACES TO WK-LIBRARY
              WHEN OTHER
                   MOVE 'N' TO WS-TYPE-SW
           END-EVALUATE
           IF WS-LIB-TYPE
              MOVE SPACES TO WK-NAME(17:)
           END-IF.

      * -----------------------------------------------------------
      * Is the asset in WS-KEY there, and how big and how old? A
      * library entry is looked up in its library's entries (the
      * library read on first use); a file asks the file system.
      * -----------------------------------------------------------
       MEASURE-ASSET.
           PERFORM NORMALIZE-KEY
           MOVE 'N' TO WS-EXISTS-SW
           MOVE 0 TO WS-MEAS-SIZE
           MOVE SPACES TO WS-MEAS-DATE
           IF WS-LIB-TYPE
              PERFORM LOAD-LIBRARY
              PERFORM VARYING LE-I FROM 1 BY 1 UNTIL LE-I > LE-COUNT
                         OR WS-EXISTS
                 IF LE-LB(LE-I) = LB-FOUND
                    AND LE-NAME(LE-I) = WK-NAME
                    SET WS-EXISTS TO TRUE
                    MOVE LE-RECORDS(LE-I) TO WS-MEAS-SIZE
                    MOVE LB-DATE(LB-FOUND) TO WS-MEAS-DATE
                 END-IF
              END-PERFORM
              EXIT PARAGRAPH
           END-IF
           MOVE WK-NAME TO WS-FILE-NAME
           PERFORM CHECK-FILE
           IF WS-FILE-RC = 0
              SET WS-EXISTS TO TRUE
              MOVE FD-SIZE TO WS-MEAS-SIZE
              MOVE WS-FILE-DATE TO WS-MEAS-DATE
           END-IF.

      * WS-FILE-NAME's size and last-change date (RC 0 = there).
       CHECK-FILE.
           MOVE SPACES TO WS-FILE-DATE
           CALL "CBL_CHECK_FILE_EXIST" USING WS-FILE-NAME
                                             FILE-DETAILS
           MOVE RETURN-CODE TO WS-FILE-RC
           MOVE 0 TO RETURN-CODE
           IF WS-FILE-RC = 0
              MOVE FD-YEAR  TO WS-FILE-YYYY
              MOVE FD-MONTH TO WS-FILE-MM
              MOVE FD-DAY   TO WS-FILE-DD
           END-IF.

      * -----------------------------------------------------------
      * Read the WK-TYPE library WK-LIBRARY into the entry table
      * (once per run); LB-FOUND is its library index. A library
      * that is not there simply holds no entries.
      * -----------------------------------------------------------
       LOAD-LIBRARY.
           MOVE 0 TO LB-FOUND
           PERFORM VARYING LB-I FROM 1 BY 1 UNTIL LB-I > LB-COUNT
                      OR LB-FOUND > 0
              IF LB-TYPE(LB-I) = WK-TYPE
                 AND LB-FILE(LB-I) = WK-LIBRARY
                 MOVE LB-I TO LB-FOUND
              END-IF
           END-PERFORM
           IF LB-FOUND > 0
              EXIT PARAGRAPH
           END-IF
           IF LB-COUNT >= LB-MAX
              DISPLAY "ASSETLIB: MORE THAN " LB-MAX
                      " LIBRARIES - REFUSING TO CONTINUE" UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           ADD 1 TO LB-COUNT
           MOVE LB-COUNT TO LB-FOUND
           MOVE WK-TYPE    TO LB-TYPE(LB-FOUND)
           MOVE WK-LIBRARY TO LB-FILE(LB-FOUND)
           MOVE WK-LIBRARY TO WS-FILE-NAME
           PERFORM CHECK-FILE
           MOVE WS-FILE-DATE TO LB-DATE(LB-FOUND)
           IF WS-FILE-RC NOT = 0
              EXIT PARAGRAPH
           END-IF

           MOVE WK-LIBRARY TO WS-LIB-FILE-NAME
           MOVE 0 TO LE-FOUND
           MOVE 'N' TO WS-LIB-EOF-SW
           EVALUATE WK-TYPE
              WHEN "SPRITE"
                   OPEN INPUT SPRITE-FILE
                   IF WS-LIB-STATUS = "00"
                      PERFORM UNTIL WS-LIB-EOF
                         READ SPRITE-FILE
                            AT END
                               MOVE 'Y' TO WS-LIB-EOF-SW
                            NOT AT END
                               MOVE SPRITE-NAME TO WS-PAT-NAME-TOK
                               PERFORM COUNT-LIBRARY-RECORD
                         END-READ
                      END-PERFORM
                      CLOSE SPRITE-FILE
                   END-IF
              WHEN "FONT"
                   OPEN INPUT FONT-FILE
                   IF WS-LIB-STATUS = "00"
                      PERFORM UNTIL WS-LIB-EOF
                         READ FONT-FILE
                            AT END
                               MOVE 'Y' TO WS-LIB-EOF-SW
                            NOT AT END
                               MOVE FONT-NAME TO WS-PAT-NAME-TOK
                               PERFORM COUNT-LIBRARY-RECORD
                         END-READ
                      END-PERFORM
                      CLOSE FONT-FILE
                   END-IF
              WHEN "PATTERN"
                   MOVE 'N' TO WS-IN-PATTERN-SW
                   OPEN INPUT PATTERN-FILE
                   IF WS-LIB-STATUS = "00"
                      PERFORM UNTIL WS-LIB-EOF
                         READ PATTERN-FILE
                            AT END
                               MOVE 'Y' TO WS-LIB-EOF-SW
                            NOT AT END
                               PERFORM TAKE-PATTERN-LINE
                         END-READ
                      END-PERFORM
                      CLOSE PATTERN-FILE
                   END-IF
           END-EVALUATE.

      * One record of the entry named WS-PAT-NAME-TOK. A library's
      * records for one name normally sit together, so the entry
      * last counted is tried before the table is searched.
       COUNT-LIBRARY-RECORD.
           IF WS-PAT-NAME-TOK = SPACES
              EXIT PARAGRAPH
           END-IF
           IF LE-FOUND > 0
              IF LE-NAME(LE-FOUND) = WS-PAT-NAME-TOK
                 ADD 1 TO LE-RECORDS(LE-FOUND)
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE 0 TO LE-FOUND
           PERFORM VARYING LE-I FROM 1 BY 1 UNTIL LE-I > LE-COUNT
                      OR LE-FOUND > 0
              IF LE-LB(LE-I) = LB-FOUND
                 AND LE-NAME(LE-I) = WS-PAT-NAME-TOK
                 MOVE LE-I TO LE-FOUND
              END-IF
           END-PERFORM
           IF LE-FOUND = 0
              PERFORM ADD-LIBRARY-ENTRY
           END-IF
           IF LE-FOUND > 0
              ADD 1 TO LE-RECORDS(LE-FOUND)
           END-IF.

       ADD-LIBRARY-ENTRY.
           IF LE-COUNT >= LE-MAX
              IF NOT LE-OVER
                 DISPLAY "ASSETLIB: MORE THAN " LE-MAX
                         " LIBRARY ENTRIES - THE REST ARE NOT SEEN"
                         UPON SYSERR
                 SET LE-OVER TO TRUE
                 ADD 1 TO WS-PROBLEMS
              END-IF
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO LE-COUNT
           MOVE LE-COUNT        TO LE-FOUND
           MOVE LB-FOUND        TO LE-LB(LE-FOUND)
           MOVE WS-PAT-NAME-TOK TO LE-NAME(LE-FOUND)
           MOVE 0               TO LE-RECORDS(LE-FOUND).

      * A LIFEPAT line: PATTERN opens a named grid, END closes it,
      * the rows between are its records - the way LIFE reads it.
       TAKE-PATTERN-LINE.
           MOVE FUNCTION TRIM(PATTERN-LINE) TO WS-PAT-LINE
           IF WS-PAT-LINE = SPACES OR WS-PAT-LINE(1:1) = '*'
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
              WHEN WS-PAT-LINE(1:8) = "PATTERN "
                   MOVE SPACES TO WS-PAT-NAME-TOK
                   UNSTRING WS-PAT-LINE DELIMITED BY ALL SPACE
                       INTO WS-PAT-KEYWORD WS-PAT-NAME-TOK
                   END-UNSTRING
                   MOVE 0 TO LE-FOUND
                   PERFORM ADD-LIBRARY-ENTRY
                   SET WS-IN-PATTERN TO TRUE
              WHEN WS-PAT-LINE = "END"
                   MOVE 'N' TO WS-IN-PATTERN-SW
              WHEN OTHER
                   IF WS-IN-PATTERN AND LE-FOUND > 0
                      ADD 1 TO LE-RECORDS(LE-FOUND)
                   END-IF
           END-EVALUATE.

      * -----------------------------------------------------------
      * Build the where-used cross-reference: profiles, every
      * wall's schedule, then the playlists and scenes they and the
      * catalog lead to. ASSETXRF.DAT is rewritten with the result.
      * -----------------------------------------------------------
       BUILD-XREF.
           PERFORM LOAD-CATALOG-TABLE
           PERFORM LOAD-PROFILE-TABLE
           MOVE 0 TO XT-COUNT
           MOVE 0 TO SQ-COUNT

           MOVE 'S' TO SQ-KIND-WANTED
           MOVE "SLIDELIST.DAT" TO SQ-FILE-WANTED
           PERFORM QUEUE-SOURCE
           MOVE 'J' TO SQ-KIND-WANTED
           MOVE "JUKEBOX.DAT" TO SQ-FILE-WANTED
           PERFORM QUEUE-SOURCE
           MOVE 'C' TO SQ-KIND-WANTED
           MOVE "SCENE.DAT" TO SQ-FILE-WANTED
           PERFORM QUEUE-SOURCE
           PERFORM VARYING CT-I FROM 1 BY 1 UNTIL CT-I > CT-COUNT
              MOVE CT-REC(CT-I) TO ASSET-REC
              EVALUATE AS-TYPE
                 WHEN "SCENE"
                      MOVE 'C' TO SQ-KIND-WANTED
                      MOVE AS-NAME TO SQ-FILE-WANTED
                      PERFORM QUEUE-SOURCE
                 WHEN "PLAYLIST"
                      MOVE 'S' TO SQ-KIND-WANTED
                      MOVE AS-NAME TO SQ-FILE-WANTED
                      PERFORM QUEUE-SOURCE
              END-EVALUATE
           END-PERFORM

           PERFORM VARYING PT-I FROM 1 BY 1 UNTIL PT-I > PT-COUNT
              MOVE PT-REC(PT-I) TO PROFILE-REC
              MOVE "PROFILES.DAT" TO WS-USED-BY
              MOVE SPACES TO WS-WHERE
              STRING "PROFILE " FUNCTION TRIM(PROF-NAME)
                     DELIMITED BY SIZE INTO WS-WHERE
              END-STRING
              MOVE PROF-DEMO TO WS-DEMO
              MOVE PROF-ARGS TO WS-ARGS
              PERFORM TAKE-DEMO-REFERENCES
           END-PERFORM

           MOVE 1 TO WG-INDEX
           MOVE 'N' TO WG-FUNCTION
           CALL 'WALLREG' USING WALLREG-ARGS
           IF WG-END
              MOVE "SCHEDULE.DAT" TO WS-SCHED-FILE-NAME
              PERFORM SCAN-SCHEDULE
           END-IF
           PERFORM UNTIL WG-END
              MOVE 'F' TO WG-FUNCTION
              MOVE "SCHEDULE.DAT" TO WG-BASE-NAME
              CALL 'WALLREG' USING WALLREG-ARGS
              MOVE WG-FILE-NAME TO WS-SCHED-FILE-NAME
              PERFORM SCAN-SCHEDULE
              ADD 1 TO WG-INDEX
              MOVE 'N' TO WG-FUNCTION
              CALL 'WALLREG' USING WALLREG-ARGS
           END-PERFORM

           PERFORM VARYING SQ-I FROM 1 BY 1 UNTIL SQ-I > SQ-COUNT
              MOVE SQ-FILE(SQ-I) TO WS-SOURCE-FILE-NAME
              MOVE SQ-FILE(SQ-I) TO WS-USED-BY
              EVALUATE SQ-KIND(SQ-I)
                 WHEN 'S'
                      PERFORM READ-SLIDE-SOURCE
                 WHEN 'J'
                      PERFORM READ-JUKE-SOURCE
                 WHEN 'C'
                      PERFORM READ-SCENE-SOURCE
              END-EVALUATE
           END-PERFORM

           PERFORM REWRITE-XREF-FILE.

      * One wall's schedule: a demo entry's own references, or
      * everything its profile uses.
       SCAN-SCHEDULE.
           OPEN INPUT SCHED-FILE
           IF WS-SCHED-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LINE-NO
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ SCHED-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-LINE-NO
                    PERFORM TAKE-SCHEDULE-ENTRY
              END-READ
           END-PERFORM
           CLOSE SCHED-FILE.

       TAKE-SCHEDULE-ENTRY.
           MOVE WS-SCHED-FILE-NAME TO WS-USED-BY
           MOVE WS-LINE-NO TO WS-LINE-DISP
           MOVE SPACES TO WS-WHERE
           IF SCHED-PROFILE = SPACES
              STRING "LINE " FUNCTION TRIM(WS-LINE-DISP)
                     DELIMITED BY SIZE INTO WS-WHERE
              END-STRING
              MOVE SCHED-DEMO TO WS-DEMO
              MOVE SPACES TO WS-ARGS
              PERFORM TAKE-DEMO-REFERENCES
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO PT-FOUND
           PERFORM VARYING PT-I FROM 1 BY 1 UNTIL PT-I > PT-COUNT
                      OR PT-FOUND > 0
              IF PT-REC(PT-I)(1:16) = SCHED-PROFILE
                 MOVE PT-I TO PT-FOUND
              END-IF
           END-PERFORM
           IF PT-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           STRING "LINE " FUNCTION TRIM(WS-LINE-DISP)
                  " PROFILE " FUNCTION TRIM(SCHED-PROFILE)
                  DELIMITED BY SIZE INTO WS-WHERE
           END-STRING
           MOVE PT-REC(PT-FOUND) TO PROFILE-REC
           MOVE PROF-DEMO TO WS-DEMO
           MOVE PROF-ARGS TO WS-ARGS
           PERFORM TAKE-DEMO-REFERENCES.

      * -----------------------------------------------------------
      * The assets a run of WS-DEMO with argument string WS-ARGS
      * uses: a SLIDESHOW's playlist (argument 2, SLIDELIST.DAT when
      * absent), a LIFE's pattern and pattern file (arguments 2 and
      * 3, GLIDER in LIFEPAT.DAT when absent).
      * -----------------------------------------------------------
       TAKE-DEMO-REFERENCES.
           MOVE SPACES TO WS-ARG-1 WS-ARG-2 WS-ARG-3
           UNSTRING FUNCTION TRIM(WS-ARGS) DELIMITED BY ALL SPACE
               INTO WS-ARG-1 WS-ARG-2 WS-ARG-3
           END-UNSTRING
           EVALUATE FUNCTION UPPER-CASE(WS-DEMO)
              WHEN "SLIDESHOW"
                   MOVE "PLAYLIST" TO WK-TYPE
                   IF WS-ARG-2 = SPACES
                      MOVE "SLIDELIST.DAT" TO WK-NAME
                   ELSE
                      MOVE WS-ARG-2 TO WK-NAME
                   END-IF
                   MOVE SPACES TO WK-LIBRARY
                   PERFORM ADD-REFERENCE
                   MOVE 'S' TO SQ-KIND-WANTED
                   MOVE WK-NAME TO SQ-FILE-WANTED
                   PERFORM QUEUE-SOURCE
              WHEN "LIFE"
                   MOVE "PATTERN" TO WK-TYPE
                   IF WS-ARG-2 = SPACES
                      MOVE "GLIDER" TO WK-NAME
                   ELSE
                      MOVE WS-ARG-2 TO WK-NAME
                   END-IF
                   MOVE WS-ARG-3 TO WK-LIBRARY
                   PERFORM ADD-REFERENCE
           END-EVALUATE.

      * Put a playlist or scene on the list to read, once.
       QUEUE-SOURCE.
           IF SQ-FILE-WANTED = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SQ-J FROM 1 BY 1 UNTIL SQ-J > SQ-COUNT
              IF SQ-KIND(SQ-J) = SQ-KIND-WANTED
                 AND SQ-FILE(SQ-J) = SQ-FILE-WANTED
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF SQ-COUNT >= SQ-MAX
              DISPLAY "ASSETLIB: MORE THAN " SQ-MAX
                      " PLAYLISTS AND SCENES - "
                      FUNCTION TRIM(SQ-FILE-WANTED) " NOT READ"
                      UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO SQ-COUNT
           MOVE SQ-KIND-WANTED TO SQ-KIND(SQ-COUNT)
           MOVE SQ-FILE-WANTED TO SQ-FILE(SQ-COUNT).

      * A SLIDESHOW playlist: each entry's image.
       READ-SLIDE-SOURCE.
           OPEN INPUT SLIDE-FILE
           IF WS-SOURCE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LINE-NO
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ SLIDE-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-LINE-NO
                    IF SLIDE-IMAGE NOT = SPACES
                       MOVE "IMAGE" TO WK-TYPE
                       MOVE SLIDE-IMAGE TO WK-NAME
                       MOVE SPACES TO WK-LIBRARY
                       PERFORM SET-LINE-WHERE
                       PERFORM ADD-REFERENCE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SLIDE-FILE.

      * A CAPJUKE playlist: each entry's capture.
       READ-JUKE-SOURCE.
           OPEN INPUT JUKE-FILE
           IF WS-SOURCE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LINE-NO
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ JUKE-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-LINE-NO
                    IF JUKE-NAME NOT = SPACES
                       MOVE "CAPTURE" TO WK-TYPE
                       MOVE JUKE-NAME TO WK-NAME
                       MOVE SPACES TO WK-LIBRARY
                       PERFORM SET-LINE-WHERE
                       PERFORM ADD-REFERENCE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JUKE-FILE.

      * A scene: the records that pull in a sprite, face, image or
      * palette, read through the GFXARGS overlays as GRAPHICS
      * would read them.
       READ-SCENE-SOURCE.
           OPEN INPUT SCENE-FILE
           IF WS-SOURCE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LINE-NO
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ SCENE-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-LINE-NO
                    PERFORM TAKE-SCENE-RECORD
              END-READ
           END-PERFORM
           CLOSE SCENE-FILE.

       TAKE-SCENE-RECORD.
           MOVE SCENE-PARAMS TO GFX-PARAMS
           MOVE SPACES TO WS-KEY
           EVALUATE SCENE-OPCODE
              WHEN "BLIT"
                   MOVE "SPRITE" TO WK-TYPE
                   MOVE GFX-BLIT-NAME TO WK-NAME
              WHEN "ANIM"
                   IF GFX-ANIM-PLACE
                      MOVE "SPRITE" TO WK-TYPE
                      MOVE GFX-ANIM-NAME TO WK-NAME
                   END-IF
              WHEN "FONT"
                   IF GFX-FONT-NAME NOT = SPACES
                      MOVE "FONT" TO WK-TYPE
                      MOVE GFX-FONT-NAME TO WK-NAME
                      MOVE GFX-FONT-FILE TO WK-LIBRARY
                   END-IF
              WHEN "LOAD"
                   MOVE "IMAGE" TO WK-TYPE
                   MOVE GFX-IMAGE-FILE TO WK-NAME
                   IF WK-NAME = SPACES
                      MOVE "WALL.IMG" TO WK-NAME
                   END-IF
              WHEN "SETP"
                   MOVE "PALETTE" TO WK-TYPE
                   MOVE GFX-PAL-FILE TO WK-NAME
                   IF WK-NAME = SPACES
                      MOVE "PALETTE.CLT" TO WK-NAME
                   END-IF
              WHEN "TRAN"
                   IF NOT GFX-TRAN-NONE
                      AND GFX-TRAN-FILE NOT = SPACES
                      MOVE "IMAGE" TO WK-TYPE
                      MOVE GFX-TRAN-FILE TO WK-NAME
                   END-IF
           END-EVALUATE
           IF WK-TYPE NOT = SPACES AND WK-NAME NOT = SPACES
              PERFORM SET-LINE-WHERE
              PERFORM ADD-REFERENCE
           END-IF.

       SET-LINE-WHERE.
           MOVE WS-LINE-NO TO WS-LINE-DISP
           MOVE SPACES TO WS-WHERE
           STRING "LINE " FUNCTION TRIM(WS-LINE-DISP)
                  DELIMITED BY SIZE INTO WS-WHERE
           END-STRING.

      * -----------------------------------------------------------
      * Record one reference to the asset in WS-KEY, made by
      * WS-USED-BY at WS-WHERE, noting whether the asset is there
      * and whether it is cataloged.
      * -----------------------------------------------------------
       ADD-REFERENCE.
           PERFORM MEASURE-ASSET
           IF XT-COUNT >= XT-MAX
              IF NOT XT-OVER
                 DISPLAY "ASSETLIB: MORE THAN " XT-MAX
                         " REFERENCES - THE REST ARE NOT CHECKED"
                         UPON SYSERR
                 SET XT-OVER TO TRUE
                 ADD 1 TO WS-PROBLEMS
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE WS-KEY     TO AX-KEY
           MOVE WS-USED-BY TO AX-USED-BY
           MOVE WS-WHERE   TO AX-WHERE
           IF WS-EXISTS
              MOVE 'F' TO AX-STATE
           ELSE
              MOVE 'M' TO AX-STATE
           END-IF
           PERFORM FIND-CATALOG-ENTRY
           IF CT-FOUND > 0
              MOVE 'Y' TO AX-CATALOGED
           ELSE
              MOVE 'N' TO AX-CATALOGED
           END-IF
           ADD 1 TO XT-COUNT
           MOVE ASSET-XREF-REC TO XT-REC(XT-COUNT).

      * How many references the asset in WS-KEY has (WS-HITS).
       COUNT-REFERENCES.
           MOVE 0 TO WS-HITS
           PERFORM VARYING XT-I FROM 1 BY 1 UNTIL XT-I > XT-COUNT
              IF XT-REC(XT-I)(1:148) = WS-KEY
                 ADD 1 TO WS-HITS
              END-IF
           END-PERFORM.

      * CT-FOUND: the catalog entry for WS-KEY, 0 when none.
       FIND-CATALOG-ENTRY.
           MOVE 0 TO CT-FOUND
           PERFORM VARYING CT-I FROM 1 BY 1 UNTIL CT-I > CT-COUNT
                      OR CT-FOUND > 0
              IF CT-REC(CT-I)(1:148) = WS-KEY
                 MOVE CT-I TO CT-FOUND
              END-IF
           END-PERFORM.

      * Catalog the asset in WS-KEY if it is there.
       CATALOG-IF-PRESENT.
           PERFORM MEASURE-ASSET
           IF WS-EXISTS
              PERFORM CATALOG-MEASURED-ASSET
           END-IF.

      * -----------------------------------------------------------
      * Enter the measured asset in WS-KEY in the in-memory catalog:
      * an existing entry takes the new size and date and keeps its
      * owner, a new one is owned by the default owner. CT-FOUND is
      * the entry (0 when the catalog is full).
      * -----------------------------------------------------------
       CATALOG-MEASURED-ASSET.
           PERFORM FIND-CATALOG-ENTRY
           IF CT-FOUND > 0
              MOVE CT-REC(CT-FOUND) TO ASSET-REC
              IF AS-SIZE NOT = WS-MEAS-SIZE
                 OR AS-DATE NOT = WS-MEAS-DATE
                 MOVE WS-MEAS-SIZE TO AS-SIZE
                 MOVE WS-MEAS-DATE TO AS-DATE
                 MOVE ASSET-REC TO CT-REC(CT-FOUND)
                 ADD 1 TO WS-UPDATED
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF CT-COUNT >= CT-MAX
              DISPLAY "ASSETLIB: CATALOG FULL (" CT-MAX
                      " ENTRIES)" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-KEY           TO AS-KEY
           MOVE WS-DEFAULT-OWNER TO AS-OWNER
           MOVE WS-MEAS-SIZE     TO AS-SIZE
           MOVE WS-MEAS-DATE     TO AS-DATE
           ADD 1 TO CT-COUNT
           MOVE ASSET-REC TO CT-REC(CT-COUNT)
           MOVE CT-COUNT TO CT-FOUND
           ADD 1 TO WS-ADDED.

      * WS-KEY as text: "IMAGE LOBBY.IMG", "SPRITE LOGO IN
      * SPRITES.DAT".
       FORMAT-ASSET-TEXT.
           MOVE SPACES TO WS-ASSET-TEXT
           IF WK-LIBRARY = SPACES
              STRING FUNCTION TRIM(WK-TYPE) " "
                     FUNCTION TRIM(WK-NAME)
                     DELIMITED BY SIZE INTO WS-ASSET-TEXT
              END-STRING
           ELSE
              STRING FUNCTION TRIM(WK-TYPE) " "
                     FUNCTION TRIM(WK-NAME) " IN "
                     FUNCTION TRIM(WK-LIBRARY)
                     DELIMITED BY SIZE INTO WS-ASSET-TEXT
              END-STRING
           END-IF.

      * The referring file and place in ASSET-XREF-REC as text.
       FORMAT-REF-TEXT.
           MOVE SPACES TO WS-REF-TEXT
           STRING FUNCTION TRIM(AX-USED-BY) " "
                  FUNCTION TRIM(AX-WHERE)
                  DELIMITED BY SIZE INTO WS-REF-TEXT
           END-STRING.

      * -----------------------------------------------------------
      * PROFILES.DAT into PT-ENTRY (absent file = no profiles).
      * -----------------------------------------------------------
       LOAD-PROFILE-TABLE.
           MOVE 0 TO PT-COUNT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF
              READ PROFILE-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF PT-COUNT < PT-MAX AND PROF-NAME NOT = SPACES
                       ADD 1 TO PT-COUNT
                       MOVE PROFILE-REC TO PT-REC(PT-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PROFILE-FILE.

      * -----------------------------------------------------------
      * Read the whole catalog into CT-ENTRY (absent file = empty).
      * A catalog larger than the table refuses the run outright,
      * as CAPLIB's does: the next rewrite would lose the rest.
      * -----------------------------------------------------------
       LOAD-CATALOG-TABLE.
           MOVE 0 TO CT-COUNT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF
              READ CATALOG-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF CT-COUNT >= CT-MAX
                       DISPLAY "ASSETLIB: CATALOG EXCEEDS " CT-MAX
                               " ENTRIES - REFUSING TO CONTINUE"
                               UPON SYSERR
                       CLOSE CATALOG-FILE
                       STOP RUN RETURNING 1
                    END-IF
                    ADD 1 TO CT-COUNT
                    MOVE ASSET-REC TO CT-REC(CT-COUNT)
              END-READ
           END-PERFORM
           CLOSE CATALOG-FILE.

      * -----------------------------------------------------------
      * Write the in-memory catalog back as the whole file.
      * -----------------------------------------------------------
       REWRITE-CATALOG.
           OPEN OUTPUT CATALOG-FILE
           IF WS-CAT-STATUS NOT = "00"
              DISPLAY "ASSETLIB: UNABLE TO WRITE CATALOG, STATUS "
                       WS-CAT-STATUS UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CT-I FROM 1 BY 1 UNTIL CT-I > CT-COUNT
              MOVE CT-REC(CT-I) TO ASSET-REC
              WRITE ASSET-REC
           END-PERFORM
           CLOSE CATALOG-FILE.

      * -----------------------------------------------------------
      * Write the cross-reference as built to ASSETXRF.DAT.
      * -----------------------------------------------------------
       REWRITE-XREF-FILE.
           OPEN OUTPUT XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
              DISPLAY "ASSETLIB: UNABLE TO WRITE ASSETXRF.DAT, STATUS "
                       WS-XREF-STATUS UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING XT-I FROM 1 BY 1 UNTIL XT-I > XT-COUNT
              MOVE XT-REC(XT-I) TO ASSET-XREF-REC
              WRITE ASSET-XREF-REC
           END-PERFORM
           CLOSE XREF-FILE.
