      *****************************************************************
      * BARCODE: encodes a text string as a QR code or a Code 128
      * barcode (see BARCODEARGS.cpy for the interface) and returns
      * the symbol as a matrix of dark and light modules, leaving
      * module size, quiet zone and colors to the caller.
      *
      * QR: byte mode, versions 1-10 (21x21 up to 57x57 modules),
      * the smallest version that holds the text at the requested
      * error-correction level. The data codewords are split into
      * the standard's blocks, each given its Reed-Solomon check
      * codewords over GF(256) (primitive polynomial 0x11D),
      * interleaved and laid into the matrix around the finder,
      * timing and alignment patterns and the format and version
      * information; all eight data masks are tried and the one
      * with the lowest penalty score is kept.
      *
      * Code 128: starts in code set C when the text opens with a
      * run of four or more digits (or is an even number of digits
      * and nothing else), otherwise in code set B; switches to C
      * for a run of six or more digits (four or more at the end)
      * and back to B after it, then appends the modulo-103 check
      * symbol and the stop pattern.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BARCODE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  BARCODE-VARS.
           05  WS-TEXT-LEN        PIC 9(3).
           05  WS-POS             PIC 9(3).
           05  WS-I               PIC 9(4).
           05  WS-J               PIC 9(4).
           05  WS-K               PIC 9(4).
           05  WS-CHAR-CODE       PIC 9(3).
           05  WS-DIGIT-PAIR      PIC 99.

      * --- GF(256) arithmetic: antilog/log tables, built on the
      *     first call, and the bytewise XOR the field's addition
      *     is ---
       01  GALOIS-FIELD.
           05  GF-READY-SW        PIC X VALUE 'N'.
               88  GF-READY           VALUE 'Y'.
           05  GF-X               PIC 9(3).
           05  GF-A               PIC 9(3).
           05  GF-B               PIC 9(3).
           05  GF-SUM             PIC 9(3).
           05  GF-PRODUCT         PIC 9(3).
           05  GF-EXP             PIC 9(3) OCCURS 256 TIMES.
           05  GF-LOG             PIC 9(3) OCCURS 255 TIMES.
       01  XOR-VARS.
           05  XR-A               PIC 9(3).
           05  XR-B               PIC 9(3).
           05  XR-RESULT          PIC 9(3).
           05  XR-WORK-A          PIC 9(3).
           05  XR-WORK-B          PIC 9(3).
           05  XR-A-BIT           PIC 9.
           05  XR-B-BIT           PIC 9.
           05  XR-PLACE           PIC 9(3).

      * --- Error-correction block structure, by version (1-10) and
      *     level (L, M, Q, H): check codewords per block, then the
      *     number of blocks and data codewords per block in each of
      *     the standard's two block groups ---
       01  EC-TABLE-RAW.
           05  FILLER PIC X(40)
               VALUE "0710190000101016000013101300001710090000".
           05  FILLER PIC X(40)
               VALUE "1010340000161028000022102200002810160000".
           05  FILLER PIC X(40)
               VALUE "1510550000261044000018201700002220130000".
           05  FILLER PIC X(40)
               VALUE "2010800000182032000026202400001640090000".
           05  FILLER PIC X(40)
               VALUE "2611080000242043000018201520162220112012".
           05  FILLER PIC X(40)
               VALUE "1820680000164027000024401900002840150000".
           05  FILLER PIC X(40)
               VALUE "2020780000184031000018201440152640131014".
           05  FILLER PIC X(40)
               VALUE "2420970000222038203922401820192640142015".
           05  FILLER PIC X(40)
               VALUE "3021160000223036203720401640172440124013".
           05  FILLER PIC X(40)
               VALUE "1820682069264043104424601920202860152016".
       01  EC-TABLE REDEFINES EC-TABLE-RAW.
           05  EC-ENTRY OCCURS 40 TIMES.
               10  EC-PER-BLOCK   PIC 9(2).
               10  EC-G1-BLOCKS   PIC 9.
               10  EC-G1-DATA     PIC 9(3).
               10  EC-G2-BLOCKS   PIC 9.
               10  EC-G2-DATA     PIC 9(3).

      * --- Alignment pattern center coordinates by version ---
       01  ALIGN-TABLE-RAW.
           05  FILLER PIC X(35)
               VALUE "00000002061800206220020626002063000".
           05  FILLER PIC X(35)
               VALUE "20634003062238306244230626463062850".
       01  ALIGN-TABLE REDEFINES ALIGN-TABLE-RAW.
           05  AL-ENTRY OCCURS 10 TIMES.
               10  AL-COUNT       PIC 9.
               10  AL-POS         PIC 9(2) OCCURS 3 TIMES.

      * --- Format information (level and mask, BCH-protected and
      *     masked with 101010000010010), most significant bit
      *     first: levels L, M, Q, H, masks 0-7 within each ---
       01  FORMAT-TABLE-RAW.
           05  FILLER PIC X(30) VALUE "111011111000100111001011110011".
           05  FILLER PIC X(30) VALUE "111110110101010111100010011101".
           05  FILLER PIC X(30) VALUE "110011000101111110001100011000".
           05  FILLER PIC X(30) VALUE "110110001000001110100101110110".
           05  FILLER PIC X(30) VALUE "101010000010010101000100100101".
           05  FILLER PIC X(30) VALUE "101111001111100101101101001011".
           05  FILLER PIC X(30) VALUE "100010111111001100000011001110".
           05  FILLER PIC X(30) VALUE "100111110010111100101010100000".
           05  FILLER PIC X(30) VALUE "011010101011111011000001101000".
           05  FILLER PIC X(30) VALUE "011111100110001011101000000110".
           05  FILLER PIC X(30) VALUE "010010010110100010000110000011".
           05  FILLER PIC X(30) VALUE "010111011011010010101111101101".
           05  FILLER PIC X(30) VALUE "001011010001001001001110111110".
           05  FILLER PIC X(30) VALUE "001110011100111001100111010000".
           05  FILLER PIC X(30) VALUE "000011101100010000001001010101".
           05  FILLER PIC X(30) VALUE "000110100001100000100000111011".
       01  FORMAT-TABLE REDEFINES FORMAT-TABLE-RAW.
           05  FMT-ENTRY          PIC X(15) OCCURS 32 TIMES.

      * --- Version information (versions 7-10), BCH-protected,
      *     most significant bit first ---
       01  VERSION-INFO-RAW.
           05  FILLER PIC X(36)
               VALUE "000111110010010100001000010110111100".
           05  FILLER PIC X(36)
               VALUE "001001101010011001001010010011010011".
       01  VERSION-INFO-TABLE REDEFINES VERSION-INFO-RAW.
           05  VI-ENTRY           PIC X(18) OCCURS 4 TIMES.

      * --- QR encoding state ---
       01  QR-VARS.
           05  QR-LEVEL           PIC 9.
           05  QR-VERSION         PIC 9(2).
           05  QR-SIZE            PIC 9(2).
           05  QR-ENTRY           PIC 9(2).
           05  QR-DATA-CW         PIC 9(3).
           05  QR-COUNT-BITS      PIC 9(2).
           05  QR-NEED-BITS       PIC 9(4).
           05  QR-BLOCKS          PIC 9.
           05  QR-PAD-BYTE        PIC 9(3).
           05  QR-MAX-DATA        PIC 9(3).
           05  WS-BITS            PIC X(2768).
           05  WS-BIT-LEN         PIC 9(4).
           05  WS-BIT-POS         PIC 9(4).
           05  AB-VALUE           PIC 9(5).
           05  AB-COUNT           PIC 9(2).
           05  AB-WORK            PIC 9(5).
           05  AB-BIT             PIC 9.
           05  AB-I               PIC 9(2).
           05  CW-VALUE           PIC 9(3).
           05  CW-DIGIT           PIC 9.
           05  DATA-CW            PIC 9(3) OCCURS 346 TIMES.
           05  BLK-START          PIC 9(3) OCCURS 8 TIMES.
           05  BLK-LEN            PIC 9(3) OCCURS 8 TIMES.
           05  BLK-EC-ROW OCCURS 8 TIMES.
               10  BLK-EC         PIC 9(3) OCCURS 30 TIMES.

      * --- Reed-Solomon generator and remainder for one block ---
       01  RS-VARS.
           05  RS-DEGREE          PIC 9(2).
           05  RS-ROOT            PIC 9(3).
           05  RS-FACTOR          PIC 9(3).
           05  RS-BLOCK           PIC 9.
           05  RS-GEN             PIC 9(3) OCCURS 30 TIMES.
           05  RS-REM             PIC 9(3) OCCURS 30 TIMES.

      * --- The module matrices: QM the unmasked symbol, QF marks
      *     the function-pattern modules the data and the masks
      *     must not touch, QW the mask being scored and QB the
      *     best-scoring one so far. Coordinates are 0-based in
      *     QX/QY, columns and rows 1-based in the tables ---
       01  QR-MATRIX.
           05  QM-ROW             PIC X(57) OCCURS 57 TIMES.
       01  QR-FUNCTION-MAP.
           05  QF-ROW             PIC X(57) OCCURS 57 TIMES.
       01  QR-WORK-MATRIX.
           05  QW-ROW             PIC X(57) OCCURS 57 TIMES.
       01  QR-BEST-MATRIX.
           05  QB-ROW             PIC X(57) OCCURS 57 TIMES.
       01  MATRIX-VARS.
           05  QX                 PIC S9(3).
           05  QY                 PIC S9(3).
           05  QC-X               PIC S9(3).
           05  QC-Y               PIC S9(3).
           05  QD-X               PIC S9(3).
           05  QD-Y               PIC S9(3).
           05  QD-DIST            PIC 9(3).
           05  QDARK              PIC X.
           05  QA-I               PIC 9.
           05  QA-J               PIC 9.
           05  FMT-BITS           PIC X(15).
           05  FMT-MODE           PIC X.
               88  FMT-RESERVE        VALUE 'R'.
               88  FMT-WRITE          VALUE 'W'.
           05  FMT-I              PIC 9(2).
           05  VI-BITS            PIC X(18).
           05  VI-I               PIC 9(2).
           05  PL-RIGHT           PIC S9(3).
           05  PL-VERT            PIC 9(3).
           05  PL-J               PIC 9.

      * --- Mask selection and the penalty score ---
       01  MASK-VARS.
           05  MK-MASK            PIC 9.
           05  MK-BEST-MASK       PIC 9.
           05  MK-BEST-SCORE      PIC 9(7).
           05  MK-FLIP-SW         PIC X.
               88  MK-FLIP            VALUE 'Y'.
           05  MK-T1              PIC 9(4).
           05  MK-T2              PIC 9(4).
           05  PN-SCORE           PIC 9(7).
           05  PN-LINE            PIC X(57).
           05  PN-I               PIC 9(3).
           05  PN-RUN             PIC 9(3).
           05  PN-DARK            PIC 9(5).
           05  PN-ROW-DARK        PIC 9(3).
           05  PN-PCT             PIC 9(3).
           05  PN-DEV             PIC 9(3).

      * --- Code 128 bar/space widths, values 0-105 (103-105 are the
      *     START A/B/C patterns), six widths each; the stop pattern
      *     has seven ---
       01  C128-TABLE-RAW.
           05  FILLER PIC X(48)
               VALUE "212222222122222221121223121322131222122213122312".
           05  FILLER PIC X(48)
               VALUE "132212221213221312231212112232122132122231113222".
           05  FILLER PIC X(48)
               VALUE "123122123221223211221132221231213212223112312131".
           05  FILLER PIC X(48)
               VALUE "311222321122321221312212322112322211212123212321".
           05  FILLER PIC X(48)
               VALUE "232121111323131123131321112313132113132311211313".
           05  FILLER PIC X(48)
               VALUE "231113231311112133112331132131113123113321133121".
           05  FILLER PIC X(48)
               VALUE "313121211331231131213113213311213131311123311321".
           05  FILLER PIC X(48)
               VALUE "331121312113312311332111314111221411431111111224".
           05  FILLER PIC X(48)
               VALUE "111422121124121421141122141221112214112412122114".
           05  FILLER PIC X(48)
               VALUE "122411142112142211241211221114413111241112134111".
           05  FILLER PIC X(48)
               VALUE "111242121142121241114212124112124211411212421112".
           05  FILLER PIC X(48)
               VALUE "421211212141214121412121111143111341131141114113".
           05  FILLER PIC X(48)
               VALUE "114311411113411311113141114131311141411131211412".
           05  FILLER PIC X(12) VALUE "211214211232".
       01  C128-TABLE REDEFINES C128-TABLE-RAW.
           05  C128-PATTERN       PIC X(6) OCCURS 106 TIMES.
       01  C128-STOP-PATTERN      PIC X(7) VALUE "2331112".

       01  C128-VARS.
           05  CB-SET             PIC X.
               88  CB-IN-SET-B        VALUE 'B'.
               88  CB-IN-SET-C        VALUE 'C'.
           05  CB-RUN             PIC 9(3).
           05  CB-RUN-POS         PIC 9(3).
           05  CB-CHECK           PIC 9(7).
           05  CB-COUNT           PIC 9(3).
           05  CB-VALUE           PIC 9(3) OCCURS 100 TIMES.
           05  CB-NEW-VALUE       PIC 9(3).
           05  CB-PATTERN         PIC X(7).
           05  CB-WIDTHS          PIC 9.
           05  CB-W               PIC 9.
           05  CB-WIDTH           PIC 9.
           05  CB-MODULE          PIC X.

       LINKAGE SECTION.
           COPY BARCODEARGS.

       PROCEDURE DIVISION USING BARCODE-ARGS.
           MOVE 0 TO BC-STATUS
           MOVE 0 TO BC-VERSION
           MOVE 0 TO BC-COLS
           MOVE 0 TO BC-ROWS
           MOVE ALL '0' TO BC-MATRIX

           MOVE 80 TO WS-TEXT-LEN
           PERFORM UNTIL WS-TEXT-LEN = 0
                   OR BC-TEXT(WS-TEXT-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-TEXT-LEN
           END-PERFORM
           IF WS-TEXT-LEN = 0
              MOVE 2 TO BC-STATUS
              GOBACK
           END-IF

           EVALUATE TRUE
              WHEN BC-QR AND BC-ECC-VALID
                   PERFORM ENCODE-QR
              WHEN BC-CODE128
                   PERFORM ENCODE-CODE128
              WHEN OTHER
                   MOVE 1 TO BC-STATUS
           END-EVALUATE
           GOBACK.

      * -----------------------------------------------------------
      * QR code: pick the version, build the codeword sequence,
      * draw the function patterns, lay the data in and choose the
      * mask.
      * -----------------------------------------------------------
       ENCODE-QR.
           IF NOT GF-READY
              PERFORM BUILD-GALOIS-FIELD
           END-IF
           EVALUATE BC-ECC
              WHEN 'L'
                   MOVE 1 TO QR-LEVEL
              WHEN 'M'
                   MOVE 2 TO QR-LEVEL
              WHEN 'Q'
                   MOVE 3 TO QR-LEVEL
              WHEN 'H'
                   MOVE 4 TO QR-LEVEL
           END-EVALUATE

           PERFORM CHOOSE-QR-VERSION
           IF BC-STATUS NOT = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE QR-SIZE = QR-VERSION * 4 + 17

           PERFORM BUILD-DATA-CODEWORDS
           PERFORM BUILD-CHECK-CODEWORDS
           PERFORM INTERLEAVE-CODEWORDS

           MOVE ALL '0' TO QR-MATRIX
           MOVE ALL '0' TO QR-FUNCTION-MAP
           PERFORM DRAW-FUNCTION-PATTERNS
           PERFORM PLACE-DATA-MODULES
           PERFORM CHOOSE-QR-MASK

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > QR-SIZE
              MOVE QB-ROW(WS-I)(1:QR-SIZE) TO BC-QR-ROW(WS-I)
           END-PERFORM
           MOVE QR-VERSION TO BC-VERSION
           MOVE QR-SIZE    TO BC-COLS
           MOVE QR-SIZE    TO BC-ROWS.

      * -----------------------------------------------------------
      * The smallest version whose data capacity at this level
      * holds the mode indicator, the character count (8 bits up
      * to version 9, 16 from version 10) and the text bytes.
      * -----------------------------------------------------------
       CHOOSE-QR-VERSION.
           MOVE 0 TO QR-VERSION
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > 10 OR QR-VERSION > 0
              COMPUTE QR-ENTRY = (WS-I - 1) * 4 + QR-LEVEL
              COMPUTE QR-DATA-CW =
                  EC-G1-BLOCKS(QR-ENTRY) * EC-G1-DATA(QR-ENTRY)
                + EC-G2-BLOCKS(QR-ENTRY) * EC-G2-DATA(QR-ENTRY)
              IF WS-I < 10
                 MOVE 8 TO QR-COUNT-BITS
              ELSE
                 MOVE 16 TO QR-COUNT-BITS
              END-IF
              COMPUTE QR-NEED-BITS = 4 + QR-COUNT-BITS
                                   + WS-TEXT-LEN * 8
              IF QR-NEED-BITS <= QR-DATA-CW * 8
                 MOVE WS-I TO QR-VERSION
              END-IF
           END-PERFORM
           IF QR-VERSION = 0
              MOVE 2 TO BC-STATUS
              EXIT PARAGRAPH
           END-IF
           COMPUTE QR-ENTRY = (QR-VERSION - 1) * 4 + QR-LEVEL
           COMPUTE QR-DATA-CW =
               EC-G1-BLOCKS(QR-ENTRY) * EC-G1-DATA(QR-ENTRY)
             + EC-G2-BLOCKS(QR-ENTRY) * EC-G2-DATA(QR-ENTRY)
           IF QR-VERSION < 10
              MOVE 8 TO QR-COUNT-BITS
           ELSE
              MOVE 16 TO QR-COUNT-BITS
           END-IF.

      * -----------------------------------------------------------
      * Byte-mode bit stream: mode 0100, the count, the text, up to
      * four terminator zeros, zeros to the byte boundary, then the
      * 236/17 pad bytes out to the data capacity - cut into the
      * data codewords.
      * -----------------------------------------------------------
       BUILD-DATA-CODEWORDS.
           MOVE ALL '0' TO WS-BITS
           MOVE 0 TO WS-BIT-LEN
           MOVE 4 TO AB-VALUE
           MOVE 4 TO AB-COUNT
           PERFORM APPEND-BITS
           MOVE WS-TEXT-LEN   TO AB-VALUE
           MOVE QR-COUNT-BITS TO AB-COUNT
           PERFORM APPEND-BITS
           MOVE 8 TO AB-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TEXT-LEN
              COMPUTE AB-VALUE = FUNCTION ORD(BC-TEXT(WS-I:1)) - 1
              PERFORM APPEND-BITS
           END-PERFORM

           COMPUTE WS-J = QR-DATA-CW * 8 - WS-BIT-LEN
           IF WS-J > 4
              MOVE 4 TO WS-J
           END-IF
           ADD WS-J TO WS-BIT-LEN
           PERFORM UNTIL FUNCTION MOD(WS-BIT-LEN, 8) = 0
              ADD 1 TO WS-BIT-LEN
           END-PERFORM
           MOVE 236 TO QR-PAD-BYTE
           PERFORM UNTIL WS-BIT-LEN >= QR-DATA-CW * 8
              MOVE QR-PAD-BYTE TO AB-VALUE
              PERFORM APPEND-BITS
              IF QR-PAD-BYTE = 236
                 MOVE 17 TO QR-PAD-BYTE
              ELSE
                 MOVE 236 TO QR-PAD-BYTE
              END-IF
           END-PERFORM

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > QR-DATA-CW
              MOVE 0 TO CW-VALUE
              PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 8
                 MOVE WS-BITS((WS-I - 1) * 8 + WS-J:1) TO CW-DIGIT
                 COMPUTE CW-VALUE = CW-VALUE * 2 + CW-DIGIT
              END-PERFORM
              MOVE CW-VALUE TO DATA-CW(WS-I)
           END-PERFORM.

      * -----------------------------------------------------------
      * HELPER: Append AB-VALUE to WS-BITS as AB-COUNT binary
      * digits, most significant first.
      * -----------------------------------------------------------
       APPEND-BITS.
           MOVE AB-VALUE TO AB-WORK
           PERFORM VARYING AB-I FROM AB-COUNT BY -1 UNTIL AB-I < 1
              DIVIDE AB-WORK BY 2 GIVING AB-WORK REMAINDER AB-BIT
              MOVE AB-BIT TO WS-BITS(WS-BIT-LEN + AB-I:1)
           END-PERFORM
           ADD AB-COUNT TO WS-BIT-LEN.

      * -----------------------------------------------------------
      * Split the data codewords into this version's blocks (group
      * 1 blocks first, then the one-longer group 2 blocks) and
      * compute each block's Reed-Solomon check codewords.
      * -----------------------------------------------------------
       BUILD-CHECK-CODEWORDS.
           COMPUTE QR-BLOCKS = EC-G1-BLOCKS(QR-ENTRY)
                             + EC-G2-BLOCKS(QR-ENTRY)
           MOVE EC-PER-BLOCK(QR-ENTRY) TO RS-DEGREE
           MOVE 1 TO WS-K
           PERFORM VARYING RS-BLOCK FROM 1 BY 1
                   UNTIL RS-BLOCK > QR-BLOCKS
              MOVE WS-K TO BLK-START(RS-BLOCK)
              IF RS-BLOCK <= EC-G1-BLOCKS(QR-ENTRY)
                 MOVE EC-G1-DATA(QR-ENTRY) TO BLK-LEN(RS-BLOCK)
              ELSE
                 MOVE EC-G2-DATA(QR-ENTRY) TO BLK-LEN(RS-BLOCK)
              END-IF
              ADD BLK-LEN(RS-BLOCK) TO WS-K
           END-PERFORM
           IF EC-G2-BLOCKS(QR-ENTRY) > 0
              MOVE EC-G2-DATA(QR-ENTRY) TO QR-MAX-DATA
           ELSE
              MOVE EC-G1-DATA(QR-ENTRY) TO QR-MAX-DATA
           END-IF

           PERFORM BUILD-RS-GENERATOR
           PERFORM VARYING RS-BLOCK FROM 1 BY 1
                   UNTIL RS-BLOCK > QR-BLOCKS
              PERFORM COMPUTE-RS-REMAINDER
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > RS-DEGREE
                 MOVE RS-REM(WS-I) TO BLK-EC(RS-BLOCK, WS-I)
              END-PERFORM
           END-PERFORM.

      * -----------------------------------------------------------
      * HELPER: The generator polynomial of RS-DEGREE - the product
      * of (x - a^i) for i = 0 .. RS-DEGREE - 1 - held as its
      * coefficients below the leading 1, highest power first.
      * -----------------------------------------------------------
       BUILD-RS-GENERATOR.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > RS-DEGREE
              MOVE 0 TO RS-GEN(WS-I)
           END-PERFORM
           MOVE 1 TO RS-GEN(RS-DEGREE)
           MOVE 1 TO RS-ROOT
           PERFORM RS-DEGREE TIMES
              PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > RS-DEGREE
                 MOVE RS-GEN(WS-J) TO GF-A
                 MOVE RS-ROOT TO GF-B
                 PERFORM GF-MULTIPLY
                 MOVE GF-PRODUCT TO RS-GEN(WS-J)
                 IF WS-J < RS-DEGREE
                    MOVE RS-GEN(WS-J) TO XR-A
                    MOVE RS-GEN(WS-J + 1) TO XR-B
                    PERFORM XOR-BYTES
                    MOVE XR-RESULT TO RS-GEN(WS-J)
                 END-IF
              END-PERFORM
              MOVE RS-ROOT TO GF-A
              MOVE 2 TO GF-B
              PERFORM GF-MULTIPLY
              MOVE GF-PRODUCT TO RS-ROOT
           END-PERFORM.

      * -----------------------------------------------------------
      * HELPER: Polynomial division of block RS-BLOCK's data
      * codewords by the generator; the remainder is the block's
      * check codewords.
      * -----------------------------------------------------------
       COMPUTE-RS-REMAINDER.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > RS-DEGREE
              MOVE 0 TO RS-REM(WS-I)
           END-PERFORM
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > BLK-LEN(RS-BLOCK)
              MOVE DATA-CW(BLK-START(RS-BLOCK) + WS-J - 1) TO XR-A
              MOVE RS-REM(1) TO XR-B
              PERFORM XOR-BYTES
              MOVE XR-RESULT TO RS-FACTOR
              PERFORM VARYING WS-K FROM 1 BY 1
                      UNTIL WS-K >= RS-DEGREE
                 MOVE RS-REM(WS-K + 1) TO RS-REM(WS-K)
              END-PERFORM
              MOVE 0 TO RS-REM(RS-DEGREE)
              PERFORM VARYING WS-K FROM 1 BY 1
                      UNTIL WS-K > RS-DEGREE
                 MOVE RS-GEN(WS-K) TO GF-A
                 MOVE RS-FACTOR TO GF-B
                 PERFORM GF-MULTIPLY
                 MOVE RS-REM(WS-K) TO XR-A
                 MOVE GF-PRODUCT TO XR-B
                 PERFORM XOR-BYTES
                 MOVE XR-RESULT TO RS-REM(WS-K)
              END-PERFORM
           END-PERFORM.

      * -----------------------------------------------------------
      * The final bit stream: the data codewords taken a column at
      * a time across the blocks (the shorter blocks drop out of
      * the last column), then the check codewords the same way.
      * Any remainder bits the version has are left light.
      * -----------------------------------------------------------
       INTERLEAVE-CODEWORDS.
           MOVE ALL '0' TO WS-BITS
           MOVE 0 TO WS-BIT-LEN
           MOVE 8 TO AB-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > QR-MAX-DATA
              PERFORM VARYING RS-BLOCK FROM 1 BY 1
                      UNTIL RS-BLOCK > QR-BLOCKS
                 IF WS-I <= BLK-LEN(RS-BLOCK)
                    MOVE DATA-CW(BLK-START(RS-BLOCK) + WS-I - 1)
                         TO AB-VALUE
                    PERFORM APPEND-BITS
                 END-IF
              END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > RS-DEGREE
              PERFORM VARYING RS-BLOCK FROM 1 BY 1
                      UNTIL RS-BLOCK > QR-BLOCKS
                 MOVE BLK-EC(RS-BLOCK, WS-I) TO AB-VALUE
                 PERFORM APPEND-BITS
              END-PERFORM
           END-PERFORM.

      * -----------------------------------------------------------
      * Timing lines, the three finders with their separators, the
      * alignment patterns, the reserved format areas (and the one
      * always-dark module) and, from version 7, the version
      * information blocks.
      * -----------------------------------------------------------
       DRAW-FUNCTION-PATTERNS.
           PERFORM VARYING QX FROM 0 BY 1 UNTIL QX >= QR-SIZE
              IF FUNCTION MOD(QX, 2) = 0
                 MOVE '1' TO QDARK
              ELSE
                 MOVE '0' TO QDARK
              END-IF
              MOVE 6 TO QY
              PERFORM SET-FUNCTION-MODULE
              MOVE QX TO QY
              MOVE 6 TO QX
              PERFORM SET-FUNCTION-MODULE
              MOVE QY TO QX
           END-PERFORM

           MOVE 3 TO QC-X
           MOVE 3 TO QC-Y
           PERFORM DRAW-FINDER-PATTERN
           COMPUTE QC-X = QR-SIZE - 4
           PERFORM DRAW-FINDER-PATTERN
           MOVE 3 TO QC-X
           COMPUTE QC-Y = QR-SIZE - 4
           PERFORM DRAW-FINDER-PATTERN

           PERFORM VARYING QA-I FROM 1 BY 1
                   UNTIL QA-I > AL-COUNT(QR-VERSION)
              PERFORM VARYING QA-J FROM 1 BY 1
                      UNTIL QA-J > AL-COUNT(QR-VERSION)
                 IF NOT ((QA-I = 1 AND QA-J = 1)
                    OR (QA-I = 1 AND QA-J = AL-COUNT(QR-VERSION))
                    OR (QA-I = AL-COUNT(QR-VERSION) AND QA-J = 1))
                    MOVE AL-POS(QR-VERSION, QA-I) TO QC-X
                    MOVE AL-POS(QR-VERSION, QA-J) TO QC-Y
                    PERFORM DRAW-ALIGNMENT-PATTERN
                 END-IF
              END-PERFORM
           END-PERFORM

           MOVE ALL '0' TO FMT-BITS
           SET FMT-RESERVE TO TRUE
           PERFORM PLACE-FORMAT-BITS
           MOVE 8 TO QX
           COMPUTE QY = QR-SIZE - 8
           MOVE '1' TO QDARK
           PERFORM SET-FUNCTION-MODULE

           IF QR-VERSION >= 7
              MOVE VI-ENTRY(QR-VERSION - 6) TO VI-BITS
              PERFORM VARYING VI-I FROM 0 BY 1 UNTIL VI-I > 17
                 MOVE VI-BITS(18 - VI-I:1) TO QDARK
                 COMPUTE QX = QR-SIZE - 11 + FUNCTION MOD(VI-I, 3)
                 COMPUTE QY = VI-I / 3
                 PERFORM SET-FUNCTION-MODULE
                 MOVE QX TO QD-X
                 MOVE QY TO QX
                 MOVE QD-X TO QY
                 PERFORM SET-FUNCTION-MODULE
              END-PERFORM
           END-IF.

      * -----------------------------------------------------------
      * HELPER: A 7x7 finder centered on QC-X/QC-Y with its light
      * separator ring, clipped at the symbol's edges.
      * -----------------------------------------------------------
       DRAW-FINDER-PATTERN.
           PERFORM VARYING QD-Y FROM -4 BY 1 UNTIL QD-Y > 4
              PERFORM VARYING QD-X FROM -4 BY 1 UNTIL QD-X > 4
                 COMPUTE QX = QC-X + QD-X
                 COMPUTE QY = QC-Y + QD-Y
                 IF QX >= 0 AND QX < QR-SIZE
                    AND QY >= 0 AND QY < QR-SIZE
                    COMPUTE QD-DIST = FUNCTION MAX(
                        FUNCTION ABS(QD-X) FUNCTION ABS(QD-Y))
                    IF QD-DIST = 2 OR QD-DIST = 4
                       MOVE '0' TO QDARK
                    ELSE
                       MOVE '1' TO QDARK
                    END-IF
                    PERFORM SET-FUNCTION-MODULE
                 END-IF
              END-PERFORM
           END-PERFORM.

      * -----------------------------------------------------------
      * HELPER: A 5x5 alignment pattern centered on QC-X/QC-Y.
      * -----------------------------------------------------------
       DRAW-ALIGNMENT-PATTERN.
           PERFORM VARYING QD-Y FROM -2 BY 1 UNTIL QD-Y > 2
              PERFORM VARYING QD-X FROM -2 BY 1 UNTIL QD-X > 2
                 COMPUTE QX = QC-X + QD-X
                 COMPUTE QY = QC-Y + QD-Y
                 COMPUTE QD-DIST = FUNCTION MAX(
                     FUNCTION ABS(QD-X) FUNCTION ABS(QD-Y))
                 IF QD-DIST = 1
                    MOVE '0' TO QDARK
                 ELSE
                    MOVE '1' TO QDARK
                 END-IF
                 PERFORM SET-FUNCTION-MODULE
              END-PERFORM
           END-PERFORM.

       SET-FUNCTION-MODULE.
           MOVE QDARK TO QM-ROW(QY + 1)(QX + 1:1)
           MOVE '1'   TO QF-ROW(QY + 1)(QX + 1:1).

      * -----------------------------------------------------------
      * HELPER: Both copies of the 15 format bits FMT-BITS (most
      * significant first) - beside the top-left finder, and split
      * between the other two. FMT-RESERVE marks the cells as
      * function modules in the base matrix; FMT-WRITE stamps the
      * real bits into the mask being scored.
      * -----------------------------------------------------------
       PLACE-FORMAT-BITS.
           PERFORM VARYING FMT-I FROM 0 BY 1 UNTIL FMT-I > 14
              MOVE FMT-BITS(15 - FMT-I:1) TO QDARK
              EVALUATE TRUE
                 WHEN FMT-I <= 5
                      MOVE 8 TO QX
                      MOVE FMT-I TO QY
                 WHEN FMT-I = 6
                      MOVE 8 TO QX
                      MOVE 7 TO QY
                 WHEN FMT-I = 7
                      MOVE 8 TO QX
                      MOVE 8 TO QY
                 WHEN FMT-I = 8
                      MOVE 7 TO QX
                      MOVE 8 TO QY
                 WHEN OTHER
                      COMPUTE QX = 14 - FMT-I
                      MOVE 8 TO QY
              END-EVALUATE
              PERFORM PUT-FORMAT-MODULE
              IF FMT-I <= 7
                 COMPUTE QX = QR-SIZE - 1 - FMT-I
                 MOVE 8 TO QY
              ELSE
                 MOVE 8 TO QX
                 COMPUTE QY = QR-SIZE - 15 + FMT-I
              END-IF
              PERFORM PUT-FORMAT-MODULE
           END-PERFORM.

       PUT-FORMAT-MODULE.
           IF FMT-RESERVE
              PERFORM SET-FUNCTION-MODULE
           ELSE
              MOVE QDARK TO QW-ROW(QY + 1)(QX + 1:1)
           END-IF.

      * -----------------------------------------------------------
      * The codeword bits go up and down two-module columns from
      * the right edge (skipping the vertical timing line), into
      * every module that is not part of a function pattern.
      * -----------------------------------------------------------
       PLACE-DATA-MODULES.
           MOVE 1 TO WS-BIT-POS
           COMPUTE PL-RIGHT = QR-SIZE - 1
           PERFORM UNTIL PL-RIGHT < 1
              IF PL-RIGHT = 6
                 MOVE 5 TO PL-RIGHT
              END-IF
              PERFORM VARYING PL-VERT FROM 0 BY 1
                      UNTIL PL-VERT >= QR-SIZE
                 PERFORM VARYING PL-J FROM 0 BY 1 UNTIL PL-J > 1
                    COMPUTE QX = PL-RIGHT - PL-J
                    IF FUNCTION MOD(PL-RIGHT + 1, 4) < 2
                       COMPUTE QY = QR-SIZE - 1 - PL-VERT
                    ELSE
                       MOVE PL-VERT TO QY
                    END-IF
                    IF QF-ROW(QY + 1)(QX + 1:1) = '0'
                       AND WS-BIT-POS <= WS-BIT-LEN
                       MOVE WS-BITS(WS-BIT-POS:1)
                            TO QM-ROW(QY + 1)(QX + 1:1)
                       ADD 1 TO WS-BIT-POS
                    END-IF
                 END-PERFORM
              END-PERFORM
              SUBTRACT 2 FROM PL-RIGHT
           END-PERFORM.

      * -----------------------------------------------------------
      * Try each of the eight data masks with its format bits in
      * place and keep the one with the lowest penalty score.
      * -----------------------------------------------------------
       CHOOSE-QR-MASK.
           MOVE 9999999 TO MK-BEST-SCORE
           PERFORM VARYING MK-MASK FROM 0 BY 1 UNTIL MK-MASK > 7
              MOVE QR-MATRIX TO QR-WORK-MATRIX
              PERFORM APPLY-DATA-MASK
              MOVE FMT-ENTRY((QR-LEVEL - 1) * 8 + MK-MASK + 1)
                   TO FMT-BITS
              SET FMT-WRITE TO TRUE
              PERFORM PLACE-FORMAT-BITS
              PERFORM SCORE-MASKED-SYMBOL
              IF PN-SCORE < MK-BEST-SCORE
                 MOVE PN-SCORE TO MK-BEST-SCORE
                 MOVE MK-MASK TO MK-BEST-MASK
                 MOVE QR-WORK-MATRIX TO QR-BEST-MATRIX
              END-IF
           END-PERFORM.

       APPLY-DATA-MASK.
           PERFORM VARYING QY FROM 0 BY 1 UNTIL QY >= QR-SIZE
              PERFORM VARYING QX FROM 0 BY 1 UNTIL QX >= QR-SIZE
                 IF QF-ROW(QY + 1)(QX + 1:1) = '0'
                    PERFORM TEST-MASK-CONDITION
                    IF MK-FLIP
                       IF QW-ROW(QY + 1)(QX + 1:1) = '1'
                          MOVE '0' TO QW-ROW(QY + 1)(QX + 1:1)
                       ELSE
                          MOVE '1' TO QW-ROW(QY + 1)(QX + 1:1)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

      * -----------------------------------------------------------
      * HELPER: Does mask MK-MASK invert the module at column QX,
      * row QY?
      * -----------------------------------------------------------
       TEST-MASK-CONDITION.
           MOVE 'N' TO MK-FLIP-SW
           EVALUATE MK-MASK
              WHEN 0
                   IF FUNCTION MOD(QX + QY, 2) = 0
                      SET MK-FLIP TO TRUE
                   END-IF
              WHEN 1
                   IF FUNCTION MOD(QY, 2) = 0
                      SET MK-FLIP TO TRUE
                   END-IF
              WHEN 2
                   IF FUNCTION MOD(QX, 3) = 0
                      SET MK-FLIP TO TRUE
                   END-IF
              WHEN 3
                   IF FUNCTION MOD(QX + QY, 3) = 0
                      SET MK-FLIP TO TRUE
                   END-IF
              WHEN 4
                   COMPUTE MK-T1 = QY / 2
                   COMPUTE MK-T2 = QX / 3
                   IF FUNCTION MOD(MK-T1 + MK-T2, 2) = 0
                      SET MK-FLIP TO TRUE
                   END-IF
              WHEN 5
                   IF FUNCTION MOD(QX * QY, 2)
                      + FUNCTION MOD(QX * QY, 3) = 0
                      SET MK-FLIP TO TRUE
                   END-IF
              WHEN 6
                   IF FUNCTION MOD(FUNCTION MOD(QX * QY, 2)
                      + FUNCTION MOD(QX * QY, 3), 2) = 0
                      SET MK-FLIP TO TRUE
                   END-IF
              WHEN 7
                   IF FUNCTION MOD(FUNCTION MOD(QX + QY, 2)
                      + FUNCTION MOD(QX * QY, 3), 2) = 0
                      SET MK-FLIP TO TRUE
                   END-IF
           END-EVALUATE.

      * -----------------------------------------------------------
      * The standard's four penalty rules over QW: runs of five or
      * more like modules in a row or column, 2x2 blocks of one
      * color, finder-like 1:1:3:1:1 runs beside four light
      * modules, and the dark share's distance from half.
      * -----------------------------------------------------------
       SCORE-MASKED-SYMBOL.
           MOVE 0 TO PN-SCORE
           MOVE 0 TO PN-DARK
           PERFORM VARYING QY FROM 0 BY 1 UNTIL QY >= QR-SIZE
              MOVE QW-ROW(QY + 1) TO PN-LINE
              PERFORM SCORE-PENALTY-LINE
              MOVE 0 TO PN-ROW-DARK
              INSPECT QW-ROW(QY + 1)(1:QR-SIZE)
                      TALLYING PN-ROW-DARK FOR ALL '1'
              ADD PN-ROW-DARK TO PN-DARK
           END-PERFORM
           PERFORM VARYING QX FROM 0 BY 1 UNTIL QX >= QR-SIZE
              PERFORM VARYING QY FROM 0 BY 1 UNTIL QY >= QR-SIZE
                 MOVE QW-ROW(QY + 1)(QX + 1:1) TO PN-LINE(QY + 1:1)
              END-PERFORM
              PERFORM SCORE-PENALTY-LINE
           END-PERFORM

           PERFORM VARYING QY FROM 0 BY 1 UNTIL QY >= QR-SIZE - 1
              PERFORM VARYING QX FROM 0 BY 1 UNTIL QX >= QR-SIZE - 1
                 IF QW-ROW(QY + 1)(QX + 1:2) = QW-ROW(QY + 2)(QX + 1:2)
                    AND QW-ROW(QY + 1)(QX + 1:1)
                      = QW-ROW(QY + 1)(QX + 2:1)
                    ADD 3 TO PN-SCORE
                 END-IF
              END-PERFORM
           END-PERFORM

           COMPUTE PN-PCT = PN-DARK * 100 / (QR-SIZE * QR-SIZE)
           IF PN-PCT >= 50
              COMPUTE PN-DEV = (PN-PCT - 50) / 5
           ELSE
              COMPUTE PN-DEV = (50 - PN-PCT) / 5
           END-IF
           COMPUTE PN-SCORE = PN-SCORE + PN-DEV * 10.

       SCORE-PENALTY-LINE.
           MOVE 1 TO PN-RUN
           PERFORM VARYING PN-I FROM 2 BY 1 UNTIL PN-I > QR-SIZE
              IF PN-LINE(PN-I:1) = PN-LINE(PN-I - 1:1)
                 ADD 1 TO PN-RUN
              ELSE
                 IF PN-RUN >= 5
                    COMPUTE PN-SCORE = PN-SCORE + PN-RUN - 2
                 END-IF
                 MOVE 1 TO PN-RUN
              END-IF
           END-PERFORM
           IF PN-RUN >= 5
              COMPUTE PN-SCORE = PN-SCORE + PN-RUN - 2
           END-IF
           PERFORM VARYING PN-I FROM 1 BY 1 UNTIL PN-I > QR-SIZE - 10
              IF PN-LINE(PN-I:11) = "10111010000"
                 OR PN-LINE(PN-I:11) = "00001011101"
                 ADD 40 TO PN-SCORE
              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * HELPER: GF(256) antilog and log tables - powers of the
      * generator 2, reduced by the primitive polynomial 0x11D.
      * -----------------------------------------------------------
       BUILD-GALOIS-FIELD.
           MOVE 1 TO GF-X
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 255
              MOVE GF-X TO GF-EXP(WS-I)
              COMPUTE GF-LOG(GF-X) = WS-I - 1
              COMPUTE GF-X = GF-X * 2
              IF GF-X > 255
                 SUBTRACT 256 FROM GF-X
                 MOVE GF-X TO XR-A
                 MOVE 29 TO XR-B
                 PERFORM XOR-BYTES
                 MOVE XR-RESULT TO GF-X
              END-IF
           END-PERFORM
           MOVE 1 TO GF-EXP(256)
           SET GF-READY TO TRUE.

       GF-MULTIPLY.
           IF GF-A = 0 OR GF-B = 0
              MOVE 0 TO GF-PRODUCT
           ELSE
              COMPUTE GF-SUM = GF-LOG(GF-A) + GF-LOG(GF-B)
              IF GF-SUM >= 255
                 SUBTRACT 255 FROM GF-SUM
              END-IF
              MOVE GF-EXP(GF-SUM + 1) TO GF-PRODUCT
           END-IF.

      * -----------------------------------------------------------
      * HELPER: XR-RESULT = XR-A exclusive-or XR-B, bit by bit.
      * -----------------------------------------------------------
       XOR-BYTES.
           MOVE 0 TO XR-RESULT
           MOVE 1 TO XR-PLACE
           MOVE XR-A TO XR-WORK-A
           MOVE XR-B TO XR-WORK-B
           PERFORM 8 TIMES
              DIVIDE XR-WORK-A BY 2 GIVING XR-WORK-A
                  REMAINDER XR-A-BIT
              DIVIDE XR-WORK-B BY 2 GIVING XR-WORK-B
                  REMAINDER XR-B-BIT
              IF XR-A-BIT NOT = XR-B-BIT
                 ADD XR-PLACE TO XR-RESULT
              END-IF
              MULTIPLY 2 BY XR-PLACE
           END-PERFORM.

      * -----------------------------------------------------------
      * Code 128: the symbol values (start, data and code-set
      * switches, check), then their bar and space widths expanded
      * into modules, bars dark.
      * -----------------------------------------------------------
       ENCODE-CODE128.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TEXT-LEN
              COMPUTE WS-CHAR-CODE = FUNCTION ORD(BC-TEXT(WS-I:1)) - 1
              IF WS-CHAR-CODE < 32 OR WS-CHAR-CODE > 126
                 MOVE 3 TO BC-STATUS
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM

           MOVE 0 TO CB-COUNT
           MOVE 1 TO WS-POS
           PERFORM COUNT-DIGIT-RUN
           IF CB-RUN >= 4
              OR (CB-RUN = WS-TEXT-LEN
                  AND FUNCTION MOD(CB-RUN, 2) = 0)
              MOVE 105 TO CB-NEW-VALUE
              SET CB-IN-SET-C TO TRUE
           ELSE
              MOVE 104 TO CB-NEW-VALUE
              SET CB-IN-SET-B TO TRUE
           END-IF
           PERFORM ADD-C128-SYMBOL

           PERFORM UNTIL WS-POS > WS-TEXT-LEN
              PERFORM COUNT-DIGIT-RUN
              IF CB-IN-SET-C
                 IF CB-RUN >= 2
                    MOVE BC-TEXT(WS-POS:2) TO WS-DIGIT-PAIR
                    MOVE WS-DIGIT-PAIR TO CB-NEW-VALUE
                    PERFORM ADD-C128-SYMBOL
                    ADD 2 TO WS-POS
                 ELSE
                    MOVE 100 TO CB-NEW-VALUE
                    PERFORM ADD-C128-SYMBOL
                    SET CB-IN-SET-B TO TRUE
                 END-IF
              ELSE
                 IF CB-RUN >= 6
                    OR (CB-RUN >= 4
                        AND WS-POS + CB-RUN - 1 = WS-TEXT-LEN)
                    IF FUNCTION MOD(CB-RUN, 2) = 1
                       PERFORM ADD-C128-SET-B-CHAR
                    END-IF
                    MOVE 99 TO CB-NEW-VALUE
                    PERFORM ADD-C128-SYMBOL
                    SET CB-IN-SET-C TO TRUE
                 ELSE
                    PERFORM ADD-C128-SET-B-CHAR
                 END-IF
              END-IF
           END-PERFORM

           MOVE CB-VALUE(1) TO CB-CHECK
           PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > CB-COUNT
              COMPUTE CB-CHECK = CB-CHECK
                               + (WS-I - 1) * CB-VALUE(WS-I)
           END-PERFORM
           COMPUTE CB-NEW-VALUE = FUNCTION MOD(CB-CHECK, 103)
           PERFORM ADD-C128-SYMBOL

           MOVE 0 TO BC-COLS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > CB-COUNT
              MOVE C128-PATTERN(CB-VALUE(WS-I) + 1) TO CB-PATTERN
              MOVE 6 TO CB-WIDTHS
              PERFORM EXPAND-C128-PATTERN
           END-PERFORM
           MOVE C128-STOP-PATTERN TO CB-PATTERN
           MOVE 7 TO CB-WIDTHS
           PERFORM EXPAND-C128-PATTERN
           MOVE 1 TO BC-ROWS.

      * -----------------------------------------------------------
      * HELPER: CB-RUN = how many digits run from WS-POS on.
      * -----------------------------------------------------------
       COUNT-DIGIT-RUN.
           MOVE 0 TO CB-RUN
           MOVE WS-POS TO CB-RUN-POS
           PERFORM UNTIL CB-RUN-POS > WS-TEXT-LEN
                   OR BC-TEXT(CB-RUN-POS:1) NOT NUMERIC
              ADD 1 TO CB-RUN
              ADD 1 TO CB-RUN-POS
           END-PERFORM.

       ADD-C128-SET-B-CHAR.
           COMPUTE CB-NEW-VALUE = FUNCTION ORD(BC-TEXT(WS-POS:1)) - 33
           PERFORM ADD-C128-SYMBOL
           ADD 1 TO WS-POS.

       ADD-C128-SYMBOL.
           IF CB-COUNT < 100
              ADD 1 TO CB-COUNT
              MOVE CB-NEW-VALUE TO CB-VALUE(CB-COUNT)
           END-IF.

      * -----------------------------------------------------------
      * HELPER: Append CB-PATTERN's CB-WIDTHS widths to the module
      * row, alternating bar and space, bar first.
      * -----------------------------------------------------------
       EXPAND-C128-PATTERN.
           PERFORM VARYING CB-W FROM 1 BY 1 UNTIL CB-W > CB-WIDTHS
              MOVE CB-PATTERN(CB-W:1) TO CB-WIDTH
              IF FUNCTION MOD(CB-W, 2) = 1
                 MOVE '1' TO CB-MODULE
              ELSE
                 MOVE '0' TO CB-MODULE
              END-IF
              PERFORM CB-WIDTH TIMES
                 IF BC-COLS < 1200
                    ADD 1 TO BC-COLS
                    MOVE CB-MODULE TO BC-BAR-MODULES(BC-COLS:1)
                 END-IF
              END-PERFORM
           END-PERFORM.
