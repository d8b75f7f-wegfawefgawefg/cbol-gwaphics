      * -----------------------------------------------------------
      * BARCODEARGS: Linkage arguments for CALL 'BARCODE' - encodes
      * a text string as a QR code or a Code 128 barcode and hands
      * the symbol back as a module matrix, for the caller to paint
      * at whatever module size it wants (GRAPHICS's CODE opcode
      * does; SCENEASM calls it only to reject a text that cannot
      * be encoded before the scene is ever played).
      *
      * BC-TYPE (in): 'Q' QR code - byte mode, the smallest of
      *   versions 1-10 that holds the text at the chosen level;
      *   'B' Code 128 - code set B, switching to C for runs of
      *   digits, with the modulo-103 check symbol
      * BC-ECC (in, QR only): error-correction level 'L' (about 7%
      *   of the symbol recoverable), 'M' (15%), 'Q' (25%) or 'H'
      *   (30%)
      * BC-TEXT (in): the text, up to its last nonblank character.
      *   QR carries any byte; Code 128 printable ASCII only
      * BC-STATUS (out): 0 encoded, 1 bad type or level, 2 no text,
      *   or too much for a version 10 QR code at the chosen level,
      *   3 a character Code 128 cannot carry
      * BC-VERSION (out): the QR version used, 0 for Code 128
      * BC-COLS / BC-ROWS (out): the symbol's size in modules, not
      *   counting the quiet zone - a QR code is BC-ROWS = BC-COLS
      *   square; Code 128 is one row of BC-COLS modules, each a
      *   full-height bar or space
      * BC-MATRIX (out): '1' dark, '0' light - BC-QR-ROW(y)(x:1)
      *   for QR, BC-BAR-MODULES(x:1) for Code 128
      * -----------------------------------------------------------
       01  BARCODE-ARGS.
           05  BC-TYPE            PIC X.
               88  BC-QR              VALUE 'Q'.
               88  BC-CODE128         VALUE 'B'.
           05  BC-ECC             PIC X.
               88  BC-ECC-VALID       VALUE 'L' 'M' 'Q' 'H'.
           05  BC-TEXT            PIC X(80).
           05  BC-STATUS          PIC 9.
               88  BC-OK              VALUE 0.
               88  BC-BAD-REQUEST     VALUE 1.
               88  BC-TOO-LONG        VALUE 2.
               88  BC-BAD-CHARACTER   VALUE 3.
           05  BC-VERSION         PIC 9(2).
           05  BC-COLS            PIC 9(4).
           05  BC-ROWS            PIC 9(4).
           05  BC-MATRIX.
               10  BC-QR-ROW      PIC X(57) OCCURS 57 TIMES.
           05  BC-BAR-MATRIX REDEFINES BC-MATRIX.
               10  BC-BAR-MODULES PIC X(1200).
               10  FILLER         PIC X(2049).
