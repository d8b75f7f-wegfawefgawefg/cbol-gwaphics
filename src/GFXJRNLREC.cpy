      *****************************************************************
      * GFXJRNLREC: one GRAPHICS call as the call journal records it
      * (GFXJOURNAL environment variable set - see GRAPHICS). Every
      * call a program makes, accepted or not, is one record:
      *   GJ-SEQ       the call's number within its run - each
      *                process that loads GRAPHICS starts again at
      *                1, so a journal several runs have appended to
      *                divides at each 1
      *   GJ-FRAME     the frame the call draws into: 1 up to the
      *                first SYNC, 2 up to the second, and so on (a
      *                SYNC carries the number of the frame it
      *                flushes)
      *   GJ-DATE/GJ-TIME  when it was made, CCYYMMDD and HHMMSShh
      *   GJ-OPCODE, GJ-COLOR-MODE, GJ-COLOR-INDEX  as the caller
      *                passed them
      *   GJ-COLOR-R/G/B  the color drawn with - the caller's triple,
      *                or for an indexed call the palette entry it
      *                resolved to
      *   GJ-STATUS    the GFX-STATUS the call returned
      *   GJ-PARAMS    the caller's GFX-PARAMS bytes as passed, for
      *                the overlay layouts see GFXARGS.cpy
      *   GJ-DECODED   the same parameters spelled out by field
      *                name, for reading the journal by eye
      *   GJ-PROGRAM   the program that made the call
      * GFXJRNL turns a journal back into SCENEASM source.
      *****************************************************************
       01  GFX-JRNL-REC.
           05  GJ-SEQ             PIC 9(8).
           05  GJ-FRAME           PIC 9(8).
           05  GJ-DATE            PIC X(8).
           05  GJ-TIME            PIC X(8).
           05  GJ-OPCODE          PIC X(4).
           05  GJ-COLOR-MODE      PIC X.
           05  GJ-COLOR-INDEX     PIC 9(3).
           05  GJ-COLOR-R         PIC 9(3).
           05  GJ-COLOR-G         PIC 9(3).
           05  GJ-COLOR-B         PIC 9(3).
           05  GJ-STATUS          PIC 9(2).
           05  GJ-PARAMS          PIC X(128).
           05  GJ-DECODED         PIC X(160).
           05  GJ-PROGRAM         PIC X(12).
