      *****************************************************************
      * ASSETREC: one entry of the ASSETLIB media asset catalog,
      * ASSETLIB.CAT - the bookkeeping CAPLIB keeps for captures,
      * kept for every kind of thing the wall airs. An asset is
      * known by its type, its name and, for an entry inside a
      * shared library file, that library:
      *   AS-TYPE     IMAGE (a GFXIMAGE wall image), SPRITE (a named
      *               sprite in SPRITES.DAT), FONT (a face in a
      *               FONTGEN file), PALETTE (a CLUT file), SCENE (a
      *               SCENEASM-compiled scene), PATTERN (a named LIFE
      *               pattern), CAPTURE (a CAPLIB capture) or
      *               PLAYLIST (a SLIDESHOW playlist)
      *   AS-NAME     the file name; for a SPRITE, FONT or PATTERN
      *               the name it is stamped or seeded by
      *   AS-LIBRARY  the file a SPRITE, FONT or PATTERN lives in
      *               (blank for an asset that is a file of its own)
      *   AS-OWNER    who answers for it - a person or a department
      *   AS-SIZE     bytes on disk for a file; records (pixels,
      *               glyph rows, grid rows) for a library entry
      *   AS-DATE     YYYYMMDD the file was last changed on disk;
      *               for a library entry, the library's date
      *****************************************************************
       01  ASSET-REC.
           05  AS-KEY.
               10  AS-TYPE        PIC X(8).
               10  AS-NAME        PIC X(100).
               10  AS-LIBRARY     PIC X(40).
           05  AS-OWNER           PIC X(12).
           05  AS-SIZE            PIC 9(10).
           05  AS-DATE            PIC X(8).
