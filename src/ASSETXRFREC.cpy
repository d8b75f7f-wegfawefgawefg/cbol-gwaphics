      *****************************************************************
      * ASSETXRFREC: one line of the ASSETLIB where-used cross-
      * reference, ASSETXRF.DAT - one reference to one asset, as
      * found in the file that makes it. The asset is known by the
      * same type / name / library key as its ASSETREC catalog
      * entry:
      *   AX-USED-BY     the file holding the reference (a playlist,
      *                  a scene, PROFILES.DAT, a wall's schedule)
      *   AX-WHERE       where in that file, e.g. "LINE 12" or
      *                  "PROFILE LOBBY-LIFE"
      *   AX-STATE       'F' the asset is there, 'M' it is missing -
      *                  a broken reference
      *   AX-CATALOGED   'Y' the asset has an ASSETLIB.CAT entry
      * The file is rebuilt whole by every ASSETLIB run that reads
      * the references.
      *****************************************************************
       01  ASSET-XREF-REC.
           05  AX-KEY.
               10  AX-TYPE        PIC X(8).
               10  AX-NAME        PIC X(100).
               10  AX-LIBRARY     PIC X(40).
           05  AX-USED-BY         PIC X(100).
           05  AX-WHERE           PIC X(40).
           05  AX-STATE           PIC X.
               88  AX-FOUND           VALUE 'F'.
               88  AX-MISSING         VALUE 'M'.
           05  AX-CATALOGED       PIC X.
               88  AX-IN-CATALOG      VALUE 'Y'.
