      * -----------------------------------------------------------
      * KEYCAPARGS: Linkage arguments for CALL 'KEYCAP' - the
      * keyframe/delta capture writer GFXREC and CAPKEY share, and
      * the frame-index lookup GFXPLAY, RASTERIZE, FILMSTRIP and
      * CAPEDIT seek with.
      *
      * KC-FUNCTION: 'O' open KC-CAPTURE-FILE (and its ".IDX"
      * index) for writing, a keyframe every KC-INTERVAL frames;
      * 'P' put one plain capture line KC-LINE (SPAN, FRAME bare
      * or stamped, or CAPPACK's "RPT n"); 'C' close, returning the
      * totals; 'S' seek - find the last keyframe at or before
      * frame KC-FRAME of KC-CAPTURE-FILE.
      *
      * KC-STATUS: 0 = done (for S: KC-KEY-FRAME/KC-KEY-LINE set),
      * 1 = not a keyed capture or no index beside it (the caller
      * replays from the top as for any plain capture), 2 = no
      * keyframe at or before the wanted frame, 3 = the capture or
      * its index could not be opened or written.
      * -----------------------------------------------------------
       01  KEYCAP-ARGS.
           05  KC-FUNCTION       PIC X.
               88  KC-FN-OPEN        VALUE 'O'.
               88  KC-FN-PUT         VALUE 'P'.
               88  KC-FN-CLOSE       VALUE 'C'.
               88  KC-FN-SEEK        VALUE 'S'.
           05  KC-CAPTURE-FILE   PIC X(100).
           05  KC-INTERVAL       PIC 9(6).
           05  KC-LINE           PIC X(40).
           05  KC-FRAME          PIC 9(8).
           05  KC-STATUS         PIC 9.
               88  KC-OK             VALUE 0.
               88  KC-NOT-KEYED      VALUE 1.
               88  KC-NO-KEYFRAME    VALUE 2.
               88  KC-IO-ERROR       VALUE 3.
           05  KC-KEY-FRAME      PIC 9(8).
           05  KC-KEY-LINE       PIC 9(10).
           05  KC-FRAMES-OUT     PIC 9(8).
           05  KC-KEYFRAMES-OUT  PIC 9(8).
           05  KC-LINES-OUT      PIC 9(10).
