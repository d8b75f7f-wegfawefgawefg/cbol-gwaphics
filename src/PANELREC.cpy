      *****************************************************************
      * PANELREC: one physical LED panel on the site panel asset
      * register, PANELS.DAT, kept by PANELS. A panel is known by
      * the serial on its back plate; while in service it sits in
      * one tile position of a wall's WALL.DAT layout (PNL-TILE is
      * the tile's place in that file, 1 upward) and covers the
      * wall pixel rectangle PNL-X/Y/W/H - the whole tile unless it
      * is one of several panels making the tile up. A blank
      * PNL-WALL is the working-directory wall (see WALLREGARGS.cpy).
      * PNL-STATE is 'A' while installed, 'S' while held as a spare
      * off the wall and 'R' once retired; a retired panel stays on
      * the register for its history. Dates are YYYYMMDD, blank
      * when not known. PNL-LAST-CAL-DATE is the last calibration
      * recorded against the panel itself; PANELS MAINT also takes
      * the date on the wall's WALLCAL.CFG (its "* CALIBRATED
      * YYYYMMDD" line) when a calibrated region covers the panel.
      * What happened to the panel is kept in PANELSVC.DAT.
      *****************************************************************
       01  PANEL-REC.
           05  PNL-SERIAL         PIC X(16).
           05  PNL-MODEL          PIC X(16).
           05  PNL-STATE          PIC X.
               88  PNL-ACTIVE         VALUE 'A'.
               88  PNL-SPARE          VALUE 'S'.
               88  PNL-RETIRED        VALUE 'R'.
           05  PNL-WALL           PIC X(8).
           05  PNL-TILE           PIC 9.
           05  PNL-X              PIC 9(4).
           05  PNL-Y              PIC 9(4).
           05  PNL-W              PIC 9(4).
           05  PNL-H              PIC 9(4).
           05  PNL-INSTALL-DATE   PIC X(8).
           05  PNL-WARRANTY-END   PIC X(8).
           05  PNL-LAST-CAL-DATE  PIC X(8).
           05  PNL-MOVED-DATE     PIC X(8).
