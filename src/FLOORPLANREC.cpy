      * -----------------------------------------------------------
      * FLOORPLANREC: one line of a FLOORMAP floor-plan file - the
      * site layout as named zones (a line, a machine, a bay), each
      * a polygon in wall pixels. A zone is every line carrying its
      * name, in file order:
      *   FP-KIND 'V' one vertex of the zone's outline; the outline
      *             closes back to the first vertex by itself, and
      *             a zone needs 3 to 15 of them (the GRAPHICS
      *             polygon limit)
      *             'L' where the zone's label is stamped (top left
      *             of the name); without one the label goes at
      *             the middle of the vertices
      * Signed fields use a separate leading sign so the file stays
      * plain text and hand-editable, e.g.
      * "PRESS1      V+0010+0020" then "PRESS1      V+0090+0020".
      * -----------------------------------------------------------
       01  FLOORPLAN-REC SIGN IS LEADING SEPARATE.
           05  FP-ZONE            PIC X(12).
           05  FP-KIND            PIC X.
               88  FP-VERTEX          VALUE 'V'.
               88  FP-LABEL           VALUE 'L'.
           05  FP-X               PIC S9(4).
           05  FP-Y               PIC S9(4).
