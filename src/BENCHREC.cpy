      *****************************************************************
      * BENCHREC: one GFXBENCH case timing - the layout of both the
      * append-forever GFXBENCH.DAT history (every run adds one
      * record per case) and the GFXBENCH.BAS baseline a run is
      * compared against (one record per case, replaced when a new
      * baseline is taken). BH-CASE names the case (the opcode, or
      * SYNC-BLEND and the like for a SYNC under a persisted
      * state); BH-CALLS is how many times the case's workload ran
      * in BH-ELAPSED-HS hundredths of a second of wall-clock time,
      * and BH-USEC-PER-CALL the resulting cost of one call in
      * microseconds - the figure that is compared.
      *****************************************************************
       01  BENCH-REC.
           05  BH-DATE            PIC X(8).
           05  BH-TIME            PIC X(6).
           05  BH-CASE            PIC X(12).
           05  BH-CALLS           PIC 9(8).
           05  BH-ELAPSED-HS      PIC 9(8).
           05  BH-USEC-PER-CALL   PIC 9(9).
