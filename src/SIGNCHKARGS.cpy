      * -----------------------------------------------------------
      * SIGNCHKARGS: Linkage arguments for CALL 'SIGNCHK' - the
      * content sign-off gate SLIDESHOW, CAPJUKE and SCENEPLAY
      * consult before airing a file, and the measuring routine
      * APPROVE records a file's fingerprint with.
      *
      * SC-FUNCTION: 'C' check (may this file air? Refusals are
      * appended to the shared AUDIT.LOG naming SC-PROGRAM, the
      * file and the reason), 'M' measure only (fill SC-BYTES and
      * SC-CHECKSUM, nothing looked up or logged).
      *
      * SC-STATUS: 0 = approved and unchanged (for M: measured),
      * 1 = not in the register, 2 = registered but not signed off
      * (pending or revoked), 3 = approval expired, 4 = changed
      * since sign-off (size or checksum no longer match),
      * 5 = the file cannot be read. SC-REASON carries the same
      * verdict as text for the caller's own log.
      * -----------------------------------------------------------
       01  SIGNCHK-ARGS.
           05  SC-FUNCTION       PIC X.
               88  SC-FN-CHECK       VALUE 'C'.
               88  SC-FN-MEASURE     VALUE 'M'.
           05  SC-FILE-NAME      PIC X(100).
           05  SC-PROGRAM        PIC X(12).
           05  SC-STATUS         PIC 9.
               88  SC-APPROVED       VALUE 0.
               88  SC-UNREGISTERED   VALUE 1.
               88  SC-NOT-SIGNED     VALUE 2.
               88  SC-EXPIRED        VALUE 3.
               88  SC-CHANGED        VALUE 4.
               88  SC-UNREADABLE     VALUE 5.
           05  SC-REASON         PIC X(40).
           05  SC-BYTES          PIC 9(10).
           05  SC-CHECKSUM       PIC 9(10).
