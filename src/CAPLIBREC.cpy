      * capture file, the date it was cataloged (YYYYMMDD), the demo
      * that produced it, and the frame/line/byte counts measured
      * when it was added, so VERIFY can re-count the file against
      * what was recorded and PURGE can age entries out. The wall
      * ID, recording start stamp and wall size come from the
      * capture's own CAPHDR header (blank and zero for a capture
      * recorded before headers, or an entry cataloged before these
      * fields were added).
      *****************************************************************
       01  CAPLIB-REC.
           05  CAP-NAME           PIC X(40).
           05  CAP-FRAMES         PIC 9(8).
           05  CAP-LINES          PIC 9(8).
           05  CAP-BYTES          PIC 9(10).
           05  CAP-WALL-ID        PIC X(8).
           05  CAP-STARTED        PIC X(14).
           05  CAP-WALL-WIDTH     PIC 9(4).
           05  CAP-WALL-HEIGHT    PIC 9(4).
