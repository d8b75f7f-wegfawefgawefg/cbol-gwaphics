      *****************************************************************
      * CFGLINEREC: one line of one file of a configuration vault
      * version, CFGVAULT.DAT (see CFGVERREC.cpy for the index).
      * Each file of a version starts with a line 0 marker saying
      * whether the file existed when the version was taken - an
      * absent file is restored as absent - followed by its lines
      * in order, numbered from 1.
      *****************************************************************
       01  CFG-LINE-REC.
           05  CVL-VERSION        PIC 9(6).
           05  CVL-FILE           PIC X(12).
           05  CVL-LINE-NUM       PIC 9(5).
           05  CVL-TEXT           PIC X(100).
           05  CVL-MARKER REDEFINES CVL-TEXT.
               10  CVL-PRESENCE   PIC X.
                   88  CVL-PRESENT        VALUE 'P'.
                   88  CVL-ABSENT         VALUE 'A'.
               10  FILLER         PIC X(99).
