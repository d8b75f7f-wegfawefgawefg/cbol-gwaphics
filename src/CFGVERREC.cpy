      *****************************************************************
      * CFGVERREC: one numbered version of a wall's configuration
      * set in the configuration vault index, CFGVAULT.IDX, kept by
      * CFGVAULT: who took it, when, for which wall (blank is the
      * working-directory wall) and why, and how much it holds. The
      * files' lines are in CFGVAULT.DAT (CFGLINEREC.cpy). CVI-KIND
      * is SNAPSHOT for one an operator asked for and PRE-RST for
      * the copy of the live set CFGVAULT takes itself just before
      * a restore overwrites it.
      *****************************************************************
       01  CFG-VERSION-REC.
           05  CVI-VERSION        PIC 9(6).
           05  CVI-DATE           PIC X(8).
           05  CVI-TIME           PIC X(6).
           05  CVI-OPER-ID        PIC X(8).
           05  CVI-WALL           PIC X(8).
           05  CVI-KIND           PIC X(8).
           05  CVI-FILES          PIC 9(2).
           05  CVI-LINES          PIC 9(6).
           05  CVI-REASON         PIC X(60).
