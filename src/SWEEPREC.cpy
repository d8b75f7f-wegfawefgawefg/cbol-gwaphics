      *****************************************************************
      * SWEEPREC: one entry of an ANTSWEEP control file - a family
      * of ANT runs to survey. SW-MODE 'L' runs the one rule string
      * in SW-RULE; 'G' generates every rule string SW-LEN-FROM to
      * SW-LEN-TO turns long over the turn letters listed in SW-RULE
      * (e.g. "LR", or "LRUN" to bring in u-turns and straights),
      * leaving out the ones that repeat a single letter (an ant on
      * "RRR" only ever circles). Each rule is run once for every
      * ant count SW-ANTS-FROM to SW-ANTS-TO on the SW-GRID "W,H"
      * grid (blank for ANT's 64,64) for SW-BUDGET steps (blank or
      * 0 for ANTSWEEP's default). Blank counts and lengths mean 1
      * ant and the rule's own length.
      * e.g. (columns 1-44)
      *   LRLLR
      *   GLR                  0206010296,72  00003000
      * runs RLLR once with one ant, then every two- to six-turn
      * L/R rule with one ant and with two on a 96x72 grid for
      * 3000 steps.
      *****************************************************************
       01  SWEEP-REC.
           05  SW-MODE            PIC X.
               88  SW-MODE-LIST       VALUE 'L'.
               88  SW-MODE-RANGE      VALUE 'G'.
           05  SW-RULE            PIC X(20).
           05  SW-LEN-FROM        PIC 99.
           05  SW-LEN-TO          PIC 99.
           05  SW-ANTS-FROM       PIC 99.
           05  SW-ANTS-TO         PIC 99.
           05  SW-GRID            PIC X(7).
           05  SW-BUDGET          PIC 9(8).
