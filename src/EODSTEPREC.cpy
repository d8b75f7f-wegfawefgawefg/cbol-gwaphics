      *****************************************************************
      * EODSTEPREC: one step of the EODBATCH end-of-day stream,
      * EODSTEPS.DAT - the nightly housekeeping chores in the order
      * they run:
      *   ES-STEP-ID   the step's name, unique in the file; the
      *                restart file and the completion report know
      *                the step by it
      *   ES-PROGRAM   the chore to launch - one of EODBATCH's
      *                allow-list (RUNHIST, RPTMERGE, LOGKEEP,
      *                CAPLIB, WEARMAP, PERFTREND, CFGAUDIT, ASSETLIB)
      *   ES-MAX-RC    the highest return code that still counts as
      *                the step having worked, e.g. 1 for a CFGAUDIT
      *                whose findings are read in the morning rather
      *                than stopping the night (blank or 0 = only 0)
      *   ES-PRED      up to three steps that must have worked before
      *                this one may run; each must be an earlier step
      *                in the file. A step whose predecessor failed or
      *                was itself skipped is skipped
      *   ES-ARGS      the chore's argument string, in the shell-safe
      *                character set JOBCTL holds profiles to; &DATE
      *                stands for the business date (YYYYMMDD)
      *****************************************************************
       01  EOD-STEP-REC.
           05  ES-STEP-ID         PIC X(8).
           05  ES-PROGRAM         PIC X(12).
           05  ES-MAX-RC          PIC 9(3).
           05  ES-PREDS.
               10  ES-PRED        PIC X(8) OCCURS 3 TIMES.
           05  ES-ARGS            PIC X(60).
