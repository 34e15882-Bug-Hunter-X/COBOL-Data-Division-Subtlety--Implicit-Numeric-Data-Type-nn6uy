      *****************************************************************
      *  RUNLOG.CPY
      *  One record appended to the RUNLOG run-control log by every
      *  execution of COUNTJOB, DAILYRPT, TRANEDIT, TRANRCYC,
      *  GLMATCH and ADJMAINT, and by PERCLOSE on its close days:
      *  which program ran,
      *  when, how much it read and applied, how it ended, and
      *  whether it left an uncleared COUNTCKP checkpoint
      *  outstanding.  Read back by COUNTINQ and DAILYRPT to warn
      *  not updated; NI = no transaction file presented (counters
      *  carried forward unchanged); PC = partial - the file broke
      *  structurally partway, the cycles committed before the
      *  break stand and are logged, the rest never applied; SM =
      *  a COUNTJOB simulation (CJOBPRM SIMULATE) - nothing was
      *  posted, so every reader skips it as if the run had never
      *  happened and it can neither satisfy nor fail a check.
      *  Anything other than OK reads as an exception downstream.
      *  Every writer also ends its step on a condition code that
      *  says the same thing - OK 0, NI 4, SM 4, PC 8, FE 12 - and the
      *  JOBGATE step in front of a dependent job reads this log
      *  to decide whether the stream may go on.
      *****************************************************************
       01  RUN-LOG-RECORD.
           05  RL-PROGRAM-ID             PIC X(8).
               88  RL-STATUS-FEED-ERROR  VALUE "FE".
               88  RL-STATUS-NO-INPUT    VALUE "NI".
               88  RL-STATUS-PARTIAL     VALUE "PC".
               88  RL-STATUS-SIMULATION  VALUE "SM".
           05  RL-CKPT-OUTSTANDING       PIC X(1).
               88  RL-CKPT-LEFT-BEHIND   VALUE "Y".
           05  FILLER                    PIC X(41).
