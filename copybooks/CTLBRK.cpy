      *****************************************************************
      *  CTLBRK.CPY
      *  One record appended to the CTLBRK control-break notice
      *  file for every control exception COUNTJOB, TRANEDIT,
      *  GLMATCH, EODBAL and VOLANOM raise.  Still 80 bytes and
      *  still readable by eye, but no longer free text: each
      *  notice carries its own exception number, the program
      *  that raised it, a severity and a category ahead of the
      *  text, so EXCTRAK can load it onto the open-exceptions
      *  file and chase it until somebody resolves it.
      *
      *  CB-EXCEPTION-NO comes off the EXCPCTL control record (see
      *  EXCPCTL.cpy) - one number sequence shared by every writer,
      *  so a number names exactly one notice whichever program
      *  raised it.  CB-NOTICE-DATE is the run date of the program
      *  that raised it; EXCTRAK ages the exception from there.
      *
      *  CB-SEVERITY: H = high, somebody must act today (a rejected
      *  feed, a break that leaves the books wrong); M = medium,
      *  look into it (a restatement, an unusual volume); L = low,
      *  for the record (an expected rollover).
      *
      *  CB-CATEGORY: FE = feed error (file or cycle rejected);
      *  RO = counter rollover; OB = out of balance (CTLTOT or an
      *  EODBAL cross-foot leg); GL = GL feed mismatch; PP = prior-
      *  period adjustment restated; VA = volume anomaly; OT = any
      *  other control event (a counter type dropped off COUNTFIL).
      *  EXCTRAK's age limits are set per category.
      *
      *  Records written before the layout went in carry free text
      *  from byte 1 - no numeric exception number - and EXCTRAK
      *  passes over them.
      *****************************************************************
       01  NOTICE-FILE-RECORD.
           05  CB-EXCEPTION-NO           PIC 9(7).
           05  FILLER                    PIC X(1).
           05  CB-SOURCE-PROGRAM         PIC X(8).
           05  FILLER                    PIC X(1).
           05  CB-SEVERITY               PIC X(1).
               88  CB-SEVERITY-HIGH      VALUE "H".
               88  CB-SEVERITY-MEDIUM    VALUE "M".
               88  CB-SEVERITY-LOW       VALUE "L".
           05  CB-CATEGORY               PIC X(2).
               88  CB-FEED-ERROR         VALUE "FE".
               88  CB-ROLLOVER           VALUE "RO".
               88  CB-OUT-OF-BALANCE     VALUE "OB".
               88  CB-GL-MISMATCH        VALUE "GL".
               88  CB-PRIOR-PERIOD-ADJ   VALUE "PP".
               88  CB-VOLUME-ANOMALY     VALUE "VA".
               88  CB-OTHER-EVENT        VALUE "OT".
           05  FILLER                    PIC X(1).
           05  CB-NOTICE-DATE            PIC 9(8).
           05  FILLER                    PIC X(1).
           05  CB-NOTICE-TEXT            PIC X(50).
