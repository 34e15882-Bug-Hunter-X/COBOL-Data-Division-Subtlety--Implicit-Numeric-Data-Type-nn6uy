      *****************************************************************
      *  RCYCLOG.CPY
      *  One record appended to the RCYCLOG recycle log for every
      *  reject TRANRCYC repairs and sends back through COUNTJOB.
      *  TRANREJ is rewritten holding only what is still
      *  unresolved, so once a reject is repaired this log is the
      *  only place it is remembered - DQSCORE's monthly branch
      *  scorecard reads it to count each branch's repaired
      *  rejects, and to count them among the month's rejects at
      *  all.
      *
      *  RC-RECORD-IMAGE is the image as it was REJECTED, not the
      *  correction, so the branch code in it (bytes 17-19, the
      *  same place TRANS-BRANCH-CODE sits) is the one the source
      *  system actually sent.  RC-REJECT-DATE is carried over
      *  from REJ-REJECT-DATE unchanged, blank for a pre-cutover
      *  reject exactly as on TRANREJ.
      *****************************************************************
       01  RECYCLE-LOG-RECORD.
           05  RC-REPAIR-DATE            PIC 9(8).
           05  FILLER                    PIC X(1).
           05  RC-REASON-CODE            PIC X(2).
           05  FILLER                    PIC X(1).
           05  RC-RECORD-IMAGE           PIC X(80).
           05  FILLER                    PIC X(1).
           05  RC-REJECT-DATE            PIC 9(8).
