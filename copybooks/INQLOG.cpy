      *****************************************************************
      *  INQLOG.CPY
      *  One record written to the INQLOG inquiry log by COUNTINQ
      *  for every inquiry, answered or refused: who asked (CICS
      *  user ID), from which terminal, when, for which key
      *  ("TOTALS" or the branch code), and what happened.  An
      *  ESDS on z/OS like RUNLOG, read back in batch by INQRPT
      *  for the security review of refusals and usage by
      *  operator.
      *
      *  IQ-RESULT-CODE: AL = allowed and answered; NA = user ID
      *  not on OPERAUTH (or an unrecognised level); RF = refused,
      *  the key is outside the operator's scope.  IQ-SCOPE is the
      *  operator's level and scope as they stood at the time, so
      *  a later change to OPERAUTH does not rewrite history.
      *****************************************************************
       01  INQUIRY-LOG-RECORD.
           05  IQ-DATE                   PIC 9(8).
           05  IQ-TIME                   PIC 9(6).
           05  IQ-USER-ID                PIC X(8).
           05  IQ-TERMINAL-ID            PIC X(4).
           05  IQ-KEY-REQUESTED          PIC X(8).
           05  IQ-RESULT-CODE            PIC X(2).
               88  IQ-ALLOWED            VALUE "AL".
               88  IQ-NOT-AUTHORISED     VALUE "NA".
               88  IQ-OUT-OF-SCOPE       VALUE "RF".
           05  IQ-ACCESS-LEVEL           PIC X(1).
           05  IQ-SCOPE                  PIC X(12).
           05  FILLER                    PIC X(31).
