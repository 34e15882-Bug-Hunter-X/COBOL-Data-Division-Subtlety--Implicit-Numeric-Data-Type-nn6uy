      *****************************************************************
      *  KEYREG.CPY
      *  One record per event on the KEYREG transaction-key
      *  registry: the rolling record of every TRANS-KEY TRANEDIT
      *  has accepted, so a key the source system sends again in a
      *  later extract can be rejected as a duplicate, and a
      *  reversal (negative TRANS-AMOUNT, carrying the key of the
      *  transaction it reverses) can be matched to its original.
      *
      *  KR-EVENT-CODE: A = original accepted; R = reversal of that
      *  key accepted.  TRANEDIT only ever appends, and only after
      *  a source file that passed its own controls - a file
      *  COUNTJOB is going to void must not register anything.
      *  KEYPURGE drops events older than the retention window.
      *
      *  KR-CYCLE-ID is the identity off the header of the extract
      *  that carried the key (file ID, create date, cycle number
      *  exactly as TRANS-HEADER-RECORD holds them), so a rerun of
      *  the same extract is recognised as a rerun rather than a
      *  resend.
      *****************************************************************
       01  KEY-REGISTRY-RECORD.
           05  KR-TRANS-KEY              PIC X(10).
           05  FILLER                    PIC X(1).
           05  KR-EVENT-CODE             PIC X(1).
               88  KR-EVENT-ACCEPT       VALUE "A".
               88  KR-EVENT-REVERSAL     VALUE "R".
           05  FILLER                    PIC X(1).
           05  KR-EVENT-DATE             PIC 9(8).
           05  FILLER                    PIC X(1).
           05  KR-CYCLE-ID               PIC X(20).
           05  FILLER                    PIC X(38).
