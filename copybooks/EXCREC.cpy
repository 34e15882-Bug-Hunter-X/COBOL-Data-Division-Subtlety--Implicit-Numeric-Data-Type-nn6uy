      *****************************************************************
      *  EXCREC.CPY
      *  One record per control exception on the OPENEXC open-
      *  exceptions file, maintained by EXCTRAK.  Loaded from the
      *  CTLBRK notice (see CTLBRK.cpy) with everything the notice
      *  said, and kept until ops resolves it through the EXCRSLV
      *  resolution file.  A resolved exception leaves OPENEXC and
      *  is appended, resolution fields filled in, to the EXCHIST
      *  resolved-exceptions history - audit can see who closed
      *  every exception, when, and what they said about it.
      *
      *  The resolution fields are zero / spaces while the
      *  exception is open.  EX-LOADED-DATE is the day EXCTRAK
      *  first picked the notice up; the age is counted from
      *  EX-RAISED-DATE, the day it was raised.
      *****************************************************************
       01  EXCEPTION-RECORD.
           05  EX-EXCEPTION-NO           PIC 9(7).
           05  FILLER                    PIC X(1).
           05  EX-SOURCE-PROGRAM         PIC X(8).
           05  FILLER                    PIC X(1).
           05  EX-SEVERITY               PIC X(1).
           05  EX-CATEGORY               PIC X(2).
           05  FILLER                    PIC X(1).
           05  EX-RAISED-DATE            PIC 9(8).
           05  FILLER                    PIC X(1).
           05  EX-NOTICE-TEXT            PIC X(50).
           05  FILLER                    PIC X(1).
           05  EX-LOADED-DATE            PIC 9(8).
           05  FILLER                    PIC X(1).
           05  EX-RESOLVED-DATE          PIC 9(8).
           05  FILLER                    PIC X(1).
           05  EX-RESOLVED-BY            PIC X(8).
           05  FILLER                    PIC X(1).
           05  EX-RESOLUTION-NOTE        PIC X(50).
           05  FILLER                    PIC X(2).
