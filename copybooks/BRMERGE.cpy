      *****************************************************************
      *  BRMERGE.CPY
      *  One record per closed branch on the BRMERGE branch-merge
      *  register, maintained by BRMERGE from the merge requests
      *  ops key when a branch closes or is folded into another:
      *  "merge MG-OLD-BRANCH into MG-NEW-BRANCH from MG-EFF-DATE".
      *  A branch closes once, so the old code appears on the
      *  register at most once; the survivor may itself close
      *  later, which is how a chain (ABC into XYZ, XYZ into QRS)
      *  comes about - readers follow it to the end.
      *
      *  MG-STATUS: P = pending, on the register but its counter
      *  file figures not yet moved (effective date still ahead,
      *  or no usable counter file on the run); D = done, the
      *  closed branch's COUNTFIL record has been folded into the
      *  survivor's on MG-MOVED-DATE.
      *
      *  TRANEDIT reads the register to remap the old code on
      *  incoming transactions to the survivor from the effective
      *  date on, whatever the status - the remap and the move of
      *  the figures are separate jobs' business.
      *****************************************************************
       01  BRANCH-MERGE-RECORD.
           05  MG-OLD-BRANCH             PIC X(3).
           05  FILLER                    PIC X(1).
           05  MG-NEW-BRANCH             PIC X(3).
           05  FILLER                    PIC X(1).
           05  MG-EFF-DATE               PIC 9(8).
           05  FILLER                    PIC X(1).
           05  MG-STATUS                 PIC X(1).
               88  MG-PENDING            VALUE "P".
               88  MG-DONE               VALUE "D".
           05  FILLER                    PIC X(1).
           05  MG-REQUEST-DATE           PIC 9(8).
           05  FILLER                    PIC X(1).
           05  MG-MOVED-DATE             PIC 9(8).
           05  FILLER                    PIC X(1).
           05  MG-REQUESTOR              PIC X(8).
           05  FILLER                    PIC X(35).
