      *
      *  An "I" (inactive) record is kept for its name on
      *  historical reporting but accepts no new transactions -
      *  same convention as an inactive CTRDEF type.  A branch
      *  closed into another is also put on the BRMERGE register
      *  (see BRMERGE.cpy), and the edit then remaps its code to
      *  the survivor instead of rejecting it.
      *****************************************************************
       01  BRANCH-MASTER-RECORD.
           05  BM-BRANCH-CODE            PIC X(3).
