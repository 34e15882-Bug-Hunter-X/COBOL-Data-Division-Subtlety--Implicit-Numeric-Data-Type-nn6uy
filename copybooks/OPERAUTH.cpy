      *****************************************************************
      *  OPERAUTH.CPY
      *  One record per operator on the OPERAUTH operator
      *  authorisation file, keyed by CICS user ID and maintained
      *  by ops security.  It says how much of the counter file
      *  the operator may see through COUNTINQ:
      *    S - shop-wide: the TOTALS inquiry and every branch;
      *    R - one region: only branches whose BRNCHMF region is
      *        the region name in OA-SCOPE, and not the shop-wide
      *        TOTALS;
      *    B - one branch: only OA-SCOPE-BRANCH (the first three
      *        bytes of OA-SCOPE).
      *  A user ID with no record here, or an unrecognised level,
      *  is refused everything - access is granted, never assumed.
      *  INQRPT reads the same file for the operator's name and
      *  scope on the security-review report.
      *****************************************************************
       01  OPERATOR-AUTH-RECORD.
           05  OA-USER-ID                PIC X(8).
           05  FILLER                    PIC X(1).
           05  OA-ACCESS-LEVEL           PIC X(1).
               88  OA-SHOP-WIDE          VALUE "S".
               88  OA-REGION-ONLY        VALUE "R".
               88  OA-BRANCH-ONLY        VALUE "B".
           05  FILLER                    PIC X(1).
           05  OA-SCOPE                  PIC X(12).
           05  OA-SCOPE-R REDEFINES OA-SCOPE.
               10  OA-SCOPE-BRANCH       PIC X(3).
               10  FILLER                PIC X(9).
           05  FILLER                    PIC X(1).
           05  OA-OPERATOR-NAME          PIC X(25).
           05  FILLER                    PIC X(31).
