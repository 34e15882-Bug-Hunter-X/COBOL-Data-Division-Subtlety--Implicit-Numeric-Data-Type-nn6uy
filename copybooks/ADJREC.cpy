      *****************************************************************
      *  ADJREC.CPY
      *  One record per manual counter adjustment on the ADJFILE
      *  adjustment file, maintained by ADJMAINT.  Keyed by one
      *  operator (the maker), then approved or declined by a
      *  second, different operator (the checker); both user IDs
      *  and both timestamps stay on the record for good, so audit
      *  can see two people signed off on every manual change to
      *  COUNTFIL.
      *
      *  ADJ-STATUS: P = pending, keyed and waiting for a checker;
      *  A = approved, written out on the ADJCYCLE transaction
      *  cycle the same run it was approved; D = declined, never
      *  written anywhere.  An approved adjustment travels as
      *  TRANS-KEY "ADJ" followed by its seven-digit number, so a
      *  posted adjustment can be traced from AUDITLOG back to
      *  this file by key.
      *
      *  The checker fields are zero / spaces while the record is
      *  pending.  ADJ-CHECK-NOTE carries the checker's remark -
      *  required on a decline, so the maker knows why.
      *****************************************************************
       01  ADJUSTMENT-RECORD.
           05  ADJ-NUMBER                PIC 9(7).
           05  ADJ-STATUS                PIC X(1).
               88  ADJ-PENDING           VALUE "P".
               88  ADJ-APPROVED          VALUE "A".
               88  ADJ-DECLINED          VALUE "D".
           05  ADJ-TYPE-CODE             PIC X(2).
           05  ADJ-BRANCH-CODE           PIC X(3).
           05  ADJ-AMOUNT                PIC S9(3)
                                          SIGN IS TRAILING SEPARATE.
           05  ADJ-EFF-DATE              PIC X(8).
           05  ADJ-REASON-TEXT           PIC X(30).
           05  ADJ-KEYED-BY              PIC X(8).
           05  ADJ-KEYED-DATE            PIC 9(8).
           05  ADJ-KEYED-TIME            PIC 9(6).
           05  ADJ-CHECKED-BY            PIC X(8).
           05  ADJ-CHECKED-DATE          PIC 9(8).
           05  ADJ-CHECKED-TIME          PIC 9(6).
           05  ADJ-CHECK-NOTE            PIC X(30).
           05  FILLER                    PIC X(21).
