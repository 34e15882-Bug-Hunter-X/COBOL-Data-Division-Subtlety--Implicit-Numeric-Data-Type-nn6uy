       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRMERGE.
       AUTHOR. OPERATIONS-SUPPORT.
      *****************************************************************
      *  BRMERGE - Branch merge and closure.
      *
      *  When a branch closed or was folded into another, its
      *  BRNCHMF record went to "I" and that was all: its
      *  transactions rejected as bad-branch from then on, and its
      *  subtotals sat on COUNTFIL under the old code for good, so
      *  DAILYRPT's region rollup no longer showed the surviving
      *  branch as it really stood.
      *
      *  Reads "merge ABC into XYZ from this date" requests off the
      *  BRMRQST request file, validates each against the branch
      *  master and the BRMERGE merge register (see BRMERGE.cpy),
      *  and puts the survivors on the register as pending.  Then,
      *  for every register entry whose effective date has come:
      *    - each CF-CTR-VALUE on the closed branch's COUNTFIL
      *      record is added to the same type on the survivor's
      *      record (a type the survivor has never had is added to
      *      it; a survivor with no record at all takes over the
      *      closed branch's), and the closed branch's record is
      *      removed;
      *    - every figure moved is written to AUDITLOG twice, out
      *      of the closed branch and into the survivor, under
      *      AU-COUNTER-ID "BR " + branch + type and AU-TRANS-KEY
      *      "MRG" + old code + survivor code.  Those IDs do not
      *      begin "TYPE ", so EODBAL's balancing - which proves
      *      the shop-wide counters against their own audit trail -
      *      passes them by, as it should: a merge moves figures
      *      between branches and leaves the shop-wide counters
      *      exactly where they were;
      *    - the register entry goes to done.
      *  A done entry is looked at again every run: anything that
      *  has since posted under the closed code (a cycle edited
      *  before the effective date but consumed by COUNTJOB after
      *  the move still carries it) is swept into the survivor the
      *  same way.
      *
      *  TRANEDIT remaps the closed code on incoming transactions
      *  to the survivor from the effective date on, off the same
      *  register, so the old code stops rejecting as bad-branch;
      *  TRANRCYC remaps corrected rejects the same way before it
      *  recycles them.
      *
      *  The BRMRPT report lists the requests, the figures moved,
      *  and a before/after balance proof: the shop-wide TOTALS
      *  record type by type and the sum of the branch records
      *  type by type.  If the TOTALS record is not byte for byte
      *  what it was, or the branch records no longer sum to what
      *  they did, nothing is rewritten - COUNTFIL, AUDITLOG and
      *  the register's done markers all stay as they were, and
      *  the report says so.
      *
      *  Run between streams, never while COUNTJOB is up - COUNTJOB
      *  holds the branch records in storage across its run.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Merge requests, one per record, keyed by ops from the
      *    branch closure notice.
           SELECT MERGE-REQUEST-FILE ASSIGN TO "BRMRQST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.

      *    Branch master (see BRNCHMF.cpy) - the closed branch must
      *    be on it, the survivor on it and active.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRNCHMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRNCHMF-FILE-STATUS.

      *    Merge register (see BRMERGE.cpy) - read whole at the
      *    start, rewritten whole at the end.  TRANEDIT reads it.
           SELECT MERGE-REGISTER-FILE ASSIGN TO "BRMERGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

      *    Same dataset COUNTJOB writes, read whole and rewritten
      *    whole when figures moved.
           SELECT COUNTER-FILE ASSIGN TO "COUNTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNTER-FILE-STATUS.

      *    Same audit log COUNTJOB appends to, opened EXTEND.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT MERGE-REPORT-FILE ASSIGN TO "BRMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-REQUEST-FILE
           RECORDING MODE IS F.
      *    One request: fold MR-OLD-BRANCH into MR-NEW-BRANCH from
      *    MR-EFF-DATE, and who asked.  The date stays character
      *    here so it can be inspected before anything numeric
      *    touches it.
       01  MERGE-REQUEST-RECORD.
           05  MR-OLD-BRANCH             PIC X(3).
           05  FILLER                    PIC X(1).
           05  MR-NEW-BRANCH             PIC X(3).
           05  FILLER                    PIC X(1).
           05  MR-EFF-DATE               PIC X(8).
           05  FILLER                    PIC X(1).
           05  MR-REQUESTOR              PIC X(8).
           05  FILLER                    PIC X(55).

       FD  BRANCH-MASTER-FILE
           RECORDING MODE IS F.
       COPY "BRNCHMF.cpy".

       FD  MERGE-REGISTER-FILE
           RECORDING MODE IS F.
       COPY "BRMERGE.cpy".

       FD  COUNTER-FILE
           RECORDING MODE IS F.
       COPY "COUNTFIL.cpy".

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY "AUDITREC.cpy".

       FD  MERGE-REPORT-FILE
           RECORDING MODE IS F.
       01  MERGE-REPORT-RECORD           PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-FILE-STATUS        PIC XX VALUE SPACES.
           88  WS-REQUEST-FILE-OK        VALUE "00".
       01  WS-REQUEST-EOF-SW             PIC X VALUE "N".
           88  WS-REQUEST-EOF            VALUE "Y".
       01  WS-BRNCHMF-FILE-STATUS        PIC XX VALUE SPACES.
           88  WS-BRNCHMF-FILE-OK        VALUE "00".
       01  WS-BRNCHMF-EOF-SW             PIC X VALUE "N".
           88  WS-BRNCHMF-EOF            VALUE "Y".
       01  WS-REGISTER-FILE-STATUS       PIC XX VALUE SPACES.
           88  WS-REGISTER-FILE-OK       VALUE "00".
       01  WS-REGISTER-EOF-SW            PIC X VALUE "N".
           88  WS-REGISTER-EOF           VALUE "Y".
       01  WS-COUNTER-FILE-STATUS        PIC XX VALUE SPACES.
           88  WS-COUNTER-FILE-OK        VALUE "00".
       01  WS-COUNTER-EOF-SW             PIC X VALUE "N".
           88  WS-COUNTER-EOF            VALUE "Y".
       01  WS-AUDIT-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS         PIC XX VALUE SPACES.

      *    Branch master codes and whether each is active.  No
      *    branch master on the run means the master checks are
      *    skipped - the register checks still apply.
       01  WS-BRANCH-CHECK-SW            PIC X VALUE "N".
           88  WS-BRANCH-CHECK-ON        VALUE "Y".
       01  WS-BRANCH-TABLE.
           05  WS-BRM-MAX                PIC 9(3) VALUE 50.
           05  WS-BRM-COUNT              PIC 9(3) VALUE 0.
           05  WS-BRM-ENTRY OCCURS 50.
               10  WS-BRM-CODE           PIC X(3).
               10  WS-BRM-ACTIVE-SW      PIC X(1).
                   88  WS-BRM-ACTIVE     VALUE "A".
       01  WS-BRM-SUB                    PIC 9(3) VALUE 0.
       01  WS-BRANCH-FOUND-SW            PIC X VALUE "N".
           88  WS-BRANCH-FOUND           VALUE "Y".

      *    The merge register held whole in storage, in file order,
      *    new requests appended.  WS-MG-RUN-SW is "M" on an entry
      *    this run merged or swept.
       01  WS-MERGE-TABLE.
           05  WS-MG-MAX                 PIC 9(3) VALUE 100.
           05  WS-MG-COUNT               PIC 9(3) VALUE 0.
           05  WS-MG-ENTRY OCCURS 100.
               10  WS-MG-OLD             PIC X(3).
               10  WS-MG-NEW             PIC X(3).
               10  WS-MG-EFF-DATE        PIC 9(8).
               10  WS-MG-STATUS          PIC X(1).
               10  WS-MG-REQUEST-DATE    PIC 9(8).
               10  WS-MG-MOVED-DATE      PIC 9(8).
               10  WS-MG-REQUESTOR       PIC X(8).
               10  WS-MG-RUN-SW          PIC X(1).
       01  WS-MG-SUB                     PIC 9(3) VALUE 0.
       01  WS-MG-FIND-SUB                PIC 9(3) VALUE 0.
       01  WS-MG-FOUND-SW                PIC X VALUE "N".
           88  WS-MG-FOUND               VALUE "Y".
       01  WS-REGISTER-OVERFLOW-SW       PIC X VALUE "N".
           88  WS-REGISTER-OVERFLOW      VALUE "Y".
       01  WS-REGISTER-CHANGED-SW        PIC X VALUE "N".
           88  WS-REGISTER-CHANGED       VALUE "Y".
       01  WS-LOOKUP-BRANCH              PIC X(3) VALUE SPACES.

      *    The whole counter file held in storage across the
      *    rewrite, record order preserved - same arrangement as
      *    PERCLOSE.  Image 1 is the TOTALS record.
       01  WS-CF-TABLE.
           05  WS-CF-MAX                 PIC 9(3) VALUE 60.
           05  WS-CF-COUNT               PIC 9(3) VALUE 0.
           05  WS-CF-IMAGE OCCURS 60.
               10  WS-CF-IMAGE-KEY       PIC X(8).
               10  FILLER                PIC X(312).
       01  WS-CF-SUB                     PIC 9(3) VALUE 0.
       01  WS-CF-NEXT-SUB                PIC 9(3) VALUE 0.
       01  WS-CF-OLD-SUB                 PIC 9(3) VALUE 0.
       01  WS-CF-NEW-SUB                 PIC 9(3) VALUE 0.
       01  WS-CF-FOUND-SW                PIC X VALUE "N".
           88  WS-CF-FOUND               VALUE "Y".
       01  WS-CF-OVERFLOW-SW             PIC X VALUE "N".
           88  WS-CF-OVERFLOW            VALUE "Y".
       01  WS-CF-LOADED-SW               PIC X VALUE "N".
           88  WS-CF-LOADED              VALUE "Y".
       01  WS-CF-CHANGED-SW              PIC X VALUE "N".
           88  WS-CF-CHANGED             VALUE "Y".
      *    OCCURS bound of CF-COUNTER-ENTRY - no loop over the
      *    entries ever subscripts past it whatever the record
      *    claims.
       01  WS-CF-ENTRY-MAX               PIC 9(2) VALUE 10.
       01  WS-ENTRY-SUB                  PIC 9(2) VALUE 0.
       01  WS-ENTRY-FOUND-SW             PIC X VALUE "N".
           88  WS-ENTRY-FOUND            VALUE "Y".
       01  WS-CF-KEY-AREA.
           05  WS-CK-BRANCH              PIC X(3).
           05  FILLER                    PIC X(5).

      *    The TOTALS record exactly as it was read - the proof
      *    compares the rewritten one against it byte for byte.
       01  WS-TOTALS-BEFORE              PIC X(320) VALUE SPACES.

      *    The closed branch's figures for the merge in hand, and
      *    what each did to the survivor.
       01  WS-MOVE-TABLE.
           05  WS-MV-COUNT               PIC 9(2) VALUE 0.
           05  WS-MV-ENTRY OCCURS 10.
               10  WS-MV-TYPE            PIC X(2).
               10  WS-MV-VALUE           PIC S9(7).
               10  WS-MV-SURVIVOR-BEFORE PIC S9(7).
               10  WS-MV-SURVIVOR-AFTER  PIC S9(7).
       01  WS-MV-SUB                     PIC 9(2) VALUE 0.
       01  WS-MERGE-TEXT                 PIC X(40) VALUE SPACES.
           88  WS-MERGE-CLEAN            VALUE SPACES.

      *    Every figure moved this run, journalled here and cut to
      *    AUDITLOG only AFTER COUNTFIL has been rewritten -
      *    persist first, log after, the order CTRMAINT keeps with
      *    its definition history.
       01  WS-AUDIT-JOURNAL.
           05  WS-AJ-MAX                 PIC 9(3) VALUE 500.
           05  WS-AJ-COUNT               PIC 9(3) VALUE 0.
           05  WS-AJ-ENTRY OCCURS 500.
               10  WS-AJ-OLD             PIC X(3).
               10  WS-AJ-NEW             PIC X(3).
               10  WS-AJ-TYPE            PIC X(2).
               10  WS-AJ-MOVED           PIC S9(7).
               10  WS-AJ-SURVIVOR-BEFORE PIC S9(7).
       01  WS-AJ-SUB                     PIC 9(3) VALUE 0.

      *    Audit records go out in steps of at most 999 - AU-AMOUNT
      *    holds S9(3) - the way COUNTJOB backs a cycle out.
       01  WS-AUDIT-DELTA                PIC S9(8) VALUE 0.
       01  WS-AUDIT-STEP                 PIC S9(3) VALUE 0.
       01  WS-AUDIT-RUNNING              PIC S9(8) VALUE 0.
       01  WS-AUDIT-TIME                 PIC 9(6).
       01  WS-AUDIT-RESULT-VALUE         PIC S9(5)
                                          SIGN IS TRAILING SEPARATE.
       01  WS-AUDIT-ID-AREA.
           05  FILLER                    PIC X(3) VALUE "BR ".
           05  WS-AI-BRANCH              PIC X(3).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  WS-AI-TYPE                PIC X(2).
           05  FILLER                    PIC X(1) VALUE SPACE.
       01  WS-AUDIT-KEY-AREA.
           05  FILLER                    PIC X(3) VALUE "MRG".
           05  WS-AK-OLD                 PIC X(3).
           05  WS-AK-NEW                 PIC X(3).
           05  FILLER                    PIC X(1) VALUE SPACE.

      *    Before/after figures per type on the TOTALS record, and
      *    the sum of the branch records for the same types.
       01  WS-PROOF-TABLE.
           05  WS-PF-COUNT               PIC 9(2) VALUE 0.
           05  WS-PF-ENTRY OCCURS 10.
               10  WS-PF-TYPE            PIC X(2).
               10  WS-PF-TOTALS-BEFORE   PIC S9(7).
               10  WS-PF-TOTALS-AFTER    PIC S9(7).
               10  WS-PF-BRANCH-SUM      PIC S9(9).
               10  WS-PF-BRANCH-BEFORE   PIC S9(9).
               10  WS-PF-BRANCH-AFTER    PIC S9(9).
       01  WS-PF-SUB                     PIC 9(2) VALUE 0.
       01  WS-PF-FOUND-SW                PIC X VALUE "N".
           88  WS-PF-FOUND               VALUE "Y".
       01  WS-PROOF-FAILED-SW            PIC X VALUE "N".
           88  WS-PROOF-FAILED           VALUE "Y".

       01  WS-REJECT-TEXT                PIC X(40) VALUE SPACES.
           88  WS-REQUEST-CLEAN          VALUE SPACES.

       01  WS-READ-COUNT                 PIC 9(5) VALUE 0.
       01  WS-ACCEPTED-COUNT             PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT               PIC 9(5) VALUE 0.
       01  WS-MERGED-COUNT               PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT                 PIC 9(5) VALUE 0.
       01  WS-AUDIT-WRITTEN-COUNT        PIC 9(5) VALUE 0.

       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-RUN-DATE-R    REDEFINES WS-RUN-DATE.
           05  WS-RUN-CCYY               PIC 9(4).
           05  WS-RUN-MM                 PIC 9(2).
           05  WS-RUN-DD                 PIC 9(2).
       01  WS-RUN-TIME                   PIC 9(6).

       01  WS-HEADING-1.
           05  FILLER                    PIC X    VALUE "1".
           05  FILLER                    PIC X(30) VALUE
               "BRANCH MERGE AND CLOSURE".
           05  FILLER                    PIC X(10) VALUE
               "  RUN DATE".
           05  H1-MM                     PIC 99.
           05  FILLER                    PIC X VALUE "/".
           05  H1-DD                     PIC 99.
           05  FILLER                    PIC X VALUE "/".
           05  H1-CCYY                   PIC 9999.

       01  WS-MESSAGE-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  ML-TEXT                   PIC X(60) VALUE SPACES.

       01  WS-REQUEST-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  RQ-OLD                    PIC X(3).
           05  FILLER                    PIC X(6) VALUE " INTO ".
           05  RQ-NEW                    PIC X(3).
           05  FILLER                    PIC X(6) VALUE "  EFF ".
           05  RQ-EFF-DATE               PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RQ-REQUESTOR              PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RQ-RESULT                 PIC X(50).

       01  WS-MOVE-LINE.
           05  FILLER                    PIC X(5) VALUE SPACES.
           05  FILLER                    PIC X(5) VALUE "TYPE ".
           05  MVL-TYPE                  PIC X(2).
           05  FILLER                    PIC X(8) VALUE "  MOVED ".
           05  MVL-MOVED                 PIC Z,ZZZ,ZZ9-.
           05  FILLER                    PIC X(19) VALUE
               "  SURVIVOR BEFORE ".
           05  MVL-BEFORE                PIC Z,ZZZ,ZZ9-.
           05  FILLER                    PIC X(8) VALUE "  AFTER ".
           05  MVL-AFTER                 PIC Z,ZZZ,ZZ9-.

       01  WS-PROOF-HEADING.
           05  FILLER                    PIC X(6) VALUE " TYPE ".
           05  FILLER                    PIC X(16) VALUE
               "   TOTALS BEFORE".
           05  FILLER                    PIC X(16) VALUE
               "    TOTALS AFTER".
           05  FILLER                    PIC X(18) VALUE
               "  BRANCHES BEFORE".
           05  FILLER                    PIC X(18) VALUE
               "   BRANCHES AFTER".

       01  WS-PROOF-LINE.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  PL-TYPE                   PIC X(2).
           05  FILLER                    PIC X(6) VALUE SPACES.
           05  PL-TOTALS-BEFORE          PIC Z,ZZZ,ZZ9-.
           05  FILLER                    PIC X(6) VALUE SPACES.
           05  PL-TOTALS-AFTER           PIC Z,ZZZ,ZZ9-.
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  PL-BRANCH-BEFORE          PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                    PIC X(6) VALUE SPACES.
           05  PL-BRANCH-AFTER           PIC ZZZ,ZZZ,ZZ9-.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  TL-LABEL                  PIC X(30) VALUE SPACES.
           05  TL-VALUE                  PIC ZZ,ZZ9 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF WS-REGISTER-OVERFLOW
               MOVE "*** MERGE REGISTER TOO LARGE - RUN STOPPED ***"
                   TO ML-TEXT
               WRITE MERGE-REPORT-RECORD FROM WS-MESSAGE-LINE
           ELSE
               PERFORM 2000-PROCESS-REQUESTS
               PERFORM 3000-EXECUTE-MERGES
               PERFORM 4000-PRINT-BALANCE-PROOF
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT MERGE-REPORT-FILE
           MOVE WS-RUN-MM   TO H1-MM
           MOVE WS-RUN-DD   TO H1-DD
           MOVE WS-RUN-CCYY TO H1-CCYY
           WRITE MERGE-REPORT-RECORD FROM WS-HEADING-1
           MOVE SPACES TO MERGE-REPORT-RECORD
           WRITE MERGE-REPORT-RECORD
           PERFORM 1100-LOAD-BRANCH-MASTER
           PERFORM 1200-LOAD-REGISTER
           PERFORM 1300-LOAD-COUNTER-FILE
           IF WS-CF-LOADED
               MOVE WS-CF-IMAGE (1) TO WS-TOTALS-BEFORE
               PERFORM 1400-TAKE-BEFORE-FIGURES
           END-IF.

      *    Inactive branches ARE loaded, flagged - the closed
      *    branch is normally already inactive by the time its
      *    merge is keyed.
       1100-LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-MASTER-FILE
           IF NOT WS-BRNCHMF-FILE-OK
               DISPLAY "BRMERGE: NO BRANCH MASTER FILE - "
                       "BRANCH CODES NOT CHECKED"
           ELSE
               SET WS-BRANCH-CHECK-ON TO TRUE
               PERFORM UNTIL WS-BRNCHMF-EOF
                   READ BRANCH-MASTER-FILE
                       AT END
                           SET WS-BRNCHMF-EOF TO TRUE
                       NOT AT END
                           PERFORM 1150-STORE-BRANCH-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER-FILE
           END-IF.

       1150-STORE-BRANCH-ENTRY.
           IF WS-BRM-COUNT >= WS-BRM-MAX
               DISPLAY "BRMERGE: BRANCH TABLE FULL - BRANCH "
                       BM-BRANCH-CODE " DROPPED"
           ELSE
               ADD 1 TO WS-BRM-COUNT
               MOVE WS-BRM-COUNT TO WS-BRM-SUB
               MOVE BM-BRANCH-CODE TO WS-BRM-CODE (WS-BRM-SUB)
               MOVE BM-ACTIVE-FLAG TO WS-BRM-ACTIVE-SW (WS-BRM-SUB)
           END-IF.

      *    No register yet is not an error - the first merge ever
      *    requested starts it.  A register bigger than the table
      *    is: rewriting only what fitted would forget merges, so
      *    the run stops short of touching anything.
       1200-LOAD-REGISTER.
           OPEN INPUT MERGE-REGISTER-FILE
           IF NOT WS-REGISTER-FILE-OK
               DISPLAY "BRMERGE: NO MERGE REGISTER - STARTING EMPTY"
           ELSE
               PERFORM UNTIL WS-REGISTER-EOF
                   READ MERGE-REGISTER-FILE
                       AT END
                           SET WS-REGISTER-EOF TO TRUE
                       NOT AT END
                           PERFORM 1250-STORE-REGISTER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE MERGE-REGISTER-FILE
           END-IF
           IF WS-REGISTER-OVERFLOW
               DISPLAY "BRMERGE: MERGE REGISTER EXCEEDS " WS-MG-MAX
                       " ENTRIES - RUN STOPPED"
           END-IF.

       1250-STORE-REGISTER-ENTRY.
           IF WS-MG-COUNT >= WS-MG-MAX
               SET WS-REGISTER-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-MG-COUNT
               MOVE WS-MG-COUNT TO WS-MG-SUB
               MOVE MG-OLD-BRANCH   TO WS-MG-OLD (WS-MG-SUB)
               MOVE MG-NEW-BRANCH   TO WS-MG-NEW (WS-MG-SUB)
               MOVE MG-EFF-DATE     TO WS-MG-EFF-DATE (WS-MG-SUB)
               MOVE MG-STATUS       TO WS-MG-STATUS (WS-MG-SUB)
               MOVE MG-REQUEST-DATE
                   TO WS-MG-REQUEST-DATE (WS-MG-SUB)
               MOVE MG-MOVED-DATE   TO WS-MG-MOVED-DATE (WS-MG-SUB)
               MOVE MG-REQUESTOR    TO WS-MG-REQUESTOR (WS-MG-SUB)
               MOVE SPACE           TO WS-MG-RUN-SW (WS-MG-SUB)
           END-IF.

      *    An overflowing or pre-cutover counter file is left
      *    exactly as it was and no figures move - the requests are
      *    still registered, and the merges fall due again on the
      *    next run that has a usable file.
       1300-LOAD-COUNTER-FILE.
           OPEN INPUT COUNTER-FILE
           IF WS-COUNTER-FILE-OK
               PERFORM UNTIL WS-COUNTER-EOF
                   READ COUNTER-FILE
                       AT END
                           SET WS-COUNTER-EOF TO TRUE
                       NOT AT END
                           PERFORM 1350-STORE-COUNTER-RECORD
                   END-READ
               END-PERFORM
               CLOSE COUNTER-FILE
           END-IF
           IF WS-CF-OVERFLOW
               DISPLAY "BRMERGE: COUNTER FILE EXCEEDS " WS-CF-MAX
                       " RECORDS - NO FIGURES MOVED"
               MOVE 0 TO WS-CF-COUNT
           END-IF
           IF WS-CF-COUNT > 0
               MOVE WS-CF-IMAGE (1) TO COUNTER-FILE-RECORD
               IF CF-CONTROL-KEY NOT = "TOTALS"
                   OR CF-COUNTER-COUNT IS NOT NUMERIC
                   OR CF-LU-DATE IS NOT NUMERIC
                   OR CF-COUNTER-COUNT > WS-CF-ENTRY-MAX
                   DISPLAY "BRMERGE: COUNTER FILE NOT IN CURRENT "
                           "LAYOUT - NO FIGURES MOVED"
                   MOVE 0 TO WS-CF-COUNT
               END-IF
           END-IF
           IF WS-CF-COUNT > 0
               SET WS-CF-LOADED TO TRUE
           ELSE
               DISPLAY "BRMERGE: NO USABLE COUNTER FILE"
           END-IF.

       1350-STORE-COUNTER-RECORD.
           IF WS-CF-COUNT >= WS-CF-MAX
               SET WS-CF-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-CF-COUNT
               MOVE COUNTER-FILE-RECORD TO WS-CF-IMAGE (WS-CF-COUNT)
           END-IF.

      *    The types the proof covers are the TOTALS record's own.
       1400-TAKE-BEFORE-FIGURES.
           MOVE WS-CF-IMAGE (1) TO COUNTER-FILE-RECORD
           MOVE 0 TO WS-PF-COUNT
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > CF-COUNTER-COUNT
               ADD 1 TO WS-PF-COUNT
               MOVE WS-PF-COUNT TO WS-PF-SUB
               MOVE CF-CTR-TYPE (WS-ENTRY-SUB)
                   TO WS-PF-TYPE (WS-PF-SUB)
               MOVE CF-CTR-VALUE (WS-ENTRY-SUB)
                   TO WS-PF-TOTALS-BEFORE (WS-PF-SUB)
           END-PERFORM
           PERFORM 8200-SUM-BRANCH-FIGURES
           PERFORM VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > WS-PF-COUNT
               MOVE WS-PF-BRANCH-SUM (WS-PF-SUB)
                   TO WS-PF-BRANCH-BEFORE (WS-PF-SUB)
           END-PERFORM.

       2000-PROCESS-REQUESTS.
           MOVE "MERGE REQUESTS" TO ML-TEXT
           WRITE MERGE-REPORT-RECORD FROM WS-MESSAGE-LINE
           OPEN INPUT MERGE-REQUEST-FILE
           IF NOT WS-REQUEST-FILE-OK
               DISPLAY "BRMERGE: NO MERGE REQUEST FILE"
               MOVE "  NO MERGE REQUESTS PRESENTED" TO ML-TEXT
               WRITE MERGE-REPORT-RECORD FROM WS-MESSAGE-LINE
           ELSE
               PERFORM UNTIL WS-REQUEST-EOF
                   READ MERGE-REQUEST-FILE
                       AT END
                           SET WS-REQUEST-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 2100-PROCESS-ONE-REQUEST
                   END-READ
               END-PERFORM
               CLOSE MERGE-REQUEST-FILE
           END-IF
           MOVE SPACES TO MERGE-REPORT-RECORD
           WRITE MERGE-REPORT-RECORD.

       2100-PROCESS-ONE-REQUEST.
           MOVE SPACES TO WS-REJECT-TEXT
           PERFORM 2200-VALIDATE-REQUEST
           IF WS-REQUEST-CLEAN
               PERFORM 2500-ADD-TO-REGISTER
               ADD 1 TO WS-ACCEPTED-COUNT
               MOVE "REGISTERED" TO RQ-RESULT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO RQ-RESULT
               STRING "REJECTED - "   DELIMITED BY SIZE
                      WS-REJECT-TEXT  DELIMITED BY SIZE
                   INTO RQ-RESULT
               END-STRING
           END-IF
           MOVE MR-OLD-BRANCH TO RQ-OLD
           MOVE MR-NEW-BRANCH TO RQ-NEW
           MOVE MR-EFF-DATE   TO RQ-EFF-DATE
           MOVE MR-REQUESTOR  TO RQ-REQUESTOR
           WRITE MERGE-REPORT-RECORD FROM WS-REQUEST-LINE.

      *    Checks run in severity order and stop at the first
      *    failure, so each rejected request carries exactly one
      *    reason - same convention as CTRMAINT.  "***" is
      *    COUNTJOB's bucket for records with no branch code, not
      *    a branch, so it can neither close nor survive.
       2200-VALIDATE-REQUEST.
           EVALUATE TRUE
               WHEN MR-OLD-BRANCH = SPACES
                   OR MR-NEW-BRANCH = SPACES
                   MOVE "BRANCH CODE BLANK" TO WS-REJECT-TEXT
               WHEN MR-OLD-BRANCH = "***"
                   OR MR-NEW-BRANCH = "***"
                   MOVE "NO-BRANCH BUCKET CANNOT MERGE"
                       TO WS-REJECT-TEXT
               WHEN MR-OLD-BRANCH = MR-NEW-BRANCH
                   MOVE "BRANCH MERGED INTO ITSELF" TO WS-REJECT-TEXT
               WHEN MR-EFF-DATE IS NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJECT-TEXT
               WHEN WS-MG-COUNT >= WS-MG-MAX
                   MOVE "MERGE REGISTER FULL" TO WS-REJECT-TEXT
               WHEN OTHER
                   PERFORM 2300-VALIDATE-BRANCHES
           END-EVALUATE.

      *    A branch closes once.  A survivor that has itself been
      *    merged away would start a chain pointing at a closed
      *    branch - the request should name where that branch
      *    went instead.  Between them the two checks also keep a
      *    loop (ABC into XYZ, XYZ into ABC) off the register.
       2300-VALIDATE-BRANCHES.
           MOVE MR-OLD-BRANCH TO WS-LOOKUP-BRANCH
           PERFORM 2350-FIND-REGISTER-ENTRY
           IF WS-MG-FOUND
               MOVE "BRANCH ALREADY ON MERGE REGISTER"
                   TO WS-REJECT-TEXT
           END-IF
           IF WS-REQUEST-CLEAN
               MOVE MR-NEW-BRANCH TO WS-LOOKUP-BRANCH
               PERFORM 2350-FIND-REGISTER-ENTRY
               IF WS-MG-FOUND
                   MOVE "SURVIVOR ALREADY MERGED AWAY"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF
           IF WS-REQUEST-CLEAN AND WS-BRANCH-CHECK-ON
               PERFORM 2400-CHECK-BRANCH-MASTER
           END-IF.

       2350-FIND-REGISTER-ENTRY.
           MOVE "N" TO WS-MG-FOUND-SW
           PERFORM VARYING WS-MG-FIND-SUB FROM 1 BY 1
               UNTIL WS-MG-FIND-SUB > WS-MG-COUNT
                   OR WS-MG-FOUND
               IF WS-MG-OLD (WS-MG-FIND-SUB) = WS-LOOKUP-BRANCH
                   MOVE "Y" TO WS-MG-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-MG-FOUND
               SUBTRACT 1 FROM WS-MG-FIND-SUB
           END-IF.

       2400-CHECK-BRANCH-MASTER.
           MOVE MR-OLD-BRANCH TO WS-LOOKUP-BRANCH
           PERFORM 2450-FIND-BRANCH-ENTRY
           IF NOT WS-BRANCH-FOUND
               MOVE "CLOSED BRANCH NOT ON BRANCH MASTER"
                   TO WS-REJECT-TEXT
           ELSE
               MOVE MR-NEW-BRANCH TO WS-LOOKUP-BRANCH
               PERFORM 2450-FIND-BRANCH-ENTRY
               IF NOT WS-BRANCH-FOUND
                   MOVE "SURVIVOR NOT ON BRANCH MASTER"
                       TO WS-REJECT-TEXT
               ELSE
                   IF NOT WS-BRM-ACTIVE (WS-BRM-SUB)
                       MOVE "SURVIVOR NOT ACTIVE ON BRANCH MASTER"
                           TO WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF.

       2450-FIND-BRANCH-ENTRY.
           MOVE "N" TO WS-BRANCH-FOUND-SW
           PERFORM VARYING WS-BRM-SUB FROM 1 BY 1
               UNTIL WS-BRM-SUB > WS-BRM-COUNT
                   OR WS-BRANCH-FOUND
               IF WS-BRM-CODE (WS-BRM-SUB) = WS-LOOKUP-BRANCH
                   MOVE "Y" TO WS-BRANCH-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-BRANCH-FOUND
               SUBTRACT 1 FROM WS-BRM-SUB
           END-IF.

       2500-ADD-TO-REGISTER.
           ADD 1 TO WS-MG-COUNT
           MOVE WS-MG-COUNT TO WS-MG-SUB
           MOVE MR-OLD-BRANCH TO WS-MG-OLD (WS-MG-SUB)
           MOVE MR-NEW-BRANCH TO WS-MG-NEW (WS-MG-SUB)
           MOVE MR-EFF-DATE   TO WS-MG-EFF-DATE (WS-MG-SUB)
           MOVE "P"           TO WS-MG-STATUS (WS-MG-SUB)
           MOVE WS-RUN-DATE   TO WS-MG-REQUEST-DATE (WS-MG-SUB)
           MOVE 0             TO WS-MG-MOVED-DATE (WS-MG-SUB)
           MOVE MR-REQUESTOR  TO WS-MG-REQUESTOR (WS-MG-SUB)
           MOVE SPACE         TO WS-MG-RUN-SW (WS-MG-SUB)
           SET WS-REGISTER-CHANGED TO TRUE.

      *    Register order is merge order, so a chain registered in
      *    the order it happened (ABC into XYZ, later XYZ into QRS)
      *    carries ABC's figures all the way through in one run.
       3000-EXECUTE-MERGES.
           MOVE "MERGES DUE" TO ML-TEXT
           WRITE MERGE-REPORT-RECORD FROM WS-MESSAGE-LINE
           PERFORM VARYING WS-MG-SUB FROM 1 BY 1
               UNTIL WS-MG-SUB > WS-MG-COUNT
               IF WS-MG-EFF-DATE (WS-MG-SUB) NOT > WS-RUN-DATE
                   IF WS-CF-LOADED
                       PERFORM 3100-MERGE-ONE-BRANCH
                   ELSE
                       IF WS-MG-STATUS (WS-MG-SUB) = "P"
                           MOVE "NO USABLE COUNTER FILE"
                               TO WS-MERGE-TEXT
                           ADD 1 TO WS-HELD-COUNT
                           PERFORM 3900-PRINT-MERGE-RESULT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MERGED-COUNT = 0 AND WS-HELD-COUNT = 0
               MOVE "  NO MERGES DUE" TO ML-TEXT
               WRITE MERGE-REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF
           MOVE SPACES TO MERGE-REPORT-RECORD
           WRITE MERGE-REPORT-RECORD.

      *    A done entry whose closed code has nothing on COUNTFIL
      *    is the normal steady state and prints nothing.
       3100-MERGE-ONE-BRANCH.
           MOVE SPACES TO WS-MERGE-TEXT
           MOVE WS-MG-OLD (WS-MG-SUB) TO WS-LOOKUP-BRANCH
           PERFORM 3150-FIND-COUNTER-RECORD
           IF NOT WS-CF-FOUND
               IF WS-MG-STATUS (WS-MG-SUB) = "P"
                   MOVE "M" TO WS-MG-RUN-SW (WS-MG-SUB)
                   ADD 1 TO WS-MERGED-COUNT
                   MOVE "MERGED - NO COUNTER RECORD TO MOVE"
                       TO WS-MERGE-TEXT
                   PERFORM 3900-PRINT-MERGE-RESULT
               END-IF
           ELSE
               MOVE WS-CF-SUB TO WS-CF-OLD-SUB
               PERFORM 3200-TAKE-CLOSED-FIGURES
               IF WS-MERGE-CLEAN
                   PERFORM 3300-BUILD-SURVIVOR-RECORD
               END-IF
               IF WS-MERGE-CLEAN
                   PERFORM 3400-COMMIT-MOVE
               ELSE
                   ADD 1 TO WS-HELD-COUNT
                   PERFORM 3900-PRINT-MERGE-RESULT
               END-IF
           END-IF.

      *    Branch records only - image 1 is TOTALS and is never
      *    searched, let alone touched.
       3150-FIND-COUNTER-RECORD.
           MOVE SPACES TO WS-CF-KEY-AREA
           MOVE WS-LOOKUP-BRANCH TO WS-CK-BRANCH
           MOVE "N" TO WS-CF-FOUND-SW
           PERFORM VARYING WS-CF-SUB FROM 2 BY 1
               UNTIL WS-CF-SUB > WS-CF-COUNT
                   OR WS-CF-FOUND
               IF WS-CF-IMAGE-KEY (WS-CF-SUB) = WS-CF-KEY-AREA
                   MOVE "Y" TO WS-CF-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-CF-FOUND
               SUBTRACT 1 FROM WS-CF-SUB
           END-IF.

       3200-TAKE-CLOSED-FIGURES.
           MOVE WS-CF-IMAGE (WS-CF-OLD-SUB) TO COUNTER-FILE-RECORD
           MOVE 0 TO WS-MV-COUNT
           IF CF-COUNTER-COUNT IS NOT NUMERIC
               OR CF-COUNTER-COUNT > WS-CF-ENTRY-MAX
               MOVE "CLOSED BRANCH RECORD UNREADABLE"
                   TO WS-MERGE-TEXT
           ELSE
               PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > CF-COUNTER-COUNT
                   IF CF-CTR-VALUE (WS-ENTRY-SUB) IS NOT NUMERIC
                       MOVE "CLOSED BRANCH RECORD UNREADABLE"
                           TO WS-MERGE-TEXT
                   ELSE
                       ADD 1 TO WS-MV-COUNT
                       MOVE WS-MV-COUNT TO WS-MV-SUB
                       MOVE CF-CTR-TYPE (WS-ENTRY-SUB)
                           TO WS-MV-TYPE (WS-MV-SUB)
                       MOVE CF-CTR-VALUE (WS-ENTRY-SUB)
                           TO WS-MV-VALUE (WS-MV-SUB)
                       MOVE 0 TO WS-MV-SURVIVOR-BEFORE (WS-MV-SUB)
                       MOVE 0 TO WS-MV-SURVIVOR-AFTER (WS-MV-SUB)
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MERGE-CLEAN
               AND WS-AJ-COUNT + WS-MV-COUNT > WS-AJ-MAX
               MOVE "AUDIT JOURNAL FULL" TO WS-MERGE-TEXT
           END-IF.

      *    Built in COUNTER-FILE-RECORD and only stored back once
      *    every type has gone on - a merge that cannot finish
      *    leaves both records as they were.
       3300-BUILD-SURVIVOR-RECORD.
           MOVE WS-MG-NEW (WS-MG-SUB) TO WS-LOOKUP-BRANCH
           PERFORM 3150-FIND-COUNTER-RECORD
           IF WS-CF-FOUND
               MOVE WS-CF-SUB TO WS-CF-NEW-SUB
               MOVE WS-CF-IMAGE (WS-CF-NEW-SUB) TO COUNTER-FILE-RECORD
               IF CF-COUNTER-COUNT IS NOT NUMERIC
                   OR CF-COUNTER-COUNT > WS-CF-ENTRY-MAX
                   MOVE "SURVIVOR RECORD UNREADABLE"
                       TO WS-MERGE-TEXT
               END-IF
           ELSE
               MOVE 0 TO WS-CF-NEW-SUB
               MOVE SPACES TO COUNTER-FILE-RECORD
               MOVE WS-CF-KEY-AREA TO CF-CONTROL-KEY
               MOVE 0 TO CF-COUNTER-COUNT
           END-IF
           PERFORM VARYING WS-MV-SUB FROM 1 BY 1
               UNTIL WS-MV-SUB > WS-MV-COUNT
                   OR NOT WS-MERGE-CLEAN
               PERFORM 3350-ADD-ONE-TYPE
           END-PERFORM.

       3350-ADD-ONE-TYPE.
           MOVE "N" TO WS-ENTRY-FOUND-SW
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > CF-COUNTER-COUNT
                   OR WS-ENTRY-FOUND
               IF CF-CTR-TYPE (WS-ENTRY-SUB) = WS-MV-TYPE (WS-MV-SUB)
                   MOVE "Y" TO WS-ENTRY-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-ENTRY-SUB
           ELSE
               IF CF-COUNTER-COUNT >= WS-CF-ENTRY-MAX
                   MOVE "SURVIVOR RECORD HAS NO ROOM FOR TYPE"
                       TO WS-MERGE-TEXT
               ELSE
                   ADD 1 TO CF-COUNTER-COUNT
                   MOVE CF-COUNTER-COUNT TO WS-ENTRY-SUB
                   MOVE WS-MV-TYPE (WS-MV-SUB)
                       TO CF-CTR-TYPE (WS-ENTRY-SUB)
                   MOVE 0 TO CF-CTR-VALUE (WS-ENTRY-SUB)
                   MOVE 0 TO CF-CTR-MTD (WS-ENTRY-SUB)
                   MOVE 0 TO CF-CTR-YTD (WS-ENTRY-SUB)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               IF CF-CTR-VALUE (WS-ENTRY-SUB) IS NOT NUMERIC
                   MOVE "SURVIVOR RECORD UNREADABLE"
                       TO WS-MERGE-TEXT
               ELSE
                   MOVE CF-CTR-VALUE (WS-ENTRY-SUB)
                       TO WS-MV-SURVIVOR-BEFORE (WS-MV-SUB)
                   ADD WS-MV-VALUE (WS-MV-SUB)
                       TO CF-CTR-VALUE (WS-ENTRY-SUB)
                       ON SIZE ERROR
                           MOVE "SURVIVOR VALUE WOULD OVERFLOW"
                               TO WS-MERGE-TEXT
                   END-ADD
                   MOVE CF-CTR-VALUE (WS-ENTRY-SUB)
                       TO WS-MV-SURVIVOR-AFTER (WS-MV-SUB)
               END-IF
           END-IF.

      *    A survivor with no record of its own takes over the
      *    closed branch's slot; otherwise the closed branch's
      *    record is taken out and the ones behind it close up.
       3400-COMMIT-MOVE.
           MOVE WS-RUN-DATE TO CF-LU-DATE
           MOVE WS-RUN-TIME TO CF-LU-TIME
           IF WS-CF-NEW-SUB > 0
               MOVE COUNTER-FILE-RECORD TO WS-CF-IMAGE (WS-CF-NEW-SUB)
               PERFORM 3450-REMOVE-CLOSED-RECORD
           ELSE
               MOVE COUNTER-FILE-RECORD TO WS-CF-IMAGE (WS-CF-OLD-SUB)
           END-IF
           SET WS-CF-CHANGED TO TRUE
           IF WS-MG-STATUS (WS-MG-SUB) = "P"
               MOVE "MERGED - FIGURES MOVED" TO WS-MERGE-TEXT
           ELSE
               MOVE "LATE POSTINGS UNDER CLOSED CODE SWEPT"
                   TO WS-MERGE-TEXT
           END-IF
           MOVE "M" TO WS-MG-RUN-SW (WS-MG-SUB)
           ADD 1 TO WS-MERGED-COUNT
           PERFORM 3900-PRINT-MERGE-RESULT
           PERFORM VARYING WS-MV-SUB FROM 1 BY 1
               UNTIL WS-MV-SUB > WS-MV-COUNT
               IF WS-MV-VALUE (WS-MV-SUB) NOT = 0
                   PERFORM 3500-JOURNAL-ONE-MOVE
               END-IF
           END-PERFORM.

       3450-REMOVE-CLOSED-RECORD.
           PERFORM VARYING WS-CF-SUB FROM WS-CF-OLD-SUB BY 1
               UNTIL WS-CF-SUB >= WS-CF-COUNT
               COMPUTE WS-CF-NEXT-SUB = WS-CF-SUB + 1
               MOVE WS-CF-IMAGE (WS-CF-NEXT-SUB)
                   TO WS-CF-IMAGE (WS-CF-SUB)
           END-PERFORM
           MOVE SPACES TO WS-CF-IMAGE (WS-CF-COUNT)
           SUBTRACT 1 FROM WS-CF-COUNT.

       3500-JOURNAL-ONE-MOVE.
           ADD 1 TO WS-AJ-COUNT
           MOVE WS-AJ-COUNT TO WS-AJ-SUB
           MOVE WS-MG-OLD (WS-MG-SUB) TO WS-AJ-OLD (WS-AJ-SUB)
           MOVE WS-MG-NEW (WS-MG-SUB) TO WS-AJ-NEW (WS-AJ-SUB)
           MOVE WS-MV-TYPE (WS-MV-SUB) TO WS-AJ-TYPE (WS-AJ-SUB)
           MOVE WS-MV-VALUE (WS-MV-SUB) TO WS-AJ-MOVED (WS-AJ-SUB)
           MOVE WS-MV-SURVIVOR-BEFORE (WS-MV-SUB)
               TO WS-AJ-SURVIVOR-BEFORE (WS-AJ-SUB)
           MOVE WS-MV-TYPE (WS-MV-SUB)  TO MVL-TYPE
           MOVE WS-MV-VALUE (WS-MV-SUB) TO MVL-MOVED
           MOVE WS-MV-SURVIVOR-BEFORE (WS-MV-SUB) TO MVL-BEFORE
           MOVE WS-MV-SURVIVOR-AFTER (WS-MV-SUB)  TO MVL-AFTER
           WRITE MERGE-REPORT-RECORD FROM WS-MOVE-LINE.

       3900-PRINT-MERGE-RESULT.
           MOVE WS-MG-OLD (WS-MG-SUB)       TO RQ-OLD
           MOVE WS-MG-NEW (WS-MG-SUB)       TO RQ-NEW
           MOVE WS-MG-EFF-DATE (WS-MG-SUB)  TO RQ-EFF-DATE
           MOVE WS-MG-REQUESTOR (WS-MG-SUB) TO RQ-REQUESTOR
           IF WS-MG-RUN-SW (WS-MG-SUB) = "M"
               MOVE WS-MERGE-TEXT TO RQ-RESULT
           ELSE
               MOVE SPACES TO RQ-RESULT
               STRING "HELD - "       DELIMITED BY SIZE
                      WS-MERGE-TEXT   DELIMITED BY SIZE
                   INTO RQ-RESULT
               END-STRING
           END-IF
           WRITE MERGE-REPORT-RECORD FROM WS-REQUEST-LINE.

      *    The proof: the TOTALS record must be byte for byte what
      *    was read, and the branch records must still sum, type by
      *    type, to what they summed to before.  Either failing
      *    means this run rewrites nothing.
       4000-PRINT-BALANCE-PROOF.
           MOVE "BALANCE PROOF" TO ML-TEXT
           WRITE MERGE-REPORT-RECORD FROM WS-MESSAGE-LINE
           IF NOT WS-CF-LOADED
               MOVE "  NO USABLE COUNTER FILE - NOTHING TO PROVE"
                   TO ML-TEXT
               WRITE MERGE-REPORT-RECORD FROM WS-MESSAGE-LINE
           ELSE
               PERFORM 4100-TAKE-AFTER-FIGURES
               WRITE MERGE-REPORT-RECORD FROM WS-PROOF-HEADING
               PERFORM VARYING WS-PF-SUB FROM 1 BY 1
                   UNTIL WS-PF-SUB > WS-PF-COUNT
                   MOVE WS-PF-TYPE (WS-PF-SUB) TO PL-TYPE
                   MOVE WS-PF-TOTALS-BEFORE (WS-PF-SUB)
                       TO PL-TOTALS-BEFORE
                   MOVE WS-PF-TOTALS-AFTER (WS-PF-SUB)
                       TO PL-TOTALS-AFTER
                   MOVE WS-PF-BRANCH-BEFORE (WS-PF-SUB)
                       TO PL-BRANCH-BEFORE
                   MOVE WS-PF-BRANCH-AFTER (WS-PF-SUB)
                       TO PL-BRANCH-AFTER
                   WRITE MERGE-REPORT-RECORD FROM WS-PROOF-LINE
                   IF WS-PF-BRANCH-AFTER (WS-PF-SUB)
                       NOT = WS-PF-BRANCH-BEFORE (WS-PF-SUB)
                       SET WS-PROOF-FAILED TO TRUE
                   END-IF
               END-PERFORM
               MOVE SPACES TO MERGE-REPORT-RECORD
               WRITE MERGE-REPORT-RECORD
               IF WS-CF-IMAGE (1) = WS-TOTALS-BEFORE
                   MOVE "TOTALS RECORD UNCHANGED" TO ML-TEXT
               ELSE
                   SET WS-PROOF-FAILED TO TRUE
                   MOVE "*** TOTALS RECORD CHANGED ***" TO ML-TEXT
               END-IF
               WRITE MERGE-REPORT-RECORD FROM WS-MESSAGE-LINE
               IF WS-PROOF-FAILED
                   MOVE "*** PROOF FAILED - NOTHING REWRITTEN ***"
                       TO ML-TEXT
               ELSE
                   MOVE "BRANCH RECORDS BALANCE BEFORE AND AFTER"
                       TO ML-TEXT
               END-IF
               WRITE MERGE-REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF.

       4100-TAKE-AFTER-FIGURES.
           MOVE WS-CF-IMAGE (1) TO COUNTER-FILE-RECORD
           PERFORM VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > WS-PF-COUNT
               MOVE CF-CTR-VALUE (WS-PF-SUB)
                   TO WS-PF-TOTALS-AFTER (WS-PF-SUB)
           END-PERFORM
           PERFORM 8200-SUM-BRANCH-FIGURES
           PERFORM VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > WS-PF-COUNT
               MOVE WS-PF-BRANCH-SUM (WS-PF-SUB)
                   TO WS-PF-BRANCH-AFTER (WS-PF-SUB)
           END-PERFORM.

      *    Sum of every branch record, type by type, for the types
      *    on the TOTALS record.  An unreadable record is passed
      *    over the same way before and after.
       8200-SUM-BRANCH-FIGURES.
           PERFORM VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > WS-PF-COUNT
               MOVE 0 TO WS-PF-BRANCH-SUM (WS-PF-SUB)
           END-PERFORM
           PERFORM VARYING WS-CF-SUB FROM 2 BY 1
               UNTIL WS-CF-SUB > WS-CF-COUNT
               MOVE WS-CF-IMAGE (WS-CF-SUB) TO COUNTER-FILE-RECORD
               IF CF-COUNTER-COUNT IS NUMERIC
                   AND CF-COUNTER-COUNT NOT > WS-CF-ENTRY-MAX
                   PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                       UNTIL WS-ENTRY-SUB > CF-COUNTER-COUNT
                       PERFORM 8250-ADD-TO-BRANCH-SUM
                   END-PERFORM
               END-IF
           END-PERFORM.

       8250-ADD-TO-BRANCH-SUM.
           MOVE "N" TO WS-PF-FOUND-SW
           PERFORM VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > WS-PF-COUNT
                   OR WS-PF-FOUND
               IF WS-PF-TYPE (WS-PF-SUB) = CF-CTR-TYPE (WS-ENTRY-SUB)
                   MOVE "Y" TO WS-PF-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-PF-FOUND
               SUBTRACT 1 FROM WS-PF-SUB
               IF CF-CTR-VALUE (WS-ENTRY-SUB) IS NUMERIC
                   ADD CF-CTR-VALUE (WS-ENTRY-SUB)
                       TO WS-PF-BRANCH-SUM (WS-PF-SUB)
               END-IF
           END-IF.

       9000-TERMINATE.
           IF WS-CF-CHANGED AND NOT WS-PROOF-FAILED
               PERFORM 9100-REWRITE-COUNTER-FILE
               PERFORM 9200-WRITE-AUDIT-RECORDS
           END-IF
           IF WS-REGISTER-CHANGED
               OR (WS-MERGED-COUNT > 0 AND NOT WS-PROOF-FAILED)
               PERFORM 9300-REWRITE-REGISTER
           END-IF
           MOVE SPACES TO MERGE-REPORT-RECORD
           WRITE MERGE-REPORT-RECORD
           MOVE "REQUESTS READ" TO TL-LABEL
           MOVE WS-READ-COUNT TO TL-VALUE
           WRITE MERGE-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "REQUESTS REGISTERED" TO TL-LABEL
           MOVE WS-ACCEPTED-COUNT TO TL-VALUE
           WRITE MERGE-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "REQUESTS REJECTED" TO TL-LABEL
           MOVE WS-REJECT-COUNT TO TL-VALUE
           WRITE MERGE-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "MERGES EXECUTED OR SWEPT" TO TL-LABEL
           MOVE WS-MERGED-COUNT TO TL-VALUE
           WRITE MERGE-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "MERGES HELD" TO TL-LABEL
           MOVE WS-HELD-COUNT TO TL-VALUE
           WRITE MERGE-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "AUDIT RECORDS WRITTEN" TO TL-LABEL
           MOVE WS-AUDIT-WRITTEN-COUNT TO TL-VALUE
           WRITE MERGE-REPORT-RECORD FROM WS-TOTAL-LINE
           CLOSE MERGE-REPORT-FILE
           DISPLAY "BRMERGE: READ " WS-READ-COUNT
                   " REGISTERED " WS-ACCEPTED-COUNT
                   " REJECTED " WS-REJECT-COUNT
                   " MERGED " WS-MERGED-COUNT
                   " HELD " WS-HELD-COUNT.

       9100-REWRITE-COUNTER-FILE.
           OPEN OUTPUT COUNTER-FILE
           PERFORM VARYING WS-CF-SUB FROM 1 BY 1
               UNTIL WS-CF-SUB > WS-CF-COUNT
               MOVE WS-CF-IMAGE (WS-CF-SUB) TO COUNTER-FILE-RECORD
               WRITE COUNTER-FILE-RECORD
           END-PERFORM
           CLOSE COUNTER-FILE.

      *    Each figure moved goes out twice: out of the closed
      *    branch down to zero, then into the survivor up from
      *    where it stood.
       9200-WRITE-AUDIT-RECORDS.
           OPEN EXTEND AUDIT-FILE
           IF NOT WS-AUDIT-FILE-STATUS = "00"
               CLOSE AUDIT-FILE
               OPEN OUTPUT AUDIT-FILE
           END-IF
           PERFORM VARYING WS-AJ-SUB FROM 1 BY 1
               UNTIL WS-AJ-SUB > WS-AJ-COUNT
               MOVE WS-AJ-OLD (WS-AJ-SUB) TO WS-AK-OLD
               MOVE WS-AJ-NEW (WS-AJ-SUB) TO WS-AK-NEW
               MOVE WS-AJ-TYPE (WS-AJ-SUB) TO WS-AI-TYPE
               MOVE WS-AJ-OLD (WS-AJ-SUB) TO WS-AI-BRANCH
               MOVE WS-AJ-MOVED (WS-AJ-SUB) TO WS-AUDIT-RUNNING
               COMPUTE WS-AUDIT-DELTA = 0 - WS-AJ-MOVED (WS-AJ-SUB)
               PERFORM 9250-WRITE-ONE-SIDE
               MOVE WS-AJ-NEW (WS-AJ-SUB) TO WS-AI-BRANCH
               MOVE WS-AJ-SURVIVOR-BEFORE (WS-AJ-SUB)
                   TO WS-AUDIT-RUNNING
               MOVE WS-AJ-MOVED (WS-AJ-SUB) TO WS-AUDIT-DELTA
               PERFORM 9250-WRITE-ONE-SIDE
           END-PERFORM
           CLOSE AUDIT-FILE.

       9250-WRITE-ONE-SIDE.
           PERFORM UNTIL WS-AUDIT-DELTA = 0
               EVALUATE TRUE
                   WHEN WS-AUDIT-DELTA > 999
                       MOVE 999 TO WS-AUDIT-STEP
                   WHEN WS-AUDIT-DELTA < -999
                       MOVE -999 TO WS-AUDIT-STEP
                   WHEN OTHER
                       MOVE WS-AUDIT-DELTA TO WS-AUDIT-STEP
               END-EVALUATE
               ADD WS-AUDIT-STEP TO WS-AUDIT-RUNNING
               SUBTRACT WS-AUDIT-STEP FROM WS-AUDIT-DELTA
               PERFORM 9260-WRITE-AUDIT-RECORD
           END-PERFORM.

       9260-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-RUN-DATE           TO AU-DATE
           MOVE WS-AUDIT-TIME         TO AU-TIME
           MOVE WS-AUDIT-ID-AREA      TO AU-COUNTER-ID
           MOVE WS-AUDIT-KEY-AREA     TO AU-TRANS-KEY
           MOVE WS-AUDIT-STEP         TO AU-AMOUNT
           MOVE WS-AUDIT-RUNNING      TO WS-AUDIT-RESULT-VALUE
           MOVE WS-AUDIT-RESULT-VALUE TO AU-RESULT-VALUE
           WRITE AUDIT-RECORD
           ADD 1 TO WS-AUDIT-WRITTEN-COUNT.

      *    Done markers go on only when the figures they vouch for
      *    went on - a failed proof leaves every entry as it was
      *    read, new registrations apart.
       9300-REWRITE-REGISTER.
           OPEN OUTPUT MERGE-REGISTER-FILE
           PERFORM VARYING WS-MG-SUB FROM 1 BY 1
               UNTIL WS-MG-SUB > WS-MG-COUNT
               IF WS-MG-RUN-SW (WS-MG-SUB) = "M"
                   AND WS-MG-STATUS (WS-MG-SUB) = "P"
                   AND NOT WS-PROOF-FAILED
                   MOVE "D" TO WS-MG-STATUS (WS-MG-SUB)
                   MOVE WS-RUN-DATE TO WS-MG-MOVED-DATE (WS-MG-SUB)
               END-IF
               MOVE SPACES TO BRANCH-MERGE-RECORD
               MOVE WS-MG-OLD (WS-MG-SUB)  TO MG-OLD-BRANCH
               MOVE WS-MG-NEW (WS-MG-SUB)  TO MG-NEW-BRANCH
               MOVE WS-MG-EFF-DATE (WS-MG-SUB) TO MG-EFF-DATE
               MOVE WS-MG-STATUS (WS-MG-SUB) TO MG-STATUS
               MOVE WS-MG-REQUEST-DATE (WS-MG-SUB)
                   TO MG-REQUEST-DATE
               MOVE WS-MG-MOVED-DATE (WS-MG-SUB) TO MG-MOVED-DATE
               MOVE WS-MG-REQUESTOR (WS-MG-SUB) TO MG-REQUESTOR
               WRITE BRANCH-MERGE-RECORD
           END-PERFORM
           CLOSE MERGE-REGISTER-FILE.
