       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRRBLD.
       AUTHOR. OPERATIONS-SUPPORT.
      *****************************************************************
      *  CTRRBLD - Counter file recovery rebuild.
      *
      *  If COUNTFIL is lost or damaged the only fallback has been
      *  COUNTCKP, and that exists only while a run is part-way
      *  through a file.  This job rebuilds the counter file from
      *  the history the suite already keeps, for ops to review
      *  and promote instead of reconstructing counts by hand:
      *    - the restore point is a date on the one-card RBLDPRM
      *      parameter file - a missing or unreadable date stops
      *      the run, since guessing at a recovery point helps
      *      nobody;
      *    - the shop-wide running values start from the last good
      *      SNAPHIST closing position (the last snapshot of its
      *      date, every figure readable) on or before that date;
      *    - every later AUDITLOG increment is replayed on top -
      *      the AUDARCHV archive generations first, then the live
      *      log, so a window reaching back past AUDARCH's
      *      retention is still covered when the JCL concatenates
      *      the generations it needs under AUDARCHV;
      *    - every later HISTFILE rollover takes its rolled-off
      *      value back out, exactly as the rollover did;
      *    - MTD and YTD start from the last PERCLOSE close record
      *      on PERDHIST - MTD from zero, YTD from the close's
      *      figure or from zero after a year-end close - with
      *      every increment since the close replayed on top.
      *  Nothing here depends on the order the generations come
      *  in: each record is placed by its own date.  PERCLOSE runs
      *  after the day's COUNTJOB, so a close date's increments
      *  belong to the period it closed.
      *
      *  Branch subtotals are not on SNAPHIST or AUDITLOG, so they
      *  cannot be rebuilt: every branch record on the damaged
      *  file that still reads cleanly is carried into the
      *  candidate byte for byte, the unreadable ones are listed,
      *  and the carried records are proved against the rebuilt
      *  totals the way EODBAL's leg A does it - branch sum per
      *  type against the TOTALS value plus every amount ever
      *  rolled off to HISTFILE.
      *
      *  The candidate goes to COUNTNEW, which the JCL promotes
      *  over COUNTFIL only once the RBLDRPT report has been
      *  reviewed.  The report shows how each rebuilt figure was
      *  arrived at, checks it against the last result value the
      *  audit trail itself recorded, and compares it figure by
      *  figure with the damaged file where one is there to read.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One record: the restore date, CCYYMMDD.
           SELECT PARM-FILE ASSIGN TO "RBLDPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.

      *    On z/OS this DD concatenates the AUDARCHV generations the
      *    restore window reaches into; absent when the live log
      *    still covers it.
           SELECT ARCHIVE-FILE ASSIGN TO "AUDARCHV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *    On z/OS this DD concatenates all generations of the
      *    COUNTHST GDG base - same DD EODBAL and LIFERPT read.
           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT PERIOD-HIST-FILE ASSIGN TO "PERDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERDHIST-FILE-STATUS.

      *    Counter order and business descriptions.
           SELECT COUNTER-DEF-FILE ASSIGN TO "CTRDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRDEF-FILE-STATUS.

      *    The damaged counter file, if there is one - read only.
           SELECT COUNTER-FILE ASSIGN TO "COUNTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNTER-FILE-STATUS.

      *    The candidate; the JCL promotes it over COUNTFIL once
      *    the report has been reviewed.
           SELECT NEW-COUNTER-FILE ASSIGN TO "COUNTNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-COUNTER-FILE-STATUS.

           SELECT REBUILD-REPORT-FILE ASSIGN TO "RBLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
      *    Character so it can be inspected before anything
      *    arithmetic touches it.
       01  PARM-RECORD.
           05  PRM-RESTORE-DATE          PIC X(8).
           05  FILLER                    PIC X(72).

       FD  SNAPSHOT-FILE
           RECORDING MODE IS F.
       COPY "SNAPREC.cpy".

      *    Same AUDITREC layout as the live log; each record is
      *    moved into AUDIT-RECORD and replayed exactly as a live
      *    one.
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD                PIC X(80).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY "AUDITREC.cpy".

      *    Positional view of the free-text line COUNTJOB's
      *    1580-WRITE-HIST-RECORD strings together - same view
      *    EODBAL and LIFERPT read it with.
       FD  HIST-FILE
           RECORDING MODE IS F.
       01  HIST-FILE-RECORD.
           05  HR-DATE                   PIC X(8).
           05  HR-DATE-N REDEFINES HR-DATE
                                         PIC 9(8).
           05  FILLER                    PIC X(1).
           05  HR-COUNTER-ID             PIC X(10).
           05  HR-COUNTER-ID-R REDEFINES HR-COUNTER-ID.
               10  HR-ID-PREFIX          PIC X(5).
               10  HR-ID-TYPE            PIC X(2).
               10  FILLER                PIC X(3).
           05  FILLER                    PIC X(1).
           05  HR-VALUE                  PIC X(5).
           05  HR-VALUE-N REDEFINES HR-VALUE
                                         PIC 9(5).
           05  FILLER                    PIC X(55).

       FD  PERIOD-HIST-FILE
           RECORDING MODE IS F.
       COPY "PERDHIST.cpy".

       FD  COUNTER-DEF-FILE
           RECORDING MODE IS F.
       COPY "CTRDEF.cpy".

       FD  COUNTER-FILE
           RECORDING MODE IS F.
       COPY "COUNTFIL.cpy".

       FD  NEW-COUNTER-FILE
           RECORDING MODE IS F.
       01  NEW-COUNTER-RECORD            PIC X(320).

       FD  REBUILD-REPORT-FILE
           RECORDING MODE IS F.
       01  REBUILD-REPORT-RECORD         PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS           PIC XX VALUE SPACES.
           88  WS-PARM-FILE-OK           VALUE "00".
       01  WS-SNAP-FILE-STATUS           PIC XX VALUE SPACES.
           88  WS-SNAP-FILE-OK           VALUE "00".
       01  WS-SNAP-EOF-SW                PIC X VALUE "N".
           88  WS-SNAP-EOF               VALUE "Y".
       01  WS-ARCHIVE-FILE-STATUS        PIC XX VALUE SPACES.
           88  WS-ARCHIVE-FILE-OK        VALUE "00".
       01  WS-ARCHIVE-EOF-SW             PIC X VALUE "N".
           88  WS-ARCHIVE-EOF            VALUE "Y".
       01  WS-AUDIT-FILE-STATUS          PIC XX VALUE SPACES.
           88  WS-AUDIT-FILE-OK          VALUE "00".
       01  WS-AUDIT-EOF-SW               PIC X VALUE "N".
           88  WS-AUDIT-EOF              VALUE "Y".
       01  WS-HIST-FILE-STATUS           PIC XX VALUE SPACES.
           88  WS-HIST-FILE-OK           VALUE "00".
       01  WS-HIST-EOF-SW                PIC X VALUE "N".
           88  WS-HIST-EOF               VALUE "Y".
       01  WS-PERDHIST-FILE-STATUS       PIC XX VALUE SPACES.
           88  WS-PERDHIST-FILE-OK       VALUE "00".
       01  WS-PERDHIST-EOF-SW            PIC X VALUE "N".
           88  WS-PERDHIST-EOF           VALUE "Y".
       01  WS-CTRDEF-FILE-STATUS         PIC XX VALUE SPACES.
           88  WS-CTRDEF-FILE-OK         VALUE "00".
       01  WS-CTRDEF-EOF-SW              PIC X VALUE "N".
           88  WS-CTRDEF-EOF             VALUE "Y".
       01  WS-COUNTER-FILE-STATUS        PIC XX VALUE SPACES.
           88  WS-COUNTER-FILE-OK        VALUE "00".
       01  WS-COUNTER-EOF-SW             PIC X VALUE "N".
           88  WS-COUNTER-EOF            VALUE "Y".
       01  WS-NEW-COUNTER-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS         PIC XX VALUE SPACES.

       01  WS-RUN-STOPPED-SW             PIC X VALUE "N".
           88  WS-RUN-STOPPED            VALUE "Y".
       01  WS-RESTORE-DATE               PIC 9(8) VALUE 0.

      *    The snapshot being read (the latest of its date so far)
      *    and the best closing position found - a date's closing
      *    position is its LAST snapshot, so it is promoted only
      *    once the date is left behind, and only if that last
      *    record reads cleanly.
       01  WS-CUR-SNAP.
           05  WS-CS-DATE                PIC 9(8) VALUE 0.
           05  WS-CS-TIME                PIC 9(6) VALUE 0.
           05  WS-CS-COUNT               PIC 9(2) VALUE 0.
           05  WS-CS-ENTRY OCCURS 10.
               10  WS-CS-TYPE            PIC X(2).
               10  WS-CS-VALUE           PIC S9(7).
       01  WS-CUR-SNAP-GOOD-SW           PIC X VALUE "N".
           88  WS-CUR-SNAP-GOOD          VALUE "Y".
       01  WS-BEST-SNAP.
           05  WS-BS-DATE                PIC 9(8) VALUE 0.
           05  WS-BS-TIME                PIC 9(6) VALUE 0.
           05  WS-BS-COUNT               PIC 9(2) VALUE 0.
           05  WS-BS-ENTRY OCCURS 10.
               10  WS-BS-TYPE            PIC X(2).
               10  WS-BS-VALUE           PIC S9(7).
       01  WS-SNAP-FOUND-SW              PIC X VALUE "N".
           88  WS-SNAP-FOUND             VALUE "Y".
       01  WS-SNAP-ENTRY-OK-SW           PIC X VALUE "N".
           88  WS-SNAP-ENTRY-OK          VALUE "Y".
       01  WS-SNAP-BAD-COUNT             PIC 9(5) VALUE 0.
       01  WS-SN-SUB                     PIC 9(2) VALUE 0.

      *    The last period close on PERDHIST: MTD counts from zero
      *    after it, YTD from its figure (zero after a year-end).
      *    No close on file means the accumulators run from the
      *    start of the audit history.
       01  WS-CLOSE-FOUND-SW             PIC X VALUE "N".
           88  WS-CLOSE-FOUND            VALUE "Y".
       01  WS-ACC-FROM-DATE              PIC 9(8) VALUE 0.
       01  WS-CLOSE-PERIOD               PIC 9(2) VALUE 0.
       01  WS-CLOSE-YEAR                 PIC 9(4) VALUE 0.
       01  WS-CLOSE-YEAR-END             PIC X(1) VALUE "N".
       01  WS-CLOSE-COUNT                PIC 9(2) VALUE 0.
       01  WS-CLOSE-TABLE.
           05  WS-CLOSE-ENTRY OCCURS 10.
               10  WS-CL-TYPE            PIC X(2).
               10  WS-CL-YTD             PIC S9(9).
       01  WS-CL-SUB                     PIC 9(2) VALUE 0.

      *    One entry per counter: CTRDEF order first, then any type
      *    the snapshot or the replay brings that CTRDEF does not
      *    name.  Only types on the snapshot or with activity in
      *    the replay window are written to the candidate.
       01  WS-RB-TABLE.
           05  WS-RB-MAX                 PIC 9(2) VALUE 10.
           05  WS-RB-COUNT               PIC 9(2) VALUE 0.
           05  WS-RB-ENTRY OCCURS 10.
               10  WS-RB-TYPE            PIC X(2).
               10  WS-RB-DESC            PIC X(30).
               10  WS-RB-IN-USE-SW       PIC X(1).
                   88  WS-RB-IN-USE      VALUE "Y".
               10  WS-RB-SNAP-VALUE      PIC S9(7).
               10  WS-RB-REPLAY-SUM      PIC S9(9).
               10  WS-RB-ROLL-SUM        PIC S9(9).
               10  WS-RB-ROLL-COUNT      PIC 9(5).
               10  WS-RB-LIFE-ROLL-SUM   PIC S9(11).
               10  WS-RB-ACC-SUM         PIC S9(9).
               10  WS-RB-BASE-YTD        PIC S9(9).
               10  WS-RB-VALUE           PIC S9(9).
               10  WS-RB-MTD             PIC S9(9).
               10  WS-RB-YTD             PIC S9(11).
               10  WS-RB-AU-SEEN-SW      PIC X(1).
                   88  WS-RB-AU-SEEN     VALUE "Y".
               10  WS-RB-AU-STAMP        PIC 9(14).
               10  WS-RB-AU-RESULT       PIC S9(5).
               10  WS-RB-CHECK-SW        PIC X(1).
                   88  WS-RB-CHECK-ACC   VALUE "Y".
               10  WS-RB-FIT-SW          PIC X(1).
                   88  WS-RB-NO-FIT      VALUE "N".
               10  WS-RB-DMG-SW          PIC X(1).
                   88  WS-RB-ON-DAMAGED  VALUE "Y".
               10  WS-RB-DMG-VALUE       PIC S9(7).
               10  WS-RB-DMG-MTD         PIC S9(7).
               10  WS-RB-DMG-YTD         PIC S9(9).
               10  WS-RB-BR-SUM          PIC S9(11).
       01  WS-RB-SUB                     PIC 9(2) VALUE 0.
       01  WS-RB-FOUND-SW                PIC X VALUE "N".
           88  WS-RB-FOUND               VALUE "Y".
       01  WS-RB-ADD-SW                  PIC X VALUE "N".
           88  WS-RB-ADD-ALLOWED         VALUE "Y".
       01  WS-LOOKUP-TYPE                PIC X(2) VALUE SPACES.
       01  WS-IN-USE-COUNT               PIC 9(2) VALUE 0.
       01  WS-CF-ENTRY-SUB               PIC 9(2) VALUE 0.

      *    Rollovers since the close, by type and date - a cycle
      *    backed out on the day its counter rolled restores the
      *    running value but leaves the audit amounts over-stating
      *    MTD and YTD by the rolled-off value (COUNTJOB flags the
      *    same case on CTLBRK), so such a counter is marked for a
      *    hand check.
       01  WS-ROLL-TABLE.
           05  WS-RL-MAX                 PIC 9(3) VALUE 200.
           05  WS-RL-COUNT               PIC 9(3) VALUE 0.
           05  WS-RL-ENTRY OCCURS 200.
               10  WS-RL-TYPE            PIC X(2).
               10  WS-RL-DATE            PIC 9(8).
       01  WS-RL-SUB                     PIC 9(3) VALUE 0.

      *    The audit log names counters "TYPE nn"; records from
      *    before the counters went table-driven say "WS-AREA-n",
      *    which maps onto type 0n - same cutover mapping EODBAL
      *    and LIFERPT apply.  Anything else (BRMERGE's branch
      *    moves) is not a shop-wide increment.
       01  WS-AUDIT-ID-AREA.
           05  WS-AI-PREFIX              PIC X(5).
           05  WS-AI-TYPE                PIC X(2).
           05  FILLER                    PIC X(3).
       01  WS-OLD-AREA-ID.
           05  FILLER                    PIC X(8) VALUE "WS-AREA-".
           05  WS-OLD-AREA-DIGIT         PIC X(1).
           05  FILLER                    PIC X(1).

       01  WS-AU-STAMP                   PIC 9(14) VALUE 0.
       01  WS-LAST-STAMP                 PIC 9(14) VALUE 0.
       01  WS-LAST-STAMP-R  REDEFINES WS-LAST-STAMP.
           05  WS-LAST-DATE              PIC 9(8).
           05  WS-LAST-TIME              PIC 9(6).
       01  WS-ARCHIVE-READ-COUNT         PIC 9(7) VALUE 0.
       01  WS-AUDIT-READ-COUNT           PIC 9(7) VALUE 0.
       01  WS-AUDIT-BAD-COUNT            PIC 9(7) VALUE 0.
       01  WS-REPLAY-COUNT               PIC 9(7) VALUE 0.
       01  WS-EARLIEST-AUDIT-DATE        PIC 9(8) VALUE 99999999.
       01  WS-NEEDED-FROM-DATE           PIC 9(8) VALUE 0.
       01  WS-ROLL-REPLAY-COUNT          PIC 9(5) VALUE 0.
       01  WS-HIST-BAD-COUNT             PIC 9(5) VALUE 0.

      *    The damaged file, held whole: the TOTALS figures go to
      *    the comparison, each readable branch record is carried
      *    into the candidate.
       01  WS-CF-TABLE.
           05  WS-CF-MAX                 PIC 9(3) VALUE 100.
           05  WS-CF-COUNT               PIC 9(3) VALUE 0.
           05  WS-CF-ENTRY OCCURS 100.
               10  WS-CF-IMAGE           PIC X(320).
               10  WS-CF-CARRY-SW        PIC X(1).
                   88  WS-CF-CARRY       VALUE "Y".
       01  WS-CF-SUB                     PIC 9(3) VALUE 0.
       01  WS-CF-BEYOND-COUNT            PIC 9(5) VALUE 0.
       01  WS-CF-RECORD-OK-SW            PIC X VALUE "N".
           88  WS-CF-RECORD-OK           VALUE "Y".
       01  WS-DAMAGED-READ-SW            PIC X VALUE "N".
           88  WS-DAMAGED-READ           VALUE "Y".
       01  WS-DAMAGED-TOTALS-SW          PIC X VALUE "N".
           88  WS-DAMAGED-TOTALS         VALUE "Y".
       01  WS-CARRIED-COUNT              PIC 9(3) VALUE 0.
       01  WS-DROPPED-COUNT              PIC 9(3) VALUE 0.
       01  WS-DAMAGED-ONLY-COUNT         PIC 9(2) VALUE 0.
       01  WS-DAMAGED-ONLY-TYPES.
           05  WS-DO-TYPE                PIC X(2) OCCURS 10.

       01  WS-REBUILD-FAILED-SW          PIC X VALUE "N".
           88  WS-REBUILD-FAILED         VALUE "Y".
       01  WS-AUDIT-DISAGREE-COUNT       PIC 9(2) VALUE 0.
       01  WS-CHECK-ACC-COUNT            PIC 9(2) VALUE 0.
       01  WS-DIFFER-COUNT               PIC 9(3) VALUE 0.
       01  WS-BRANCH-DIFFER-COUNT        PIC 9(3) VALUE 0.
       01  WS-CANDIDATE-WRITTEN-SW       PIC X VALUE "N".
           88  WS-CANDIDATE-WRITTEN      VALUE "Y".
       01  WS-DIFFERENCE                 PIC S9(11) VALUE 0.
       01  WS-EXPECTED                   PIC S9(11) VALUE 0.

       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-RUN-DATE-R    REDEFINES WS-RUN-DATE.
           05  WS-RUN-CCYY               PIC 9(4).
           05  WS-RUN-MM                 PIC 9(2).
           05  WS-RUN-DD                 PIC 9(2).

       01  WS-HEADING-1.
           05  FILLER                    PIC X    VALUE "1".
           05  FILLER                    PIC X(30) VALUE
               "COUNTER FILE RECOVERY REBUILD".
           05  FILLER                    PIC X(10) VALUE
               "  RUN DATE".
           05  H1-MM                     PIC 99.
           05  FILLER                    PIC X VALUE "/".
           05  H1-DD                     PIC 99.
           05  FILLER                    PIC X VALUE "/".
           05  H1-CCYY                   PIC 9999.

       01  WS-SECTION-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  SL-TEXT                   PIC X(60) VALUE SPACES.

       01  WS-INFO-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  IL-LABEL                  PIC X(32) VALUE SPACES.
           05  IL-VALUE                  PIC X(60) VALUE SPACES.

       01  WS-INFO-NUMBER                PIC Z,ZZZ,ZZ9.

       01  WS-REBUILD-HEADING.
           05  FILLER                    PIC X(21) VALUE
               " TY  DESCRIPTION".
           05  FILLER                    PIC X(11) VALUE
               "   SNAPSHOT".
           05  FILLER                    PIC X(13) VALUE
               "     REPLAYED".
           05  FILLER                    PIC X(13) VALUE
               "   ROLLED OFF".
           05  FILLER                    PIC X(13) VALUE
               "      REBUILT".
           05  FILLER                    PIC X(13) VALUE
               "          MTD".
           05  FILLER                    PIC X(15) VALUE
               "            YTD".
           05  FILLER                    PIC X(6) VALUE "  NOTE".

       01  WS-REBUILD-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  RL-TYPE                   PIC X(2).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RL-DESC                   PIC X(16).
           05  FILLER                    PIC X    VALUE SPACE.
           05  RL-SNAPSHOT               PIC Z,ZZZ,ZZ9-.
           05  FILLER                    PIC X    VALUE SPACE.
           05  RL-REPLAYED               PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                    PIC X    VALUE SPACE.
           05  RL-ROLLED                 PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                    PIC X    VALUE SPACE.
           05  RL-REBUILT                PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                    PIC X    VALUE SPACE.
           05  RL-MTD                    PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                    PIC X    VALUE SPACE.
           05  RL-YTD                    PIC Z,ZZZ,ZZZ,ZZ9-.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RL-NOTE                   PIC X(30).

       01  WS-COMPARE-HEADING.
           05  FILLER                    PIC X(10) VALUE
               " TY  FIELD".
           05  FILLER                    PIC X(16) VALUE
               "         DAMAGED".
           05  FILLER                    PIC X(16) VALUE
               "         REBUILT".
           05  FILLER                    PIC X(16) VALUE
               "      DIFFERENCE".
           05  FILLER                    PIC X(8) VALUE "  RESULT".

       01  WS-PROOF-HEADING.
           05  FILLER                    PIC X(10) VALUE
               " TY".
           05  FILLER                    PIC X(16) VALUE
               "      BRANCH SUM".
           05  FILLER                    PIC X(16) VALUE
               "   TOTALS+ROLLED".
           05  FILLER                    PIC X(16) VALUE
               "      DIFFERENCE".
           05  FILLER                    PIC X(8) VALUE "  RESULT".

       01  WS-COMPARE-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  CL-TYPE                   PIC X(2).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  CL-FIELD                  PIC X(5).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  CL-FIRST                  PIC Z,ZZZ,ZZZ,ZZ9-.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  CL-SECOND                 PIC Z,ZZZ,ZZZ,ZZ9-.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  CL-DIFFERENCE             PIC Z,ZZZ,ZZZ,ZZ9-.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  CL-RESULT                 PIC X(30).

       01  WS-MESSAGE-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  ML-TEXT                   PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-STOPPED
               PERFORM 2000-FIND-SNAPSHOT
           END-IF
           IF NOT WS-RUN-STOPPED
               PERFORM 2500-FIND-LAST-CLOSE
               PERFORM 3000-LOAD-ROLLOVERS
               PERFORM 3500-REPLAY-AUDIT-TRAIL
               PERFORM 4000-LOAD-DAMAGED-FILE
               PERFORM 5000-COMPUTE-REBUILT-FIGURES
               PERFORM 6000-WRITE-CANDIDATE
               PERFORM 7000-PRINT-REPORT
           ELSE
               MOVE "*** RUN STOPPED - NO CANDIDATE WRITTEN ***"
                   TO ML-TEXT
               WRITE REBUILD-REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT REBUILD-REPORT-FILE
           MOVE WS-RUN-MM   TO H1-MM
           MOVE WS-RUN-DD   TO H1-DD
           MOVE WS-RUN-CCYY TO H1-CCYY
           WRITE REBUILD-REPORT-RECORD FROM WS-HEADING-1
           MOVE SPACES TO REBUILD-REPORT-RECORD
           WRITE REBUILD-REPORT-RECORD
           PERFORM 1100-READ-PARAMETER
           IF NOT WS-RUN-STOPPED
               PERFORM 1200-LOAD-COUNTER-DEFS
           END-IF.

       1100-READ-PARAMETER.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-FILE-OK
               DISPLAY "CTRRBLD: NO PARAMETER FILE - RUN STOPPED"
               SET WS-RUN-STOPPED TO TRUE
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY "CTRRBLD: EMPTY PARAMETER FILE - "
                               "RUN STOPPED"
                       SET WS-RUN-STOPPED TO TRUE
                   NOT AT END
                       IF PRM-RESTORE-DATE IS NUMERIC
                           MOVE PRM-RESTORE-DATE TO WS-RESTORE-DATE
                           IF WS-RESTORE-DATE > WS-RUN-DATE
                               DISPLAY "CTRRBLD: RESTORE DATE "
                                       WS-RESTORE-DATE
                                       " IS IN THE FUTURE - "
                                       "RUN STOPPED"
                               SET WS-RUN-STOPPED TO TRUE
                           END-IF
                       ELSE
                           DISPLAY "CTRRBLD: RESTORE DATE NOT "
                                   "NUMERIC - RUN STOPPED"
                           SET WS-RUN-STOPPED TO TRUE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           MOVE "RESTORE POINT REQUESTED" TO IL-LABEL
           MOVE PRM-RESTORE-DATE TO IL-VALUE
           IF NOT WS-PARM-FILE-OK
               MOVE "NONE" TO IL-VALUE
           END-IF
           WRITE REBUILD-REPORT-RECORD FROM WS-INFO-LINE.

      *    No CTRDEF is not fatal - the types come off the snapshot
      *    and the replay, described by their codes alone.
       1200-LOAD-COUNTER-DEFS.
           MOVE "Y" TO WS-RB-ADD-SW
           OPEN INPUT COUNTER-DEF-FILE
           IF NOT WS-CTRDEF-FILE-OK
               DISPLAY "CTRRBLD: NO COUNTER DEFINITION FILE - "
                       "TYPES TAKEN FROM HISTORY"
           ELSE
               PERFORM UNTIL WS-CTRDEF-EOF
                   READ COUNTER-DEF-FILE
                       AT END
                           SET WS-CTRDEF-EOF TO TRUE
                       NOT AT END
                           MOVE CD-TYPE-CODE TO WS-LOOKUP-TYPE
                           PERFORM 8000-FIND-OR-ADD-TYPE
                           IF WS-RB-FOUND
                               MOVE CD-DESCRIPTION
                                   TO WS-RB-DESC (WS-RB-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COUNTER-DEF-FILE
           END-IF.

       2000-FIND-SNAPSHOT.
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAP-FILE-OK
               PERFORM UNTIL WS-SNAP-EOF
                   READ SNAPSHOT-FILE
                       AT END
                           SET WS-SNAP-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-ABSORB-SNAPSHOT
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-FILE
               PERFORM 2150-PROMOTE-CURRENT-DATE
           END-IF
           IF NOT WS-SNAP-FOUND
               DISPLAY "CTRRBLD: NO GOOD SNAPSHOT ON OR BEFORE "
                       WS-RESTORE-DATE " - RUN STOPPED"
               MOVE "NO GOOD SNAPSHOT ON OR BEFORE RESTORE DATE"
                   TO ML-TEXT
               WRITE REBUILD-REPORT-RECORD FROM WS-MESSAGE-LINE
               SET WS-RUN-STOPPED TO TRUE
           ELSE
               MOVE "SNAPSHOT USED (DATE TIME)" TO IL-LABEL
               MOVE SPACES TO IL-VALUE
               STRING WS-BS-DATE " " WS-BS-TIME DELIMITED BY SIZE
                   INTO IL-VALUE
               END-STRING
               WRITE REBUILD-REPORT-RECORD FROM WS-INFO-LINE
               IF WS-SNAP-BAD-COUNT > 0
                   MOVE "SNAPSHOTS UNREADABLE" TO IL-LABEL
                   MOVE WS-SNAP-BAD-COUNT TO WS-INFO-NUMBER
                   MOVE WS-INFO-NUMBER TO IL-VALUE
                   WRITE REBUILD-REPORT-RECORD FROM WS-INFO-LINE
               END-IF
               PERFORM 2200-TAKE-SNAPSHOT-VALUES
           END-IF.

      *    The file is append-only, so dates arrive in order; a
      *    new date means the one before it is closed and its last
      *    record, if good, is the best position so far.
       2100-ABSORB-SNAPSHOT.
           IF SN-RUN-DATE IS NOT NUMERIC
               ADD 1 TO WS-SNAP-BAD-COUNT
           ELSE
               IF SN-RUN-DATE NOT > WS-RESTORE-DATE
                   IF SN-RUN-DATE NOT = WS-CS-DATE
                       PERFORM 2150-PROMOTE-CURRENT-DATE
                   END-IF
                   PERFORM 2120-CHECK-SNAPSHOT-RECORD
                   IF WS-SNAP-ENTRY-OK
                       PERFORM 2130-HOLD-SNAPSHOT-RECORD
                       MOVE "Y" TO WS-CUR-SNAP-GOOD-SW
                   ELSE
                       ADD 1 TO WS-SNAP-BAD-COUNT
                       MOVE SN-RUN-DATE TO WS-CS-DATE
                       MOVE "N" TO WS-CUR-SNAP-GOOD-SW
                   END-IF
               END-IF
           END-IF.

       2120-CHECK-SNAPSHOT-RECORD.
           MOVE "Y" TO WS-SNAP-ENTRY-OK-SW
           IF SN-RUN-TIME IS NOT NUMERIC
               OR SN-COUNTER-COUNT IS NOT NUMERIC
               MOVE "N" TO WS-SNAP-ENTRY-OK-SW
           ELSE
               IF SN-COUNTER-COUNT > 10
                   MOVE "N" TO WS-SNAP-ENTRY-OK-SW
               ELSE
                   PERFORM VARYING WS-SN-SUB FROM 1 BY 1
                       UNTIL WS-SN-SUB > SN-COUNTER-COUNT
                       IF SN-CTR-TYPE (WS-SN-SUB) = SPACES
                           OR SN-CTR-VALUE (WS-SN-SUB) IS NOT NUMERIC
                           MOVE "N" TO WS-SNAP-ENTRY-OK-SW
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       2130-HOLD-SNAPSHOT-RECORD.
           MOVE SN-RUN-DATE      TO WS-CS-DATE
           MOVE SN-RUN-TIME      TO WS-CS-TIME
           MOVE SN-COUNTER-COUNT TO WS-CS-COUNT
           PERFORM VARYING WS-SN-SUB FROM 1 BY 1
               UNTIL WS-SN-SUB > SN-COUNTER-COUNT
               MOVE SN-CTR-TYPE (WS-SN-SUB)
                   TO WS-CS-TYPE (WS-SN-SUB)
               MOVE SN-CTR-VALUE (WS-SN-SUB)
                   TO WS-CS-VALUE (WS-SN-SUB)
           END-PERFORM.

       2150-PROMOTE-CURRENT-DATE.
           IF WS-CUR-SNAP-GOOD
               MOVE WS-CUR-SNAP TO WS-BEST-SNAP
               SET WS-SNAP-FOUND TO TRUE
           END-IF
           MOVE "N" TO WS-CUR-SNAP-GOOD-SW.

       2200-TAKE-SNAPSHOT-VALUES.
           MOVE "Y" TO WS-RB-ADD-SW
           PERFORM VARYING WS-SN-SUB FROM 1 BY 1
               UNTIL WS-SN-SUB > WS-BS-COUNT
               MOVE WS-BS-TYPE (WS-SN-SUB) TO WS-LOOKUP-TYPE
               PERFORM 8000-FIND-OR-ADD-TYPE
               IF WS-RB-FOUND
                   MOVE "Y" TO WS-RB-IN-USE-SW (WS-RB-SUB)
                   MOVE WS-BS-VALUE (WS-SN-SUB)
                       TO WS-RB-SNAP-VALUE (WS-RB-SUB)
               END-IF
           END-PERFORM.

      *    The latest close record wins; a restatement ("R") is not
      *    a close.
       2500-FIND-LAST-CLOSE.
           OPEN INPUT PERIOD-HIST-FILE
           IF WS-PERDHIST-FILE-OK
               PERFORM UNTIL WS-PERDHIST-EOF
                   READ PERIOD-HIST-FILE
                       AT END
                           SET WS-PERDHIST-EOF TO TRUE
                       NOT AT END
                           IF NOT PH-RESTATEMENT
                               AND PH-CLOSE-DATE IS NUMERIC
                               AND PH-COUNTER-COUNT IS NUMERIC
                               AND PH-CLOSE-DATE NOT > WS-RUN-DATE
                               AND PH-CLOSE-DATE
                                   NOT < WS-ACC-FROM-DATE
                               PERFORM 2550-HOLD-CLOSE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-HIST-FILE
           END-IF
           MOVE "ACCUMULATORS FROM CLOSE OF" TO IL-LABEL
           MOVE SPACES TO IL-VALUE
           IF WS-CLOSE-FOUND
               STRING WS-ACC-FROM-DATE " PERIOD " WS-CLOSE-PERIOD
                      "/" WS-CLOSE-YEAR DELIMITED BY SIZE
                   INTO IL-VALUE
               END-STRING
               IF WS-CLOSE-YEAR-END = "Y"
                   MOVE " YEAR-END" TO IL-VALUE (27:9)
               END-IF
           ELSE
               MOVE "NO CLOSE ON PERDHIST - FULL AUDIT HISTORY"
                   TO IL-VALUE
           END-IF
           WRITE REBUILD-REPORT-RECORD FROM WS-INFO-LINE
           IF WS-CLOSE-FOUND
               AND WS-ACC-FROM-DATE < WS-BS-DATE
               MOVE WS-ACC-FROM-DATE TO WS-NEEDED-FROM-DATE
           ELSE
               MOVE WS-BS-DATE TO WS-NEEDED-FROM-DATE
           END-IF
           IF NOT WS-CLOSE-FOUND
               MOVE 0 TO WS-NEEDED-FROM-DATE
           END-IF
           PERFORM VARYING WS-RB-SUB FROM 1 BY 1
               UNTIL WS-RB-SUB > WS-RB-COUNT
               MOVE 0 TO WS-RB-BASE-YTD (WS-RB-SUB)
               IF WS-CLOSE-FOUND
                   AND WS-CLOSE-YEAR-END NOT = "Y"
                   PERFORM VARYING WS-CL-SUB FROM 1 BY 1
                       UNTIL WS-CL-SUB > WS-CLOSE-COUNT
                       IF WS-CL-TYPE (WS-CL-SUB)
                           = WS-RB-TYPE (WS-RB-SUB)
                           MOVE WS-CL-YTD (WS-CL-SUB)
                               TO WS-RB-BASE-YTD (WS-RB-SUB)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       2550-HOLD-CLOSE-RECORD.
           SET WS-CLOSE-FOUND TO TRUE
           MOVE PH-CLOSE-DATE    TO WS-ACC-FROM-DATE
           MOVE PH-PERIOD-NUMBER TO WS-CLOSE-PERIOD
           MOVE PH-PERIOD-YEAR   TO WS-CLOSE-YEAR
           MOVE PH-YEAR-END-FLAG TO WS-CLOSE-YEAR-END
           MOVE 0 TO WS-CLOSE-COUNT
           PERFORM VARYING WS-CL-SUB FROM 1 BY 1
               UNTIL WS-CL-SUB > PH-COUNTER-COUNT
                   OR WS-CL-SUB > 10
               IF PH-CTR-YTD (WS-CL-SUB) IS NUMERIC
                   ADD 1 TO WS-CLOSE-COUNT
                   MOVE PH-CTR-TYPE (WS-CL-SUB)
                       TO WS-CL-TYPE (WS-CLOSE-COUNT)
                   MOVE PH-CTR-YTD (WS-CL-SUB)
                       TO WS-CL-YTD (WS-CLOSE-COUNT)
               END-IF
           END-PERFORM.

      *    Every rollover ever is summed for the branch proof;
      *    those after the snapshot come back off the running
      *    value, those after the close are noted for the backout
      *    check.
       3000-LOAD-ROLLOVERS.
           OPEN INPUT HIST-FILE
           IF WS-HIST-FILE-OK
               PERFORM UNTIL WS-HIST-EOF
                   READ HIST-FILE
                       AT END
                           SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           PERFORM 3100-ABSORB-HIST-RECORD
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF
           MOVE "ROLLOVERS SINCE SNAPSHOT" TO IL-LABEL
           MOVE WS-ROLL-REPLAY-COUNT TO WS-INFO-NUMBER
           MOVE WS-INFO-NUMBER TO IL-VALUE
           WRITE REBUILD-REPORT-RECORD FROM WS-INFO-LINE
           IF WS-HIST-BAD-COUNT > 0
               MOVE "ROLLOVER RECORDS UNREADABLE" TO IL-LABEL
               MOVE WS-HIST-BAD-COUNT TO WS-INFO-NUMBER
               MOVE WS-INFO-NUMBER TO IL-VALUE
               WRITE REBUILD-REPORT-RECORD FROM WS-INFO-LINE
           END-IF.

       3100-ABSORB-HIST-RECORD.
           MOVE SPACES TO WS-LOOKUP-TYPE
           IF HR-ID-PREFIX = "TYPE "
               MOVE HR-ID-TYPE TO WS-LOOKUP-TYPE
           ELSE
               MOVE HR-COUNTER-ID TO WS-OLD-AREA-ID
               IF WS-OLD-AREA-ID (1:8) = "WS-AREA-"
                   MOVE "0" TO WS-LOOKUP-TYPE (1:1)
                   MOVE WS-OLD-AREA-DIGIT TO WS-LOOKUP-TYPE (2:1)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-LOOKUP-TYPE = SPACES
                   OR HR-DATE IS NOT NUMERIC
                   OR HR-VALUE IS NOT NUMERIC
                   ADD 1 TO WS-HIST-BAD-COUNT
               WHEN HR-DATE-N > WS-RUN-DATE
                   CONTINUE
               WHEN OTHER
                   IF HR-DATE-N > WS-BS-DATE
                       MOVE "Y" TO WS-RB-ADD-SW
                   ELSE
                       MOVE "N" TO WS-RB-ADD-SW
                   END-IF
                   PERFORM 8000-FIND-OR-ADD-TYPE
                   IF WS-RB-FOUND
                       PERFORM 3150-APPLY-ROLLOVER
                   END-IF
           END-EVALUATE.

       3150-APPLY-ROLLOVER.
           ADD HR-VALUE-N TO WS-RB-LIFE-ROLL-SUM (WS-RB-SUB)
           IF HR-DATE-N > WS-BS-DATE
               MOVE "Y" TO WS-RB-IN-USE-SW (WS-RB-SUB)
               ADD HR-VALUE-N TO WS-RB-ROLL-SUM (WS-RB-SUB)
               ADD 1 TO WS-RB-ROLL-COUNT (WS-RB-SUB)
               ADD 1 TO WS-ROLL-REPLAY-COUNT
           END-IF
           IF HR-DATE-N > WS-ACC-FROM-DATE
               IF WS-RL-COUNT >= WS-RL-MAX
                   DISPLAY "CTRRBLD: ROLLOVER TABLE FULL - TYPE "
                           WS-LOOKUP-TYPE " " HR-DATE
                           " NOT BACKOUT-CHECKED"
               ELSE
                   ADD 1 TO WS-RL-COUNT
                   MOVE WS-LOOKUP-TYPE TO WS-RL-TYPE (WS-RL-COUNT)
                   MOVE HR-DATE-N      TO WS-RL-DATE (WS-RL-COUNT)
               END-IF
           END-IF.

      *    Archive generations first, then the live log - each
      *    record is placed by its own date, so the order the
      *    generations are concatenated in does not matter.
       3500-REPLAY-AUDIT-TRAIL.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-OK
               PERFORM UNTIL WS-ARCHIVE-EOF
                   READ ARCHIVE-FILE
                       AT END
                           SET WS-ARCHIVE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ARCHIVE-READ-COUNT
                           MOVE ARCHIVE-RECORD TO AUDIT-RECORD
                           PERFORM 3600-ABSORB-AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-OK
               PERFORM UNTIL WS-AUDIT-EOF
                   READ AUDIT-FILE
                       AT END
                           SET WS-AUDIT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-AUDIT-READ-COUNT
                           PERFORM 3600-ABSORB-AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "CTRRBLD: NO LIVE AUDIT LOG"
           END-IF
           MOVE "AUDIT RECORDS READ - ARCHIVE" TO IL-LABEL
           MOVE WS-ARCHIVE-READ-COUNT TO WS-INFO-NUMBER
           MOVE WS-INFO-NUMBER TO IL-VALUE
           WRITE REBUILD-REPORT-RECORD FROM WS-INFO-LINE
           MOVE "AUDIT RECORDS READ - LIVE LOG" TO IL-LABEL
           MOVE WS-AUDIT-READ-COUNT TO WS-INFO-NUMBER
           MOVE WS-INFO-NUMBER TO IL-VALUE
           WRITE REBUILD-REPORT-RECORD FROM WS-INFO-LINE
           MOVE "INCREMENTS SINCE SNAPSHOT" TO IL-LABEL
           MOVE WS-REPLAY-COUNT TO WS-INFO-NUMBER
           MOVE WS-INFO-NUMBER TO IL-VALUE
           WRITE REBUILD-REPORT-RECORD FROM WS-INFO-LINE
           IF WS-AUDIT-BAD-COUNT > 0
               MOVE "AUDIT RECORDS UNREADABLE" TO IL-LABEL
               MOVE WS-AUDIT-BAD-COUNT TO WS-INFO-NUMBER
               MOVE WS-INFO-NUMBER TO IL-VALUE
               WRITE REBUILD-REPORT-RECORD FROM WS-INFO-LINE
           END-IF
      *    A quiet stretch after the start point is not proof of
      *    a gap, so both dates are shown and the reviewer checks
      *    the generations concatenated cover the days between.
           MOVE "AUDIT HISTORY NEEDED AFTER" TO IL-LABEL
           MOVE WS-NEEDED-FROM-DATE TO IL-VALUE
           IF WS-NEEDED-FROM-DATE = 0
               MOVE "START OF HISTORY" TO IL-VALUE
           END-IF
           WRITE REBUILD-REPORT-RECORD FROM WS-INFO-LINE
           MOVE "EARLIEST AUDIT RECORD READ" TO IL-LABEL
           MOVE WS-EARLIEST-AUDIT-DATE TO IL-VALUE
           IF WS-EARLIEST-AUDIT-DATE = 99999999
               MOVE "NONE" TO IL-VALUE
           END-IF
           WRITE REBUILD-REPORT-RECORD FROM WS-INFO-LINE.

       3600-ABSORB-AUDIT-RECORD.
           MOVE AU-COUNTER-ID TO WS-AUDIT-ID-AREA
           MOVE SPACES TO WS-LOOKUP-TYPE
           IF WS-AI-PREFIX = "TYPE "
               MOVE WS-AI-TYPE TO WS-LOOKUP-TYPE
           ELSE
               MOVE AU-COUNTER-ID TO WS-OLD-AREA-ID
               IF WS-OLD-AREA-ID (1:8) = "WS-AREA-"
                   MOVE "0" TO WS-LOOKUP-TYPE (1:1)
                   MOVE WS-OLD-AREA-DIGIT TO WS-LOOKUP-TYPE (2:1)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN AU-DATE IS NOT NUMERIC
                   OR AU-TIME IS NOT NUMERIC
                   OR AU-AMOUNT IS NOT NUMERIC
                   ADD 1 TO WS-AUDIT-BAD-COUNT
               WHEN AU-DATE > WS-RUN-DATE
                   CONTINUE
               WHEN WS-LOOKUP-TYPE = SPACES
                   CONTINUE
               WHEN OTHER
                   IF AU-DATE < WS-EARLIEST-AUDIT-DATE
                       MOVE AU-DATE TO WS-EARLIEST-AUDIT-DATE
                   END-IF
                   IF AU-DATE > WS-BS-DATE
                       OR AU-DATE > WS-ACC-FROM-DATE
                       MOVE "Y" TO WS-RB-ADD-SW
                       PERFORM 8000-FIND-OR-ADD-TYPE
                       IF WS-RB-FOUND
                           PERFORM 3650-APPLY-INCREMENT
                       END-IF
                   END-IF
           END-EVALUATE.

       3650-APPLY-INCREMENT.
           MOVE "Y" TO WS-RB-IN-USE-SW (WS-RB-SUB)
           IF AU-DATE > WS-BS-DATE
               ADD AU-AMOUNT TO WS-RB-REPLAY-SUM (WS-RB-SUB)
               ADD 1 TO WS-REPLAY-COUNT
               COMPUTE WS-AU-STAMP = AU-DATE * 1000000 + AU-TIME
               IF WS-AU-STAMP NOT < WS-RB-AU-STAMP (WS-RB-SUB)
                   AND AU-RESULT-VALUE IS NUMERIC
                   MOVE "Y" TO WS-RB-AU-SEEN-SW (WS-RB-SUB)
                   MOVE WS-AU-STAMP TO WS-RB-AU-STAMP (WS-RB-SUB)
                   MOVE AU-RESULT-VALUE
                       TO WS-RB-AU-RESULT (WS-RB-SUB)
               END-IF
               IF WS-AU-STAMP > WS-LAST-STAMP
                   MOVE WS-AU-STAMP TO WS-LAST-STAMP
               END-IF
           END-IF
           IF AU-DATE > WS-ACC-FROM-DATE
               ADD AU-AMOUNT TO WS-RB-ACC-SUM (WS-RB-SUB)
               IF AU-TRANS-KEY = "CYCLEBACK"
                   PERFORM VARYING WS-RL-SUB FROM 1 BY 1
                       UNTIL WS-RL-SUB > WS-RL-COUNT
                       IF WS-RL-TYPE (WS-RL-SUB) = WS-LOOKUP-TYPE
                           AND WS-RL-DATE (WS-RL-SUB) = AU-DATE
                           MOVE "Y" TO WS-RB-CHECK-SW (WS-RB-SUB)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *    Same shape test PERCLOSE applies to the file, record by
      *    record: a record whose counts or figures will not read
      *    is not carried.
       4000-LOAD-DAMAGED-FILE.
           OPEN INPUT COUNTER-FILE
           IF NOT WS-COUNTER-FILE-OK
               DISPLAY "CTRRBLD: NO DAMAGED COUNTER FILE TO COMPARE"
           ELSE
               SET WS-DAMAGED-READ TO TRUE
               PERFORM UNTIL WS-COUNTER-EOF
                   READ COUNTER-FILE
                       AT END
                           SET WS-COUNTER-EOF TO TRUE
                       NOT AT END
                           PERFORM 4100-STORE-DAMAGED-RECORD
                   END-READ
               END-PERFORM
               CLOSE COUNTER-FILE
           END-IF
           IF WS-CF-BEYOND-COUNT > 0
               DISPLAY "CTRRBLD: COUNTER FILE EXCEEDS " WS-CF-MAX
                       " RECORDS - " WS-CF-BEYOND-COUNT
                       " NOT CARRIED"
           END-IF
           PERFORM VARYING WS-CF-SUB FROM 1 BY 1
               UNTIL WS-CF-SUB > WS-CF-COUNT
               MOVE WS-CF-IMAGE (WS-CF-SUB) TO COUNTER-FILE-RECORD
               PERFORM 4200-CHECK-DAMAGED-RECORD
               EVALUATE TRUE
                   WHEN NOT WS-CF-RECORD-OK
                       ADD 1 TO WS-DROPPED-COUNT
                   WHEN CF-CONTROL-KEY = "TOTALS"
                       IF NOT WS-DAMAGED-TOTALS
                           SET WS-DAMAGED-TOTALS TO TRUE
                           PERFORM 4300-TAKE-DAMAGED-TOTALS
                       END-IF
                   WHEN OTHER
                       MOVE "Y" TO WS-CF-CARRY-SW (WS-CF-SUB)
                       ADD 1 TO WS-CARRIED-COUNT
                       PERFORM 4400-ADD-TO-BRANCH-SUMS
               END-EVALUATE
           END-PERFORM.

       4100-STORE-DAMAGED-RECORD.
           IF WS-CF-COUNT >= WS-CF-MAX
               ADD 1 TO WS-CF-BEYOND-COUNT
           ELSE
               ADD 1 TO WS-CF-COUNT
               MOVE COUNTER-FILE-RECORD TO WS-CF-IMAGE (WS-CF-COUNT)
               MOVE "N" TO WS-CF-CARRY-SW (WS-CF-COUNT)
           END-IF.

       4200-CHECK-DAMAGED-RECORD.
           MOVE "Y" TO WS-CF-RECORD-OK-SW
           IF CF-CONTROL-KEY = SPACES
               OR CF-COUNTER-COUNT IS NOT NUMERIC
               OR CF-LU-DATE IS NOT NUMERIC
               MOVE "N" TO WS-CF-RECORD-OK-SW
           ELSE
               IF CF-COUNTER-COUNT > 10
                   MOVE "N" TO WS-CF-RECORD-OK-SW
               ELSE
                   PERFORM VARYING WS-CF-ENTRY-SUB FROM 1 BY 1
                       UNTIL WS-CF-ENTRY-SUB > CF-COUNTER-COUNT
                       IF CF-CTR-VALUE (WS-CF-ENTRY-SUB)
                               IS NOT NUMERIC
                           OR CF-CTR-MTD (WS-CF-ENTRY-SUB)
                               IS NOT NUMERIC
                           OR CF-CTR-YTD (WS-CF-ENTRY-SUB)
                               IS NOT NUMERIC
                           MOVE "N" TO WS-CF-RECORD-OK-SW
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF NOT WS-CF-RECORD-OK
               DISPLAY "CTRRBLD: DAMAGED RECORD " CF-CONTROL-KEY
                       " UNREADABLE - NOT CARRIED"
           END-IF.

       4300-TAKE-DAMAGED-TOTALS.
           MOVE "N" TO WS-RB-ADD-SW
           PERFORM VARYING WS-CF-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-CF-ENTRY-SUB > CF-COUNTER-COUNT
               MOVE CF-CTR-TYPE (WS-CF-ENTRY-SUB) TO WS-LOOKUP-TYPE
               PERFORM 8000-FIND-OR-ADD-TYPE
               IF WS-RB-FOUND
                   AND WS-RB-IN-USE (WS-RB-SUB)
                   MOVE "Y" TO WS-RB-DMG-SW (WS-RB-SUB)
                   MOVE CF-CTR-VALUE (WS-CF-ENTRY-SUB)
                       TO WS-RB-DMG-VALUE (WS-RB-SUB)
                   MOVE CF-CTR-MTD (WS-CF-ENTRY-SUB)
                       TO WS-RB-DMG-MTD (WS-RB-SUB)
                   MOVE CF-CTR-YTD (WS-CF-ENTRY-SUB)
                       TO WS-RB-DMG-YTD (WS-RB-SUB)
               ELSE
                   IF WS-DAMAGED-ONLY-COUNT < 10
                       ADD 1 TO WS-DAMAGED-ONLY-COUNT
                       MOVE WS-LOOKUP-TYPE
                           TO WS-DO-TYPE (WS-DAMAGED-ONLY-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

       4400-ADD-TO-BRANCH-SUMS.
           MOVE "N" TO WS-RB-ADD-SW
           PERFORM VARYING WS-CF-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-CF-ENTRY-SUB > CF-COUNTER-COUNT
               MOVE CF-CTR-TYPE (WS-CF-ENTRY-SUB) TO WS-LOOKUP-TYPE
               PERFORM 8000-FIND-OR-ADD-TYPE
               IF WS-RB-FOUND
                   ADD CF-CTR-VALUE (WS-CF-ENTRY-SUB)
                       TO WS-RB-BR-SUM (WS-RB-SUB)
               END-IF
           END-PERFORM.

      *    Running value: snapshot, plus every increment since,
      *    less every amount rolled off since.  MTD: every
      *    increment since the close.  YTD: the close's figure
      *    plus the same.  A figure that will not fit the counter
      *    file's pictures stops the candidate.
       5000-COMPUTE-REBUILT-FIGURES.
           PERFORM VARYING WS-RB-SUB FROM 1 BY 1
               UNTIL WS-RB-SUB > WS-RB-COUNT
               IF WS-RB-IN-USE (WS-RB-SUB)
                   ADD 1 TO WS-IN-USE-COUNT
                   COMPUTE WS-RB-VALUE (WS-RB-SUB) =
                       WS-RB-SNAP-VALUE (WS-RB-SUB)
                       + WS-RB-REPLAY-SUM (WS-RB-SUB)
                       - WS-RB-ROLL-SUM (WS-RB-SUB)
                   MOVE WS-RB-ACC-SUM (WS-RB-SUB)
                       TO WS-RB-MTD (WS-RB-SUB)
                   COMPUTE WS-RB-YTD (WS-RB-SUB) =
                       WS-RB-BASE-YTD (WS-RB-SUB)
                       + WS-RB-ACC-SUM (WS-RB-SUB)
                   MOVE "Y" TO WS-RB-FIT-SW (WS-RB-SUB)
                   IF WS-RB-VALUE (WS-RB-SUB) > 9999999
                       OR WS-RB-VALUE (WS-RB-SUB) < -9999999
                       OR WS-RB-MTD (WS-RB-SUB) > 9999999
                       OR WS-RB-MTD (WS-RB-SUB) < -9999999
                       OR WS-RB-YTD (WS-RB-SUB) > 999999999
                       OR WS-RB-YTD (WS-RB-SUB) < -999999999
                       MOVE "N" TO WS-RB-FIT-SW (WS-RB-SUB)
                       SET WS-REBUILD-FAILED TO TRUE
                   END-IF
                   IF WS-RB-AU-SEEN (WS-RB-SUB)
                       AND WS-RB-AU-RESULT (WS-RB-SUB)
                           NOT = WS-RB-VALUE (WS-RB-SUB)
                       ADD 1 TO WS-AUDIT-DISAGREE-COUNT
                   END-IF
                   IF WS-RB-CHECK-ACC (WS-RB-SUB)
                       ADD 1 TO WS-CHECK-ACC-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      *    TOTALS first, then the carried branch records in the
      *    damaged file's order - the shape COUNTJOB writes.  The
      *    last-update stamp is the last increment replayed (the
      *    snapshot's own when nothing followed it), so COUNTINQ
      *    tells staff how current the rebuilt figures really are.
       6000-WRITE-CANDIDATE.
           IF WS-REBUILD-FAILED
               DISPLAY "CTRRBLD: REBUILT FIGURE OUT OF RANGE - "
                       "NO CANDIDATE WRITTEN"
           ELSE
               OPEN OUTPUT NEW-COUNTER-FILE
               MOVE SPACES TO COUNTER-FILE-RECORD
               MOVE "TOTALS" TO CF-CONTROL-KEY
               MOVE WS-IN-USE-COUNT TO CF-COUNTER-COUNT
               MOVE 0 TO WS-CF-ENTRY-SUB
               PERFORM VARYING WS-RB-SUB FROM 1 BY 1
                   UNTIL WS-RB-SUB > WS-RB-COUNT
                   IF WS-RB-IN-USE (WS-RB-SUB)
                       ADD 1 TO WS-CF-ENTRY-SUB
                       MOVE WS-RB-TYPE (WS-RB-SUB)
                           TO CF-CTR-TYPE (WS-CF-ENTRY-SUB)
                       MOVE WS-RB-VALUE (WS-RB-SUB)
                           TO CF-CTR-VALUE (WS-CF-ENTRY-SUB)
                       MOVE WS-RB-MTD (WS-RB-SUB)
                           TO CF-CTR-MTD (WS-CF-ENTRY-SUB)
                       MOVE WS-RB-YTD (WS-RB-SUB)
                           TO CF-CTR-YTD (WS-CF-ENTRY-SUB)
                   END-IF
               END-PERFORM
               IF WS-LAST-STAMP > 0
                   MOVE WS-LAST-DATE TO CF-LU-DATE
                   MOVE WS-LAST-TIME TO CF-LU-TIME
               ELSE
                   MOVE WS-BS-DATE TO CF-LU-DATE
                   MOVE WS-BS-TIME TO CF-LU-TIME
               END-IF
               WRITE NEW-COUNTER-RECORD FROM COUNTER-FILE-RECORD
               PERFORM VARYING WS-CF-SUB FROM 1 BY 1
                   UNTIL WS-CF-SUB > WS-CF-COUNT
                   IF WS-CF-CARRY (WS-CF-SUB)
                       WRITE NEW-COUNTER-RECORD
                           FROM WS-CF-IMAGE (WS-CF-SUB)
                   END-IF
               END-PERFORM
               CLOSE NEW-COUNTER-FILE
               SET WS-CANDIDATE-WRITTEN TO TRUE
           END-IF.

       7000-PRINT-REPORT.
           PERFORM 7100-PRINT-REBUILT-TOTALS
           PERFORM 7200-PRINT-COMPARISON
           PERFORM 7400-PRINT-BRANCH-PROOF
           MOVE SPACES TO REBUILD-REPORT-RECORD
           WRITE REBUILD-REPORT-RECORD
           IF WS-CANDIDATE-WRITTEN
               MOVE "CANDIDATE WRITTEN TO COUNTNEW - REVIEW BEFORE "
                   TO ML-TEXT
               MOVE "PROMOTING" TO ML-TEXT (47:9)
           ELSE
               MOVE "*** FIGURE OUT OF RANGE - NO CANDIDATE WRITTEN"
                   TO ML-TEXT
           END-IF
           WRITE REBUILD-REPORT-RECORD FROM WS-MESSAGE-LINE.

       7100-PRINT-REBUILT-TOTALS.
           MOVE SPACES TO REBUILD-REPORT-RECORD
           WRITE REBUILD-REPORT-RECORD
           MOVE "REBUILT SHOP-WIDE TOTALS" TO SL-TEXT
           WRITE REBUILD-REPORT-RECORD FROM WS-SECTION-LINE
           WRITE REBUILD-REPORT-RECORD FROM WS-REBUILD-HEADING
           PERFORM VARYING WS-RB-SUB FROM 1 BY 1
               UNTIL WS-RB-SUB > WS-RB-COUNT
               IF WS-RB-IN-USE (WS-RB-SUB)
                   PERFORM 7150-PRINT-REBUILT-LINE
               END-IF
           END-PERFORM.

      *    The note carries the one thing the reviewer must act on
      *    for the counter, worst first.
       7150-PRINT-REBUILT-LINE.
           MOVE SPACES TO WS-REBUILD-LINE
           MOVE WS-RB-TYPE (WS-RB-SUB)       TO RL-TYPE
           MOVE WS-RB-DESC (WS-RB-SUB)       TO RL-DESC
           MOVE WS-RB-SNAP-VALUE (WS-RB-SUB) TO RL-SNAPSHOT
           MOVE WS-RB-REPLAY-SUM (WS-RB-SUB) TO RL-REPLAYED
           MOVE WS-RB-ROLL-SUM (WS-RB-SUB)   TO RL-ROLLED
           MOVE WS-RB-VALUE (WS-RB-SUB)      TO RL-REBUILT
           MOVE WS-RB-MTD (WS-RB-SUB)        TO RL-MTD
           MOVE WS-RB-YTD (WS-RB-SUB)        TO RL-YTD
           EVALUATE TRUE
               WHEN WS-RB-NO-FIT (WS-RB-SUB)
                   MOVE "*** OUT OF RANGE" TO RL-NOTE
               WHEN WS-RB-AU-SEEN (WS-RB-SUB)
                   AND WS-RB-AU-RESULT (WS-RB-SUB)
                       NOT = WS-RB-VALUE (WS-RB-SUB)
                   MOVE WS-RB-AU-RESULT (WS-RB-SUB) TO WS-INFO-NUMBER
                   MOVE "*** AUDIT SAYS" TO RL-NOTE
                   MOVE WS-INFO-NUMBER TO RL-NOTE (16:9)
               WHEN WS-RB-CHECK-ACC (WS-RB-SUB)
                   MOVE "CHECK MTD/YTD - BACKED-OUT ROLL" TO RL-NOTE
               WHEN WS-RB-AU-SEEN (WS-RB-SUB)
                   MOVE "AGREES WITH AUDIT TRAIL" TO RL-NOTE
               WHEN OTHER
                   MOVE "NO ACTIVITY SINCE SNAPSHOT" TO RL-NOTE
           END-EVALUATE
           WRITE REBUILD-REPORT-RECORD FROM WS-REBUILD-LINE.

       7200-PRINT-COMPARISON.
           MOVE SPACES TO REBUILD-REPORT-RECORD
           WRITE REBUILD-REPORT-RECORD
           MOVE "COMPARISON WITH DAMAGED COUNTER FILE" TO SL-TEXT
           WRITE REBUILD-REPORT-RECORD FROM WS-SECTION-LINE
           IF NOT WS-DAMAGED-TOTALS
               IF WS-DAMAGED-READ
                   MOVE "NO READABLE TOTALS RECORD ON DAMAGED FILE"
                       TO ML-TEXT
               ELSE
                   MOVE "NO DAMAGED COUNTER FILE - NOTHING TO COMPARE"
                       TO ML-TEXT
               END-IF
               WRITE REBUILD-REPORT-RECORD FROM WS-MESSAGE-LINE
           ELSE
               WRITE REBUILD-REPORT-RECORD FROM WS-COMPARE-HEADING
               PERFORM VARYING WS-RB-SUB FROM 1 BY 1
                   UNTIL WS-RB-SUB > WS-RB-COUNT
                   IF WS-RB-IN-USE (WS-RB-SUB)
                       PERFORM 7250-COMPARE-ONE-COUNTER
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-CL-SUB FROM 1 BY 1
                   UNTIL WS-CL-SUB > WS-DAMAGED-ONLY-COUNT
                   MOVE SPACES TO ML-TEXT
                   STRING "TYPE " WS-DO-TYPE (WS-CL-SUB)
                          " ON DAMAGED FILE ONLY - NOT REBUILT"
                          DELIMITED BY SIZE
                       INTO ML-TEXT
                   END-STRING
                   WRITE REBUILD-REPORT-RECORD FROM WS-MESSAGE-LINE
               END-PERFORM
               MOVE "FIGURES DIFFERING FROM REBUILD" TO IL-LABEL
               MOVE WS-DIFFER-COUNT TO WS-INFO-NUMBER
               MOVE WS-INFO-NUMBER TO IL-VALUE
               WRITE REBUILD-REPORT-RECORD FROM WS-INFO-LINE
           END-IF.

       7250-COMPARE-ONE-COUNTER.
           MOVE SPACES TO WS-COMPARE-LINE
           MOVE WS-RB-TYPE (WS-RB-SUB) TO CL-TYPE
           IF NOT WS-RB-ON-DAMAGED (WS-RB-SUB)
               MOVE "VALUE" TO CL-FIELD
               MOVE WS-RB-VALUE (WS-RB-SUB) TO CL-SECOND
               MOVE "NOT ON DAMAGED FILE" TO CL-RESULT
               ADD 1 TO WS-DIFFER-COUNT
               WRITE REBUILD-REPORT-RECORD FROM WS-COMPARE-LINE
           ELSE
               MOVE "VALUE" TO CL-FIELD
               MOVE WS-RB-DMG-VALUE (WS-RB-SUB) TO WS-EXPECTED
               COMPUTE WS-DIFFERENCE =
                   WS-RB-VALUE (WS-RB-SUB) - WS-EXPECTED
               MOVE WS-RB-VALUE (WS-RB-SUB) TO CL-SECOND
               PERFORM 7290-WRITE-COMPARE-LINE
               MOVE SPACES TO CL-TYPE
               MOVE "MTD" TO CL-FIELD
               MOVE WS-RB-DMG-MTD (WS-RB-SUB) TO WS-EXPECTED
               COMPUTE WS-DIFFERENCE =
                   WS-RB-MTD (WS-RB-SUB) - WS-EXPECTED
               MOVE WS-RB-MTD (WS-RB-SUB) TO CL-SECOND
               PERFORM 7290-WRITE-COMPARE-LINE
               MOVE "YTD" TO CL-FIELD
               MOVE WS-RB-DMG-YTD (WS-RB-SUB) TO WS-EXPECTED
               COMPUTE WS-DIFFERENCE =
                   WS-RB-YTD (WS-RB-SUB) - WS-EXPECTED
               MOVE WS-RB-YTD (WS-RB-SUB) TO CL-SECOND
               PERFORM 7290-WRITE-COMPARE-LINE
           END-IF.

       7290-WRITE-COMPARE-LINE.
           MOVE WS-EXPECTED   TO CL-FIRST
           MOVE WS-DIFFERENCE TO CL-DIFFERENCE
           IF WS-DIFFERENCE = 0
               MOVE "AGREES" TO CL-RESULT
           ELSE
               MOVE "*** DIFFERS" TO CL-RESULT
               ADD 1 TO WS-DIFFER-COUNT
           END-IF
           WRITE REBUILD-REPORT-RECORD FROM WS-COMPARE-LINE.

       7400-PRINT-BRANCH-PROOF.
           MOVE SPACES TO REBUILD-REPORT-RECORD
           WRITE REBUILD-REPORT-RECORD
           MOVE "BRANCH RECORDS CARRIED FROM DAMAGED FILE" TO SL-TEXT
           WRITE REBUILD-REPORT-RECORD FROM WS-SECTION-LINE
           MOVE "BRANCH RECORDS CARRIED" TO IL-LABEL
           MOVE WS-CARRIED-COUNT TO WS-INFO-NUMBER
           MOVE WS-INFO-NUMBER TO IL-VALUE
           WRITE REBUILD-REPORT-RECORD FROM WS-INFO-LINE
           MOVE "RECORDS UNREADABLE - NOT CARRIED" TO IL-LABEL
           MOVE WS-DROPPED-COUNT TO WS-INFO-NUMBER
           MOVE WS-INFO-NUMBER TO IL-VALUE
           WRITE REBUILD-REPORT-RECORD FROM WS-INFO-LINE
           IF WS-CF-BEYOND-COUNT > 0
               MOVE "RECORDS BEYOND TABLE" TO IL-LABEL
               MOVE WS-CF-BEYOND-COUNT TO WS-INFO-NUMBER
               MOVE WS-INFO-NUMBER TO IL-VALUE
               WRITE REBUILD-REPORT-RECORD FROM WS-INFO-LINE
           END-IF
           IF WS-CARRIED-COUNT = 0
               MOVE "NO BRANCH RECORDS - SUBTOTALS START FROM ZERO"
                   TO ML-TEXT
               WRITE REBUILD-REPORT-RECORD FROM WS-MESSAGE-LINE
           ELSE
               WRITE REBUILD-REPORT-RECORD FROM WS-PROOF-HEADING
               PERFORM VARYING WS-RB-SUB FROM 1 BY 1
                   UNTIL WS-RB-SUB > WS-RB-COUNT
                   IF WS-RB-IN-USE (WS-RB-SUB)
                       PERFORM 7450-PROVE-ONE-COUNTER
                   END-IF
               END-PERFORM
               MOVE SPACES TO ML-TEXT
               IF WS-BRANCH-DIFFER-COUNT = 0
                   MOVE "CARRIED BRANCH RECORDS PROVE TO THE REBUILD"
                       TO ML-TEXT
               ELSE
                   MOVE "*** CARRIED BRANCH RECORDS DO NOT PROVE - "
                       TO ML-TEXT
                   MOVE "CHECK BEFORE PROMOTING" TO ML-TEXT (43:18)
               END-IF
               WRITE REBUILD-REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF.

      *    Branch subtotals never roll over, so they sum to the
      *    TOTALS value plus everything ever rolled off to HISTFILE.
       7450-PROVE-ONE-COUNTER.
           MOVE SPACES TO WS-COMPARE-LINE
           MOVE WS-RB-TYPE (WS-RB-SUB) TO CL-TYPE
           COMPUTE WS-EXPECTED = WS-RB-VALUE (WS-RB-SUB)
               + WS-RB-LIFE-ROLL-SUM (WS-RB-SUB)
           COMPUTE WS-DIFFERENCE =
               WS-RB-BR-SUM (WS-RB-SUB) - WS-EXPECTED
           MOVE WS-RB-BR-SUM (WS-RB-SUB) TO CL-FIRST
           MOVE WS-EXPECTED   TO CL-SECOND
           MOVE WS-DIFFERENCE TO CL-DIFFERENCE
           IF WS-DIFFERENCE = 0
               MOVE "PROVES" TO CL-RESULT
           ELSE
               MOVE "*** DOES NOT PROVE" TO CL-RESULT
               ADD 1 TO WS-BRANCH-DIFFER-COUNT
           END-IF
           WRITE REBUILD-REPORT-RECORD FROM WS-COMPARE-LINE.

      *    Leaves WS-RB-SUB addressing the entry found; adds one
      *    only when WS-RB-ADD-SW allows.
       8000-FIND-OR-ADD-TYPE.
           MOVE "N" TO WS-RB-FOUND-SW
           PERFORM VARYING WS-RB-SUB FROM 1 BY 1
               UNTIL WS-RB-SUB > WS-RB-COUNT
                   OR WS-RB-FOUND
               IF WS-RB-TYPE (WS-RB-SUB) = WS-LOOKUP-TYPE
                   MOVE "Y" TO WS-RB-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-RB-FOUND
               SUBTRACT 1 FROM WS-RB-SUB
           ELSE
               IF WS-RB-ADD-ALLOWED
                   IF WS-RB-COUNT >= WS-RB-MAX
                       DISPLAY "CTRRBLD: COUNTER TABLE FULL - TYPE "
                               WS-LOOKUP-TYPE " DROPPED"
                   ELSE
                       ADD 1 TO WS-RB-COUNT
                       MOVE WS-RB-COUNT TO WS-RB-SUB
                       PERFORM 8050-CLEAR-COUNTER-ENTRY
                       MOVE "Y" TO WS-RB-FOUND-SW
                   END-IF
               END-IF
           END-IF.

       8050-CLEAR-COUNTER-ENTRY.
           MOVE WS-LOOKUP-TYPE TO WS-RB-TYPE (WS-RB-SUB)
           MOVE SPACES TO WS-RB-DESC (WS-RB-SUB)
           STRING "TYPE " WS-LOOKUP-TYPE DELIMITED BY SIZE
               INTO WS-RB-DESC (WS-RB-SUB)
           END-STRING
           MOVE "N" TO WS-RB-IN-USE-SW (WS-RB-SUB)
           MOVE 0   TO WS-RB-SNAP-VALUE (WS-RB-SUB)
           MOVE 0   TO WS-RB-REPLAY-SUM (WS-RB-SUB)
           MOVE 0   TO WS-RB-ROLL-SUM (WS-RB-SUB)
           MOVE 0   TO WS-RB-ROLL-COUNT (WS-RB-SUB)
           MOVE 0   TO WS-RB-LIFE-ROLL-SUM (WS-RB-SUB)
           MOVE 0   TO WS-RB-ACC-SUM (WS-RB-SUB)
           MOVE 0   TO WS-RB-BASE-YTD (WS-RB-SUB)
           MOVE 0   TO WS-RB-VALUE (WS-RB-SUB)
           MOVE 0   TO WS-RB-MTD (WS-RB-SUB)
           MOVE 0   TO WS-RB-YTD (WS-RB-SUB)
           MOVE "N" TO WS-RB-AU-SEEN-SW (WS-RB-SUB)
           MOVE 0   TO WS-RB-AU-STAMP (WS-RB-SUB)
           MOVE 0   TO WS-RB-AU-RESULT (WS-RB-SUB)
           MOVE "N" TO WS-RB-CHECK-SW (WS-RB-SUB)
           MOVE "Y" TO WS-RB-FIT-SW (WS-RB-SUB)
           MOVE "N" TO WS-RB-DMG-SW (WS-RB-SUB)
           MOVE 0   TO WS-RB-DMG-VALUE (WS-RB-SUB)
           MOVE 0   TO WS-RB-DMG-MTD (WS-RB-SUB)
           MOVE 0   TO WS-RB-DMG-YTD (WS-RB-SUB)
           MOVE 0   TO WS-RB-BR-SUM (WS-RB-SUB).

       9000-TERMINATE.
           CLOSE REBUILD-REPORT-FILE
           IF WS-RUN-STOPPED
               DISPLAY "CTRRBLD: RUN STOPPED - NO CANDIDATE WRITTEN"
           ELSE
               DISPLAY "CTRRBLD: SNAPSHOT " WS-BS-DATE
                       " REPLAYED " WS-REPLAY-COUNT
                       " AUDIT DISAGREE " WS-AUDIT-DISAGREE-COUNT
                       " DIFFER " WS-DIFFER-COUNT
           END-IF.
