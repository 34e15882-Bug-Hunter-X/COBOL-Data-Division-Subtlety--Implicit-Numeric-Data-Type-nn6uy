       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQSCORE.
       AUTHOR. OPERATIONS-SUPPORT.
      *****************************************************************
      *  DQSCORE - Monthly branch data-quality scorecard.
      *
      *  EDITRPT and RCYCRPT tell finance how many rejects there
      *  were by reason; neither says which branches sent them.
      *  This job scores every branch, and rolls the branches up
      *  by BRNCHMF region, for one calendar month:
      *    - records accepted: the branch's COUNTFIL subtotals
      *      (all types, net) less where they stood at the last
      *      scorecard run, kept on the SCORBASE baseline file this
      *      job rewrites - branch subtotals never reset, so the
      *      difference is the month's accepted volume when the job
      *      runs after the month's last COUNTJOB;
      *    - rejects by reason: every reject FIRST REJECTED in the
      *      month, whether still open on TRANREJ or already
      *      repaired and logged on RCYCLOG (see RCYCLOG.cpy) - the
      *      branch is bytes 17-19 of the rejected image, the same
      *      place TRANS-BRANCH-CODE sits;
      *    - repaired: those of the month's rejects TRANRCYC has
      *      since repaired and recycled;
      *    - open past the aging limit: rejects still on TRANREJ,
      *      whatever month they came from, older than the limit on
      *      the run date - an undated pre-cutover reject counts as
      *      oldest, as it does on RCYCRPT;
      *    - reject rate: the month's rejects as a percentage of
      *      everything the branch sent - accepted plus rejected,
      *      less the repaired ones already counted as accepted.
      *  Branches and regions are ranked worst first by rate, then
      *  by reject count, and any over the SCORPRM highlight
      *  threshold is starred, so the worst offenders can be
      *  chased with the evidence on one page.
      *
      *  SCORPRM is optional, DAILYRPT TRENDPRM style: score month
      *  CCYYMM (default the run month), highlight threshold in
      *  tenths of a percent (default 0050, 5.0%), aging limit in
      *  days (default 007, RCYCRPT's oldest band).  A bad field
      *  falls back to its default.  A rerun in the same month
      *  scores from the same starting baseline, not from the
      *  rerun before it.
      *
      *  A branch BRMERGE has folded into another (see BRMERGE.cpy)
      *  has had its subtotals added to the survivor's COUNTFIL
      *  record.  Its baseline goes with them: for every done entry
      *  on the merge register, the closed branch's starting
      *  figure is added to the starting figure of the branch that
      *  finally survives it - chains followed as TRANEDIT follows
      *  them - so the survivor's accepted count is the month's
      *  volume for both offices and not the closed one's lifetime
      *  history.  The closed branch scores from zero for anything
      *  posted under its code since, and the rewritten baseline
      *  carries the survivor's adjusted start.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SCORPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

      *    Names and regions (see BRNCHMF.cpy).
           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRNCHMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRNCHMF-FILE-STATUS.

      *    Branch subtotals - read only.
           SELECT COUNTER-FILE ASSIGN TO "COUNTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNTER-FILE-STATUS.

      *    Where each branch's subtotals stood at the last
      *    scorecard run - read whole, then rewritten.
           SELECT BASELINE-FILE ASSIGN TO "SCORBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASELINE-FILE-STATUS.

      *    Open rejects (see TRANREJ.cpy) - read only.
           SELECT REJECT-FILE ASSIGN TO "TRANREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

      *    Repaired rejects (see RCYCLOG.cpy).
           SELECT RECYCLE-LOG-FILE ASSIGN TO "RCYCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCYCLOG-FILE-STATUS.

      *    Branch merges (see BRMERGE.cpy) - read only.
           SELECT MERGE-REGISTER-FILE ASSIGN TO "BRMERGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT SCORECARD-FILE ASSIGN TO "SCORRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PRM-SCORE-MONTH           PIC X(6).
           05  FILLER                    PIC X(1).
           05  PRM-HIGHLIGHT-TENTHS      PIC X(4).
           05  FILLER                    PIC X(1).
           05  PRM-AGE-DAYS              PIC X(3).
           05  FILLER                    PIC X(65).

       FD  BRANCH-MASTER-FILE
           RECORDING MODE IS F.
       COPY "BRNCHMF.cpy".

       FD  COUNTER-FILE
           RECORDING MODE IS F.
       COPY "COUNTFIL.cpy".

       FD  BASELINE-FILE
           RECORDING MODE IS F.
       01  BASELINE-RECORD.
           05  SB-BRANCH-CODE            PIC X(3).
           05  FILLER                    PIC X(1).
           05  SB-SCORE-MONTH            PIC 9(6).
           05  FILLER                    PIC X(1).
           05  SB-OPEN-TOTAL             PIC S9(9)
                                          SIGN IS TRAILING SEPARATE.
           05  FILLER                    PIC X(1).
           05  SB-CLOSE-TOTAL            PIC S9(9)
                                          SIGN IS TRAILING SEPARATE.
           05  FILLER                    PIC X(48).

       FD  REJECT-FILE
           RECORDING MODE IS F.
       COPY "TRANREJ.cpy".

       FD  RECYCLE-LOG-FILE
           RECORDING MODE IS F.
       COPY "RCYCLOG.cpy".

       FD  MERGE-REGISTER-FILE
           RECORDING MODE IS F.
       COPY "BRMERGE.cpy".

       FD  SCORECARD-FILE
           RECORDING MODE IS F.
       01  SCORECARD-RECORD              PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS           PIC XX VALUE SPACES.
           88  WS-PARM-FILE-OK           VALUE "00".
       01  WS-BRNCHMF-FILE-STATUS        PIC XX VALUE SPACES.
           88  WS-BRNCHMF-FILE-OK        VALUE "00".
       01  WS-BRNCHMF-EOF-SW             PIC X VALUE "N".
           88  WS-BRNCHMF-EOF            VALUE "Y".
       01  WS-COUNTER-FILE-STATUS        PIC XX VALUE SPACES.
           88  WS-COUNTER-FILE-OK        VALUE "00".
       01  WS-COUNTER-EOF-SW             PIC X VALUE "N".
           88  WS-COUNTER-EOF            VALUE "Y".
       01  WS-BASELINE-FILE-STATUS       PIC XX VALUE SPACES.
           88  WS-BASELINE-FILE-OK       VALUE "00".
       01  WS-BASELINE-EOF-SW            PIC X VALUE "N".
           88  WS-BASELINE-EOF           VALUE "Y".
       01  WS-REJECT-FILE-STATUS         PIC XX VALUE SPACES.
           88  WS-REJECT-FILE-OK         VALUE "00".
       01  WS-REJECT-EOF-SW              PIC X VALUE "N".
           88  WS-REJECT-EOF             VALUE "Y".
       01  WS-RCYCLOG-FILE-STATUS        PIC XX VALUE SPACES.
           88  WS-RCYCLOG-FILE-OK        VALUE "00".
       01  WS-RCYCLOG-EOF-SW             PIC X VALUE "N".
           88  WS-RCYCLOG-EOF            VALUE "Y".
       01  WS-REGISTER-FILE-STATUS       PIC XX VALUE SPACES.
           88  WS-REGISTER-FILE-OK       VALUE "00".
       01  WS-REGISTER-EOF-SW            PIC X VALUE "N".
           88  WS-REGISTER-EOF           VALUE "Y".
       01  WS-REPORT-FILE-STATUS         PIC XX VALUE SPACES.

       01  WS-SCORE-MONTH                PIC 9(6) VALUE 0.
       01  WS-HIGHLIGHT-TENTHS           PIC 9(4) VALUE 50.
       01  WS-HIGHLIGHT-PCT              PIC 9(3)V9 VALUE 0.
       01  WS-AGE-DAYS                   PIC 9(3) VALUE 7.
       01  WS-AGE-LIMIT-DATE             PIC 9(8) VALUE 0.
       01  WS-AGE-STEP                   PIC 9(3) VALUE 0.

      *    Accepted volume cannot be measured without the counter
      *    file, nor when the month asked for is older than the
      *    baseline already taken - either way the rejects are
      *    still scored, accepted shows zero, and the baseline is
      *    left exactly as it was.
       01  WS-ACCEPTED-OK-SW             PIC X VALUE "Y".
           88  WS-ACCEPTED-OK            VALUE "Y".
       01  WS-COUNTFIL-BAD-SW            PIC X VALUE "N".
           88  WS-COUNTFIL-BAD           VALUE "Y".
       01  WS-BASE-AHEAD-SW              PIC X VALUE "N".
           88  WS-BASE-AHEAD             VALUE "Y".

      *    Branch master entries - inactive ones too, for the name
      *    of a closed office's rejects.
       01  WS-BMF-TABLE.
           05  WS-BMF-MAX                PIC 9(3) VALUE 60.
           05  WS-BMF-COUNT              PIC 9(3) VALUE 0.
           05  WS-BMF-ENTRY OCCURS 60.
               10  WS-BMF-CODE           PIC X(3).
               10  WS-BMF-NAME           PIC X(25).
               10  WS-BMF-REGION         PIC X(12).
               10  WS-BMF-ACTIVE-SW      PIC X(1).
       01  WS-BMF-SUB                    PIC 9(3) VALUE 0.
       01  WS-BMF-FOUND-SW               PIC X VALUE "N".
           88  WS-BMF-FOUND              VALUE "Y".

       01  WS-BRANCH-KEY-AREA.
           05  WS-BK-BRANCH              PIC X(3).
           05  FILLER                    PIC X(5).
       01  WS-LOOKUP-BRANCH              PIC X(3) VALUE SPACES.

      *    One entry per branch scored: every active master branch,
      *    plus any code met on the counter file, the baseline or
      *    the rejects.  Reason slots 1-7 are TRANEDIT's reason
      *    codes 01-07; slot 8 takes anything else.
       01  WS-BRANCH-TABLE.
           05  WS-BR-MAX                 PIC 9(3) VALUE 80.
           05  WS-BR-COUNT               PIC 9(3) VALUE 0.
           05  WS-BR-ENTRY OCCURS 80.
               10  WS-BR-CODE            PIC X(3).
               10  WS-BR-NAME            PIC X(25).
               10  WS-BR-REGION          PIC X(12).
               10  WS-BR-ON-FILE-SW      PIC X(1).
                   88  WS-BR-ON-FILE     VALUE "Y".
               10  WS-BR-CURRENT         PIC S9(9).
               10  WS-BR-BASE-SW         PIC X(1).
                   88  WS-BR-HAS-BASE    VALUE "Y".
               10  WS-BR-START           PIC S9(9).
               10  WS-BR-FOLDED-IN       PIC S9(9).
               10  WS-BR-ACCEPTED        PIC S9(9).
               10  WS-BR-REASON-COUNT    PIC 9(5) OCCURS 8.
               10  WS-BR-REJECTS         PIC 9(5).
               10  WS-BR-REPAIRED        PIC 9(5).
               10  WS-BR-AGED            PIC 9(5).
               10  WS-BR-RATE            PIC 9(3)V9.
               10  WS-BR-HIGH-SW         PIC X(1).
                   88  WS-BR-HIGH        VALUE "Y".
       01  WS-BR-SUB                     PIC 9(3) VALUE 0.
       01  WS-BR-FOUND-SW                PIC X VALUE "N".
           88  WS-BR-FOUND               VALUE "Y".

      *    Done merges off the register - the ones whose figures
      *    are already on the survivor's COUNTFIL record.
       01  WS-MERGE-TABLE.
           05  WS-MG-MAX                 PIC 9(3) VALUE 100.
           05  WS-MG-COUNT               PIC 9(3) VALUE 0.
           05  WS-MG-ENTRY OCCURS 100.
               10  WS-MG-OLD             PIC X(3).
               10  WS-MG-NEW             PIC X(3).
       01  WS-MG-SUB                     PIC 9(3) VALUE 0.
       01  WS-MG-FIND-SUB                PIC 9(3) VALUE 0.
       01  WS-MG-HOPS                    PIC 9(3) VALUE 0.
       01  WS-MG-FOUND-SW                PIC X VALUE "N".
           88  WS-MG-FOUND               VALUE "Y".
       01  WS-FOLD-BRANCH                PIC X(3) VALUE SPACES.
       01  WS-FOLD-AMOUNT                PIC S9(9) VALUE 0.
       01  WS-FOLD-COUNT                 PIC 9(3) VALUE 0.

      *    Region rollup, regions met in branch order; a branch
      *    with no master entry rolls up under UNASSIGNED, as on
      *    DAILYRPT.
       01  WS-REGION-TABLE.
           05  WS-RG-MAX                 PIC 9(2) VALUE 20.
           05  WS-RG-COUNT               PIC 9(2) VALUE 0.
           05  WS-RG-ENTRY OCCURS 20.
               10  WS-RG-NAME            PIC X(12).
               10  WS-RG-ACCEPTED        PIC S9(9).
               10  WS-RG-REASON-COUNT    PIC 9(5) OCCURS 8.
               10  WS-RG-REJECTS         PIC 9(5).
               10  WS-RG-REPAIRED        PIC 9(5).
               10  WS-RG-AGED            PIC 9(5).
               10  WS-RG-RATE            PIC 9(3)V9.
               10  WS-RG-HIGH-SW         PIC X(1).
                   88  WS-RG-HIGH        VALUE "Y".
       01  WS-RG-SUB                     PIC 9(2) VALUE 0.
       01  WS-RG-FOUND-SW                PIC X VALUE "N".
           88  WS-RG-FOUND               VALUE "Y".

      *    Print order, worst first - subscripts into the tables
      *    above, exchange-sorted.
       01  WS-BR-RANK-TABLE.
           05  WS-BR-RANK                PIC 9(3) OCCURS 80.
       01  WS-RG-RANK-TABLE.
           05  WS-RG-RANK                PIC 9(2) OCCURS 20.
       01  WS-RANK-SUB                   PIC 9(3) VALUE 0.
       01  WS-RANK-LIMIT                 PIC 9(3) VALUE 0.
       01  WS-RANK-HOLD                  PIC 9(3) VALUE 0.
       01  WS-FIRST-SUB                  PIC 9(3) VALUE 0.
       01  WS-SECOND-SUB                 PIC 9(3) VALUE 0.
       01  WS-SWAPPED-SW                 PIC X VALUE "N".
           88  WS-SWAPPED                VALUE "Y".
       01  WS-WORSE-SW                   PIC X VALUE "N".
           88  WS-SECOND-IS-WORSE        VALUE "Y".

      *    Shop-wide totals, also the rate inputs 8300 works on.
       01  WS-SHOP-ACCEPTED              PIC S9(9) VALUE 0.
       01  WS-SHOP-REASON-TABLE.
           05  WS-SHOP-REASON-COUNT      PIC 9(5) OCCURS 8.
       01  WS-SHOP-REJECTS               PIC 9(5) VALUE 0.
       01  WS-SHOP-REPAIRED              PIC 9(5) VALUE 0.
       01  WS-SHOP-AGED                  PIC 9(5) VALUE 0.
       01  WS-SHOP-RATE                  PIC 9(3)V9 VALUE 0.
       01  WS-HIGH-BRANCH-COUNT          PIC 9(3) VALUE 0.
       01  WS-NO-BASE-COUNT              PIC 9(3) VALUE 0.

       01  WS-RATE-ACCEPTED              PIC S9(9) VALUE 0.
       01  WS-RATE-REJECTS               PIC 9(5) VALUE 0.
       01  WS-RATE-REPAIRED              PIC 9(5) VALUE 0.
       01  WS-RATE-SENT                  PIC S9(9) VALUE 0.
       01  WS-RATE-WORK                  PIC 9(7)V9 VALUE 0.
       01  WS-RATE-RESULT                PIC 9(3)V9 VALUE 0.

       01  WS-REJECT-DATE-X              PIC X(8) VALUE SPACES.
       01  WS-REJECT-DATE-R REDEFINES WS-REJECT-DATE-X.
           05  WS-RD-MONTH               PIC X(6).
           05  FILLER                    PIC X(2).
       01  WS-REASON-CODE                PIC X(2) VALUE SPACES.
       01  WS-REASON-N REDEFINES WS-REASON-CODE
                                         PIC 9(2).
       01  WS-REASON-SLOT                PIC 9(1) VALUE 0.
       01  WS-SLOT-SUB                   PIC 9(1) VALUE 0.
       01  WS-REJECTS-READ               PIC 9(5) VALUE 0.
       01  WS-REPAIRS-READ               PIC 9(5) VALUE 0.
       01  WS-BASE-WRITTEN               PIC 9(3) VALUE 0.

       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-RUN-DATE-R    REDEFINES WS-RUN-DATE.
           05  WS-RUN-CCYYMM             PIC 9(6).
           05  FILLER                    PIC 9(2).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-CCYY               PIC 9(4).
           05  WS-RUN-MM                 PIC 9(2).
           05  WS-RUN-DD                 PIC 9(2).

       01  WS-PREV-DATE                  PIC 9(8).
       01  WS-PREV-DATE-R   REDEFINES WS-PREV-DATE.
           05  WS-PV-CCYY                PIC 9(4).
           05  WS-PV-MM                  PIC 9(2).
           05  WS-PV-DD                  PIC 9(2).
       01  WS-LEAP-REM                   PIC 9(4) VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                    PIC X    VALUE "1".
           05  FILLER                    PIC X(30) VALUE
               "BRANCH DATA-QUALITY SCORECARD".
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

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  TL-LABEL                  PIC X(30) VALUE SPACES.
           05  TL-VALUE                  PIC ZZ,ZZ9 VALUE ZERO.

       01  WS-RATE-EDIT                  PIC ZZ9.9.

       01  WS-SCORE-HEADING-1.
           05  FILLER                    PIC X(30) VALUE SPACES.
           05  FILLER                    PIC X(8) VALUE " RECORDS".
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FILLER                    PIC X(54) VALUE
               "----------------- REJECTS BY REASON -----------------".
           05  FILLER                    PIC X(7) VALUE "  TOTAL".
           05  FILLER                    PIC X(7) VALUE "  FIXED".
           05  FILLER                    PIC X(7) VALUE "   OPEN".
           05  FILLER                    PIC X(7) VALUE " REJECT".

       01  WS-SCORE-HEADING-2.
           05  FILLER                    PIC X(30) VALUE
               " RNK BR  NAME".
           05  FILLER                    PIC X(8) VALUE "ACCEPTED".
           05  FILLER                    PIC X(7) VALUE "     01".
           05  FILLER                    PIC X(7) VALUE "     02".
           05  FILLER                    PIC X(7) VALUE "     03".
           05  FILLER                    PIC X(7) VALUE "     04".
           05  FILLER                    PIC X(7) VALUE "     05".
           05  FILLER                    PIC X(7) VALUE "     06".
           05  FILLER                    PIC X(7) VALUE "     07".
           05  FILLER                    PIC X(7) VALUE "  OTHER".
           05  FILLER                    PIC X(7) VALUE " REJECT".
           05  FILLER                    PIC X(7) VALUE "   RCYC".
           05  FILLER                    PIC X(7) VALUE " >LIMIT".
           05  FILLER                    PIC X(7) VALUE "  RATE%".

       01  WS-SCORE-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  SC-RANK                   PIC ZZ9.
           05  FILLER                    PIC X    VALUE SPACE.
           05  SC-CODE                   PIC X(3).
           05  FILLER                    PIC X    VALUE SPACE.
           05  SC-NAME                   PIC X(20).
           05  FILLER                    PIC X    VALUE SPACE.
           05  SC-ACCEPTED               PIC ZZZ,ZZ9-.
           05  SC-REASON-AREA OCCURS 8.
               10  FILLER                PIC X.
               10  SC-REASON             PIC ZZ,ZZ9.
           05  FILLER                    PIC X    VALUE SPACE.
           05  SC-REJECTS                PIC ZZ,ZZ9.
           05  FILLER                    PIC X    VALUE SPACE.
           05  SC-REPAIRED               PIC ZZ,ZZ9.
           05  FILLER                    PIC X    VALUE SPACE.
           05  SC-AGED                   PIC ZZ,ZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  SC-RATE                   PIC ZZ9.9.
           05  FILLER                    PIC X    VALUE SPACE.
           05  SC-FLAG                   PIC X(3).
           05  FILLER                    PIC X    VALUE SPACE.
           05  SC-NOTE                   PIC X(6).

       01  WS-LEGEND-TEXT.
           05  FILLER                    PIC X(40) VALUE
               "REASON 01 - INVALID TRANS TYPE".
           05  FILLER                    PIC X(40) VALUE
               "REASON 02 - AMOUNT NOT NUMERIC".
           05  FILLER                    PIC X(40) VALUE
               "REASON 03 - TRANS KEY BLANK".
           05  FILLER                    PIC X(40) VALUE
               "REASON 04 - UNKNOWN BRANCH CODE".
           05  FILLER                    PIC X(40) VALUE
               "REASON 05 - BAD EFFECTIVE DATE".
           05  FILLER                    PIC X(40) VALUE
               "REASON 06 - DUPLICATE TRANS KEY".
           05  FILLER                    PIC X(40) VALUE
               "REASON 07 - REVERSAL WITH NO ORIGINAL".
       01  WS-LEGEND-TABLE REDEFINES WS-LEGEND-TEXT.
           05  WS-LEGEND-ENTRY           PIC X(40) OCCURS 7.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ACCEPTED
           PERFORM 2500-LOAD-BASELINE
           PERFORM 3000-COUNT-OPEN-REJECTS
           PERFORM 3500-COUNT-REPAIRS
           PERFORM 4000-COMPUTE-SCORES
           PERFORM 4500-RANK-BRANCHES
           PERFORM 4700-RANK-REGIONS
           PERFORM 5000-PRINT-SCORECARD
           PERFORM 6000-REWRITE-BASELINE
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT SCORECARD-FILE
           MOVE WS-RUN-MM   TO H1-MM
           MOVE WS-RUN-DD   TO H1-DD
           MOVE WS-RUN-CCYY TO H1-CCYY
           WRITE SCORECARD-RECORD FROM WS-HEADING-1
           MOVE SPACES TO SCORECARD-RECORD
           WRITE SCORECARD-RECORD
           MOVE WS-RUN-CCYYMM TO WS-SCORE-MONTH
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 8
               MOVE 0 TO WS-SHOP-REASON-COUNT (WS-SLOT-SUB)
           END-PERFORM
           PERFORM 1100-READ-PARAMETER
           PERFORM 1200-LOAD-BRANCH-MASTER
           PERFORM 1300-COMPUTE-AGE-LIMIT
           COMPUTE WS-HIGHLIGHT-PCT = WS-HIGHLIGHT-TENTHS / 10
           MOVE SPACES TO ML-TEXT
           MOVE WS-HIGHLIGHT-PCT TO WS-RATE-EDIT
           STRING "MONTH " WS-SCORE-MONTH
                  "   HIGHLIGHT OVER " WS-RATE-EDIT "%"
                  "   AGING LIMIT " WS-AGE-DAYS " DAYS"
                  DELIMITED BY SIZE
               INTO ML-TEXT
           END-STRING
           WRITE SCORECARD-RECORD FROM WS-MESSAGE-LINE.

      *    Each field stands or falls on its own - a bad threshold
      *    does not throw away a good month.
       1100-READ-PARAMETER.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1150-APPLY-PARAMETER
               END-READ
               CLOSE PARM-FILE
           END-IF.

       1150-APPLY-PARAMETER.
           IF PRM-SCORE-MONTH NOT = SPACES
               IF PRM-SCORE-MONTH IS NUMERIC
                   AND PRM-SCORE-MONTH (5:2) >= "01"
                   AND PRM-SCORE-MONTH (5:2) <= "12"
                   MOVE PRM-SCORE-MONTH TO WS-SCORE-MONTH
               ELSE
                   DISPLAY "DQSCORE: SCORE MONTH NOT VALID - "
                           "RUN MONTH USED"
               END-IF
           END-IF
           IF PRM-HIGHLIGHT-TENTHS NOT = SPACES
               IF PRM-HIGHLIGHT-TENTHS IS NUMERIC
                   MOVE PRM-HIGHLIGHT-TENTHS TO WS-HIGHLIGHT-TENTHS
               ELSE
                   DISPLAY "DQSCORE: HIGHLIGHT THRESHOLD NOT "
                           "NUMERIC - DEFAULT USED"
               END-IF
           END-IF
           IF PRM-AGE-DAYS NOT = SPACES
               IF PRM-AGE-DAYS IS NUMERIC
                   AND PRM-AGE-DAYS > "000"
                   MOVE PRM-AGE-DAYS TO WS-AGE-DAYS
               ELSE
                   DISPLAY "DQSCORE: AGING LIMIT NOT VALID - "
                           "DEFAULT USED"
               END-IF
           END-IF.

      *    Active branches are seeded so a branch that sent nothing
      *    bad still shows - at the foot of the ranking.
       1200-LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-MASTER-FILE
           IF NOT WS-BRNCHMF-FILE-OK
               DISPLAY "DQSCORE: NO BRANCH MASTER FILE - BARE "
                       "BRANCH CODES REPORTED"
           ELSE
               PERFORM UNTIL WS-BRNCHMF-EOF
                   READ BRANCH-MASTER-FILE
                       AT END
                           SET WS-BRNCHMF-EOF TO TRUE
                       NOT AT END
                           PERFORM 1250-STORE-BRANCH-MASTER
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER-FILE
           END-IF
           PERFORM VARYING WS-BMF-SUB FROM 1 BY 1
               UNTIL WS-BMF-SUB > WS-BMF-COUNT
               IF WS-BMF-ACTIVE-SW (WS-BMF-SUB) = "A"
                   MOVE WS-BMF-CODE (WS-BMF-SUB) TO WS-LOOKUP-BRANCH
                   PERFORM 8000-FIND-OR-ADD-BRANCH
               END-IF
           END-PERFORM.

       1250-STORE-BRANCH-MASTER.
           IF WS-BMF-COUNT >= WS-BMF-MAX
               DISPLAY "DQSCORE: BRANCH MASTER TABLE FULL - "
                       "BRANCH " BM-BRANCH-CODE " DROPPED"
           ELSE
               ADD 1 TO WS-BMF-COUNT
               MOVE WS-BMF-COUNT TO WS-BMF-SUB
               MOVE BM-BRANCH-CODE TO WS-BMF-CODE (WS-BMF-SUB)
               MOVE BM-BRANCH-NAME TO WS-BMF-NAME (WS-BMF-SUB)
               MOVE BM-REGION-NAME TO WS-BMF-REGION (WS-BMF-SUB)
               MOVE BM-ACTIVE-FLAG TO WS-BMF-ACTIVE-SW (WS-BMF-SUB)
           END-IF.

      *    Calendar days back from the run date, the way TRANRCYC
      *    ages its bands: a reject dated before this is past the
      *    limit.
       1300-COMPUTE-AGE-LIMIT.
           MOVE WS-RUN-DATE TO WS-PREV-DATE
           PERFORM VARYING WS-AGE-STEP FROM 1 BY 1
               UNTIL WS-AGE-STEP > WS-AGE-DAYS
               PERFORM 8100-COMPUTE-PREVIOUS-DATE
           END-PERFORM
           MOVE WS-PREV-DATE TO WS-AGE-LIMIT-DATE.

      *    Same shape test DAILYRPT applies; one record out of
      *    shape means the accepted figures cannot be trusted at
      *    all.
       2000-LOAD-ACCEPTED.
           OPEN INPUT COUNTER-FILE
           IF NOT WS-COUNTER-FILE-OK
               DISPLAY "DQSCORE: NO COUNTER FILE - ACCEPTED "
                       "NOT MEASURED"
               MOVE "N" TO WS-ACCEPTED-OK-SW
           ELSE
               PERFORM UNTIL WS-COUNTER-EOF
                   READ COUNTER-FILE
                       AT END
                           SET WS-COUNTER-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-ABSORB-COUNTER-RECORD
                   END-READ
               END-PERFORM
               CLOSE COUNTER-FILE
           END-IF
           IF WS-COUNTFIL-BAD
               DISPLAY "DQSCORE: COUNTER FILE NOT IN CURRENT "
                       "LAYOUT - ACCEPTED NOT MEASURED"
               MOVE "N" TO WS-ACCEPTED-OK-SW
           END-IF
           IF NOT WS-ACCEPTED-OK
               MOVE "*** ACCEPTED NOT MEASURED - NO USABLE COUNTFIL"
                   TO ML-TEXT
               WRITE SCORECARD-RECORD FROM WS-MESSAGE-LINE
           END-IF.

       2100-ABSORB-COUNTER-RECORD.
           IF CF-COUNTER-COUNT IS NOT NUMERIC
               OR CF-LU-DATE IS NOT NUMERIC
               SET WS-COUNTFIL-BAD TO TRUE
           ELSE
               IF CF-COUNTER-COUNT > 10
                   SET WS-COUNTFIL-BAD TO TRUE
               ELSE
                   IF CF-CONTROL-KEY NOT = "TOTALS"
                       MOVE CF-CONTROL-KEY TO WS-BRANCH-KEY-AREA
                       MOVE WS-BK-BRANCH TO WS-LOOKUP-BRANCH
                       PERFORM 8000-FIND-OR-ADD-BRANCH
                       IF WS-BR-FOUND
                           PERFORM 2150-ADD-BRANCH-VALUES
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2150-ADD-BRANCH-VALUES.
           MOVE "Y" TO WS-BR-ON-FILE-SW (WS-BR-SUB)
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > CF-COUNTER-COUNT
               IF CF-CTR-VALUE (WS-SLOT-SUB) IS NUMERIC
                   ADD CF-CTR-VALUE (WS-SLOT-SUB)
                       TO WS-BR-CURRENT (WS-BR-SUB)
               ELSE
                   SET WS-COUNTFIL-BAD TO TRUE
               END-IF
           END-PERFORM.

      *    A baseline taken for this same month is a rerun: score
      *    from where the month started.  One taken for an earlier
      *    month closes where this one starts.
       2500-LOAD-BASELINE.
           OPEN INPUT BASELINE-FILE
           IF NOT WS-BASELINE-FILE-OK
               DISPLAY "DQSCORE: NO SCORECARD BASELINE - "
                       "ACCEPTED IS LIFETIME THIS RUN"
           ELSE
               PERFORM UNTIL WS-BASELINE-EOF
                   READ BASELINE-FILE
                       AT END
                           SET WS-BASELINE-EOF TO TRUE
                       NOT AT END
                           PERFORM 2550-ABSORB-BASELINE-RECORD
                   END-READ
               END-PERFORM
               CLOSE BASELINE-FILE
           END-IF
           IF WS-BASE-AHEAD
               DISPLAY "DQSCORE: BASELINE IS AHEAD OF MONTH "
                       WS-SCORE-MONTH " - ACCEPTED NOT MEASURED"
               MOVE "N" TO WS-ACCEPTED-OK-SW
               MOVE "*** BASELINE LATER THAN MONTH - ACCEPTED NOT "
                   TO ML-TEXT
               MOVE "MEASURED" TO ML-TEXT (47:8)
               WRITE SCORECARD-RECORD FROM WS-MESSAGE-LINE
           END-IF
           PERFORM 2600-FOLD-MERGED-BASELINES.

       2550-ABSORB-BASELINE-RECORD.
           IF SB-SCORE-MONTH IS NUMERIC
               AND SB-OPEN-TOTAL IS NUMERIC
               AND SB-CLOSE-TOTAL IS NUMERIC
               EVALUATE TRUE
                   WHEN SB-SCORE-MONTH > WS-SCORE-MONTH
                       SET WS-BASE-AHEAD TO TRUE
                   WHEN OTHER
                       MOVE SB-BRANCH-CODE TO WS-LOOKUP-BRANCH
                       PERFORM 8000-FIND-OR-ADD-BRANCH
                       IF WS-BR-FOUND
                           MOVE "Y" TO WS-BR-BASE-SW (WS-BR-SUB)
                           IF SB-SCORE-MONTH = WS-SCORE-MONTH
                               MOVE SB-OPEN-TOTAL
                                   TO WS-BR-START (WS-BR-SUB)
                           ELSE
                               MOVE SB-CLOSE-TOTAL
                                   TO WS-BR-START (WS-BR-SUB)
                           END-IF
                       END-IF
               END-EVALUATE
           ELSE
               DISPLAY "DQSCORE: BASELINE RECORD " SB-BRANCH-CODE
                       " UNREADABLE - IGNORED"
           END-IF.

      *    Every closed branch's start is worked out before any
      *    is added in, so a branch closed into a branch that has
      *    itself closed since is folded once, into the end of the
      *    chain.  No register, no merges - nothing to fold.
       2600-FOLD-MERGED-BASELINES.
           OPEN INPUT MERGE-REGISTER-FILE
           IF WS-REGISTER-FILE-OK
               PERFORM UNTIL WS-REGISTER-EOF
                   READ MERGE-REGISTER-FILE
                       AT END
                           SET WS-REGISTER-EOF TO TRUE
                       NOT AT END
                           PERFORM 2650-STORE-MERGE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE MERGE-REGISTER-FILE
           END-IF
           PERFORM VARYING WS-MG-SUB FROM 1 BY 1
               UNTIL WS-MG-SUB > WS-MG-COUNT
               PERFORM 2700-FOLD-ONE-BASELINE
           END-PERFORM
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT
               ADD WS-BR-FOLDED-IN (WS-BR-SUB)
                   TO WS-BR-START (WS-BR-SUB)
           END-PERFORM.

       2650-STORE-MERGE-ENTRY.
           IF MG-DONE
               IF WS-MG-COUNT >= WS-MG-MAX
                   DISPLAY "DQSCORE: MERGE TABLE FULL - BRANCH "
                           MG-OLD-BRANCH " BASELINE NOT FOLDED"
               ELSE
                   ADD 1 TO WS-MG-COUNT
                   MOVE MG-OLD-BRANCH TO WS-MG-OLD (WS-MG-COUNT)
                   MOVE MG-NEW-BRANCH TO WS-MG-NEW (WS-MG-COUNT)
               END-IF
           END-IF.

      *    Only a closed branch that has a baseline has anything to
      *    hand on; one met nowhere else is not added to the table.
       2700-FOLD-ONE-BASELINE.
           MOVE "N" TO WS-BR-FOUND-SW
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT
                   OR WS-BR-FOUND
               IF WS-BR-CODE (WS-BR-SUB) = WS-MG-OLD (WS-MG-SUB)
                   MOVE "Y" TO WS-BR-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-BR-FOUND
               SUBTRACT 1 FROM WS-BR-SUB
               IF WS-BR-HAS-BASE (WS-BR-SUB)
                   MOVE WS-BR-START (WS-BR-SUB) TO WS-FOLD-AMOUNT
                   MOVE 0 TO WS-BR-START (WS-BR-SUB)
                   MOVE WS-MG-NEW (WS-MG-SUB) TO WS-FOLD-BRANCH
                   MOVE 0 TO WS-MG-HOPS
                   PERFORM 2750-FIND-DONE-MERGE
                   PERFORM UNTIL NOT WS-MG-FOUND
                           OR WS-MG-HOPS > WS-MG-COUNT
                       MOVE WS-MG-NEW (WS-MG-FIND-SUB)
                           TO WS-FOLD-BRANCH
                       ADD 1 TO WS-MG-HOPS
                       PERFORM 2750-FIND-DONE-MERGE
                   END-PERFORM
                   MOVE WS-FOLD-BRANCH TO WS-LOOKUP-BRANCH
                   PERFORM 8000-FIND-OR-ADD-BRANCH
                   IF WS-BR-FOUND
                       ADD WS-FOLD-AMOUNT
                           TO WS-BR-FOLDED-IN (WS-BR-SUB)
                       ADD 1 TO WS-FOLD-COUNT
                   END-IF
               END-IF
           END-IF.

       2750-FIND-DONE-MERGE.
           MOVE "N" TO WS-MG-FOUND-SW
           PERFORM VARYING WS-MG-FIND-SUB FROM 1 BY 1
               UNTIL WS-MG-FIND-SUB > WS-MG-COUNT
                   OR WS-MG-FOUND
               IF WS-MG-OLD (WS-MG-FIND-SUB) = WS-FOLD-BRANCH
                   MOVE "Y" TO WS-MG-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-MG-FOUND
               SUBTRACT 1 FROM WS-MG-FIND-SUB
           END-IF.

       3000-COUNT-OPEN-REJECTS.
           OPEN INPUT REJECT-FILE
           IF NOT WS-REJECT-FILE-OK
               DISPLAY "DQSCORE: NO REJECT FILE - NO OPEN REJECTS"
           ELSE
               PERFORM UNTIL WS-REJECT-EOF
                   READ REJECT-FILE
                       AT END
                           SET WS-REJECT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REJECTS-READ
                           PERFORM 3100-SCORE-OPEN-REJECT
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF.

       3100-SCORE-OPEN-REJECT.
           MOVE REJ-RECORD-IMAGE (17:3) TO WS-LOOKUP-BRANCH
           IF WS-LOOKUP-BRANCH = SPACES
               MOVE "***" TO WS-LOOKUP-BRANCH
           END-IF
           PERFORM 8000-FIND-OR-ADD-BRANCH
           IF WS-BR-FOUND
               MOVE REJ-REJECT-DATE TO WS-REJECT-DATE-X
               MOVE REJ-REASON-CODE TO WS-REASON-CODE
               IF WS-REJECT-DATE-X IS NOT NUMERIC
                   ADD 1 TO WS-BR-AGED (WS-BR-SUB)
               ELSE
                   IF REJ-REJECT-DATE < WS-AGE-LIMIT-DATE
                       ADD 1 TO WS-BR-AGED (WS-BR-SUB)
                   END-IF
               END-IF
               PERFORM 3200-COUNT-IF-IN-MONTH
           END-IF.

      *    Shared by open and repaired rejects: 3100/3600 leave the
      *    branch, reason and original reject date set.
       3200-COUNT-IF-IN-MONTH.
           IF WS-REJECT-DATE-X IS NUMERIC
               AND WS-RD-MONTH = WS-SCORE-MONTH
               MOVE 8 TO WS-REASON-SLOT
               IF WS-REASON-CODE IS NUMERIC
                   IF WS-REASON-N >= 1 AND WS-REASON-N <= 7
                       MOVE WS-REASON-N TO WS-REASON-SLOT
                   END-IF
               END-IF
               ADD 1 TO WS-BR-REASON-COUNT (WS-BR-SUB, WS-REASON-SLOT)
               ADD 1 TO WS-BR-REJECTS (WS-BR-SUB)
           END-IF.

       3500-COUNT-REPAIRS.
           OPEN INPUT RECYCLE-LOG-FILE
           IF NOT WS-RCYCLOG-FILE-OK
               DISPLAY "DQSCORE: NO RECYCLE LOG - NO REPAIRS "
                       "COUNTED"
           ELSE
               PERFORM UNTIL WS-RCYCLOG-EOF
                   READ RECYCLE-LOG-FILE
                       AT END
                           SET WS-RCYCLOG-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REPAIRS-READ
                           PERFORM 3600-SCORE-REPAIR
                   END-READ
               END-PERFORM
               CLOSE RECYCLE-LOG-FILE
           END-IF.

       3600-SCORE-REPAIR.
           MOVE RC-RECORD-IMAGE (17:3) TO WS-LOOKUP-BRANCH
           IF WS-LOOKUP-BRANCH = SPACES
               MOVE "***" TO WS-LOOKUP-BRANCH
           END-IF
           PERFORM 8000-FIND-OR-ADD-BRANCH
           IF WS-BR-FOUND
               MOVE RC-REJECT-DATE TO WS-REJECT-DATE-X
               MOVE RC-REASON-CODE TO WS-REASON-CODE
               IF WS-REJECT-DATE-X IS NUMERIC
                   AND WS-RD-MONTH = WS-SCORE-MONTH
                   ADD 1 TO WS-BR-REPAIRED (WS-BR-SUB)
               END-IF
               PERFORM 3200-COUNT-IF-IN-MONTH
           END-IF.

       4000-COMPUTE-SCORES.
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT
               PERFORM 4100-SCORE-ONE-BRANCH
               PERFORM 4200-ADD-BRANCH-TO-REGION
           END-PERFORM
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
               UNTIL WS-RG-SUB > WS-RG-COUNT
               MOVE WS-RG-ACCEPTED (WS-RG-SUB) TO WS-RATE-ACCEPTED
               MOVE WS-RG-REJECTS (WS-RG-SUB)  TO WS-RATE-REJECTS
               MOVE WS-RG-REPAIRED (WS-RG-SUB) TO WS-RATE-REPAIRED
               PERFORM 8300-COMPUTE-REJECT-RATE
               MOVE WS-RATE-RESULT TO WS-RG-RATE (WS-RG-SUB)
               IF WS-RATE-RESULT > WS-HIGHLIGHT-PCT
                   MOVE "Y" TO WS-RG-HIGH-SW (WS-RG-SUB)
               END-IF
           END-PERFORM
           MOVE WS-SHOP-ACCEPTED TO WS-RATE-ACCEPTED
           MOVE WS-SHOP-REJECTS  TO WS-RATE-REJECTS
           MOVE WS-SHOP-REPAIRED TO WS-RATE-REPAIRED
           PERFORM 8300-COMPUTE-REJECT-RATE
           MOVE WS-RATE-RESULT TO WS-SHOP-RATE.

      *    Accepted is measured only for a branch still on the
      *    counter file; one with no baseline yet is scored on its
      *    lifetime subtotals and marked so.
       4100-SCORE-ONE-BRANCH.
           MOVE 0 TO WS-BR-ACCEPTED (WS-BR-SUB)
           IF WS-ACCEPTED-OK
               AND WS-BR-ON-FILE (WS-BR-SUB)
               COMPUTE WS-BR-ACCEPTED (WS-BR-SUB) =
                   WS-BR-CURRENT (WS-BR-SUB) - WS-BR-START (WS-BR-SUB)
               IF NOT WS-BR-HAS-BASE (WS-BR-SUB)
                   ADD 1 TO WS-NO-BASE-COUNT
               END-IF
           END-IF
           MOVE WS-BR-ACCEPTED (WS-BR-SUB) TO WS-RATE-ACCEPTED
           MOVE WS-BR-REJECTS (WS-BR-SUB)  TO WS-RATE-REJECTS
           MOVE WS-BR-REPAIRED (WS-BR-SUB) TO WS-RATE-REPAIRED
           PERFORM 8300-COMPUTE-REJECT-RATE
           MOVE WS-RATE-RESULT TO WS-BR-RATE (WS-BR-SUB)
           IF WS-RATE-RESULT > WS-HIGHLIGHT-PCT
               MOVE "Y" TO WS-BR-HIGH-SW (WS-BR-SUB)
               ADD 1 TO WS-HIGH-BRANCH-COUNT
           END-IF
           ADD WS-BR-ACCEPTED (WS-BR-SUB) TO WS-SHOP-ACCEPTED
           ADD WS-BR-REJECTS (WS-BR-SUB)  TO WS-SHOP-REJECTS
           ADD WS-BR-REPAIRED (WS-BR-SUB) TO WS-SHOP-REPAIRED
           ADD WS-BR-AGED (WS-BR-SUB)     TO WS-SHOP-AGED
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 8
               ADD WS-BR-REASON-COUNT (WS-BR-SUB, WS-SLOT-SUB)
                   TO WS-SHOP-REASON-COUNT (WS-SLOT-SUB)
           END-PERFORM.

       4200-ADD-BRANCH-TO-REGION.
           MOVE "N" TO WS-RG-FOUND-SW
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
               UNTIL WS-RG-SUB > WS-RG-COUNT
                   OR WS-RG-FOUND
               IF WS-RG-NAME (WS-RG-SUB) = WS-BR-REGION (WS-BR-SUB)
                   MOVE "Y" TO WS-RG-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-RG-FOUND
               SUBTRACT 1 FROM WS-RG-SUB
           ELSE
               IF WS-RG-COUNT < WS-RG-MAX
                   ADD 1 TO WS-RG-COUNT
                   MOVE WS-RG-COUNT TO WS-RG-SUB
                   MOVE WS-BR-REGION (WS-BR-SUB)
                       TO WS-RG-NAME (WS-RG-SUB)
                   MOVE 0 TO WS-RG-ACCEPTED (WS-RG-SUB)
                   PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                       UNTIL WS-SLOT-SUB > 8
                       MOVE 0 TO WS-RG-REASON-COUNT
                           (WS-RG-SUB, WS-SLOT-SUB)
                   END-PERFORM
                   MOVE 0 TO WS-RG-REJECTS (WS-RG-SUB)
                   MOVE 0 TO WS-RG-REPAIRED (WS-RG-SUB)
                   MOVE 0 TO WS-RG-AGED (WS-RG-SUB)
                   MOVE 0 TO WS-RG-RATE (WS-RG-SUB)
                   MOVE "N" TO WS-RG-HIGH-SW (WS-RG-SUB)
                   MOVE "Y" TO WS-RG-FOUND-SW
               ELSE
                   DISPLAY "DQSCORE: REGION TABLE FULL - REGION "
                           WS-BR-REGION (WS-BR-SUB) " NOT ROLLED UP"
               END-IF
           END-IF
           IF WS-RG-FOUND
               ADD WS-BR-ACCEPTED (WS-BR-SUB)
                   TO WS-RG-ACCEPTED (WS-RG-SUB)
               ADD WS-BR-REJECTS (WS-BR-SUB)
                   TO WS-RG-REJECTS (WS-RG-SUB)
               ADD WS-BR-REPAIRED (WS-BR-SUB)
                   TO WS-RG-REPAIRED (WS-RG-SUB)
               ADD WS-BR-AGED (WS-BR-SUB)
                   TO WS-RG-AGED (WS-RG-SUB)
               PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 8
                   ADD WS-BR-REASON-COUNT (WS-BR-SUB, WS-SLOT-SUB)
                       TO WS-RG-REASON-COUNT (WS-RG-SUB, WS-SLOT-SUB)
               END-PERFORM
           END-IF.

      *    Exchange sort on the rank list: worse is a higher rate,
      *    then more rejects, then more open past the limit.  A
      *    swap only on strictly worse keeps ties in table order.
       4500-RANK-BRANCHES.
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
               UNTIL WS-RANK-SUB > WS-BR-COUNT
               MOVE WS-RANK-SUB TO WS-BR-RANK (WS-RANK-SUB)
           END-PERFORM
           MOVE WS-BR-COUNT TO WS-RANK-LIMIT
           SET WS-SWAPPED TO TRUE
           PERFORM UNTIL NOT WS-SWAPPED
               OR WS-RANK-LIMIT < 2
               MOVE "N" TO WS-SWAPPED-SW
               PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                   UNTIL WS-RANK-SUB >= WS-RANK-LIMIT
                   MOVE WS-BR-RANK (WS-RANK-SUB) TO WS-FIRST-SUB
                   MOVE WS-BR-RANK (WS-RANK-SUB + 1) TO WS-SECOND-SUB
                   PERFORM 4550-COMPARE-BRANCHES
                   IF WS-SECOND-IS-WORSE
                       MOVE WS-BR-RANK (WS-RANK-SUB) TO WS-RANK-HOLD
                       MOVE WS-BR-RANK (WS-RANK-SUB + 1)
                           TO WS-BR-RANK (WS-RANK-SUB)
                       MOVE WS-RANK-HOLD
                           TO WS-BR-RANK (WS-RANK-SUB + 1)
                       SET WS-SWAPPED TO TRUE
                   END-IF
               END-PERFORM
               SUBTRACT 1 FROM WS-RANK-LIMIT
           END-PERFORM.

       4550-COMPARE-BRANCHES.
           MOVE "N" TO WS-WORSE-SW
           EVALUATE TRUE
               WHEN WS-BR-RATE (WS-SECOND-SUB)
                    > WS-BR-RATE (WS-FIRST-SUB)
                   MOVE "Y" TO WS-WORSE-SW
               WHEN WS-BR-RATE (WS-SECOND-SUB)
                    < WS-BR-RATE (WS-FIRST-SUB)
                   CONTINUE
               WHEN WS-BR-REJECTS (WS-SECOND-SUB)
                    > WS-BR-REJECTS (WS-FIRST-SUB)
                   MOVE "Y" TO WS-WORSE-SW
               WHEN WS-BR-REJECTS (WS-SECOND-SUB)
                    < WS-BR-REJECTS (WS-FIRST-SUB)
                   CONTINUE
               WHEN WS-BR-AGED (WS-SECOND-SUB)
                    > WS-BR-AGED (WS-FIRST-SUB)
                   MOVE "Y" TO WS-WORSE-SW
           END-EVALUATE.

       4700-RANK-REGIONS.
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
               UNTIL WS-RANK-SUB > WS-RG-COUNT
               MOVE WS-RANK-SUB TO WS-RG-RANK (WS-RANK-SUB)
           END-PERFORM
           MOVE WS-RG-COUNT TO WS-RANK-LIMIT
           SET WS-SWAPPED TO TRUE
           PERFORM UNTIL NOT WS-SWAPPED
               OR WS-RANK-LIMIT < 2
               MOVE "N" TO WS-SWAPPED-SW
               PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                   UNTIL WS-RANK-SUB >= WS-RANK-LIMIT
                   MOVE WS-RG-RANK (WS-RANK-SUB) TO WS-FIRST-SUB
                   MOVE WS-RG-RANK (WS-RANK-SUB + 1) TO WS-SECOND-SUB
                   PERFORM 4750-COMPARE-REGIONS
                   IF WS-SECOND-IS-WORSE
                       MOVE WS-RG-RANK (WS-RANK-SUB) TO WS-RANK-HOLD
                       MOVE WS-RG-RANK (WS-RANK-SUB + 1)
                           TO WS-RG-RANK (WS-RANK-SUB)
                       MOVE WS-RANK-HOLD
                           TO WS-RG-RANK (WS-RANK-SUB + 1)
                       SET WS-SWAPPED TO TRUE
                   END-IF
               END-PERFORM
               SUBTRACT 1 FROM WS-RANK-LIMIT
           END-PERFORM.

       4750-COMPARE-REGIONS.
           MOVE "N" TO WS-WORSE-SW
           EVALUATE TRUE
               WHEN WS-RG-RATE (WS-SECOND-SUB)
                    > WS-RG-RATE (WS-FIRST-SUB)
                   MOVE "Y" TO WS-WORSE-SW
               WHEN WS-RG-RATE (WS-SECOND-SUB)
                    < WS-RG-RATE (WS-FIRST-SUB)
                   CONTINUE
               WHEN WS-RG-REJECTS (WS-SECOND-SUB)
                    > WS-RG-REJECTS (WS-FIRST-SUB)
                   MOVE "Y" TO WS-WORSE-SW
               WHEN WS-RG-REJECTS (WS-SECOND-SUB)
                    < WS-RG-REJECTS (WS-FIRST-SUB)
                   CONTINUE
               WHEN WS-RG-AGED (WS-SECOND-SUB)
                    > WS-RG-AGED (WS-FIRST-SUB)
                   MOVE "Y" TO WS-WORSE-SW
           END-EVALUATE.

       5000-PRINT-SCORECARD.
           MOVE SPACES TO SCORECARD-RECORD
           WRITE SCORECARD-RECORD
           MOVE "BRANCHES - WORST FIRST" TO ML-TEXT
           WRITE SCORECARD-RECORD FROM WS-MESSAGE-LINE
           WRITE SCORECARD-RECORD FROM WS-SCORE-HEADING-1
           WRITE SCORECARD-RECORD FROM WS-SCORE-HEADING-2
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
               UNTIL WS-RANK-SUB > WS-BR-COUNT
               MOVE WS-BR-RANK (WS-RANK-SUB) TO WS-BR-SUB
               PERFORM 5100-PRINT-BRANCH-LINE
           END-PERFORM
           PERFORM 5300-PRINT-SHOP-LINE
           MOVE SPACES TO SCORECARD-RECORD
           WRITE SCORECARD-RECORD
           MOVE "REGIONS - WORST FIRST" TO ML-TEXT
           WRITE SCORECARD-RECORD FROM WS-MESSAGE-LINE
           WRITE SCORECARD-RECORD FROM WS-SCORE-HEADING-1
           WRITE SCORECARD-RECORD FROM WS-SCORE-HEADING-2
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
               UNTIL WS-RANK-SUB > WS-RG-COUNT
               MOVE WS-RG-RANK (WS-RANK-SUB) TO WS-RG-SUB
               PERFORM 5200-PRINT-REGION-LINE
           END-PERFORM
           PERFORM 5300-PRINT-SHOP-LINE
           PERFORM 5400-PRINT-TOTALS.

       5100-PRINT-BRANCH-LINE.
           MOVE SPACES TO WS-SCORE-LINE
           MOVE WS-RANK-SUB                TO SC-RANK
           MOVE WS-BR-CODE (WS-BR-SUB)     TO SC-CODE
           MOVE WS-BR-NAME (WS-BR-SUB)     TO SC-NAME
           MOVE WS-BR-ACCEPTED (WS-BR-SUB) TO SC-ACCEPTED
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 8
               MOVE WS-BR-REASON-COUNT (WS-BR-SUB, WS-SLOT-SUB)
                   TO SC-REASON (WS-SLOT-SUB)
           END-PERFORM
           MOVE WS-BR-REJECTS (WS-BR-SUB)  TO SC-REJECTS
           MOVE WS-BR-REPAIRED (WS-BR-SUB) TO SC-REPAIRED
           MOVE WS-BR-AGED (WS-BR-SUB)     TO SC-AGED
           MOVE WS-BR-RATE (WS-BR-SUB)     TO SC-RATE
           IF WS-BR-HIGH (WS-BR-SUB)
               MOVE "***" TO SC-FLAG
           END-IF
           IF WS-ACCEPTED-OK
               AND WS-BR-ON-FILE (WS-BR-SUB)
               AND NOT WS-BR-HAS-BASE (WS-BR-SUB)
               MOVE "NOBASE" TO SC-NOTE
           END-IF
           WRITE SCORECARD-RECORD FROM WS-SCORE-LINE.

       5200-PRINT-REGION-LINE.
           MOVE SPACES TO WS-SCORE-LINE
           MOVE WS-RANK-SUB                TO SC-RANK
           MOVE WS-RG-NAME (WS-RG-SUB)     TO SC-NAME
           MOVE WS-RG-ACCEPTED (WS-RG-SUB) TO SC-ACCEPTED
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 8
               MOVE WS-RG-REASON-COUNT (WS-RG-SUB, WS-SLOT-SUB)
                   TO SC-REASON (WS-SLOT-SUB)
           END-PERFORM
           MOVE WS-RG-REJECTS (WS-RG-SUB)  TO SC-REJECTS
           MOVE WS-RG-REPAIRED (WS-RG-SUB) TO SC-REPAIRED
           MOVE WS-RG-AGED (WS-RG-SUB)     TO SC-AGED
           MOVE WS-RG-RATE (WS-RG-SUB)     TO SC-RATE
           IF WS-RG-HIGH (WS-RG-SUB)
               MOVE "***" TO SC-FLAG
           END-IF
           WRITE SCORECARD-RECORD FROM WS-SCORE-LINE.

       5300-PRINT-SHOP-LINE.
           MOVE SPACES TO WS-SCORE-LINE
           MOVE "SHOP TOTAL"      TO SC-NAME
           MOVE WS-SHOP-ACCEPTED  TO SC-ACCEPTED
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 8
               MOVE WS-SHOP-REASON-COUNT (WS-SLOT-SUB)
                   TO SC-REASON (WS-SLOT-SUB)
           END-PERFORM
           MOVE WS-SHOP-REJECTS   TO SC-REJECTS
           MOVE WS-SHOP-REPAIRED  TO SC-REPAIRED
           MOVE WS-SHOP-AGED      TO SC-AGED
           MOVE WS-SHOP-RATE      TO SC-RATE
           WRITE SCORECARD-RECORD FROM WS-SCORE-LINE.

       5400-PRINT-TOTALS.
           MOVE SPACES TO SCORECARD-RECORD
           WRITE SCORECARD-RECORD
           MOVE "BRANCHES SCORED" TO TL-LABEL
           MOVE WS-BR-COUNT TO TL-VALUE
           WRITE SCORECARD-RECORD FROM WS-TOTAL-LINE
           MOVE "BRANCHES OVER THRESHOLD" TO TL-LABEL
           MOVE WS-HIGH-BRANCH-COUNT TO TL-VALUE
           WRITE SCORECARD-RECORD FROM WS-TOTAL-LINE
           MOVE "BRANCHES WITH NO BASELINE" TO TL-LABEL
           MOVE WS-NO-BASE-COUNT TO TL-VALUE
           WRITE SCORECARD-RECORD FROM WS-TOTAL-LINE
           MOVE "BASELINES FOLDED INTO SURVIVOR" TO TL-LABEL
           MOVE WS-FOLD-COUNT TO TL-VALUE
           WRITE SCORECARD-RECORD FROM WS-TOTAL-LINE
           MOVE "OPEN REJECTS READ" TO TL-LABEL
           MOVE WS-REJECTS-READ TO TL-VALUE
           WRITE SCORECARD-RECORD FROM WS-TOTAL-LINE
           MOVE "RECYCLE LOG RECORDS READ" TO TL-LABEL
           MOVE WS-REPAIRS-READ TO TL-VALUE
           WRITE SCORECARD-RECORD FROM WS-TOTAL-LINE
           IF WS-NO-BASE-COUNT > 0
               MOVE "NOBASE - NO PRIOR BASELINE, ACCEPTED IS LIFETIME"
                   TO ML-TEXT
               WRITE SCORECARD-RECORD FROM WS-MESSAGE-LINE
           END-IF
           MOVE SPACES TO SCORECARD-RECORD
           WRITE SCORECARD-RECORD
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 7
               MOVE WS-LEGEND-ENTRY (WS-SLOT-SUB) TO ML-TEXT
               WRITE SCORECARD-RECORD FROM WS-MESSAGE-LINE
           END-PERFORM
           MOVE "OTHER     - ANY OTHER REASON CODE" TO ML-TEXT
           WRITE SCORECARD-RECORD FROM WS-MESSAGE-LINE.

      *    Every branch still on the counter file, with where its
      *    subtotals stood when the month started and where they
      *    stand now - the next month starts from the latter.  A
      *    survivor's start includes what 2600 folded into it; a
      *    closed branch off the counter file drops out.
       6000-REWRITE-BASELINE.
           IF NOT WS-ACCEPTED-OK
               DISPLAY "DQSCORE: BASELINE LEFT UNCHANGED"
           ELSE
               OPEN OUTPUT BASELINE-FILE
               PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-COUNT
                   IF WS-BR-ON-FILE (WS-BR-SUB)
                       MOVE SPACES TO BASELINE-RECORD
                       MOVE WS-BR-CODE (WS-BR-SUB) TO SB-BRANCH-CODE
                       MOVE WS-SCORE-MONTH TO SB-SCORE-MONTH
                       MOVE WS-BR-START (WS-BR-SUB) TO SB-OPEN-TOTAL
                       MOVE WS-BR-CURRENT (WS-BR-SUB)
                           TO SB-CLOSE-TOTAL
                       WRITE BASELINE-RECORD
                       ADD 1 TO WS-BASE-WRITTEN
                   END-IF
               END-PERFORM
               CLOSE BASELINE-FILE
           END-IF.

      *    Leaves WS-BR-SUB addressing the entry for
      *    WS-LOOKUP-BRANCH, adding it - named from the master, or
      *    called out as not on it - when it is new.
       8000-FIND-OR-ADD-BRANCH.
           MOVE "N" TO WS-BR-FOUND-SW
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT
                   OR WS-BR-FOUND
               IF WS-BR-CODE (WS-BR-SUB) = WS-LOOKUP-BRANCH
                   MOVE "Y" TO WS-BR-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-BR-FOUND
               SUBTRACT 1 FROM WS-BR-SUB
           ELSE
               IF WS-BR-COUNT >= WS-BR-MAX
                   DISPLAY "DQSCORE: BRANCH TABLE FULL - BRANCH "
                           WS-LOOKUP-BRANCH " NOT SCORED"
               ELSE
                   ADD 1 TO WS-BR-COUNT
                   MOVE WS-BR-COUNT TO WS-BR-SUB
                   PERFORM 8050-CLEAR-BRANCH-ENTRY
                   MOVE "Y" TO WS-BR-FOUND-SW
               END-IF
           END-IF.

       8050-CLEAR-BRANCH-ENTRY.
           MOVE WS-LOOKUP-BRANCH TO WS-BR-CODE (WS-BR-SUB)
           MOVE "N" TO WS-BMF-FOUND-SW
           PERFORM VARYING WS-BMF-SUB FROM 1 BY 1
               UNTIL WS-BMF-SUB > WS-BMF-COUNT
                   OR WS-BMF-FOUND
               IF WS-BMF-CODE (WS-BMF-SUB) = WS-LOOKUP-BRANCH
                   MOVE "Y" TO WS-BMF-FOUND-SW
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-BMF-FOUND
                   SUBTRACT 1 FROM WS-BMF-SUB
                   MOVE WS-BMF-NAME (WS-BMF-SUB)
                       TO WS-BR-NAME (WS-BR-SUB)
                   MOVE WS-BMF-REGION (WS-BMF-SUB)
                       TO WS-BR-REGION (WS-BR-SUB)
               WHEN WS-LOOKUP-BRANCH = "***"
                   MOVE "(NO BRANCH CODE)" TO WS-BR-NAME (WS-BR-SUB)
                   MOVE "UNASSIGNED" TO WS-BR-REGION (WS-BR-SUB)
               WHEN OTHER
                   MOVE "(NOT ON MASTER)"
                       TO WS-BR-NAME (WS-BR-SUB)
                   MOVE "UNASSIGNED" TO WS-BR-REGION (WS-BR-SUB)
           END-EVALUATE
           MOVE "N" TO WS-BR-ON-FILE-SW (WS-BR-SUB)
           MOVE 0   TO WS-BR-CURRENT (WS-BR-SUB)
           MOVE "N" TO WS-BR-BASE-SW (WS-BR-SUB)
           MOVE 0   TO WS-BR-START (WS-BR-SUB)
           MOVE 0   TO WS-BR-FOLDED-IN (WS-BR-SUB)
           MOVE 0   TO WS-BR-ACCEPTED (WS-BR-SUB)
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 8
               MOVE 0 TO WS-BR-REASON-COUNT (WS-BR-SUB, WS-SLOT-SUB)
           END-PERFORM
           MOVE 0   TO WS-BR-REJECTS (WS-BR-SUB)
           MOVE 0   TO WS-BR-REPAIRED (WS-BR-SUB)
           MOVE 0   TO WS-BR-AGED (WS-BR-SUB)
           MOVE 0   TO WS-BR-RATE (WS-BR-SUB)
           MOVE "N" TO WS-BR-HIGH-SW (WS-BR-SUB).

      *    Calendar day before WS-PREV-DATE's starting value,
      *    month and year boundaries included.
       8100-COMPUTE-PREVIOUS-DATE.
           IF WS-PV-DD > 1
               SUBTRACT 1 FROM WS-PV-DD
           ELSE
               IF WS-PV-MM = 1
                   MOVE 12 TO WS-PV-MM
                   SUBTRACT 1 FROM WS-PV-CCYY
                   MOVE 31 TO WS-PV-DD
               ELSE
                   SUBTRACT 1 FROM WS-PV-MM
                   PERFORM 8150-SET-LAST-DAY-OF-MONTH
               END-IF
           END-IF.

       8150-SET-LAST-DAY-OF-MONTH.
           EVALUATE WS-PV-MM
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-PV-DD
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-PV-DD
               WHEN 2
                   DIVIDE WS-PV-CCYY BY 4 GIVING WS-LEAP-REM
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       DIVIDE WS-PV-CCYY BY 100 GIVING WS-LEAP-REM
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           DIVIDE WS-PV-CCYY BY 400
                               GIVING WS-LEAP-REM
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM = 0
                               MOVE 29 TO WS-PV-DD
                           ELSE
                               MOVE 28 TO WS-PV-DD
                           END-IF
                       ELSE
                           MOVE 29 TO WS-PV-DD
                       END-IF
                   ELSE
                       MOVE 28 TO WS-PV-DD
                   END-IF
           END-EVALUATE.

      *    Rejects as a percentage of what was sent: accepted plus
      *    rejected, less the repaired ones the accepted figure
      *    already holds.  Nothing sent but rejects (or accepted
      *    not measured) reads as 100%; no rejects reads as 0.
       8300-COMPUTE-REJECT-RATE.
           MOVE 0 TO WS-RATE-RESULT
           IF WS-RATE-REJECTS > 0
               COMPUTE WS-RATE-SENT = WS-RATE-ACCEPTED
                   + WS-RATE-REJECTS - WS-RATE-REPAIRED
               IF WS-RATE-SENT < WS-RATE-REJECTS
                   MOVE WS-RATE-REJECTS TO WS-RATE-SENT
               END-IF
               COMPUTE WS-RATE-WORK ROUNDED =
                   (WS-RATE-REJECTS * 100) / WS-RATE-SENT
               IF WS-RATE-WORK > 999.9
                   MOVE 999.9 TO WS-RATE-RESULT
               ELSE
                   MOVE WS-RATE-WORK TO WS-RATE-RESULT
               END-IF
           END-IF.

       9000-TERMINATE.
           CLOSE SCORECARD-FILE
           DISPLAY "DQSCORE: MONTH " WS-SCORE-MONTH
                   " BRANCHES " WS-BR-COUNT
                   " OVER THRESHOLD " WS-HIGH-BRANCH-COUNT
                   " BASELINE WRITTEN " WS-BASE-WRITTEN.
