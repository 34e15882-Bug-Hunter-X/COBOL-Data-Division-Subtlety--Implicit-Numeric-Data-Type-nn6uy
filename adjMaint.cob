       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJMAINT.
       AUTHOR. OPERATIONS-SUPPORT.
      *****************************************************************
      *  ADJMAINT - Manual counter adjustment, maker-checker.
      *
      *  The only way to correct a count used to be getting a
      *  hand-built reversal record into RAWTRAN, and nothing
      *  recorded who asked for it or who agreed it was right.
      *  This job puts two people on every manual change:
      *    - one operator (the maker) keys an adjustment on the
      *      ADJTRAN request file - type code, branch, signed
      *      amount, effective date and a reason - and it goes on
      *      the ADJFILE adjustment file (see ADJREC.cpy) as
      *      pending, under the next adjustment number;
      *    - a second, DIFFERENT operator (the checker) approves or
      *      declines it by number on a later request.  The maker
      *      can never check their own adjustment;
      *    - every adjustment approved in the run goes out on
      *      ADJCYCLE as a properly headed and trailered transaction
      *      cycle in the RAWTRAN layout (see TRANREC.cpy), which
      *      ops points TRANEDIT's RAWTRAN DD at, so an adjustment
      *      meets exactly the edit and counting controls a normal
      *      feed does.  The cycle identifies itself as "ADJUST  "
      *      with the run's HHMM as the cycle number, the same
      *      scheme TRANRCYC's recycle cycle uses, and each record
      *      carries TRANS-KEY "ADJ" plus the adjustment number;
      *    - pending, approved and declined adjustments all stay on
      *      ADJFILE with both user IDs and both timestamps;
      *    - the daily report (ADJRPT) shows this run's requests
      *      and their outcome, then every adjustment keyed,
      *      approved or declined today and everything still
      *      waiting for a checker, with both user IDs.
      *
      *  A request that fails validation changes nothing.  Type,
      *  branch and effective date are checked against CTRDEF,
      *  BRNCHMF and BUSCAL under the same rules TRANEDIT applies,
      *  and type and branch are checked again at approval - a
      *  definition switched off while the adjustment waited must
      *  not slip through on the checker's say-so.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Adjustment requests keyed by the operators, one per
      *    record: key a new adjustment, or approve / decline one
      *    already on file.
           SELECT ADJ-REQUEST-FILE ASSIGN TO "ADJTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.

      *    The adjustment file itself (see ADJREC.cpy) - read whole,
      *    rewritten whole when any request applied.
           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJFILE-FILE-STATUS.

      *    Same counter-definition master TRANEDIT edits against -
      *    an adjustment is keyed only against a type the front
      *    door would accept.
           SELECT COUNTER-DEF-FILE ASSIGN TO "CTRDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRDEF-FILE-STATUS.

      *    Same branch master TRANEDIT edits against (see
      *    BRNCHMF.cpy).
           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRNCHMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRNCHMF-FILE-STATUS.

      *    Same business calendar TRANEDIT checks effective dates
      *    against (see BUSCAL.cpy).
           SELECT BUS-CAL-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-FILE-STATUS.

      *    The approved-adjustment cycle, in the raw extract layout
      *    TRANEDIT reads (see TRANREC.cpy).  Written only when at
      *    least one adjustment was approved this run.
           SELECT ADJ-CYCLE-FILE ASSIGN TO "ADJCYCLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.

           SELECT ADJ-REPORT-FILE ASSIGN TO "ADJRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      *    Run-control log (see RUNLOG.cpy) - one record appended
      *    per execution, so RUNEXCP's morning exception report
      *    can cover this program once ops lists it in RUNXPRM.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJ-REQUEST-FILE
           RECORDING MODE IS F.
      *    One request: "K" key a new adjustment, "A" approve or
      *    "D" decline the adjustment numbered, and the operator's
      *    user ID.  A key request carries the adjustment itself
      *    and leaves the number blank (the job assigns it); an
      *    approve or decline carries the number, with the reason
      *    text taken as the checker's note (required to decline).
      *    Amount and number stay character here so they can be
      *    inspected before anything arithmetic touches them.
       01  ADJ-REQUEST-RECORD.
           05  AR-ACTION-CODE            PIC X(1).
               88  AR-ACTION-KEY         VALUE "K".
               88  AR-ACTION-APPROVE     VALUE "A".
               88  AR-ACTION-DECLINE     VALUE "D".
           05  FILLER                    PIC X(1).
           05  AR-ADJ-NUMBER             PIC X(7).
           05  FILLER                    PIC X(1).
           05  AR-TYPE-CODE              PIC X(2).
           05  FILLER                    PIC X(1).
           05  AR-BRANCH-CODE            PIC X(3).
           05  FILLER                    PIC X(1).
           05  AR-AMOUNT                 PIC X(4).
           05  AR-AMOUNT-R REDEFINES AR-AMOUNT.
               10  AR-AMOUNT-DIGITS      PIC X(3).
               10  AR-AMOUNT-SIGN        PIC X(1).
           05  FILLER                    PIC X(1).
           05  AR-EFF-DATE               PIC X(8).
           05  FILLER                    PIC X(1).
           05  AR-REASON-TEXT            PIC X(30).
           05  FILLER                    PIC X(1).
           05  AR-USER-ID                PIC X(8).
           05  FILLER                    PIC X(10).

       FD  ADJUSTMENT-FILE
           RECORDING MODE IS F.
       COPY "ADJREC.cpy".

       FD  COUNTER-DEF-FILE
           RECORDING MODE IS F.
       COPY "CTRDEF.cpy".

       FD  BRANCH-MASTER-FILE
           RECORDING MODE IS F.
       COPY "BRNCHMF.cpy".

       FD  BUS-CAL-FILE
           RECORDING MODE IS F.
       COPY "BUSCAL.cpy".

       FD  ADJ-CYCLE-FILE
           RECORDING MODE IS F.
       COPY "TRANREC.cpy".

       FD  ADJ-REPORT-FILE
           RECORDING MODE IS F.
       01  ADJ-REPORT-RECORD             PIC X(133).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY "RUNLOG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-FILE-STATUS        PIC XX VALUE SPACES.
           88  WS-REQUEST-FILE-OK        VALUE "00".
       01  WS-REQUEST-EOF-SW             PIC X VALUE "N".
           88  WS-REQUEST-EOF            VALUE "Y".
       01  WS-REQUEST-OPENED-SW          PIC X VALUE "N".
           88  WS-REQUEST-OPENED         VALUE "Y".
       01  WS-ADJFILE-FILE-STATUS        PIC XX VALUE SPACES.
           88  WS-ADJFILE-FILE-OK        VALUE "00".
       01  WS-ADJFILE-EOF-SW             PIC X VALUE "N".
           88  WS-ADJFILE-EOF            VALUE "Y".
       01  WS-CTRDEF-FILE-STATUS         PIC XX VALUE SPACES.
           88  WS-CTRDEF-FILE-OK         VALUE "00".
       01  WS-CTRDEF-EOF-SW              PIC X VALUE "N".
           88  WS-CTRDEF-EOF             VALUE "Y".
       01  WS-BRNCHMF-FILE-STATUS        PIC XX VALUE SPACES.
           88  WS-BRNCHMF-FILE-OK        VALUE "00".
       01  WS-BRNCHMF-EOF-SW             PIC X VALUE "N".
           88  WS-BRNCHMF-EOF            VALUE "Y".
       01  WS-BUSCAL-FILE-STATUS         PIC XX VALUE SPACES.
           88  WS-BUSCAL-FILE-OK         VALUE "00".
       01  WS-BUSCAL-EOF-SW              PIC X VALUE "N".
           88  WS-BUSCAL-EOF             VALUE "Y".
       01  WS-CYCLE-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RUNLOG-FILE-STATUS         PIC XX VALUE SPACES.

      *    The adjustment file held whole in storage across the
      *    rewrite, record order preserved.  WS-ADJ-CUT-SW marks
      *    the adjustments approved by THIS run - only those go
      *    out on the cycle, so a second run on the same day never
      *    re-sends what the first already approved.  An
      *    overflowing file is left exactly as it was: rewriting
      *    only the records that fit would throw adjustments away.
       01  WS-ADJ-TABLE.
           05  WS-ADJ-MAX                PIC 9(3) VALUE 900.
           05  WS-ADJ-COUNT              PIC 9(3) VALUE 0.
           05  WS-ADJ-ENTRY OCCURS 900.
               10  WS-ADJ-KEY            PIC 9(7).
               10  WS-ADJ-CUT-SW         PIC X(1).
                   88  WS-ADJ-CUT        VALUE "Y".
               10  WS-ADJ-IMAGE          PIC X(150).
       01  WS-ADJ-SUB                    PIC 9(3) VALUE 0.
       01  WS-ADJ-FOUND-SW               PIC X VALUE "N".
           88  WS-ADJ-FOUND              VALUE "Y".
       01  WS-ADJ-OVERFLOW-SW            PIC X VALUE "N".
           88  WS-ADJ-OVERFLOW           VALUE "Y".
       01  WS-NEXT-ADJ-NUMBER            PIC 9(7) VALUE 1.
       01  WS-LOOKUP-NUMBER              PIC 9(7) VALUE 0.

      *    Accepted transaction types, loaded from the active CTRDEF
      *    records (or the built-in 01/02/03 fallback when CTRDEF is
      *    missing) - the same table TRANEDIT edits against.
       01  WS-TYPE-TABLE.
           05  WS-TYPE-MAX               PIC 9(2) VALUE 10.
           05  WS-TYPE-COUNT             PIC 9(2) VALUE 0.
           05  WS-TYPE-ENTRY OCCURS 10.
               10  WS-TYPE-CODE          PIC X(2).
       01  WS-TYPE-SUB                   PIC 9(2) VALUE 0.
       01  WS-DEF-RECORD-COUNT           PIC 9(3) VALUE 0.
       01  WS-TYPE-FOUND-SW              PIC X VALUE "N".
           88  WS-TYPE-FOUND             VALUE "Y".

      *    Accepted branch codes off the active BRNCHMF records -
      *    same check, and same no-master-no-check stance, as
      *    TRANEDIT.
       01  WS-BRANCH-CHECK-SW            PIC X VALUE "N".
           88  WS-BRANCH-CHECK-ON        VALUE "Y".
       01  WS-BRANCH-TABLE.
           05  WS-BRM-MAX                PIC 9(3) VALUE 50.
           05  WS-BRM-COUNT              PIC 9(3) VALUE 0.
           05  WS-BRM-ENTRY OCCURS 50.
               10  WS-BRM-CODE           PIC X(3).
       01  WS-BRM-SUB                    PIC 9(3) VALUE 0.
       01  WS-BRANCH-FOUND-SW            PIC X VALUE "N".
           88  WS-BRANCH-FOUND           VALUE "Y".

      *    Business days off BUSCAL for the effective-date check -
      *    same check, and same no-calendar-no-check stance, as
      *    TRANEDIT.
       01  WS-CAL-CHECK-SW               PIC X VALUE "N".
           88  WS-CAL-CHECK-ON           VALUE "Y".
       01  WS-CAL-TABLE.
           05  WS-CAL-MAX                PIC 9(3) VALUE 600.
           05  WS-CAL-COUNT              PIC 9(3) VALUE 0.
           05  WS-CAL-ENTRY OCCURS 600.
               10  WS-CAL-DATE           PIC 9(8).
       01  WS-CAL-SUB                    PIC 9(3) VALUE 0.
       01  WS-CAL-FOUND-SW               PIC X VALUE "N".
           88  WS-CAL-FOUND              VALUE "Y".

       01  WS-LOOKUP-TYPE                PIC X(2) VALUE SPACES.
       01  WS-LOOKUP-BRANCH              PIC X(3) VALUE SPACES.
       01  WS-EDIT-AMOUNT-X              PIC X(4).
       01  WS-EDIT-AMOUNT REDEFINES WS-EDIT-AMOUNT-X
                                         PIC S9(3)
                                          SIGN IS TRAILING SEPARATE.
       01  WS-REQUEST-TIME               PIC 9(6) VALUE 0.
       01  WS-REJECT-TEXT                PIC X(40) VALUE SPACES.
           88  WS-REQUEST-CLEAN          VALUE SPACES.

       01  WS-READ-COUNT                 PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT              PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT               PIC 9(5) VALUE 0.
       01  WS-KEYED-COUNT                PIC 9(5) VALUE 0.
       01  WS-APPROVED-COUNT             PIC 9(5) VALUE 0.
       01  WS-DECLINED-COUNT             PIC 9(5) VALUE 0.
       01  WS-PENDING-COUNT              PIC 9(5) VALUE 0.
       01  WS-CYCLE-COUNT                PIC 9(7) VALUE 0.
       01  WS-CYCLE-HASH                 PIC S9(7)
                                          SIGN IS TRAILING SEPARATE
                                          VALUE 0.

      *    Which day-list 5100 is printing, and how many lines it
      *    has put under the current section heading.
       01  WS-SECTION-CODE               PIC X(1) VALUE SPACE.
           88  WS-SECTION-KEYED          VALUE "K".
           88  WS-SECTION-APPROVED       VALUE "A".
           88  WS-SECTION-DECLINED       VALUE "D".
           88  WS-SECTION-PENDING        VALUE "P".
       01  WS-SECTION-LINES              PIC 9(5) VALUE 0.
       01  WS-SELECTED-SW                PIC X VALUE "N".
           88  WS-ENTRY-SELECTED         VALUE "Y".

       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-RUN-DATE-R    REDEFINES WS-RUN-DATE.
           05  WS-RUN-CCYY               PIC 9(4).
           05  WS-RUN-MM                 PIC 9(2).
           05  WS-RUN-DD                 PIC 9(2).
       01  WS-RUN-TIME                   PIC 9(6).
       01  WS-RUN-TIME-R    REDEFINES WS-RUN-TIME.
           05  WS-RT-HHMM                PIC 9(4).
           05  WS-RT-SS                  PIC 9(2).

       01  WS-HEADING-1.
           05  FILLER                    PIC X    VALUE "1".
           05  FILLER                    PIC X(30) VALUE
               "MANUAL ADJUSTMENT REPORT      ".
           05  FILLER                    PIC X(10) VALUE
               "  RUN DATE".
           05  H1-MM                     PIC 99.
           05  FILLER                    PIC X VALUE "/".
           05  H1-DD                     PIC 99.
           05  FILLER                    PIC X VALUE "/".
           05  H1-CCYY                   PIC 9999.

       01  WS-SECTION-HEADING.
           05  FILLER                    PIC X    VALUE SPACE.
           05  SH-TEXT                   PIC X(60) VALUE SPACES.

       01  WS-REQUEST-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  RQ-ACTION                 PIC X(1).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RQ-NUMBER                 PIC X(7).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RQ-USER                   PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RQ-RESULT                 PIC X(50).

       01  WS-ADJ-COLUMN-HEADING.
           05  FILLER                    PIC X    VALUE SPACE.
           05  FILLER                    PIC X(9) VALUE "NUMBER".
           05  FILLER                    PIC X(4) VALUE "TY".
           05  FILLER                    PIC X(5) VALUE "BRN".
           05  FILLER                    PIC X(6) VALUE "AMT".
           05  FILLER                    PIC X(10) VALUE "EFF DATE".
           05  FILLER                    PIC X(10) VALUE "KEYED ON".
           05  FILLER                    PIC X(10) VALUE "MAKER".
           05  FILLER                    PIC X(10) VALUE "CHECKER".
           05  FILLER                    PIC X(32) VALUE "REASON".
           05  FILLER                    PIC X(30) VALUE
               "CHECKER NOTE".

       01  WS-ADJ-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  AL-NUMBER                 PIC 9(7).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  AL-TYPE                   PIC X(2).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  AL-BRANCH                 PIC X(3).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  AL-AMOUNT                 PIC ZZ9-.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  AL-EFF-DATE               PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  AL-KEYED-DATE             PIC 9(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  AL-MAKER                  PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  AL-CHECKER                PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  AL-REASON                 PIC X(30).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  AL-NOTE                   PIC X(30).

       01  WS-MESSAGE-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  ML-TEXT                   PIC X(60).

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  TL-LABEL                  PIC X(30) VALUE SPACES.
           05  TL-VALUE                  PIC ZZ,ZZ9 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ADJ-OVERFLOW
               PERFORM 2000-PROCESS-REQUESTS
               PERFORM 3000-WRITE-ADJUSTMENT-CYCLE
               PERFORM 4000-REWRITE-ADJUSTMENT-FILE
               PERFORM 5000-PRINT-DAY-LISTS
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT ADJ-REPORT-FILE
           MOVE WS-RUN-MM   TO H1-MM
           MOVE WS-RUN-DD   TO H1-DD
           MOVE WS-RUN-CCYY TO H1-CCYY
           WRITE ADJ-REPORT-RECORD FROM WS-HEADING-1
           MOVE SPACES TO ADJ-REPORT-RECORD
           WRITE ADJ-REPORT-RECORD
           PERFORM 1100-LOAD-TYPE-TABLE
           PERFORM 1200-LOAD-BRANCH-TABLE
           PERFORM 1300-LOAD-CALENDAR-TABLE
           PERFORM 1400-LOAD-ADJUSTMENT-FILE.

      *    Same load TRANEDIT does: active definitions only, with
      *    the built-in fallback covering a missing or empty CTRDEF
      *    (a JCL slip), so an adjustment can never be keyed
      *    against a type the front door would reject.
       1100-LOAD-TYPE-TABLE.
           OPEN INPUT COUNTER-DEF-FILE
           IF NOT WS-CTRDEF-FILE-OK
               DISPLAY "ADJMAINT: NO COUNTER DEFINITION FILE - "
                       "BUILT-IN TYPES USED"
               PERFORM 1190-DEFAULT-TYPE-TABLE
           ELSE
               PERFORM UNTIL WS-CTRDEF-EOF
                   READ COUNTER-DEF-FILE
                       AT END
                           SET WS-CTRDEF-EOF TO TRUE
                       NOT AT END
                           PERFORM 1150-STORE-TYPE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE COUNTER-DEF-FILE
               IF WS-DEF-RECORD-COUNT = 0
                   DISPLAY "ADJMAINT: COUNTER DEFINITION FILE "
                           "EMPTY - BUILT-IN TYPES USED"
                   PERFORM 1190-DEFAULT-TYPE-TABLE
               END-IF
           END-IF.

       1150-STORE-TYPE-ENTRY.
           ADD 1 TO WS-DEF-RECORD-COUNT
           IF CD-ACTIVE
               IF WS-TYPE-COUNT >= WS-TYPE-MAX
                   DISPLAY "ADJMAINT: TYPE TABLE FULL - TYPE "
                           CD-TYPE-CODE " DROPPED"
               ELSE
                   ADD 1 TO WS-TYPE-COUNT
                   MOVE WS-TYPE-COUNT TO WS-TYPE-SUB
                   MOVE CD-TYPE-CODE TO WS-TYPE-CODE (WS-TYPE-SUB)
               END-IF
           END-IF.

       1190-DEFAULT-TYPE-TABLE.
           MOVE 3    TO WS-TYPE-COUNT
           MOVE "01" TO WS-TYPE-CODE (1)
           MOVE "02" TO WS-TYPE-CODE (2)
           MOVE "03" TO WS-TYPE-CODE (3).

       1200-LOAD-BRANCH-TABLE.
           OPEN INPUT BRANCH-MASTER-FILE
           IF NOT WS-BRNCHMF-FILE-OK
               DISPLAY "ADJMAINT: NO BRANCH MASTER FILE - "
                       "BRANCH CODES NOT CHECKED"
           ELSE
               SET WS-BRANCH-CHECK-ON TO TRUE
               PERFORM UNTIL WS-BRNCHMF-EOF
                   READ BRANCH-MASTER-FILE
                       AT END
                           SET WS-BRNCHMF-EOF TO TRUE
                       NOT AT END
                           PERFORM 1250-STORE-BRANCH-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER-FILE
           END-IF.

       1250-STORE-BRANCH-ENTRY.
           IF BM-ACTIVE
               IF WS-BRM-COUNT >= WS-BRM-MAX
                   DISPLAY "ADJMAINT: BRANCH TABLE FULL - BRANCH "
                           BM-BRANCH-CODE " DROPPED"
               ELSE
                   ADD 1 TO WS-BRM-COUNT
                   MOVE WS-BRM-COUNT TO WS-BRM-SUB
                   MOVE BM-BRANCH-CODE
                       TO WS-BRM-CODE (WS-BRM-SUB)
               END-IF
           END-IF.

       1300-LOAD-CALENDAR-TABLE.
           OPEN INPUT BUS-CAL-FILE
           IF NOT WS-BUSCAL-FILE-OK
               DISPLAY "ADJMAINT: NO BUSINESS CALENDAR - "
                       "EFFECTIVE DATES NOT CHECKED AGAINST IT"
           ELSE
               SET WS-CAL-CHECK-ON TO TRUE
               PERFORM UNTIL WS-BUSCAL-EOF
                   READ BUS-CAL-FILE
                       AT END
                           SET WS-BUSCAL-EOF TO TRUE
                       NOT AT END
                           PERFORM 1350-STORE-CALENDAR-DAY
                   END-READ
               END-PERFORM
               CLOSE BUS-CAL-FILE
           END-IF.

       1350-STORE-CALENDAR-DAY.
           IF BC-DATE IS NUMERIC
               IF WS-CAL-COUNT >= WS-CAL-MAX
                   DISPLAY "ADJMAINT: CALENDAR TABLE FULL - DAY "
                           BC-DATE " DROPPED"
               ELSE
                   ADD 1 TO WS-CAL-COUNT
                   MOVE WS-CAL-COUNT TO WS-CAL-SUB
                   MOVE BC-DATE TO WS-CAL-DATE (WS-CAL-SUB)
               END-IF
           END-IF.

      *    No adjustment file is a first run - the first key
      *    request starts it at number 1.  The next number is one
      *    past the highest on file, so numbers are never reused
      *    even when the file is trimmed by hand.
       1400-LOAD-ADJUSTMENT-FILE.
           OPEN INPUT ADJUSTMENT-FILE
           IF NOT WS-ADJFILE-FILE-OK
               DISPLAY "ADJMAINT: NO ADJUSTMENT FILE - STARTING EMPTY"
           ELSE
               PERFORM UNTIL WS-ADJFILE-EOF
                   READ ADJUSTMENT-FILE
                       AT END
                           SET WS-ADJFILE-EOF TO TRUE
                       NOT AT END
                           PERFORM 1450-STORE-ADJUSTMENT
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-FILE
           END-IF
           IF WS-ADJ-OVERFLOW
               DISPLAY "ADJMAINT: ADJUSTMENT FILE EXCEEDS " WS-ADJ-MAX
                       " RECORDS - RUN ABANDONED"
               MOVE "*** ADJUSTMENT FILE TOO LARGE - RUN ABANDONED"
                   TO ML-TEXT
               WRITE ADJ-REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF.

       1450-STORE-ADJUSTMENT.
           IF WS-ADJ-COUNT >= WS-ADJ-MAX
               SET WS-ADJ-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-ADJ-COUNT
               MOVE WS-ADJ-COUNT TO WS-ADJ-SUB
               MOVE ADJUSTMENT-RECORD TO WS-ADJ-IMAGE (WS-ADJ-SUB)
               MOVE "N" TO WS-ADJ-CUT-SW (WS-ADJ-SUB)
               IF ADJ-NUMBER IS NUMERIC
                   MOVE ADJ-NUMBER TO WS-ADJ-KEY (WS-ADJ-SUB)
                   IF ADJ-NUMBER >= WS-NEXT-ADJ-NUMBER
                       COMPUTE WS-NEXT-ADJ-NUMBER = ADJ-NUMBER + 1
                   END-IF
               ELSE
                   MOVE 0 TO WS-ADJ-KEY (WS-ADJ-SUB)
               END-IF
           END-IF.

       2000-PROCESS-REQUESTS.
           OPEN INPUT ADJ-REQUEST-FILE
           IF NOT WS-REQUEST-FILE-OK
               DISPLAY "ADJMAINT: NO ADJUSTMENT REQUEST FILE"
           ELSE
               SET WS-REQUEST-OPENED TO TRUE
               MOVE "REQUESTS THIS RUN" TO SH-TEXT
               WRITE ADJ-REPORT-RECORD FROM WS-SECTION-HEADING
               PERFORM UNTIL WS-REQUEST-EOF
                   READ ADJ-REQUEST-FILE
                       AT END
                           SET WS-REQUEST-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 2100-PROCESS-ONE-REQUEST
                   END-READ
               END-PERFORM
               CLOSE ADJ-REQUEST-FILE
           END-IF.

       2100-PROCESS-ONE-REQUEST.
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE AR-ADJ-NUMBER TO RQ-NUMBER
           PERFORM 2200-VALIDATE-REQUEST
           IF WS-REQUEST-CLEAN
               PERFORM 2500-APPLY-REQUEST
               ADD 1 TO WS-APPLIED-COUNT
               MOVE ADJ-NUMBER TO RQ-NUMBER
               EVALUATE TRUE
                   WHEN AR-ACTION-KEY
                       MOVE "KEYED - PENDING APPROVAL" TO RQ-RESULT
                   WHEN AR-ACTION-APPROVE
                       MOVE "APPROVED - WRITTEN TO ADJUSTMENT CYCLE"
                           TO RQ-RESULT
                   WHEN AR-ACTION-DECLINE
                       MOVE "DECLINED" TO RQ-RESULT
               END-EVALUATE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO RQ-RESULT
               STRING "REJECTED - "   DELIMITED BY SIZE
                      WS-REJECT-TEXT  DELIMITED BY SIZE
                   INTO RQ-RESULT
               END-STRING
           END-IF
           MOVE AR-ACTION-CODE TO RQ-ACTION
           MOVE AR-USER-ID     TO RQ-USER
           WRITE ADJ-REPORT-RECORD FROM WS-REQUEST-LINE.

      *    Checks run in severity order and stop at the first
      *    failure, so each rejected request carries exactly one
      *    reason - same convention as TRANEDIT's record edit.
       2200-VALIDATE-REQUEST.
           EVALUATE TRUE
               WHEN NOT (AR-ACTION-KEY OR AR-ACTION-APPROVE
                   OR AR-ACTION-DECLINE)
                   MOVE "INVALID ACTION CODE" TO WS-REJECT-TEXT
               WHEN AR-USER-ID = SPACES
                   MOVE "OPERATOR ID BLANK" TO WS-REJECT-TEXT
               WHEN AR-ACTION-KEY
                   PERFORM 2300-VALIDATE-KEY
               WHEN OTHER
                   PERFORM 2400-VALIDATE-CHECK
           END-EVALUATE.

      *    Every field of a new adjustment is required - unlike a
      *    source feed there is no legacy layout to excuse a blank
      *    branch or effective date.
       2300-VALIDATE-KEY.
           MOVE AR-TYPE-CODE   TO WS-LOOKUP-TYPE
           MOVE AR-BRANCH-CODE TO WS-LOOKUP-BRANCH
           PERFORM 2250-FIND-TYPE-ENTRY
           PERFORM 2280-FIND-BRANCH-ENTRY
           MOVE "N" TO WS-CAL-FOUND-SW
           IF AR-EFF-DATE IS NUMERIC
               PERFORM 2295-FIND-CALENDAR-DAY
           END-IF
           EVALUATE TRUE
               WHEN WS-ADJ-COUNT >= WS-ADJ-MAX
                   MOVE "ADJUSTMENT FILE FULL" TO WS-REJECT-TEXT
               WHEN NOT WS-TYPE-FOUND
                   MOVE "TYPE NOT DEFINED OR INACTIVE"
                       TO WS-REJECT-TEXT
               WHEN AR-AMOUNT-DIGITS IS NOT NUMERIC
                   OR (AR-AMOUNT-SIGN NOT = "+" AND "-")
                   MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-TEXT
               WHEN AR-AMOUNT-DIGITS = "000"
                   MOVE "AMOUNT IS ZERO" TO WS-REJECT-TEXT
               WHEN AR-BRANCH-CODE = SPACES
                   MOVE "BRANCH CODE BLANK" TO WS-REJECT-TEXT
               WHEN WS-BRANCH-CHECK-ON AND NOT WS-BRANCH-FOUND
                   MOVE "BRANCH NOT DEFINED OR INACTIVE"
                       TO WS-REJECT-TEXT
               WHEN AR-EFF-DATE IS NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJECT-TEXT
               WHEN WS-CAL-CHECK-ON AND NOT WS-CAL-FOUND
                   MOVE "EFFECTIVE DATE NOT A BUSINESS DAY"
                       TO WS-REJECT-TEXT
               WHEN AR-REASON-TEXT = SPACES
                   MOVE "REASON TEXT BLANK" TO WS-REJECT-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    The heart of maker-checker: only a pending adjustment
      *    can be checked, and never by the operator who keyed it.
      *    2450 leaves the adjustment in ADJUSTMENT-RECORD.
       2400-VALIDATE-CHECK.
           PERFORM 2450-FIND-ADJUSTMENT
           EVALUATE TRUE
               WHEN NOT WS-ADJ-FOUND
                   MOVE "ADJUSTMENT NOT ON FILE" TO WS-REJECT-TEXT
               WHEN NOT ADJ-PENDING
                   MOVE "ADJUSTMENT NOT PENDING" TO WS-REJECT-TEXT
               WHEN AR-USER-ID = ADJ-KEYED-BY
                   MOVE "CHECKER MAY NOT BE THE MAKER"
                       TO WS-REJECT-TEXT
               WHEN AR-ACTION-DECLINE AND AR-REASON-TEXT = SPACES
                   MOVE "DECLINE REASON BLANK" TO WS-REJECT-TEXT
               WHEN AR-ACTION-APPROVE
                   PERFORM 2470-RECHECK-ON-APPROVAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    A type or branch switched off while the adjustment sat
      *    waiting would only reject at TRANEDIT - refuse it here,
      *    where the checker can see why.
       2470-RECHECK-ON-APPROVAL.
           MOVE ADJ-TYPE-CODE   TO WS-LOOKUP-TYPE
           MOVE ADJ-BRANCH-CODE TO WS-LOOKUP-BRANCH
           PERFORM 2250-FIND-TYPE-ENTRY
           PERFORM 2280-FIND-BRANCH-ENTRY
           EVALUATE TRUE
               WHEN NOT WS-TYPE-FOUND
                   MOVE "TYPE NO LONGER ACTIVE" TO WS-REJECT-TEXT
               WHEN WS-BRANCH-CHECK-ON AND NOT WS-BRANCH-FOUND
                   MOVE "BRANCH NO LONGER ACTIVE" TO WS-REJECT-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2250-FIND-TYPE-ENTRY.
           MOVE "N" TO WS-TYPE-FOUND-SW
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
                   OR WS-TYPE-FOUND
               IF WS-TYPE-CODE (WS-TYPE-SUB) = WS-LOOKUP-TYPE
                   MOVE "Y" TO WS-TYPE-FOUND-SW
               END-IF
           END-PERFORM.

       2280-FIND-BRANCH-ENTRY.
           MOVE "N" TO WS-BRANCH-FOUND-SW
           PERFORM VARYING WS-BRM-SUB FROM 1 BY 1
               UNTIL WS-BRM-SUB > WS-BRM-COUNT
                   OR WS-BRANCH-FOUND
               IF WS-BRM-CODE (WS-BRM-SUB) = WS-LOOKUP-BRANCH
                   MOVE "Y" TO WS-BRANCH-FOUND-SW
               END-IF
           END-PERFORM.

       2295-FIND-CALENDAR-DAY.
           MOVE "N" TO WS-CAL-FOUND-SW
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-COUNT
                   OR WS-CAL-FOUND
               IF WS-CAL-DATE (WS-CAL-SUB) = AR-EFF-DATE
                   MOVE "Y" TO WS-CAL-FOUND-SW
               END-IF
           END-PERFORM.

      *    Leaves WS-ADJ-SUB addressing the entry found and the
      *    entry's image in ADJUSTMENT-RECORD.
       2450-FIND-ADJUSTMENT.
           MOVE "N" TO WS-ADJ-FOUND-SW
           IF AR-ADJ-NUMBER IS NUMERIC
               MOVE AR-ADJ-NUMBER TO WS-LOOKUP-NUMBER
               PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
                   UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
                       OR WS-ADJ-FOUND
                   IF WS-ADJ-KEY (WS-ADJ-SUB) = WS-LOOKUP-NUMBER
                       MOVE "Y" TO WS-ADJ-FOUND-SW
                   END-IF
               END-PERFORM
               IF WS-ADJ-FOUND
                   SUBTRACT 1 FROM WS-ADJ-SUB
                   MOVE WS-ADJ-IMAGE (WS-ADJ-SUB)
                       TO ADJUSTMENT-RECORD
               END-IF
           END-IF.

      *    A key request appends a new pending entry; approve and
      *    decline settle the entry validation left in
      *    ADJUSTMENT-RECORD at WS-ADJ-SUB.  Either way the image
      *    goes back into the table for the rewrite.
       2500-APPLY-REQUEST.
           ACCEPT WS-REQUEST-TIME FROM TIME
           EVALUATE TRUE
               WHEN AR-ACTION-KEY
                   ADD 1 TO WS-ADJ-COUNT
                   MOVE WS-ADJ-COUNT TO WS-ADJ-SUB
                   MOVE SPACES TO ADJUSTMENT-RECORD
                   MOVE WS-NEXT-ADJ-NUMBER TO ADJ-NUMBER
                   ADD 1 TO WS-NEXT-ADJ-NUMBER
                   SET ADJ-PENDING TO TRUE
                   MOVE AR-TYPE-CODE    TO ADJ-TYPE-CODE
                   MOVE AR-BRANCH-CODE  TO ADJ-BRANCH-CODE
                   MOVE AR-AMOUNT       TO WS-EDIT-AMOUNT-X
                   MOVE WS-EDIT-AMOUNT  TO ADJ-AMOUNT
                   MOVE AR-EFF-DATE     TO ADJ-EFF-DATE
                   MOVE AR-REASON-TEXT  TO ADJ-REASON-TEXT
                   MOVE AR-USER-ID      TO ADJ-KEYED-BY
                   MOVE WS-RUN-DATE     TO ADJ-KEYED-DATE
                   MOVE WS-REQUEST-TIME TO ADJ-KEYED-TIME
                   MOVE SPACES          TO ADJ-CHECKED-BY
                   MOVE 0               TO ADJ-CHECKED-DATE
                   MOVE 0               TO ADJ-CHECKED-TIME
                   MOVE SPACES          TO ADJ-CHECK-NOTE
                   MOVE "N" TO WS-ADJ-CUT-SW (WS-ADJ-SUB)
                   ADD 1 TO WS-KEYED-COUNT
               WHEN AR-ACTION-APPROVE
                   SET ADJ-APPROVED TO TRUE
                   PERFORM 2550-SIGN-AS-CHECKER
                   MOVE "Y" TO WS-ADJ-CUT-SW (WS-ADJ-SUB)
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN AR-ACTION-DECLINE
                   SET ADJ-DECLINED TO TRUE
                   PERFORM 2550-SIGN-AS-CHECKER
                   ADD 1 TO WS-DECLINED-COUNT
           END-EVALUATE
           MOVE ADJ-NUMBER TO WS-ADJ-KEY (WS-ADJ-SUB)
           MOVE ADJUSTMENT-RECORD TO WS-ADJ-IMAGE (WS-ADJ-SUB).

       2550-SIGN-AS-CHECKER.
           MOVE AR-USER-ID      TO ADJ-CHECKED-BY
           MOVE WS-RUN-DATE     TO ADJ-CHECKED-DATE
           MOVE WS-REQUEST-TIME TO ADJ-CHECKED-TIME
           MOVE AR-REASON-TEXT  TO ADJ-CHECK-NOTE.

      *    The cycle goes out BEFORE the adjustment file is
      *    rewritten.  An abend between the two leaves the
      *    approvals pending on ADJFILE, to be approved again on
      *    the rerun under the same ADJ keys - which TRANEDIT's key
      *    registry rejects as duplicates if the first cycle got
      *    through - where the other order could mark an adjustment
      *    approved that never reached a cycle at all.
       3000-WRITE-ADJUSTMENT-CYCLE.
           IF WS-APPROVED-COUNT > 0
               OPEN OUTPUT ADJ-CYCLE-FILE
               MOVE SPACES TO TRANS-HEADER-RECORD
               MOVE "HDR"       TO TH-RECORD-ID
               MOVE "ADJUST  "  TO TH-FILE-ID
               MOVE WS-RUN-DATE TO TH-CREATE-DATE
               MOVE WS-RT-HHMM  TO TH-CYCLE-NUMBER
               WRITE TRANS-HEADER-RECORD
               PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
                   UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
                   IF WS-ADJ-CUT (WS-ADJ-SUB)
                       PERFORM 3100-WRITE-CYCLE-DETAIL
                   END-IF
               END-PERFORM
               MOVE SPACES TO TRANS-TRAILER-RECORD
               MOVE "TRL"          TO TT-RECORD-ID
               MOVE WS-CYCLE-COUNT TO TT-RECORD-COUNT
               MOVE WS-CYCLE-HASH  TO TT-HASH-TOTAL
               WRITE TRANS-TRAILER-RECORD
               CLOSE ADJ-CYCLE-FILE
           END-IF.

       3100-WRITE-CYCLE-DETAIL.
           MOVE WS-ADJ-IMAGE (WS-ADJ-SUB) TO ADJUSTMENT-RECORD
           MOVE SPACES TO TRANS-FILE-RECORD
           STRING "ADJ"      DELIMITED BY SIZE
                  ADJ-NUMBER DELIMITED BY SIZE
               INTO TRANS-KEY
           END-STRING
           MOVE ADJ-TYPE-CODE   TO TRANS-TYPE-CODE
           MOVE ADJ-AMOUNT      TO TRANS-AMOUNT
           MOVE ADJ-BRANCH-CODE TO TRANS-BRANCH-CODE
           MOVE ADJ-EFF-DATE    TO TRANS-EFFECTIVE-DATE
           WRITE TRANS-FILE-RECORD
           ADD 1 TO WS-CYCLE-COUNT
           ADD ADJ-AMOUNT TO WS-CYCLE-HASH.

      *    Rewritten only when a request applied - a run whose
      *    requests all reject leaves ADJFILE byte for byte as it
      *    found it.
       4000-REWRITE-ADJUSTMENT-FILE.
           IF WS-APPLIED-COUNT > 0
               OPEN OUTPUT ADJUSTMENT-FILE
               PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
                   UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
                   MOVE WS-ADJ-IMAGE (WS-ADJ-SUB)
                       TO ADJUSTMENT-RECORD
                   WRITE ADJUSTMENT-RECORD
               END-PERFORM
               CLOSE ADJUSTMENT-FILE
           END-IF.

      *    The day's picture off the file as it now stands, so a
      *    checker's afternoon run reports the maker's morning
      *    keying too.  Pending items are listed whatever day they
      *    were keyed - waiting is exactly what audit asks about.
       5000-PRINT-DAY-LISTS.
           SET WS-SECTION-KEYED TO TRUE
           MOVE "ADJUSTMENTS KEYED TODAY" TO SH-TEXT
           PERFORM 5100-PRINT-ONE-LIST
           SET WS-SECTION-APPROVED TO TRUE
           MOVE "ADJUSTMENTS APPROVED TODAY" TO SH-TEXT
           PERFORM 5100-PRINT-ONE-LIST
           SET WS-SECTION-DECLINED TO TRUE
           MOVE "ADJUSTMENTS DECLINED TODAY" TO SH-TEXT
           PERFORM 5100-PRINT-ONE-LIST
           SET WS-SECTION-PENDING TO TRUE
           MOVE "ADJUSTMENTS AWAITING APPROVAL" TO SH-TEXT
           PERFORM 5100-PRINT-ONE-LIST
           MOVE WS-SECTION-LINES TO WS-PENDING-COUNT.

       5100-PRINT-ONE-LIST.
           MOVE SPACES TO ADJ-REPORT-RECORD
           WRITE ADJ-REPORT-RECORD
           WRITE ADJ-REPORT-RECORD FROM WS-SECTION-HEADING
           WRITE ADJ-REPORT-RECORD FROM WS-ADJ-COLUMN-HEADING
           MOVE 0 TO WS-SECTION-LINES
           PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
               UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
               MOVE WS-ADJ-IMAGE (WS-ADJ-SUB) TO ADJUSTMENT-RECORD
               PERFORM 5200-SELECT-FOR-LIST
               IF WS-ENTRY-SELECTED
                   PERFORM 5300-PRINT-ADJUSTMENT-LINE
               END-IF
           END-PERFORM
           IF WS-SECTION-LINES = 0
               MOVE "  NONE" TO ML-TEXT
               WRITE ADJ-REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF.

       5200-SELECT-FOR-LIST.
           MOVE "N" TO WS-SELECTED-SW
           EVALUATE TRUE
               WHEN WS-SECTION-KEYED
                   IF ADJ-KEYED-DATE = WS-RUN-DATE
                       SET WS-ENTRY-SELECTED TO TRUE
                   END-IF
               WHEN WS-SECTION-APPROVED
                   IF ADJ-APPROVED
                       AND ADJ-CHECKED-DATE = WS-RUN-DATE
                       SET WS-ENTRY-SELECTED TO TRUE
                   END-IF
               WHEN WS-SECTION-DECLINED
                   IF ADJ-DECLINED
                       AND ADJ-CHECKED-DATE = WS-RUN-DATE
                       SET WS-ENTRY-SELECTED TO TRUE
                   END-IF
               WHEN WS-SECTION-PENDING
                   IF ADJ-PENDING
                       SET WS-ENTRY-SELECTED TO TRUE
                   END-IF
           END-EVALUATE.

       5300-PRINT-ADJUSTMENT-LINE.
           ADD 1 TO WS-SECTION-LINES
           MOVE ADJ-NUMBER      TO AL-NUMBER
           MOVE ADJ-TYPE-CODE   TO AL-TYPE
           MOVE ADJ-BRANCH-CODE TO AL-BRANCH
           MOVE ADJ-AMOUNT      TO AL-AMOUNT
           MOVE ADJ-EFF-DATE    TO AL-EFF-DATE
           MOVE ADJ-KEYED-DATE  TO AL-KEYED-DATE
           MOVE ADJ-KEYED-BY    TO AL-MAKER
           MOVE ADJ-CHECKED-BY  TO AL-CHECKER
           MOVE ADJ-REASON-TEXT TO AL-REASON
           MOVE ADJ-CHECK-NOTE  TO AL-NOTE
           WRITE ADJ-REPORT-RECORD FROM WS-ADJ-LINE.

       9000-TERMINATE.
           MOVE SPACES TO ADJ-REPORT-RECORD
           WRITE ADJ-REPORT-RECORD
           MOVE "REQUESTS READ" TO TL-LABEL
           MOVE WS-READ-COUNT TO TL-VALUE
           WRITE ADJ-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "REQUESTS APPLIED" TO TL-LABEL
           MOVE WS-APPLIED-COUNT TO TL-VALUE
           WRITE ADJ-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "REQUESTS REJECTED" TO TL-LABEL
           MOVE WS-REJECT-COUNT TO TL-VALUE
           WRITE ADJ-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "ADJUSTMENTS KEYED THIS RUN" TO TL-LABEL
           MOVE WS-KEYED-COUNT TO TL-VALUE
           WRITE ADJ-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "ADJUSTMENTS APPROVED THIS RUN" TO TL-LABEL
           MOVE WS-APPROVED-COUNT TO TL-VALUE
           WRITE ADJ-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "ADJUSTMENTS DECLINED THIS RUN" TO TL-LABEL
           MOVE WS-DECLINED-COUNT TO TL-VALUE
           WRITE ADJ-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "ADJUSTMENTS STILL PENDING" TO TL-LABEL
           MOVE WS-PENDING-COUNT TO TL-VALUE
           WRITE ADJ-REPORT-RECORD FROM WS-TOTAL-LINE
           CLOSE ADJ-REPORT-FILE
           PERFORM 9300-WRITE-RUN-LOG
           DISPLAY "ADJMAINT: READ " WS-READ-COUNT
                   " APPLIED " WS-APPLIED-COUNT
                   " REJECTED " WS-REJECT-COUNT
                   " APPROVED " WS-APPROVED-COUNT.

      *    The run record is cut whatever happened - requests
      *    processed, abandoned over an overflowing adjustment
      *    file, or no request file presented.
       9300-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF NOT WS-RUNLOG-FILE-STATUS = "00"
               CLOSE RUN-LOG-FILE
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE SPACES TO RUN-LOG-RECORD
           MOVE "ADJMAINT"       TO RL-PROGRAM-ID
           MOVE WS-RUN-DATE      TO RL-RUN-DATE
           ACCEPT RL-RUN-TIME FROM TIME
           MOVE WS-READ-COUNT    TO RL-RECORDS-READ
           MOVE WS-APPLIED-COUNT TO RL-RECORDS-APPLIED
           EVALUATE TRUE
               WHEN WS-ADJ-OVERFLOW
                   MOVE "FE" TO RL-STATUS-CODE
               WHEN WS-REQUEST-OPENED
                   MOVE "OK" TO RL-STATUS-CODE
               WHEN OTHER
                   MOVE "NI" TO RL-STATUS-CODE
           END-EVALUATE
           MOVE "N" TO RL-CKPT-OUTSTANDING
           PERFORM 9350-SET-RETURN-CODE
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.

      *    The step ends on a condition code carrying the run
      *    record's status, so the scheduler - and JOBGATE in
      *    front of a later step - can hold whatever follows a
      *    bad run: OK 0, NI 4, PC 8, FE 12.
       9350-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN RL-STATUS-OK
                   MOVE 0 TO RETURN-CODE
               WHEN RL-STATUS-NO-INPUT
                   MOVE 4 TO RETURN-CODE
               WHEN RL-STATUS-PARTIAL
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.
