       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLANOM.
       AUTHOR. OPERATIONS-SUPPORT.
      *****************************************************************
      *  VOLANOM - Daily volume anomaly check.
      *
      *  DAILYRPT's trend section sets each day against the days
      *  just before it, so every Monday looks like a spike next to
      *  the weekend and nobody reads it for real problems.
      *  Scheduled nightly after COUNTJOB, this job tests the run
      *  date's volume for every counter - the day's SN-CTR-RUN-
      *  TOTALs off SNAPHIST summed, exactly as the trend section
      *  takes them - against a baseline built from the same
      *  counter's volume on the last N business days that fell
      *  on the same weekday:
      *    - a baseline day must be a business day on BUSCAL, so a
      *      holiday Monday's thin volume never drags the Monday
      *      average down (no calendar on the run means every run
      *      day counts);
      *    - a matching weekday with no snapshot is passed over,
      *      not taken as a zero - a night COUNTJOB never ran is
      *      RUNEXCP's business, not a low-volume day;
      *    - the band is the baseline average plus or minus a
      *      multiple of the baseline spread (standard deviation),
      *      widened to a minimum percentage of the average so a
      *      counter whose history is dead flat is not flagged for
      *      one transaction either way.
      *  The lookback N, the spread multiple and the minimum
      *  percentage are set per counter type on the VOLPRM
      *  parameter file, with a "**" record as the default for
      *  types not named and built-in defaults behind that.
      *
      *  Every counter tested gets a line on the VOLRPT anomaly
      *  report; one outside its band is flagged there and gets a
      *  CTLBRK notice, so a half-delivered feed or a source
      *  system running away shows up the same night rather than
      *  at month end.  A counter with fewer than two baseline
      *  days is reported but not tested.
      *
      *  The notice goes out in the structured CTLBRK layout
      *  EXCTRAK tracks (see CTLBRK.cpy): numbered off the shared
      *  EXCPCTL control record, severity M, category VA (volume
      *  anomaly) - worth a look, not proof anything is wrong.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Snapshot history COUNTJOB appends after every posting
      *    run (see SNAPREC.cpy).
           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.

      *    Business calendar (see BUSCAL.cpy) - baseline days must
      *    be business days on it.
           SELECT BUS-CAL-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-FILE-STATUS.

      *    Same counter-definition master COUNTJOB counts from -
      *    read here for the business descriptions.
           SELECT COUNTER-DEF-FILE ASSIGN TO "CTRDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRDEF-FILE-STATUS.

      *    Lookback and tolerance per counter type.
           SELECT PARM-FILE ASSIGN TO "VOLPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT ANOMALY-REPORT-FILE ASSIGN TO "VOLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      *    Same notice file the whole suite's control breaks go to,
      *    opened EXTEND so nothing already written today is lost.
           SELECT NOTICE-FILE ASSIGN TO "CTLBRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.

           SELECT EXCEPTION-CONTROL-FILE ASSIGN TO "EXCPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE
           RECORDING MODE IS F.
       COPY "SNAPREC.cpy".

       FD  BUS-CAL-FILE
           RECORDING MODE IS F.
       COPY "BUSCAL.cpy".

       FD  COUNTER-DEF-FILE
           RECORDING MODE IS F.
       COPY "CTRDEF.cpy".

       FD  PARM-FILE
           RECORDING MODE IS F.
      *    One record per counter type ("**" = every type not named
      *    on its own record): how many matching weekdays make the
      *    baseline, the band half-width in tenths of a spread
      *    (030 = 3.0 spreads either side of the average), and the
      *    minimum band half-width as a percentage of the average.
      *    Character so they can be inspected before anything
      *    arithmetic touches them.
       01  PARM-RECORD.
           05  PRM-TYPE-CODE             PIC X(2).
           05  FILLER                    PIC X(1).
           05  PRM-LOOKBACK              PIC X(2).
           05  FILLER                    PIC X(1).
           05  PRM-SPREAD-TENTHS         PIC X(3).
           05  FILLER                    PIC X(1).
           05  PRM-MIN-PCT               PIC X(3).
           05  FILLER                    PIC X(67).

       FD  ANOMALY-REPORT-FILE
           RECORDING MODE IS F.
       01  ANOMALY-REPORT-RECORD         PIC X(133).

       FD  NOTICE-FILE
           RECORDING MODE IS F.
       COPY "CTLBRK.cpy".

       FD  EXCEPTION-CONTROL-FILE
           RECORDING MODE IS F.
       COPY "EXCPCTL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SNAP-FILE-STATUS           PIC XX VALUE SPACES.
           88  WS-SNAP-FILE-OK           VALUE "00".
       01  WS-SNAP-EOF-SW                PIC X VALUE "N".
           88  WS-SNAP-EOF               VALUE "Y".
       01  WS-BUSCAL-FILE-STATUS         PIC XX VALUE SPACES.
           88  WS-BUSCAL-FILE-OK         VALUE "00".
       01  WS-BUSCAL-EOF-SW              PIC X VALUE "N".
           88  WS-BUSCAL-EOF             VALUE "Y".
       01  WS-CTRDEF-FILE-STATUS         PIC XX VALUE SPACES.
           88  WS-CTRDEF-FILE-OK         VALUE "00".
       01  WS-CTRDEF-EOF-SW              PIC X VALUE "N".
           88  WS-CTRDEF-EOF             VALUE "Y".
       01  WS-PARM-FILE-STATUS           PIC XX VALUE SPACES.
           88  WS-PARM-FILE-OK           VALUE "00".
       01  WS-PARM-EOF-SW                PIC X VALUE "N".
           88  WS-PARM-EOF               VALUE "Y".
       01  WS-REPORT-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-NOTICE-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-EXCPCTL-FILE-STATUS        PIC XX VALUE SPACES.
           88  WS-EXCPCTL-FILE-OK        VALUE "00".
       01  WS-EXCPCTL-IMAGE              PIC X(80) VALUE SPACES.
       01  WS-EXCEPTION-NO               PIC 9(7) VALUE 0.

      *    Counters tested: every type CTRDEF defines, in CTRDEF
      *    order, then any type met on SNAPHIST that CTRDEF does
      *    not (described by its code alone).  The band settings
      *    are filled in once the parameter file has been read.
       01  WS-COUNTER-TABLE.
           05  WS-CTR-MAX                PIC 9(2) VALUE 10.
           05  WS-CTR-COUNT              PIC 9(2) VALUE 0.
           05  WS-CTR-ENTRY OCCURS 10.
               10  WS-CTR-TYPE           PIC X(2).
               10  WS-CTR-DESC           PIC X(30).
               10  WS-CTR-LOOKBACK       PIC 9(2).
               10  WS-CTR-SPREAD-TENTHS  PIC 9(3).
               10  WS-CTR-MIN-PCT        PIC 9(3).
       01  WS-CTR-SUB                    PIC 9(2) VALUE 0.
       01  WS-CTR-SUB-2                  PIC 9(2) VALUE 0.
       01  WS-CTR-FOUND-SW               PIC X VALUE "N".
           88  WS-CTR-FOUND              VALUE "Y".
       01  WS-LOOKUP-TYPE                PIC X(2) VALUE SPACES.

      *    Parameter records as read, applied to the counter table
      *    once every type is known.
       01  WS-PARM-TABLE.
           05  WS-PRM-MAX                PIC 9(2) VALUE 11.
           05  WS-PRM-COUNT              PIC 9(2) VALUE 0.
           05  WS-PRM-ENTRY OCCURS 11.
               10  WS-PRM-TYPE           PIC X(2).
               10  WS-PRM-LOOKBACK       PIC 9(2).
               10  WS-PRM-SPREAD-TENTHS  PIC 9(3).
               10  WS-PRM-MIN-PCT        PIC 9(3).
       01  WS-PRM-SUB                    PIC 9(2) VALUE 0.
       01  WS-PRM-FOUND-SW               PIC X VALUE "N".
           88  WS-PRM-FOUND              VALUE "Y".

      *    Built-in band settings, used for any type with neither
      *    its own parameter record nor a "**" default.  The
      *    lookback cannot exceed a year of weekly days.
       01  WS-DEFAULT-LOOKBACK           PIC 9(2) VALUE 6.
       01  WS-DEFAULT-SPREAD-TENTHS      PIC 9(3) VALUE 30.
       01  WS-DEFAULT-MIN-PCT            PIC 9(3) VALUE 20.
       01  WS-MAX-LOOKBACK               PIC 9(2) VALUE 52.

      *    One entry per run date on SNAPHIST up to the test date,
      *    oldest first; the oldest drops off when the table is
      *    full, which still leaves a year of weekly days behind
      *    the test date.  Volume is the day's run totals summed.
      *    Second subscript in step with WS-CTR-ENTRY.
       01  WS-DAY-TABLE.
           05  WS-DAY-MAX                PIC 9(3) VALUE 400.
           05  WS-DAY-COUNT              PIC 9(3) VALUE 0.
           05  WS-DAY-ENTRY OCCURS 400.
               10  WS-DY-DATE            PIC 9(8).
               10  WS-DY-WEEKDAY         PIC 9(1).
               10  WS-DY-BUSINESS-SW     PIC X(1).
                   88  WS-DY-BUSINESS    VALUE "Y".
               10  WS-DY-CTR OCCURS 10.
                   15  WS-DY-SEEN-SW     PIC X(1).
                       88  WS-DY-SEEN    VALUE "Y".
                   15  WS-DY-VOLUME      PIC S9(7).
       01  WS-DAY-SUB                    PIC 9(3) VALUE 0.
       01  WS-DAY-SUB-2                  PIC 9(3) VALUE 0.
       01  WS-DAY-FOUND-SW               PIC X VALUE "N".
           88  WS-DAY-FOUND              VALUE "Y".
       01  WS-TEST-DAY-SUB               PIC 9(3) VALUE 0.
       01  WS-SNAP-BAD-COUNT             PIC 9(5) VALUE 0.
       01  WS-CAL-CHECK-SW               PIC X VALUE "N".
           88  WS-CAL-CHECK-ON           VALUE "Y".

      *    Baseline arithmetic for the counter in hand.  The
      *    variance is taken as (n * sum of squares - sum squared)
      *    / n squared, so nothing is rounded until the divide.
       01  WS-BASE-DAYS                  PIC 9(2) VALUE 0.
       01  WS-BASE-SUM                   PIC S9(9) VALUE 0.
       01  WS-BASE-SUM-SQ                PIC S9(17) VALUE 0.
       01  WS-VAR-NUMERATOR              PIC S9(18) VALUE 0.
       01  WS-VARIANCE                   PIC S9(14)V9(4) VALUE 0.
       01  WS-ROOT                       PIC S9(14)V9(4) VALUE 0.
       01  WS-AVERAGE                    PIC S9(7)V99 VALUE 0.
       01  WS-SPREAD                     PIC S9(7)V99 VALUE 0.
       01  WS-BAND                       PIC S9(8)V99 VALUE 0.
       01  WS-MIN-BAND                   PIC S9(8)V99 VALUE 0.
       01  WS-BAND-LOW                   PIC S9(8)V99 VALUE 0.
       01  WS-BAND-HIGH                  PIC S9(8)V99 VALUE 0.
       01  WS-TODAY-VOLUME               PIC S9(7) VALUE 0.
       01  WS-RESULT-SW                  PIC X VALUE SPACE.
           88  WS-RESULT-NORMAL          VALUE "N".
           88  WS-RESULT-HIGH            VALUE "H".
           88  WS-RESULT-LOW             VALUE "L".
           88  WS-RESULT-UNTESTED        VALUE "U".

      *    Weekday of WS-WD-DATE by Zeller's congruence:
      *    0 = Saturday, 1 = Sunday ... 6 = Friday.
       01  WS-WD-DATE                    PIC 9(8).
       01  WS-WD-DATE-R     REDEFINES WS-WD-DATE.
           05  WS-WD-CCYY                PIC 9(4).
           05  WS-WD-MM                  PIC 9(2).
           05  WS-WD-DD                  PIC 9(2).
       01  WS-WD-MONTH                   PIC 9(2) VALUE 0.
       01  WS-WD-YEAR                    PIC 9(4) VALUE 0.
       01  WS-WD-CENTURY                 PIC 9(2) VALUE 0.
       01  WS-WD-YEAR-OF-CENT            PIC 9(2) VALUE 0.
       01  WS-WD-TERM-1                  PIC 9(3) VALUE 0.
       01  WS-WD-TERM-2                  PIC 9(2) VALUE 0.
       01  WS-WD-TERM-3                  PIC 9(2) VALUE 0.
       01  WS-WD-SUM                     PIC 9(4) VALUE 0.
       01  WS-WD-QUOTIENT                PIC 9(4) VALUE 0.
       01  WS-WD-DAY                     PIC 9(1) VALUE 0.
       01  WS-TEST-WEEKDAY               PIC 9(1) VALUE 0.
       01  WS-WEEKDAY-NAMES.
           05  FILLER                    PIC X(9) VALUE "SATURDAY".
           05  FILLER                    PIC X(9) VALUE "SUNDAY".
           05  FILLER                    PIC X(9) VALUE "MONDAY".
           05  FILLER                    PIC X(9) VALUE "TUESDAY".
           05  FILLER                    PIC X(9) VALUE "WEDNESDAY".
           05  FILLER                    PIC X(9) VALUE "THURSDAY".
           05  FILLER                    PIC X(9) VALUE "FRIDAY".
       01  WS-WEEKDAY-NAME-TABLE REDEFINES WS-WEEKDAY-NAMES.
           05  WS-WEEKDAY-NAME           PIC X(9) OCCURS 7.
       01  WS-WEEKDAY-SUB                PIC 9(1) VALUE 0.

       01  WS-TESTED-COUNT               PIC 9(3) VALUE 0.
       01  WS-ANOMALY-COUNT              PIC 9(3) VALUE 0.
       01  WS-UNTESTED-COUNT             PIC 9(3) VALUE 0.

       01  WS-NOTICE-DIRECTION           PIC X(4) VALUE SPACES.
       01  WS-NOTICE-TODAY               PIC -------9.
       01  WS-NOTICE-AVERAGE             PIC -------9.

       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-RUN-DATE-R    REDEFINES WS-RUN-DATE.
           05  WS-RUN-CCYY               PIC 9(4).
           05  WS-RUN-MM                 PIC 9(2).
           05  WS-RUN-DD                 PIC 9(2).

       01  WS-HEADING-1.
           05  FILLER                    PIC X    VALUE "1".
           05  FILLER                    PIC X(30) VALUE
               "VOLUME ANOMALY REPORT".
           05  FILLER                    PIC X(10) VALUE
               "  RUN DATE".
           05  H1-MM                     PIC 99.
           05  FILLER                    PIC X VALUE "/".
           05  H1-DD                     PIC 99.
           05  FILLER                    PIC X VALUE "/".
           05  H1-CCYY                   PIC 9999.

       01  WS-HEADING-2.
           05  FILLER                    PIC X(26) VALUE
               " BASELINE: SAME WEEKDAY - ".
           05  H2-WEEKDAY                PIC X(9).

       01  WS-COLUMN-HEADING.
           05  FILLER                    PIC X(25) VALUE
               " TYPE DESCRIPTION".
           05  FILLER                    PIC X(13) VALUE
               "        TODAY".
           05  FILLER                    PIC X(6) VALUE "  DAYS".
           05  FILLER                    PIC X(15) VALUE
               "        AVERAGE".
           05  FILLER                    PIC X(14) VALUE
               "        SPREAD".
           05  FILLER                    PIC X(15) VALUE
               "       BAND LOW".
           05  FILLER                    PIC X(15) VALUE
               "      BAND HIGH".
           05  FILLER                    PIC X(8) VALUE "  RESULT".

       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  DL-TYPE                   PIC X(2).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  DL-DESC                   PIC X(20).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-TODAY                  PIC Z,ZZZ,ZZ9-.
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  DL-DAYS                   PIC Z9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-AVERAGE                PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-SPREAD                 PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-BAND-LOW               PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  DL-BAND-HIGH              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-RESULT                 PIC X(22).

       01  WS-MESSAGE-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  ML-TEXT                   PIC X(60) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  TL-LABEL                  PIC X(30) VALUE SPACES.
           05  TL-VALUE                  PIC ZZ,ZZ9 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TEST-VOLUMES
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT ANOMALY-REPORT-FILE
           MOVE WS-RUN-MM   TO H1-MM
           MOVE WS-RUN-DD   TO H1-DD
           MOVE WS-RUN-CCYY TO H1-CCYY
           WRITE ANOMALY-REPORT-RECORD FROM WS-HEADING-1
           PERFORM 1100-LOAD-COUNTER-TABLE
           PERFORM 1200-LOAD-PARAMETERS
           PERFORM 1300-LOAD-SNAPSHOTS
           PERFORM 1400-MARK-BUSINESS-DAYS
           PERFORM 1500-APPLY-PARAMETERS
           MOVE WS-RUN-DATE TO WS-WD-DATE
           PERFORM 8400-COMPUTE-WEEKDAY
           MOVE WS-WD-DAY TO WS-TEST-WEEKDAY
           COMPUTE WS-WEEKDAY-SUB = WS-TEST-WEEKDAY + 1
           MOVE WS-WEEKDAY-NAME (WS-WEEKDAY-SUB) TO H2-WEEKDAY
           WRITE ANOMALY-REPORT-RECORD FROM WS-HEADING-2
           MOVE SPACES TO ANOMALY-REPORT-RECORD
           WRITE ANOMALY-REPORT-RECORD.

      *    No CTRDEF is not fatal here - the types are still on
      *    the snapshots, they just print without a description.
       1100-LOAD-COUNTER-TABLE.
           OPEN INPUT COUNTER-DEF-FILE
           IF NOT WS-CTRDEF-FILE-OK
               DISPLAY "VOLANOM: NO COUNTER DEFINITION FILE - "
                       "TYPES TAKEN FROM SNAPSHOTS"
           ELSE
               PERFORM UNTIL WS-CTRDEF-EOF
                   READ COUNTER-DEF-FILE
                       AT END
                           SET WS-CTRDEF-EOF TO TRUE
                       NOT AT END
                           MOVE CD-TYPE-CODE TO WS-LOOKUP-TYPE
                           PERFORM 1150-FIND-OR-ADD-COUNTER
                           IF WS-CTR-FOUND
                               MOVE CD-DESCRIPTION
                                   TO WS-CTR-DESC (WS-CTR-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COUNTER-DEF-FILE
           END-IF.

       1150-FIND-OR-ADD-COUNTER.
           MOVE "N" TO WS-CTR-FOUND-SW
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
               UNTIL WS-CTR-SUB > WS-CTR-COUNT
                   OR WS-CTR-FOUND
               IF WS-CTR-TYPE (WS-CTR-SUB) = WS-LOOKUP-TYPE
                   MOVE "Y" TO WS-CTR-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-CTR-FOUND
               SUBTRACT 1 FROM WS-CTR-SUB
           ELSE
               IF WS-CTR-COUNT >= WS-CTR-MAX
                   DISPLAY "VOLANOM: COUNTER TABLE FULL - TYPE "
                           WS-LOOKUP-TYPE " NOT TESTED"
               ELSE
                   ADD 1 TO WS-CTR-COUNT
                   MOVE WS-CTR-COUNT TO WS-CTR-SUB
                   MOVE WS-LOOKUP-TYPE TO WS-CTR-TYPE (WS-CTR-SUB)
                   MOVE SPACES TO WS-CTR-DESC (WS-CTR-SUB)
                   STRING "TYPE "         DELIMITED BY SIZE
                          WS-LOOKUP-TYPE  DELIMITED BY SIZE
                       INTO WS-CTR-DESC (WS-CTR-SUB)
                   END-STRING
                   MOVE "Y" TO WS-CTR-FOUND-SW
               END-IF
           END-IF.

      *    A bad record is named and skipped - its type falls back
      *    to the "**" default or the built-in one, and the run
      *    goes on; no parameter file at all means built-in
      *    defaults throughout, same stance as DAILYRPT's TRENDPRM.
       1200-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-FILE-OK
               DISPLAY "VOLANOM: NO PARAMETER FILE - DEFAULTS USED"
           ELSE
               PERFORM UNTIL WS-PARM-EOF
                   READ PARM-FILE
                       AT END
                           SET WS-PARM-EOF TO TRUE
                       NOT AT END
                           PERFORM 1250-STORE-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.

       1250-STORE-PARAMETER.
           EVALUATE TRUE
               WHEN PRM-LOOKBACK IS NOT NUMERIC
                   OR PRM-SPREAD-TENTHS IS NOT NUMERIC
                   OR PRM-MIN-PCT IS NOT NUMERIC
                   DISPLAY "VOLANOM: PARAMETER FOR TYPE "
                           PRM-TYPE-CODE " NOT NUMERIC - IGNORED"
               WHEN PRM-LOOKBACK < "02"
                   OR PRM-LOOKBACK > WS-MAX-LOOKBACK
                   DISPLAY "VOLANOM: LOOKBACK FOR TYPE "
                           PRM-TYPE-CODE " NOT 02-" WS-MAX-LOOKBACK
                           " - IGNORED"
               WHEN WS-PRM-COUNT >= WS-PRM-MAX
                   DISPLAY "VOLANOM: PARAMETER TABLE FULL - TYPE "
                           PRM-TYPE-CODE " IGNORED"
               WHEN OTHER
                   ADD 1 TO WS-PRM-COUNT
                   MOVE WS-PRM-COUNT TO WS-PRM-SUB
                   MOVE PRM-TYPE-CODE TO WS-PRM-TYPE (WS-PRM-SUB)
                   MOVE PRM-LOOKBACK  TO WS-PRM-LOOKBACK (WS-PRM-SUB)
                   MOVE PRM-SPREAD-TENTHS
                       TO WS-PRM-SPREAD-TENTHS (WS-PRM-SUB)
                   MOVE PRM-MIN-PCT   TO WS-PRM-MIN-PCT (WS-PRM-SUB)
           END-EVALUATE.

       1300-LOAD-SNAPSHOTS.
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAP-FILE-OK
               PERFORM UNTIL WS-SNAP-EOF
                   READ SNAPSHOT-FILE
                       AT END
                           SET WS-SNAP-EOF TO TRUE
                       NOT AT END
                           PERFORM 1350-ABSORB-SNAPSHOT
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-FILE
               IF WS-SNAP-BAD-COUNT > 0
                   DISPLAY "VOLANOM: " WS-SNAP-BAD-COUNT
                           " SNAPSHOT RECORDS NOT READABLE"
               END-IF
           ELSE
               DISPLAY "VOLANOM: NO SNAPSHOT HISTORY"
           END-IF.

      *    Snapshots arrive oldest first (the file is append-only).
      *    Another record for the date already at the end of the
      *    table is a same-day rerun whose run totals add into the
      *    day's volume; anything dated after the test date is
      *    not history yet and is passed over.
       1350-ABSORB-SNAPSHOT.
           IF SN-RUN-DATE IS NOT NUMERIC
               OR SN-COUNTER-COUNT IS NOT NUMERIC
               ADD 1 TO WS-SNAP-BAD-COUNT
           ELSE
               IF SN-RUN-DATE NOT > WS-RUN-DATE
                   IF WS-DAY-COUNT = 0
                       OR SN-RUN-DATE NOT = WS-DY-DATE (WS-DAY-COUNT)
                       PERFORM 1360-START-DAY
                   END-IF
                   PERFORM 1370-APPLY-SNAPSHOT-ENTRIES
               END-IF
           END-IF.

       1360-START-DAY.
           IF WS-DAY-COUNT = WS-DAY-MAX
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB >= WS-DAY-MAX
                   COMPUTE WS-DAY-SUB-2 = WS-DAY-SUB + 1
                   MOVE WS-DAY-ENTRY (WS-DAY-SUB-2)
                       TO WS-DAY-ENTRY (WS-DAY-SUB)
               END-PERFORM
           ELSE
               ADD 1 TO WS-DAY-COUNT
           END-IF
           MOVE SN-RUN-DATE TO WS-DY-DATE (WS-DAY-COUNT)
           MOVE SN-RUN-DATE TO WS-WD-DATE
           PERFORM 8400-COMPUTE-WEEKDAY
           MOVE WS-WD-DAY TO WS-DY-WEEKDAY (WS-DAY-COUNT)
           MOVE "N" TO WS-DY-BUSINESS-SW (WS-DAY-COUNT)
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
               UNTIL WS-CTR-SUB > WS-CTR-MAX
               MOVE "N" TO WS-DY-SEEN-SW (WS-DAY-COUNT, WS-CTR-SUB)
               MOVE 0 TO WS-DY-VOLUME (WS-DAY-COUNT, WS-CTR-SUB)
           END-PERFORM.

       1370-APPLY-SNAPSHOT-ENTRIES.
           PERFORM VARYING WS-CTR-SUB-2 FROM 1 BY 1
               UNTIL WS-CTR-SUB-2 > SN-COUNTER-COUNT
                   OR WS-CTR-SUB-2 > WS-CTR-MAX
               MOVE SN-CTR-TYPE (WS-CTR-SUB-2) TO WS-LOOKUP-TYPE
               PERFORM 1150-FIND-OR-ADD-COUNTER
               IF WS-CTR-FOUND
                   AND SN-CTR-RUN-TOTAL (WS-CTR-SUB-2) IS NUMERIC
                   MOVE "Y"
                       TO WS-DY-SEEN-SW (WS-DAY-COUNT, WS-CTR-SUB)
                   ADD SN-CTR-RUN-TOTAL (WS-CTR-SUB-2)
                       TO WS-DY-VOLUME (WS-DAY-COUNT, WS-CTR-SUB)
               END-IF
           END-PERFORM.

      *    The calendar is matched against the run days held, not
      *    loaded whole - only those days can ever be baseline
      *    days.  No calendar means every run day counts.
       1400-MARK-BUSINESS-DAYS.
           OPEN INPUT BUS-CAL-FILE
           IF NOT WS-BUSCAL-FILE-OK
               DISPLAY "VOLANOM: NO BUSINESS CALENDAR - "
                       "HOLIDAYS NOT SKIPPED"
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
                   MOVE "Y" TO WS-DY-BUSINESS-SW (WS-DAY-SUB)
               END-PERFORM
           ELSE
               SET WS-CAL-CHECK-ON TO TRUE
               PERFORM UNTIL WS-BUSCAL-EOF
                   READ BUS-CAL-FILE
                       AT END
                           SET WS-BUSCAL-EOF TO TRUE
                       NOT AT END
                           IF BC-DATE IS NUMERIC
                               PERFORM 1450-MARK-ONE-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUS-CAL-FILE
           END-IF.

       1450-MARK-ONE-DAY.
           MOVE "N" TO WS-DAY-FOUND-SW
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT
                   OR WS-DAY-FOUND
               IF WS-DY-DATE (WS-DAY-SUB) = BC-DATE
                   MOVE "Y" TO WS-DAY-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-DAY-FOUND
               SUBTRACT 1 FROM WS-DAY-SUB
               MOVE "Y" TO WS-DY-BUSINESS-SW (WS-DAY-SUB)
           END-IF.

      *    A type's own record, else the "**" record, else the
      *    built-in defaults.
       1500-APPLY-PARAMETERS.
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
               UNTIL WS-CTR-SUB > WS-CTR-COUNT
               MOVE WS-DEFAULT-LOOKBACK
                   TO WS-CTR-LOOKBACK (WS-CTR-SUB)
               MOVE WS-DEFAULT-SPREAD-TENTHS
                   TO WS-CTR-SPREAD-TENTHS (WS-CTR-SUB)
               MOVE WS-DEFAULT-MIN-PCT
                   TO WS-CTR-MIN-PCT (WS-CTR-SUB)
               MOVE "**" TO WS-LOOKUP-TYPE
               PERFORM 1550-FIND-PARAMETER
               IF WS-PRM-FOUND
                   PERFORM 1560-TAKE-PARAMETER
               END-IF
               MOVE WS-CTR-TYPE (WS-CTR-SUB) TO WS-LOOKUP-TYPE
               PERFORM 1550-FIND-PARAMETER
               IF WS-PRM-FOUND
                   PERFORM 1560-TAKE-PARAMETER
               END-IF
           END-PERFORM.

       1550-FIND-PARAMETER.
           MOVE "N" TO WS-PRM-FOUND-SW
           PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
               UNTIL WS-PRM-SUB > WS-PRM-COUNT
                   OR WS-PRM-FOUND
               IF WS-PRM-TYPE (WS-PRM-SUB) = WS-LOOKUP-TYPE
                   MOVE "Y" TO WS-PRM-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-PRM-FOUND
               SUBTRACT 1 FROM WS-PRM-SUB
           END-IF.

       1560-TAKE-PARAMETER.
           MOVE WS-PRM-LOOKBACK (WS-PRM-SUB)
               TO WS-CTR-LOOKBACK (WS-CTR-SUB)
           MOVE WS-PRM-SPREAD-TENTHS (WS-PRM-SUB)
               TO WS-CTR-SPREAD-TENTHS (WS-CTR-SUB)
           MOVE WS-PRM-MIN-PCT (WS-PRM-SUB)
               TO WS-CTR-MIN-PCT (WS-CTR-SUB).

      *    The test day is the run date: this job follows the
      *    night's COUNTJOB.  No snapshot for it means COUNTJOB
      *    posted nothing tonight - RUNEXCP reports that - and
      *    there is no volume to test.
       2000-TEST-VOLUMES.
           MOVE 0 TO WS-TEST-DAY-SUB
           IF WS-DAY-COUNT > 0
               IF WS-DY-DATE (WS-DAY-COUNT) = WS-RUN-DATE
                   MOVE WS-DAY-COUNT TO WS-TEST-DAY-SUB
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-TEST-DAY-SUB = 0
                   MOVE "NO SNAPSHOT FOR THE RUN DATE - NOTHING TESTED"
                       TO ML-TEXT
                   WRITE ANOMALY-REPORT-RECORD FROM WS-MESSAGE-LINE
               WHEN WS-CAL-CHECK-ON
                   AND NOT WS-DY-BUSINESS (WS-TEST-DAY-SUB)
                   MOVE "RUN DATE NOT A BUSINESS DAY - NOTHING TESTED"
                       TO ML-TEXT
                   WRITE ANOMALY-REPORT-RECORD FROM WS-MESSAGE-LINE
               WHEN OTHER
                   WRITE ANOMALY-REPORT-RECORD FROM WS-COLUMN-HEADING
                   PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                       UNTIL WS-CTR-SUB > WS-CTR-COUNT
                       IF WS-DY-SEEN (WS-TEST-DAY-SUB, WS-CTR-SUB)
                           PERFORM 2100-TEST-ONE-COUNTER
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       2100-TEST-ONE-COUNTER.
           MOVE WS-DY-VOLUME (WS-TEST-DAY-SUB, WS-CTR-SUB)
               TO WS-TODAY-VOLUME
           PERFORM 2200-BUILD-BASELINE
           IF WS-BASE-DAYS < 2
               SET WS-RESULT-UNTESTED TO TRUE
               ADD 1 TO WS-UNTESTED-COUNT
           ELSE
               PERFORM 2300-COMPUTE-BAND
               ADD 1 TO WS-TESTED-COUNT
               EVALUATE TRUE
                   WHEN WS-TODAY-VOLUME > WS-BAND-HIGH
                       SET WS-RESULT-HIGH TO TRUE
                   WHEN WS-TODAY-VOLUME < WS-BAND-LOW
                       SET WS-RESULT-LOW TO TRUE
                   WHEN OTHER
                       SET WS-RESULT-NORMAL TO TRUE
               END-EVALUATE
           END-IF
           PERFORM 2400-PRINT-COUNTER-LINE
           IF WS-RESULT-HIGH OR WS-RESULT-LOW
               ADD 1 TO WS-ANOMALY-COUNT
               PERFORM 2500-WRITE-ANOMALY-NOTICE
           END-IF.

      *    Newest first back from the day before the test day,
      *    taking business days on the test day's weekday that
      *    carry this counter, until the lookback is met or the
      *    history runs out.
       2200-BUILD-BASELINE.
           MOVE 0 TO WS-BASE-DAYS
           MOVE 0 TO WS-BASE-SUM
           MOVE 0 TO WS-BASE-SUM-SQ
           MOVE WS-TEST-DAY-SUB TO WS-DAY-SUB
           PERFORM UNTIL WS-DAY-SUB < 2
                   OR WS-BASE-DAYS >= WS-CTR-LOOKBACK (WS-CTR-SUB)
               SUBTRACT 1 FROM WS-DAY-SUB
               IF WS-DY-WEEKDAY (WS-DAY-SUB) = WS-TEST-WEEKDAY
                   AND WS-DY-BUSINESS (WS-DAY-SUB)
                   AND WS-DY-SEEN (WS-DAY-SUB, WS-CTR-SUB)
                   ADD 1 TO WS-BASE-DAYS
                   ADD WS-DY-VOLUME (WS-DAY-SUB, WS-CTR-SUB)
                       TO WS-BASE-SUM
                   COMPUTE WS-BASE-SUM-SQ = WS-BASE-SUM-SQ
                       + WS-DY-VOLUME (WS-DAY-SUB, WS-CTR-SUB)
                       * WS-DY-VOLUME (WS-DAY-SUB, WS-CTR-SUB)
               END-IF
           END-PERFORM.

       2300-COMPUTE-BAND.
           COMPUTE WS-AVERAGE ROUNDED = WS-BASE-SUM / WS-BASE-DAYS
           COMPUTE WS-VAR-NUMERATOR =
               WS-BASE-DAYS * WS-BASE-SUM-SQ
               - WS-BASE-SUM * WS-BASE-SUM
           IF WS-VAR-NUMERATOR > 0
               COMPUTE WS-VARIANCE ROUNDED = WS-VAR-NUMERATOR
                   / (WS-BASE-DAYS * WS-BASE-DAYS)
           ELSE
               MOVE 0 TO WS-VARIANCE
           END-IF
           PERFORM 8300-COMPUTE-SPREAD
           COMPUTE WS-BAND ROUNDED =
               WS-SPREAD * WS-CTR-SPREAD-TENTHS (WS-CTR-SUB) / 10
           IF WS-AVERAGE < 0
               COMPUTE WS-MIN-BAND ROUNDED = 0 - WS-AVERAGE
                   * WS-CTR-MIN-PCT (WS-CTR-SUB) / 100
           ELSE
               COMPUTE WS-MIN-BAND ROUNDED = WS-AVERAGE
                   * WS-CTR-MIN-PCT (WS-CTR-SUB) / 100
           END-IF
           IF WS-MIN-BAND > WS-BAND
               MOVE WS-MIN-BAND TO WS-BAND
           END-IF
           COMPUTE WS-BAND-LOW  = WS-AVERAGE - WS-BAND
           COMPUTE WS-BAND-HIGH = WS-AVERAGE + WS-BAND.

       2400-PRINT-COUNTER-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CTR-TYPE (WS-CTR-SUB) TO DL-TYPE
           MOVE WS-CTR-DESC (WS-CTR-SUB) TO DL-DESC
           MOVE WS-TODAY-VOLUME TO DL-TODAY
           MOVE WS-BASE-DAYS TO DL-DAYS
           IF WS-RESULT-UNTESTED
               MOVE "INSUFFICIENT HISTORY" TO DL-RESULT
           ELSE
               MOVE WS-AVERAGE   TO DL-AVERAGE
               MOVE WS-SPREAD    TO DL-SPREAD
               MOVE WS-BAND-LOW  TO DL-BAND-LOW
               MOVE WS-BAND-HIGH TO DL-BAND-HIGH
               EVALUATE TRUE
                   WHEN WS-RESULT-HIGH
                       MOVE "*** ANOMALY - HIGH" TO DL-RESULT
                   WHEN WS-RESULT-LOW
                       MOVE "*** ANOMALY - LOW" TO DL-RESULT
                   WHEN OTHER
                       MOVE "WITHIN BAND" TO DL-RESULT
               END-EVALUATE
           END-IF
           WRITE ANOMALY-REPORT-RECORD FROM WS-DETAIL-LINE.

       2500-WRITE-ANOMALY-NOTICE.
           IF WS-RESULT-HIGH
               MOVE "HIGH" TO WS-NOTICE-DIRECTION
           ELSE
               MOVE "LOW " TO WS-NOTICE-DIRECTION
           END-IF
           MOVE WS-TODAY-VOLUME TO WS-NOTICE-TODAY
           MOVE WS-AVERAGE      TO WS-NOTICE-AVERAGE
           PERFORM 2550-TAKE-EXCEPTION-NUMBER
           OPEN EXTEND NOTICE-FILE
           IF NOT WS-NOTICE-FILE-STATUS = "00"
               CLOSE NOTICE-FILE
               OPEN OUTPUT NOTICE-FILE
           END-IF
           MOVE SPACES TO NOTICE-FILE-RECORD
           MOVE WS-EXCEPTION-NO TO CB-EXCEPTION-NO
           MOVE "VOLANOM"       TO CB-SOURCE-PROGRAM
           MOVE "M"             TO CB-SEVERITY
           MOVE "VA"            TO CB-CATEGORY
           MOVE WS-RUN-DATE     TO CB-NOTICE-DATE
           STRING "TYPE "                  DELIMITED BY SIZE
                  WS-CTR-TYPE (WS-CTR-SUB) DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-NOTICE-DIRECTION      DELIMITED BY SIZE
                  " TODAY"                 DELIMITED BY SIZE
                  WS-NOTICE-TODAY          DELIMITED BY SIZE
                  " AVERAGE"               DELIMITED BY SIZE
                  WS-NOTICE-AVERAGE        DELIMITED BY SIZE
               INTO CB-NOTICE-TEXT
           END-STRING
           WRITE NOTICE-FILE-RECORD
           CLOSE NOTICE-FILE
           DISPLAY NOTICE-FILE-RECORD.

      *    Next number off EXCPCTL, written straight back so the
      *    next notice - from this run or any other program - takes
      *    the one after.  No control record starts the sequence.
       2550-TAKE-EXCEPTION-NUMBER.
           MOVE SPACES TO WS-EXCPCTL-IMAGE
           OPEN INPUT EXCEPTION-CONTROL-FILE
           IF WS-EXCPCTL-FILE-OK
               READ EXCEPTION-CONTROL-FILE
                   NOT AT END
                       MOVE EXCEPTION-CONTROL-RECORD
                           TO WS-EXCPCTL-IMAGE
               END-READ
               CLOSE EXCEPTION-CONTROL-FILE
           END-IF
           OPEN OUTPUT EXCEPTION-CONTROL-FILE
           MOVE WS-EXCPCTL-IMAGE TO EXCEPTION-CONTROL-RECORD
           IF CX-LAST-ISSUED-NO IS NOT NUMERIC
               MOVE 0 TO CX-LAST-ISSUED-NO
           END-IF
           IF CX-LAST-LOADED-NO IS NOT NUMERIC
               MOVE 0 TO CX-LAST-LOADED-NO
               MOVE 0 TO CX-LAST-LOADED-DATE
           END-IF
           ADD 1 TO CX-LAST-ISSUED-NO
           MOVE CX-LAST-ISSUED-NO TO WS-EXCEPTION-NO
           MOVE "VOLANOM"         TO CX-LAST-ISSUED-BY
           MOVE WS-RUN-DATE       TO CX-LAST-ISSUED-DATE
           WRITE EXCEPTION-CONTROL-RECORD
           CLOSE EXCEPTION-CONTROL-FILE.

      *    Square root of WS-VARIANCE by Newton's method - halving
      *    the error's digits each pass, forty passes settle any
      *    variance these counters can produce to the penny.
       8300-COMPUTE-SPREAD.
           IF WS-VARIANCE NOT > 0
               MOVE 0 TO WS-SPREAD
           ELSE
               IF WS-VARIANCE < 1
                   MOVE 1 TO WS-ROOT
               ELSE
                   MOVE WS-VARIANCE TO WS-ROOT
               END-IF
               PERFORM 40 TIMES
                   COMPUTE WS-ROOT ROUNDED =
                       (WS-ROOT + WS-VARIANCE / WS-ROOT) / 2
               END-PERFORM
               MOVE WS-ROOT TO WS-SPREAD
           END-IF.

      *    Zeller's congruence, with January and February taken as
      *    months 13 and 14 of the year before.
       8400-COMPUTE-WEEKDAY.
           MOVE WS-WD-MM   TO WS-WD-MONTH
           MOVE WS-WD-CCYY TO WS-WD-YEAR
           IF WS-WD-MONTH < 3
               ADD 12 TO WS-WD-MONTH
               SUBTRACT 1 FROM WS-WD-YEAR
           END-IF
           DIVIDE WS-WD-YEAR BY 100 GIVING WS-WD-CENTURY
               REMAINDER WS-WD-YEAR-OF-CENT
           COMPUTE WS-WD-TERM-1 = 13 * (WS-WD-MONTH + 1)
           DIVIDE WS-WD-TERM-1 BY 5 GIVING WS-WD-TERM-1
           DIVIDE WS-WD-YEAR-OF-CENT BY 4 GIVING WS-WD-TERM-2
           DIVIDE WS-WD-CENTURY BY 4 GIVING WS-WD-TERM-3
           COMPUTE WS-WD-SUM = WS-WD-DD + WS-WD-TERM-1
               + WS-WD-YEAR-OF-CENT + WS-WD-TERM-2
               + WS-WD-TERM-3 + 5 * WS-WD-CENTURY
           DIVIDE WS-WD-SUM BY 7 GIVING WS-WD-QUOTIENT
               REMAINDER WS-WD-DAY.

       9000-TERMINATE.
           MOVE SPACES TO ANOMALY-REPORT-RECORD
           WRITE ANOMALY-REPORT-RECORD
           MOVE "COUNTERS TESTED" TO TL-LABEL
           MOVE WS-TESTED-COUNT TO TL-VALUE
           WRITE ANOMALY-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "COUNTERS OUTSIDE BAND" TO TL-LABEL
           MOVE WS-ANOMALY-COUNT TO TL-VALUE
           WRITE ANOMALY-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "COUNTERS NOT TESTED - HISTORY" TO TL-LABEL
           MOVE WS-UNTESTED-COUNT TO TL-VALUE
           WRITE ANOMALY-REPORT-RECORD FROM WS-TOTAL-LINE
           IF WS-ANOMALY-COUNT > 0
               MOVE "ANOMALIES NOTIFIED ON CTLBRK" TO ML-TEXT
               WRITE ANOMALY-REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF
           CLOSE ANOMALY-REPORT-FILE
           DISPLAY "VOLANOM: TESTED " WS-TESTED-COUNT
                   " ANOMALIES " WS-ANOMALY-COUNT
                   " UNTESTED " WS-UNTESTED-COUNT.
