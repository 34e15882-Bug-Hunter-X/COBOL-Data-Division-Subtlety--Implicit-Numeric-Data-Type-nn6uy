       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCTRAK.
       AUTHOR. OPERATIONS-SUPPORT.
      *****************************************************************
      *  EXCTRAK - Control exception tracking and aging.
      *
      *  COUNTJOB, TRANEDIT, GLMATCH, EODBAL and VOLANOM all append
      *  their control breaks to CTLBRK, and until this job existed
      *  that was the end of it: somebody read the file, or did
      *  not, and the same out-of-balance could sit there for a
      *  week with nothing to say whether anyone had picked it up.
      *  Every notice now carries an exception number, the program
      *  that raised it, a severity and a category (see
      *  CTLBRK.cpy), and this job, scheduled every morning after
      *  the night's stream, chases them:
      *    - reads the OPENEXC open-exceptions file whole (see
      *      EXCREC.cpy);
      *    - loads every CTLBRK notice numbered above the last one
      *      already loaded - its place is kept on the EXCPCTL
      *      control record (see EXCPCTL.cpy), so CTLBRK itself is
      *      never cleared and never loaded twice;
      *    - applies the EXCRSLV resolution file ops keys: the
      *      exception number, who resolved it and a note saying
      *      what was done - all three required, and only an open
      *      exception can be resolved;
      *    - rewrites OPENEXC holding only what is still open, and
      *      appends each resolved exception, resolution and all,
      *      to the EXCHIST history so audit can see who closed it;
      *    - prints the EXCRPT open-exceptions report, each item
      *      aged in business days off BUSCAL from the day it was
      *      raised.  Anything older than its category's age limit
      *      is escalated to the top of the report.
      *
      *  The age limits come off the EXCPRM parameter file -
      *  category and limit in business days - over built-in
      *  defaults: a feed error, an out-of-balance, a GL mismatch
      *  or any other control event gets 1 day, a prior-period
      *  restatement or a volume anomaly 3, a rollover 5.  An
      *  exception in a category this program does not know is
      *  escalated the first day it is still open.  With no
      *  calendar on the run, every calendar day counts.
      *
      *  An open-exceptions file too large for the table is left
      *  exactly as it was, with no notices loaded and no
      *  resolutions applied - tracking only the part that fits
      *  would drop the rest on the rewrite.  A night with more new
      *  notices than will fit loads what fits and leaves the rest
      *  on CTLBRK for the next run.  No EXCPCTL control record
      *  means no notice has been numbered yet (or the record is
      *  lost): nothing is loaded, since there is no telling what
      *  has been loaded before.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Exception-number control record shared with every
      *    CTLBRK writer (see EXCPCTL.cpy).
           SELECT EXCEPTION-CONTROL-FILE ASSIGN TO "EXCPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPCTL-FILE-STATUS.

      *    The notice file the whole suite's control breaks go to
      *    (see CTLBRK.cpy) - read only, never cleared here.
           SELECT NOTICE-FILE ASSIGN TO "CTLBRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.

      *    Open exceptions (see EXCREC.cpy) - read whole here,
      *    rewritten holding only what is still open.
           SELECT OPEN-EXC-FILE ASSIGN TO "OPENEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENEXC-FILE-STATUS.

      *    Ops-keyed resolutions: exception number, resolver and a
      *    resolution note.
           SELECT RESOLUTION-FILE ASSIGN TO "EXCRSLV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSLV-FILE-STATUS.

      *    Resolved exceptions, appended - same layout as OPENEXC
      *    with the resolution fields filled in.
           SELECT HISTORY-FILE ASSIGN TO "EXCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

      *    Age limits by category, in business days.
           SELECT PARM-FILE ASSIGN TO "EXCPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

      *    Same business calendar PERCLOSE closes off (see
      *    BUSCAL.cpy).
           SELECT BUS-CAL-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-FILE-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-CONTROL-FILE
           RECORDING MODE IS F.
       COPY "EXCPCTL.cpy".

       FD  NOTICE-FILE
           RECORDING MODE IS F.
       COPY "CTLBRK.cpy".

       FD  OPEN-EXC-FILE
           RECORDING MODE IS F.
       COPY "EXCREC.cpy".

       FD  RESOLUTION-FILE
           RECORDING MODE IS F.
       01  RESOLUTION-RECORD.
           05  RS-EXCEPTION-NO           PIC X(7).
           05  FILLER                    PIC X(1).
           05  RS-RESOLVED-BY            PIC X(8).
           05  FILLER                    PIC X(1).
           05  RS-RESOLUTION-NOTE        PIC X(50).
           05  FILLER                    PIC X(13).

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  HISTORY-RECORD                PIC X(160).

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  LP-CATEGORY               PIC X(2).
           05  FILLER                    PIC X(1).
           05  LP-AGE-LIMIT              PIC X(3).
           05  FILLER                    PIC X(74).

       FD  BUS-CAL-FILE
           RECORDING MODE IS F.
       COPY "BUSCAL.cpy".

       FD  EXCEPTION-REPORT-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-REPORT-RECORD       PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-EXCPCTL-FILE-STATUS        PIC XX VALUE SPACES.
           88  WS-EXCPCTL-FILE-OK        VALUE "00".
       01  WS-NOTICE-FILE-STATUS         PIC XX VALUE SPACES.
           88  WS-NOTICE-FILE-OK         VALUE "00".
       01  WS-NOTICE-EOF-SW              PIC X VALUE "N".
           88  WS-NOTICE-EOF             VALUE "Y".
       01  WS-OPENEXC-FILE-STATUS        PIC XX VALUE SPACES.
           88  WS-OPENEXC-FILE-OK        VALUE "00".
       01  WS-OPENEXC-EOF-SW             PIC X VALUE "N".
           88  WS-OPENEXC-EOF            VALUE "Y".
       01  WS-RSLV-FILE-STATUS           PIC XX VALUE SPACES.
           88  WS-RSLV-FILE-OK           VALUE "00".
       01  WS-RSLV-EOF-SW                PIC X VALUE "N".
           88  WS-RSLV-EOF               VALUE "Y".
       01  WS-HISTORY-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-PARM-FILE-STATUS           PIC XX VALUE SPACES.
           88  WS-PARM-FILE-OK           VALUE "00".
       01  WS-PARM-EOF-SW                PIC X VALUE "N".
           88  WS-PARM-EOF               VALUE "Y".
       01  WS-BUSCAL-FILE-STATUS         PIC XX VALUE SPACES.
           88  WS-BUSCAL-FILE-OK         VALUE "00".
       01  WS-BUSCAL-EOF-SW              PIC X VALUE "N".
           88  WS-BUSCAL-EOF             VALUE "Y".
       01  WS-REPORT-FILE-STATUS         PIC XX VALUE SPACES.

      *    The control record as read, rewritten whole with only
      *    this job's place moved on - the writers' fields travel
      *    through untouched.
       01  WS-CONTROL-SW                 PIC X VALUE "N".
           88  WS-CONTROL-FOUND          VALUE "Y".
       01  WS-EXCPCTL-IMAGE              PIC X(80) VALUE SPACES.
       01  WS-LAST-ISSUED-NO             PIC 9(7) VALUE 0.
       01  WS-LAST-LOADED-NO             PIC 9(7) VALUE 0.
       01  WS-NEW-LOADED-NO              PIC 9(7) VALUE 0.
       01  WS-HIGHEST-SEEN-NO            PIC 9(7) VALUE 0.

      *    An overflowing open-exceptions file is left exactly as
      *    it was (see the banner); an overflowing night's notices
      *    stop loading at the first that does not fit.
       01  WS-OPEN-OVERFLOW-SW           PIC X VALUE "N".
           88  WS-OPEN-OVERFLOW          VALUE "Y".
       01  WS-NOTICE-OVERFLOW-SW         PIC X VALUE "N".
           88  WS-NOTICE-OVERFLOW        VALUE "Y".

      *    The open exceptions held whole, in exception-number
      *    order - oldest first - with this run's new notices
      *    after them.
       01  WS-EXC-TABLE.
           05  WS-EXC-MAX                PIC 9(3) VALUE 500.
           05  WS-EXC-COUNT              PIC 9(3) VALUE 0.
           05  WS-EXC-ENTRY OCCURS 500.
               10  WS-EXC-NUMBER         PIC 9(7).
               10  WS-EXC-PROGRAM        PIC X(8).
               10  WS-EXC-SEVERITY       PIC X(1).
               10  WS-EXC-CATEGORY       PIC X(2).
               10  WS-EXC-RAISED-DATE    PIC 9(8).
               10  WS-EXC-TEXT           PIC X(50).
               10  WS-EXC-LOADED-DATE    PIC 9(8).
               10  WS-EXC-NEW-SW         PIC X(1).
                   88  WS-EXC-NEW        VALUE "Y".
               10  WS-EXC-RESOLVED-SW    PIC X(1).
                   88  WS-EXC-RESOLVED   VALUE "Y".
               10  WS-EXC-RESOLVED-BY    PIC X(8).
               10  WS-EXC-NOTE           PIC X(50).
               10  WS-EXC-AGE            PIC 9(3).
               10  WS-EXC-LIMIT          PIC 9(3).
               10  WS-EXC-ESCALATED-SW   PIC X(1).
                   88  WS-EXC-ESCALATED  VALUE "Y".
       01  WS-EXC-SUB                    PIC 9(3) VALUE 0.
       01  WS-EXC-FOUND-SW               PIC X VALUE "N".
           88  WS-EXC-FOUND              VALUE "Y".
       01  WS-FIND-NUMBER                PIC 9(7) VALUE 0.

      *    Age limits by category - built-in defaults, overridden
      *    per category off EXCPRM.
       01  WS-LIMIT-TABLE.
           05  WS-LIM-MAX                PIC 9(2) VALUE 7.
           05  WS-LIM-COUNT              PIC 9(2) VALUE 0.
           05  WS-LIM-ENTRY OCCURS 7.
               10  WS-LIM-CATEGORY       PIC X(2).
               10  WS-LIM-DAYS           PIC 9(3).
       01  WS-LIM-SUB                    PIC 9(2) VALUE 0.
       01  WS-LIM-FOUND-SW               PIC X VALUE "N".
           88  WS-LIM-FOUND              VALUE "Y".
       01  WS-FIND-CATEGORY              PIC X(2) VALUE SPACES.

      *    Business days off BUSCAL, for the aging.  No calendar
      *    means calendar days.  BUSCAL is never purged, so the
      *    table holds the latest days up to the run date - an
      *    exception older than the window has long since passed
      *    any limit.
       01  WS-CAL-CHECK-SW               PIC X VALUE "N".
           88  WS-CAL-CHECK-ON           VALUE "Y".
       01  WS-CAL-TABLE.
           05  WS-CAL-MAX                PIC 9(3) VALUE 600.
           05  WS-CAL-COUNT              PIC 9(3) VALUE 0.
           05  WS-CAL-ENTRY OCCURS 600.
               10  WS-CAL-DATE           PIC 9(8).
       01  WS-CAL-SUB                    PIC 9(3) VALUE 0.
       01  WS-CAL-LOW-SUB                PIC 9(3) VALUE 0.

      *    Resolutions that could not be applied, held for the
      *    report - escalations print first, so these cannot be
      *    written as they are read.
       01  WS-BAD-RSLV-TABLE.
           05  WS-BR-MAX                 PIC 9(3) VALUE 100.
           05  WS-BR-COUNT               PIC 9(3) VALUE 0.
           05  WS-BR-ENTRY OCCURS 100.
               10  WS-BR-NUMBER          PIC X(7).
               10  WS-BR-RESOLVED-BY     PIC X(8).
               10  WS-BR-REASON          PIC X(40).
       01  WS-BR-SUB                     PIC 9(3) VALUE 0.
       01  WS-RSLV-REASON                PIC X(40) VALUE SPACES.

       01  WS-OPEN-AT-START              PIC 9(5) VALUE 0.
       01  WS-NEW-COUNT                  PIC 9(5) VALUE 0.
       01  WS-RSLV-READ-COUNT            PIC 9(5) VALUE 0.
       01  WS-RESOLVED-COUNT             PIC 9(5) VALUE 0.
       01  WS-RSLV-REJECTED-COUNT        PIC 9(5) VALUE 0.
       01  WS-STILL-OPEN-COUNT           PIC 9(5) VALUE 0.
       01  WS-ESCALATED-COUNT            PIC 9(5) VALUE 0.
       01  WS-LINES-WRITTEN              PIC 9(5) VALUE 0.

       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-RUN-DATE-R    REDEFINES WS-RUN-DATE.
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
               "OPEN CONTROL EXCEPTIONS REPORT".
           05  FILLER                    PIC X(10) VALUE
               "  RUN DATE".
           05  H1-MM                     PIC 99.
           05  FILLER                    PIC X VALUE "/".
           05  H1-DD                     PIC 99.
           05  FILLER                    PIC X VALUE "/".
           05  H1-CCYY                   PIC 9999.

       01  WS-MESSAGE-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  ML-TEXT                   PIC X(60).

       01  WS-COLUMN-HEADING.
           05  FILLER                    PIC X(38) VALUE
               " EXC NO   SOURCE   SEV CAT  RAISED    ".
           05  FILLER                    PIC X(24) VALUE
               "AGE LIMIT  NEW  TEXT".

       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  DL-NUMBER                 PIC 9(7).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-PROGRAM                PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-SEVERITY               PIC X(1).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  DL-CATEGORY               PIC X(2).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-RAISED-DATE            PIC 9(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-AGE                    PIC ZZ9.
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  DL-LIMIT                  PIC ZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-NEW                    PIC X(3).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DL-TEXT                   PIC X(50).

       01  WS-RESOLVED-HEADING.
           05  FILLER                    PIC X(40) VALUE
               " EXC NO   SOURCE   CAT RESOLVED BY NOTE".

       01  WS-RESOLVED-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  RL-NUMBER                 PIC 9(7).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RL-PROGRAM                PIC X(8).
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  RL-CATEGORY               PIC X(2).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RL-RESOLVED-BY            PIC X(8).
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  RL-NOTE                   PIC X(50).

       01  WS-REJECTED-HEADING.
           05  FILLER                    PIC X(40) VALUE
               " EXC NO    RESOLVER  REASON".

       01  WS-REJECTED-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  XL-NUMBER                 PIC X(7).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  XL-RESOLVED-BY            PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  XL-REASON                 PIC X(40).

       01  WS-LIMIT-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  LL-CATEGORY               PIC X(2).
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  LL-DAYS                   PIC ZZ9.
           05  FILLER                    PIC X(14) VALUE
               " BUSINESS DAYS".

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  TL-LABEL                  PIC X(30) VALUE SPACES.
           05  TL-VALUE                  PIC ZZ,ZZ9 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF NOT WS-OPEN-OVERFLOW
               PERFORM 2000-LOAD-NEW-NOTICES
               PERFORM 3000-APPLY-RESOLUTIONS
               PERFORM 4000-AGE-EXCEPTIONS
               PERFORM 5000-REWRITE-OPEN-FILE
               PERFORM 5500-REWRITE-CONTROL-RECORD
               PERFORM 6000-PRINT-EXCEPTION-REPORT
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           MOVE WS-RUN-MM   TO H1-MM
           MOVE WS-RUN-DD   TO H1-DD
           MOVE WS-RUN-CCYY TO H1-CCYY
           WRITE EXCEPTION-REPORT-RECORD FROM WS-HEADING-1
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           PERFORM 1100-LOAD-AGE-LIMITS
           PERFORM 1200-LOAD-CALENDAR-TABLE
           PERFORM 1300-READ-CONTROL-RECORD
           PERFORM 1400-LOAD-OPEN-EXCEPTIONS.

       1100-LOAD-AGE-LIMITS.
           PERFORM 1190-DEFAULT-LIMIT-TABLE
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-OK
               PERFORM UNTIL WS-PARM-EOF
                   READ PARM-FILE
                       AT END
                           SET WS-PARM-EOF TO TRUE
                       NOT AT END
                           PERFORM 1150-TAKE-AGE-LIMIT
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.

      *    A record naming a category this program does not know,
      *    or an unreadable limit, is skipped and the default
      *    stands.
       1150-TAKE-AGE-LIMIT.
           MOVE LP-CATEGORY TO WS-FIND-CATEGORY
           PERFORM 1160-FIND-LIMIT-ENTRY
           IF NOT WS-LIM-FOUND
               OR LP-AGE-LIMIT IS NOT NUMERIC
               DISPLAY "EXCTRAK: EXCPRM RECORD " PARM-RECORD
               DISPLAY "EXCTRAK: NOT A KNOWN CATEGORY AND 3-DIGIT "
                       "LIMIT - IGNORED"
           ELSE
               MOVE LP-AGE-LIMIT TO WS-LIM-DAYS (WS-LIM-SUB)
           END-IF.

       1160-FIND-LIMIT-ENTRY.
           MOVE "N" TO WS-LIM-FOUND-SW
           PERFORM VARYING WS-LIM-SUB FROM 1 BY 1
               UNTIL WS-LIM-SUB > WS-LIM-COUNT
                   OR WS-LIM-FOUND
               IF WS-LIM-CATEGORY (WS-LIM-SUB) = WS-FIND-CATEGORY
                   MOVE "Y" TO WS-LIM-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-LIM-FOUND
               SUBTRACT 1 FROM WS-LIM-SUB
           END-IF.

       1190-DEFAULT-LIMIT-TABLE.
           MOVE 7    TO WS-LIM-COUNT
           MOVE "FE" TO WS-LIM-CATEGORY (1)
           MOVE 1    TO WS-LIM-DAYS (1)
           MOVE "OB" TO WS-LIM-CATEGORY (2)
           MOVE 1    TO WS-LIM-DAYS (2)
           MOVE "GL" TO WS-LIM-CATEGORY (3)
           MOVE 1    TO WS-LIM-DAYS (3)
           MOVE "PP" TO WS-LIM-CATEGORY (4)
           MOVE 3    TO WS-LIM-DAYS (4)
           MOVE "VA" TO WS-LIM-CATEGORY (5)
           MOVE 3    TO WS-LIM-DAYS (5)
           MOVE "RO" TO WS-LIM-CATEGORY (6)
           MOVE 5    TO WS-LIM-DAYS (6)
           MOVE "OT" TO WS-LIM-CATEGORY (7)
           MOVE 1    TO WS-LIM-DAYS (7).

       1200-LOAD-CALENDAR-TABLE.
           OPEN INPUT BUS-CAL-FILE
           IF NOT WS-BUSCAL-FILE-OK
               DISPLAY "EXCTRAK: NO BUSINESS CALENDAR - CALENDAR "
                       "DAYS ASSUMED"
           ELSE
               SET WS-CAL-CHECK-ON TO TRUE
               PERFORM UNTIL WS-BUSCAL-EOF
                   READ BUS-CAL-FILE
                       AT END
                           SET WS-BUSCAL-EOF TO TRUE
                       NOT AT END
                           PERFORM 1250-STORE-CALENDAR-DAY
                   END-READ
               END-PERFORM
               CLOSE BUS-CAL-FILE
           END-IF.

      *    Only days up to the run date can age anything.  With
      *    the table full, a later day takes the place of the
      *    earliest one held, whatever order BUSCAL is kept in.
       1250-STORE-CALENDAR-DAY.
           IF BC-DATE IS NUMERIC
               AND BC-DATE NOT > WS-RUN-DATE
               IF WS-CAL-COUNT < WS-CAL-MAX
                   ADD 1 TO WS-CAL-COUNT
                   MOVE WS-CAL-COUNT TO WS-CAL-SUB
                   MOVE BC-DATE TO WS-CAL-DATE (WS-CAL-SUB)
               ELSE
                   MOVE 1 TO WS-CAL-LOW-SUB
                   PERFORM VARYING WS-CAL-SUB FROM 2 BY 1
                       UNTIL WS-CAL-SUB > WS-CAL-COUNT
                       IF WS-CAL-DATE (WS-CAL-SUB) <
                           WS-CAL-DATE (WS-CAL-LOW-SUB)
                           MOVE WS-CAL-SUB TO WS-CAL-LOW-SUB
                       END-IF
                   END-PERFORM
                   IF BC-DATE > WS-CAL-DATE (WS-CAL-LOW-SUB)
                       MOVE BC-DATE TO WS-CAL-DATE (WS-CAL-LOW-SUB)
                   END-IF
               END-IF
           END-IF.

       1300-READ-CONTROL-RECORD.
           OPEN INPUT EXCEPTION-CONTROL-FILE
           IF WS-EXCPCTL-FILE-OK
               READ EXCEPTION-CONTROL-FILE
                   NOT AT END
                       SET WS-CONTROL-FOUND TO TRUE
                       MOVE EXCEPTION-CONTROL-RECORD
                           TO WS-EXCPCTL-IMAGE
                       IF CX-LAST-ISSUED-NO IS NUMERIC
                           MOVE CX-LAST-ISSUED-NO
                               TO WS-LAST-ISSUED-NO
                       END-IF
                       IF CX-LAST-LOADED-NO IS NUMERIC
                           MOVE CX-LAST-LOADED-NO
                               TO WS-LAST-LOADED-NO
                       END-IF
               END-READ
               CLOSE EXCEPTION-CONTROL-FILE
           END-IF
           MOVE WS-LAST-LOADED-NO TO WS-NEW-LOADED-NO
           MOVE WS-LAST-ISSUED-NO TO WS-HIGHEST-SEEN-NO.

       1400-LOAD-OPEN-EXCEPTIONS.
           OPEN INPUT OPEN-EXC-FILE
           IF NOT WS-OPENEXC-FILE-OK
               DISPLAY "EXCTRAK: NO OPEN-EXCEPTIONS FILE - "
                       "STARTING EMPTY"
           ELSE
               PERFORM UNTIL WS-OPENEXC-EOF
                   READ OPEN-EXC-FILE
                       AT END
                           SET WS-OPENEXC-EOF TO TRUE
                       NOT AT END
                           PERFORM 1450-STORE-OPEN-EXCEPTION
                   END-READ
               END-PERFORM
               CLOSE OPEN-EXC-FILE
           END-IF
           MOVE WS-EXC-COUNT TO WS-OPEN-AT-START
           IF WS-OPEN-OVERFLOW
               DISPLAY "EXCTRAK: OPEN-EXCEPTIONS FILE EXCEEDS "
                       WS-EXC-MAX " RECORDS - RUN ABANDONED"
               MOVE "*** OPEN-EXCEPTIONS FILE TOO LARGE - RUN ABANDONED"
                   TO ML-TEXT
               WRITE EXCEPTION-REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF.

       1450-STORE-OPEN-EXCEPTION.
           IF WS-EXC-COUNT >= WS-EXC-MAX
               SET WS-OPEN-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-EXC-COUNT TO WS-EXC-SUB
               MOVE EX-EXCEPTION-NO   TO WS-EXC-NUMBER (WS-EXC-SUB)
               MOVE EX-SOURCE-PROGRAM TO WS-EXC-PROGRAM (WS-EXC-SUB)
               MOVE EX-SEVERITY       TO WS-EXC-SEVERITY (WS-EXC-SUB)
               MOVE EX-CATEGORY       TO WS-EXC-CATEGORY (WS-EXC-SUB)
               MOVE EX-RAISED-DATE
                   TO WS-EXC-RAISED-DATE (WS-EXC-SUB)
               MOVE EX-NOTICE-TEXT    TO WS-EXC-TEXT (WS-EXC-SUB)
               MOVE EX-LOADED-DATE
                   TO WS-EXC-LOADED-DATE (WS-EXC-SUB)
               MOVE "N" TO WS-EXC-NEW-SW (WS-EXC-SUB)
               PERFORM 1490-CLEAR-RESOLUTION
               IF EX-EXCEPTION-NO IS NUMERIC
                   AND EX-EXCEPTION-NO > WS-HIGHEST-SEEN-NO
                   MOVE EX-EXCEPTION-NO TO WS-HIGHEST-SEEN-NO
               END-IF
           END-IF.

       1490-CLEAR-RESOLUTION.
           MOVE "N"    TO WS-EXC-RESOLVED-SW (WS-EXC-SUB)
           MOVE SPACES TO WS-EXC-RESOLVED-BY (WS-EXC-SUB)
           MOVE SPACES TO WS-EXC-NOTE (WS-EXC-SUB)
           MOVE 0      TO WS-EXC-AGE (WS-EXC-SUB)
           MOVE 0      TO WS-EXC-LIMIT (WS-EXC-SUB)
           MOVE "N"    TO WS-EXC-ESCALATED-SW (WS-EXC-SUB).

      *    Numbers are issued in order and appended in order, so
      *    everything above the last number loaded is new.  A
      *    record without a numeric exception number is free text
      *    from before the layout went in and is passed over.
       2000-LOAD-NEW-NOTICES.
           IF NOT WS-CONTROL-FOUND
               DISPLAY "EXCTRAK: NO EXCPCTL CONTROL RECORD - NO "
                       "NOTICES LOADED"
               MOVE "NO EXCPCTL CONTROL RECORD - NO NOTICES LOADED"
                   TO ML-TEXT
               WRITE EXCEPTION-REPORT-RECORD FROM WS-MESSAGE-LINE
           ELSE
               OPEN INPUT NOTICE-FILE
               IF WS-NOTICE-FILE-OK
                   PERFORM UNTIL WS-NOTICE-EOF
                       READ NOTICE-FILE
                           AT END
                               SET WS-NOTICE-EOF TO TRUE
                           NOT AT END
                               IF CB-EXCEPTION-NO IS NUMERIC
                                   AND CB-EXCEPTION-NO >
                                       WS-LAST-LOADED-NO
                                   PERFORM 2100-STORE-NEW-NOTICE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE NOTICE-FILE
               END-IF
           END-IF
           IF WS-NOTICE-OVERFLOW
               MOVE "*** EXCEPTION TABLE FULL - LATER NOTICES WAIT"
                   TO ML-TEXT
               WRITE EXCEPTION-REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF.

       2100-STORE-NEW-NOTICE.
           IF CB-EXCEPTION-NO > WS-HIGHEST-SEEN-NO
               MOVE CB-EXCEPTION-NO TO WS-HIGHEST-SEEN-NO
           END-IF
           IF NOT WS-NOTICE-OVERFLOW
               IF WS-EXC-COUNT >= WS-EXC-MAX
                   SET WS-NOTICE-OVERFLOW TO TRUE
                   DISPLAY "EXCTRAK: EXCEPTION TABLE FULL - NOTICE "
                           CB-EXCEPTION-NO " AND LATER LEFT FOR "
                           "THE NEXT RUN"
               ELSE
                   ADD 1 TO WS-EXC-COUNT
                   ADD 1 TO WS-NEW-COUNT
                   MOVE WS-EXC-COUNT TO WS-EXC-SUB
                   MOVE CB-EXCEPTION-NO
                       TO WS-EXC-NUMBER (WS-EXC-SUB)
                   MOVE CB-SOURCE-PROGRAM
                       TO WS-EXC-PROGRAM (WS-EXC-SUB)
                   MOVE CB-SEVERITY  TO WS-EXC-SEVERITY (WS-EXC-SUB)
                   MOVE CB-CATEGORY  TO WS-EXC-CATEGORY (WS-EXC-SUB)
                   MOVE CB-NOTICE-DATE
                       TO WS-EXC-RAISED-DATE (WS-EXC-SUB)
                   MOVE CB-NOTICE-TEXT TO WS-EXC-TEXT (WS-EXC-SUB)
                   MOVE WS-RUN-DATE
                       TO WS-EXC-LOADED-DATE (WS-EXC-SUB)
                   MOVE "Y" TO WS-EXC-NEW-SW (WS-EXC-SUB)
                   PERFORM 1490-CLEAR-RESOLUTION
                   IF CB-EXCEPTION-NO > WS-NEW-LOADED-NO
                       MOVE CB-EXCEPTION-NO TO WS-NEW-LOADED-NO
                   END-IF
               END-IF
           END-IF.

       3000-APPLY-RESOLUTIONS.
           OPEN INPUT RESOLUTION-FILE
           IF NOT WS-RSLV-FILE-OK
               DISPLAY "EXCTRAK: NO RESOLUTION FILE - AGING ONLY"
           ELSE
               PERFORM UNTIL WS-RSLV-EOF
                   READ RESOLUTION-FILE
                       AT END
                           SET WS-RSLV-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RSLV-READ-COUNT
                           PERFORM 3100-APPLY-ONE-RESOLUTION
                   END-READ
               END-PERFORM
               CLOSE RESOLUTION-FILE
           END-IF.

      *    All three fields are required - an exception closed
      *    without a name or a word about what was done is no
      *    better than one never looked at.
       3100-APPLY-ONE-RESOLUTION.
           MOVE SPACES TO WS-RSLV-REASON
           EVALUATE TRUE
               WHEN RS-EXCEPTION-NO IS NOT NUMERIC
                   MOVE "EXCEPTION NUMBER NOT NUMERIC"
                       TO WS-RSLV-REASON
               WHEN RS-RESOLVED-BY = SPACES
                   MOVE "RESOLVER MISSING" TO WS-RSLV-REASON
               WHEN RS-RESOLUTION-NOTE = SPACES
                   MOVE "RESOLUTION NOTE MISSING" TO WS-RSLV-REASON
               WHEN OTHER
                   MOVE RS-EXCEPTION-NO TO WS-FIND-NUMBER
                   PERFORM 3150-FIND-EXCEPTION
                   IF NOT WS-EXC-FOUND
                       MOVE "NOT AN OPEN EXCEPTION"
                           TO WS-RSLV-REASON
                   ELSE
                       IF WS-EXC-RESOLVED (WS-EXC-SUB)
                           MOVE "ALREADY RESOLVED THIS RUN"
                               TO WS-RSLV-REASON
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-RSLV-REASON = SPACES
               ADD 1 TO WS-RESOLVED-COUNT
               MOVE "Y" TO WS-EXC-RESOLVED-SW (WS-EXC-SUB)
               MOVE RS-RESOLVED-BY
                   TO WS-EXC-RESOLVED-BY (WS-EXC-SUB)
               MOVE RS-RESOLUTION-NOTE TO WS-EXC-NOTE (WS-EXC-SUB)
           ELSE
               ADD 1 TO WS-RSLV-REJECTED-COUNT
               PERFORM 3200-HOLD-REJECTED-RESOLUTION
           END-IF.

       3150-FIND-EXCEPTION.
           MOVE "N" TO WS-EXC-FOUND-SW
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
               UNTIL WS-EXC-SUB > WS-EXC-COUNT
                   OR WS-EXC-FOUND
               IF WS-EXC-NUMBER (WS-EXC-SUB) = WS-FIND-NUMBER
                   MOVE "Y" TO WS-EXC-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-EXC-FOUND
               SUBTRACT 1 FROM WS-EXC-SUB
           END-IF.

       3200-HOLD-REJECTED-RESOLUTION.
           IF WS-BR-COUNT >= WS-BR-MAX
               DISPLAY "EXCTRAK: REJECTED RESOLUTION TABLE FULL - "
                       RS-EXCEPTION-NO " NOT LISTED"
           ELSE
               ADD 1 TO WS-BR-COUNT
               MOVE WS-BR-COUNT TO WS-BR-SUB
               MOVE RS-EXCEPTION-NO TO WS-BR-NUMBER (WS-BR-SUB)
               MOVE RS-RESOLVED-BY  TO WS-BR-RESOLVED-BY (WS-BR-SUB)
               MOVE WS-RSLV-REASON  TO WS-BR-REASON (WS-BR-SUB)
           END-IF.

       4000-AGE-EXCEPTIONS.
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
               UNTIL WS-EXC-SUB > WS-EXC-COUNT
               IF NOT WS-EXC-RESOLVED (WS-EXC-SUB)
                   ADD 1 TO WS-STILL-OPEN-COUNT
                   PERFORM 4100-AGE-ONE-EXCEPTION
               END-IF
           END-PERFORM.

      *    Age is the business days after the day it was raised,
      *    up to and including today: raised today is 0, raised
      *    on the last business day is 1.  Escalated once the age
      *    is past the category's limit.
       4100-AGE-ONE-EXCEPTION.
           MOVE 0 TO WS-EXC-AGE (WS-EXC-SUB)
           IF WS-EXC-RAISED-DATE (WS-EXC-SUB) IS NOT NUMERIC
               MOVE 999 TO WS-EXC-AGE (WS-EXC-SUB)
           ELSE
               IF WS-CAL-CHECK-ON
                   PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                       UNTIL WS-CAL-SUB > WS-CAL-COUNT
                       IF WS-CAL-DATE (WS-CAL-SUB) >
                           WS-EXC-RAISED-DATE (WS-EXC-SUB)
                           AND WS-EXC-AGE (WS-EXC-SUB) < 999
                           ADD 1 TO WS-EXC-AGE (WS-EXC-SUB)
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE WS-RUN-DATE TO WS-PREV-DATE
                   PERFORM UNTIL WS-PREV-DATE NOT >
                           WS-EXC-RAISED-DATE (WS-EXC-SUB)
                       OR WS-EXC-AGE (WS-EXC-SUB) = 999
                       ADD 1 TO WS-EXC-AGE (WS-EXC-SUB)
                       PERFORM 8100-COMPUTE-PREVIOUS-DATE
                   END-PERFORM
               END-IF
           END-IF
           MOVE WS-EXC-CATEGORY (WS-EXC-SUB) TO WS-FIND-CATEGORY
           PERFORM 1160-FIND-LIMIT-ENTRY
           IF WS-LIM-FOUND
               MOVE WS-LIM-DAYS (WS-LIM-SUB)
                   TO WS-EXC-LIMIT (WS-EXC-SUB)
           ELSE
               MOVE 0 TO WS-EXC-LIMIT (WS-EXC-SUB)
           END-IF
           IF WS-EXC-AGE (WS-EXC-SUB) > WS-EXC-LIMIT (WS-EXC-SUB)
               MOVE "Y" TO WS-EXC-ESCALATED-SW (WS-EXC-SUB)
               ADD 1 TO WS-ESCALATED-COUNT
           END-IF.

      *    Still-open exceptions go back in their original order,
      *    each keeping the date it was raised and first loaded;
      *    resolved ones go to the history instead.
       5000-REWRITE-OPEN-FILE.
           OPEN OUTPUT OPEN-EXC-FILE
           IF WS-RESOLVED-COUNT > 0
               OPEN EXTEND HISTORY-FILE
               IF NOT WS-HISTORY-FILE-STATUS = "00"
                   CLOSE HISTORY-FILE
                   OPEN OUTPUT HISTORY-FILE
               END-IF
           END-IF
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
               UNTIL WS-EXC-SUB > WS-EXC-COUNT
               PERFORM 5100-BUILD-EXCEPTION-RECORD
               IF WS-EXC-RESOLVED (WS-EXC-SUB)
                   MOVE WS-RUN-DATE TO EX-RESOLVED-DATE
                   MOVE WS-EXC-RESOLVED-BY (WS-EXC-SUB)
                       TO EX-RESOLVED-BY
                   MOVE WS-EXC-NOTE (WS-EXC-SUB)
                       TO EX-RESOLUTION-NOTE
                   WRITE HISTORY-RECORD FROM EXCEPTION-RECORD
               ELSE
                   WRITE EXCEPTION-RECORD
               END-IF
           END-PERFORM
           CLOSE OPEN-EXC-FILE
           IF WS-RESOLVED-COUNT > 0
               CLOSE HISTORY-FILE
           END-IF.

       5100-BUILD-EXCEPTION-RECORD.
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE WS-EXC-NUMBER (WS-EXC-SUB)   TO EX-EXCEPTION-NO
           MOVE WS-EXC-PROGRAM (WS-EXC-SUB)  TO EX-SOURCE-PROGRAM
           MOVE WS-EXC-SEVERITY (WS-EXC-SUB) TO EX-SEVERITY
           MOVE WS-EXC-CATEGORY (WS-EXC-SUB) TO EX-CATEGORY
           MOVE WS-EXC-RAISED-DATE (WS-EXC-SUB) TO EX-RAISED-DATE
           MOVE WS-EXC-TEXT (WS-EXC-SUB)     TO EX-NOTICE-TEXT
           MOVE WS-EXC-LOADED-DATE (WS-EXC-SUB) TO EX-LOADED-DATE
           MOVE 0 TO EX-RESOLVED-DATE.

      *    The control record is read again and rewritten whole,
      *    with this job's place moved on to the last notice it
      *    loaded.  Should the issued number ever have fallen
      *    behind a number already in use, it is brought up to it
      *    so the next notice cannot repeat one.
       5500-REWRITE-CONTROL-RECORD.
           IF WS-CONTROL-FOUND
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
                   OR CX-LAST-ISSUED-NO < WS-HIGHEST-SEEN-NO
                   DISPLAY "EXCTRAK: LAST ISSUED NUMBER RAISED TO "
                           WS-HIGHEST-SEEN-NO
                   MOVE WS-HIGHEST-SEEN-NO TO CX-LAST-ISSUED-NO
               END-IF
               MOVE WS-NEW-LOADED-NO TO CX-LAST-LOADED-NO
               MOVE WS-RUN-DATE      TO CX-LAST-LOADED-DATE
               WRITE EXCEPTION-CONTROL-RECORD
               CLOSE EXCEPTION-CONTROL-FILE
           END-IF.

      *    Escalations first - the point of the report - then the
      *    rest of the open items, then what ops did about them.
       6000-PRINT-EXCEPTION-REPORT.
           MOVE "*** ESCALATED - OPEN PAST THE CATEGORY AGE LIMIT ***"
               TO ML-TEXT
           WRITE EXCEPTION-REPORT-RECORD FROM WS-MESSAGE-LINE
           WRITE EXCEPTION-REPORT-RECORD FROM WS-COLUMN-HEADING
           MOVE 0 TO WS-LINES-WRITTEN
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
               UNTIL WS-EXC-SUB > WS-EXC-COUNT
               IF NOT WS-EXC-RESOLVED (WS-EXC-SUB)
                   AND WS-EXC-ESCALATED (WS-EXC-SUB)
                   PERFORM 6100-PRINT-OPEN-LINE
               END-IF
           END-PERFORM
           PERFORM 6900-NONE-IF-EMPTY
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE "OPEN WITHIN THE AGE LIMIT" TO ML-TEXT
           WRITE EXCEPTION-REPORT-RECORD FROM WS-MESSAGE-LINE
           WRITE EXCEPTION-REPORT-RECORD FROM WS-COLUMN-HEADING
           MOVE 0 TO WS-LINES-WRITTEN
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
               UNTIL WS-EXC-SUB > WS-EXC-COUNT
               IF NOT WS-EXC-RESOLVED (WS-EXC-SUB)
                   AND NOT WS-EXC-ESCALATED (WS-EXC-SUB)
                   PERFORM 6100-PRINT-OPEN-LINE
               END-IF
           END-PERFORM
           PERFORM 6900-NONE-IF-EMPTY
           PERFORM 6200-PRINT-RESOLVED-SECTION
           PERFORM 6300-PRINT-REJECTED-SECTION
           PERFORM 6400-PRINT-AGE-LIMITS
           PERFORM 6500-PRINT-TOTALS.

       6100-PRINT-OPEN-LINE.
           MOVE SPACES TO DL-NEW
           MOVE WS-EXC-NUMBER (WS-EXC-SUB)      TO DL-NUMBER
           MOVE WS-EXC-PROGRAM (WS-EXC-SUB)     TO DL-PROGRAM
           MOVE WS-EXC-SEVERITY (WS-EXC-SUB)    TO DL-SEVERITY
           MOVE WS-EXC-CATEGORY (WS-EXC-SUB)    TO DL-CATEGORY
           MOVE WS-EXC-RAISED-DATE (WS-EXC-SUB) TO DL-RAISED-DATE
           MOVE WS-EXC-AGE (WS-EXC-SUB)         TO DL-AGE
           MOVE WS-EXC-LIMIT (WS-EXC-SUB)       TO DL-LIMIT
           MOVE WS-EXC-TEXT (WS-EXC-SUB)        TO DL-TEXT
           IF WS-EXC-NEW (WS-EXC-SUB)
               MOVE "NEW" TO DL-NEW
           END-IF
           WRITE EXCEPTION-REPORT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINES-WRITTEN.

       6200-PRINT-RESOLVED-SECTION.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE "RESOLVED THIS RUN - MOVED TO EXCHIST" TO ML-TEXT
           WRITE EXCEPTION-REPORT-RECORD FROM WS-MESSAGE-LINE
           WRITE EXCEPTION-REPORT-RECORD FROM WS-RESOLVED-HEADING
           MOVE 0 TO WS-LINES-WRITTEN
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
               UNTIL WS-EXC-SUB > WS-EXC-COUNT
               IF WS-EXC-RESOLVED (WS-EXC-SUB)
                   MOVE WS-EXC-NUMBER (WS-EXC-SUB)   TO RL-NUMBER
                   MOVE WS-EXC-PROGRAM (WS-EXC-SUB)  TO RL-PROGRAM
                   MOVE WS-EXC-CATEGORY (WS-EXC-SUB) TO RL-CATEGORY
                   MOVE WS-EXC-RESOLVED-BY (WS-EXC-SUB)
                       TO RL-RESOLVED-BY
                   MOVE WS-EXC-NOTE (WS-EXC-SUB)     TO RL-NOTE
                   WRITE EXCEPTION-REPORT-RECORD FROM WS-RESOLVED-LINE
                   ADD 1 TO WS-LINES-WRITTEN
               END-IF
           END-PERFORM
           PERFORM 6900-NONE-IF-EMPTY.

       6300-PRINT-REJECTED-SECTION.
           IF WS-BR-COUNT > 0
               MOVE SPACES TO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
               MOVE "RESOLUTIONS NOT APPLIED" TO ML-TEXT
               WRITE EXCEPTION-REPORT-RECORD FROM WS-MESSAGE-LINE
               WRITE EXCEPTION-REPORT-RECORD FROM WS-REJECTED-HEADING
               PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-COUNT
                   MOVE WS-BR-NUMBER (WS-BR-SUB)  TO XL-NUMBER
                   MOVE WS-BR-RESOLVED-BY (WS-BR-SUB)
                       TO XL-RESOLVED-BY
                   MOVE WS-BR-REASON (WS-BR-SUB)  TO XL-REASON
                   WRITE EXCEPTION-REPORT-RECORD FROM WS-REJECTED-LINE
               END-PERFORM
           END-IF.

       6400-PRINT-AGE-LIMITS.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE "AGE LIMITS IN FORCE" TO ML-TEXT
           WRITE EXCEPTION-REPORT-RECORD FROM WS-MESSAGE-LINE
           PERFORM VARYING WS-LIM-SUB FROM 1 BY 1
               UNTIL WS-LIM-SUB > WS-LIM-COUNT
               MOVE WS-LIM-CATEGORY (WS-LIM-SUB) TO LL-CATEGORY
               MOVE WS-LIM-DAYS (WS-LIM-SUB)     TO LL-DAYS
               WRITE EXCEPTION-REPORT-RECORD FROM WS-LIMIT-LINE
           END-PERFORM.

       6500-PRINT-TOTALS.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE "OPEN AT START OF RUN" TO TL-LABEL
           MOVE WS-OPEN-AT-START TO TL-VALUE
           WRITE EXCEPTION-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "NEW NOTICES LOADED" TO TL-LABEL
           MOVE WS-NEW-COUNT TO TL-VALUE
           WRITE EXCEPTION-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "RESOLUTIONS READ" TO TL-LABEL
           MOVE WS-RSLV-READ-COUNT TO TL-VALUE
           WRITE EXCEPTION-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "EXCEPTIONS RESOLVED" TO TL-LABEL
           MOVE WS-RESOLVED-COUNT TO TL-VALUE
           WRITE EXCEPTION-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "RESOLUTIONS NOT APPLIED" TO TL-LABEL
           MOVE WS-RSLV-REJECTED-COUNT TO TL-VALUE
           WRITE EXCEPTION-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "STILL OPEN" TO TL-LABEL
           MOVE WS-STILL-OPEN-COUNT TO TL-VALUE
           WRITE EXCEPTION-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "ESCALATED" TO TL-LABEL
           MOVE WS-ESCALATED-COUNT TO TL-VALUE
           WRITE EXCEPTION-REPORT-RECORD FROM WS-TOTAL-LINE.

       6900-NONE-IF-EMPTY.
           IF WS-LINES-WRITTEN = 0
               MOVE "NONE" TO ML-TEXT
               WRITE EXCEPTION-REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF.

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

       9000-TERMINATE.
           CLOSE EXCEPTION-REPORT-FILE
           DISPLAY "EXCTRAK: NEW " WS-NEW-COUNT
                   " RESOLVED " WS-RESOLVED-COUNT
                   " OPEN " WS-STILL-OPEN-COUNT
                   " ESCALATED " WS-ESCALATED-COUNT.
