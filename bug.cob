      *  is structurally broken - empty, headerless, or records
      *  outside any header/trailer set - stops the run there,
      *  with whatever cycles had already committed standing.
      *
      *  Run with the CJOBPRM run-mode parameter set to SIMULATE,
      *  the job is a dry run: TRANFILE goes through every cycle,
      *  PROCLOG, trailer, rollover and prior-period check exactly
      *  as it would live, but COUNTFIL is not rewritten and
      *  nothing is appended to AUDITLOG, SNAPHIST, HISTFILE,
      *  PERDHIST, PROCLOG or GLFEED - nor to CTLBRK or COUNTCKP,
      *  so neither the morning's exceptions nor a real run's
      *  restart can be thrown by a rehearsal.  What the run would
      *  have done goes to the SIMRPT projection report instead:
      *  the notices it would raise, current, projected and change
      *  for every counter and branch, the rollovers and prior-
      *  period restatements that would fire, and whether CTLTOT
      *  would balance.  The run is logged on RUNLOG under its own
      *  status, SM, which the staleness and exception readers
      *  pass over - a rehearsal is not a posting.  No CJOBPRM
      *  (or a blank mode) is the ordinary live run; a mode this
      *  program does not recognise is taken as a simulation, so a
      *  mistyped rehearsal can never post.
      *
      *  Every CTLBRK notice goes out in the structured layout
      *  EXCTRAK tracks (see CTLBRK.cpy): an exception number taken
      *  off the shared EXCPCTL control record, COUNTJOB as the
      *  source, and a severity and category set by the paragraph
      *  that raises it.  A simulation takes no number - EXCPCTL
      *  is another file a rehearsal leaves alone.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

      *    Control-break notices, appended (see CTLBRK.cpy), each
      *    numbered off the EXCPCTL control record (see
      *    EXCPCTL.cpy) shared by every program that raises one.
           SELECT NOTICE-FILE ASSIGN TO "CTLBRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.

           SELECT EXCEPTION-CONTROL-FILE ASSIGN TO "EXCPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPCTL-FILE-STATUS.

           SELECT TRANS-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERDHIST-FILE-STATUS.

      *    Run-mode parameter - optional; see 1050.
           SELECT RUN-PARM-FILE ASSIGN TO "CJOBPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-FILE-STATUS.

      *    Projection report, written by a simulation run only.
           SELECT PROJECTION-FILE ASSIGN TO "SIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROJECTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTER-FILE

       FD  NOTICE-FILE
           RECORDING MODE IS F.
       COPY "CTLBRK.cpy".

       FD  EXCEPTION-CONTROL-FILE
           RECORDING MODE IS F.
       COPY "EXCPCTL.cpy".

       FD  PROCESSED-LOG-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       COPY "PERDHIST.cpy".

       FD  RUN-PARM-FILE
           RECORDING MODE IS F.
       01  RUN-PARM-RECORD.
           05  PRM-RUN-MODE              PIC X(8).
           05  FILLER                    PIC X(72).

       FD  PROJECTION-FILE
           RECORDING MODE IS F.
       01  PROJECTION-RECORD             PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-COUNTER-FILE-STATUS        PIC XX VALUE SPACES.
           88  WS-COUNTER-FILE-OK        VALUE "00".
           88  WS-CTRDEF-EOF             VALUE "Y".
       01  WS-HIST-FILE-STATUS           PIC XX VALUE SPACES.
       01  WS-NOTICE-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-EXCPCTL-FILE-STATUS        PIC XX VALUE SPACES.
           88  WS-EXCPCTL-FILE-OK        VALUE "00".
       01  WS-TRANS-FILE-STATUS          PIC XX VALUE SPACES.
           88  WS-TRANS-FILE-OK          VALUE "00".
       01  WS-TRANS-EOF-SW               PIC X VALUE "N".
      *    logged, nothing after the break is applied.
       01  WS-FEED-ERROR-SW              PIC X VALUE "N".
           88  WS-FEED-ERROR             VALUE "Y".
      *    Sized to what the CTLBRK notice text has room for after
      *    its "FILE REJECTED - " lead-in.
       01  WS-FEED-ERROR-TEXT            PIC X(34) VALUE SPACES.

      *    The cycle in progress: identity off its header, the
      *    details counted and hashed toward its trailer check,
           88  WS-CYCLE-DUPLICATE        VALUE "Y".
       01  WS-CYCLE-ROLLOVER-SW          PIC X VALUE "N".
           88  WS-CYCLE-ROLLED-OVER      VALUE "Y".
      *    Sized to what the CTLBRK notice text has room for after
      *    its "CYCLE <file id> <cycle> - " lead-in.
       01  WS-CYCLE-ERROR-TEXT           PIC X(28) VALUE SPACES.
       01  WS-FEED-FILE-ID               PIC X(8) VALUE SPACES.
       01  WS-FEED-CREATE-DATE           PIC 9(8) VALUE 0.
       01  WS-FEED-CYCLE-NUMBER          PIC 9(4) VALUE 0.
      *    past capacity.
       01  WS-PROSPECTIVE-TOTAL          PIC S9(6) VALUE 0.
       01  WS-CURRENT-DATE               PIC 9(8).
       01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
           05  WS-CD-CCYY                PIC 9(4).
           05  WS-CD-MM                  PIC 9(2).
           05  WS-CD-DD                  PIC 9(2).
       01  WS-HIST-COUNTER-ID            PIC X(10).
       01  WS-HIST-COUNTER-VALUE         PIC 9(5).

           05  WS-BK-BRANCH              PIC X(3).
           05  FILLER                    PIC X(5).

      *    Run mode off CJOBPRM.  In a simulation every write the
      *    live run would make to a posted file is suppressed, and
      *    CTLBRK notices go to the projection report.
       01  WS-RUN-PARM-FILE-STATUS       PIC XX VALUE SPACES.
           88  WS-RUN-PARM-FILE-OK       VALUE "00".
       01  WS-PROJECTION-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-RUN-MODE-SW                PIC X VALUE "L".
           88  WS-LIVE-RUN               VALUE "L".
           88  WS-SIMULATION-RUN         VALUE "S".
       01  WS-NOTICE-TEXT                PIC X(50) VALUE SPACES.
       01  WS-NOTICE-SEVERITY            PIC X(1) VALUE SPACES.
       01  WS-NOTICE-CATEGORY            PIC X(2) VALUE SPACES.
       01  WS-EXCPCTL-IMAGE              PIC X(80) VALUE SPACES.
       01  WS-EXCEPTION-NO               PIC 9(7) VALUE 0.
       01  WS-SIM-NOTICE-COUNT           PIC 9(5) VALUE 0.
       01  WS-SIM-RESUME-KEY             PIC X(10) VALUE SPACES.

      *    Rollovers fired per counter (subscript in step with
      *    WS-CTR-ENTRY).  Not restored when a cycle is backed out:
      *    HISTFILE keeps a rollover whatever happens to the cycle
      *    that fired it.
       01  WS-ROLLOVER-COUNTS.
           05  WS-CTR-ROLLS              PIC 9(3) OCCURS 10.
       01  WS-ROLLOVER-TOTAL             PIC 9(5) VALUE 0.

      *    What 3000 found: N not checked (no cycle committed),
      *    M no control total on file, B balanced, O out of
      *    balance.
       01  WS-RECON-STATE                PIC X VALUE "N".
           88  WS-RECON-NOT-CHECKED      VALUE "N".
           88  WS-RECON-NO-CONTROL       VALUE "M".
           88  WS-RECON-BALANCED         VALUE "B".
           88  WS-RECON-OUT-OF-BALANCE   VALUE "O".

      *    The counter and branch tables as COUNTFIL holds them,
      *    taken before any checkpoint is merged - the "current"
      *    side of the projection.  Laid out like the live tables;
      *    branches are only ever appended, so a branch's entry
      *    number is the same in both.
       01  WS-START-COUNTER-TABLE.
           05  WS-ST-CTR-MAX             PIC 9(2).
           05  WS-ST-CTR-COUNT           PIC 9(2).
           05  WS-ST-CTR-ENTRY OCCURS 10.
               10  WS-ST-CTR-TYPE        PIC X(2).
               10  WS-ST-CTR-DESC        PIC X(30).
               10  WS-ST-CTR-THRESHOLD   PIC 9(5).
               10  WS-ST-CTR-ACTIVE-SW   PIC X(1).
               10  WS-ST-CTR-VALUE       PIC S9(7).
               10  WS-ST-CTR-RUN-TOTAL   PIC S9(7).
               10  WS-ST-CTR-MTD         PIC S9(7).
               10  WS-ST-CTR-YTD         PIC S9(9).
       01  WS-START-BRANCH-TABLE.
           05  WS-ST-BR-MAX              PIC 9(3).
           05  WS-ST-BR-COUNT            PIC 9(3).
           05  WS-ST-BR-ENTRY OCCURS 50.
               10  WS-ST-BR-CODE         PIC X(3).
               10  WS-ST-BR-CTR OCCURS 10.
                   15  WS-ST-BR-VALUE    PIC S9(7).
       01  WS-PROJ-CURRENT               PIC S9(7) VALUE 0.
       01  WS-PROJ-PROJECTED             PIC S9(7) VALUE 0.
       01  WS-PROJ-CHANGE                PIC S9(8) VALUE 0.

       01  WS-PROJ-HEADING-1.
           05  FILLER                    PIC X    VALUE "1".
           05  FILLER                    PIC X(30) VALUE
               "COUNTJOB SIMULATION PROJECTION".
           05  FILLER                    PIC X(10) VALUE
               "  RUN DATE".
           05  PH1-MM                    PIC 99.
           05  FILLER                    PIC X VALUE "/".
           05  PH1-DD                    PIC 99.
           05  FILLER                    PIC X VALUE "/".
           05  PH1-CCYY                  PIC 9999.

       01  WS-PROJ-TEXT-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  PJT-TEXT                  PIC X(100) VALUE SPACES.

       01  WS-PROJ-TOTAL-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  PJT-LABEL                 PIC X(32) VALUE SPACES.
           05  PJT-VALUE                 PIC -,---,--9 VALUE ZERO.

       01  WS-PROJ-COLUMN-HEADING.
           05  FILLER                    PIC X(41) VALUE
               " BR   TY  DESCRIPTION".
           05  FILLER                    PIC X(52) VALUE
               "   CURRENT   PROJECTED       CHANGE  ROLLS".

       01  WS-PROJ-COUNTER-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  PJ-BRANCH                 PIC X(3).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  PJ-TYPE                   PIC X(2).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  PJ-DESC                   PIC X(30).
           05  FILLER                    PIC X    VALUE SPACE.
           05  PJ-CURRENT                PIC --,---,--9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  PJ-PROJECTED              PIC --,---,--9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  PJ-CHANGE                 PIC ---,---,--9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  PJ-ROLLS                  PIC ZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  PJ-NOTE                   PIC X(10).

       01  WS-PROJ-RESTATE-HEADING.
           05  FILLER                    PIC X(41) VALUE
               " PERIOD    TRANS  TY  DESCRIPTION".
           05  FILLER                    PIC X(12) VALUE
               "      AMOUNT".

       01  WS-PROJ-RESTATE-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  RS-PERIOD-NUMBER          PIC 99.
           05  RS-SLASH                  PIC X.
           05  RS-PERIOD-YEAR            PIC 9999.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RS-TRAN-COUNT             PIC ZZ,ZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RS-TYPE                   PIC X(2).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RS-DESC                   PIC X(30).
           05  FILLER                    PIC X    VALUE SPACE.
           05  RS-AMOUNT                 PIC ---,---,--9.

      *    Counter id as it goes to the audit log and the rollover
      *    history - "TYPE nn", so the log reads the same however
      *    the counters are renamed internally.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1050-READ-RUN-PARAMETER
           PERFORM 1100-LOAD-COUNTER-DEFS
           PERFORM 1800-LOAD-PERIOD-BOUNDARIES
           PERFORM 1850-LOAD-CLOSED-PERIODS
           ELSE
               DISPLAY "COUNTJOB: NO PRIOR COUNTER FILE - START AT ZERO"
           END-IF
           MOVE WS-COUNTER-TABLE TO WS-START-COUNTER-TABLE
           MOVE WS-BRANCH-TABLE  TO WS-START-BRANCH-TABLE
           PERFORM 1700-LOAD-CHECKPOINT
           IF WS-RESTART-IN-PROGRESS
               MOVE WS-RESTART-KEY TO WS-SIM-RESUME-KEY
           END-IF.

      *    SIMULATE asks for a dry run; blank, LIVE or no parameter
      *    at all is the ordinary run.  Anything else is taken as a
      *    simulation and said so - posting is the one outcome a
      *    garbled parameter must not produce.
       1050-READ-RUN-PARAMETER.
           OPEN INPUT RUN-PARM-FILE
           IF WS-RUN-PARM-FILE-OK
               READ RUN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       EVALUATE PRM-RUN-MODE
                           WHEN SPACES
                           WHEN "LIVE"
                               CONTINUE
                           WHEN "SIMULATE"
                               SET WS-SIMULATION-RUN TO TRUE
                           WHEN OTHER
                               DISPLAY "COUNTJOB: RUN MODE "
                                       PRM-RUN-MODE
                                       " NOT RECOGNISED - SIMULATING"
                               SET WS-SIMULATION-RUN TO TRUE
                       END-EVALUATE
               END-READ
               CLOSE RUN-PARM-FILE
           END-IF
           MOVE 0 TO WS-ROLLOVER-TOTAL
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
               UNTIL WS-CTR-SUB > WS-CTR-MAX
               MOVE 0 TO WS-CTR-ROLLS (WS-CTR-SUB)
           END-PERFORM
           IF WS-SIMULATION-RUN
               DISPLAY "COUNTJOB: SIMULATION RUN - NOTHING WILL BE "
                       "POSTED"
               PERFORM 1060-START-PROJECTION-REPORT
           END-IF.

       1060-START-PROJECTION-REPORT.
           OPEN OUTPUT PROJECTION-FILE
           MOVE WS-CD-MM   TO PH1-MM
           MOVE WS-CD-DD   TO PH1-DD
           MOVE WS-CD-CCYY TO PH1-CCYY
           WRITE PROJECTION-RECORD FROM WS-PROJ-HEADING-1
           MOVE SPACES TO PROJECTION-RECORD
           WRITE PROJECTION-RECORD
           MOVE "SIMULATION ONLY - NOTHING POSTED.  COUNTFIL, AUDITLOG,"
               TO PJT-TEXT
           WRITE PROJECTION-RECORD FROM WS-PROJ-TEXT-LINE
           MOVE "SNAPHIST, HISTFILE, PERDHIST, PROCLOG, GLFEED, CTLBRK"
               TO PJT-TEXT
           WRITE PROJECTION-RECORD FROM WS-PROJ-TEXT-LINE
           MOVE "AND COUNTCKP ARE LEFT EXACTLY AS THEY WERE."
               TO PJT-TEXT
           WRITE PROJECTION-RECORD FROM WS-PROJ-TEXT-LINE
           MOVE SPACES TO PROJECTION-RECORD
           WRITE PROJECTION-RECORD
           MOVE "NOTICES A LIVE RUN WOULD RAISE ON CTLBRK" TO PJT-TEXT
           WRITE PROJECTION-RECORD FROM WS-PROJ-TEXT-LINE.

       1100-LOAD-COUNTER-DEFS.
           OPEN INPUT COUNTER-DEF-FILE
      *    breaks, not just the joblog.  CF-CONTROL-KEY names which
      *    record ("TOTALS" or a branch) lost the value.
       1390-WRITE-DROPPED-TYPE-NOTICE.
           MOVE "H"  TO WS-NOTICE-SEVERITY
           MOVE "OT" TO WS-NOTICE-CATEGORY
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING "TYPE "              DELIMITED BY SIZE
                  WS-LOOKUP-TYPE       DELIMITED BY SIZE
                  " ON RECORD "        DELIMITED BY SIZE
                  CF-CONTROL-KEY       DELIMITED BY SIZE
                  " NOT DEFINED - DROPPED" DELIMITED BY SIZE
               INTO WS-NOTICE-TEXT
           END-STRING
           PERFORM 2990-ISSUE-NOTICE.

      *    COUNTCKP is exactly the file an abend leaves behind,
      *    possibly half-written, so its counter count gets the
      *        than per transaction - an audit record is cut for
      *        every increment, so an open/close per record would
      *        mean a full file open/close cycle per input record.
               IF WS-LIVE-RUN
                   PERFORM 2050-OPEN-AUDIT-FILE
               END-IF
               PERFORM UNTIL WS-TRANS-EOF OR WS-FEED-ERROR
                   READ TRANS-FILE
                       AT END
                               TO WS-FEED-ERROR-TEXT
                           PERFORM 2900-WRITE-FEED-ERROR-NOTICE
                       WHEN WS-CYCLE-OPEN OR WS-CYCLE-SKIP
                           MOVE "SHORT FILE - NO TRAILER"
                               TO WS-CYCLE-ERROR-TEXT
                           PERFORM 2700-REJECT-CURRENT-CYCLE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               IF WS-LIVE-RUN
                   CLOSE AUDIT-FILE
               END-IF
               CLOSE TRANS-FILE
               IF NOT WS-FEED-ERROR
                   SET WS-TRANS-COMPLETED TO TRUE
       2400-START-CYCLE.
           EVALUATE TRUE
               WHEN WS-CYCLE-OPEN
                   MOVE "HEADER BEFORE PRIOR TRAILER"
                       TO WS-CYCLE-ERROR-TEXT
                   PERFORM 2700-REJECT-CURRENT-CYCLE
               WHEN WS-CYCLE-SKIP
           IF WS-CYCLE-DUPLICATE
               SET WS-CYCLE-SKIP TO TRUE
               ADD 1 TO WS-CYCLES-REJECTED
               MOVE "DUP FEED - ALREADY PROCESSED"
                   TO WS-CYCLE-ERROR-TEXT
               PERFORM 2950-WRITE-CYCLE-NOTICE
           ELSE

       2480-FLAG-STRAY-RECORD.
           IF WS-RECORD-COUNT = 1
               MOVE "NO HEADER RECORD ON TRANS FILE"
                   TO WS-FEED-ERROR-TEXT
           ELSE
               MOVE "RECORD OUTSIDE HEADER/TRAILER SET"
                   MOVE TT-HASH-TOTAL   TO WS-TRAILER-HASH
                   IF WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
                       OR WS-HASH-TOTAL NOT = WS-TRAILER-HASH
                       MOVE "TRAILER OUT OF BALANCE"
                           TO WS-CYCLE-ERROR-TEXT
                       PERFORM 2700-REJECT-CURRENT-CYCLE
                   ELSE
      *        to PROCLOG at the end, so the extras must not be
      *        applied either - refused loudly, like every other
      *        full table, rather than applied-but-replayable.
               MOVE "TABLE FULL - BACKED OUT"
                   TO WS-CYCLE-ERROR-TEXT
               SET WS-CYCLE-OPEN TO TRUE
               PERFORM 2700-REJECT-CURRENT-CYCLE
               MOVE WS-SAVE-PPA-TABLE     TO WS-PPA-TABLE
               MOVE WS-SAVE-APPLIED-COUNT TO WS-APPLIED-COUNT
               IF WS-CYCLE-ROLLED-OVER
                   MOVE "ROLLOVER IN BACKOUT-SEE HIST"
                       TO WS-CYCLE-ERROR-TEXT
                   PERFORM 2950-WRITE-CYCLE-NOTICE
               END-IF
           MOVE WS-BACKOUT-STEP       TO AU-AMOUNT
           MOVE WS-CTR-VALUE (WS-CTR-SUB) TO WS-AUDIT-RESULT-VALUE
           MOVE WS-AUDIT-RESULT-VALUE TO AU-RESULT-VALUE
           IF WS-LIVE-RUN
               WRITE AUDIT-RECORD
           END-IF.

       2050-OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           MOVE TRANS-KEY TO WS-RESTART-KEY
           ADD 1 TO WS-CKPT-TRANS-COUNT
           IF WS-CKPT-TRANS-COUNT >= WS-CKPT-INTERVAL
               IF WS-LIVE-RUN
                   PERFORM 1600-WRITE-CHECKPOINT
               END-IF
               MOVE 0 TO WS-CKPT-TRANS-COUNT
           END-IF.

           MOVE TRANS-KEY             TO AU-TRANS-KEY
           MOVE TRANS-AMOUNT          TO AU-AMOUNT
           MOVE WS-AUDIT-RESULT-VALUE TO AU-RESULT-VALUE
           IF WS-LIVE-RUN
               WRITE AUDIT-RECORD
           END-IF.

      *    Archive the counter addressed by WS-CTR-SUB and reset it
      *    to zero, exactly as the old per-counter rollover
      *    paragraphs did for WS-AREA-1/2/3.
       1500-ROLL-ONE-COUNTER.
           SET WS-CYCLE-ROLLED-OVER TO TRUE
           ADD 1 TO WS-CTR-ROLLS (WS-CTR-SUB)
           ADD 1 TO WS-ROLLOVER-TOTAL
           MOVE WS-CTR-TYPE (WS-CTR-SUB) TO WS-COUNTER-ID-TYPE
           MOVE WS-COUNTER-ID-TEXT       TO WS-HIST-COUNTER-ID
           MOVE WS-CTR-VALUE (WS-CTR-SUB)
                                         TO WS-HIST-COUNTER-VALUE
           IF WS-LIVE-RUN
               PERFORM 1580-WRITE-HIST-RECORD
           END-IF
           PERFORM 1590-WRITE-CONTROL-BREAK-NOTICE
           MOVE 0 TO WS-CTR-VALUE (WS-CTR-SUB).

           CLOSE HIST-FILE.

       1590-WRITE-CONTROL-BREAK-NOTICE.
           MOVE "L"  TO WS-NOTICE-SEVERITY
           MOVE "RO" TO WS-NOTICE-CATEGORY
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING "ROLLOVER "       DELIMITED BY SIZE
                  WS-HIST-COUNTER-ID   DELIMITED BY SIZE
                  " RESET FROM "    DELIMITED BY SIZE
                  WS-HIST-COUNTER-VALUE DELIMITED BY SIZE
               INTO WS-NOTICE-TEXT
           END-STRING
           PERFORM 2990-ISSUE-NOTICE.

      *    Cycle-level notice: names the cycle off its header and
      *    does NOT stop the run - the cycles around it stand.
       2950-WRITE-CYCLE-NOTICE.
           MOVE "H"  TO WS-NOTICE-SEVERITY
           MOVE "FE" TO WS-NOTICE-CATEGORY
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING "CYCLE "             DELIMITED BY SIZE
                  WS-FEED-FILE-ID      DELIMITED BY SPACE
                  " "                  DELIMITED BY SIZE
                  WS-FEED-CYCLE-NUMBER DELIMITED BY SIZE
                  " - "                DELIMITED BY SIZE
                  WS-CYCLE-ERROR-TEXT  DELIMITED BY SIZE
               INTO WS-NOTICE-TEXT
           END-STRING
           PERFORM 2990-ISSUE-NOTICE.

      *    File-level notice: structural damage that stops the
      *    run where it stands.
       2900-WRITE-FEED-ERROR-NOTICE.
           SET WS-FEED-ERROR TO TRUE
           MOVE "H"  TO WS-NOTICE-SEVERITY
           MOVE "FE" TO WS-NOTICE-CATEGORY
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING "FILE REJECTED - "   DELIMITED BY SIZE
                  WS-FEED-ERROR-TEXT   DELIMITED BY SIZE
               INTO WS-NOTICE-TEXT
           END-STRING
           PERFORM 2990-ISSUE-NOTICE.

      *    Every CTLBRK notice goes out through here, severity,
      *    category and text already set by the caller.  A live run
      *    numbers it and appends it to CTLBRK; a simulation lists
      *    it, unnumbered, on the projection report instead, where
      *    it says what the live run would have raised.
       2990-ISSUE-NOTICE.
           IF WS-SIMULATION-RUN
               ADD 1 TO WS-SIM-NOTICE-COUNT
               MOVE SPACES TO PJT-TEXT
               STRING WS-NOTICE-SEVERITY DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-NOTICE-CATEGORY DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-NOTICE-TEXT     DELIMITED BY SIZE
                   INTO PJT-TEXT
               END-STRING
               WRITE PROJECTION-RECORD FROM WS-PROJ-TEXT-LINE
               DISPLAY PJT-TEXT
           ELSE
               PERFORM 2995-TAKE-EXCEPTION-NUMBER
               OPEN EXTEND NOTICE-FILE
               IF NOT WS-NOTICE-FILE-STATUS = "00"
                   CLOSE NOTICE-FILE
                   OPEN OUTPUT NOTICE-FILE
               END-IF
               MOVE SPACES TO NOTICE-FILE-RECORD
               MOVE WS-EXCEPTION-NO    TO CB-EXCEPTION-NO
               MOVE "COUNTJOB"         TO CB-SOURCE-PROGRAM
               MOVE WS-NOTICE-SEVERITY TO CB-SEVERITY
               MOVE WS-NOTICE-CATEGORY TO CB-CATEGORY
               MOVE WS-CURRENT-DATE    TO CB-NOTICE-DATE
               MOVE WS-NOTICE-TEXT     TO CB-NOTICE-TEXT
               WRITE NOTICE-FILE-RECORD
               CLOSE NOTICE-FILE
               DISPLAY NOTICE-FILE-RECORD
           END-IF.

      *    Next number off EXCPCTL, written straight back so the
      *    next notice - from this run or any other program - takes
      *    the one after.  No control record starts the sequence.
       2995-TAKE-EXCEPTION-NUMBER.
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
           MOVE "COUNTJOB"        TO CX-LAST-ISSUED-BY
           MOVE WS-CURRENT-DATE   TO CX-LAST-ISSUED-DATE
           WRITE EXCEPTION-CONTROL-RECORD
           CLOSE EXCEPTION-CONTROL-FILE.

       3000-RECONCILE-CONTROL-TOTAL.
           OPEN INPUT CONTROL-TOTAL-FILE
                       TO WS-COMPUTED-TOTAL
               END-PERFORM
               IF WS-COMPUTED-TOTAL NOT = WS-CONTROL-TOTAL
                   SET WS-RECON-OUT-OF-BALANCE TO TRUE
                   PERFORM 3010-WRITE-OUT-OF-BALANCE-NOTICE
               ELSE
                   SET WS-RECON-BALANCED TO TRUE
               END-IF
           ELSE
               SET WS-RECON-NO-CONTROL TO TRUE
               DISPLAY "COUNTJOB: NO CONTROL TOTAL - SKIP RECON"
           END-IF.

       3010-WRITE-OUT-OF-BALANCE-NOTICE.
           MOVE "H"  TO WS-NOTICE-SEVERITY
           MOVE "OB" TO WS-NOTICE-CATEGORY
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING "CTLTOT - COMPUTED " DELIMITED BY SIZE
                  WS-COMPUTED-TOTAL    DELIMITED BY SIZE
                  " CONTROL "          DELIMITED BY SIZE
                  WS-CONTROL-TOTAL     DELIMITED BY SIZE
               INTO WS-NOTICE-TEXT
           END-STRING
           PERFORM 2990-ISSUE-NOTICE.

       9000-TERMINATE.
      *    A run that committed nothing leaves the persisted
      *    commit before the break are written out and logged to
      *    PROCLOG, so re-feeding the corrected file cannot count
      *    them twice.
      *    A simulation writes none of it - the projection report
      *    says what would have been written instead.
           EVALUATE TRUE
               WHEN WS-SIMULATION-RUN
                   PERFORM 9500-PRINT-PROJECTION
               WHEN WS-CYC-COUNT = 0 AND WS-FEED-ERROR
                   DISPLAY "COUNTJOB: FEED REJECTED - "
                           "COUNTERS NOT UPDATED"
           MOVE WS-TOTAL-READ-COUNT TO RL-RECORDS-READ
           MOVE WS-APPLIED-COUNT  TO RL-RECORDS-APPLIED
           EVALUATE TRUE
               WHEN WS-SIMULATION-RUN
                   MOVE "SM" TO RL-STATUS-CODE
               WHEN WS-FEED-ERROR AND WS-CYC-COUNT > 0
                   MOVE "PC" TO RL-STATUS-CODE
               WHEN WS-FEED-ERROR
           ELSE
               MOVE "N" TO RL-CKPT-OUTSTANDING
           END-IF
           PERFORM 9350-SET-RETURN-CODE
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.

      *    The step ends on a condition code carrying the run
      *    record's status, so the scheduler - and JOBGATE in
      *    front of a later step - can hold whatever follows a
      *    bad run: OK 0, NI 4, PC 8, FE 12.  A simulation ends 4
      *    like a no-input night - the step ran clean but posted
      *    nothing, and nothing that waits on a posting may go on.
       9350-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN RL-STATUS-OK
                   MOVE 0 TO RETURN-CODE
               WHEN RL-STATUS-NO-INPUT
               WHEN RL-STATUS-SIMULATION
                   MOVE 4 TO RETURN-CODE
               WHEN RL-STATUS-PARTIAL
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.

       9050-WRITE-TOTALS-RECORD.
           MOVE SPACES TO COUNTER-FILE-RECORD
           MOVE "TOTALS"     TO CF-CONTROL-KEY
           PERFORM 9470-WRITE-ADJUSTMENT-NOTICE.

       9470-WRITE-ADJUSTMENT-NOTICE.
           MOVE "M"  TO WS-NOTICE-SEVERITY
           MOVE "PP" TO WS-NOTICE-CATEGORY
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING "PERIOD "            DELIMITED BY SIZE
                  WS-PPA-PERIOD (WS-PPA-SUB) DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  WS-PPA-YEAR (WS-PPA-SUB) DELIMITED BY SIZE
                  " - "                DELIMITED BY SIZE
                  WS-PPA-TRAN-COUNT (WS-PPA-SUB) DELIMITED BY SIZE
                  " TRANS RESTATED ON PERDHIST"
                                       DELIMITED BY SIZE
               INTO WS-NOTICE-TEXT
           END-STRING
           PERFORM 2990-ISSUE-NOTICE.

      *    The simulation's answer.  Current is what COUNTFIL held
      *    when the run started; projected is what a live run would
      *    write back - or, when no cycle would commit, the same
      *    file left alone.
       9500-PRINT-PROJECTION.
           IF WS-SIM-NOTICE-COUNT = 0
               MOVE "NONE" TO PJT-TEXT
               WRITE PROJECTION-RECORD FROM WS-PROJ-TEXT-LINE
           END-IF
           MOVE SPACES TO PROJECTION-RECORD
           WRITE PROJECTION-RECORD
           IF WS-SIM-RESUME-KEY NOT = SPACES
               MOVE SPACES TO PJT-TEXT
               STRING "CHECKPOINT ON FILE - THE RUN RESUMES AFTER "
                                           DELIMITED BY SIZE
                      WS-SIM-RESUME-KEY    DELIMITED BY SIZE
                   INTO PJT-TEXT
               END-STRING
               WRITE PROJECTION-RECORD FROM WS-PROJ-TEXT-LINE
           END-IF
           IF WS-CYC-COUNT = 0
               MOVE "NO CYCLE WOULD COMMIT - COUNTFIL NOT REWRITTEN"
                   TO PJT-TEXT
               WRITE PROJECTION-RECORD FROM WS-PROJ-TEXT-LINE
               MOVE WS-START-COUNTER-TABLE TO WS-COUNTER-TABLE
               MOVE WS-START-BRANCH-TABLE  TO WS-BRANCH-TABLE
           END-IF
           MOVE "SHOP-WIDE COUNTERS" TO PJT-TEXT
           WRITE PROJECTION-RECORD FROM WS-PROJ-TEXT-LINE
           WRITE PROJECTION-RECORD FROM WS-PROJ-COLUMN-HEADING
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
               UNTIL WS-CTR-SUB > WS-CTR-COUNT
               PERFORM 9510-PRINT-COUNTER-PROJECTION
           END-PERFORM
           MOVE SPACES TO PROJECTION-RECORD
           WRITE PROJECTION-RECORD
           MOVE "BRANCH SUBTOTALS - COUNTERS WITH A VALUE EITHER SIDE"
               TO PJT-TEXT
           WRITE PROJECTION-RECORD FROM WS-PROJ-TEXT-LINE
           WRITE PROJECTION-RECORD FROM WS-PROJ-COLUMN-HEADING
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT
               PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > WS-CTR-COUNT
                   PERFORM 9520-PRINT-BRANCH-PROJECTION
               END-PERFORM
           END-PERFORM
           PERFORM 9530-PRINT-RESTATEMENTS
           PERFORM 9540-PRINT-CONTROL-TOTAL
           PERFORM 9550-PRINT-PROJECTION-TOTALS
           CLOSE PROJECTION-FILE.

       9510-PRINT-COUNTER-PROJECTION.
           MOVE SPACES TO WS-PROJ-COUNTER-LINE
           MOVE WS-CTR-TYPE (WS-CTR-SUB) TO PJ-TYPE
           MOVE WS-CTR-DESC (WS-CTR-SUB) TO PJ-DESC
           MOVE WS-ST-CTR-VALUE (WS-CTR-SUB) TO WS-PROJ-CURRENT
           MOVE WS-CTR-VALUE (WS-CTR-SUB)    TO WS-PROJ-PROJECTED
           COMPUTE WS-PROJ-CHANGE = WS-PROJ-PROJECTED - WS-PROJ-CURRENT
           MOVE WS-PROJ-CURRENT   TO PJ-CURRENT
           MOVE WS-PROJ-PROJECTED TO PJ-PROJECTED
           MOVE WS-PROJ-CHANGE    TO PJ-CHANGE
           MOVE WS-CTR-ROLLS (WS-CTR-SUB) TO PJ-ROLLS
           IF NOT WS-CTR-ACTIVE (WS-CTR-SUB)
               MOVE "INACTIVE" TO PJ-NOTE
           END-IF
           WRITE PROJECTION-RECORD FROM WS-PROJ-COUNTER-LINE.

      *    A branch first met in this run had nothing on COUNTFIL.
       9520-PRINT-BRANCH-PROJECTION.
           IF WS-BR-SUB > WS-ST-BR-COUNT
               MOVE 0 TO WS-PROJ-CURRENT
           ELSE
               MOVE WS-ST-BR-VALUE (WS-BR-SUB, WS-CTR-SUB)
                   TO WS-PROJ-CURRENT
           END-IF
           MOVE WS-BR-VALUE (WS-BR-SUB, WS-CTR-SUB)
               TO WS-PROJ-PROJECTED
           IF WS-PROJ-CURRENT NOT = 0
               OR WS-PROJ-PROJECTED NOT = 0
               MOVE SPACES TO WS-PROJ-COUNTER-LINE
               MOVE WS-BR-CODE (WS-BR-SUB)   TO PJ-BRANCH
               MOVE WS-CTR-TYPE (WS-CTR-SUB) TO PJ-TYPE
               MOVE WS-CTR-DESC (WS-CTR-SUB) TO PJ-DESC
               COMPUTE WS-PROJ-CHANGE =
                   WS-PROJ-PROJECTED - WS-PROJ-CURRENT
               MOVE WS-PROJ-CURRENT   TO PJ-CURRENT
               MOVE WS-PROJ-PROJECTED TO PJ-PROJECTED
               MOVE WS-PROJ-CHANGE    TO PJ-CHANGE
               WRITE PROJECTION-RECORD FROM WS-PROJ-COUNTER-LINE
           END-IF.

      *    The PERDHIST restatements 9400 would write, one line per
      *    counter the closed period's adjustment touched.
       9530-PRINT-RESTATEMENTS.
           MOVE SPACES TO PROJECTION-RECORD
           WRITE PROJECTION-RECORD
           MOVE "PRIOR-PERIOD RESTATEMENTS THAT WOULD BE WRITTEN"
               TO PJT-TEXT
           WRITE PROJECTION-RECORD FROM WS-PROJ-TEXT-LINE
           IF WS-PPA-COUNT = 0 OR WS-CYC-COUNT = 0
               MOVE "NONE" TO PJT-TEXT
               WRITE PROJECTION-RECORD FROM WS-PROJ-TEXT-LINE
           ELSE
               WRITE PROJECTION-RECORD FROM WS-PROJ-RESTATE-HEADING
               PERFORM VARYING WS-PPA-SUB FROM 1 BY 1
                   UNTIL WS-PPA-SUB > WS-PPA-COUNT
                   PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                       UNTIL WS-CTR-SUB > WS-CTR-COUNT
                       IF WS-PPA-AMOUNT (WS-PPA-SUB, WS-CTR-SUB)
                           NOT = 0
                           PERFORM 9535-PRINT-RESTATEMENT-LINE
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       9535-PRINT-RESTATEMENT-LINE.
           MOVE SPACES TO WS-PROJ-RESTATE-LINE
           MOVE WS-PPA-PERIOD (WS-PPA-SUB)     TO RS-PERIOD-NUMBER
           MOVE "/"                            TO RS-SLASH
           MOVE WS-PPA-YEAR (WS-PPA-SUB)       TO RS-PERIOD-YEAR
           MOVE WS-PPA-TRAN-COUNT (WS-PPA-SUB) TO RS-TRAN-COUNT
           MOVE WS-CTR-TYPE (WS-CTR-SUB)       TO RS-TYPE
           MOVE WS-CTR-DESC (WS-CTR-SUB)       TO RS-DESC
           MOVE WS-PPA-AMOUNT (WS-PPA-SUB, WS-CTR-SUB) TO RS-AMOUNT
           WRITE PROJECTION-RECORD FROM WS-PROJ-RESTATE-LINE.

       9540-PRINT-CONTROL-TOTAL.
           MOVE SPACES TO PROJECTION-RECORD
           WRITE PROJECTION-RECORD
           EVALUATE TRUE
               WHEN WS-RECON-BALANCED
                   MOVE "CTLTOT WOULD BALANCE" TO PJT-TEXT
               WHEN WS-RECON-OUT-OF-BALANCE
                   MOVE "CTLTOT WOULD NOT BALANCE" TO PJT-TEXT
               WHEN WS-RECON-NO-CONTROL
                   MOVE "CTLTOT NOT ON FILE - RECONCILIATION SKIPPED"
                       TO PJT-TEXT
               WHEN OTHER
                   MOVE "CTLTOT NOT CHECKED - NO CYCLE WOULD COMMIT"
                       TO PJT-TEXT
           END-EVALUATE
           WRITE PROJECTION-RECORD FROM WS-PROJ-TEXT-LINE
           IF WS-RECON-BALANCED OR WS-RECON-OUT-OF-BALANCE
               MOVE "COMPUTED TOTAL" TO PJT-LABEL
               MOVE WS-COMPUTED-TOTAL TO PJT-VALUE
               WRITE PROJECTION-RECORD FROM WS-PROJ-TOTAL-LINE
               MOVE "CONTROL TOTAL" TO PJT-LABEL
               MOVE WS-CONTROL-TOTAL TO PJT-VALUE
               WRITE PROJECTION-RECORD FROM WS-PROJ-TOTAL-LINE
           END-IF.

       9550-PRINT-PROJECTION-TOTALS.
           MOVE SPACES TO PROJECTION-RECORD
           WRITE PROJECTION-RECORD
           MOVE "CYCLES THAT WOULD COMMIT" TO PJT-LABEL
           MOVE WS-CYC-COUNT TO PJT-VALUE
           WRITE PROJECTION-RECORD FROM WS-PROJ-TOTAL-LINE
           MOVE "CYCLES THAT WOULD BE REJECTED" TO PJT-LABEL
           MOVE WS-CYCLES-REJECTED TO PJT-VALUE
           WRITE PROJECTION-RECORD FROM WS-PROJ-TOTAL-LINE
           MOVE "DETAIL RECORDS READ" TO PJT-LABEL
           MOVE WS-TOTAL-READ-COUNT TO PJT-VALUE
           WRITE PROJECTION-RECORD FROM WS-PROJ-TOTAL-LINE
           MOVE "TRANSACTIONS THAT WOULD APPLY" TO PJT-LABEL
           MOVE WS-APPLIED-COUNT TO PJT-VALUE
           WRITE PROJECTION-RECORD FROM WS-PROJ-TOTAL-LINE
           MOVE "ROLLOVERS THAT WOULD FIRE" TO PJT-LABEL
           MOVE WS-ROLLOVER-TOTAL TO PJT-VALUE
           WRITE PROJECTION-RECORD FROM WS-PROJ-TOTAL-LINE
           MOVE "PERIODS THAT WOULD BE RESTATED" TO PJT-LABEL
           IF WS-CYC-COUNT = 0
               MOVE 0 TO PJT-VALUE
           ELSE
               MOVE WS-PPA-COUNT TO PJT-VALUE
           END-IF
           WRITE PROJECTION-RECORD FROM WS-PROJ-TOTAL-LINE
           MOVE "NOTICES THAT WOULD BE RAISED" TO PJT-LABEL
           MOVE WS-SIM-NOTICE-COUNT TO PJT-VALUE
           WRITE PROJECTION-RECORD FROM WS-PROJ-TOTAL-LINE.
