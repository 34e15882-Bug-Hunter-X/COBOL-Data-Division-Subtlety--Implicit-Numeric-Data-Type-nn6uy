       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBGATE.
       AUTHOR. OPERATIONS-SUPPORT.
      *****************************************************************
      *  JOBGATE - Job-stream predecessor gate.
      *
      *  The scheduler only sees condition codes, and for years
      *  every step in the suite ended zero whatever had happened,
      *  so COUNTJOB would post after a TRANEDIT that threw the
      *  feed out and GLMATCH and EODBAL would prove figures a
      *  failed COUNTJOB never finished.  This step goes in front
      *  of any job in the stream and decides, off the RUNLOG
      *  run-control log, whether that job's predecessors have
      *  run today and ended well enough for it to go on.
      *
      *  The job being gated is named on the one-card GATEPRM
      *  parameter file, so one load module serves every gate in
      *  the stream.  What each job depends on comes off the
      *  GATEDEP dependency table, one record per job and
      *  predecessor listing the statuses the job will accept,
      *  e.g. "COUNTJOB needs TRANEDIT OK today" or "EODBAL needs
      *  COUNTJOB OK or NI today".  A missing or empty table falls
      *  back to the built-in dependencies the stream had when
      *  the gate went in, as RUNEXCP does with its run list.
      *
      *  A predecessor is satisfied when its latest RUNLOG record
      *  for today carries one of the accepted statuses and left
      *  no checkpoint outstanding - the latest, so a rerun that
      *  fixed a failure releases the stream.  No record today,
      *  or a status not accepted, holds it.
      *
      *  The step ends on a condition code the scheduler tests:
      *    0  every predecessor satisfied - run the job;
      *    4  the job has no dependencies on the table - run it,
      *       but the gate proved nothing;
      *    8  a predecessor missing or failed - hold the stream;
      *   12  no job named on GATEPRM - the gate cannot judge,
      *       so it holds as well.
      *  The GATERPT report names every predecessor checked and
      *  why it did or did not satisfy, so on-call knows why the
      *  stream stopped without reading the run log by hand.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Names the job this gate step stands in front of.
           SELECT PARM-FILE ASSIGN TO "GATEPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

      *    One record per job and predecessor.
           SELECT DEPENDENCY-FILE ASSIGN TO "GATEDEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPEND-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

           SELECT GATE-REPORT-FILE ASSIGN TO "GATERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  GP-JOB-NAME               PIC X(8).
           05  FILLER                    PIC X(72).

       FD  DEPENDENCY-FILE
           RECORDING MODE IS F.
      *    "job must see predecessor ended today with one of these
      *    statuses" - up to four RUNLOG status codes, blank-
      *    separated, e.g. "EODBAL   COUNTJOB OK NI".
       01  DEPENDENCY-RECORD.
           05  GD-JOB-NAME               PIC X(8).
           05  FILLER                    PIC X(1).
           05  GD-PREDECESSOR            PIC X(8).
           05  FILLER                    PIC X(1).
           05  GD-ACCEPT-ENTRY OCCURS 4.
               10  GD-ACCEPT-STATUS      PIC X(2).
               10  FILLER                PIC X(1).
           05  FILLER                    PIC X(50).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY "RUNLOG.cpy".

       FD  GATE-REPORT-FILE
           RECORDING MODE IS F.
       01  GATE-REPORT-RECORD            PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS           PIC XX VALUE SPACES.
           88  WS-PARM-FILE-OK           VALUE "00".
       01  WS-DEPEND-FILE-STATUS         PIC XX VALUE SPACES.
           88  WS-DEPEND-FILE-OK         VALUE "00".
       01  WS-DEPEND-EOF-SW              PIC X VALUE "N".
           88  WS-DEPEND-EOF             VALUE "Y".
       01  WS-RUNLOG-FILE-STATUS         PIC XX VALUE SPACES.
           88  WS-RUNLOG-FILE-OK         VALUE "00".
       01  WS-RUNLOG-EOF-SW              PIC X VALUE "N".
           88  WS-RUNLOG-EOF             VALUE "Y".
       01  WS-REPORT-FILE-STATUS         PIC XX VALUE SPACES.

       01  WS-GATED-JOB                  PIC X(8) VALUE SPACES.
       01  WS-TABLE-ENTRY-COUNT          PIC 9(3) VALUE 0.

      *    The gated job's predecessors off the table (or the
      *    built-in list), with what today's RUNLOG says of each.
      *    The log is append-only, so the last record met for a
      *    predecessor today is its latest run.
       01  WS-PREDECESSOR-TABLE.
           05  WS-PD-MAX                 PIC 9(2) VALUE 20.
           05  WS-PD-COUNT               PIC 9(2) VALUE 0.
           05  WS-PD-ENTRY OCCURS 20.
               10  WS-PD-PROGRAM         PIC X(8).
               10  WS-PD-ACCEPT-LIST.
                   15  WS-PD-ACCEPT-STATUS PIC X(2) OCCURS 4.
               10  WS-PD-SEEN-SW         PIC X(1).
                   88  WS-PD-SEEN        VALUE "Y".
               10  WS-PD-TIME            PIC 9(6).
               10  WS-PD-STATUS          PIC X(2).
               10  WS-PD-CKPT            PIC X(1).
       01  WS-PD-SUB                     PIC 9(2) VALUE 0.
       01  WS-ACC-SUB                    PIC 9(1) VALUE 0.
       01  WS-ACCEPTED-SW                PIC X VALUE "N".
           88  WS-STATUS-ACCEPTED        VALUE "Y".
       01  WS-HELD-COUNT                 PIC 9(2) VALUE 0.

       01  WS-GATE-RESULT                PIC 9(2) VALUE 0.
           88  WS-GATE-RELEASED          VALUE 0.
           88  WS-GATE-NO-RULES          VALUE 4.
           88  WS-GATE-HELD              VALUE 8.
           88  WS-GATE-NO-JOB            VALUE 12.

       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-RUN-DATE-R    REDEFINES WS-RUN-DATE.
           05  WS-RUN-CCYY               PIC 9(4).
           05  WS-RUN-MM                 PIC 9(2).
           05  WS-RUN-DD                 PIC 9(2).

       01  WS-HEADING-1.
           05  FILLER                    PIC X    VALUE "1".
           05  FILLER                    PIC X(30) VALUE
               "JOB-STREAM GATE REPORT".
           05  FILLER                    PIC X(10) VALUE
               "  RUN DATE".
           05  H1-MM                     PIC 99.
           05  FILLER                    PIC X VALUE "/".
           05  H1-DD                     PIC 99.
           05  FILLER                    PIC X VALUE "/".
           05  H1-CCYY                   PIC 9999.

       01  WS-HEADING-2.
           05  FILLER                    PIC X(12) VALUE
               " GATED JOB: ".
           05  H2-JOB                    PIC X(8).

       01  WS-COLUMN-HEADING.
           05  FILLER                    PIC X(34) VALUE
               " PREDECESSOR ACCEPTS      LAST RUN".
           05  FILLER                    PIC X(20) VALUE
               " TODAY  STATUS  ".
           05  FILLER                    PIC X(6) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  DL-PROGRAM                PIC X(8).
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  DL-ACCEPTS                PIC X(11).
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  DL-TIME                   PIC X(6).
           05  FILLER                    PIC X(8) VALUE SPACES.
           05  DL-STATUS                 PIC X(2).
           05  FILLER                    PIC X(10) VALUE SPACES.
           05  DL-RESULT                 PIC X(40).

       01  WS-MESSAGE-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  ML-TEXT                   PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF WS-GATED-JOB = SPACES
               SET WS-GATE-NO-JOB TO TRUE
               MOVE "NO JOB NAMED ON GATEPRM - STREAM HELD" TO ML-TEXT
               WRITE GATE-REPORT-RECORD FROM WS-MESSAGE-LINE
           ELSE
               PERFORM 1200-LOAD-DEPENDENCIES
               IF WS-PD-COUNT = 0
                   SET WS-GATE-NO-RULES TO TRUE
                   MOVE "NO DEPENDENCIES ON TABLE - NOTHING TO CHECK"
                       TO ML-TEXT
                   WRITE GATE-REPORT-RECORD FROM WS-MESSAGE-LINE
               ELSE
                   PERFORM 2000-SCAN-RUN-LOG
                   PERFORM 3000-JUDGE-PREDECESSORS
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT GATE-REPORT-FILE
           MOVE WS-RUN-MM   TO H1-MM
           MOVE WS-RUN-DD   TO H1-DD
           MOVE WS-RUN-CCYY TO H1-CCYY
           WRITE GATE-REPORT-RECORD FROM WS-HEADING-1
           PERFORM 1100-READ-GATE-PARM
           MOVE WS-GATED-JOB TO H2-JOB
           WRITE GATE-REPORT-RECORD FROM WS-HEADING-2
           MOVE SPACES TO GATE-REPORT-RECORD
           WRITE GATE-REPORT-RECORD.

       1100-READ-GATE-PARM.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-FILE-OK
               DISPLAY "JOBGATE: NO GATE PARAMETER FILE"
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY "JOBGATE: GATE PARAMETER FILE EMPTY"
                   NOT AT END
                       MOVE GP-JOB-NAME TO WS-GATED-JOB
               END-READ
               CLOSE PARM-FILE
           END-IF.

       1200-LOAD-DEPENDENCIES.
           OPEN INPUT DEPENDENCY-FILE
           IF NOT WS-DEPEND-FILE-OK
               DISPLAY "JOBGATE: NO DEPENDENCY TABLE - "
                       "BUILT-IN DEPENDENCIES USED"
               PERFORM 1290-DEFAULT-DEPENDENCIES
           ELSE
               PERFORM UNTIL WS-DEPEND-EOF
                   READ DEPENDENCY-FILE
                       AT END
                           SET WS-DEPEND-EOF TO TRUE
                       NOT AT END
                           PERFORM 1250-STORE-DEPENDENCY
                   END-READ
               END-PERFORM
               CLOSE DEPENDENCY-FILE
               IF WS-TABLE-ENTRY-COUNT = 0
                   DISPLAY "JOBGATE: DEPENDENCY TABLE EMPTY - "
                           "BUILT-IN DEPENDENCIES USED"
                   PERFORM 1290-DEFAULT-DEPENDENCIES
               END-IF
           END-IF.

      *    Only the gated job's own rules are kept; a rule with no
      *    accepted status could never be met and is dropped.
       1250-STORE-DEPENDENCY.
           IF GD-JOB-NAME NOT = SPACES
               ADD 1 TO WS-TABLE-ENTRY-COUNT
           END-IF
           EVALUATE TRUE
               WHEN GD-JOB-NAME NOT = WS-GATED-JOB
                   CONTINUE
               WHEN GD-PREDECESSOR = SPACES
                   DISPLAY "JOBGATE: NO PREDECESSOR FOR "
                           GD-JOB-NAME " - ENTRY DROPPED"
               WHEN GD-ACCEPT-STATUS (1) = SPACES
                   AND GD-ACCEPT-STATUS (2) = SPACES
                   AND GD-ACCEPT-STATUS (3) = SPACES
                   AND GD-ACCEPT-STATUS (4) = SPACES
                   DISPLAY "JOBGATE: NO ACCEPTED STATUS FOR "
                           GD-JOB-NAME " / " GD-PREDECESSOR
                           " - ENTRY DROPPED"
               WHEN WS-PD-COUNT >= WS-PD-MAX
                   DISPLAY "JOBGATE: DEPENDENCY TABLE FULL - "
                           GD-PREDECESSOR " DROPPED"
               WHEN OTHER
                   ADD 1 TO WS-PD-COUNT
                   MOVE GD-PREDECESSOR TO WS-PD-PROGRAM (WS-PD-COUNT)
                   PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
                       UNTIL WS-ACC-SUB > 4
                       MOVE GD-ACCEPT-STATUS (WS-ACC-SUB)
                           TO WS-PD-ACCEPT-STATUS
                              (WS-PD-COUNT, WS-ACC-SUB)
                   END-PERFORM
                   PERFORM 1280-CLEAR-RUN-FIELDS
           END-EVALUATE.

       1280-CLEAR-RUN-FIELDS.
           MOVE "N"    TO WS-PD-SEEN-SW (WS-PD-COUNT)
           MOVE 0      TO WS-PD-TIME (WS-PD-COUNT)
           MOVE SPACES TO WS-PD-STATUS (WS-PD-COUNT)
           MOVE "N"    TO WS-PD-CKPT (WS-PD-COUNT).

      *    The dependencies the stream ran on when the gate went
      *    in, so a JCL slip on the table loses nothing: the
      *    posting waits on a clean edit, and the GL match and the
      *    end-of-day proof wait on a posting that either ran
      *    clean or had nothing to post.
       1290-DEFAULT-DEPENDENCIES.
           EVALUATE WS-GATED-JOB
               WHEN "COUNTJOB"
                   ADD 1 TO WS-PD-COUNT
                   MOVE "TRANEDIT" TO WS-PD-PROGRAM (WS-PD-COUNT)
                   MOVE "OK"       TO WS-PD-ACCEPT-LIST (WS-PD-COUNT)
                   PERFORM 1280-CLEAR-RUN-FIELDS
               WHEN "GLMATCH"
               WHEN "EODBAL"
                   ADD 1 TO WS-PD-COUNT
                   MOVE "COUNTJOB" TO WS-PD-PROGRAM (WS-PD-COUNT)
                   MOVE "OKNI"     TO WS-PD-ACCEPT-LIST (WS-PD-COUNT)
                   PERFORM 1280-CLEAR-RUN-FIELDS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2000-SCAN-RUN-LOG.
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUNLOG-FILE-OK
               PERFORM UNTIL WS-RUNLOG-EOF
                   READ RUN-LOG-FILE
                       AT END
                           SET WS-RUNLOG-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-NOTE-RUN-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY "JOBGATE: NO RUN LOG - EVERY PREDECESSOR "
                       "IS MISSING"
           END-IF.

       2100-NOTE-RUN-RECORD.
           PERFORM VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > WS-PD-COUNT
               IF RL-PROGRAM-ID = WS-PD-PROGRAM (WS-PD-SUB)
                   AND RL-RUN-DATE IS NUMERIC
                   AND RL-RUN-DATE = WS-RUN-DATE
                   AND NOT RL-STATUS-SIMULATION
                   MOVE "Y" TO WS-PD-SEEN-SW (WS-PD-SUB)
                   MOVE RL-RUN-TIME    TO WS-PD-TIME (WS-PD-SUB)
                   MOVE RL-STATUS-CODE TO WS-PD-STATUS (WS-PD-SUB)
                   MOVE RL-CKPT-OUTSTANDING
                       TO WS-PD-CKPT (WS-PD-SUB)
               END-IF
           END-PERFORM.

       3000-JUDGE-PREDECESSORS.
           WRITE GATE-REPORT-RECORD FROM WS-COLUMN-HEADING
           PERFORM VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > WS-PD-COUNT
               PERFORM 3100-JUDGE-ONE-PREDECESSOR
           END-PERFORM
           MOVE SPACES TO GATE-REPORT-RECORD
           WRITE GATE-REPORT-RECORD
           IF WS-HELD-COUNT = 0
               SET WS-GATE-RELEASED TO TRUE
               MOVE "ALL PREDECESSORS SATISFIED - STREAM RELEASED"
                   TO ML-TEXT
           ELSE
               SET WS-GATE-HELD TO TRUE
               MOVE SPACES TO ML-TEXT
               STRING "*** STREAM HELD - "     DELIMITED BY SIZE
                      WS-HELD-COUNT            DELIMITED BY SIZE
                      " PREDECESSOR(S) NOT SATISFIED"
                                               DELIMITED BY SIZE
                   INTO ML-TEXT
               END-STRING
           END-IF
           WRITE GATE-REPORT-RECORD FROM WS-MESSAGE-LINE.

       3100-JUDGE-ONE-PREDECESSOR.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-PD-PROGRAM (WS-PD-SUB) TO DL-PROGRAM
           MOVE SPACES TO DL-ACCEPTS
           STRING WS-PD-ACCEPT-STATUS (WS-PD-SUB, 1) " "
                  WS-PD-ACCEPT-STATUS (WS-PD-SUB, 2) " "
                  WS-PD-ACCEPT-STATUS (WS-PD-SUB, 3) " "
                  WS-PD-ACCEPT-STATUS (WS-PD-SUB, 4)
                  DELIMITED BY SIZE
               INTO DL-ACCEPTS
           END-STRING
           MOVE "N" TO WS-ACCEPTED-SW
           IF WS-PD-SEEN (WS-PD-SUB)
               MOVE WS-PD-TIME (WS-PD-SUB)   TO DL-TIME
               MOVE WS-PD-STATUS (WS-PD-SUB) TO DL-STATUS
               PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
                   UNTIL WS-ACC-SUB > 4
                   IF WS-PD-ACCEPT-STATUS (WS-PD-SUB, WS-ACC-SUB)
                       NOT = SPACES
                       AND WS-PD-ACCEPT-STATUS (WS-PD-SUB, WS-ACC-SUB)
                           = WS-PD-STATUS (WS-PD-SUB)
                       MOVE "Y" TO WS-ACCEPTED-SW
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-PD-SEEN (WS-PD-SUB)
                   MOVE "*** MISSING - NO RUN ON RECORD TODAY"
                       TO DL-RESULT
                   ADD 1 TO WS-HELD-COUNT
               WHEN WS-PD-CKPT (WS-PD-SUB) = "Y"
                   MOVE "*** FAILED - CHECKPOINT OUTSTANDING"
                       TO DL-RESULT
                   ADD 1 TO WS-HELD-COUNT
               WHEN NOT WS-STATUS-ACCEPTED
                   MOVE "*** FAILED - STATUS NOT ACCEPTED"
                       TO DL-RESULT
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   MOVE "SATISFIED" TO DL-RESULT
           END-EVALUATE
           WRITE GATE-REPORT-RECORD FROM WS-DETAIL-LINE
           IF DL-RESULT NOT = "SATISFIED"
               DISPLAY "JOBGATE: " WS-GATED-JOB " - "
                       WS-PD-PROGRAM (WS-PD-SUB) " " DL-RESULT
           END-IF.

       9000-TERMINATE.
           CLOSE GATE-REPORT-FILE
           MOVE WS-GATE-RESULT TO RETURN-CODE
           DISPLAY "JOBGATE: " WS-GATED-JOB " GATE RETURN CODE "
                   WS-GATE-RESULT.
