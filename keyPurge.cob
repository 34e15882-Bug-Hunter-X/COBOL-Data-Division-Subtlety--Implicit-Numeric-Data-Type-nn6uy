       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYPURGE.
       AUTHOR. OPERATIONS-SUPPORT.
      *****************************************************************
      *  KEYPURGE - Transaction-key registry retention purge.
      *
      *  TRANEDIT appends an event to KEYREG for every key it
      *  accepts and every reversal it matches (see KEYREG.cpy),
      *  and holds the whole registry in storage while it edits -
      *  left alone, the registry would outgrow that table and slow
      *  every edit run.  The registry only has to remember as far
      *  back as a resend or a reversal can plausibly arrive, so
      *  this job, scheduled ahead of TRANEDIT:
      *    - reads the retention window (in days) off the KEYRPRM
      *      parameter file - a missing, non-numeric or zero
      *      parameter stops the run, leaving the registry whole,
      *      since guessing at the window would either forget keys
      *      too soon or never forget them;
      *    - copies every registry event inside the window to
      *      KEYRNEW, which the JCL swaps over KEYREG, and drops
      *      the events older than it.  Once a key's events have
      *      all gone, a resend of that key is no longer caught -
      *      that is what the window means.
      *
      *  An event whose date will not read is kept, not dropped:
      *  it stays where somebody will trip over it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "KEYRPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT KEY-REGISTRY-FILE ASSIGN TO "KEYREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYREG-FILE-STATUS.

      *    The registry after the purge; the JCL swaps it over
      *    KEYREG once this job ends clean.
           SELECT RETAINED-FILE ASSIGN TO "KEYRNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETAINED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
      *    One record: the retention window in days, character so
      *    it can be inspected before anything arithmetic touches
      *    it.
       01  PARM-RECORD.
           05  PRM-RETENTION-DAYS        PIC X(3).
           05  FILLER                    PIC X(77).

       FD  KEY-REGISTRY-FILE
           RECORDING MODE IS F.
       COPY "KEYREG.cpy".

       FD  RETAINED-FILE
           RECORDING MODE IS F.
       01  RETAINED-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS           PIC XX VALUE SPACES.
           88  WS-PARM-FILE-OK           VALUE "00".
       01  WS-KEYREG-FILE-STATUS         PIC XX VALUE SPACES.
           88  WS-KEYREG-FILE-OK         VALUE "00".
       01  WS-KEYREG-EOF-SW              PIC X VALUE "N".
           88  WS-KEYREG-EOF             VALUE "Y".
       01  WS-RETAINED-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-PARM-ERROR-SW              PIC X VALUE "N".
           88  WS-PARM-ERROR             VALUE "Y".

       01  WS-RETENTION-DAYS             PIC 9(3) VALUE 0.
       01  WS-DAY-STEP                   PIC 9(3) VALUE 0.
       01  WS-CUTOFF-DATE                PIC 9(8) VALUE 0.

       01  WS-READ-COUNT                 PIC 9(7) VALUE 0.
       01  WS-PURGED-COUNT               PIC 9(7) VALUE 0.
       01  WS-RETAINED-COUNT             PIC 9(7) VALUE 0.
       01  WS-UNREADABLE-COUNT           PIC 9(7) VALUE 0.

       01  WS-RUN-DATE                   PIC 9(8).

       01  WS-PREV-DATE                  PIC 9(8).
       01  WS-PREV-DATE-R   REDEFINES WS-PREV-DATE.
           05  WS-PV-CCYY                PIC 9(4).
           05  WS-PV-MM                  PIC 9(2).
           05  WS-PV-DD                  PIC 9(2).
       01  WS-LEAP-REM                   PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF NOT WS-PARM-ERROR
               PERFORM 2000-PURGE-REGISTRY
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-PARAMETER
           IF NOT WS-PARM-ERROR
               PERFORM 1200-COMPUTE-CUTOFF-DATE
               DISPLAY "KEYPURGE: RETENTION " WS-RETENTION-DAYS
                       " DAYS - PURGING BEFORE " WS-CUTOFF-DATE
           END-IF.

       1100-READ-PARAMETER.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-FILE-OK
               DISPLAY "KEYPURGE: NO PARAMETER FILE - RUN STOPPED"
               SET WS-PARM-ERROR TO TRUE
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY "KEYPURGE: EMPTY PARAMETER FILE - "
                               "RUN STOPPED"
                       SET WS-PARM-ERROR TO TRUE
                   NOT AT END
                       IF PRM-RETENTION-DAYS IS NUMERIC
                           MOVE PRM-RETENTION-DAYS
                               TO WS-RETENTION-DAYS
                           IF WS-RETENTION-DAYS = 0
                               DISPLAY "KEYPURGE: ZERO RETENTION NOT "
                                       "ACCEPTED - RUN STOPPED"
                               SET WS-PARM-ERROR TO TRUE
                           END-IF
                       ELSE
                           DISPLAY "KEYPURGE: RETENTION PARAMETER "
                                   "NOT NUMERIC - RUN STOPPED"
                           SET WS-PARM-ERROR TO TRUE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       1200-COMPUTE-CUTOFF-DATE.
           MOVE WS-RUN-DATE TO WS-PREV-DATE
           PERFORM VARYING WS-DAY-STEP FROM 1 BY 1
               UNTIL WS-DAY-STEP > WS-RETENTION-DAYS
               PERFORM 8100-COMPUTE-PREVIOUS-DATE
           END-PERFORM
           MOVE WS-PREV-DATE TO WS-CUTOFF-DATE.

      *    No registry yet is not an error - TRANEDIT starts one on
      *    its first run - but KEYRNEW is still written, empty, so
      *    the JCL swap behind this step always has a file to move.
       2000-PURGE-REGISTRY.
           OPEN OUTPUT RETAINED-FILE
           OPEN INPUT KEY-REGISTRY-FILE
           IF NOT WS-KEYREG-FILE-OK
               DISPLAY "KEYPURGE: NO KEY REGISTRY TO PURGE"
           ELSE
               PERFORM UNTIL WS-KEYREG-EOF
                   READ KEY-REGISTRY-FILE
                       AT END
                           SET WS-KEYREG-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 2100-ROUTE-ONE-EVENT
                   END-READ
               END-PERFORM
               CLOSE KEY-REGISTRY-FILE
           END-IF
           CLOSE RETAINED-FILE.

       2100-ROUTE-ONE-EVENT.
           IF KR-EVENT-DATE IS NOT NUMERIC
               ADD 1 TO WS-UNREADABLE-COUNT
               ADD 1 TO WS-RETAINED-COUNT
               WRITE RETAINED-RECORD FROM KEY-REGISTRY-RECORD
           ELSE
               IF KR-EVENT-DATE < WS-CUTOFF-DATE
                   ADD 1 TO WS-PURGED-COUNT
               ELSE
                   ADD 1 TO WS-RETAINED-COUNT
                   WRITE RETAINED-RECORD FROM KEY-REGISTRY-RECORD
               END-IF
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
           IF WS-UNREADABLE-COUNT > 0
               DISPLAY "KEYPURGE: " WS-UNREADABLE-COUNT
                       " EVENTS WITH UNREADABLE DATES KEPT ON "
                       "REGISTRY"
           END-IF
           DISPLAY "KEYPURGE: READ " WS-READ-COUNT
                   " PURGED " WS-PURGED-COUNT
                   " RETAINED " WS-RETAINED-COUNT.
