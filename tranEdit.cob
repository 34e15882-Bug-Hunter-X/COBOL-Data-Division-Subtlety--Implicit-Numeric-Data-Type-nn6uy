      *  TRANFILE is written either, so COUNTJOB reports a quiet
      *  no-input night and keeps any restart checkpoint intact.
      *
      *  Every record that passes those edits is then checked
      *  against KEYREG, the rolling registry of TRANS-KEYs already
      *  accepted (see KEYREG.cpy).  The PROCLOG check in COUNTJOB
      *  stops a whole extract being fed twice, but nothing stopped
      *  the source system sending one transaction again inside a
      *  later extract, or a reversal - negative amount, carrying
      *  the key of the transaction it reverses - for an original
      *  that was never counted.  Now:
      *    - a positive record whose key is already registered
      *      rejects as a duplicate (reason 06), and so does a
      *      second reversal of a key already reversed;
      *    - a reversal whose key has no original on the registry
      *      rejects as an orphan (reason 07).  Adjustments off
      *      ADJMAINT's ADJUST cycle are exempt: a negative
      *      adjustment is a correction in its own right, two
      *      operators have already signed for it, and it carries
      *      its own key - it is registered as an original;
      *    - a key registered by the very extract now being edited
      *      (same header identity) is a rerun of that extract, not
      *      a resend, and passes - once;
      *    - accepted keys and matched reversals are appended to
      *      the registry only after the source file has passed its
      *      own controls, so a file COUNTJOB will void registers
      *      nothing and can be resent whole.
      *  No registry file means an empty registry: everything is
      *  registered from this run on.  KEYPURGE trims the registry
      *  to the retention window set on its parameter file.
      *
      *  A branch closed or folded into another (see BRMERGE.cpy)
      *  no longer rejects as an unknown branch: from the merge's
      *  effective date on, its code is remapped to the surviving
      *  branch - following a chain to its end - before the branch
      *  check, and the record goes to TRANFILE under the
      *  survivor's code.  A record that still rejects keeps the
      *  code the source system sent on its TRANREJ image.
      *
      *  Before this program existed, a record with an unknown type
      *  silently fell through COUNTJOB's WHEN OTHER, and a
      *  non-numeric amount took the whole job down mid-file.
      *
      *  The CTLBRK notice for a rejected source file goes out in
      *  the structured layout EXCTRAK tracks (see CTLBRK.cpy):
      *  numbered off the shared EXCPCTL control record, severity
      *  H, category FE (feed error).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-FILE-STATUS.

      *    Transaction-key registry (see KEYREG.cpy) - read whole
      *    at the start, accepted keys appended at the end.
           SELECT KEY-REGISTRY-FILE ASSIGN TO "KEYREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYREG-FILE-STATUS.

      *    Branch-merge register (see BRMERGE.cpy), maintained by
      *    BRMERGE - closed codes and where they went.
           SELECT MERGE-REGISTER-FILE ASSIGN TO "BRMERGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO "TRANREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.

           SELECT EXCEPTION-CONTROL-FILE ASSIGN TO "EXCPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RAW-TRANS-FILE
               10  RAW-TRL-HASH-SIGN     PIC X(1).
           05  FILLER                    PIC X(62).

      *    The header's extract identity - file ID, create date and
      *    cycle number, still as one character field - which the
      *    key registry records against every key it registers.
       01  RAW-HEADER-RECORD.
           05  FILLER                    PIC X(3).
           05  RAW-HDR-CYCLE-ID.
               10  RAW-HDR-FILE-ID       PIC X(8).
               10  FILLER                PIC X(12).
           05  FILLER                    PIC X(57).

       FD  COUNTER-DEF-FILE
           RECORDING MODE IS F.
       COPY "CTRDEF.cpy".
           RECORDING MODE IS F.
       COPY "TRANREC.cpy".

       FD  KEY-REGISTRY-FILE
           RECORDING MODE IS F.
       COPY "KEYREG.cpy".

       FD  MERGE-REGISTER-FILE
           RECORDING MODE IS F.
       COPY "BRMERGE.cpy".

       FD  REJECT-FILE
           RECORDING MODE IS F.
       COPY "TRANREJ.cpy".

       FD  NOTICE-FILE
           RECORDING MODE IS F.
       COPY "CTLBRK.cpy".

       FD  EXCEPTION-CONTROL-FILE
           RECORDING MODE IS F.
       COPY "EXCPCTL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RAW-FILE-STATUS            PIC XX VALUE SPACES.
       01  WS-REJECT-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-NOTICE-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-EXCPCTL-FILE-STATUS        PIC XX VALUE SPACES.
           88  WS-EXCPCTL-FILE-OK        VALUE "00".
       01  WS-EXCPCTL-IMAGE              PIC X(80) VALUE SPACES.
       01  WS-EXCEPTION-NO               PIC 9(7) VALUE 0.
       01  WS-RUNLOG-FILE-STATUS         PIC XX VALUE SPACES.

      *    Set when the source file fails its own controls; the
           88  WS-BUSCAL-FILE-OK         VALUE "00".
       01  WS-BUSCAL-EOF-SW              PIC X VALUE "N".
           88  WS-BUSCAL-EOF             VALUE "Y".
       01  WS-KEYREG-FILE-STATUS         PIC XX VALUE SPACES.
           88  WS-KEYREG-FILE-OK         VALUE "00".
       01  WS-KEYREG-EOF-SW              PIC X VALUE "N".
           88  WS-KEYREG-EOF             VALUE "Y".
       01  WS-REGISTER-FILE-STATUS       PIC XX VALUE SPACES.
           88  WS-REGISTER-FILE-OK       VALUE "00".
       01  WS-REGISTER-EOF-SW            PIC X VALUE "N".
           88  WS-REGISTER-EOF           VALUE "Y".

      *    Accepted transaction types, loaded from the active CTRDEF
      *    records (or the built-in 01/02/03 fallback when CTRDEF is
       01  WS-BRANCH-FOUND-SW            PIC X VALUE "N".
           88  WS-BRANCH-FOUND           VALUE "Y".

      *    Branch merges off the BRMERGE register.  No register
      *    means no merges - every code is taken as sent.
       01  WS-MERGE-TABLE.
           05  WS-MG-MAX                 PIC 9(3) VALUE 100.
           05  WS-MG-COUNT               PIC 9(3) VALUE 0.
           05  WS-MG-ENTRY OCCURS 100.
               10  WS-MG-OLD             PIC X(3).
               10  WS-MG-NEW             PIC X(3).
               10  WS-MG-EFF-DATE        PIC 9(8).
       01  WS-MG-SUB                     PIC 9(3) VALUE 0.
       01  WS-MG-HOPS                    PIC 9(3) VALUE 0.
       01  WS-MG-FOUND-SW                PIC X VALUE "N".
           88  WS-MG-FOUND               VALUE "Y".
      *    The branch code the record is edited and written under -
      *    the code as sent, or the survivor it was remapped to.
       01  WS-EDIT-BRANCH-CODE           PIC X(3) VALUE SPACES.

      *    Business days off BUSCAL - an effective date must be
      *    one of them.  No calendar on the run means no calendar
      *    check (the numeric check still applies): rejecting the
       01  WS-CAL-FOUND-SW               PIC X VALUE "N".
           88  WS-CAL-FOUND              VALUE "Y".

      *    The key registry, one entry per key however many events
      *    it has on file.  The run switches say what THIS run did
      *    to the entry: "N" new - an event to append at the end;
      *    "R" rerun - matched under the current extract's own
      *    identity, so nothing to append, and a second match in
      *    the same run is a true duplicate.
       01  WS-KEY-TABLE.
           05  WS-KR-MAX                 PIC 9(5) VALUE 20000.
           05  WS-KR-COUNT               PIC 9(5) VALUE 0.
           05  WS-KR-ENTRY OCCURS 20000.
               10  WS-KR-KEY             PIC X(10).
               10  WS-KR-ACCEPTED-SW     PIC X(1).
                   88  WS-KR-ACCEPTED    VALUE "Y".
               10  WS-KR-ACCEPT-CYCLE    PIC X(20).
               10  WS-KR-REVERSED-SW     PIC X(1).
                   88  WS-KR-REVERSED    VALUE "Y".
               10  WS-KR-REVERSAL-CYCLE  PIC X(20).
               10  WS-KR-RUN-ACCEPT      PIC X(1).
               10  WS-KR-RUN-REVERSAL    PIC X(1).
       01  WS-KR-SUB                     PIC 9(5) VALUE 0.
       01  WS-KR-FOUND-SW                PIC X VALUE "N".
           88  WS-KR-FOUND               VALUE "Y".
       01  WS-LOOKUP-KEY                 PIC X(10) VALUE SPACES.

      *    Identity of the extract being edited, off its header,
      *    and whether it is an ADJMAINT adjustment cycle.
       01  WS-CURRENT-CYCLE-ID           PIC X(20) VALUE SPACES.
       01  WS-ADJUST-CYCLE-SW            PIC X VALUE "N".
           88  WS-ADJUST-CYCLE           VALUE "Y".

      *    Reject reason codes, carried on the front of every
      *    TRANREJ record and totalled on the edit report.
       01  WS-REJECT-REASON              PIC X(2) VALUE SPACES.
           88  WS-REASON-BLANK-KEY       VALUE "03".
           88  WS-REASON-BAD-BRANCH      VALUE "04".
           88  WS-REASON-BAD-EFF-DATE    VALUE "05".
           88  WS-REASON-DUPLICATE-KEY   VALUE "06".
           88  WS-REASON-ORPHAN-REVERSAL VALUE "07".

       01  WS-HEADER-SEEN-SW             PIC X VALUE "N".
           88  WS-HEADER-SEEN            VALUE "Y".
       01  WS-BLANK-KEY-COUNT            PIC 9(7) VALUE 0.
       01  WS-BAD-BRANCH-COUNT           PIC 9(7) VALUE 0.
       01  WS-BAD-EFF-DATE-COUNT         PIC 9(7) VALUE 0.
       01  WS-DUPLICATE-KEY-COUNT        PIC 9(7) VALUE 0.
       01  WS-ORPHAN-REVERSAL-COUNT      PIC 9(7) VALUE 0.
       01  WS-KEYS-ON-FILE-COUNT         PIC 9(7) VALUE 0.
       01  WS-KEYS-REGISTERED-COUNT      PIC 9(7) VALUE 0.
       01  WS-REVERSALS-MATCHED-COUNT    PIC 9(7) VALUE 0.
       01  WS-REMAPPED-COUNT             PIC 9(7) VALUE 0.

       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-RUN-DATE-R    REDEFINES WS-RUN-DATE.
           PERFORM 1100-LOAD-TYPE-TABLE
           PERFORM 1200-LOAD-BRANCH-TABLE
           PERFORM 1300-LOAD-CALENDAR-TABLE
           PERFORM 1400-LOAD-KEY-REGISTRY
           PERFORM 1500-LOAD-MERGE-REGISTER
      *    No raw file means no edited file either - COUNTJOB's
      *    missing-TRANS-FILE path then reports a no-input night
      *    and leaves any restart checkpoint alone, instead of

      *    Inactive branches are NOT loaded - a closed office
      *    belongs on the reject file with reason 04, the same as
      *    a code never defined, unless it is on the merge register
      *    and remaps to a survivor first.
       1200-LOAD-BRANCH-TABLE.
           OPEN INPUT BRANCH-MASTER-FILE
           IF NOT WS-BRNCHMF-FILE-OK
               END-IF
           END-IF.

      *    Events are folded into one entry per key.  A reversal
      *    event whose original has already been purged still marks
      *    the key reversed, so a late resend of either half is
      *    still caught while the reversal is inside the window.
       1400-LOAD-KEY-REGISTRY.
           OPEN INPUT KEY-REGISTRY-FILE
           IF NOT WS-KEYREG-FILE-OK
               DISPLAY "TRANEDIT: NO KEY REGISTRY - STARTING EMPTY"
           ELSE
               PERFORM UNTIL WS-KEYREG-EOF
                   READ KEY-REGISTRY-FILE
                       AT END
                           SET WS-KEYREG-EOF TO TRUE
                       NOT AT END
                           PERFORM 1450-STORE-KEY-EVENT
                   END-READ
               END-PERFORM
               CLOSE KEY-REGISTRY-FILE
           END-IF
           MOVE WS-KR-COUNT TO WS-KEYS-ON-FILE-COUNT.

       1450-STORE-KEY-EVENT.
           MOVE KR-TRANS-KEY TO WS-LOOKUP-KEY
           PERFORM 2680-FIND-KEY-ENTRY
           IF NOT WS-KR-FOUND
               PERFORM 2690-ADD-KEY-ENTRY
           END-IF
           IF WS-KR-FOUND
               IF KR-EVENT-REVERSAL
                   MOVE "Y" TO WS-KR-REVERSED-SW (WS-KR-SUB)
                   MOVE KR-CYCLE-ID
                       TO WS-KR-REVERSAL-CYCLE (WS-KR-SUB)
               ELSE
                   MOVE "Y" TO WS-KR-ACCEPTED-SW (WS-KR-SUB)
                   MOVE KR-CYCLE-ID
                       TO WS-KR-ACCEPT-CYCLE (WS-KR-SUB)
               END-IF
           END-IF.

      *    Every merge goes in whatever its status - the remap
      *    starts on the effective date, whether or not BRMERGE has
      *    moved the closed branch's figures yet.
       1500-LOAD-MERGE-REGISTER.
           OPEN INPUT MERGE-REGISTER-FILE
           IF WS-REGISTER-FILE-OK
               PERFORM UNTIL WS-REGISTER-EOF
                   READ MERGE-REGISTER-FILE
                       AT END
                           SET WS-REGISTER-EOF TO TRUE
                       NOT AT END
                           PERFORM 1550-STORE-MERGE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE MERGE-REGISTER-FILE
           END-IF.

       1550-STORE-MERGE-ENTRY.
           IF MG-EFF-DATE IS NUMERIC
               IF WS-MG-COUNT >= WS-MG-MAX
                   DISPLAY "TRANEDIT: MERGE TABLE FULL - BRANCH "
                           MG-OLD-BRANCH " NOT REMAPPED"
               ELSE
                   ADD 1 TO WS-MG-COUNT
                   MOVE WS-MG-COUNT TO WS-MG-SUB
                   MOVE MG-OLD-BRANCH TO WS-MG-OLD (WS-MG-SUB)
                   MOVE MG-NEW-BRANCH TO WS-MG-NEW (WS-MG-SUB)
                   MOVE MG-EFF-DATE   TO WS-MG-EFF-DATE (WS-MG-SUB)
               END-IF
           END-IF.

       2000-EDIT-TRANSACTIONS.
           PERFORM UNTIL WS-RAW-EOF
               READ RAW-TRANS-FILE
           END-EVALUATE.

       2950-WRITE-SOURCE-ERROR-NOTICE.
           PERFORM 2960-TAKE-EXCEPTION-NUMBER
           OPEN EXTEND NOTICE-FILE
           IF NOT WS-NOTICE-FILE-STATUS = "00"
               CLOSE NOTICE-FILE
               OPEN OUTPUT NOTICE-FILE
           END-IF
           MOVE SPACES TO NOTICE-FILE-RECORD
           MOVE WS-EXCEPTION-NO TO CB-EXCEPTION-NO
           MOVE "TRANEDIT"      TO CB-SOURCE-PROGRAM
           MOVE "H"             TO CB-SEVERITY
           MOVE "FE"            TO CB-CATEGORY
           MOVE WS-RUN-DATE     TO CB-NOTICE-DATE
           STRING "SOURCE REJECTED - "   DELIMITED BY SIZE
                  WS-SOURCE-ERROR-TEXT   DELIMITED BY SIZE
               INTO CB-NOTICE-TEXT
           END-STRING
           WRITE NOTICE-FILE-RECORD
           CLOSE NOTICE-FILE
           DISPLAY NOTICE-FILE-RECORD.

      *    Next number off EXCPCTL, written straight back so the
      *    next notice - from this run or any other program - takes
      *    the one after.  No control record starts the sequence.
       2960-TAKE-EXCEPTION-NUMBER.
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
           MOVE "TRANEDIT"        TO CX-LAST-ISSUED-BY
           MOVE WS-RUN-DATE       TO CX-LAST-ISSUED-DATE
           WRITE EXCEPTION-CONTROL-RECORD
           CLOSE EXCEPTION-CONTROL-FILE.

      *    The source header passes through untouched so COUNTJOB
      *    can identify the extract; the source trailer is captured
      *    for balancing and replaced on the way out, since the
           EVALUATE TRUE
               WHEN RAW-RECORD-ID = "HDR" AND NOT WS-HEADER-SEEN
                   SET WS-HEADER-SEEN TO TRUE
                   MOVE RAW-HDR-CYCLE-ID TO WS-CURRENT-CYCLE-ID
                   IF RAW-HDR-FILE-ID = "ADJUST  "
                       SET WS-ADJUST-CYCLE TO TRUE
                   END-IF
                   MOVE RAW-TRANS-RECORD TO TRANS-HEADER-RECORD
                   WRITE TRANS-HEADER-RECORD
               WHEN RAW-RECORD-ID = "TRL"
                       PERFORM 2270-VALIDATE-BRANCH-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2600-CHECK-KEY-REGISTRY
           END-IF.

      *    A blank branch code passes - feeds predating the branch
      *    code carry none, and COUNTJOB collects those under "***"
      *    - but a nonblank code must be defined and active on the
      *    branch master, like a type on CTRDEF.  A closed code
      *    is remapped to its survivor first, and it is the
      *    survivor that must be active.
       2270-VALIDATE-BRANCH-CODE.
           MOVE RAW-TRANS-BRANCH-CODE TO WS-EDIT-BRANCH-CODE
           IF WS-EDIT-BRANCH-CODE NOT = SPACES
               PERFORM 2275-APPLY-BRANCH-MERGE
           END-IF
           IF WS-BRANCH-CHECK-ON
               AND WS-EDIT-BRANCH-CODE NOT = SPACES
               PERFORM 2280-FIND-BRANCH-ENTRY
               IF NOT WS-BRANCH-FOUND
                   SET WS-REASON-BAD-BRANCH TO TRUE
               END-IF
           END-IF.

      *    Follows the chain (ABC into XYZ, XYZ into QRS) to its
      *    end.  BRMERGE keeps loops off the register; the hop
      *    count stops one that got there some other way.
       2275-APPLY-BRANCH-MERGE.
           MOVE 0 TO WS-MG-HOPS
           PERFORM 2278-FIND-MERGE-ENTRY
           PERFORM UNTIL NOT WS-MG-FOUND
                   OR WS-MG-HOPS > WS-MG-COUNT
               MOVE WS-MG-NEW (WS-MG-SUB) TO WS-EDIT-BRANCH-CODE
               ADD 1 TO WS-MG-HOPS
               PERFORM 2278-FIND-MERGE-ENTRY
           END-PERFORM.

       2278-FIND-MERGE-ENTRY.
           MOVE "N" TO WS-MG-FOUND-SW
           PERFORM VARYING WS-MG-SUB FROM 1 BY 1
               UNTIL WS-MG-SUB > WS-MG-COUNT
                   OR WS-MG-FOUND
               IF WS-MG-OLD (WS-MG-SUB) = WS-EDIT-BRANCH-CODE
                   AND WS-MG-EFF-DATE (WS-MG-SUB) NOT > WS-RUN-DATE
                   MOVE "Y" TO WS-MG-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-MG-FOUND
               SUBTRACT 1 FROM WS-MG-SUB
           END-IF.

       2295-FIND-CALENDAR-DAY.
           MOVE "N" TO WS-CAL-FOUND-SW
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
           PERFORM VARYING WS-BRM-SUB FROM 1 BY 1
               UNTIL WS-BRM-SUB > WS-BRM-COUNT
                   OR WS-BRANCH-FOUND
               IF WS-BRM-CODE (WS-BRM-SUB) = WS-EDIT-BRANCH-CODE
                   MOVE "Y" TO WS-BRANCH-FOUND-SW
               END-IF
           END-PERFORM.
               END-IF
           END-PERFORM.

      *    Last check, run only on a record every field edit has
      *    passed - so reaching the end without a reason means the
      *    record is accepted, and the registry entry is taken or
      *    marked here and then.
       2600-CHECK-KEY-REGISTRY.
           MOVE RAW-TRANS-KEY TO WS-LOOKUP-KEY
           PERFORM 2680-FIND-KEY-ENTRY
           IF RAW-AMOUNT-SIGN = "-" AND NOT WS-ADJUST-CYCLE
               PERFORM 2650-CHECK-REVERSAL
           ELSE
               PERFORM 2620-CHECK-ORIGINAL
           END-IF.

       2620-CHECK-ORIGINAL.
           EVALUATE TRUE
               WHEN NOT WS-KR-FOUND
                   PERFORM 2690-ADD-KEY-ENTRY
                   IF WS-KR-FOUND
                       MOVE "Y" TO WS-KR-ACCEPTED-SW (WS-KR-SUB)
                       MOVE WS-CURRENT-CYCLE-ID
                           TO WS-KR-ACCEPT-CYCLE (WS-KR-SUB)
                       MOVE "N" TO WS-KR-RUN-ACCEPT (WS-KR-SUB)
                       ADD 1 TO WS-KEYS-REGISTERED-COUNT
                   END-IF
               WHEN WS-KR-ACCEPTED (WS-KR-SUB)
                   AND WS-KR-RUN-ACCEPT (WS-KR-SUB) = SPACE
                   AND WS-KR-ACCEPT-CYCLE (WS-KR-SUB)
                       = WS-CURRENT-CYCLE-ID
                   MOVE "R" TO WS-KR-RUN-ACCEPT (WS-KR-SUB)
               WHEN OTHER
                   SET WS-REASON-DUPLICATE-KEY TO TRUE
                   ADD 1 TO WS-DUPLICATE-KEY-COUNT
           END-EVALUATE.

       2650-CHECK-REVERSAL.
           EVALUATE TRUE
               WHEN NOT WS-KR-FOUND
                   SET WS-REASON-ORPHAN-REVERSAL TO TRUE
                   ADD 1 TO WS-ORPHAN-REVERSAL-COUNT
               WHEN WS-KR-REVERSED (WS-KR-SUB)
                   AND WS-KR-RUN-REVERSAL (WS-KR-SUB) = SPACE
                   AND WS-KR-REVERSAL-CYCLE (WS-KR-SUB)
                       = WS-CURRENT-CYCLE-ID
                   MOVE "R" TO WS-KR-RUN-REVERSAL (WS-KR-SUB)
               WHEN WS-KR-REVERSED (WS-KR-SUB)
                   SET WS-REASON-DUPLICATE-KEY TO TRUE
                   ADD 1 TO WS-DUPLICATE-KEY-COUNT
               WHEN NOT WS-KR-ACCEPTED (WS-KR-SUB)
                   SET WS-REASON-ORPHAN-REVERSAL TO TRUE
                   ADD 1 TO WS-ORPHAN-REVERSAL-COUNT
               WHEN OTHER
                   MOVE "Y" TO WS-KR-REVERSED-SW (WS-KR-SUB)
                   MOVE WS-CURRENT-CYCLE-ID
                       TO WS-KR-REVERSAL-CYCLE (WS-KR-SUB)
                   MOVE "N" TO WS-KR-RUN-REVERSAL (WS-KR-SUB)
                   ADD 1 TO WS-REVERSALS-MATCHED-COUNT
           END-EVALUATE.

       2680-FIND-KEY-ENTRY.
           MOVE "N" TO WS-KR-FOUND-SW
           PERFORM VARYING WS-KR-SUB FROM 1 BY 1
               UNTIL WS-KR-SUB > WS-KR-COUNT
                   OR WS-KR-FOUND
               IF WS-KR-KEY (WS-KR-SUB) = WS-LOOKUP-KEY
                   MOVE "Y" TO WS-KR-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-KR-FOUND
               SUBTRACT 1 FROM WS-KR-SUB
           END-IF.

      *    Leaves WS-KR-FOUND set and WS-KR-SUB on the new entry,
      *    or WS-KR-FOUND off when the table is full - the key then
      *    simply goes unregistered, never rejected for it.
       2690-ADD-KEY-ENTRY.
           IF WS-KR-COUNT >= WS-KR-MAX
               DISPLAY "TRANEDIT: KEY REGISTRY TABLE FULL - KEY "
                       WS-LOOKUP-KEY " DROPPED"
               MOVE "N" TO WS-KR-FOUND-SW
           ELSE
               ADD 1 TO WS-KR-COUNT
               MOVE WS-KR-COUNT TO WS-KR-SUB
               MOVE WS-LOOKUP-KEY TO WS-KR-KEY (WS-KR-SUB)
               MOVE "N"    TO WS-KR-ACCEPTED-SW (WS-KR-SUB)
               MOVE SPACES TO WS-KR-ACCEPT-CYCLE (WS-KR-SUB)
               MOVE "N"    TO WS-KR-REVERSED-SW (WS-KR-SUB)
               MOVE SPACES TO WS-KR-REVERSAL-CYCLE (WS-KR-SUB)
               MOVE SPACE  TO WS-KR-RUN-ACCEPT (WS-KR-SUB)
               MOVE SPACE  TO WS-KR-RUN-REVERSAL (WS-KR-SUB)
               MOVE "Y" TO WS-KR-FOUND-SW
           END-IF.

       2300-WRITE-CLEAN-RECORD.
           MOVE RAW-TRANS-RECORD TO TRANS-FILE-RECORD
           IF WS-EDIT-BRANCH-CODE NOT = RAW-TRANS-BRANCH-CODE
               MOVE WS-EDIT-BRANCH-CODE TO TRANS-BRANCH-CODE
               ADD 1 TO WS-REMAPPED-COUNT
           END-IF
           WRITE TRANS-FILE-RECORD.

       2400-WRITE-REJECT-RECORD.
           MOVE WS-CLEAN-COUNT TO DL-VALUE
           WRITE EDIT-REPORT-RECORD FROM WS-DETAIL-LINE

           MOVE "  REMAPPED TO SURVIVING BRANCH" TO DL-LABEL
           MOVE WS-REMAPPED-COUNT TO DL-VALUE
           WRITE EDIT-REPORT-RECORD FROM WS-DETAIL-LINE

           MOVE "RECORDS REJECTED" TO DL-LABEL
           MOVE WS-REJECT-COUNT TO DL-VALUE
           WRITE EDIT-REPORT-RECORD FROM WS-DETAIL-LINE
           MOVE WS-BAD-EFF-DATE-COUNT TO DL-VALUE
           WRITE EDIT-REPORT-RECORD FROM WS-DETAIL-LINE

           MOVE "  REASON 06 - DUPLICATE TRANS KEY" TO DL-LABEL
           MOVE WS-DUPLICATE-KEY-COUNT TO DL-VALUE
           WRITE EDIT-REPORT-RECORD FROM WS-DETAIL-LINE

           MOVE "  REASON 07 - REVERSAL WITH NO ORIGINAL" TO DL-LABEL
           MOVE WS-ORPHAN-REVERSAL-COUNT TO DL-VALUE
           WRITE EDIT-REPORT-RECORD FROM WS-DETAIL-LINE

           PERFORM 3050-PRINT-REGISTRY-SECTION
           PERFORM 3100-PRINT-CONTROL-SECTION
           CLOSE EDIT-REPORT-FILE.

       3050-PRINT-REGISTRY-SECTION.
           MOVE SPACES TO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD

           MOVE "KEYS ON REGISTRY AT START" TO DL-LABEL
           MOVE WS-KEYS-ON-FILE-COUNT TO DL-VALUE
           WRITE EDIT-REPORT-RECORD FROM WS-DETAIL-LINE

           MOVE "KEYS REGISTERED THIS RUN" TO DL-LABEL
           MOVE WS-KEYS-REGISTERED-COUNT TO DL-VALUE
           WRITE EDIT-REPORT-RECORD FROM WS-DETAIL-LINE

           MOVE "REVERSALS MATCHED THIS RUN" TO DL-LABEL
           MOVE WS-REVERSALS-MATCHED-COUNT TO DL-VALUE
           WRITE EDIT-REPORT-RECORD FROM WS-DETAIL-LINE

           IF WS-SOURCE-ERROR
               MOVE "*** KEY REGISTRY NOT UPDATED - SOURCE REJECTED ***"
                   TO ML-TEXT
               WRITE EDIT-REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF.

       3100-PRINT-CONTROL-SECTION.
           MOVE SPACES TO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD
               CLOSE RAW-TRANS-FILE
               CLOSE EDITED-TRANS-FILE
               CLOSE REJECT-FILE
               IF NOT WS-SOURCE-ERROR
                   PERFORM 9200-APPEND-KEY-REGISTRY
               END-IF
           END-IF
           PERFORM 9300-WRITE-RUN-LOG
           DISPLAY "TRANEDIT: READ " WS-READ-COUNT
                   " ACCEPTED " WS-CLEAN-COUNT
                   " REJECTED " WS-REJECT-COUNT.

      *    Only what this run newly accepted or reversed goes on -
      *    a rerun's matches are already there.
       9200-APPEND-KEY-REGISTRY.
           OPEN EXTEND KEY-REGISTRY-FILE
           IF NOT WS-KEYREG-FILE-STATUS = "00"
               CLOSE KEY-REGISTRY-FILE
               OPEN OUTPUT KEY-REGISTRY-FILE
           END-IF
           PERFORM VARYING WS-KR-SUB FROM 1 BY 1
               UNTIL WS-KR-SUB > WS-KR-COUNT
               IF WS-KR-RUN-ACCEPT (WS-KR-SUB) = "N"
                   MOVE SPACES TO KEY-REGISTRY-RECORD
                   MOVE WS-KR-KEY (WS-KR-SUB) TO KR-TRANS-KEY
                   SET KR-EVENT-ACCEPT TO TRUE
                   MOVE WS-RUN-DATE TO KR-EVENT-DATE
                   MOVE WS-KR-ACCEPT-CYCLE (WS-KR-SUB) TO KR-CYCLE-ID
                   WRITE KEY-REGISTRY-RECORD
               END-IF
               IF WS-KR-RUN-REVERSAL (WS-KR-SUB) = "N"
                   MOVE SPACES TO KEY-REGISTRY-RECORD
                   MOVE WS-KR-KEY (WS-KR-SUB) TO KR-TRANS-KEY
                   SET KR-EVENT-REVERSAL TO TRUE
                   MOVE WS-RUN-DATE TO KR-EVENT-DATE
                   MOVE WS-KR-REVERSAL-CYCLE (WS-KR-SUB)
                       TO KR-CYCLE-ID
                   WRITE KEY-REGISTRY-RECORD
               END-IF
           END-PERFORM
           CLOSE KEY-REGISTRY-FILE.

      *    The run record is cut whatever happened - clean edit,
      *    source file rejected, or no raw file presented - so a
      *    missed edit night cannot look like a quiet one on
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
