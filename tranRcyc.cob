      *      date;
      *    - prints a report (RCYCRPT) of the unresolved rejects by
      *      reason and age off that date, so a record rejected
      *      Monday cannot silently still be sitting there Friday;
      *    - appends each repaired reject to the RCYCLOG recycle
      *      log (see RCYCLOG.cpy), since the rewrite of TRANREJ
      *      forgets it - DQSCORE's branch scorecard counts
      *      repairs from there.
      *
      *  A corrected record that fails the re-edit stays on the
      *  reject file under its original image and date - the bad
      *  correction is reported, not applied.
      *
      *  RECYCTRN goes to COUNTJOB without passing TRANEDIT again,
      *  so the re-edit here also does what TRANEDIT does beyond
      *  the field checks:
      *    - a closed branch's code is remapped to its survivor
      *      off the BRMERGE register (see BRMERGE.cpy), chain
      *      followed to its end, and the record is recycled under
      *      the survivor's code - a correction carrying the old
      *      code is not rejected as an unknown branch;
      *    - the key is checked against the KEYREG registry (see
      *      KEYREG.cpy) exactly as TRANEDIT checks it: a key
      *      already accepted is a duplicate (reason 06), a
      *      reversal with no original, or of a key already
      *      reversed, is rejected 06 or 07 - a re-keyed duplicate
      *      cannot post twice by coming in through the recycle;
      *    - every key recycled is appended to KEYREG under the
      *      recycle cycle's own header identity, so a later
      *      extract sending it again is caught at the front door.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-FILE-STATUS.

      *    Same transaction-key registry TRANEDIT checks and
      *    appends to (see KEYREG.cpy) - read whole, appended to.
           SELECT KEY-REGISTRY-FILE ASSIGN TO "KEYREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYREG-FILE-STATUS.

      *    Same branch-merge register TRANEDIT remaps from (see
      *    BRMERGE.cpy).
           SELECT MERGE-REGISTER-FILE ASSIGN TO "BRMERGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

      *    The recycle cycle COUNTJOB consumes - same layouts as
      *    TRANFILE (see TRANREC.cpy).  Written only when at least
      *    one record was repaired, so a quiet day leaves COUNTJOB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-FILE-STATUS.

      *    Repaired rejects, appended (see RCYCLOG.cpy).
           SELECT RECYCLE-LOG-FILE ASSIGN TO "RCYCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCYCLOG-FILE-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO "RCYCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           RECORDING MODE IS F.
       COPY "BUSCAL.cpy".

       FD  KEY-REGISTRY-FILE
           RECORDING MODE IS F.
       COPY "KEYREG.cpy".

       FD  MERGE-REGISTER-FILE
           RECORDING MODE IS F.
       COPY "BRMERGE.cpy".

       FD  RECYCLE-TRANS-FILE
           RECORDING MODE IS F.
       COPY "TRANREC.cpy".

       FD  RECYCLE-LOG-FILE
           RECORDING MODE IS F.
       COPY "RCYCLOG.cpy".

       FD  AGING-REPORT-FILE
           RECORDING MODE IS F.
       01  AGING-REPORT-RECORD           PIC X(133).
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
       01  WS-RECYCLE-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-RCYCLOG-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RUNLOG-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-REJECT-SEEN-SW             PIC X VALUE "N".
           88  WS-REJECT-OVERFLOW        VALUE "Y".
       01  WS-RECYCLE-OPEN-SW            PIC X VALUE "N".
           88  WS-RECYCLE-OPEN           VALUE "Y".
       01  WS-RCYCLOG-OPEN-SW            PIC X VALUE "N".
           88  WS-RCYCLOG-OPEN           VALUE "Y".

      *    The reject file held whole so corrections can be matched
      *    against it and the unresolved remainder rewritten in its
       01  WS-BRANCH-FOUND-SW            PIC X VALUE "N".
           88  WS-BRANCH-FOUND           VALUE "Y".

      *    Branch merges off the BRMERGE register - same table, and
      *    same no-register-no-remap stance, as TRANEDIT.
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
      *    The branch code the correction is edited and recycled
      *    under - the code as keyed, or the survivor it was
      *    remapped to.
       01  WS-EDIT-BRANCH-CODE           PIC X(3) VALUE SPACES.

      *    The key registry, one entry per key, folded and flagged
      *    exactly as TRANEDIT folds it: the run switches say what
      *    THIS run did to the entry - "N" new, an event to append;
      *    "R" matched under the recycle cycle's own identity.
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

      *    Header identity of the recycle cycle, as 2350 writes it
      *    on RECYCTRN - what the registry records the keys under.
       01  WS-CURRENT-CYCLE-ID.
           05  WS-CC-FILE-ID             PIC X(8) VALUE "RECYCLE ".
           05  WS-CC-CREATE-DATE         PIC 9(8) VALUE 0.
           05  WS-CC-CYCLE-NUMBER        PIC 9(4) VALUE 0.

      *    Business days off BUSCAL for the effective-date check -
      *    same check, and same no-calendar-no-check stance, as
      *    TRANEDIT.
       01  WS-CORR-FAILED-COUNT          PIC 9(5) VALUE 0.
       01  WS-CORR-UNMATCHED-COUNT       PIC 9(5) VALUE 0.
       01  WS-UNRESOLVED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REMAPPED-COUNT             PIC 9(5) VALUE 0.
       01  WS-KEYS-REGISTERED-COUNT      PIC 9(5) VALUE 0.
       01  WS-REVERSALS-MATCHED-COUNT    PIC 9(5) VALUE 0.
       01  WS-CLEAN-HASH                 PIC S9(7)
                                          SIGN IS TRAILING SEPARATE
                                          VALUE 0.
           IF NOT WS-REJECT-OVERFLOW
               PERFORM 2000-APPLY-CORRECTIONS
               PERFORM 3000-CLOSE-RECYCLE-FILE
               PERFORM 3500-APPEND-KEY-REGISTRY
               PERFORM 4000-REWRITE-REJECT-FILE
               PERFORM 5000-PRINT-AGING-REPORT
           END-IF
           WRITE AGING-REPORT-RECORD FROM WS-HEADING-1
           MOVE SPACES TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE WS-RUN-DATE TO WS-CC-CREATE-DATE
           MOVE WS-RT-HHMM  TO WS-CC-CYCLE-NUMBER
           PERFORM 1100-LOAD-TYPE-TABLE
           PERFORM 1200-LOAD-BRANCH-TABLE
           PERFORM 1280-LOAD-CALENDAR-TABLE
           PERFORM 1300-LOAD-REJECT-TABLE
           PERFORM 1400-LOAD-KEY-REGISTRY
           PERFORM 1600-LOAD-MERGE-REGISTER
           PERFORM 1500-COMPUTE-AGE-DATES.

      *    Same load TRANEDIT does: active definitions only, with
               MOVE "N"              TO WS-RJ-RESOLVED-SW (WS-RJ-SUB)
           END-IF.

      *    Same fold TRANEDIT does: events into one entry per key.
       1400-LOAD-KEY-REGISTRY.
           OPEN INPUT KEY-REGISTRY-FILE
           IF NOT WS-KEYREG-FILE-OK
               DISPLAY "TRANRCYC: NO KEY REGISTRY - STARTING EMPTY"
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
           END-IF.

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

      *    Every merge goes in whatever its status, as in TRANEDIT -
      *    the remap starts on the effective date.
       1600-LOAD-MERGE-REGISTER.
           OPEN INPUT MERGE-REGISTER-FILE
           IF WS-REGISTER-FILE-OK
               PERFORM UNTIL WS-REGISTER-EOF
                   READ MERGE-REGISTER-FILE
                       AT END
                           SET WS-REGISTER-EOF TO TRUE
                       NOT AT END
                           PERFORM 1650-STORE-MERGE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE MERGE-REGISTER-FILE
           END-IF.

       1650-STORE-MERGE-ENTRY.
           IF MG-EFF-DATE IS NUMERIC
               IF WS-MG-COUNT >= WS-MG-MAX
                   DISPLAY "TRANRCYC: MERGE TABLE FULL - BRANCH "
                           MG-OLD-BRANCH " NOT REMAPPED"
               ELSE
                   ADD 1 TO WS-MG-COUNT
                   MOVE WS-MG-COUNT TO WS-MG-SUB
                   MOVE MG-OLD-BRANCH TO WS-MG-OLD (WS-MG-SUB)
                   MOVE MG-NEW-BRANCH TO WS-MG-NEW (WS-MG-SUB)
                   MOVE MG-EFF-DATE   TO WS-MG-EFF-DATE (WS-MG-SUB)
               END-IF
           END-IF.

       1500-COMPUTE-AGE-DATES.
           MOVE WS-RUN-DATE TO WS-PREV-DATE
           PERFORM 8100-COMPUTE-PREVIOUS-DATE
               PERFORM 2200-VALIDATE-WORK-TRAN
               IF WS-REJECT-REASON = SPACES
                   PERFORM 2300-WRITE-RECYCLED-RECORD
                   PERFORM 2400-LOG-REPAIR
                   MOVE "Y" TO WS-RJ-RESOLVED-SW (WS-RJ-SUB)
                   ADD 1 TO WS-REPAIRED-COUNT
                   MOVE "REPAIRED AND RECYCLED" TO CL-TEXT
               END-IF
           END-IF.

      *    The checks TRANEDIT's 2200-VALIDATE-RECORD runs, in the
      *    same severity order and stopping at the first failure:
      *    type, amount, key, branch (after the merge remap),
      *    effective date, then the key registry last.  A
      *    correction that passes them all has taken its registry
      *    entry, exactly as an accepted record does there.
       2200-VALIDATE-WORK-TRAN.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE WS-WT-BRANCH-CODE TO WS-EDIT-BRANCH-CODE
           PERFORM 2250-FIND-TYPE-ENTRY
           IF NOT WS-TYPE-FOUND
               MOVE "01" TO WS-REJECT-REASON
                       PERFORM 2270-VALIDATE-BRANCH-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2600-CHECK-KEY-REGISTRY
           END-IF.

      *    A closed code is remapped to its survivor first, and it
      *    is the survivor that must be active - as in TRANEDIT.
       2270-VALIDATE-BRANCH-CODE.
           IF WS-EDIT-BRANCH-CODE NOT = SPACES
               PERFORM 2275-APPLY-BRANCH-MERGE
           END-IF
           IF WS-BRANCH-CHECK-ON
               AND WS-EDIT-BRANCH-CODE NOT = SPACES
               PERFORM 2280-FIND-BRANCH-ENTRY
               IF NOT WS-BRANCH-FOUND
                   MOVE "04" TO WS-REJECT-REASON
               END-IF
           END-IF.

      *    Follows the chain to its end; the hop count stops a loop.
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

      *    The recycle is never an ADJUST cycle, so every negative
      *    amount is a reversal and must match an original.
       2600-CHECK-KEY-REGISTRY.
           MOVE WS-WT-KEY TO WS-LOOKUP-KEY
           PERFORM 2680-FIND-KEY-ENTRY
           IF WS-WT-AMOUNT-SIGN = "-"
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
                   MOVE "06" TO WS-REJECT-REASON
           END-EVALUATE.

       2650-CHECK-REVERSAL.
           EVALUATE TRUE
               WHEN NOT WS-KR-FOUND
                   MOVE "07" TO WS-REJECT-REASON
               WHEN WS-KR-REVERSED (WS-KR-SUB)
                   AND WS-KR-RUN-REVERSAL (WS-KR-SUB) = SPACE
                   AND WS-KR-REVERSAL-CYCLE (WS-KR-SUB)
                       = WS-CURRENT-CYCLE-ID
                   MOVE "R" TO WS-KR-RUN-REVERSAL (WS-KR-SUB)
               WHEN WS-KR-REVERSED (WS-KR-SUB)
                   MOVE "06" TO WS-REJECT-REASON
               WHEN NOT WS-KR-ACCEPTED (WS-KR-SUB)
                   MOVE "07" TO WS-REJECT-REASON
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
               DISPLAY "TRANRCYC: KEY REGISTRY TABLE FULL - KEY "
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

      *    Recycled under the survivor's code when the branch was
      *    remapped; the RCYCLOG entry keeps the image as rejected.
       2300-WRITE-RECYCLED-RECORD.
           IF NOT WS-RECYCLE-OPEN
               PERFORM 2350-OPEN-RECYCLE-FILE
           END-IF
           IF WS-EDIT-BRANCH-CODE NOT = WS-WT-BRANCH-CODE
               MOVE WS-EDIT-BRANCH-CODE TO WS-WT-BRANCH-CODE
               ADD 1 TO WS-REMAPPED-COUNT
           END-IF
           MOVE WS-WORK-TRAN TO TRANS-FILE-RECORD
           WRITE TRANS-FILE-RECORD
           MOVE WS-WT-AMOUNT TO WS-EDIT-AMOUNT-X
           MOVE WS-RT-HHMM  TO TH-CYCLE-NUMBER
           WRITE TRANS-HEADER-RECORD.

      *    The reject as it arrived - reason, original image and
      *    original reject date - stamped with today's date.
       2400-LOG-REPAIR.
           IF NOT WS-RCYCLOG-OPEN
               OPEN EXTEND RECYCLE-LOG-FILE
               IF NOT WS-RCYCLOG-FILE-STATUS = "00"
                   CLOSE RECYCLE-LOG-FILE
                   OPEN OUTPUT RECYCLE-LOG-FILE
               END-IF
               SET WS-RCYCLOG-OPEN TO TRUE
           END-IF
           MOVE SPACES TO RECYCLE-LOG-RECORD
           MOVE WS-RUN-DATE              TO RC-REPAIR-DATE
           MOVE WS-RJ-REASON (WS-RJ-SUB) TO RC-REASON-CODE
           MOVE WS-RJ-IMAGE (WS-RJ-SUB)  TO RC-RECORD-IMAGE
           MOVE WS-RJ-DATE (WS-RJ-SUB)   TO RC-REJECT-DATE
           WRITE RECYCLE-LOG-RECORD.

       3000-CLOSE-RECYCLE-FILE.
           IF WS-RECYCLE-OPEN
               MOVE SPACES TO TRANS-TRAILER-RECORD
               MOVE WS-CLEAN-HASH     TO TT-HASH-TOTAL
               WRITE TRANS-TRAILER-RECORD
               CLOSE RECYCLE-TRANS-FILE
           END-IF
           IF WS-RCYCLOG-OPEN
               CLOSE RECYCLE-LOG-FILE
           END-IF.

      *    Only what this run newly accepted or reversed goes on,
      *    under the recycle cycle's identity - TRANEDIT's append.
      *    RECYCTRN always balances (this job writes its trailer),
      *    so there is no source-control failure to hold back for.
       3500-APPEND-KEY-REGISTRY.
           IF WS-KEYS-REGISTERED-COUNT > 0
               OR WS-REVERSALS-MATCHED-COUNT > 0
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
                       MOVE WS-KR-ACCEPT-CYCLE (WS-KR-SUB)
                           TO KR-CYCLE-ID
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
               CLOSE KEY-REGISTRY-FILE
           END-IF.

      *    Unresolved rejects go back in their original order, each
           MOVE "REPAIRED AND RECYCLED" TO TL-LABEL
           MOVE WS-REPAIRED-COUNT TO TL-VALUE
           WRITE AGING-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "  REMAPPED TO SURVIVING BRANCH" TO TL-LABEL
           MOVE WS-REMAPPED-COUNT TO TL-VALUE
           WRITE AGING-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "  KEYS REGISTERED" TO TL-LABEL
           MOVE WS-KEYS-REGISTERED-COUNT TO TL-VALUE
           WRITE AGING-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "  REVERSALS MATCHED" TO TL-LABEL
           MOVE WS-REVERSALS-MATCHED-COUNT TO TL-VALUE
           WRITE AGING-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "CORRECTIONS FAILED EDIT" TO TL-LABEL
           MOVE WS-CORR-FAILED-COUNT TO TL-VALUE
           WRITE AGING-REPORT-RECORD FROM WS-TOTAL-LINE
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
