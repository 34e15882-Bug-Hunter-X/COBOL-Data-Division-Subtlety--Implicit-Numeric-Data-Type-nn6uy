      *  yesterday, the terminal says so instead of leaving the
      *  operator to judge a timestamp.
      *
      *  Access is controlled per operator off the OPERAUTH
      *  operator authorisation file (see OPERAUTH.cpy), keyed by
      *  the signed-on CICS user ID: shop-wide operators may ask
      *  for anything, region operators only for branches whose
      *  BRNCHMF region matches theirs, branch operators only for
      *  their own branch.  An inquiry outside the operator's
      *  scope - or from a user ID OPERAUTH does not know - is
      *  refused with a message saying so, and no counter file
      *  record is read for it.  Every inquiry, answered or
      *  refused, is written to the INQLOG inquiry log (see
      *  INQLOG.cpy) with user, terminal, time and key asked for,
      *  which INQRPT reports on for the security review.  An
      *  inquiry that cannot be logged is not answered.
      *
      *  NOTE: this program is written in the same dialect as the
      *  rest of the repo, but EXEC CICS statements can only be
      *  syntax-checked by a CICS command translator, which this

       COPY "BUSCAL.cpy".

       COPY "OPERAUTH.cpy".

       COPY "INQLOG.cpy".

       01  WS-RESP                       PIC S9(8) COMP.
      *    Primed to NORMAL (0) - 1500's browse loop tests it
      *    before the first READNEXT sets it.

       01  WS-ABSTIME                    PIC S9(15) COMP-3.
       01  WS-TODAY                      PIC 9(8).
       01  WS-NOW-TIME                   PIC 9(6).

      *    Who is asking, and whether they may: 0200 sets the
      *    result code INQLOG records, 0300 clears it back to a
      *    refusal when the log write itself fails.
       01  WS-USER-ID                    PIC X(8) VALUE SPACES.
       01  WS-TERMINAL-ID                PIC X(4) VALUE SPACES.
       01  WS-OPERAUTH-KEY               PIC X(8) VALUE SPACES.
       01  WS-INQLOG-RBA                 PIC S9(8) COMP VALUE 0.
       01  WS-AUTH-RESULT                PIC X(2) VALUE "NA".
           88  WS-INQUIRY-ALLOWED        VALUE "AL".
           88  WS-USER-NOT-AUTHORISED    VALUE "NA".
           88  WS-KEY-OUT-OF-SCOPE       VALUE "RF".
       01  WS-LOG-FAILED-SW              PIC X VALUE "N".
           88  WS-LOG-FAILED             VALUE "Y".
       01  WS-SCOPE-LABEL                PIC X(20) VALUE SPACES.
       01  WS-REFUSAL-TEXT               PIC X(78) VALUE SPACES.

       01  WS-LAST-RUN-SEEN-SW           PIC X VALUE "N".
           88  WS-LAST-RUN-SEEN          VALUE "Y".
       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 0100-RECEIVE-INPUT
           PERFORM 0200-CHECK-AUTHORITY
           PERFORM 0300-LOG-INQUIRY
           IF WS-INQUIRY-ALLOWED
               PERFORM 1000-READ-COUNTERS
               IF NOT WS-SHOP-WIDE-INQUIRY
                   PERFORM 1200-GET-BRANCH-LABEL
               END-IF
               PERFORM 1500-CHECK-RUN-LOG
               PERFORM 2000-SEND-INQUIRY-SCREEN
           ELSE
               PERFORM 2900-SEND-REFUSAL
           END-IF
           EXEC CICS RETURN
           END-EXEC.

               END-UNSTRING
           END-IF.

      *    The signed-on user ID is looked up on OPERAUTH.  No
      *    record, or a level this program does not recognise,
      *    refuses everything.  A region operator's branch is
      *    checked against the region on its BRNCHMF record - a
      *    branch with no master record belongs to no region and is
      *    refused.  The shop-wide TOTALS inquiry is for shop-wide
      *    operators only.
       0200-CHECK-AUTHORITY.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY)
               TIME(WS-NOW-TIME)
           END-EXEC
           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
           END-EXEC
           MOVE EIBTRMID TO WS-TERMINAL-ID
           MOVE WS-USER-ID TO WS-OPERAUTH-KEY
           EXEC CICS READ
               DATASET('OPERAUTH')
               INTO(OPERATOR-AUTH-RECORD)
               RIDFLD(WS-OPERAUTH-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO OPERATOR-AUTH-RECORD
               MOVE "NA" TO WS-AUTH-RESULT
           ELSE
               MOVE "RF" TO WS-AUTH-RESULT
               EVALUATE TRUE
                   WHEN OA-SHOP-WIDE
                       MOVE "AL" TO WS-AUTH-RESULT
                   WHEN OA-REGION-ONLY
                       IF NOT WS-SHOP-WIDE-INQUIRY
                           PERFORM 0250-CHECK-BRANCH-REGION
                       END-IF
                   WHEN OA-BRANCH-ONLY
                       IF NOT WS-SHOP-WIDE-INQUIRY
                           AND WS-IN-BRANCH = OA-SCOPE-BRANCH
                           MOVE "AL" TO WS-AUTH-RESULT
                       END-IF
                   WHEN OTHER
                       MOVE "NA" TO WS-AUTH-RESULT
               END-EVALUATE
           END-IF.

       0250-CHECK-BRANCH-REGION.
           MOVE WS-IN-BRANCH TO WS-BRNCHMF-KEY
           EXEC CICS READ
               DATASET('BRNCHMF')
               INTO(BRANCH-MASTER-RECORD)
               RIDFLD(WS-BRNCHMF-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND BM-REGION-NAME NOT = SPACES
               AND BM-REGION-NAME = OA-SCOPE
               MOVE "AL" TO WS-AUTH-RESULT
           END-IF.

      *    One INQLOG record per inquiry whatever the outcome.  The
      *    log is the audit trail for the security review, so an
      *    inquiry whose record cannot be written is refused rather
      *    than answered unrecorded.
       0300-LOG-INQUIRY.
           MOVE SPACES TO INQUIRY-LOG-RECORD
           MOVE WS-TODAY       TO IQ-DATE
           MOVE WS-NOW-TIME    TO IQ-TIME
           MOVE WS-USER-ID     TO IQ-USER-ID
           MOVE WS-TERMINAL-ID TO IQ-TERMINAL-ID
           IF WS-SHOP-WIDE-INQUIRY
               MOVE "TOTALS" TO IQ-KEY-REQUESTED
           ELSE
               MOVE WS-IN-BRANCH TO IQ-KEY-REQUESTED
           END-IF
           MOVE WS-AUTH-RESULT  TO IQ-RESULT-CODE
           MOVE OA-ACCESS-LEVEL TO IQ-ACCESS-LEVEL
           MOVE OA-SCOPE        TO IQ-SCOPE
           EXEC CICS WRITE
               DATASET('INQLOG')
               FROM(INQUIRY-LOG-RECORD)
               RIDFLD(WS-INQLOG-RBA)
               RBA
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Y" TO WS-LOG-FAILED-SW
               IF WS-INQUIRY-ALLOWED
                   MOVE "RF" TO WS-AUTH-RESULT
               END-IF
           END-IF.

       1000-READ-COUNTERS.
           IF WS-SHOP-WIDE-INQUIRY
               MOVE "TOTALS" TO CF-CONTROL-KEY
           IF WS-BROWSE-RESP = DFHRESP(NORMAL)
               AND RL-PROGRAM-ID = "COUNTJOB"
               AND RL-RUN-DATE IS NUMERIC
               AND NOT RL-STATUS-SIMULATION
               MOVE "Y" TO WS-LAST-RUN-SEEN-SW
               MOVE RL-RUN-DATE        TO WS-LAST-RUN-DATE
               MOVE RL-STATUS-CODE     TO WS-LAST-RUN-STATUS
                   INTO WS-LINE-DESC
               END-STRING
           END-IF.

      *    The refusal says what was asked for and, where the
      *    operator has a scope, what that scope is - enough for the
      *    operator to take it up with ops security without the
      *    screen giving away anything of the counts themselves.
       2900-SEND-REFUSAL.
           MOVE SPACES TO WS-SCOPE-LABEL
           EVALUATE TRUE
               WHEN OA-REGION-ONLY
                   STRING "REGION "          DELIMITED BY SIZE
                          OA-SCOPE           DELIMITED BY "  "
                       INTO WS-SCOPE-LABEL
                   END-STRING
               WHEN OA-BRANCH-ONLY
                   STRING "BRANCH "          DELIMITED BY SIZE
                          OA-SCOPE-BRANCH    DELIMITED BY SIZE
                       INTO WS-SCOPE-LABEL
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES TO WS-REFUSAL-TEXT
           EVALUATE TRUE
               WHEN WS-LOG-FAILED
                   MOVE "INQUIRY LOG UNAVAILABLE - INQUIRY NOT ANSWERED"
                       TO WS-REFUSAL-TEXT
               WHEN WS-USER-NOT-AUTHORISED
                   STRING "USER "            DELIMITED BY SIZE
                          WS-USER-ID         DELIMITED BY " "
                          " IS NOT AUTHORISED FOR COUNTER INQUIRY"
                                             DELIMITED BY SIZE
                       INTO WS-REFUSAL-TEXT
                   END-STRING
               WHEN WS-SHOP-WIDE-INQUIRY
                   STRING "INQUIRY REFUSED - SHOP-WIDE TOTALS ARE "
                                             DELIMITED BY SIZE
                          "OUTSIDE YOUR SCOPE (" DELIMITED BY SIZE
                          WS-SCOPE-LABEL     DELIMITED BY "  "
                          ")"                DELIMITED BY SIZE
                       INTO WS-REFUSAL-TEXT
                   END-STRING
               WHEN OTHER
                   STRING "INQUIRY REFUSED - BRANCH " DELIMITED BY SIZE
                          WS-IN-BRANCH       DELIMITED BY SIZE
                          " IS OUTSIDE YOUR SCOPE ("  DELIMITED BY SIZE
                          WS-SCOPE-LABEL     DELIMITED BY "  "
                          ")"                DELIMITED BY SIZE
                       INTO WS-REFUSAL-TEXT
                   END-STRING
           END-EVALUATE
           STRING WS-REFUSAL-TEXT        DELIMITED BY "  "
                  WS-NEWLINE             DELIMITED BY SIZE
                  "CONTACT OPS SECURITY TO REVIEW YOUR ACCESS"
                                         DELIMITED BY SIZE
               INTO WS-INQUIRY-TEXT
               WITH POINTER WS-INQUIRY-PTR
           END-STRING
           COMPUTE WS-INQUIRY-LENGTH = WS-INQUIRY-PTR - 1
           EXEC CICS SEND TEXT
               FROM(WS-INQUIRY-TEXT)
               LENGTH(WS-INQUIRY-LENGTH)
               ERASE
           END-EXEC.
