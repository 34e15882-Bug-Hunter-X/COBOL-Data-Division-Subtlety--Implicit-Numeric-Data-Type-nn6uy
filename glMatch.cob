      *  today with no acknowledgment yet is only noted on the
      *  match report - finance's upload may simply not have run
      *  yet.
      *
      *  Each exception goes out in the structured CTLBRK layout
      *  EXCTRAK tracks (see CTLBRK.cpy): numbered off the shared
      *  EXCPCTL control record, severity H, category GL (GL feed
      *  mismatch) - a damaged feed trailer included, since it is
      *  the GL reconciliation that cannot be trusted.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.

           SELECT EXCEPTION-CONTROL-FILE ASSIGN TO "EXCPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPCTL-FILE-STATUS.

           SELECT MATCH-REPORT-FILE ASSIGN TO "GLMCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       FD  NOTICE-FILE
           RECORDING MODE IS F.
       COPY "CTLBRK.cpy".

       FD  EXCEPTION-CONTROL-FILE
           RECORDING MODE IS F.
       COPY "EXCPCTL.cpy".

       FD  MATCH-REPORT-FILE
           RECORDING MODE IS F.
       01  WS-ACK-FILE-STATUS            PIC XX VALUE SPACES.
           88  WS-ACK-FILE-OK            VALUE "00".
       01  WS-NOTICE-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-EXCPCTL-FILE-STATUS        PIC XX VALUE SPACES.
           88  WS-EXCPCTL-FILE-OK        VALUE "00".
       01  WS-EXCPCTL-IMAGE              PIC X(80) VALUE SPACES.
       01  WS-EXCEPTION-NO               PIC 9(7) VALUE 0.
       01  WS-REPORT-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RUNLOG-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-FEED-EOF-SW                PIC X VALUE "N".
               INTO ML-STATUS-TEXT
           END-STRING
           PERFORM 2800-WRITE-MATCH-LINE
           PERFORM 2950-TAKE-EXCEPTION-NUMBER
           OPEN EXTEND NOTICE-FILE
           IF NOT WS-NOTICE-FILE-STATUS = "00"
               CLOSE NOTICE-FILE
               OPEN OUTPUT NOTICE-FILE
           END-IF
           MOVE SPACES TO NOTICE-FILE-RECORD
           MOVE WS-EXCEPTION-NO TO CB-EXCEPTION-NO
           MOVE "GLMATCH"       TO CB-SOURCE-PROGRAM
           MOVE "H"             TO CB-SEVERITY
           MOVE "GL"            TO CB-CATEGORY
           MOVE WS-RUN-DATE     TO CB-NOTICE-DATE
           STRING WS-CURR-FEED-DATE    DELIMITED BY SIZE
                  " TYPE "             DELIMITED BY SIZE
                  ML-TYPE              DELIMITED BY SPACE
                  " - "                DELIMITED BY SIZE
                  WS-EXCEPTION-TEXT    DELIMITED BY SIZE
               INTO CB-NOTICE-TEXT
           END-STRING
           WRITE NOTICE-FILE-RECORD
           CLOSE NOTICE-FILE
           DISPLAY NOTICE-FILE-RECORD.

      *    Next number off EXCPCTL, written straight back so the
      *    next notice - from this run or any other program - takes
      *    the one after.  No control record starts the sequence.
       2950-TAKE-EXCEPTION-NUMBER.
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
           MOVE "GLMATCH"         TO CX-LAST-ISSUED-BY
           MOVE WS-RUN-DATE       TO CX-LAST-ISSUED-DATE
           WRITE EXCEPTION-CONTROL-RECORD
           CLOSE EXCEPTION-CONTROL-FILE.

       3000-PRINT-TOTALS.
           MOVE SPACES TO MATCH-REPORT-RECORD
           WRITE MATCH-REPORT-RECORD
               MOVE "NI" TO RL-STATUS-CODE
           END-IF
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
