      *
      *  When a counter is ever wrong, this is the report that says
      *  which file to distrust.
      *
      *  The break notice goes out in the structured CTLBRK layout
      *  EXCTRAK tracks (see CTLBRK.cpy): numbered off the shared
      *  EXCPCTL control record, severity H, category OB (out of
      *  balance).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.

           SELECT EXCEPTION-CONTROL-FILE ASSIGN TO "EXCPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPCTL-FILE-STATUS.

           SELECT BALANCE-REPORT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       FD  NOTICE-FILE
           RECORDING MODE IS F.
       COPY "CTLBRK.cpy".

       FD  EXCEPTION-CONTROL-FILE
           RECORDING MODE IS F.
       COPY "EXCPCTL.cpy".

       FD  BALANCE-REPORT-FILE
           RECORDING MODE IS F.
       01  WS-GL-EOF-SW                  PIC X VALUE "N".
           88  WS-GL-EOF                 VALUE "Y".
       01  WS-NOTICE-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-EXCPCTL-FILE-STATUS        PIC XX VALUE SPACES.
           88  WS-EXCPCTL-FILE-OK        VALUE "00".
       01  WS-EXCPCTL-IMAGE              PIC X(80) VALUE SPACES.
       01  WS-EXCEPTION-NO               PIC 9(7) VALUE 0.
       01  WS-REPORT-FILE-STATUS         PIC XX VALUE SPACES.

       01  WS-COUNTFIL-SEEN-SW           PIC X VALUE "N".
           END-IF.

       4000-WRITE-BREAK-NOTICE.
           PERFORM 4050-TAKE-EXCEPTION-NUMBER
           OPEN EXTEND NOTICE-FILE
           IF NOT WS-NOTICE-FILE-STATUS = "00"
               CLOSE NOTICE-FILE
               OPEN OUTPUT NOTICE-FILE
           END-IF
           MOVE SPACES TO NOTICE-FILE-RECORD
           MOVE WS-EXCEPTION-NO TO CB-EXCEPTION-NO
           MOVE "EODBAL"        TO CB-SOURCE-PROGRAM
           MOVE "H"             TO CB-SEVERITY
           MOVE "OB"            TO CB-CATEGORY
           MOVE WS-RUN-DATE     TO CB-NOTICE-DATE
           STRING "CROSS-FOOT BREAK - " DELIMITED BY SIZE
                  WS-LEG-NAME           DELIMITED BY SIZE
               INTO CB-NOTICE-TEXT
           END-STRING
           WRITE NOTICE-FILE-RECORD
           CLOSE NOTICE-FILE
           DISPLAY NOTICE-FILE-RECORD.

      *    Next number off EXCPCTL, written straight back so the
      *    next notice - from this run or any other program - takes
      *    the one after.  No control record starts the sequence.
       4050-TAKE-EXCEPTION-NUMBER.
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
           MOVE "EODBAL"          TO CX-LAST-ISSUED-BY
           MOVE WS-RUN-DATE       TO CX-LAST-ISSUED-DATE
           WRITE EXCEPTION-CONTROL-RECORD
           CLOSE EXCEPTION-CONTROL-FILE.

       9000-TERMINATE.
           MOVE SPACES TO BALANCE-REPORT-RECORD
           WRITE BALANCE-REPORT-RECORD
