       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQRPT.
       AUTHOR. OPERATIONS-SUPPORT.
      *****************************************************************
      *  INQRPT - Counter inquiry security review report.
      *
      *  COUNTINQ checks every online inquiry against the OPERAUTH
      *  operator authorisation file and writes one INQLOG record
      *  per inquiry, answered or refused (see INQLOG.cpy).  This
      *  job reads that log back for the security review:
      *    - every refused attempt, in the order they happened,
      *      with who, where from, when, what was asked for and
      *      the operator's scope at the time;
      *    - usage by operator: inquiries made, answered, refused,
      *      shop-wide and branch inquiries, and the first and
      *      last day the operator used the transaction.  Every
      *      operator on OPERAUTH is listed, so an authorisation
      *      nobody uses stands out as well as one that is being
      *      pushed; a user ID on the log that OPERAUTH does not
      *      know is listed after them.
      *
      *  INQPRM is optional: review period from and to dates,
      *  CCYYMMDD each.  A blank or bad date leaves that end of the
      *  period open, so no parameter at all reports the whole log.
      *  The log and OPERAUTH are only read.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "INQPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

      *    Operator names and scopes (see OPERAUTH.cpy) - the
      *    batch extract of the file COUNTINQ reads by user ID.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-FILE-STATUS.

      *    Inquiry log (see INQLOG.cpy) - read only.
           SELECT INQUIRY-LOG-FILE ASSIGN TO "INQLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQLOG-FILE-STATUS.

           SELECT REVIEW-REPORT-FILE ASSIGN TO "INQRVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PRM-FROM-DATE             PIC X(8).
           05  FILLER                    PIC X(1).
           05  PRM-TO-DATE               PIC X(8).
           05  FILLER                    PIC X(63).

       FD  OPERATOR-AUTH-FILE
           RECORDING MODE IS F.
       COPY "OPERAUTH.cpy".

       FD  INQUIRY-LOG-FILE
           RECORDING MODE IS F.
       COPY "INQLOG.cpy".

       FD  REVIEW-REPORT-FILE
           RECORDING MODE IS F.
       01  REVIEW-REPORT-RECORD          PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS           PIC XX VALUE SPACES.
           88  WS-PARM-FILE-OK           VALUE "00".
       01  WS-OPERAUTH-FILE-STATUS       PIC XX VALUE SPACES.
           88  WS-OPERAUTH-FILE-OK       VALUE "00".
       01  WS-OPERAUTH-EOF-SW            PIC X VALUE "N".
           88  WS-OPERAUTH-EOF           VALUE "Y".
       01  WS-INQLOG-FILE-STATUS         PIC XX VALUE SPACES.
           88  WS-INQLOG-FILE-OK         VALUE "00".
       01  WS-INQLOG-EOF-SW              PIC X VALUE "N".
           88  WS-INQLOG-EOF             VALUE "Y".
       01  WS-REPORT-FILE-STATUS         PIC XX VALUE SPACES.

       01  WS-FROM-DATE                  PIC 9(8) VALUE 0.
       01  WS-TO-DATE                    PIC 9(8) VALUE 99999999.

      *    One entry per operator: everyone on OPERAUTH, in file
      *    (user ID) order, then any user ID met on the log that
      *    OPERAUTH does not hold.
       01  WS-OPERATOR-TABLE.
           05  WS-OP-MAX                 PIC 9(3) VALUE 200.
           05  WS-OP-COUNT               PIC 9(3) VALUE 0.
           05  WS-OP-ENTRY OCCURS 200.
               10  WS-OP-USER-ID         PIC X(8).
               10  WS-OP-NAME            PIC X(25).
               10  WS-OP-LEVEL           PIC X(1).
               10  WS-OP-SCOPE           PIC X(12).
               10  WS-OP-ON-FILE-SW      PIC X(1).
                   88  WS-OP-ON-FILE     VALUE "Y".
               10  WS-OP-INQUIRIES       PIC 9(5).
               10  WS-OP-ALLOWED         PIC 9(5).
               10  WS-OP-REFUSED         PIC 9(5).
               10  WS-OP-SHOP-WIDE       PIC 9(5).
               10  WS-OP-BRANCH          PIC 9(5).
               10  WS-OP-FIRST-DATE      PIC 9(8).
               10  WS-OP-LAST-DATE       PIC 9(8).
       01  WS-OP-SUB                     PIC 9(3) VALUE 0.
       01  WS-OP-FOUND-SW                PIC X VALUE "N".
           88  WS-OP-FOUND               VALUE "Y".
       01  WS-LOOKUP-USER-ID             PIC X(8) VALUE SPACES.

       01  WS-LOG-READ                   PIC 9(7) VALUE 0.
       01  WS-LOG-IN-PERIOD              PIC 9(7) VALUE 0.
       01  WS-TOTAL-ALLOWED              PIC 9(7) VALUE 0.
       01  WS-TOTAL-NOT-AUTHORISED       PIC 9(7) VALUE 0.
       01  WS-TOTAL-OUT-OF-SCOPE         PIC 9(7) VALUE 0.
       01  WS-UNUSED-COUNT               PIC 9(3) VALUE 0.
       01  WS-UNKNOWN-COUNT              PIC 9(3) VALUE 0.

       01  WS-SCOPE-TEXT                 PIC X(20) VALUE SPACES.
       01  WS-SCOPE-LEVEL                PIC X(1) VALUE SPACES.
       01  WS-SCOPE-VALUE                PIC X(12) VALUE SPACES.
       01  WS-PERIOD-EDIT-FROM           PIC X(10) VALUE SPACES.
       01  WS-PERIOD-EDIT-TO             PIC X(10) VALUE SPACES.

       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-RUN-DATE-R    REDEFINES WS-RUN-DATE.
           05  WS-RUN-CCYY               PIC 9(4).
           05  WS-RUN-MM                 PIC 9(2).
           05  WS-RUN-DD                 PIC 9(2).

       01  WS-EDIT-DATE                  PIC 9(8).
       01  WS-EDIT-DATE-R   REDEFINES WS-EDIT-DATE.
           05  WS-ED-CCYY                PIC 9(4).
           05  WS-ED-MM                  PIC 9(2).
           05  WS-ED-DD                  PIC 9(2).
       01  WS-DATE-TEXT.
           05  WS-DX-MM                  PIC 9(2).
           05  FILLER                    PIC X VALUE "/".
           05  WS-DX-DD                  PIC 9(2).
           05  FILLER                    PIC X VALUE "/".
           05  WS-DX-CCYY                PIC 9(4).

       01  WS-EDIT-TIME                  PIC 9(6).
       01  WS-EDIT-TIME-R   REDEFINES WS-EDIT-TIME.
           05  WS-ET-HH                  PIC 9(2).
           05  WS-ET-MM                  PIC 9(2).
           05  WS-ET-SS                  PIC 9(2).
       01  WS-TIME-TEXT.
           05  WS-TX-HH                  PIC 9(2).
           05  FILLER                    PIC X VALUE ":".
           05  WS-TX-MM                  PIC 9(2).
           05  FILLER                    PIC X VALUE ":".
           05  WS-TX-SS                  PIC 9(2).

       01  WS-HEADING-1.
           05  FILLER                    PIC X    VALUE "1".
           05  FILLER                    PIC X(30) VALUE
               "INQUIRY SECURITY REVIEW".
           05  FILLER                    PIC X(10) VALUE
               "  RUN DATE".
           05  H1-MM                     PIC 99.
           05  FILLER                    PIC X VALUE "/".
           05  H1-DD                     PIC 99.
           05  FILLER                    PIC X VALUE "/".
           05  H1-CCYY                   PIC 9999.

       01  WS-MESSAGE-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  ML-TEXT                   PIC X(60) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  TL-LABEL                  PIC X(30) VALUE SPACES.
           05  TL-VALUE                  PIC ZZ,ZZ9 VALUE ZERO.

       01  WS-REFUSAL-HEADING.
           05  FILLER                    PIC X(34) VALUE
               " DATE       TIME     USER ID  TERM".
           05  FILLER                    PIC X(34) VALUE
               " KEY      RESULT           SCOPE".
           05  FILLER                    PIC X(22) VALUE
               "              OPERATOR".

       01  WS-REFUSAL-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  RF-DATE                   PIC X(10).
           05  FILLER                    PIC X    VALUE SPACE.
           05  RF-TIME                   PIC X(8).
           05  FILLER                    PIC X    VALUE SPACE.
           05  RF-USER-ID                PIC X(8).
           05  FILLER                    PIC X    VALUE SPACE.
           05  RF-TERMINAL               PIC X(4).
           05  FILLER                    PIC X    VALUE SPACE.
           05  RF-KEY                    PIC X(8).
           05  FILLER                    PIC X    VALUE SPACE.
           05  RF-RESULT                 PIC X(16).
           05  FILLER                    PIC X    VALUE SPACE.
           05  RF-SCOPE                  PIC X(20).
           05  FILLER                    PIC X    VALUE SPACE.
           05  RF-NAME                   PIC X(25).

       01  WS-USAGE-HEADING.
           05  FILLER                    PIC X(36) VALUE
               " USER ID  OPERATOR".
           05  FILLER                    PIC X(21) VALUE
               "SCOPE".
           05  FILLER                    PIC X(30) VALUE
               " INQS ANSWD REFSD  SHOP BRNCH".
           05  FILLER                    PIC X(20) VALUE
               "FIRST USED LAST USED".

       01  WS-USAGE-LINE.
           05  FILLER                    PIC X    VALUE SPACE.
           05  US-USER-ID                PIC X(8).
           05  FILLER                    PIC X    VALUE SPACE.
           05  US-NAME                   PIC X(25).
           05  FILLER                    PIC X    VALUE SPACE.
           05  US-SCOPE                  PIC X(20).
           05  FILLER                    PIC X    VALUE SPACE.
           05  US-INQUIRIES              PIC ZZZZ9.
           05  FILLER                    PIC X    VALUE SPACE.
           05  US-ALLOWED                PIC ZZZZ9.
           05  FILLER                    PIC X    VALUE SPACE.
           05  US-REFUSED                PIC ZZZZ9.
           05  FILLER                    PIC X    VALUE SPACE.
           05  US-SHOP-WIDE              PIC ZZZZ9.
           05  FILLER                    PIC X    VALUE SPACE.
           05  US-BRANCH                 PIC ZZZZ9.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  US-FIRST-DATE             PIC X(10).
           05  FILLER                    PIC X    VALUE SPACE.
           05  US-LAST-DATE              PIC X(10).
           05  FILLER                    PIC X    VALUE SPACE.
           05  US-FLAG                   PIC X(3).

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-OPERATORS
           PERFORM 2000-REPORT-REFUSALS
           PERFORM 3000-PRINT-USAGE
           PERFORM 4000-PRINT-TOTALS
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT REVIEW-REPORT-FILE
           MOVE WS-RUN-MM   TO H1-MM
           MOVE WS-RUN-DD   TO H1-DD
           MOVE WS-RUN-CCYY TO H1-CCYY
           WRITE REVIEW-REPORT-RECORD FROM WS-HEADING-1
           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           PERFORM 1100-READ-PARAMETER
           IF WS-FROM-DATE = 0
               MOVE "START" TO WS-PERIOD-EDIT-FROM
           ELSE
               MOVE WS-FROM-DATE TO WS-EDIT-DATE
               PERFORM 8200-EDIT-DATE
               MOVE WS-DATE-TEXT TO WS-PERIOD-EDIT-FROM
           END-IF
           IF WS-TO-DATE = 99999999
               MOVE "END" TO WS-PERIOD-EDIT-TO
           ELSE
               MOVE WS-TO-DATE TO WS-EDIT-DATE
               PERFORM 8200-EDIT-DATE
               MOVE WS-DATE-TEXT TO WS-PERIOD-EDIT-TO
           END-IF
           MOVE SPACES TO ML-TEXT
           STRING "REVIEW PERIOD "     DELIMITED BY SIZE
                  WS-PERIOD-EDIT-FROM  DELIMITED BY " "
                  " TO "               DELIMITED BY SIZE
                  WS-PERIOD-EDIT-TO    DELIMITED BY " "
                  " OF THE INQUIRY LOG" DELIMITED BY SIZE
               INTO ML-TEXT
           END-STRING
           WRITE REVIEW-REPORT-RECORD FROM WS-MESSAGE-LINE.

      *    Each date stands or falls on its own; a from date after
      *    the to date would report nothing, so both are dropped.
       1100-READ-PARAMETER.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1150-APPLY-PARAMETER
               END-READ
               CLOSE PARM-FILE
           END-IF.

       1150-APPLY-PARAMETER.
           IF PRM-FROM-DATE NOT = SPACES
               IF PRM-FROM-DATE IS NUMERIC
                   MOVE PRM-FROM-DATE TO WS-FROM-DATE
               ELSE
                   DISPLAY "INQRPT: FROM DATE NOT NUMERIC - "
                           "PERIOD OPEN AT START"
               END-IF
           END-IF
           IF PRM-TO-DATE NOT = SPACES
               IF PRM-TO-DATE IS NUMERIC
                   MOVE PRM-TO-DATE TO WS-TO-DATE
               ELSE
                   DISPLAY "INQRPT: TO DATE NOT NUMERIC - "
                           "PERIOD OPEN AT END"
               END-IF
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "INQRPT: FROM DATE AFTER TO DATE - "
                       "WHOLE LOG REPORTED"
               MOVE 0 TO WS-FROM-DATE
               MOVE 99999999 TO WS-TO-DATE
           END-IF.

      *    Without OPERAUTH the report still runs - every user ID
      *    on the log is then listed as unknown.
       1200-LOAD-OPERATORS.
           OPEN INPUT OPERATOR-AUTH-FILE
           IF NOT WS-OPERAUTH-FILE-OK
               DISPLAY "INQRPT: NO OPERATOR AUTHORISATION FILE - "
                       "OPERATORS SHOWN AS UNKNOWN"
           ELSE
               PERFORM UNTIL WS-OPERAUTH-EOF
                   READ OPERATOR-AUTH-FILE
                       AT END
                           SET WS-OPERAUTH-EOF TO TRUE
                       NOT AT END
                           PERFORM 1250-STORE-OPERATOR
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-AUTH-FILE
           END-IF.

       1250-STORE-OPERATOR.
           IF OA-USER-ID = SPACES
               CONTINUE
           ELSE
               IF WS-OP-COUNT >= WS-OP-MAX
                   DISPLAY "INQRPT: OPERATOR TABLE FULL - USER "
                           OA-USER-ID " DROPPED"
               ELSE
                   ADD 1 TO WS-OP-COUNT
                   MOVE WS-OP-COUNT TO WS-OP-SUB
                   PERFORM 8050-CLEAR-OPERATOR-ENTRY
                   MOVE OA-USER-ID       TO WS-OP-USER-ID (WS-OP-SUB)
                   MOVE OA-OPERATOR-NAME TO WS-OP-NAME (WS-OP-SUB)
                   MOVE OA-ACCESS-LEVEL  TO WS-OP-LEVEL (WS-OP-SUB)
                   MOVE OA-SCOPE         TO WS-OP-SCOPE (WS-OP-SUB)
                   MOVE "Y" TO WS-OP-ON-FILE-SW (WS-OP-SUB)
               END-IF
           END-IF.

      *    One pass of the log: refusals are printed as they are
      *    met, so the section reads in the order they happened;
      *    every inquiry in the period is counted to its operator.
       2000-REPORT-REFUSALS.
           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE "REFUSED INQUIRIES" TO ML-TEXT
           WRITE REVIEW-REPORT-RECORD FROM WS-MESSAGE-LINE
           WRITE REVIEW-REPORT-RECORD FROM WS-REFUSAL-HEADING
           OPEN INPUT INQUIRY-LOG-FILE
           IF NOT WS-INQLOG-FILE-OK
               DISPLAY "INQRPT: NO INQUIRY LOG - NOTHING TO REVIEW"
           ELSE
               PERFORM UNTIL WS-INQLOG-EOF
                   READ INQUIRY-LOG-FILE
                       AT END
                           SET WS-INQLOG-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LOG-READ
                           PERFORM 2100-PROCESS-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE INQUIRY-LOG-FILE
           END-IF
           IF WS-TOTAL-NOT-AUTHORISED + WS-TOTAL-OUT-OF-SCOPE = 0
               MOVE "NO REFUSED INQUIRIES IN THE PERIOD" TO ML-TEXT
               WRITE REVIEW-REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF.

       2100-PROCESS-LOG-RECORD.
           IF IQ-DATE IS NOT NUMERIC
               OR IQ-DATE < WS-FROM-DATE
               OR IQ-DATE > WS-TO-DATE
               CONTINUE
           ELSE
               ADD 1 TO WS-LOG-IN-PERIOD
               MOVE IQ-USER-ID TO WS-LOOKUP-USER-ID
               PERFORM 8000-FIND-OR-ADD-OPERATOR
               IF WS-OP-SUB > 0
                   PERFORM 2200-COUNT-INQUIRY
               END-IF
               EVALUATE TRUE
                   WHEN IQ-ALLOWED
                       ADD 1 TO WS-TOTAL-ALLOWED
                   WHEN IQ-NOT-AUTHORISED
                       ADD 1 TO WS-TOTAL-NOT-AUTHORISED
                       PERFORM 2300-PRINT-REFUSAL
                   WHEN OTHER
                       ADD 1 TO WS-TOTAL-OUT-OF-SCOPE
                       PERFORM 2300-PRINT-REFUSAL
               END-EVALUATE
           END-IF.

       2200-COUNT-INQUIRY.
           ADD 1 TO WS-OP-INQUIRIES (WS-OP-SUB)
           IF IQ-ALLOWED
               ADD 1 TO WS-OP-ALLOWED (WS-OP-SUB)
           ELSE
               ADD 1 TO WS-OP-REFUSED (WS-OP-SUB)
           END-IF
           IF IQ-KEY-REQUESTED = "TOTALS"
               ADD 1 TO WS-OP-SHOP-WIDE (WS-OP-SUB)
           ELSE
               ADD 1 TO WS-OP-BRANCH (WS-OP-SUB)
           END-IF
           IF WS-OP-FIRST-DATE (WS-OP-SUB) = 0
               OR IQ-DATE < WS-OP-FIRST-DATE (WS-OP-SUB)
               MOVE IQ-DATE TO WS-OP-FIRST-DATE (WS-OP-SUB)
           END-IF
           IF IQ-DATE > WS-OP-LAST-DATE (WS-OP-SUB)
               MOVE IQ-DATE TO WS-OP-LAST-DATE (WS-OP-SUB)
           END-IF.

      *    The scope shown is the one the log recorded, not what
      *    OPERAUTH says today.
       2300-PRINT-REFUSAL.
           MOVE SPACES TO WS-REFUSAL-LINE
           MOVE IQ-DATE TO WS-EDIT-DATE
           PERFORM 8200-EDIT-DATE
           MOVE WS-DATE-TEXT TO RF-DATE
           IF IQ-TIME IS NUMERIC
               MOVE IQ-TIME TO WS-EDIT-TIME
           ELSE
               MOVE 0 TO WS-EDIT-TIME
           END-IF
           MOVE WS-ET-HH TO WS-TX-HH
           MOVE WS-ET-MM TO WS-TX-MM
           MOVE WS-ET-SS TO WS-TX-SS
           MOVE WS-TIME-TEXT TO RF-TIME
           MOVE IQ-USER-ID       TO RF-USER-ID
           MOVE IQ-TERMINAL-ID   TO RF-TERMINAL
           MOVE IQ-KEY-REQUESTED TO RF-KEY
           IF IQ-NOT-AUTHORISED
               MOVE "NOT AUTHORISED" TO RF-RESULT
           ELSE
               MOVE "OUTSIDE SCOPE" TO RF-RESULT
           END-IF
           MOVE IQ-ACCESS-LEVEL TO WS-SCOPE-LEVEL
           MOVE IQ-SCOPE        TO WS-SCOPE-VALUE
           PERFORM 8300-EDIT-SCOPE
           MOVE WS-SCOPE-TEXT TO RF-SCOPE
           IF WS-OP-SUB > 0
               MOVE WS-OP-NAME (WS-OP-SUB) TO RF-NAME
           END-IF
           WRITE REVIEW-REPORT-RECORD FROM WS-REFUSAL-LINE.

       3000-PRINT-USAGE.
           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE "USAGE BY OPERATOR" TO ML-TEXT
           WRITE REVIEW-REPORT-RECORD FROM WS-MESSAGE-LINE
           WRITE REVIEW-REPORT-RECORD FROM WS-USAGE-HEADING
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OP-COUNT
               PERFORM 3100-PRINT-USAGE-LINE
           END-PERFORM.

       3100-PRINT-USAGE-LINE.
           MOVE SPACES TO WS-USAGE-LINE
           MOVE WS-OP-USER-ID (WS-OP-SUB) TO US-USER-ID
           IF WS-OP-ON-FILE (WS-OP-SUB)
               MOVE WS-OP-NAME (WS-OP-SUB) TO US-NAME
               MOVE WS-OP-LEVEL (WS-OP-SUB) TO WS-SCOPE-LEVEL
               MOVE WS-OP-SCOPE (WS-OP-SUB) TO WS-SCOPE-VALUE
               PERFORM 8300-EDIT-SCOPE
               MOVE WS-SCOPE-TEXT TO US-SCOPE
           ELSE
               MOVE "(NOT ON OPERAUTH)" TO US-NAME
               MOVE "NONE" TO US-SCOPE
               ADD 1 TO WS-UNKNOWN-COUNT
           END-IF
           MOVE WS-OP-INQUIRIES (WS-OP-SUB) TO US-INQUIRIES
           MOVE WS-OP-ALLOWED (WS-OP-SUB)   TO US-ALLOWED
           MOVE WS-OP-REFUSED (WS-OP-SUB)   TO US-REFUSED
           MOVE WS-OP-SHOP-WIDE (WS-OP-SUB) TO US-SHOP-WIDE
           MOVE WS-OP-BRANCH (WS-OP-SUB)    TO US-BRANCH
           IF WS-OP-INQUIRIES (WS-OP-SUB) = 0
               MOVE "NEVER USED" TO US-FIRST-DATE
               ADD 1 TO WS-UNUSED-COUNT
           ELSE
               MOVE WS-OP-FIRST-DATE (WS-OP-SUB) TO WS-EDIT-DATE
               PERFORM 8200-EDIT-DATE
               MOVE WS-DATE-TEXT TO US-FIRST-DATE
               MOVE WS-OP-LAST-DATE (WS-OP-SUB) TO WS-EDIT-DATE
               PERFORM 8200-EDIT-DATE
               MOVE WS-DATE-TEXT TO US-LAST-DATE
           END-IF
           IF WS-OP-REFUSED (WS-OP-SUB) > 0
               MOVE "***" TO US-FLAG
           END-IF
           WRITE REVIEW-REPORT-RECORD FROM WS-USAGE-LINE.

       4000-PRINT-TOTALS.
           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE "INQUIRY LOG RECORDS READ" TO TL-LABEL
           MOVE WS-LOG-READ TO TL-VALUE
           WRITE REVIEW-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "INQUIRIES IN PERIOD" TO TL-LABEL
           MOVE WS-LOG-IN-PERIOD TO TL-VALUE
           WRITE REVIEW-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "  ANSWERED" TO TL-LABEL
           MOVE WS-TOTAL-ALLOWED TO TL-VALUE
           WRITE REVIEW-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "  REFUSED - NOT AUTHORISED" TO TL-LABEL
           MOVE WS-TOTAL-NOT-AUTHORISED TO TL-VALUE
           WRITE REVIEW-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "  REFUSED - OUTSIDE SCOPE" TO TL-LABEL
           MOVE WS-TOTAL-OUT-OF-SCOPE TO TL-VALUE
           WRITE REVIEW-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "OPERATORS LISTED" TO TL-LABEL
           MOVE WS-OP-COUNT TO TL-VALUE
           WRITE REVIEW-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "  WITH NO INQUIRIES" TO TL-LABEL
           MOVE WS-UNUSED-COUNT TO TL-VALUE
           WRITE REVIEW-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "  NOT ON OPERAUTH" TO TL-LABEL
           MOVE WS-UNKNOWN-COUNT TO TL-VALUE
           WRITE REVIEW-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE "*** - OPERATOR HAD INQUIRIES REFUSED IN THE PERIOD"
               TO ML-TEXT
           WRITE REVIEW-REPORT-RECORD FROM WS-MESSAGE-LINE.

       8000-FIND-OR-ADD-OPERATOR.
           MOVE "N" TO WS-OP-FOUND-SW
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OP-COUNT OR WS-OP-FOUND
               IF WS-OP-USER-ID (WS-OP-SUB) = WS-LOOKUP-USER-ID
                   MOVE "Y" TO WS-OP-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-OP-FOUND
               SUBTRACT 1 FROM WS-OP-SUB
           ELSE
               IF WS-OP-COUNT >= WS-OP-MAX
                   DISPLAY "INQRPT: OPERATOR TABLE FULL - USER "
                           WS-LOOKUP-USER-ID " NOT COUNTED"
                   MOVE 0 TO WS-OP-SUB
               ELSE
                   ADD 1 TO WS-OP-COUNT
                   MOVE WS-OP-COUNT TO WS-OP-SUB
                   PERFORM 8050-CLEAR-OPERATOR-ENTRY
                   MOVE WS-LOOKUP-USER-ID TO WS-OP-USER-ID (WS-OP-SUB)
               END-IF
           END-IF.

       8050-CLEAR-OPERATOR-ENTRY.
           MOVE SPACES TO WS-OP-USER-ID (WS-OP-SUB)
           MOVE SPACES TO WS-OP-NAME (WS-OP-SUB)
           MOVE SPACES TO WS-OP-LEVEL (WS-OP-SUB)
           MOVE SPACES TO WS-OP-SCOPE (WS-OP-SUB)
           MOVE "N" TO WS-OP-ON-FILE-SW (WS-OP-SUB)
           MOVE 0 TO WS-OP-INQUIRIES (WS-OP-SUB)
           MOVE 0 TO WS-OP-ALLOWED (WS-OP-SUB)
           MOVE 0 TO WS-OP-REFUSED (WS-OP-SUB)
           MOVE 0 TO WS-OP-SHOP-WIDE (WS-OP-SUB)
           MOVE 0 TO WS-OP-BRANCH (WS-OP-SUB)
           MOVE 0 TO WS-OP-FIRST-DATE (WS-OP-SUB)
           MOVE 0 TO WS-OP-LAST-DATE (WS-OP-SUB).

      *    CCYYMMDD in WS-EDIT-DATE to MM/DD/CCYY in WS-DATE-TEXT.
       8200-EDIT-DATE.
           MOVE WS-ED-MM   TO WS-DX-MM
           MOVE WS-ED-DD   TO WS-DX-DD
           MOVE WS-ED-CCYY TO WS-DX-CCYY.

      *    Level and scope as OPERAUTH holds them, in words.
       8300-EDIT-SCOPE.
           MOVE SPACES TO WS-SCOPE-TEXT
           EVALUATE WS-SCOPE-LEVEL
               WHEN "S"
                   MOVE "SHOP-WIDE" TO WS-SCOPE-TEXT
               WHEN "R"
                   STRING "REGION "      DELIMITED BY SIZE
                          WS-SCOPE-VALUE DELIMITED BY "  "
                       INTO WS-SCOPE-TEXT
                   END-STRING
               WHEN "B"
                   STRING "BRANCH "      DELIMITED BY SIZE
                          WS-SCOPE-VALUE (1:3) DELIMITED BY SIZE
                       INTO WS-SCOPE-TEXT
                   END-STRING
               WHEN SPACE
                   MOVE "NONE" TO WS-SCOPE-TEXT
               WHEN OTHER
                   STRING "UNKNOWN LEVEL "  DELIMITED BY SIZE
                          WS-SCOPE-LEVEL    DELIMITED BY SIZE
                       INTO WS-SCOPE-TEXT
                   END-STRING
           END-EVALUATE.

       9000-TERMINATE.
           CLOSE REVIEW-REPORT-FILE
           DISPLAY "INQRPT: INQUIRIES " WS-LOG-IN-PERIOD
                   " REFUSED NOT AUTHORISED " WS-TOTAL-NOT-AUTHORISED
                   " OUTSIDE SCOPE " WS-TOTAL-OUT-OF-SCOPE.
