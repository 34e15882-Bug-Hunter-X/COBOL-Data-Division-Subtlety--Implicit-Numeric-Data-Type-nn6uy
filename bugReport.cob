                       NOT AT END
                           IF RL-PROGRAM-ID = "COUNTJOB"
                               AND RL-RUN-DATE IS NUMERIC
                               AND NOT RL-STATUS-SIMULATION
                               SET WS-LAST-RUN-SEEN TO TRUE
                               MOVE RL-RUN-DATE TO WS-LAST-RUN-DATE
                               MOVE RL-STATUS-CODE
               MOVE "NI" TO RL-STATUS-CODE
           END-IF
           MOVE "N" TO RL-CKPT-OUTSTANDING
           PERFORM 9050-SET-RETURN-CODE
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.

      *    The step ends on a condition code carrying the run
      *    record's status, so the scheduler - and JOBGATE in
      *    front of a later step - can hold whatever follows a
      *    bad run: OK 0, NI 4, PC 8, FE 12.
       9050-SET-RETURN-CODE.
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

       2000-PRINT-REPORT.
           OPEN OUTPUT PRINT-FILE
           MOVE WS-RUN-MM   TO H1-MM
