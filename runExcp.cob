               UNTIL WS-EXP-SUB > WS-EXP-COUNT
               IF RL-PROGRAM-ID = WS-EXP-PROGRAM (WS-EXP-SUB)
                   AND RL-RUN-DATE IS NUMERIC
                   AND NOT RL-STATUS-SIMULATION
                   MOVE "Y" TO WS-LAT-SEEN-SW (WS-EXP-SUB)
                   MOVE RL-RUN-DATE  TO WS-LAT-DATE (WS-EXP-SUB)
                   MOVE RL-RUN-TIME  TO WS-LAT-TIME (WS-EXP-SUB)
