               MOVE 0 TO RC-COUNT-2
               MOVE 0 TO RC-COUNT-3
               MOVE 0 TO RC-COUNT-4
               MOVE 0 TO RC-HELD-COUNT
               MOVE WS-RETURN-CODE TO RC-RETURN-CODE
               WRITE SPLOET-RUN-REC
               IF WS-RUN-STATUS NOT = "00"
