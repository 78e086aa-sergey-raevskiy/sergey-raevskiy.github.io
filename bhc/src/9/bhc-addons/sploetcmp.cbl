      *> in as a cycle's raw intake so the fixes flow through
      *> PROGRAM-ID SPLOETEDT and the normal batch run instead of
      *> being keyed one at a time.  Unknown types among their adds
      *> reject in the edit, which is the report we want.  The
      *> header names SPLOETCM as submitter with the run date as
      *> batch reference, so the corrections' dispositions come back
      *> under their own name (see SPLACK).
      *> RETURN-CODE 0 in agreement, 4 differences found, 8 a file
      *> was unavailable or the master outgrew the compare table.
       >>SOURCE FORMAT FREE
           05  CO-ADDRESS              PIC X(8).
           05  CO-SPLOET-TYPE          PIC X(8).
           05  CO-ACTION-CODE          PIC X(1).
           05  CO-EFFECTIVE-DATE       PIC X(8).
       01  SPLOET-CORRECTION-HEADER REDEFINES SPLOET-CORRECTION-REC.
           05  CO-SUBMITTER-ID         PIC X(8).
           05  CO-BATCH-REFERENCE      PIC X(8).
           05  FILLER                  PIC X(9).
       01  SPLOET-CORRECTION-TRAILER REDEFINES SPLOET-CORRECTION-REC.
           05  CO-CLAIMED-COUNT        PIC 9(8).
           05  FILLER                  PIC X(17).

       FD  SPLOET-RUN-FILE.
           COPY SPLRUN.
                   MOVE XF-ADDRESS TO CO-ADDRESS
                   MOVE XF-SPLOET-TYPE TO CO-SPLOET-TYPE
                   MOVE "A" TO CO-ACTION-CODE
                   MOVE SPACES TO CO-EFFECTIVE-DATE
                   PERFORM WRITE-CORRECTION-RECORD
               END-IF
           END-IF.
                       MOVE WS-CMP-TYPE(WS-PAIR-IDX)
                           TO CO-SPLOET-TYPE
                       MOVE "D" TO CO-ACTION-CODE
                       MOVE SPACES TO CO-EFFECTIVE-DATE
                       PERFORM WRITE-CORRECTION-RECORD
                   END-IF
               END-IF
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               MOVE SPACES TO SPLOET-CORRECTION-REC
               MOVE "SPLOETCM" TO CO-SUBMITTER-ID
               MOVE FUNCTION CURRENT-DATE(1:8) TO CO-BATCH-REFERENCE
               MOVE "H" TO CO-ACTION-CODE
               WRITE SPLOET-CORRECTION-REC
           END-IF.
               MOVE WS-FEED-READ-COUNT TO RC-COUNT-2
               MOVE WS-DISC-TOTAL TO RC-COUNT-3
               MOVE 0 TO RC-COUNT-4
               MOVE 0 TO RC-HELD-COUNT
               MOVE WS-RETURN-CODE TO RC-RETURN-CODE
               WRITE SPLOET-RUN-REC
               IF WS-RUN-STATUS NOT = "00"
