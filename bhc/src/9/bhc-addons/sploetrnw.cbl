      *> built by hand.  Feed the output in as a cycle's SPLOETRW
      *> raw intake; records already expired ("E") in the warning
      *> extract are still offered, since a renewal reinstates them.
      *> The header names SPLOETRN as submitter with the run date as
      *> batch reference, so the renewals' dispositions come back
      *> under their own name (see SPLACK).
      *> RETURN-CODE 0 clean, 8 when a file is unavailable or a
      *> write came back bad.
       >>SOURCE FORMAT FREE
           05  RN-ADDRESS              PIC X(8).
           05  RN-SPLOET-TYPE          PIC X(8).
           05  RN-ACTION-CODE          PIC X(1).
           05  RN-EFFECTIVE-DATE       PIC X(8).
       01  SPLOET-RENEWAL-HEADER REDEFINES SPLOET-RENEWAL-REC.
           05  RN-SUBMITTER-ID         PIC X(8).
           05  RN-BATCH-REFERENCE      PIC X(8).
           05  FILLER                  PIC X(9).
       01  SPLOET-RENEWAL-TRAILER REDEFINES SPLOET-RENEWAL-REC.
           05  RN-CLAIMED-COUNT        PIC 9(8).
           05  FILLER                  PIC X(17).

       FD  SPLOET-RUN-FILE.
           COPY SPLRUN.
           MOVE WX-ADDRESS TO RN-ADDRESS.
           MOVE WX-SPLOET-TYPE TO RN-SPLOET-TYPE.
           MOVE "R" TO RN-ACTION-CODE.
           MOVE SPACES TO RN-EFFECTIVE-DATE.
           WRITE SPLOET-RENEWAL-REC.
           IF WS-RENEWAL-STATUS NOT = "00"
               DISPLAY "SPLOET renewal intake write failed, status "

       WRITE-RENEWAL-HEADER.
           MOVE SPACES TO SPLOET-RENEWAL-REC.
           MOVE "SPLOETRN" TO RN-SUBMITTER-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RN-BATCH-REFERENCE.
           MOVE "H" TO RN-ACTION-CODE.
           WRITE SPLOET-RENEWAL-REC.

               MOVE WS-RENEWAL-COUNT TO RC-COUNT-2
               MOVE 0 TO RC-COUNT-3
               MOVE 0 TO RC-COUNT-4
               MOVE 0 TO RC-HELD-COUNT
               MOVE WS-RETURN-CODE TO RC-RETURN-CODE
               WRITE SPLOET-RUN-REC
               IF WS-RUN-STATUS NOT = "00"
