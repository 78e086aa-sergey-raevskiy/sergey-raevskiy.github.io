      *> SPLOET-CONTROL-REC - system control record, indexed SPLOETCT
      *> keyed on CT-CONTROL-ID.  The "BATCHWIN" record is the batch
      *> window lock: the first step of the nightly chain (PROGRAM-ID
      *> SPLOETREL) opens the window and SPLOETEON closes it at end
      *> of night.  The month-end audit close-out (PROGRAM-ID
      *> SPLOETCLO) also takes the window for its duration and
      *> releases it when it ends.  While CT-WINDOW-STATUS is "O"
      *> the online update programs refuse to run; inquiry still
      *> works.  A window left open by an abended night is closed by
      *> a supervisor with PROGRAM-ID SPLOETLCK, which names itself
      *> in CT-CLOSED-BY.
      *> Every open, close, refusal and override is also written to
      *> the SPLOETWA window log (see SPLWLG).
      *>   CT-WINDOW-STATUS  "O" open (lock held)  "C" closed
      *>   CT-OPENED-RUN-DATE is the chain's run date, so a rerun of
      *>   the same night may take the window it already holds
       01  SPLOET-CONTROL-REC.
           05  CT-CONTROL-ID           PIC X(8).
           05  CT-WINDOW-STATUS        PIC X(1).
           05  CT-OPENED-RUN-DATE      PIC X(8).
           05  CT-OPENED-BY            PIC X(10).
           05  CT-OPENED-OPERATOR      PIC X(8).
           05  CT-OPENED-TIMESTAMP     PIC X(26).
           05  CT-CLOSED-BY            PIC X(10).
           05  CT-CLOSED-OPERATOR      PIC X(8).
           05  CT-CLOSED-TIMESTAMP     PIC X(26).
