      *> SPLOET-WINDOW-LOG-REC - batch window log, sequential
      *> SPLOETWA, appended by every program that opens or closes
      *> the batch window (see SPLCTL), one record per event:
      *>   WL-EVENT-CODE  "O" window opened      "C" window closed
      *>                  "R" open refused - window still held
      *>                  "V" supervisor override (SPLOETLCK)
      *> WL-PRIOR-xxx name who held the window when the event
      *> happened; an override must quote its reason in WL-REASON.
       01  SPLOET-WINDOW-LOG-REC.
           05  WL-TIMESTAMP            PIC X(26).
           05  WL-EVENT-CODE           PIC X(1).
           05  WL-PROGRAM-ID           PIC X(10).
           05  WL-OPERATOR-ID          PIC X(8).
           05  WL-RUN-DATE             PIC X(8).
           05  WL-PRIOR-STATUS         PIC X(1).
           05  WL-PRIOR-RUN-DATE       PIC X(8).
           05  WL-PRIOR-OPENED-BY      PIC X(10).
           05  WL-PRIOR-OPENED-TS      PIC X(26).
           05  WL-REASON               PIC X(40).
