      *> SPLOET-WATCH-REC - suspicious-activity watch-list extract
      *> record, one per Address flagged by PROGRAM-ID SPLOETCHN.
      *> Written fresh each run to the sequential SPLOETWL file for
      *> the compliance team to load.  The three pattern counts are
      *> what was found inside the WC-WINDOW-DAYS window ending on
      *> WC-RUN-DATE:
      *>   WC-REREGISTER-COUNT deregistered then registered again
      *>                       under the same SploetType
      *>   WC-TYPE-HOP-COUNT   registered under a SploetType after
      *>                       a different one was deregistered,
      *>                       rejected or cancelled
      *>   WC-PX-CYCLE-COUNT   high-risk submission ("P") later
      *>                       cancelled unreviewed ("X")
      *> WC-PATTERN-FLAGS carries R, T and P in positions 1-3 for
      *> the patterns that tripped the report (space otherwise).
      *> WC-OPERATOR-COUNT is the number of different operators
      *> behind the Address's events in the window.
       01  SPLOET-WATCH-REC.
           05  WC-ADDRESS              PIC X(8).
           05  WC-RUN-DATE             PIC X(8).
           05  WC-WINDOW-DAYS          PIC 9(3).
           05  WC-PATTERN-FLAGS        PIC X(3).
           05  WC-REREGISTER-COUNT     PIC 9(4).
           05  WC-TYPE-HOP-COUNT       PIC 9(4).
           05  WC-PX-CYCLE-COUNT       PIC 9(4).
           05  WC-EVENT-COUNT          PIC 9(4).
           05  WC-OPERATOR-COUNT       PIC 9(4).
           05  WC-FIRST-EVENT-DATE     PIC X(8).
           05  WC-LAST-EVENT-DATE      PIC X(8).
