      *> SERVANT $ edit sploetfee.cbl
      *>
      *> PROGRAM-ID SPLOETFEE - maintenance program for the SPLOETFE
      *> registration fee schedule (see SPLFEE) that PROGRAM-ID
      *> SPLOET and SPLOETAPP price their charges from.
      *> Run-mode switch on the command line selects the action:
      *>   A - add a rate for a SploetType (prompts for the type, the
      *>       date it takes effect and the add, renewal and release
      *>       fees)
      *>   L - list the schedule (default)
      *> Rates are effective-dated: a change of fee is a new entry
      *> with a later effective date, so charges already priced can
      *> always be traced to the rate that priced them.  An entry may
      *> only be replaced while its effective date is still in the
      *> future; once it is in force it stands.
      *> The type must be on the SPLOETTY reference file.  The
      *> operator (USER) must be on the SPLOETOP operator reference
      *> file, active, and flagged as a supervisor - see PROGRAM-ID
      *> SPLOETOPR.
      *> Adding a rate is refused while the nightly chain holds the
      *> batch window on the SPLOETCT control file (see SPLCTL), so
      *> one night's charges are priced from one schedule.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLOETFEE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPLOET-FEE-FILE ASSIGN TO "SPLOETFE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-KEY
               FILE STATUS IS WS-FEE-STATUS.

           SELECT SPLOET-TYPE-FILE ASSIGN TO "SPLOETTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TY-TYPE-CODE
               FILE STATUS IS WS-TYPE-STATUS.

           SELECT SPLOET-OPERATOR-FILE ASSIGN TO "SPLOETOP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT SPLOET-CONTROL-FILE ASSIGN TO "SPLOETCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTROL-ID
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPLOET-FEE-FILE.
           COPY SPLFEE.

       FD  SPLOET-TYPE-FILE.
           COPY SPLTYP.

       FD  SPLOET-OPERATOR-FILE.
           COPY SPLOPR.

       FD  SPLOET-CONTROL-FILE.
           COPY SPLCTL.

       WORKING-STORAGE SECTION.
       01  WS-FEE-STATUS           PIC X(2).
       01  WS-TYPE-STATUS          PIC X(2).
       01  WS-OPERATOR-STATUS      PIC X(2).
       01  WS-CONTROL-STATUS       PIC X(2).

       01  WS-BATCH-WINDOW-SW      PIC X       VALUE "Y".
           88  BatchWindowClosed               VALUE "Y".

       01  WS-OPERATOR-ID          PIC X(8).

       01  WS-OPERATOR-AUTH-SW    PIC X       VALUE "N".
           88  OperatorAuthorized              VALUE "Y".

       01  WS-RUN-MODE              PIC X      VALUE "L".
           88  AddMode                         VALUE "A".
           88  ListMode                        VALUE "L".

       01  TypeCode                 PIC X(8).
       01  EffectiveDate            PIC X(8).
       01  EffectiveDate-N REDEFINES EffectiveDate
                                    PIC 9(8).
       01  AddFeeText               PIC X(9).
       01  RenewalFeeText           PIC X(9).
       01  ReleaseFeeText           PIC X(9).

       01  WS-ADD-FEE              PIC 9(5)V99 VALUE 0.
       01  WS-RENEWAL-FEE          PIC 9(5)V99 VALUE 0.
       01  WS-RELEASE-FEE          PIC 9(5)V99 VALUE 0.
       01  WS-CHECK-TEXT           PIC X(9).
       01  WS-CHECK-AMOUNT         PIC 9(5)V99 VALUE 0.

       01  WS-ENTRY-EDIT-SW        PIC X       VALUE "N".
           88  EntryIsValid                    VALUE "Y".

       01  WS-EOF-SW               PIC X       VALUE "N".
           88  EndOfRates                      VALUE "Y".

       01  WS-TODAY-DATE           PIC X(8).
       01  WS-RECORD-COUNT         PIC 9(4)    VALUE 0.
       01  WS-RATE-STATE           PIC X(10).
       01  WS-SET-OPERATOR         PIC X(8).
       01  WS-SET-DATE             PIC X(8).
       01  WS-PREVIOUS-TYPE        PIC X(8).
       01  WS-ADD-EDIT             PIC ZZ,ZZ9.99.
       01  WS-RENEWAL-EDIT         PIC ZZ,ZZ9.99.
       01  WS-RELEASE-EDIT         PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       START-SPLOETFEE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM DETERMINE-RUN-MODE.
           PERFORM DETERMINE-OPERATOR.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF OperatorAuthorized AND AddMode
               PERFORM CHECK-BATCH-WINDOW
           END-IF.
           IF NOT OperatorAuthorized OR NOT BatchWindowClosed
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-FEE-FILE
               IF WS-FEE-STATUS NOT = "00"
                   DISPLAY "SPLOET fee schedule open failed, status "
                       WS-FEE-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   EVALUATE TRUE
                       WHEN AddMode
                           PERFORM ADD-FEE-RATE
                       WHEN OTHER
                           PERFORM LIST-FEE-RATES
                   END-EVALUATE
                   CLOSE SPLOET-FEE-FILE
               END-IF
           END-IF.
           STOP RUN.
       MAIN-LOGIC-EXIT.
           EXIT.

       DETERMINE-RUN-MODE.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
           IF WS-RUN-MODE = SPACES
               MOVE "L" TO WS-RUN-MODE
           END-IF.

       DETERMINE-OPERATOR.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN " TO WS-OPERATOR-ID
           END-IF.

      *> the schedule decides what departments are billed, so it is
      *> a supervisor function: the operator must be on the
      *> reference file, active, and flagged as a supervisor.  The
      *> listing is open to the same operators only - an unavailable
      *> operator file refuses everyone - fail closed
       CHECK-OPERATOR-AUTHORITY.
           MOVE "N" TO WS-OPERATOR-AUTH-SW.
           OPEN INPUT SPLOET-OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
               DISPLAY "SPLOET operator reference file unavailable, "
                   "status " WS-OPERATOR-STATUS " - access refused"
           ELSE
               MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID
               READ SPLOET-OPERATOR-FILE
                   INVALID KEY
                       DISPLAY "Operator " WS-OPERATOR-ID
                           " is not on the operator file - access "
                           "refused"
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN OP-ACTIVE-FLAG NOT = "Y"
                               DISPLAY "Operator " WS-OPERATOR-ID
                                   " is not active - access refused"
                           WHEN OP-SUPER-FLAG NOT = "Y"
                               DISPLAY "Operator " WS-OPERATOR-ID
                                   " is not a supervisor - access "
                                   "refused"
                           WHEN OTHER
                               MOVE "Y" TO WS-OPERATOR-AUTH-SW
                       END-EVALUATE
               END-READ
               CLOSE SPLOET-OPERATOR-FILE
           END-IF.

      *> the nightly chain holds the batch window from SPLOETREL to
      *> SPLOETEON (see SPLCTL); an update keyed while it is open
      *> would put the night's reconciliation out of balance, so
      *> updates wait until it closes.  No control file or no window
      *> record means no night has run yet; any other failure
      *> refuses - fail closed.  A window left open by an abended
      *> night is cleared by a supervisor with PROGRAM-ID SPLOETLCK
       CHECK-BATCH-WINDOW.
           MOVE "N" TO WS-BATCH-WINDOW-SW.
           OPEN INPUT SPLOET-CONTROL-FILE.
           EVALUATE WS-CONTROL-STATUS
               WHEN "00"
                   MOVE "BATCHWIN" TO CT-CONTROL-ID
                   READ SPLOET-CONTROL-FILE
                       INVALID KEY
                           MOVE "Y" TO WS-BATCH-WINDOW-SW
                       NOT INVALID KEY
                           IF CT-WINDOW-STATUS = "O"
                               DISPLAY "Batch window open since "
                                   CT-OPENED-TIMESTAMP(1:14) " by "
                                   CT-OPENED-BY " " CT-OPENED-OPERATOR
                                   " - updates refused"
                           ELSE
                               MOVE "Y" TO WS-BATCH-WINDOW-SW
                           END-IF
                   END-READ
                   CLOSE SPLOET-CONTROL-FILE
               WHEN "35"
                   MOVE "Y" TO WS-BATCH-WINDOW-SW
               WHEN OTHER
                   DISPLAY "SPLOET control file unavailable, status "
                       WS-CONTROL-STATUS " - updates refused"
           END-EVALUATE.

       OPEN-FEE-FILE.
           OPEN I-O SPLOET-FEE-FILE.
           IF WS-FEE-STATUS = "35"
               OPEN OUTPUT SPLOET-FEE-FILE
               CLOSE SPLOET-FEE-FILE
               OPEN I-O SPLOET-FEE-FILE
           END-IF.

       ADD-FEE-RATE.
           DISPLAY "Sploet fee schedule. ADD A RATE" LINE 1.
           DISPLAY "Type code>" LINE 2.
           ACCEPT TypeCode.
           DISPLAY "Effective date (yyyymmdd)>" LINE 3.
           ACCEPT EffectiveDate.
           DISPLAY "Add fee>" LINE 4.
           ACCEPT AddFeeText.
           DISPLAY "Renewal fee>" LINE 5.
           ACCEPT RenewalFeeText.
           DISPLAY "Release fee>" LINE 6.
           ACCEPT ReleaseFeeText.
           PERFORM EDIT-FEE-ENTRY.
           IF EntryIsValid
               MOVE TypeCode TO FE-SPLOET-TYPE
               MOVE EffectiveDate TO FE-EFFECTIVE-DATE
               READ SPLOET-FEE-FILE
                   INVALID KEY
                       PERFORM BUILD-FEE-FIELDS
                       WRITE SPLOET-FEE-REC
                           INVALID KEY
                               DISPLAY "Sploet fee write failed, "
                                   "status " WS-FEE-STATUS
                           NOT INVALID KEY
                               DISPLAY "Rate for " TypeCode
                                   " effective " EffectiveDate
                                   " added"
                       END-WRITE
                   NOT INVALID KEY
      *> a rate already in force may have priced charges - it is
      *> superseded by a later entry, never altered
                       IF FE-EFFECTIVE-DATE NOT > WS-TODAY-DATE
                           DISPLAY "Rate for " TypeCode
                               " effective " EffectiveDate
                               " is already in force - add a later "
                               "rate instead"
                       ELSE
                           PERFORM BUILD-FEE-FIELDS
                           REWRITE SPLOET-FEE-REC
                               INVALID KEY
                                   DISPLAY "Sploet fee rewrite "
                                       "failed, status " WS-FEE-STATUS
                               NOT INVALID KEY
                                   DISPLAY "Rate for " TypeCode
                                       " effective " EffectiveDate
                                       " replaced"
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       EDIT-FEE-ENTRY.
           MOVE "Y" TO WS-ENTRY-EDIT-SW.
           PERFORM LOOKUP-FEE-TYPE.
           IF EntryIsValid
               EVALUATE TRUE
                   WHEN EffectiveDate IS NOT NUMERIC
                       DISPLAY "Effective date must be yyyymmdd"
                       MOVE "N" TO WS-ENTRY-EDIT-SW
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(EffectiveDate-N)
                           NOT = 0
                       DISPLAY "Effective date " EffectiveDate
                           " is not a valid date"
                       MOVE "N" TO WS-ENTRY-EDIT-SW
      *> back-dating would leave charges already raised priced at a
      *> rate the schedule no longer shows for their date
                   WHEN EffectiveDate < WS-TODAY-DATE
                       DISPLAY "Effective date may not be before "
                           "today"
                       MOVE "N" TO WS-ENTRY-EDIT-SW
               END-EVALUATE
           END-IF.
           IF EntryIsValid
               MOVE AddFeeText TO WS-CHECK-TEXT
               PERFORM EDIT-FEE-AMOUNT
               MOVE WS-CHECK-AMOUNT TO WS-ADD-FEE
           END-IF.
           IF EntryIsValid
               MOVE RenewalFeeText TO WS-CHECK-TEXT
               PERFORM EDIT-FEE-AMOUNT
               MOVE WS-CHECK-AMOUNT TO WS-RENEWAL-FEE
           END-IF.
           IF EntryIsValid
               MOVE ReleaseFeeText TO WS-CHECK-TEXT
               PERFORM EDIT-FEE-AMOUNT
               MOVE WS-CHECK-AMOUNT TO WS-RELEASE-FEE
           END-IF.

       LOOKUP-FEE-TYPE.
           IF TypeCode = SPACES
               DISPLAY "Type code may not be blank"
               MOVE "N" TO WS-ENTRY-EDIT-SW
           ELSE
               OPEN INPUT SPLOET-TYPE-FILE
               IF WS-TYPE-STATUS NOT = "00"
                   DISPLAY "SPLOET type reference file unavailable, "
                       "status " WS-TYPE-STATUS
                   MOVE "N" TO WS-ENTRY-EDIT-SW
               ELSE
                   MOVE TypeCode TO TY-TYPE-CODE
                   READ SPLOET-TYPE-FILE
                       INVALID KEY
                           DISPLAY "Type " TypeCode
                               " is not on the type reference file"
                           MOVE "N" TO WS-ENTRY-EDIT-SW
                   END-READ
                   CLOSE SPLOET-TYPE-FILE
               END-IF
           END-IF.

      *> a fee is keyed as a plain amount, e.g. 125 or 125.50; a
      *> blank fee is zero (no charge for that event)
       EDIT-FEE-AMOUNT.
           MOVE 0 TO WS-CHECK-AMOUNT.
           IF WS-CHECK-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-CHECK-TEXT) NOT = 0
                   DISPLAY "Fee '" WS-CHECK-TEXT "' is not an amount"
                   MOVE "N" TO WS-ENTRY-EDIT-SW
               ELSE
                   IF FUNCTION NUMVAL(WS-CHECK-TEXT) < 0
                       OR FUNCTION NUMVAL(WS-CHECK-TEXT) > 99999.99
                       DISPLAY "Fee '" WS-CHECK-TEXT
                           "' must be between 0 and 99999.99"
                       MOVE "N" TO WS-ENTRY-EDIT-SW
                   ELSE
                       COMPUTE WS-CHECK-AMOUNT =
                           FUNCTION NUMVAL(WS-CHECK-TEXT)
                   END-IF
               END-IF
           END-IF.

       BUILD-FEE-FIELDS.
           MOVE TypeCode TO FE-SPLOET-TYPE.
           MOVE EffectiveDate TO FE-EFFECTIVE-DATE.
           MOVE WS-ADD-FEE TO FE-ADD-FEE.
           MOVE WS-RENEWAL-FEE TO FE-RENEWAL-FEE.
           MOVE WS-RELEASE-FEE TO FE-RELEASE-FEE.
           MOVE WS-OPERATOR-ID TO FE-SET-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO FE-SET-TIMESTAMP.

      *> each entry is read against the one after it: an entry in
      *> force today is SUPERSEDED when the same type has a later
      *> entry also in force, so exactly one per type shows IN FORCE
       LIST-FEE-RATES.
           DISPLAY "SPLOETFEE - SPLOET FEE SCHEDULE LISTING".
           DISPLAY "RUN DATE " WS-TODAY-DATE.
           DISPLAY "TYPE     EFFECTIVE   ADD FEE   RENEWAL   RELEASE "
               "SET BY   SET ON   STATUS".
           MOVE LOW-VALUES TO FE-KEY.
           START SPLOET-FEE-FILE KEY NOT LESS THAN FE-KEY
               INVALID KEY
                   SET EndOfRates TO TRUE
           END-START.
           IF NOT EndOfRates
               PERFORM READ-NEXT-RATE
           END-IF.
           PERFORM UNTIL EndOfRates
               ADD 1 TO WS-RECORD-COUNT
               MOVE FE-SPLOET-TYPE TO WS-PREVIOUS-TYPE
               MOVE FE-EFFECTIVE-DATE TO EffectiveDate
               MOVE FE-ADD-FEE TO WS-ADD-EDIT
               MOVE FE-RENEWAL-FEE TO WS-RENEWAL-EDIT
               MOVE FE-RELEASE-FEE TO WS-RELEASE-EDIT
               MOVE FE-SET-OPERATOR TO WS-SET-OPERATOR
               MOVE FE-SET-TIMESTAMP(1:8) TO WS-SET-DATE
               PERFORM READ-NEXT-RATE
               EVALUATE TRUE
                   WHEN EffectiveDate > WS-TODAY-DATE
                       MOVE "FUTURE" TO WS-RATE-STATE
                   WHEN NOT EndOfRates
                       AND FE-SPLOET-TYPE = WS-PREVIOUS-TYPE
                       AND FE-EFFECTIVE-DATE NOT > WS-TODAY-DATE
                       MOVE "SUPERSEDED" TO WS-RATE-STATE
                   WHEN OTHER
                       MOVE "IN FORCE" TO WS-RATE-STATE
               END-EVALUATE
               DISPLAY WS-PREVIOUS-TYPE " " EffectiveDate "  "
                   WS-ADD-EDIT " " WS-RENEWAL-EDIT " "
                   WS-RELEASE-EDIT " " WS-SET-OPERATOR " "
                   WS-SET-DATE " " WS-RATE-STATE
           END-PERFORM.
           DISPLAY "TOTAL FEE SCHEDULE ENTRIES: " WS-RECORD-COUNT.

       READ-NEXT-RATE.
           READ SPLOET-FEE-FILE NEXT RECORD
               AT END
                   SET EndOfRates TO TRUE
           END-READ.
