      *>
      *> PROGRAM-ID SPLOETOPR - maintenance program for the operator
      *> reference file checked at startup by PROGRAM-ID SPLOET,
      *> SPLOETAPP, SPLOETPRG, SPLOETTYP, SPLOETHLD, SPLOETBKO,
      *> SPLOETMIG, SPLOETFEE, SPLOETLCK, SPLOETCLO and SPLOETFUT.
      *> Run-mode switch on the command line selects the action,
      *> like PROGRAM-ID SPLOETTYP:
      *>   A - add a new operator (prompts for id, name, and a Y/N
      *>       per function: entry, approval, purge/restore, type
      *>       maintenance, supervisor)
      *>   D - deactivate an existing operator (stays on file so the
      *>       audit trail still identifies them)
      *>   F - toggle one function flag on an existing operator
      *>       (prompts for the function letter E/A/P/T/S)
      *>   L - list the reference file (default)
      *> This program does not check the operator file itself - it
      *> is what creates the first operator.  Keep its load module
           ACCEPT FunctionAnswer.
           PERFORM EDIT-FUNCTION-ANSWER.
           MOVE FunctionAnswer TO OP-TYPMNT-FLAG.
           DISPLAY "May run supervisor functions (holds, backout, "
               "migration, fees, window override, close-out)? (Y/N)".
           ACCEPT FunctionAnswer.
           PERFORM EDIT-FUNCTION-ANSWER.
           MOVE FunctionAnswer TO OP-SUPER-FLAG.
           WRITE SPLOET-OPERATOR-REC
               INVALID KEY
                   DISPLAY "Operator write failed, status "
           DISPLAY "Operator maintenance. TOGGLE A FUNCTION" LINE 1.
           DISPLAY "Operator id>" LINE 2.
           ACCEPT OperatorId.
           DISPLAY "Function (E=entry A=approval P=purge T=types "
               "S=supervisor)>" LINE 3.
           ACCEPT FunctionLetter.
           MOVE OperatorId TO OP-OPERATOR-ID.
           READ SPLOET-OPERATOR-FILE
               WHEN "T"
               WHEN "t"
                   PERFORM FLIP-TYPMNT-FLAG
               WHEN "S"
               WHEN "s"
                   PERFORM FLIP-SUPER-FLAG
               WHEN OTHER
                   DISPLAY "Unknown function letter '" FunctionLetter
                       "'"
           DISPLAY "Operator " OperatorId " type maintenance flag "
               "now " OP-TYPMNT-FLAG.

       FLIP-SUPER-FLAG.
           IF OP-SUPER-FLAG = "Y"
               MOVE "N" TO OP-SUPER-FLAG
           ELSE
               MOVE "Y" TO OP-SUPER-FLAG
           END-IF.
           PERFORM REWRITE-OPERATOR-RECORD.
           DISPLAY "Operator " OperatorId " supervisor flag now "
               OP-SUPER-FLAG.

       REWRITE-OPERATOR-RECORD.
           REWRITE SPLOET-OPERATOR-REC
               INVALID KEY
       LIST-OPERATORS.
           DISPLAY "SPLOETOPR - SPLOET OPERATOR REFERENCE LISTING".
           DISPLAY "RUN DATE " FUNCTION CURRENT-DATE(1:8).
           DISPLAY "OPERATOR ACT ENT APP PRG TYP SUP NAME".
           MOVE LOW-VALUES TO OP-OPERATOR-ID.
           START SPLOET-OPERATOR-FILE
               KEY NOT LESS THAN OP-OPERATOR-ID
               DISPLAY OP-OPERATOR-ID " " OP-ACTIVE-FLAG "   "
                   OP-ENTRY-FLAG "   " OP-APPROVE-FLAG "   "
                   OP-PURGE-FLAG "   " OP-TYPMNT-FLAG "   "
                   OP-SUPER-FLAG "   " OP-NAME
               PERFORM READ-NEXT-OPERATOR
           END-PERFORM.
           DISPLAY "TOTAL OPERATORS: " WS-RECORD-COUNT.
