       COPY MULTAKF.

       FD  MULT-EXTRACT-FILE
           RECORD CONTAINS 71 CHARACTERS.
       COPY MULTEXT.
       COPY MULTEXV.

       COPY MULTBRL.

       FD  MULT-ACCT-FILE
           RECORD CONTAINS 42 CHARACTERS.
       COPY MULTACC.

       FD  MULT-OPRPROF-FILE
           RECORD CONTAINS 17 CHARACTERS.
       COPY MULTOPR.

       FD  MULT-SECLOG-FILE
       01 WS-REPAIR-COUNT PIC 9(9) VALUE ZERO.
       01 WS-SKIP-COUNT PIC 9(9) VALUE ZERO.
       01 WS-UNMATCHED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       *> Account/cost-center table, loaded once from ACCTF at
       *> startup so a repair carrying an unknown account doesn't
       *> come straight back as a new reject.
           05 WS-ACCT-ENTRY OCCURS 500 TIMES.
               10 WS-ACCT-TBL-CODE    PIC X(4).
               10 WS-ACCT-TBL-NAME    PIC X(20).
               10 WS-ACCT-TBL-STATUS  PIC X.
                   88 WS-ACCT-TBL-CLOSED VALUE 'C'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CLOSE MULT-SECLOG-FILE.

       LOAD-ACCOUNT-TABLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT MULT-ACCT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "MULTAKRP: ACCOUNT TABLE NOT AVAILABLE - "
                   TO WS-ACCT-TBL-CODE (WS-ACCT-USED)
               MOVE MULTACC-ACCT-NAME
                   TO WS-ACCT-TBL-NAME (WS-ACCT-USED)
               *> A closed account stays usable until its closing
               *> date arrives.
               IF MULTACC-ACCT-CLOSED
                   AND MULTACC-EFF-DATE <= WS-RUN-DATE
                   MOVE 'C' TO WS-ACCT-TBL-STATUS (WS-ACCT-USED)
               ELSE
                   MOVE 'O' TO WS-ACCT-TBL-STATUS (WS-ACCT-USED)
               END-IF
           ELSE
               DISPLAY "MULTAKRP: ACCOUNT TABLE OVERFLOW - CODE "
                   MULTACC-ACCT-CODE " IGNORED"
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACT-REPAIR
                   *> A reversal credit has no operands of its own to
                   *> correct, and its charge is already marked
                   *> reversed on the master - resend it with
                   *> MULTRETX rather than rekeying it here. A
                   *> re-rating adjustment is the same - it is a
                   *> difference with no operands of its own.
                   EVALUATE MULTEXT-OP-CODE
                       WHEN 'R'
                           DISPLAY "REVERSAL CREDITS CANNOT BE "
                               "REPAIRED HERE - SKIPPED."
                           ADD 1 TO WS-SKIP-COUNT
                       WHEN 'J'
                           DISPLAY "RE-RATING ADJUSTMENTS CANNOT BE "
                               "REPAIRED HERE - SKIPPED."
                           ADD 1 TO WS-SKIP-COUNT
                       WHEN OTHER
                           PERFORM REPAIR-ERRORED-TXN
                   END-EVALUATE
                   PERFORM READ-ACK-RECORD
               WHEN WS-ACT-SKIP
                   ADD 1 TO WS-SKIP-COUNT
           DISPLAY "ACCOUNT      : " MULTEXT-ACCT-CODE.
           DISPLAY "SENT ON      : " MULTEXT-RUN-DATE.
           DISPLAY "BILLING ERROR: " MULTAKF-ERROR-TEXT.
           IF MULTEXT-OP-CODE = 'R'
               DISPLAY "REVERSES TXN : " MULTEXT-ORIG-TXN-ID
           END-IF
           IF MULTEXT-OP-CODE = 'J'
               DISPLAY "RE-RATES TXN : " MULTEXT-ORIG-TXN-ID
           END-IF.

       REPAIR-ERRORED-TXN.
           DISPLAY "Enter corrected first number (S9(7)V99) : ".
               IF NOT WS-ACCT-FOUND
                   SET WS-INPUT-INVALID TO TRUE
                   DISPLAY "ACCOUNT CODE NOT ON ACCOUNT TABLE."
               ELSE
                   IF WS-ACCT-TBL-CLOSED (WS-ACCT-SUB)
                       SET WS-INPUT-INVALID TO TRUE
                       DISPLAY "ACCOUNT CLOSED."
                   END-IF
               END-IF
           END-IF.

