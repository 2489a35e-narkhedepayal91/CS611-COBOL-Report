       COPY MULTRPL.

       FD  MULT-ACCT-FILE
           RECORD CONTAINS 42 CHARACTERS.
       COPY MULTACC.

       FD  MULT-OPRPROF-FILE
           RECORD CONTAINS 17 CHARACTERS.
       COPY MULTOPR.

       FD  MULT-SECLOG-FILE
           88 WS-MAY-REPAIR VALUE 'Y'.
       01 WS-SECLOG-FUNCTION PIC X(12) VALUE "REPAIR".
       01 WS-NEW-ACCT PIC X(4) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       *> Account/cost-center table, loaded once from ACCTF at
       *> startup so a repair carrying an unknown account doesn't
       *> come straight back as a new reject.
           05 WS-ACCT-ENTRY OCCURS 500 TIMES.
               10 WS-ACCT-TBL-CODE    PIC X(4).
               10 WS-ACCT-TBL-NAME    PIC X(20).
               10 WS-ACCT-TBL-STATUS  PIC X.
                   88 WS-ACCT-TBL-CLOSED VALUE 'C'.
       01 WS-INPUT-VALID-SWITCH PIC X VALUE 'Y'.
           88 WS-INPUT-VALID VALUE 'Y'.
           88 WS-INPUT-INVALID VALUE 'N'.
           *> Without the table a repaired account could not be
           *> validated, so a missing or empty table stops the
           *> session up front.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT MULT-ACCT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "MULTREPR: ACCOUNT TABLE NOT AVAILABLE - "
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
               DISPLAY "MULTREPR: ACCOUNT TABLE OVERFLOW - CODE "
                   MULTACC-ACCT-CODE " IGNORED"
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACT-REPAIR
                   *> A reversal has no operands to correct - the
                   *> charge it names supplies them - so a rejected
                   *> one is re-cut against the right transaction ID,
                   *> not rekeyed here.
                   IF MULTREJ-OP-CODE = 'R'
                       DISPLAY "REVERSALS CANNOT BE REPAIRED HERE - "
                           "SKIPPED."
                       ADD 1 TO WS-SKIP-COUNT
                   ELSE
                       PERFORM REPAIR-REJECT-RECORD
                   END-IF
                   PERFORM READ-REJECT-RECORD
               WHEN WS-ACT-SKIP
                   ADD 1 TO WS-SKIP-COUNT
           DISPLAY "RATE CODE    : " MULTREJ-RATE-CODE.
           DISPLAY "SOURCE DECK  : " MULTREJ-DECK-ID.
           DISPLAY "REASON       : " MULTREJ-REASON.
           IF MULTREJ-OP-CODE = 'R'
               DISPLAY "REVERSES TXN : " MULTREJ-REV-TXN-ID
           END-IF.

       REPAIR-REJECT-RECORD.
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

