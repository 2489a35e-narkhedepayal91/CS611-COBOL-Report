      *> traced to the source deck, not just a position in the
      *> combined file. Decks submitted without the intake step
      *> carry spaces there.
      *> A reversal ('R') cancels an earlier posting: NUM1 carries
      *> the billing-extract transaction ID of the charge being
      *> reversed, and the drivers take the operands and account
      *> from that charge's master row - NUM2, account and rate
      *> code are ignored.
       01 MULTTRAN-RECORD.
           05 MULTTRAN-NUM1        PIC S9(7)V99 USAGE COMP-3.
           05 MULTTRAN-REV-TXN-ID  REDEFINES MULTTRAN-NUM1
                                   PIC 9(9) USAGE COMP-3.
           05 MULTTRAN-NUM2        PIC S9(7)V99 USAGE COMP-3.
           05 MULTTRAN-OP-CODE     PIC X.
               88 MULTTRAN-OP-MULTIPLY VALUE 'M'.
               88 MULTTRAN-OP-DIVIDE   VALUE 'D'.
               88 MULTTRAN-OP-ADD      VALUE 'A'.
               88 MULTTRAN-OP-SUBTRACT VALUE 'S'.
               88 MULTTRAN-OP-REVERSE  VALUE 'R'.
           05 MULTTRAN-ACCT-CODE   PIC X(4).
           05 MULTTRAN-RATE-CODE   PIC X(4).
           05 MULTTRAN-DECK-ID     PIC X(4).
