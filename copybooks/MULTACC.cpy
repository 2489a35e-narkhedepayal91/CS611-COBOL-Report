      *> programs load the whole table at startup and reject any
      *> transaction whose code is not on it, so a fat-fingered
      *> account cannot slip into the billing extract uncharged.
      *> The hold limit is the largest COMPUTE result the batch
      *> drivers will post for the account unattended - anything
      *> over it goes to the suspense-hold file for a supervisor to
      *> release or decline. Zero means the account has no limit.
      *> The table is maintained through MULTAMNT. An account is
      *> never deleted - Close marks it closed from its effective
      *> date, after which the drivers reject it as ACCOUNT CLOSED
      *> rather than as an unknown code. The effective date is the
      *> date the current status took hold: the day the account
      *> was added while open, the closing date once closed.
       01 MULTACC-RECORD.
           05 MULTACC-ACCT-CODE    PIC X(4).
           05 MULTACC-ACCT-NAME    PIC X(20).
           05 MULTACC-HOLD-LIMIT   PIC 9(7)V99.
           05 MULTACC-ACCT-STATUS  PIC X.
               88 MULTACC-ACCT-OPEN   VALUE 'O' SPACE.
               88 MULTACC-ACCT-CLOSED VALUE 'C'.
           05 MULTACC-EFF-DATE     PIC 9(8).
