      *> Suspense-hold record - one row per transaction a batch
      *> driver held back because its COMPUTE result was over the
      *> hold limit on its account's MULTACC row. A held item goes
      *> to none of the result, extract or master files; it waits
      *> here for a supervisor with release authority to work it
      *> through MULTRLSE. Released items are copied to the holding
      *> driver's own release file and post at the head of its next
      *> run, to the same master, under their original deck ID and
      *> sequence, without being held a second time; declined items
      *> go to the standing declines file for MULTREPR. NUM2 is the
      *> value actually used - any rate code was already resolved
      *> when the item was held, so the amount the supervisor
      *> approves is the amount that posts.
       01 MULTHLD-RECORD.
           05 MULTHLD-NUM1          PIC S9(7)V99 USAGE COMP-3.
           05 MULTHLD-NUM2          PIC S9(7)V99 USAGE COMP-3.
           05 MULTHLD-OP-CODE       PIC X.
           05 MULTHLD-ACCT-CODE     PIC X(4).
           05 MULTHLD-RATE-CODE     PIC X(4).
           05 MULTHLD-DECK-ID       PIC X(4).
           05 MULTHLD-SEQ           PIC 9(9).
           05 MULTHLD-FIRSTMULTRES  PIC S9(7)V99 USAGE COMP-3.
           05 MULTHLD-HOLD-LIMIT    PIC 9(7)V99 USAGE COMP-3.
           05 MULTHLD-RUN-NUMBER    PIC 9(9).
           05 MULTHLD-RUN-DATE      PIC 9(8).
           05 MULTHLD-STATUS        PIC X.
               88 MULTHLD-HELD     VALUE 'H'.
               88 MULTHLD-RELEASED VALUE 'R'.
               88 MULTHLD-DECLINED VALUE 'D'.
           05 MULTHLD-OPERATOR-ID   PIC X(8).
           05 MULTHLD-DECISION-TS   PIC X(21).
