      *> same totals plus the run number, so volume and reject-rate
      *> trends can be reported after the fact instead of the
      *> statistics vanishing with the next run.
      *> Held and released counts are kept on the same terms as
      *> RUNTOTF: results + rejects + held = input + released.
      *> A MULTRRAT re-rating run records the adjustment rows it
      *> posted as both its input and its results - it takes no
      *> deck, so the trend report leaves it out of deck volumes.
      *> It is 'J' when it re-rated the batch master and 'K' when it
      *> re-rated the sort master; the two masters number their keys
      *> separately, so a run's key range only means something on
      *> the master its type names.
       01 MULTRHL-RECORD.
           05 MULTRHL-RUN-NUMBER       PIC 9(9).
           05 MULTRHL-RUN-DATE         PIC 9(8).
           05 MULTRHL-RUN-TYPE         PIC X.
               88 MULTRHL-BATCH-RUN VALUE 'B'.
               88 MULTRHL-SORT-RUN  VALUE 'S'.
               88 MULTRHL-RERATE-RUN VALUE 'J' 'K'.
               88 MULTRHL-BATCH-RERATE-RUN VALUE 'J'.
               88 MULTRHL-SORT-RERATE-RUN  VALUE 'K'.
           05 MULTRHL-INPUT-COUNT      PIC 9(9).
           05 MULTRHL-RESULT-COUNT     PIC 9(9).
           05 MULTRHL-REJECT-COUNT     PIC 9(9).
           05 MULTRHL-MASTER-FIRST-KEY PIC 9(9).
           05 MULTRHL-MASTER-LAST-KEY  PIC 9(9).
           05 MULTRHL-HELD-COUNT       PIC 9(9).
           05 MULTRHL-RELEASED-COUNT   PIC 9(9).
