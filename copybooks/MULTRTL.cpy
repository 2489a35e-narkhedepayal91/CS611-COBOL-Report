      *> independently re-counts the files and compares. The run type
      *> distinguishes MULTBATCH ('B', which writes a result file)
      *> from MULTSORT ('S', which does not).
      *> The input count is the deck alone. Items held for
      *> supervisor release and released items posted from earlier
      *> runs are their own categories: results + rejects + held
      *> must equal input + released.
       01 MULTRTL-RECORD.
           05 MULTRTL-RUN-TYPE         PIC X.
               88 MULTRTL-BATCH-RUN VALUE 'B'.
           05 MULTRTL-REJECT-COUNT     PIC 9(9).
           05 MULTRTL-MASTER-FIRST-KEY PIC 9(9).
           05 MULTRTL-MASTER-LAST-KEY  PIC 9(9).
           05 MULTRTL-HELD-COUNT       PIC 9(9).
           05 MULTRTL-RELEASED-COUNT   PIC 9(9).
