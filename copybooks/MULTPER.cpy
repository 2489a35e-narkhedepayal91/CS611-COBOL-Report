      *> Accounting period control record - one row per month
      *> (YYYYMM) finance has closed. A master row belongs to the
      *> period of its timestamp. Once a period is closed its rows
      *> must not move: MULTMAINT will not update or delete them,
      *> MULTARCQ will not restore into it, and MULTPURG purges
      *> only periods that are closed. A period with no row here has
      *> never been closed. MULTCLOS writes the row when it prints
      *> the signed-off period summary, keeping the row count and
      *> COMPUTE total it signed off; reopening (separate MULTOPR
      *> authority) sets the status to 'O' and records who and when,
      *> and a later close overwrites the totals.
       01 MULTPER-RECORD.
           05 MULTPER-PERIOD        PIC 9(6).
           05 MULTPER-STATUS        PIC X.
               88 MULTPER-CLOSED   VALUE 'C'.
               88 MULTPER-REOPENED VALUE 'O'.
           05 MULTPER-CLOSED-DATE   PIC 9(8).
           05 MULTPER-CLOSED-BY     PIC X(8).
           05 MULTPER-REOPENED-DATE PIC 9(8).
           05 MULTPER-REOPENED-BY   PIC X(8).
           05 MULTPER-ROW-COUNT     PIC 9(9).
           05 MULTPER-COMPUTE-TOTAL PIC S9(11)V99 USAGE COMP-3.
