      *> Budget record - the amount finance has budgeted for one
      *> account in one calendar month (YYYYMM), in the same units
      *> as the COMPUTE results on MULTMAST. One row per account
      *> per month; a month with no row has no budget. Kept by
      *> finance on BUDGETF alongside the hierarchy file (MULTHIR)
      *> and read by MULTBVAR.
       01 MULTBUD-RECORD.
           05 MULTBUD-ACCT-CODE    PIC X(4).
           05 MULTBUD-PERIOD       PIC 9(6).
           05 MULTBUD-AMOUNT       PIC S9(9)V99 USAGE COMP-3.
