      *> Shop calendar record - one row per calendar day, keyed by
      *> date (INDEXED CALF). MULTCALB loads a whole year at a time
      *> from the year's holiday cards: Saturdays and Sundays are
      *> weekend days, the carded holidays are holidays, every
      *> other day is a business day; a card can also make a
      *> weekend day a business day when the shop works it.
      *> MULTSOGN generates standing orders on business days only,
      *> MULTMISS checks the run-history ledger against it for
      *> missed runs, and MULTWKRP marks non-business days on its
      *> trend lines. A date with no row has not been loaded.
       01 MULTCAL-RECORD.
           05 MULTCAL-DATE          PIC 9(8).
           05 MULTCAL-DAY-TYPE      PIC X.
               88 MULTCAL-BUSINESS-DAY VALUE 'B'.
               88 MULTCAL-HOLIDAY      VALUE 'H'.
               88 MULTCAL-WEEKEND      VALUE 'W'.
           05 MULTCAL-DAY-OF-WEEK   PIC 9.
           05 MULTCAL-DESCRIPTION   PIC X(20).
