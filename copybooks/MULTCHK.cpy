      *> reprocessed and duplicated on restart. The extract hash total
      *> is carried too, so a restarted run's extract trailer covers
      *> the records written before the abend as well as after.
      *> The suspense-hold count lets MULTTRNC truncate HOLDF the
      *> same way as the reject file.
       01 MULTCHK-RECORD.
           05 MULTCHK-LAST-RECORD-NUM PIC 9(9).
           05 MULTCHK-LAST-RESULT-NUM PIC 9(9).
           05 MULTCHK-LAST-REJECT-NUM PIC 9(9).
           05 MULTCHK-EXTRACT-HASH    PIC S9(11)V99 SIGN LEADING
                                      SEPARATE.
           05 MULTCHK-LAST-HOLD-NUM   PIC 9(9).
