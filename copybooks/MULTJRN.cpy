      *> Master change journal record - one row for every change any
      *> program makes to MULTMAST, appended as the change is made:
      *> the key, what was done, which program did it, when, and the
      *> full after image of the row (spaces after a delete). MULTMAU
      *> and the other audit trails say who changed what; this file
      *> exists so MULTRCOV can bring a backup copy of the master
      *> forward to any point in time by replaying it in order.
      *> A counter row ('K') records the master key counter (MASTCTR)
      *> being advanced - the key field carries the new value - so
      *> keys a run reserved but never used (rejects, holds) are not
      *> handed out again after a recovery.
      *> The program field holds an eight-character name: the
      *> program's own where it fits, otherwise MULTIPLY for the
      *> interactive MULTIPLICATION program, MULTBTCH for MULTBATCH
      *> and MULTMAIN for MULTMAINT.
       01 MULTJRN-RECORD.
           05 MULTJRN-TIMESTAMP     PIC X(21).
           05 MULTJRN-KEY           PIC 9(9).
           05 MULTJRN-FUNCTION      PIC X.
               88 MULTJRN-ADD     VALUE 'A'.
               88 MULTJRN-CHANGE  VALUE 'C'.
               88 MULTJRN-DELETE  VALUE 'D'.
               88 MULTJRN-COUNTER VALUE 'K'.
           05 MULTJRN-PROGRAM       PIC X(8).
           05 MULTJRN-AFTER-IMAGE   PIC X(89).
