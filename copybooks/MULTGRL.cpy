      *> Grant log record written by MULTOMNT - one row for every
      *> authority granted or revoked on the operator profile file
      *> (MULTOPR): when, which security administrator did it, to
      *> whose profile, which authority, and whether it was granted
      *> or revoked. Adding or revoking a whole profile also writes
      *> a PROFILE row, so a profile created or removed with no
      *> authorities on it still leaves a trace. The before/after
      *> images are the whole MULTOPR row either side of the change
      *> (spaces where no row exists). The quarterly access review
      *> (MULTACRV) takes each authority's last-granted date from
      *> this file.
       01 MULTGRL-RECORD.
           05 MULTGRL-TIMESTAMP     PIC X(21).
           05 MULTGRL-ADMIN-ID      PIC X(8).
           05 MULTGRL-OPERATOR-ID   PIC X(8).
           05 MULTGRL-AUTHORITY     PIC X(8).
           05 MULTGRL-ACTION        PIC X.
               88 MULTGRL-GRANTED   VALUE 'G'.
               88 MULTGRL-REVOKED   VALUE 'R'.
           05 MULTGRL-BEFORE-IMAGE  PIC X(17).
           05 MULTGRL-AFTER-IMAGE   PIC X(17).
