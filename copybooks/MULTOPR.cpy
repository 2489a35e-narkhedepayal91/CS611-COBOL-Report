      *> drivers verify the rerun-override parm the same way; an
      *> operator with no row has no authority at all. Keyed
      *> lookups are a serial scan - the shop has a few dozen
      *> operators at most. Reopening a closed accounting period
      *> (MULTCLOS) takes its own flag - closing one does not.
      *> Profiles are maintained only through MULTOMNT, which needs
      *> the security-admin flag, never lets an operator change
      *> their own row, and logs every grant and revoke (MULTGRL).
       01 MULTOPR-RECORD.
           05 MULTOPR-OPERATOR-ID   PIC X(8).
           05 MULTOPR-AUTH-ADD      PIC X.
               88 MULTOPR-MAY-PURGE    VALUE 'Y'.
           05 MULTOPR-AUTH-OVERRIDE PIC X.
               88 MULTOPR-MAY-OVERRIDE VALUE 'Y'.
           05 MULTOPR-AUTH-RELEASE  PIC X.
               88 MULTOPR-MAY-RELEASE  VALUE 'Y'.
           05 MULTOPR-AUTH-REOPEN   PIC X.
               88 MULTOPR-MAY-REOPEN   VALUE 'Y'.
           05 MULTOPR-AUTH-SECADM   PIC X.
               88 MULTOPR-MAY-SECADM   VALUE 'Y'.
