      *> Authority names for the Y/N flags on the operator profile
      *> record (MULTOPR), in the order the flags sit on the row.
      *> MULTOMNT and MULTACRV walk the flags by subscript against
      *> this table, so a new flag on MULTOPR needs its name added
      *> here in the same position and WS-AUTH-COUNT raised.
       01 WS-AUTH-NAME-VALUES.
           05 FILLER PIC X(8) VALUE "ADD".
           05 FILLER PIC X(8) VALUE "UPDATE".
           05 FILLER PIC X(8) VALUE "DELETE".
           05 FILLER PIC X(8) VALUE "REPAIR".
           05 FILLER PIC X(8) VALUE "PURGE".
           05 FILLER PIC X(8) VALUE "OVERRIDE".
           05 FILLER PIC X(8) VALUE "RELEASE".
           05 FILLER PIC X(8) VALUE "REOPEN".
           05 FILLER PIC X(8) VALUE "SECADM".
       01 WS-AUTH-NAME-TABLE REDEFINES WS-AUTH-NAME-VALUES.
           05 WS-AUTH-NAME PIC X(8) OCCURS 9 TIMES.
       01 WS-AUTH-COUNT PIC 9(2) VALUE 9.
       01 WS-AUTH-SUB PIC 9(2) VALUE ZERO.
