      *> unique within one program), plus the record's position in the
      *> original input deck - stamped before the sort so a reject can
      *> still name the input line it came from after reordering.
      *> A released suspense item carries its original deck ID and
      *> sequence and is flagged so it is not held a second time.
       01 MULTSRT-RECORD.
           05 MULTSRT-NUM1        PIC S9(7)V99 USAGE COMP-3.
           05 MULTSRT-REV-TXN-ID  REDEFINES MULTSRT-NUM1
                                  PIC 9(9) USAGE COMP-3.
           05 MULTSRT-NUM2        PIC S9(7)V99 USAGE COMP-3.
           05 MULTSRT-OP-CODE     PIC X.
           05 MULTSRT-ACCT-CODE   PIC X(4).
           05 MULTSRT-RATE-CODE   PIC X(4).
           05 MULTSRT-DECK-ID     PIC X(4).
           05 MULTSRT-SEQ         PIC 9(9).
           05 MULTSRT-RELEASED-FLAG PIC X.
               88 MULTSRT-RELEASED-ITEM VALUE 'R'.
