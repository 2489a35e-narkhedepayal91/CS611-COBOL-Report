      *> original input deck, and the reject reason so operators can
      *> trace a reject back to its input line and repair it with
      *> MULTREPR instead of splicing fixes into the next deck by
      *> hand. A rejected reversal keeps the transaction ID it named
      *> in NUM1, the same way MULTTRAN carries it.
       01 MULTREJ-RECORD.
           05 MULTREJ-NUM1        PIC S9(7)V99 USAGE COMP-3.
           05 MULTREJ-REV-TXN-ID  REDEFINES MULTREJ-NUM1
                                  PIC 9(9) USAGE COMP-3.
           05 MULTREJ-NUM2        PIC S9(7)V99 USAGE COMP-3.
           05 MULTREJ-OP-CODE     PIC X.
           05 MULTREJ-ACCT-CODE   PIC X(4).
