                                    SEPARATE.
           05 MULTEXV-RETRANS-FLAG  PIC X.
               88 MULTEXV-RETRANSMISSION VALUE 'R'.
           05 FILLER                PIC X(29).
