       COPY MULTMAST.

       FD  MULT-RETEXT-FILE
           RECORD CONTAINS 71 CHARACTERS.
       COPY MULTEXT.
       COPY MULTEXV.

           MOVE MULTMAST-OP-CODE TO MULTEXT-OP-CODE
           MOVE MULTMAST-ACCT-CODE TO MULTEXT-ACCT-CODE
           MOVE MULTMAST-TIMESTAMP(1:8) TO MULTEXT-RUN-DATE
           MOVE ZERO TO MULTEXT-ORIG-TXN-ID
           *> A reversal row went out as a credit detail - op code
           *> 'R' and the charge it cancelled - not under the
           *> operation code the master keeps for the offset.
           IF MULTMAST-REVERSAL-ROW
               MOVE 'R' TO MULTEXT-OP-CODE
               MOVE MULTMAST-LINK-TXN-ID TO MULTEXT-ORIG-TXN-ID
           END-IF
           *> Likewise a re-rating adjustment went out as op 'J'
           *> naming the charge it re-rated.
           IF MULTMAST-ADJUSTMENT-ROW
               MOVE 'J' TO MULTEXT-OP-CODE
               MOVE MULTMAST-LINK-TXN-ID TO MULTEXT-ORIG-TXN-ID
           END-IF
           WRITE MULTEXT-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD MULTMAST-FIRSTMULTRES TO WS-EXTRACT-HASH.
