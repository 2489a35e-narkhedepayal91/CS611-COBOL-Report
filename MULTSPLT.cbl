      *> signature when the merged run completes). A deliberate
      *> rerun takes the same PARM='OVERRIDE,operator' the drivers
      *> take, verified against the operator profile file.
      *> Reversals are the one card that updates a master row it did not
      *> add, so a deck is not split where two slices would reverse the
      *> same charge, or a reversal would cancel a charge another slice
      *> of the same deck posts; such a deck runs unsplit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY MULTRCT.

       FD  MULT-OPRPROF-FILE
           RECORD CONTAINS 17 CHARACTERS.
       COPY MULTOPR.

       FD  MULT-SECLOG-FILE
           05 WS-SLICE-ENTRY OCCURS 4 TIMES.
               10 WS-SLICE-SIZE PIC 9(9).
               10 WS-SLICE-BASE PIC 9(9).
      *> Reversal cards in the deck - the transaction ID each one
      *> names and its position in the deck - held from the count
      *> pass for the cross-slice check. Anything past the table
      *> is still counted, and stops the split.
       01 WS-REV-USED PIC 9(4) VALUE ZERO.
       01 WS-REV-MAX PIC 9(4) VALUE 2000.
       01 WS-REV-SUB PIC 9(4) VALUE ZERO.
       01 WS-REV-OTHER-SUB PIC 9(4) VALUE ZERO.
       01 WS-REV-LATER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REV-OVERFLOW-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REV-TABLE.
           05 WS-REV-ENTRY OCCURS 2000 TIMES.
               10 WS-REV-TXN-ID   PIC 9(9).
               10 WS-REV-POSITION PIC 9(9).
       01 WS-REV-SLICE PIC 9(2) VALUE ZERO.
       01 WS-FIND-POSITION PIC 9(9) VALUE ZERO.
       01 WS-FOUND-SLICE PIC 9(2) VALUE ZERO.
       01 WS-REVERSAL-CLASH-SWITCH PIC X VALUE 'N'.
           88 WS-REVERSAL-CLASH VALUE 'Y'.

       LINKAGE SECTION.
       01 LK-RUN-PARM.
           END-IF
           PERFORM CHECK-RUN-CONTROL
           PERFORM COMPUTE-SLICE-SIZES
           PERFORM READ-TXN-COUNTER
           PERFORM CHECK-REVERSAL-CARDS
           PERFORM RESERVE-MASTER-KEYS
           PERFORM RESERVE-TXN-IDS
           PERFORM CLAIM-RUN-NUMBER
           ADD 1 TO WS-TOTAL-COUNT
           ADD MULTTRAN-NUM1 TO WS-DECK-NUM1-HASH
           ADD MULTTRAN-NUM2 TO WS-DECK-NUM2-HASH
           IF MULTTRAN-OP-REVERSE
               PERFORM NOTE-REVERSAL-CARD
           END-IF
           PERFORM READ-TRANS-RECORD.

       NOTE-REVERSAL-CARD.
           IF WS-REV-USED < WS-REV-MAX
               ADD 1 TO WS-REV-USED
               MOVE MULTTRAN-REV-TXN-ID TO WS-REV-TXN-ID (WS-REV-USED)
               MOVE WS-TOTAL-COUNT TO WS-REV-POSITION (WS-REV-USED)
           ELSE
               ADD 1 TO WS-REV-OVERFLOW-COUNT
           END-IF.

       CHECK-RUN-CONTROL.
           *> Compare the deck's signature against every completed
           *> run on the shared run-control file - the slice jobs
           WRITE MULTMKY-RECORD
           CLOSE MULT-MASTCTR-FILE.

       CHECK-REVERSAL-CARDS.
           *> The slices share MASTERF, and a reversal REWRITEs the
           *> charge it cancels to mark it reversed - the one place a
           *> slice updates a row it did not add. Two slices reversing
           *> the same charge would both find it unmarked and both
           *> post a credit, and a reversal of a charge this deck
           *> itself posts in another slice may run before the charge
           *> exists. Either is only safe inside one slice, where
           *> MULTBATCH works the cards in deck order, so the split
           *> is refused here, before anything is reserved. A
           *> charge's transaction ID falls in the reserved range of
           *> the slice that posts it, so the slice is found from the
           *> ID the same way as from a deck position.
           IF WS-REV-OVERFLOW-COUNT > ZERO
               DISPLAY "MULTSPLT: MORE THAN " WS-REV-MAX
                   " REVERSAL CARDS - CANNOT CHECK THEM ACROSS SLICES"
               DISPLAY "MULTSPLT: RUN THIS DECK UNSPLIT THROUGH "
                   "MULTBATCH"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-REV-SUB
           PERFORM CHECK-ONE-REVERSAL WS-REV-USED TIMES
           IF WS-REVERSAL-CLASH
               DISPLAY "MULTSPLT: REVERSALS WOULD CROSS SLICES - DECK "
                   "NOT SPLIT"
               DISPLAY "MULTSPLT: RUN THIS DECK UNSPLIT THROUGH "
                   "MULTBATCH, OR CHANGE THE SLICE COUNT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-ONE-REVERSAL.
           ADD 1 TO WS-REV-SUB
           MOVE WS-REV-POSITION (WS-REV-SUB) TO WS-FIND-POSITION
           PERFORM FIND-POSITION-SLICE
           MOVE WS-FOUND-SLICE TO WS-REV-SLICE
           MOVE WS-REV-SUB TO WS-REV-OTHER-SUB
           COMPUTE WS-REV-LATER-COUNT = WS-REV-USED - WS-REV-SUB
           PERFORM CHECK-LATER-REVERSAL WS-REV-LATER-COUNT TIMES
           IF WS-REV-TXN-ID (WS-REV-SUB) > WS-BASE-TXN-ID
               AND WS-REV-TXN-ID (WS-REV-SUB) <=
                   WS-BASE-TXN-ID + WS-TOTAL-COUNT
               COMPUTE WS-FIND-POSITION =
                   WS-REV-TXN-ID (WS-REV-SUB) - WS-BASE-TXN-ID
               PERFORM FIND-POSITION-SLICE
               IF WS-FOUND-SLICE NOT = WS-REV-SLICE
                   DISPLAY "MULTSPLT: REVERSAL AT RECORD "
                       WS-REV-POSITION (WS-REV-SUB) " NAMES TXN "
                       WS-REV-TXN-ID (WS-REV-SUB)
                       " POSTED BY ANOTHER SLICE"
                   SET WS-REVERSAL-CLASH TO TRUE
               END-IF
           END-IF.

       CHECK-LATER-REVERSAL.
           ADD 1 TO WS-REV-OTHER-SUB
           IF WS-REV-TXN-ID (WS-REV-OTHER-SUB) =
               WS-REV-TXN-ID (WS-REV-SUB)
               MOVE WS-REV-POSITION (WS-REV-OTHER-SUB)
                   TO WS-FIND-POSITION
               PERFORM FIND-POSITION-SLICE
               IF WS-FOUND-SLICE NOT = WS-REV-SLICE
                   DISPLAY "MULTSPLT: TXN " WS-REV-TXN-ID (WS-REV-SUB)
                       " REVERSED AT RECORDS "
                       WS-REV-POSITION (WS-REV-SUB) " AND "
                       WS-REV-POSITION (WS-REV-OTHER-SUB)
                       " IN DIFFERENT SLICES"
                   SET WS-REVERSAL-CLASH TO TRUE
               END-IF
           END-IF.

       FIND-POSITION-SLICE.
           MOVE ZERO TO WS-FOUND-SLICE
           MOVE ZERO TO WS-SLICE-SUB
           PERFORM MATCH-POSITION-SLICE WS-SLICE-COUNT TIMES.

       MATCH-POSITION-SLICE.
           ADD 1 TO WS-SLICE-SUB
           IF WS-FIND-POSITION > WS-SLICE-BASE (WS-SLICE-SUB)
               AND WS-FIND-POSITION <= WS-SLICE-BASE (WS-SLICE-SUB)
                   + WS-SLICE-SIZE (WS-SLICE-SUB)
               MOVE WS-SLICE-SUB TO WS-FOUND-SLICE
           END-IF.

       READ-TXN-COUNTER.
           *> Read only - the counter is not advanced until the deck
           *> has passed the reversal check.
           OPEN INPUT MULT-TXNCTR-FILE
           IF WS-TXNCTR-STATUS = "00"
               READ MULT-TXNCTR-FILE
               CLOSE MULT-TXNCTR-FILE
           ELSE
               MOVE ZERO TO WS-BASE-TXN-ID
           END-IF.

       RESERVE-TXN-IDS.
           OPEN OUTPUT MULT-TXNCTR-FILE
           COMPUTE MULTTXN-LAST-ID =
               WS-BASE-TXN-ID + WS-TOTAL-COUNT
