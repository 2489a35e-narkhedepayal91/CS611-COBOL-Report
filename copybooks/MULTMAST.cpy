      *> row never went out on a batch extract (manual MULTMAINT
      *> adds; interactive rows carry a transaction ID but no run
      *> number).
      *> The entry type separates ordinary charges from the offsetting
      *> credit rows a reversal posts ('V'). A reversal row keeps the
      *> operation code and operands of the charge it offsets, with
      *> the results negated; where the charge was re-rated, VARTWO
      *> is the last adjustment's rate and the results take in every
      *> adjustment, so the credit is all that was billed. The
      *> reversed flag marks a charge that has been cancelled, and
      *> the link transaction ID ties the pair together both ways -
      *> on the reversal row it names the charge it offsets, on the
      *> reversed charge the reversal that cancelled it. Zero on
      *> rows with no partner.
      *> The rate code is the MULTRTB code a batch driver resolved
      *> into VARTWO - spaces when the deck carried a literal NUM2 -
      *> so rows priced at a later-corrected rate can be found and
      *> re-rated by MULTRRAT. A re-rating adjustment row ('J')
      *> carries the charge's VARONE and operation, the corrected
      *> rate in VARTWO, the difference owed (new less old) as its
      *> results, and the charge's transaction ID in the link.
       01 MULTMAST-RECORD.
           05 MULTMAST-KEY           PIC 9(9).
           05 MULTMAST-VARONE        PIC S9(7)V99 USAGE COMP-3.
           05 MULTMAST-TXN-ID        PIC 9(9).
           05 MULTMAST-RESTORED-FLAG PIC X.
               88 MULTMAST-RESTORED VALUE 'R'.
           05 MULTMAST-ENTRY-TYPE    PIC X.
               88 MULTMAST-CHARGE-ROW   VALUE SPACE.
               88 MULTMAST-REVERSAL-ROW VALUE 'V'.
               88 MULTMAST-ADJUSTMENT-ROW VALUE 'J'.
           05 MULTMAST-REVERSED-FLAG PIC X.
               88 MULTMAST-REVERSED VALUE 'Y'.
           05 MULTMAST-LINK-TXN-ID   PIC 9(9).
           05 MULTMAST-RATE-CODE     PIC X(4).
