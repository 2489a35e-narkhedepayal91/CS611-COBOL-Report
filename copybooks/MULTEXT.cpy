      *> intake job. Signed, leading-separate display numerics so a
      *> non-COBOL reader can parse the flat file directly. The
      *> operation code shows which arithmetic produced the results.
      *> A reversal credit carries operation code 'R', the operands of
      *> the charge it cancels, negated results, and that charge's
      *> transaction ID in the original-transaction field - zero on
      *> every ordinary charge. A re-rating adjustment carries
      *> operation code 'J', the corrected rate in VARTWO, the
      *> difference owed as its results, and the re-rated charge's
      *> transaction ID in the original-transaction field.
       01 MULTEXT-RECORD.
           05 MULTEXT-TXN-ID        PIC 9(9).
           05 MULTEXT-VARONE        PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 MULTEXT-OP-CODE       PIC X.
           05 MULTEXT-ACCT-CODE     PIC X(4).
           05 MULTEXT-RUN-DATE      PIC 9(8).
           05 MULTEXT-ORIG-TXN-ID   PIC 9(9).
