           SELECT MULT-RUNHST-FILE ASSIGN TO RUNHSTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHST-STATUS.
           SELECT MULT-JOURNAL-FILE ASSIGN TO JRNLF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT MULT-ACCT-FILE ASSIGN TO ACCTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT MULT-ACTRPT-FILE ASSIGN TO ACTRPTF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTRPT-STATUS.
           SELECT MULT-HOLD-FILE ASSIGN TO HOLDF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT MULT-RELEASE-FILE ASSIGN TO RELEASF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MULTOUT.

       FD  MULT-CHECKPOINT-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY MULTCHK.

       FD  MULT-REJECT-FILE
       COPY MULTMKY.

       FD  MULT-RUNTOT-FILE
           RECORD CONTAINS 72 CHARACTERS.
       COPY MULTRTL.

       FD  MULT-EXTRACT-FILE
           RECORD CONTAINS 71 CHARACTERS.
       COPY MULTEXT.
       COPY MULTEXV.

       COPY MULTRCT.

       FD  MULT-RUNHST-FILE
           RECORD CONTAINS 81 CHARACTERS.
       COPY MULTRHL.

       FD  MULT-JOURNAL-FILE
           RECORD CONTAINS 128 CHARACTERS.
       COPY MULTJRN.

       FD  MULT-ACCT-FILE
           RECORD CONTAINS 42 CHARACTERS.
       COPY MULTACC.

       FD  MULT-ACTRPT-FILE
       COPY MULTRTB.

       FD  MULT-OPRPROF-FILE
           RECORD CONTAINS 17 CHARACTERS.
       COPY MULTOPR.

       FD  MULT-SECLOG-FILE
           RECORD CONTAINS 57 CHARACTERS.
       COPY MULTSLG.

       FD  MULT-HOLD-FILE
           RECORD CONTAINS 89 CHARACTERS.
       COPY MULTHLD.

      *> Released items share the hold record layout; the buffer is
      *> declared plain so MULTHLD-RECORD stays unique to HOLDF, and
      *> each released item is moved into that layout to unpack it.
       FD  MULT-RELEASE-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01 WS-RELEASE-RECORD PIC X(89).

       WORKING-STORAGE SECTION.
       *> variables we will be using in this program.
       COPY WSVALUES.
       01 WS-ACCT-STATUS PIC XX VALUE SPACES.
       01 WS-ACTRPT-STATUS PIC XX VALUE SPACES.
       01 WS-RUNHST-STATUS PIC XX VALUE SPACES.
       01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
       01 WS-OPRPROF-STATUS PIC XX VALUE SPACES.
       01 WS-SECLOG-STATUS PIC XX VALUE SPACES.
       01 WS-HOLD-STATUS PIC XX VALUE SPACES.
       01 WS-RELEASE-STATUS PIC XX VALUE SPACES.
       01 WS-OVERRIDE-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-OPRPROF-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-OPRPROF-EOF VALUE 'Y'.
       01 WS-RESTART-COUNT PIC 9(9) VALUE ZERO.
       01 WS-RESTART-RESULT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-RESTART-REJECT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-RESTART-HOLD-COUNT PIC 9(9) VALUE ZERO.
      *> Suspense hold. Items released by a supervisor since the last
      *> run are read from RELEASF ahead of the deck and count as
      *> input records for key derivation and restart positioning;
      *> the released count keeps them apart from the deck itself
      *> for balancing. Deck sequence is the record's position in
      *> the deck alone, so a held or rejected item names the same
      *> input line however many released items went before it.
       01 WS-HOLD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-RELEASE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-DECK-SEQ PIC 9(9) VALUE ZERO.
       01 WS-RELEASE-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-RELEASE-OPEN VALUE 'Y'.
       01 WS-RELEASE-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-END-OF-RELEASES VALUE 'Y'.
       01 WS-RELEASED-SWITCH PIC X VALUE 'N'.
           88 WS-RELEASED-ITEM VALUE 'Y'.
       01 WS-HOLD-SWITCH PIC X VALUE 'N'.
           88 WS-HOLD-ITEM VALUE 'Y'.
       *> Checkpoint interval - how many records between checkpoints.
       *> Defaults to 100 but can be overridden by the JCL PARM on
       *> EXEC PGM=MULTBATCH (see GET-CHECKPOINT-INTERVAL).
           88 WS-OP-DIVIDE VALUE 'D'.
           88 WS-OP-ADD VALUE 'A'.
           88 WS-OP-SUBTRACT VALUE 'S'.
           88 WS-OP-REVERSE VALUE 'R'.
       01 WS-OP-REJECT-SWITCH PIC X VALUE 'N'.
           88 WS-OP-ACCEPTED VALUE 'N'.
           88 WS-OP-REJECTED VALUE 'Y'.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RATE-CODE PIC X(4) VALUE SPACES.
       01 WS-DECK-ID PIC X(4) VALUE SPACES.
      *> Reversal working fields - the transaction ID the reversal
      *> names, and the master key, operation code and rate code of
      *> the charge it was found to cancel.
       01 WS-REV-TXN-ID PIC 9(9) VALUE ZERO.
       01 WS-ORIG-MASTER-KEY PIC 9(9) VALUE ZERO.
       01 WS-ORIG-OP-CODE PIC X VALUE SPACE.
       01 WS-ORIG-RATE-CODE PIC X(4) VALUE SPACES.
       01 WS-ORIG-FOUND-SWITCH PIC X VALUE 'N'.
           88 WS-ORIG-FOUND VALUE 'Y'.
       01 WS-ORIG-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-ORIG-EOF VALUE 'Y'.
      *> Costing-rate table, loaded once from RATEF at startup. A
      *> transaction naming a rate code gets the value of the row in
      *> force on the run date substituted for NUM2; no row in force
           05 WS-ACCT-ENTRY OCCURS 500 TIMES.
               10 WS-ACCT-TBL-CODE    PIC X(4).
               10 WS-ACCT-TBL-NAME    PIC X(20).
               10 WS-ACCT-TBL-HOLD-LIMIT PIC 9(7)V99.
               10 WS-ACCT-TBL-STATUS  PIC X.
                   88 WS-ACCT-TBL-CLOSED VALUE 'C'.
               10 WS-ACCT-TBL-COUNT   PIC 9(9).
               10 WS-ACCT-TBL-REJECTS PIC 9(9).
               10 WS-ACCT-TBL-REVERSALS PIC 9(9).
               10 WS-ACCT-TBL-TOTAL   PIC S9(11)V99 USAGE COMP-3.

       01 WS-ACTRPT-HEADING.
       01 WS-ACTRPT-COLUMN-HEADING.
           05 FILLER              PIC X(6)  VALUE "ACCT".
           05 FILLER              PIC X(22) VALUE "NAME".
           05 FILLER              PIC X(10) VALUE "  ACCEPTED".
           05 FILLER              PIC X(10) VALUE "  REJECTED".
           05 FILLER              PIC X(10) VALUE "  REVERSED".
           05 FILLER              PIC X(16) VALUE "    RESULT TOTAL".

      *> The result total is net of reversal credits - it is what
      *> the account is actually charged for the run.
       01 WS-ACTRPT-DETAIL-LINE.
           05 ACT-DTL-CODE        PIC X(4).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 ACT-DTL-NAME        PIC X(20).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 ACT-DTL-COUNT       PIC Z(8)9.
           05 FILLER              PIC X(1) VALUE SPACES.
           05 ACT-DTL-REJECTS     PIC Z(8)9.
           05 FILLER              PIC X(1) VALUE SPACES.
           05 ACT-DTL-REVERSALS   PIC Z(8)9.
           05 ACT-DTL-TOTAL       PIC -9(11).99.

       01 WS-ACTRPT-UNKNOWN-LINE.
               "REJECTS FOR UNKNOWN ACCOUNTS: ".
           05 ACT-UNKNOWN-COUNT   PIC Z(8)9.

       01 WS-ACTRPT-HELD-LINE.
           05 FILLER              PIC X(30) VALUE
               "HELD FOR SUPERVISOR RELEASE : ".
           05 ACT-HELD-COUNT      PIC Z(8)9.

       01 WS-ACTRPT-RELEASED-LINE.
           05 FILLER              PIC X(30) VALUE
               "RELEASED ITEMS READ         : ".
           05 ACT-RELEASED-COUNT  PIC Z(8)9.

       LINKAGE SECTION.
       01 LK-CHECKPOINT-PARM.
           05 LK-PARM-LENGTH PIC S9(4) COMP.
           PERFORM WRITE-ACCOUNT-SUMMARY
           PERFORM CLEAR-CHECKPOINT
           PERFORM CLOSE-FILES
           PERFORM CLEAR-RELEASE-FILE
           PERFORM RECORD-RUN-CONTROL
           DISPLAY "MULTBATCH: RECORDS PROCESSED: " WS-RECORD-COUNT
           DISPLAY "MULTBATCH: RECORDS REJECTED : " WS-REJECT-COUNT
           DISPLAY "MULTBATCH: RECORDS HELD     : " WS-HOLD-COUNT
           DISPLAY "MULTBATCH: RELEASED ITEMS   : " WS-RELEASE-COUNT
           STOP RUN.

       GET-CHECKPOINT-INTERVAL.
           *> charged - without it every transaction would reject, so
           *> a missing or empty table stops the job before anything
           *> is posted.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT MULT-ACCT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "MULTBATCH: ACCOUNT TABLE NOT AVAILABLE - "
                   TO WS-ACCT-TBL-CODE (WS-ACCT-USED)
               MOVE MULTACC-ACCT-NAME
                   TO WS-ACCT-TBL-NAME (WS-ACCT-USED)
               MOVE MULTACC-HOLD-LIMIT
                   TO WS-ACCT-TBL-HOLD-LIMIT (WS-ACCT-USED)
               *> A closed account keeps taking work until its
               *> closing date arrives.
               IF MULTACC-ACCT-CLOSED
                   AND MULTACC-EFF-DATE <= WS-RUN-DATE
                   MOVE 'C' TO WS-ACCT-TBL-STATUS (WS-ACCT-USED)
               ELSE
                   MOVE 'O' TO WS-ACCT-TBL-STATUS (WS-ACCT-USED)
               END-IF
               MOVE ZERO TO WS-ACCT-TBL-COUNT (WS-ACCT-USED)
               MOVE ZERO TO WS-ACCT-TBL-REJECTS (WS-ACCT-USED)
               MOVE ZERO TO WS-ACCT-TBL-REVERSALS (WS-ACCT-USED)
               MOVE ZERO TO WS-ACCT-TBL-TOTAL (WS-ACCT-USED)
           ELSE
               DISPLAY "MULTBATCH: ACCOUNT TABLE OVERFLOW - CODE "
                   MOVE MULTOUT-ACCT-CODE TO WS-ACCT-CODE
                   PERFORM FIND-ACCOUNT-ENTRY
                   IF WS-ACCT-FOUND
                       IF MULTOUT-OP-CODE = 'R'
                           ADD 1 TO WS-ACCT-TBL-REVERSALS (WS-ACCT-SUB)
                       ELSE
                           ADD 1 TO WS-ACCT-TBL-COUNT (WS-ACCT-SUB)
                       END-IF
                       ADD MULTOUT-FIRSTMULTRES
                           TO WS-ACCT-TBL-TOTAL (WS-ACCT-SUB)
                   END-IF
           END-IF.

       READ-CHECKPOINT.
           *> MULTOUTF, REJECTF and HOLDF are expected to already be
           *> truncated back to these counts by MULTTRNC, which runs
           *> as its own JCL step ahead of this program on a restart
           *> (see jcl/MULTBATR.jcl) - a program cannot rewrite a
                       MOVE ZERO TO WS-RESTART-COUNT
                       MOVE ZERO TO WS-RESTART-RESULT-COUNT
                       MOVE ZERO TO WS-RESTART-REJECT-COUNT
                       MOVE ZERO TO WS-RESTART-HOLD-COUNT
                   NOT AT END
                       MOVE MULTCHK-LAST-RECORD-NUM TO WS-RESTART-COUNT
                       MOVE MULTCHK-LAST-RESULT-NUM
                       MOVE MULTCHK-LAST-REJECT-NUM
                           TO WS-RESTART-REJECT-COUNT
                       MOVE MULTCHK-EXTRACT-HASH TO WS-EXTRACT-HASH
                       MOVE MULTCHK-LAST-HOLD-NUM
                           TO WS-RESTART-HOLD-COUNT
               END-READ
               CLOSE MULT-CHECKPOINT-FILE
           ELSE
               MOVE ZERO TO WS-RESTART-COUNT
               MOVE ZERO TO WS-RESTART-RESULT-COUNT
               MOVE ZERO TO WS-RESTART-REJECT-COUNT
               MOVE ZERO TO WS-RESTART-HOLD-COUNT
           END-IF.

       OPEN-FILES.
               OPEN EXTEND MULT-REJECT-FILE
               OPEN EXTEND MULT-MISMATCH-FILE
               OPEN EXTEND MULT-EXTRACT-FILE
               OPEN EXTEND MULT-HOLD-FILE
           ELSE
               OPEN OUTPUT MULT-RESULT-FILE
               OPEN OUTPUT MULT-REJECT-FILE
               OPEN OUTPUT MULT-MISMATCH-FILE
               OPEN OUTPUT MULT-EXTRACT-FILE
               OPEN OUTPUT MULT-HOLD-FILE
           END-IF
           *> No release file simply means nothing was released since
           *> the last run.
           OPEN INPUT MULT-RELEASE-FILE
           IF WS-RELEASE-STATUS = "00"
               SET WS-RELEASE-OPEN TO TRUE
           ELSE
               SET WS-END-OF-RELEASES TO TRUE
           END-IF
           *> MASTERF holds calculation history across every run, not
           *> just this one, so it is always OPEN I-O regardless of
           IF WS-MASTER-STATUS NOT = "00"
               OPEN OUTPUT MULT-MASTER-FILE
           END-IF
           PERFORM OPEN-JOURNAL-FILE
           MOVE WS-RESTART-COUNT TO WS-RECORD-COUNT
           MOVE WS-RESTART-RESULT-COUNT TO WS-RESULT-COUNT
           MOVE WS-RESTART-REJECT-COUNT TO WS-REJECT-COUNT
           MOVE WS-RESTART-HOLD-COUNT TO WS-HOLD-COUNT.

       READ-MASTER-COUNTER.
           *> Pick up the master key base where the last run left off.
           COMPUTE MULTMKY-LAST-KEY =
               WS-BASE-MASTER-KEY + WS-RECORD-COUNT
           WRITE MULTMKY-RECORD
           CLOSE MULT-MASTCTR-FILE
           SET MULTJRN-COUNTER TO TRUE
           COMPUTE MULTJRN-KEY =
               WS-BASE-MASTER-KEY + WS-RECORD-COUNT
           MOVE SPACES TO MULTJRN-AFTER-IMAGE
           PERFORM WRITE-JOURNAL-RECORD.

       READ-TXN-COUNTER.
           *> Pick up the billing-extract transaction ID where the
           MOVE WS-OP-CODE TO MULTEXT-OP-CODE
           MOVE WS-ACCT-CODE TO MULTEXT-ACCT-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO MULTEXT-RUN-DATE
           MOVE WS-REV-TXN-ID TO MULTEXT-ORIG-TXN-ID
           WRITE MULTEXT-RECORD
           ADD WS-FIRSTMULTRES TO WS-EXTRACT-HASH.

           OPEN OUTPUT MULT-RUNTOT-FILE
           SET MULTRTL-BATCH-RUN TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO MULTRTL-RUN-DATE
           COMPUTE MULTRTL-INPUT-COUNT =
               WS-RECORD-COUNT - WS-RELEASE-COUNT
           MOVE WS-RESULT-COUNT TO MULTRTL-RESULT-COUNT
           MOVE WS-REJECT-COUNT TO MULTRTL-REJECT-COUNT
           MOVE WS-BASE-MASTER-KEY TO MULTRTL-MASTER-FIRST-KEY
           COMPUTE MULTRTL-MASTER-LAST-KEY =
               WS-BASE-MASTER-KEY + WS-RECORD-COUNT
           MOVE WS-HOLD-COUNT TO MULTRTL-HELD-COUNT
           MOVE WS-RELEASE-COUNT TO MULTRTL-RELEASED-COUNT
           WRITE MULTRTL-RECORD
           CLOSE MULT-RUNTOT-FILE.

           MOVE WS-RUN-NUMBER TO MULTRHL-RUN-NUMBER
           MOVE FUNCTION CURRENT-DATE(1:8) TO MULTRHL-RUN-DATE
           SET MULTRHL-BATCH-RUN TO TRUE
           COMPUTE MULTRHL-INPUT-COUNT =
               WS-RECORD-COUNT - WS-RELEASE-COUNT
           MOVE WS-RESULT-COUNT TO MULTRHL-RESULT-COUNT
           MOVE WS-REJECT-COUNT TO MULTRHL-REJECT-COUNT
           MOVE WS-BASE-MASTER-KEY TO MULTRHL-MASTER-FIRST-KEY
           COMPUTE MULTRHL-MASTER-LAST-KEY =
               WS-BASE-MASTER-KEY + WS-RECORD-COUNT
           MOVE WS-HOLD-COUNT TO MULTRHL-HELD-COUNT
           MOVE WS-RELEASE-COUNT TO MULTRHL-RELEASED-COUNT
           WRITE MULTRHL-RECORD
           CLOSE MULT-RUNHST-FILE.

           MOVE WS-OP-CODE TO MULTMAST-OP-CODE
           MOVE WS-ACCT-CODE TO MULTMAST-ACCT-CODE
           MOVE SPACE TO MULTMAST-RESTORED-FLAG
           SET MULTMAST-CHARGE-ROW TO TRUE
           MOVE SPACE TO MULTMAST-REVERSED-FLAG
           MOVE ZERO TO MULTMAST-LINK-TXN-ID
           *> The rate code the row was priced at, so a later rate
           *> correction can find it; spaces for a literal NUM2.
           MOVE WS-RATE-CODE TO MULTMAST-RATE-CODE
           *> A reversal row keeps the charge's own operation code so
           *> the negated results can still be proved against its
           *> operands; the entry type and link say what it is.
           IF WS-OP-REVERSE
               MOVE WS-ORIG-OP-CODE TO MULTMAST-OP-CODE
               MOVE WS-ORIG-RATE-CODE TO MULTMAST-RATE-CODE
               SET MULTMAST-REVERSAL-ROW TO TRUE
               MOVE WS-REV-TXN-ID TO MULTMAST-LINK-TXN-ID
           END-IF
           *> Stamp which run and which extract transaction carried
           *> this row, so a lost extract file can be rebuilt from
           *> the master by MULTRETX. WRITE-EXTRACT-RECORD has just
           WRITE MULTMAST-RECORD
               INVALID KEY
                   DISPLAY "MASTER RECORD NOT ADDED - KEY IN USE"
               NOT INVALID KEY
                   SET MULTJRN-ADD TO TRUE
                   PERFORM JOURNAL-MASTER-RECORD
           END-WRITE.

       OPEN-JOURNAL-FILE.
           *> Every change to the master is journaled as it is made,
           *> so MULTRCOV can bring a backup forward. A run that
           *> cannot journal must not change the master at all. The
           *> journal is only ever extended - a restart appends to
           *> the rows the failed attempt already wrote.
           OPEN EXTEND MULT-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT MULT-JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "MULTBATCH: MASTER JOURNAL NOT AVAILABLE - "
                   "STATUS " WS-JOURNAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       JOURNAL-MASTER-RECORD.
           MOVE MULTMAST-KEY TO MULTJRN-KEY
           MOVE MULTMAST-RECORD TO MULTJRN-AFTER-IMAGE
           PERFORM WRITE-JOURNAL-RECORD.

       WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO MULTJRN-TIMESTAMP
           MOVE "MULTBTCH" TO MULTJRN-PROGRAM
           WRITE MULTJRN-RECORD.

       REPOSITION-TRANS-FILE.
           *> Skip through the same combined stream - released items
           *> first, then the deck - that the original run read, so
           *> the released count is rebuilt along the way.
           PERFORM READ-TRANS-FILE WS-RESTART-COUNT TIMES.

       READ-TRANS-FILE.
           *> Items a supervisor released since the last run come
           *> first; once the release file is exhausted the deck is
           *> read as ever.
           MOVE 'N' TO WS-RELEASED-SWITCH
           IF NOT WS-END-OF-RELEASES
               PERFORM READ-RELEASE-FILE
           END-IF
           IF WS-END-OF-RELEASES
               READ MULT-TRANS-FILE
                   AT END SET WS-END-OF-TRANS TO TRUE
               END-READ
           END-IF.

       READ-RELEASE-FILE.
           READ MULT-RELEASE-FILE
               AT END
                   SET WS-END-OF-RELEASES TO TRUE
               NOT AT END
                   SET WS-RELEASED-ITEM TO TRUE
                   ADD 1 TO WS-RELEASE-COUNT
           END-READ.

       PROCESS-TRANS-FILE.
           IF WS-RELEASED-ITEM
               PERFORM LOAD-RELEASED-ITEM
           ELSE
               MOVE MULTTRAN-NUM1 TO WS_VARONE
               MOVE MULTTRAN-NUM2 TO WS_VARTWO
               MOVE MULTTRAN-OP-CODE TO WS-OP-CODE
               MOVE MULTTRAN-ACCT-CODE TO WS-ACCT-CODE
               MOVE MULTTRAN-RATE-CODE TO WS-RATE-CODE
               MOVE MULTTRAN-DECK-ID TO WS-DECK-ID
               COMPUTE WS-DECK-SEQ =
                   WS-RECORD-COUNT - WS-RELEASE-COUNT + 1
           END-IF
           MOVE ZERO TO WS-REV-TXN-ID
           MOVE 'N' TO WS-HOLD-SWITCH
           *> Decks cut before the operation code existed carry a
           *> space there - treat them as the multiply they always
           *> were.
           IF WS-OP-CODE = SPACE
               MOVE 'M' TO WS-OP-CODE
           END-IF
           IF WS-OP-REVERSE
               MOVE MULTTRAN-REV-TXN-ID TO WS-REV-TXN-ID
               PERFORM VALIDATE-REVERSAL
           ELSE
               *> A released item's NUM2 was resolved when it was
               *> held - it posts at the value the supervisor saw.
               MOVE 'N' TO WS-RATE-FAIL-SWITCH
               IF WS-RATE-CODE NOT = SPACES
                   AND NOT WS-RELEASED-ITEM
                   PERFORM RESOLVE-RATE-CODE
               END-IF
               IF WS-RATE-FAILED
                   SET WS-OP-REJECTED TO TRUE
               ELSE
                   PERFORM VALIDATE-OPERATION
                   IF WS-OP-ACCEPTED
                       PERFORM VALIDATE-ACCOUNT
                   END-IF
               END-IF
           END-IF
           IF WS-OP-REJECTED
               PERFORM TALLY-ACCOUNT-REJECT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF WS-OP-REVERSE
                   PERFORM POST-REVERSAL
                   ADD 1 TO WS-RESULT-COUNT
               ELSE
                   PERFORM CALCULATE-OPERATION
                   PERFORM CHECK-HOLD-LIMIT
                   IF WS-HOLD-ITEM
                       PERFORM WRITE-HOLD-RECORD
                       ADD 1 TO WS-HOLD-COUNT
                   ELSE
                       PERFORM WRITE-RESULT-RECORD
                       PERFORM WRITE-EXTRACT-RECORD
                       PERFORM WRITE-MASTER-RECORD
                       ADD 1 TO WS-ACCT-TBL-COUNT (WS-ACCT-SUB)
                       ADD WS-FIRSTMULTRES
                           TO WS-ACCT-TBL-TOTAL (WS-ACCT-SUB)
                       ADD 1 TO WS-RESULT-COUNT
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-RECORD-COUNT
           DIVIDE WS-RECORD-COUNT BY WS-CHECKPOINT-INTERVAL
           END-IF
           PERFORM READ-TRANS-FILE.

       LOAD-RELEASED-ITEM.
           *> Unpack a released suspense item. It keeps the deck ID
           *> and sequence of the run that held it, so a reject now
           *> still points back at the original input line.
           MOVE WS-RELEASE-RECORD TO MULTHLD-RECORD
           MOVE MULTHLD-NUM1 TO WS_VARONE
           MOVE MULTHLD-NUM2 TO WS_VARTWO
           MOVE MULTHLD-OP-CODE TO WS-OP-CODE
           MOVE MULTHLD-ACCT-CODE TO WS-ACCT-CODE
           MOVE MULTHLD-RATE-CODE TO WS-RATE-CODE
           MOVE MULTHLD-DECK-ID TO WS-DECK-ID
           MOVE MULTHLD-SEQ TO WS-DECK-SEQ.

       CHECK-HOLD-LIMIT.
           *> A result over the account's hold limit waits for a
           *> supervisor instead of going to billing. Released items
           *> have already been approved and are never held again.
           IF NOT WS-RELEASED-ITEM
               AND WS-ACCT-TBL-HOLD-LIMIT (WS-ACCT-SUB) > ZERO
               AND FUNCTION ABS(WS-FIRSTMULTRES)
                   > WS-ACCT-TBL-HOLD-LIMIT (WS-ACCT-SUB)
               SET WS-HOLD-ITEM TO TRUE
           END-IF.

       WRITE-HOLD-RECORD.
           MOVE WS_VARONE TO MULTHLD-NUM1
           MOVE WS_VARTWO TO MULTHLD-NUM2
           MOVE WS-OP-CODE TO MULTHLD-OP-CODE
           MOVE WS-ACCT-CODE TO MULTHLD-ACCT-CODE
           MOVE WS-RATE-CODE TO MULTHLD-RATE-CODE
           MOVE WS-DECK-ID TO MULTHLD-DECK-ID
           MOVE WS-DECK-SEQ TO MULTHLD-SEQ
           MOVE WS-FIRSTMULTRES TO MULTHLD-FIRSTMULTRES
           MOVE WS-ACCT-TBL-HOLD-LIMIT (WS-ACCT-SUB)
               TO MULTHLD-HOLD-LIMIT
           MOVE WS-RUN-NUMBER TO MULTHLD-RUN-NUMBER
           MOVE FUNCTION CURRENT-DATE(1:8) TO MULTHLD-RUN-DATE
           SET MULTHLD-HELD TO TRUE
           MOVE SPACES TO MULTHLD-OPERATOR-ID
           MOVE SPACES TO MULTHLD-DECISION-TS
           WRITE MULTHLD-RECORD.

       VALIDATE-OPERATION.
           *> Prove the operation is recognized and its result fits
           *> S9(7)V99 before doing the arithmetic for real. Division
               END-IF
           END-IF.

       VALIDATE-REVERSAL.
           *> A reversal names the charge it cancels by that charge's
           *> billing-extract transaction ID. The charge must be on
           *> the master, must be an ordinary charge rather than
           *> another reversal, and must not already be reversed. The
           *> operands, operation and account are all taken from the
           *> charge's master row, so the credit always matches
           *> exactly what billing was sent - including any re-rating
           *> adjustments posted against the charge since. The
           *> account only has to be known: a charge on an account
           *> closed since can still be credited, since the closing
           *> stops new charges, not the cancelling of old ones.
           SET WS-OP-ACCEPTED TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           COMPUTE WS-TXN-ID = WS-BASE-TXN-ID + WS-RESULT-COUNT + 1
           PERFORM FIND-ORIGINAL-CHARGE
           IF NOT WS-ORIG-FOUND
               SET WS-OP-REJECTED TO TRUE
               MOVE "UNKNOWN REVERSAL TXN ID" TO WS-REJECT-REASON
           ELSE
               MOVE MULTMAST-KEY TO WS-ORIG-MASTER-KEY
               MOVE MULTMAST-OP-CODE TO WS-ORIG-OP-CODE
               MOVE MULTMAST-RATE-CODE TO WS-ORIG-RATE-CODE
               MOVE MULTMAST-ACCT-CODE TO WS-ACCT-CODE
               MOVE MULTMAST-VARONE TO WS_VARONE
               MOVE MULTMAST-VARTWO TO WS_VARTWO
               COMPUTE WS-FIRSTMULTRES = ZERO - MULTMAST-FIRSTMULTRES
               COMPUTE WS_SECMULTRES = ZERO - MULTMAST-SECMULTRES
               *> A charge already marked reversed by this same
               *> transaction ID is a restart reprocessing the
               *> reversal it posted before the abend, not a second
               *> reversal - let it through like any other
               *> reprocessed transaction.
               EVALUATE TRUE
                   WHEN NOT MULTMAST-CHARGE-ROW
                       SET WS-OP-REJECTED TO TRUE
                       MOVE "REVERSAL TXN IS NOT A CHARGE"
                           TO WS-REJECT-REASON
                   WHEN MULTMAST-REVERSED
                       AND MULTMAST-LINK-TXN-ID NOT = WS-TXN-ID
                       SET WS-OP-REJECTED TO TRUE
                       MOVE "TXN ALREADY REVERSED" TO WS-REJECT-REASON
                   WHEN OTHER
                       PERFORM FIND-ACCOUNT-ENTRY
                       IF NOT WS-ACCT-FOUND
                           SET WS-OP-REJECTED TO TRUE
                           MOVE "UNKNOWN ACCOUNT CODE"
                               TO WS-REJECT-REASON
                       ELSE
                           PERFORM TOTAL-CHARGE-ADJUSTMENTS
                       END-IF
               END-EVALUATE
           END-IF.

       TOTAL-CHARGE-ADJUSTMENTS.
           *> Re-rating adjustment rows ('J') name the charge in their
           *> link and always sit above it on the master, so carry on
           *> reading from the charge. Each one's difference comes off
           *> the credit as well, and the rate the last one moved the
           *> charge to goes on the reversal row, so the negated
           *> results still prove against the operands.
           MOVE 'N' TO WS-ORIG-EOF-SWITCH
           PERFORM SCAN-FOR-ADJUSTMENT
               UNTIL WS-ORIG-EOF OR WS-OP-REJECTED.

       SCAN-FOR-ADJUSTMENT.
           READ MULT-MASTER-FILE NEXT
               AT END
                   SET WS-ORIG-EOF TO TRUE
               NOT AT END
                   IF MULTMAST-ADJUSTMENT-ROW
                       AND MULTMAST-LINK-TXN-ID = WS-REV-TXN-ID
                       MOVE MULTMAST-VARTWO TO WS_VARTWO
                       SUBTRACT MULTMAST-FIRSTMULTRES
                           FROM WS-FIRSTMULTRES
                           ON SIZE ERROR
                               SET WS-OP-REJECTED TO TRUE
                               MOVE "REVERSAL EXCEEDS 9(7)V99"
                                   TO WS-REJECT-REASON
                       END-SUBTRACT
                       SUBTRACT MULTMAST-SECMULTRES
                           FROM WS_SECMULTRES
                           ON SIZE ERROR
                               SET WS-OP-REJECTED TO TRUE
                               MOVE "REVERSAL EXCEEDS 9(7)V99"
                                   TO WS-REJECT-REASON
                       END-SUBTRACT
                   END-IF
           END-READ
           IF WS-MASTER-STATUS NOT = "00"
               SET WS-ORIG-EOF TO TRUE
           END-IF.

       FIND-ORIGINAL-CHARGE.
           *> Serial pass over the master - it is keyed by master key,
           *> not transaction ID, and reversals are rare enough that
           *> carrying an alternate index for them is not worth it.
           MOVE 'N' TO WS-ORIG-FOUND-SWITCH
           MOVE 'N' TO WS-ORIG-EOF-SWITCH
           IF WS-REV-TXN-ID = ZERO
               SET WS-ORIG-EOF TO TRUE
           ELSE
               MOVE ZERO TO MULTMAST-KEY
               START MULT-MASTER-FILE KEY NOT < MULTMAST-KEY
                   INVALID KEY
                       SET WS-ORIG-EOF TO TRUE
               END-START
               IF WS-MASTER-STATUS NOT = "00"
                   SET WS-ORIG-EOF TO TRUE
               END-IF
           END-IF
           PERFORM SCAN-FOR-ORIGINAL-CHARGE
               UNTIL WS-ORIG-EOF OR WS-ORIG-FOUND.

       SCAN-FOR-ORIGINAL-CHARGE.
           READ MULT-MASTER-FILE NEXT
               AT END
                   SET WS-ORIG-EOF TO TRUE
               NOT AT END
                   IF MULTMAST-TXN-ID = WS-REV-TXN-ID
                       SET WS-ORIG-FOUND TO TRUE
                   END-IF
           END-READ
           IF WS-MASTER-STATUS NOT = "00"
               SET WS-ORIG-EOF TO TRUE
           END-IF.

       POST-REVERSAL.
           *> The credit goes out through the same three files as a
           *> charge - op code 'R' on the result and extract records,
           *> a reversal row on the master - and the charge is then
           *> marked reversed so it cannot be reversed twice.
           PERFORM WRITE-RESULT-RECORD
           PERFORM WRITE-EXTRACT-RECORD
           PERFORM WRITE-MASTER-RECORD
           PERFORM MARK-CHARGE-REVERSED
           ADD 1 TO WS-ACCT-TBL-REVERSALS (WS-ACCT-SUB)
           ADD WS-FIRSTMULTRES
               TO WS-ACCT-TBL-TOTAL (WS-ACCT-SUB).

       MARK-CHARGE-REVERSED.
           MOVE WS-ORIG-MASTER-KEY TO MULTMAST-KEY
           READ MULT-MASTER-FILE
               INVALID KEY
                   DISPLAY "MULTBATCH: REVERSED CHARGE "
                       WS-ORIG-MASTER-KEY " NOT FOUND TO MARK"
               NOT INVALID KEY
                   SET MULTMAST-REVERSED TO TRUE
                   MOVE WS-TXN-ID TO MULTMAST-LINK-TXN-ID
                   REWRITE MULTMAST-RECORD
                       INVALID KEY
                           DISPLAY "MULTBATCH: REVERSED CHARGE "
                               WS-ORIG-MASTER-KEY " NOT MARKED"
                       NOT INVALID KEY
                           SET MULTJRN-CHANGE TO TRUE
                           PERFORM JOURNAL-MASTER-RECORD
                   END-REWRITE
           END-READ.

       VALIDATE-ACCOUNT.
           *> An unrecognized account/cost-center code rejects the
           *> same way an unrecognized operation does - a perfectly
           *> good calculation nobody can charge back is still a
           *> reject. Leaves WS-ACCT-SUB on the entry for the
           *> per-account accumulators when the code is known.
           *> A closed account is still known - its rejects are
           *> counted against it - but rejects under its own reason
           *> so the department can tell a stale code from a typo.
           PERFORM FIND-ACCOUNT-ENTRY
           IF NOT WS-ACCT-FOUND
               SET WS-OP-REJECTED TO TRUE
               MOVE "UNKNOWN ACCOUNT CODE" TO WS-REJECT-REASON
           ELSE
               IF WS-ACCT-TBL-CLOSED (WS-ACCT-SUB)
                   SET WS-OP-REJECTED TO TRUE
                   MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
               END-IF
           END-IF.

       TALLY-ACCOUNT-REJECT.
           MOVE WS-ACCT-CODE TO MULTREJ-ACCT-CODE
           MOVE WS-RATE-CODE TO MULTREJ-RATE-CODE
           MOVE WS-DECK-ID TO MULTREJ-DECK-ID
           MOVE WS-DECK-SEQ TO MULTREJ-SEQ
           MOVE WS-REJECT-REASON TO MULTREJ-REASON
           *> A rejected reversal keeps the transaction ID it named,
           *> so the repair clerk can see which charge it was after.
           IF WS-OP-REVERSE
               MOVE WS-REV-TXN-ID TO MULTREJ-REV-TXN-ID
           END-IF
           WRITE MULTREJ-RECORD.

       WRITE-MISMATCH-RECORD.
               MOVE WS-ACTRPT-UNKNOWN-LINE TO WS-ACTRPT-LINE
               WRITE WS-ACTRPT-LINE
           END-IF
           *> Held items are not yet anyone's charge - they are shown
           *> as a run total, not against an account.
           IF WS-HOLD-COUNT > ZERO
               MOVE WS-HOLD-COUNT TO ACT-HELD-COUNT
               MOVE WS-ACTRPT-HELD-LINE TO WS-ACTRPT-LINE
               WRITE WS-ACTRPT-LINE
           END-IF
           IF WS-RELEASE-COUNT > ZERO
               MOVE WS-RELEASE-COUNT TO ACT-RELEASED-COUNT
               MOVE WS-ACTRPT-RELEASED-LINE TO WS-ACTRPT-LINE
               WRITE WS-ACTRPT-LINE
           END-IF
           CLOSE MULT-ACTRPT-FILE.

       WRITE-ACCOUNT-SUMMARY-LINE.
           ADD 1 TO WS-ACCT-SUB
           IF WS-ACCT-TBL-COUNT (WS-ACCT-SUB) > ZERO
               OR WS-ACCT-TBL-REJECTS (WS-ACCT-SUB) > ZERO
               OR WS-ACCT-TBL-REVERSALS (WS-ACCT-SUB) > ZERO
               MOVE WS-ACCT-TBL-CODE (WS-ACCT-SUB) TO ACT-DTL-CODE
               MOVE WS-ACCT-TBL-NAME (WS-ACCT-SUB) TO ACT-DTL-NAME
               MOVE WS-ACCT-TBL-COUNT (WS-ACCT-SUB) TO ACT-DTL-COUNT
               MOVE WS-ACCT-TBL-REJECTS (WS-ACCT-SUB)
                   TO ACT-DTL-REJECTS
               MOVE WS-ACCT-TBL-REVERSALS (WS-ACCT-SUB)
                   TO ACT-DTL-REVERSALS
               MOVE WS-ACCT-TBL-TOTAL (WS-ACCT-SUB) TO ACT-DTL-TOTAL
               MOVE WS-ACTRPT-DETAIL-LINE TO WS-ACTRPT-LINE
               WRITE WS-ACTRPT-LINE
           MOVE WS-RESULT-COUNT TO MULTCHK-LAST-RESULT-NUM
           MOVE WS-REJECT-COUNT TO MULTCHK-LAST-REJECT-NUM
           MOVE WS-EXTRACT-HASH TO MULTCHK-EXTRACT-HASH
           MOVE WS-HOLD-COUNT TO MULTCHK-LAST-HOLD-NUM
           WRITE MULTCHK-RECORD
           CLOSE MULT-CHECKPOINT-FILE.

           MOVE ZERO TO MULTCHK-LAST-RESULT-NUM
           MOVE ZERO TO MULTCHK-LAST-REJECT-NUM
           MOVE ZERO TO MULTCHK-EXTRACT-HASH
           MOVE ZERO TO MULTCHK-LAST-HOLD-NUM
           WRITE MULTCHK-RECORD
           CLOSE MULT-CHECKPOINT-FILE.

       CLEAR-RELEASE-FILE.
           *> Job completed - every released item has now posted or
           *> rejected, so empty the release file the same way the
           *> checkpoint is reset, or the next run would post them
           *> again. Left alone on an abend so a restart rereads it.
           OPEN OUTPUT MULT-RELEASE-FILE
           CLOSE MULT-RELEASE-FILE.

       CLOSE-FILES.
           CLOSE MULT-TRANS-FILE
           CLOSE MULT-RESULT-FILE
           CLOSE MULT-REJECT-FILE
           CLOSE MULT-MISMATCH-FILE
           CLOSE MULT-EXTRACT-FILE
           CLOSE MULT-HOLD-FILE
           IF WS-RELEASE-OPEN
               CLOSE MULT-RELEASE-FILE
           END-IF
           CLOSE MULT-MASTER-FILE
           CLOSE MULT-JOURNAL-FILE.
       END PROGRAM MULTBATCH.
