      *> count and hash total. Slices are contiguous and
      *> transaction IDs were reserved in slice order, so simple
      *> concatenation keeps the extract in ascending ID order.
      *> Slice suspense holds are gathered into one HOLDF for
      *> MULTRLSE, their sequences rebased like the rejects.
      *> Slice master-change journals are appended to the real
      *> journal in slice order, followed by one counter row for
      *> the keys reserved for the whole deck, so MULTRCOV can
      *> replay a split run like any other.
      *> Writes the combined run-totals record so MULTBAL can prove
      *> the merged run reconciles exactly as it would an unsplit
      *> one, appends the combined totals to the run-history
           SELECT MULT-EXTRACT4-FILE ASSIGN TO EXTRACT4
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLICE-IN-STATUS.
           SELECT MULT-HOLD1-FILE ASSIGN TO HOLD1
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLICE-IN-STATUS.
           SELECT MULT-JRNL1-FILE ASSIGN TO JRNL1
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLICE-IN-STATUS.
           SELECT MULT-HOLD2-FILE ASSIGN TO HOLD2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLICE-IN-STATUS.
           SELECT MULT-JRNL2-FILE ASSIGN TO JRNL2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLICE-IN-STATUS.
           SELECT MULT-HOLD3-FILE ASSIGN TO HOLD3
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLICE-IN-STATUS.
           SELECT MULT-JRNL3-FILE ASSIGN TO JRNL3
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLICE-IN-STATUS.
           SELECT MULT-HOLD4-FILE ASSIGN TO HOLD4
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLICE-IN-STATUS.
           SELECT MULT-JRNL4-FILE ASSIGN TO JRNL4
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLICE-IN-STATUS.
           SELECT MULT-RESULT-FILE ASSIGN TO MULTOUTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT MULT-EXTRACT-FILE ASSIGN TO EXTRACTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT MULT-HOLD-FILE ASSIGN TO HOLDF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT MULT-JOURNAL-FILE ASSIGN TO JRNLF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT MULT-RUNTOT-FILE ASSIGN TO RUNTOTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNTOT-STATUS.
       01 WS-REJECT4-RECORD PIC X(62).

       FD  MULT-EXTRACT1-FILE
           RECORD CONTAINS 71 CHARACTERS.
       01 WS-EXTRACT1-RECORD PIC X(71).

       FD  MULT-EXTRACT2-FILE
           RECORD CONTAINS 71 CHARACTERS.
       01 WS-EXTRACT2-RECORD PIC X(71).

       FD  MULT-EXTRACT3-FILE
           RECORD CONTAINS 71 CHARACTERS.
       01 WS-EXTRACT3-RECORD PIC X(71).

       FD  MULT-EXTRACT4-FILE
           RECORD CONTAINS 71 CHARACTERS.
       01 WS-EXTRACT4-RECORD PIC X(71).

       FD  MULT-HOLD1-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01 WS-HOLD1-RECORD PIC X(89).

       FD  MULT-JRNL1-FILE
           RECORD CONTAINS 128 CHARACTERS.
       01 WS-JRNL1-RECORD PIC X(128).

       FD  MULT-HOLD2-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01 WS-HOLD2-RECORD PIC X(89).

       FD  MULT-JRNL2-FILE
           RECORD CONTAINS 128 CHARACTERS.
       01 WS-JRNL2-RECORD PIC X(128).

       FD  MULT-HOLD3-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01 WS-HOLD3-RECORD PIC X(89).

       FD  MULT-JRNL3-FILE
           RECORD CONTAINS 128 CHARACTERS.
       01 WS-JRNL3-RECORD PIC X(128).

       FD  MULT-HOLD4-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01 WS-HOLD4-RECORD PIC X(89).

       FD  MULT-JRNL4-FILE
           RECORD CONTAINS 128 CHARACTERS.
       01 WS-JRNL4-RECORD PIC X(128).

       FD  MULT-RESULT-FILE
           RECORD CONTAINS 25 CHARACTERS.
       COPY MULTREJ.

       FD  MULT-EXTRACT-FILE
           RECORD CONTAINS 71 CHARACTERS.
       COPY MULTEXT.
       COPY MULTEXV.

       FD  MULT-HOLD-FILE
           RECORD CONTAINS 89 CHARACTERS.
       COPY MULTHLD.

       FD  MULT-JOURNAL-FILE
           RECORD CONTAINS 128 CHARACTERS.
       COPY MULTJRN.

       FD  MULT-RUNTOT-FILE
           RECORD CONTAINS 72 CHARACTERS.
       COPY MULTRTL.

       FD  MULT-RUNHST-FILE
           RECORD CONTAINS 81 CHARACTERS.
       COPY MULTRHL.

       FD  MULT-RUNCTL-FILE
       COPY MULTRCT.

       FD  MULT-ACCT-FILE
           RECORD CONTAINS 42 CHARACTERS.
       COPY MULTACC.

       FD  MULT-ACTRPT-FILE
       01 WS-RESULT-STATUS PIC XX VALUE SPACES.
       01 WS-REJECT-STATUS PIC XX VALUE SPACES.
       01 WS-EXTRACT-STATUS PIC XX VALUE SPACES.
       01 WS-HOLD-STATUS PIC XX VALUE SPACES.
       01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
       01 WS-RUNTOT-STATUS PIC XX VALUE SPACES.
       01 WS-RUNHST-STATUS PIC XX VALUE SPACES.
       01 WS-RUNCTL-STATUS PIC XX VALUE SPACES.
               10 WS-ACCT-TBL-NAME    PIC X(20).
               10 WS-ACCT-TBL-COUNT   PIC 9(9).
               10 WS-ACCT-TBL-REJECTS PIC 9(9).
               10 WS-ACCT-TBL-REVERSALS PIC 9(9).
               10 WS-ACCT-TBL-TOTAL   PIC S9(11)V99 USAGE COMP-3.
       01 WS-SPLCTL-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-SPLCTL-EOF VALUE 'Y'.
       01 WS-CUR-SLICE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-SLICE-START-RESULTS PIC 9(9) VALUE ZERO.
       01 WS-SLICE-START-REJECTS PIC 9(9) VALUE ZERO.
       01 WS-SLICE-START-HOLDS PIC 9(9) VALUE ZERO.
       01 WS-SLICE-PROCESSED PIC 9(9) VALUE ZERO.
       01 WS-RUN-NUMBER PIC 9(9) VALUE ZERO.
       01 WS-BASE-MASTER-KEY PIC 9(9) VALUE ZERO.
       01 WS-INPUT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-RESULT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-HOLD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-EXTRACT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-EXTRACT-HASH PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
       01 WS-RESULT-BUFFER PIC X(25) VALUE SPACES.
       01 WS-REJECT-BUFFER PIC X(62) VALUE SPACES.
       01 WS-EXTRACT-BUFFER PIC X(71) VALUE SPACES.
       01 WS-HOLD-BUFFER PIC X(89) VALUE SPACES.
       01 WS-JOURNAL-BUFFER PIC X(128) VALUE SPACES.
       01 WS-JOURNAL-COUNT PIC 9(9) VALUE ZERO.
       01 WS-DECK-COUNT PIC 9(9) VALUE ZERO.
       01 WS-DECK-NUM1-HASH PIC S9(13)V99 USAGE COMP-3 VALUE ZERO.
       01 WS-DECK-NUM2-HASH PIC S9(13)V99 USAGE COMP-3 VALUE ZERO.
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-SPLIT-CONTROL
           OPEN OUTPUT MULT-RESULT-FILE
           OPEN OUTPUT MULT-REJECT-FILE
           OPEN OUTPUT MULT-EXTRACT-FILE
           OPEN OUTPUT MULT-HOLD-FILE
           PERFORM OPEN-JOURNAL-FILE
           PERFORM WRITE-EXTRACT-HEADER
           MOVE ZERO TO WS-SLICE-SUB
           PERFORM MERGE-ONE-SLICE WS-SLICE-USED TIMES
           CLOSE MULT-RESULT-FILE
           CLOSE MULT-REJECT-FILE
           CLOSE MULT-EXTRACT-FILE
           CLOSE MULT-HOLD-FILE
           PERFORM WRITE-JOURNAL-COUNTER
           CLOSE MULT-JOURNAL-FILE
           PERFORM WRITE-RUN-TOTALS
           PERFORM APPEND-RUN-HISTORY
           PERFORM RECORD-RUN-CONTROL
           DISPLAY "MULTMERG: INPUT RECORDS   : " WS-INPUT-COUNT
           DISPLAY "MULTMERG: RESULTS MERGED  : " WS-RESULT-COUNT
           DISPLAY "MULTMERG: REJECTS MERGED  : " WS-REJECT-COUNT
           DISPLAY "MULTMERG: HOLDS MERGED    : " WS-HOLD-COUNT
           DISPLAY "MULTMERG: JOURNAL ROWS    : " WS-JOURNAL-COUNT
           STOP RUN.

       LOAD-SPLIT-CONTROL.
                   TO WS-ACCT-TBL-NAME (WS-ACCT-USED)
               MOVE ZERO TO WS-ACCT-TBL-COUNT (WS-ACCT-USED)
               MOVE ZERO TO WS-ACCT-TBL-REJECTS (WS-ACCT-USED)
               MOVE ZERO TO WS-ACCT-TBL-REVERSALS (WS-ACCT-USED)
               MOVE ZERO TO WS-ACCT-TBL-TOTAL (WS-ACCT-USED)
           ELSE
               DISPLAY "MULTMERG: ACCOUNT TABLE OVERFLOW - CODE "
           MOVE WS-SPL-COUNT (WS-SLICE-SUB) TO WS-CUR-SLICE-COUNT
           MOVE WS-RESULT-COUNT TO WS-SLICE-START-RESULTS
           MOVE WS-REJECT-COUNT TO WS-SLICE-START-REJECTS
           MOVE WS-HOLD-COUNT TO WS-SLICE-START-HOLDS
           EVALUATE WS-SLICE-SUB
               WHEN 1
                   PERFORM MERGE-SLICE-1

       VERIFY-SLICE-TOTALS.
           *> Every slice input record must have come back as a
           *> result, a reject or a suspense hold; anything else means
           *> a slice job abended or ran against the wrong datasets,
           *> and a short combined file would sail into billing.
           COMPUTE WS-SLICE-PROCESSED =
               WS-RESULT-COUNT - WS-SLICE-START-RESULTS
               + WS-REJECT-COUNT - WS-SLICE-START-REJECTS
               + WS-HOLD-COUNT - WS-SLICE-START-HOLDS
           IF WS-SLICE-PROCESSED NOT = WS-CUR-SLICE-COUNT
               DISPLAY "MULTMERG: SLICE " WS-SLICE-SUB " MERGED "
                   WS-SLICE-PROCESSED " RECORDS, EXPECTED "
               PERFORM OPEN-SLICE-FAILURE
           END-IF
           PERFORM COPY-EXTRACT-1 UNTIL WS-MERGE-EOF
           CLOSE MULT-EXTRACT1-FILE
           MOVE 'N' TO WS-MERGE-EOF-SWITCH
           OPEN INPUT MULT-HOLD1-FILE
           IF WS-SLICE-IN-STATUS NOT = "00"
               PERFORM OPEN-SLICE-FAILURE
           END-IF
           PERFORM COPY-HOLD-1 UNTIL WS-MERGE-EOF
           CLOSE MULT-HOLD1-FILE
           MOVE 'N' TO WS-MERGE-EOF-SWITCH
           OPEN INPUT MULT-JRNL1-FILE
           IF WS-SLICE-IN-STATUS NOT = "00"
               PERFORM OPEN-SLICE-FAILURE
           END-IF
           PERFORM COPY-JOURNAL-1 UNTIL WS-MERGE-EOF
           CLOSE MULT-JRNL1-FILE.

       COPY-RESULT-1.
           READ MULT-RESULT1-FILE INTO WS-RESULT-BUFFER
               NOT AT END PERFORM WRITE-MERGED-EXTRACT
           END-READ.

       COPY-HOLD-1.
           READ MULT-HOLD1-FILE INTO WS-HOLD-BUFFER
               AT END SET WS-MERGE-EOF TO TRUE
               NOT AT END PERFORM WRITE-MERGED-HOLD
           END-READ.

       COPY-JOURNAL-1.
           READ MULT-JRNL1-FILE INTO WS-JOURNAL-BUFFER
               AT END SET WS-MERGE-EOF TO TRUE
               NOT AT END PERFORM WRITE-MERGED-JOURNAL
           END-READ.

       MERGE-SLICE-2.
           MOVE 'N' TO WS-MERGE-EOF-SWITCH
           OPEN INPUT MULT-RESULT2-FILE
               PERFORM OPEN-SLICE-FAILURE
           END-IF
           PERFORM COPY-EXTRACT-2 UNTIL WS-MERGE-EOF
           CLOSE MULT-EXTRACT2-FILE
           MOVE 'N' TO WS-MERGE-EOF-SWITCH
           OPEN INPUT MULT-HOLD2-FILE
           IF WS-SLICE-IN-STATUS NOT = "00"
               PERFORM OPEN-SLICE-FAILURE
           END-IF
           PERFORM COPY-HOLD-2 UNTIL WS-MERGE-EOF
           CLOSE MULT-HOLD2-FILE
           MOVE 'N' TO WS-MERGE-EOF-SWITCH
           OPEN INPUT MULT-JRNL2-FILE
           IF WS-SLICE-IN-STATUS NOT = "00"
               PERFORM OPEN-SLICE-FAILURE
           END-IF
           PERFORM COPY-JOURNAL-2 UNTIL WS-MERGE-EOF
           CLOSE MULT-JRNL2-FILE.

       COPY-RESULT-2.
           READ MULT-RESULT2-FILE INTO WS-RESULT-BUFFER
               NOT AT END PERFORM WRITE-MERGED-EXTRACT
           END-READ.

       COPY-HOLD-2.
           READ MULT-HOLD2-FILE INTO WS-HOLD-BUFFER
               AT END SET WS-MERGE-EOF TO TRUE
               NOT AT END PERFORM WRITE-MERGED-HOLD
           END-READ.

       COPY-JOURNAL-2.
           READ MULT-JRNL2-FILE INTO WS-JOURNAL-BUFFER
               AT END SET WS-MERGE-EOF TO TRUE
               NOT AT END PERFORM WRITE-MERGED-JOURNAL
           END-READ.

       MERGE-SLICE-3.
           MOVE 'N' TO WS-MERGE-EOF-SWITCH
           OPEN INPUT MULT-RESULT3-FILE
               PERFORM OPEN-SLICE-FAILURE
           END-IF
           PERFORM COPY-EXTRACT-3 UNTIL WS-MERGE-EOF
           CLOSE MULT-EXTRACT3-FILE
           MOVE 'N' TO WS-MERGE-EOF-SWITCH
           OPEN INPUT MULT-HOLD3-FILE
           IF WS-SLICE-IN-STATUS NOT = "00"
               PERFORM OPEN-SLICE-FAILURE
           END-IF
           PERFORM COPY-HOLD-3 UNTIL WS-MERGE-EOF
           CLOSE MULT-HOLD3-FILE
           MOVE 'N' TO WS-MERGE-EOF-SWITCH
           OPEN INPUT MULT-JRNL3-FILE
           IF WS-SLICE-IN-STATUS NOT = "00"
               PERFORM OPEN-SLICE-FAILURE
           END-IF
           PERFORM COPY-JOURNAL-3 UNTIL WS-MERGE-EOF
           CLOSE MULT-JRNL3-FILE.

       COPY-RESULT-3.
           READ MULT-RESULT3-FILE INTO WS-RESULT-BUFFER
               NOT AT END PERFORM WRITE-MERGED-EXTRACT
           END-READ.

       COPY-HOLD-3.
           READ MULT-HOLD3-FILE INTO WS-HOLD-BUFFER
               AT END SET WS-MERGE-EOF TO TRUE
               NOT AT END PERFORM WRITE-MERGED-HOLD
           END-READ.

       COPY-JOURNAL-3.
           READ MULT-JRNL3-FILE INTO WS-JOURNAL-BUFFER
               AT END SET WS-MERGE-EOF TO TRUE
               NOT AT END PERFORM WRITE-MERGED-JOURNAL
           END-READ.

       MERGE-SLICE-4.
           MOVE 'N' TO WS-MERGE-EOF-SWITCH
           OPEN INPUT MULT-RESULT4-FILE
               PERFORM OPEN-SLICE-FAILURE
           END-IF
           PERFORM COPY-EXTRACT-4 UNTIL WS-MERGE-EOF
           CLOSE MULT-EXTRACT4-FILE
           MOVE 'N' TO WS-MERGE-EOF-SWITCH
           OPEN INPUT MULT-HOLD4-FILE
           IF WS-SLICE-IN-STATUS NOT = "00"
               PERFORM OPEN-SLICE-FAILURE
           END-IF
           PERFORM COPY-HOLD-4 UNTIL WS-MERGE-EOF
           CLOSE MULT-HOLD4-FILE
           MOVE 'N' TO WS-MERGE-EOF-SWITCH
           OPEN INPUT MULT-JRNL4-FILE
           IF WS-SLICE-IN-STATUS NOT = "00"
               PERFORM OPEN-SLICE-FAILURE
           END-IF
           PERFORM COPY-JOURNAL-4 UNTIL WS-MERGE-EOF
           CLOSE MULT-JRNL4-FILE.

       COPY-RESULT-4.
           READ MULT-RESULT4-FILE INTO WS-RESULT-BUFFER
               NOT AT END PERFORM WRITE-MERGED-EXTRACT
           END-READ.

       COPY-HOLD-4.
           READ MULT-HOLD4-FILE INTO WS-HOLD-BUFFER
               AT END SET WS-MERGE-EOF TO TRUE
               NOT AT END PERFORM WRITE-MERGED-HOLD
           END-READ.

       COPY-JOURNAL-4.
           READ MULT-JRNL4-FILE INTO WS-JOURNAL-BUFFER
               AT END SET WS-MERGE-EOF TO TRUE
               NOT AT END PERFORM WRITE-MERGED-JOURNAL
           END-READ.

       WRITE-MERGED-RESULT.
           *> The slices validated every account, so a merged result
           *> always finds its table entry; the tally rebuilds the
           *> combined chargeback summary as it copies. A reversal
           *> credit (op code 'R') counts in its own column.
           MOVE WS-RESULT-BUFFER TO MULTOUT-RECORD
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
               ADD 1 TO WS-EXTRACT-COUNT
           END-IF.

       WRITE-MERGED-HOLD.
           *> Same rebasing as the rejects, so the supervisor sees
           *> the item's full-deck position at release time.
           MOVE WS-HOLD-BUFFER TO MULTHLD-RECORD
           ADD WS-CUR-SEQ-BASE TO MULTHLD-SEQ
           WRITE MULTHLD-RECORD
           ADD 1 TO WS-HOLD-COUNT.

       OPEN-JOURNAL-FILE.
           *> The slice rows already went on the master; without the
           *> journal they could never be replayed after a loss, so
           *> an unwritable journal stops the merge before anything
           *> is combined.
           OPEN EXTEND MULT-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT MULT-JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "MULTMERG: MASTER JOURNAL NOT AVAILABLE - "
                   "STATUS " WS-JOURNAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-MERGED-JOURNAL.
           *> Byte copy - the slice job stamped each row as it
           *> changed the master, and slice order is key order.
           MOVE WS-JOURNAL-BUFFER TO MULTJRN-RECORD
           WRITE MULTJRN-RECORD
           ADD 1 TO WS-JOURNAL-COUNT.

       WRITE-JOURNAL-COUNTER.
           *> Each slice's counter row only covers its private
           *> counter; this one records MASTCTR as MULTSPLT left it,
           *> past every key reserved for the deck.
           MOVE FUNCTION CURRENT-DATE TO MULTJRN-TIMESTAMP
           COMPUTE MULTJRN-KEY = WS-BASE-MASTER-KEY + WS-INPUT-COUNT
           SET MULTJRN-COUNTER TO TRUE
           MOVE "MULTMERG" TO MULTJRN-PROGRAM
           MOVE SPACES TO MULTJRN-AFTER-IMAGE
           WRITE MULTJRN-RECORD
           ADD 1 TO WS-JOURNAL-COUNT.

       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO MULTEXV-RECORD
           SET MULTEXV-HEADER TO TRUE
           *> contiguous key ranges, so first/last keys still
           *> bracket everything the run added - and MULTBAL proves
           *> it against the merged files the same way as ever.
           *> Slice jobs read no release file - released items wait
           *> for an unsplit run - so the released count is zero.
           OPEN OUTPUT MULT-RUNTOT-FILE
           SET MULTRTL-BATCH-RUN TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO MULTRTL-RUN-DATE
           MOVE WS-INPUT-COUNT TO MULTRTL-INPUT-COUNT
           MOVE WS-RESULT-COUNT TO MULTRTL-RESULT-COUNT
           MOVE WS-REJECT-COUNT TO MULTRTL-REJECT-COUNT
           MOVE WS-HOLD-COUNT TO MULTRTL-HELD-COUNT
           MOVE ZERO TO MULTRTL-RELEASED-COUNT
           MOVE WS-BASE-MASTER-KEY TO MULTRTL-MASTER-FIRST-KEY
           COMPUTE MULTRTL-MASTER-LAST-KEY =
               WS-BASE-MASTER-KEY + WS-INPUT-COUNT
           MOVE WS-INPUT-COUNT TO MULTRHL-INPUT-COUNT
           MOVE WS-RESULT-COUNT TO MULTRHL-RESULT-COUNT
           MOVE WS-REJECT-COUNT TO MULTRHL-REJECT-COUNT
           MOVE WS-HOLD-COUNT TO MULTRHL-HELD-COUNT
           MOVE ZERO TO MULTRHL-RELEASED-COUNT
           MOVE WS-BASE-MASTER-KEY TO MULTRHL-MASTER-FIRST-KEY
           COMPUTE MULTRHL-MASTER-LAST-KEY =
               WS-BASE-MASTER-KEY + WS-INPUT-COUNT
               MOVE WS-ACTRPT-UNKNOWN-LINE TO WS-ACTRPT-LINE
               WRITE WS-ACTRPT-LINE
           END-IF
           IF WS-HOLD-COUNT > ZERO
               MOVE WS-HOLD-COUNT TO ACT-HELD-COUNT
               MOVE WS-ACTRPT-HELD-LINE TO WS-ACTRPT-LINE
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
