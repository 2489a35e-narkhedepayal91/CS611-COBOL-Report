       IDENTIFICATION DIVISION.
       PROGRAM-ID. MULTINTG.

      *> Weekly integrity audit of the MULTMAST calculation-history
      *> master as a whole. MULTBAL only ever counts the keys one
      *> run added; this reads every row and checks the master
      *> against itself, the key and transaction-ID counters and
      *> the run-history ledger:
      *>   - FIRSTMULTRES recomputed from VARONE, VARTWO and the
      *>     operation code (negated on a reversal row; re-rating
      *>     adjustments carry a difference, not a product, and are
      *>     not recomputed);
      *>   - FIRSTMULTRES and SECMULTRES agree;
      *>   - no key above MASTCTR, no transaction ID above TXNCTRF;
      *>   - each ledger run's key range holds as many rows as the
      *>     run posted results, counting rows since purged (found
      *>     on the MULTPURG archive and no longer on the master) -
      *>     ranges with purged or restored rows are listed for
      *>     information, ranges with rows unaccounted for are
      *>     exceptions;
      *>   - every run number on the master has a ledger entry.
      *> The SYSIN card names the master being audited - B for the
      *> batch master (ledger runs of type B and its re-ratings, J),
      *> S for the sort master (type S and its re-ratings, K). The
      *> two masters keep separate key counters, so ledger rows of
      *> the other master are left out of every check.
      *> Prints an exceptions report by category and ends with
      *> return code 8 when anything is found, so a damaged master
      *> is caught before a month-end report is built on it.
      *> Read-only throughout.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MULT-MASTER-FILE ASSIGN TO MASTERF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MULTMAST-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MULT-MASTCTR-FILE ASSIGN TO MASTCTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTCTR-STATUS.
           SELECT MULT-TXNCTR-FILE ASSIGN TO TXNCTRF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXNCTR-STATUS.
           SELECT MULT-RUNHST-FILE ASSIGN TO RUNHSTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHST-STATUS.
           SELECT MULT-ARCHIVE-FILE ASSIGN TO ARCHF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT MULT-INTRPT-FILE ASSIGN TO INTRPTF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MULT-MASTER-FILE.
       COPY MULTMAST.

       FD  MULT-MASTCTR-FILE
           RECORD CONTAINS 9 CHARACTERS.
       COPY MULTMKY.

       FD  MULT-TXNCTR-FILE
           RECORD CONTAINS 9 CHARACTERS.
       COPY MULTTXN.

       FD  MULT-RUNHST-FILE
           RECORD CONTAINS 81 CHARACTERS.
       COPY MULTRHL.

      *> Archived rows keep the MULTMAST layout byte for byte; only
      *> the key is wanted here.
       FD  MULT-ARCHIVE-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01 WS-ARCHIVE-RECORD.
           05 WS-ARCHIVE-KEY    PIC 9(9).
           05 FILLER            PIC X(80).

       FD  MULT-INTRPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-INTRPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-MASTCTR-STATUS PIC XX VALUE SPACES.
       01 WS-TXNCTR-STATUS PIC XX VALUE SPACES.
       01 WS-RUNHST-STATUS PIC XX VALUE SPACES.
       01 WS-ARCHIVE-STATUS PIC XX VALUE SPACES.
       01 WS-INTRPT-STATUS PIC XX VALUE SPACES.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-END-OF-FILE VALUE 'Y'.
       01 WS-ARCHIVE-SWITCH PIC X VALUE 'N'.
           88 WS-ARCHIVE-READ VALUE 'Y'.
       01 WS-AUDIT-MASTER PIC X VALUE SPACE.
           88 WS-AUDIT-BATCH-MASTER VALUE 'B'.
           88 WS-AUDIT-SORT-MASTER  VALUE 'S'.
       01 WS-LDG-OTHER-COUNT PIC 9(9) VALUE ZERO.
       01 WS-COUNTER-KEY PIC 9(9) VALUE ZERO.
       01 WS-COUNTER-TXN-ID PIC 9(9) VALUE ZERO.
       01 WS-MASTER-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ARCHIVE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-RECOMPUTED PIC S9(7)V99 USAGE COMP-3 VALUE ZERO.
       01 WS-RECOMPUTE-SWITCH PIC X VALUE 'Y'.
           88 WS-RECOMPUTE-OK VALUE 'Y'.
           88 WS-RECOMPUTE-FAILED VALUE 'N'.
       *> Ledger rows, in the order appended - which is run-number
       *> order - with the tallies the range and archive passes
       *> build against each.
       01 WS-LDG-USED PIC 9(4) VALUE ZERO.
       01 WS-LDG-MAX PIC 9(4) VALUE 3000.
       01 WS-LDG-SUB PIC 9(4) VALUE ZERO.
       01 WS-LDG-FOUND-SWITCH PIC X VALUE 'N'.
           88 WS-LDG-FOUND VALUE 'Y'.
       01 WS-LDG-TABLE.
           05 WS-LDG-ENTRY OCCURS 3000 TIMES.
               10 WS-LDG-RUN-NUMBER   PIC 9(9).
               10 WS-LDG-RUN-DATE     PIC 9(8).
               10 WS-LDG-FIRST-KEY    PIC 9(9).
               10 WS-LDG-LAST-KEY     PIC 9(9).
               10 WS-LDG-RESULT-COUNT PIC 9(9).
               10 WS-LDG-PRESENT      PIC 9(9).
               10 WS-LDG-RESTORED     PIC 9(9).
               10 WS-LDG-PURGED       PIC 9(9).
       01 WS-LDG-ACCOUNTED PIC 9(9) VALUE ZERO.
       01 WS-LDG-UNACCOUNTED PIC S9(9) VALUE ZERO.
       *> Rows arrive in key order, so a run's rows arrive
       *> together - remember the last run number looked up.
       01 WS-LAST-RUN-CHECKED PIC 9(9) VALUE ZERO.
       01 WS-LAST-RUN-SWITCH PIC X VALUE 'Y'.
           88 WS-LAST-RUN-ON-LEDGER VALUE 'Y'.
       *> Run numbers on the master with no ledger row.
       01 WS-ORPH-USED PIC 9(4) VALUE ZERO.
       01 WS-ORPH-MAX PIC 9(4) VALUE 500.
       01 WS-ORPH-SUB PIC 9(4) VALUE ZERO.
       01 WS-ORPH-FOUND-SWITCH PIC X VALUE 'N'.
           88 WS-ORPH-FOUND VALUE 'Y'.
       01 WS-ORPH-TABLE.
           05 WS-ORPH-ENTRY OCCURS 500 TIMES.
               10 WS-ORPH-RUN-NUMBER PIC 9(9).
               10 WS-ORPH-FIRST-KEY  PIC 9(9).
               10 WS-ORPH-ROW-COUNT  PIC 9(9).
       *> Row-level exceptions, held until the master pass ends so
       *> the report can list them category by category. Anything
       *> past the table is still counted.
       01 WS-EXC-USED PIC 9(4) VALUE ZERO.
       01 WS-EXC-MAX PIC 9(4) VALUE 2000.
       01 WS-EXC-SUB PIC 9(4) VALUE ZERO.
       01 WS-EXC-TABLE.
           05 WS-EXC-ENTRY OCCURS 2000 TIMES.
               10 WS-EXC-CATEGORY PIC 9.
               10 WS-EXC-KEY      PIC 9(9).
               10 WS-EXC-TXN-ID   PIC 9(9).
               10 WS-EXC-RUN      PIC 9(9).
               10 WS-EXC-AMOUNT-1 PIC S9(9)V99 USAGE COMP-3.
               10 WS-EXC-AMOUNT-2 PIC S9(9)V99 USAGE COMP-3.
       01 WS-NEW-CATEGORY PIC 9 VALUE ZERO.
       01 WS-NEW-AMOUNT-1 PIC S9(9)V99 USAGE COMP-3 VALUE ZERO.
       01 WS-NEW-AMOUNT-2 PIC S9(9)V99 USAGE COMP-3 VALUE ZERO.
       01 WS-PRINT-CATEGORY PIC 9 VALUE ZERO.
       01 WS-CATEGORY-COUNTS.
           05 WS-CATEGORY-COUNT PIC 9(9) OCCURS 6 TIMES.
       01 WS-CATEGORY-LISTED PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-EXCEPTIONS PIC 9(9) VALUE ZERO.
       01 WS-INFO-COUNT PIC 9(9) VALUE ZERO.

       01 WS-INT-HEADING.
           05 FILLER            PIC X(35)
               VALUE "MULTINTG MASTER INTEGRITY AUDIT - ".
           05 INT-HDG-DATE      PIC 9(8).
           05 FILLER            PIC X(3) VALUE " - ".
           05 INT-HDG-MASTER    PIC X(13).

       01 WS-INT-COUNT-LINE.
           05 INT-CNT-DESC      PIC X(34).
           05 INT-CNT-VALUE     PIC Z(8)9.

       01 WS-INT-CATEGORY-LINE.
           05 FILLER            PIC X(9) VALUE "CATEGORY ".
           05 INT-CAT-NUMBER    PIC 9.
           05 FILLER            PIC X(3) VALUE " - ".
           05 INT-CAT-DESC      PIC X(40).
           05 INT-CAT-COUNT     PIC Z(8)9.

       01 WS-INT-ROW-HEADING.
           05 FILLER            PIC X(11) VALUE "MASTER KEY".
           05 FILLER            PIC X(11) VALUE "TXN ID".
           05 FILLER            PIC X(11) VALUE "RUN NUMBER".
           05 INT-ROW-HDG-1     PIC X(14).
           05 INT-ROW-HDG-2     PIC X(14).

       01 WS-INT-AMOUNT-LINE.
           05 INT-AMT-KEY       PIC 9(9).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 INT-AMT-TXN-ID    PIC 9(9).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 INT-AMT-RUN       PIC 9(9).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 INT-AMT-VALUE-1   PIC -9(9).99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 INT-AMT-VALUE-2   PIC -9(9).99.

       01 WS-INT-COUNTER-LINE.
           05 INT-CTR-KEY       PIC 9(9).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 INT-CTR-TXN-ID    PIC 9(9).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 INT-CTR-RUN       PIC 9(9).
           05 FILLER            PIC X(5) VALUE SPACES.
           05 INT-CTR-COUNTER   PIC 9(9).

       01 WS-INT-LEDGER-HEADING.
           05 FILLER            PIC X(10) VALUE "RUN".
           05 FILLER            PIC X(9)  VALUE "RUN DATE".
           05 FILLER            PIC X(20) VALUE "KEYS AFTER/THRU".
           05 FILLER            PIC X(9)  VALUE "  RESULTS".
           05 FILLER            PIC X(8)  VALUE "  ON MST".
           05 FILLER            PIC X(8)  VALUE "  RESTRD".
           05 FILLER            PIC X(8)  VALUE "  PURGED".
           05 FILLER            PIC X(8)  VALUE "   LOST".

       01 WS-INT-LEDGER-LINE.
           05 INT-LDG-RUN       PIC 9(9).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 INT-LDG-DATE      PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 INT-LDG-FIRST     PIC 9(9).
           05 FILLER            PIC X(1) VALUE "/".
           05 INT-LDG-LAST      PIC 9(9).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 INT-LDG-RESULTS   PIC Z(8)9.
           05 INT-LDG-PRESENT   PIC Z(7)9.
           05 INT-LDG-RESTORED  PIC Z(7)9.
           05 INT-LDG-PURGED    PIC Z(7)9.
           05 INT-LDG-LOST      PIC -(7)9.

       01 WS-INT-ORPHAN-HEADING.
           05 FILLER            PIC X(11) VALUE "RUN NUMBER".
           05 FILLER            PIC X(11) VALUE "FIRST KEY".
           05 FILLER            PIC X(9)  VALUE "     ROWS".

       01 WS-INT-ORPHAN-LINE.
           05 INT-ORP-RUN       PIC 9(9).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 INT-ORP-FIRST-KEY PIC 9(9).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 INT-ORP-ROWS      PIC Z(8)9.

       01 WS-INT-UNLISTED-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 INT-UNL-COUNT     PIC Z(8)9.
           05 FILLER            PIC X(30)
               VALUE " FURTHER EXCEPTIONS NOT LISTED".

       01 WS-INT-TOTAL-LINE.
           05 FILLER            PIC X(34)
               VALUE "TOTAL EXCEPTIONS                : ".
           05 INT-TOT-COUNT     PIC Z(8)9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 INT-TOT-VERDICT   PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           INITIALIZE WS-CATEGORY-COUNTS
           PERFORM GET-AUDIT-PARAMETERS
           PERFORM READ-MASTER-COUNTER
           PERFORM READ-TXN-COUNTER
           PERFORM LOAD-LEDGER-TABLE
           OPEN INPUT MULT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MULTINTG: MASTER FILE NOT AVAILABLE - STATUS "
                   WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHECK-MASTER-ROWS
           MOVE ZERO TO WS-LDG-SUB
           PERFORM COUNT-LEDGER-RANGE WS-LDG-USED TIMES
           PERFORM CHECK-ARCHIVE-ROWS
           CLOSE MULT-MASTER-FILE
           OPEN OUTPUT MULT-INTRPT-FILE
           PERFORM WRITE-INTEGRITY-REPORT
           CLOSE MULT-INTRPT-FILE
           DISPLAY "MULTINTG: MASTER ROWS READ    : " WS-MASTER-COUNT
           DISPLAY "MULTINTG: LEDGER RUNS CHECKED : " WS-LDG-USED
           DISPLAY "MULTINTG: EXCEPTIONS FOUND    : "
               WS-TOTAL-EXCEPTIONS
           IF WS-TOTAL-EXCEPTIONS > ZERO
               DISPLAY "MULTINTG: MASTER FAILED INTEGRITY AUDIT"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "MULTINTG: MASTER PASSED INTEGRITY AUDIT"
           END-IF
           STOP RUN.

       GET-AUDIT-PARAMETERS.
           DISPLAY "Enter master to audit (B = batch, S = sort) : ".
           ACCEPT WS-AUDIT-MASTER.
           IF WS-AUDIT-MASTER = SPACE
               SET WS-AUDIT-BATCH-MASTER TO TRUE
           END-IF
           IF NOT WS-AUDIT-BATCH-MASTER AND NOT WS-AUDIT-SORT-MASTER
               DISPLAY "MULTINTG: MASTER MUST BE B OR S"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-MASTER-COUNTER.
           MOVE ZERO TO WS-COUNTER-KEY
           OPEN INPUT MULT-MASTCTR-FILE
           IF WS-MASTCTR-STATUS = "00"
               READ MULT-MASTCTR-FILE
                   AT END CONTINUE
                   NOT AT END MOVE MULTMKY-LAST-KEY TO WS-COUNTER-KEY
               END-READ
               CLOSE MULT-MASTCTR-FILE
           END-IF.

       READ-TXN-COUNTER.
           MOVE ZERO TO WS-COUNTER-TXN-ID
           OPEN INPUT MULT-TXNCTR-FILE
           IF WS-TXNCTR-STATUS = "00"
               READ MULT-TXNCTR-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE MULTTXN-LAST-ID TO WS-COUNTER-TXN-ID
               END-READ
               CLOSE MULT-TXNCTR-FILE
           END-IF.

       LOAD-LEDGER-TABLE.
           *> No ledger at all is itself suspicious once the master
           *> has batch rows; the run-number check reports those.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MULT-RUNHST-FILE
           IF WS-RUNHST-STATUS = "00"
               PERFORM READ-LEDGER-RECORD
               PERFORM LOAD-LEDGER-ENTRY UNTIL WS-END-OF-FILE
               CLOSE MULT-RUNHST-FILE
           ELSE
               DISPLAY "MULTINTG: RUN-HISTORY LEDGER NOT AVAILABLE - "
                   "STATUS " WS-RUNHST-STATUS
           END-IF.

       READ-LEDGER-RECORD.
           READ MULT-RUNHST-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       LOAD-LEDGER-ENTRY.
           *> Runs that posted to the other master are counted and
           *> passed over - their key ranges mean nothing here.
           IF (WS-AUDIT-BATCH-MASTER
                   AND NOT MULTRHL-BATCH-RUN
                   AND NOT MULTRHL-BATCH-RERATE-RUN)
               OR (WS-AUDIT-SORT-MASTER
                   AND NOT MULTRHL-SORT-RUN
                   AND NOT MULTRHL-SORT-RERATE-RUN)
               ADD 1 TO WS-LDG-OTHER-COUNT
           ELSE
               PERFORM ADD-LEDGER-ENTRY
           END-IF
           PERFORM READ-LEDGER-RECORD.

       ADD-LEDGER-ENTRY.
           IF WS-LDG-USED >= WS-LDG-MAX
               DISPLAY "MULTINTG: LEDGER TABLE OVERFLOW - AUDIT "
                   "STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LDG-USED
           MOVE MULTRHL-RUN-NUMBER TO WS-LDG-RUN-NUMBER (WS-LDG-USED)
           MOVE MULTRHL-RUN-DATE TO WS-LDG-RUN-DATE (WS-LDG-USED)
           MOVE MULTRHL-MASTER-FIRST-KEY
               TO WS-LDG-FIRST-KEY (WS-LDG-USED)
           MOVE MULTRHL-MASTER-LAST-KEY
               TO WS-LDG-LAST-KEY (WS-LDG-USED)
           MOVE MULTRHL-RESULT-COUNT
               TO WS-LDG-RESULT-COUNT (WS-LDG-USED)
           MOVE ZERO TO WS-LDG-PRESENT (WS-LDG-USED)
           MOVE ZERO TO WS-LDG-RESTORED (WS-LDG-USED)
           MOVE ZERO TO WS-LDG-PURGED (WS-LDG-USED).

       CHECK-MASTER-ROWS.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO MULTMAST-KEY
           START MULT-MASTER-FILE KEY NOT < MULTMAST-KEY
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM READ-MASTER-RECORD
           END-IF
           PERFORM CHECK-MASTER-ROW UNTIL WS-END-OF-FILE.

       READ-MASTER-RECORD.
           READ MULT-MASTER-FILE NEXT
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       CHECK-MASTER-ROW.
           ADD 1 TO WS-MASTER-COUNT
           IF NOT MULTMAST-ADJUSTMENT-ROW
               PERFORM RECOMPUTE-MASTER-RESULT
               IF WS-RECOMPUTE-FAILED
                   OR WS-RECOMPUTED NOT = MULTMAST-FIRSTMULTRES
                   MOVE 1 TO WS-NEW-CATEGORY
                   MOVE MULTMAST-FIRSTMULTRES TO WS-NEW-AMOUNT-1
                   MOVE WS-RECOMPUTED TO WS-NEW-AMOUNT-2
                   PERFORM RECORD-ROW-EXCEPTION
               END-IF
           END-IF
           IF MULTMAST-FIRSTMULTRES NOT = MULTMAST-SECMULTRES
               MOVE 2 TO WS-NEW-CATEGORY
               MOVE MULTMAST-FIRSTMULTRES TO WS-NEW-AMOUNT-1
               MOVE MULTMAST-SECMULTRES TO WS-NEW-AMOUNT-2
               PERFORM RECORD-ROW-EXCEPTION
           END-IF
           IF MULTMAST-KEY > WS-COUNTER-KEY
               MOVE 3 TO WS-NEW-CATEGORY
               MOVE WS-COUNTER-KEY TO WS-NEW-AMOUNT-1
               MOVE ZERO TO WS-NEW-AMOUNT-2
               PERFORM RECORD-ROW-EXCEPTION
           END-IF
           IF MULTMAST-TXN-ID > WS-COUNTER-TXN-ID
               MOVE 4 TO WS-NEW-CATEGORY
               MOVE WS-COUNTER-TXN-ID TO WS-NEW-AMOUNT-1
               MOVE ZERO TO WS-NEW-AMOUNT-2
               PERFORM RECORD-ROW-EXCEPTION
           END-IF
           *> Run number zero is a manual or interactive row - it
           *> never went out on a batch run.
           IF MULTMAST-RUN-NUMBER NOT = ZERO
               PERFORM CHECK-RUN-ON-LEDGER
           END-IF
           PERFORM READ-MASTER-RECORD.

       RECOMPUTE-MASTER-RESULT.
           *> Same arithmetic and truncation the posting programs
           *> use. Rows older than the operation code carry a space
           *> and were multiplies. A reversal row holds the charge's
           *> operands with the result negated.
           SET WS-RECOMPUTE-OK TO TRUE
           MOVE ZERO TO WS-RECOMPUTED
           EVALUATE MULTMAST-OP-CODE
               WHEN 'D'
                   IF MULTMAST-VARTWO = ZERO
                       SET WS-RECOMPUTE-FAILED TO TRUE
                   ELSE
                       COMPUTE WS-RECOMPUTED =
                           (MULTMAST-VARONE / MULTMAST-VARTWO)
                           ON SIZE ERROR SET WS-RECOMPUTE-FAILED TO TRUE
                       END-COMPUTE
                   END-IF
               WHEN 'A'
                   COMPUTE WS-RECOMPUTED =
                       (MULTMAST-VARONE + MULTMAST-VARTWO)
                       ON SIZE ERROR SET WS-RECOMPUTE-FAILED TO TRUE
                   END-COMPUTE
               WHEN 'S'
                   COMPUTE WS-RECOMPUTED =
                       (MULTMAST-VARONE - MULTMAST-VARTWO)
                       ON SIZE ERROR SET WS-RECOMPUTE-FAILED TO TRUE
                   END-COMPUTE
               WHEN 'M'
               WHEN SPACE
                   COMPUTE WS-RECOMPUTED =
                       (MULTMAST-VARONE * MULTMAST-VARTWO)
                       ON SIZE ERROR SET WS-RECOMPUTE-FAILED TO TRUE
                   END-COMPUTE
               WHEN OTHER
                   SET WS-RECOMPUTE-FAILED TO TRUE
           END-EVALUATE
           IF WS-RECOMPUTE-OK AND MULTMAST-REVERSAL-ROW
               COMPUTE WS-RECOMPUTED = 0 - WS-RECOMPUTED
           END-IF.

       RECORD-ROW-EXCEPTION.
           ADD 1 TO WS-CATEGORY-COUNT (WS-NEW-CATEGORY)
           IF WS-EXC-USED < WS-EXC-MAX
               ADD 1 TO WS-EXC-USED
               MOVE WS-NEW-CATEGORY TO WS-EXC-CATEGORY (WS-EXC-USED)
               MOVE MULTMAST-KEY TO WS-EXC-KEY (WS-EXC-USED)
               MOVE MULTMAST-TXN-ID TO WS-EXC-TXN-ID (WS-EXC-USED)
               MOVE MULTMAST-RUN-NUMBER TO WS-EXC-RUN (WS-EXC-USED)
               MOVE WS-NEW-AMOUNT-1 TO WS-EXC-AMOUNT-1 (WS-EXC-USED)
               MOVE WS-NEW-AMOUNT-2 TO WS-EXC-AMOUNT-2 (WS-EXC-USED)
           END-IF.

       CHECK-RUN-ON-LEDGER.
           IF MULTMAST-RUN-NUMBER NOT = WS-LAST-RUN-CHECKED
               MOVE MULTMAST-RUN-NUMBER TO WS-LAST-RUN-CHECKED
               PERFORM FIND-LEDGER-RUN
               IF WS-LDG-FOUND
                   MOVE 'Y' TO WS-LAST-RUN-SWITCH
               ELSE
                   MOVE 'N' TO WS-LAST-RUN-SWITCH
               END-IF
           END-IF
           IF NOT WS-LAST-RUN-ON-LEDGER
               PERFORM TALLY-ORPHAN-RUN
           END-IF.

       FIND-LEDGER-RUN.
           MOVE 'N' TO WS-LDG-FOUND-SWITCH
           MOVE ZERO TO WS-LDG-SUB
           PERFORM UNTIL WS-LDG-FOUND OR WS-LDG-SUB >= WS-LDG-USED
               ADD 1 TO WS-LDG-SUB
               IF WS-LDG-RUN-NUMBER (WS-LDG-SUB) = MULTMAST-RUN-NUMBER
                   SET WS-LDG-FOUND TO TRUE
               END-IF
           END-PERFORM.

       TALLY-ORPHAN-RUN.
           MOVE 'N' TO WS-ORPH-FOUND-SWITCH
           MOVE ZERO TO WS-ORPH-SUB
           PERFORM UNTIL WS-ORPH-FOUND OR WS-ORPH-SUB >= WS-ORPH-USED
               ADD 1 TO WS-ORPH-SUB
               IF WS-ORPH-RUN-NUMBER (WS-ORPH-SUB)
                   = MULTMAST-RUN-NUMBER
                   SET WS-ORPH-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ORPH-FOUND
               ADD 1 TO WS-CATEGORY-COUNT (6)
               IF WS-ORPH-USED < WS-ORPH-MAX
                   ADD 1 TO WS-ORPH-USED
                   MOVE WS-ORPH-USED TO WS-ORPH-SUB
                   MOVE MULTMAST-RUN-NUMBER
                       TO WS-ORPH-RUN-NUMBER (WS-ORPH-SUB)
                   MOVE MULTMAST-KEY TO WS-ORPH-FIRST-KEY (WS-ORPH-SUB)
                   MOVE ZERO TO WS-ORPH-ROW-COUNT (WS-ORPH-SUB)
                   SET WS-ORPH-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-ORPH-FOUND
               ADD 1 TO WS-ORPH-ROW-COUNT (WS-ORPH-SUB)
           END-IF.

       COUNT-LEDGER-RANGE.
           *> Keys after the run's starting counter value up to the
           *> finishing value - the same range MULTBAL counted when
           *> the run balanced. Rejected and held items leave gaps,
           *> so the range is measured against the results posted.
           ADD 1 TO WS-LDG-SUB
           MOVE 'N' TO WS-EOF-SWITCH
           COMPUTE MULTMAST-KEY = WS-LDG-FIRST-KEY (WS-LDG-SUB) + 1
           START MULT-MASTER-FILE KEY NOT < MULTMAST-KEY
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM COUNT-LEDGER-ROW UNTIL WS-END-OF-FILE.

       COUNT-LEDGER-ROW.
           READ MULT-MASTER-FILE NEXT
               AT END SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF MULTMAST-KEY > WS-LDG-LAST-KEY (WS-LDG-SUB)
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       ADD 1 TO WS-LDG-PRESENT (WS-LDG-SUB)
                       IF MULTMAST-RESTORED
                           ADD 1 TO WS-LDG-RESTORED (WS-LDG-SUB)
                       END-IF
                   END-IF
           END-READ.

       CHECK-ARCHIVE-ROWS.
           *> A key missing from a run's range is accounted for if
           *> MULTPURG archived it. One restored since is back on the
           *> master and already counted there.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MULT-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               SET WS-ARCHIVE-READ TO TRUE
               PERFORM READ-ARCHIVE-RECORD
               PERFORM CHECK-ARCHIVE-ROW UNTIL WS-END-OF-FILE
               CLOSE MULT-ARCHIVE-FILE
           ELSE
               DISPLAY "MULTINTG: PURGE ARCHIVE NOT AVAILABLE - "
                   "STATUS " WS-ARCHIVE-STATUS
           END-IF.

       READ-ARCHIVE-RECORD.
           READ MULT-ARCHIVE-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       CHECK-ARCHIVE-ROW.
           ADD 1 TO WS-ARCHIVE-COUNT
           MOVE WS-ARCHIVE-KEY TO MULTMAST-KEY
           READ MULT-MASTER-FILE
               INVALID KEY
                   PERFORM TALLY-PURGED-KEY
           END-READ
           PERFORM READ-ARCHIVE-RECORD.

       TALLY-PURGED-KEY.
           MOVE 'N' TO WS-LDG-FOUND-SWITCH
           MOVE ZERO TO WS-LDG-SUB
           PERFORM UNTIL WS-LDG-FOUND OR WS-LDG-SUB >= WS-LDG-USED
               ADD 1 TO WS-LDG-SUB
               IF WS-ARCHIVE-KEY > WS-LDG-FIRST-KEY (WS-LDG-SUB)
                   AND WS-ARCHIVE-KEY <= WS-LDG-LAST-KEY (WS-LDG-SUB)
                   SET WS-LDG-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-LDG-FOUND
               ADD 1 TO WS-LDG-PURGED (WS-LDG-SUB)
           END-IF.

       WRITE-INTEGRITY-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO INT-HDG-DATE
           IF WS-AUDIT-SORT-MASTER
               MOVE "SORT MASTER" TO INT-HDG-MASTER
           ELSE
               MOVE "BATCH MASTER" TO INT-HDG-MASTER
           END-IF
           MOVE WS-INT-HEADING TO WS-INTRPT-LINE
           WRITE WS-INTRPT-LINE
           MOVE SPACES TO WS-INTRPT-LINE
           WRITE WS-INTRPT-LINE
           MOVE "MASTER ROWS READ                : " TO INT-CNT-DESC
           MOVE WS-MASTER-COUNT TO INT-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "MASTER KEY COUNTER (MASTCTR)    : " TO INT-CNT-DESC
           MOVE WS-COUNTER-KEY TO INT-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "TRANSACTION ID COUNTER (TXNCTRF): " TO INT-CNT-DESC
           MOVE WS-COUNTER-TXN-ID TO INT-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "LEDGER RUNS CHECKED             : " TO INT-CNT-DESC
           MOVE WS-LDG-USED TO INT-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "LEDGER RUNS OF THE OTHER MASTER : " TO INT-CNT-DESC
           MOVE WS-LDG-OTHER-COUNT TO INT-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "PURGE ARCHIVE ROWS READ         : " TO INT-CNT-DESC
           MOVE WS-ARCHIVE-COUNT TO INT-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           IF NOT WS-ARCHIVE-READ
               MOVE "PURGE ARCHIVE NOT AVAILABLE - PURGED ROWS COUNT AS"
                   TO WS-INTRPT-LINE
               WRITE WS-INTRPT-LINE
               MOVE "LOST BELOW" TO WS-INTRPT-LINE
               WRITE WS-INTRPT-LINE
           END-IF
           *> Ledger ranges are measured now, so their exceptions
           *> can be counted before the categories are printed.
           MOVE ZERO TO WS-LDG-SUB
           PERFORM COUNT-LEDGER-EXCEPTION WS-LDG-USED TIMES
           PERFORM WRITE-ROW-CATEGORY
               VARYING WS-PRINT-CATEGORY FROM 1 BY 1
               UNTIL WS-PRINT-CATEGORY > 4
           PERFORM WRITE-LEDGER-CATEGORY
           PERFORM WRITE-ORPHAN-CATEGORY
           PERFORM WRITE-LEDGER-INFORMATION
           MOVE ZERO TO WS-TOTAL-EXCEPTIONS
           PERFORM ADD-CATEGORY-COUNT
               VARYING WS-PRINT-CATEGORY FROM 1 BY 1
               UNTIL WS-PRINT-CATEGORY > 6
           MOVE SPACES TO WS-INTRPT-LINE
           WRITE WS-INTRPT-LINE
           MOVE WS-TOTAL-EXCEPTIONS TO INT-TOT-COUNT
           IF WS-TOTAL-EXCEPTIONS > ZERO
               MOVE "*** MASTER DAMAGED" TO INT-TOT-VERDICT
           ELSE
               MOVE "MASTER IS SOUND" TO INT-TOT-VERDICT
           END-IF
           MOVE WS-INT-TOTAL-LINE TO WS-INTRPT-LINE
           WRITE WS-INTRPT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-INT-COUNT-LINE TO WS-INTRPT-LINE
           WRITE WS-INTRPT-LINE.

       ADD-CATEGORY-COUNT.
           ADD WS-CATEGORY-COUNT (WS-PRINT-CATEGORY)
               TO WS-TOTAL-EXCEPTIONS.

       COUNT-LEDGER-EXCEPTION.
           ADD 1 TO WS-LDG-SUB
           PERFORM MEASURE-LEDGER-RANGE
           IF WS-LDG-UNACCOUNTED NOT = ZERO
               ADD 1 TO WS-CATEGORY-COUNT (5)
           END-IF.

       MEASURE-LEDGER-RANGE.
           *> Restored rows are on the master and counted as present.
           COMPUTE WS-LDG-ACCOUNTED =
               WS-LDG-PRESENT (WS-LDG-SUB) + WS-LDG-PURGED (WS-LDG-SUB)
           COMPUTE WS-LDG-UNACCOUNTED =
               WS-LDG-RESULT-COUNT (WS-LDG-SUB) - WS-LDG-ACCOUNTED.

       WRITE-CATEGORY-HEADING.
           MOVE SPACES TO WS-INTRPT-LINE
           WRITE WS-INTRPT-LINE
           MOVE WS-PRINT-CATEGORY TO INT-CAT-NUMBER
           MOVE WS-CATEGORY-COUNT (WS-PRINT-CATEGORY) TO INT-CAT-COUNT
           EVALUATE WS-PRINT-CATEGORY
               WHEN 1
                   MOVE "RESULT DOES NOT RECOMPUTE" TO INT-CAT-DESC
               WHEN 2
                   MOVE "FIRST AND SECOND RESULTS DISAGREE"
                       TO INT-CAT-DESC
               WHEN 3
                   MOVE "KEY ABOVE MASTER KEY COUNTER" TO INT-CAT-DESC
               WHEN 4
                   MOVE "TRANSACTION ID ABOVE TXN COUNTER"
                       TO INT-CAT-DESC
               WHEN 5
                   MOVE "LEDGER RUN KEY RANGE NOT ACCOUNTED FOR"
                       TO INT-CAT-DESC
               WHEN 6
                   MOVE "RUN NUMBER WITH NO LEDGER ENTRY"
                       TO INT-CAT-DESC
           END-EVALUATE
           MOVE WS-INT-CATEGORY-LINE TO WS-INTRPT-LINE
           WRITE WS-INTRPT-LINE.

       WRITE-ROW-CATEGORY.
           PERFORM WRITE-CATEGORY-HEADING
           IF WS-CATEGORY-COUNT (WS-PRINT-CATEGORY) > ZERO
               EVALUATE WS-PRINT-CATEGORY
                   WHEN 1
                       MOVE "        STORED" TO INT-ROW-HDG-1
                       MOVE "    RECOMPUTED" TO INT-ROW-HDG-2
                   WHEN 2
                       MOVE "         FIRST" TO INT-ROW-HDG-1
                       MOVE "        SECOND" TO INT-ROW-HDG-2
                   WHEN OTHER
                       MOVE "       COUNTER" TO INT-ROW-HDG-1
                       MOVE SPACES TO INT-ROW-HDG-2
               END-EVALUATE
               MOVE WS-INT-ROW-HEADING TO WS-INTRPT-LINE
               WRITE WS-INTRPT-LINE
               MOVE ZERO TO WS-CATEGORY-LISTED
               MOVE ZERO TO WS-EXC-SUB
               PERFORM WRITE-ROW-EXCEPTION WS-EXC-USED TIMES
               IF WS-CATEGORY-COUNT (WS-PRINT-CATEGORY)
                   > WS-CATEGORY-LISTED
                   COMPUTE INT-UNL-COUNT =
                       WS-CATEGORY-COUNT (WS-PRINT-CATEGORY)
                       - WS-CATEGORY-LISTED
                   MOVE WS-INT-UNLISTED-LINE TO WS-INTRPT-LINE
                   WRITE WS-INTRPT-LINE
               END-IF
           END-IF.

       WRITE-ROW-EXCEPTION.
           ADD 1 TO WS-EXC-SUB
           IF WS-EXC-CATEGORY (WS-EXC-SUB) = WS-PRINT-CATEGORY
               ADD 1 TO WS-CATEGORY-LISTED
               IF WS-PRINT-CATEGORY < 3
                   MOVE WS-EXC-KEY (WS-EXC-SUB) TO INT-AMT-KEY
                   MOVE WS-EXC-TXN-ID (WS-EXC-SUB) TO INT-AMT-TXN-ID
                   MOVE WS-EXC-RUN (WS-EXC-SUB) TO INT-AMT-RUN
                   MOVE WS-EXC-AMOUNT-1 (WS-EXC-SUB) TO INT-AMT-VALUE-1
                   MOVE WS-EXC-AMOUNT-2 (WS-EXC-SUB) TO INT-AMT-VALUE-2
                   MOVE WS-INT-AMOUNT-LINE TO WS-INTRPT-LINE
               ELSE
                   MOVE WS-EXC-KEY (WS-EXC-SUB) TO INT-CTR-KEY
                   MOVE WS-EXC-TXN-ID (WS-EXC-SUB) TO INT-CTR-TXN-ID
                   MOVE WS-EXC-RUN (WS-EXC-SUB) TO INT-CTR-RUN
                   MOVE WS-EXC-AMOUNT-1 (WS-EXC-SUB) TO INT-CTR-COUNTER
                   MOVE WS-INT-COUNTER-LINE TO WS-INTRPT-LINE
               END-IF
               WRITE WS-INTRPT-LINE
           END-IF.

       WRITE-LEDGER-CATEGORY.
           MOVE 5 TO WS-PRINT-CATEGORY
           PERFORM WRITE-CATEGORY-HEADING
           IF WS-CATEGORY-COUNT (5) > ZERO
               MOVE WS-INT-LEDGER-HEADING TO WS-INTRPT-LINE
               WRITE WS-INTRPT-LINE
               MOVE ZERO TO WS-LDG-SUB
               PERFORM WRITE-LEDGER-EXCEPTION WS-LDG-USED TIMES
           END-IF.

       WRITE-LEDGER-EXCEPTION.
           ADD 1 TO WS-LDG-SUB
           PERFORM MEASURE-LEDGER-RANGE
           IF WS-LDG-UNACCOUNTED NOT = ZERO
               PERFORM WRITE-LEDGER-LINE
           END-IF.

       WRITE-LEDGER-INFORMATION.
           *> Not exceptions - purging and restoring are normal
           *> operations - but an auditor tracing a run wants to
           *> know its rows are no longer all on the master.
           MOVE SPACES TO WS-INTRPT-LINE
           WRITE WS-INTRPT-LINE
           MOVE "FOR INFORMATION - LEDGER RUNS WITH PURGED OR RESTORED"
               TO WS-INTRPT-LINE
           WRITE WS-INTRPT-LINE
           MOVE "ROWS" TO WS-INTRPT-LINE
           WRITE WS-INTRPT-LINE
           MOVE WS-INT-LEDGER-HEADING TO WS-INTRPT-LINE
           WRITE WS-INTRPT-LINE
           MOVE ZERO TO WS-INFO-COUNT
           MOVE ZERO TO WS-LDG-SUB
           PERFORM WRITE-LEDGER-INFO-LINE WS-LDG-USED TIMES
           IF WS-INFO-COUNT = ZERO
               MOVE "    NONE" TO WS-INTRPT-LINE
               WRITE WS-INTRPT-LINE
           END-IF.

       WRITE-LEDGER-INFO-LINE.
           ADD 1 TO WS-LDG-SUB
           IF WS-LDG-PURGED (WS-LDG-SUB) > ZERO
               OR WS-LDG-RESTORED (WS-LDG-SUB) > ZERO
               ADD 1 TO WS-INFO-COUNT
               PERFORM MEASURE-LEDGER-RANGE
               PERFORM WRITE-LEDGER-LINE
           END-IF.

       WRITE-LEDGER-LINE.
           MOVE WS-LDG-RUN-NUMBER (WS-LDG-SUB) TO INT-LDG-RUN
           MOVE WS-LDG-RUN-DATE (WS-LDG-SUB) TO INT-LDG-DATE
           MOVE WS-LDG-FIRST-KEY (WS-LDG-SUB) TO INT-LDG-FIRST
           MOVE WS-LDG-LAST-KEY (WS-LDG-SUB) TO INT-LDG-LAST
           MOVE WS-LDG-RESULT-COUNT (WS-LDG-SUB) TO INT-LDG-RESULTS
           MOVE WS-LDG-PRESENT (WS-LDG-SUB) TO INT-LDG-PRESENT
           MOVE WS-LDG-RESTORED (WS-LDG-SUB) TO INT-LDG-RESTORED
           MOVE WS-LDG-PURGED (WS-LDG-SUB) TO INT-LDG-PURGED
           MOVE WS-LDG-UNACCOUNTED TO INT-LDG-LOST
           MOVE WS-INT-LEDGER-LINE TO WS-INTRPT-LINE
           WRITE WS-INTRPT-LINE.

       WRITE-ORPHAN-CATEGORY.
           MOVE 6 TO WS-PRINT-CATEGORY
           PERFORM WRITE-CATEGORY-HEADING
           IF WS-CATEGORY-COUNT (6) > ZERO
               MOVE WS-INT-ORPHAN-HEADING TO WS-INTRPT-LINE
               WRITE WS-INTRPT-LINE
               MOVE ZERO TO WS-ORPH-SUB
               PERFORM WRITE-ORPHAN-LINE WS-ORPH-USED TIMES
               IF WS-CATEGORY-COUNT (6) > WS-ORPH-USED
                   COMPUTE INT-UNL-COUNT =
                       WS-CATEGORY-COUNT (6) - WS-ORPH-USED
                   MOVE WS-INT-UNLISTED-LINE TO WS-INTRPT-LINE
                   WRITE WS-INTRPT-LINE
               END-IF
           END-IF.

       WRITE-ORPHAN-LINE.
           ADD 1 TO WS-ORPH-SUB
           MOVE WS-ORPH-RUN-NUMBER (WS-ORPH-SUB) TO INT-ORP-RUN
           MOVE WS-ORPH-FIRST-KEY (WS-ORPH-SUB) TO INT-ORP-FIRST-KEY
           MOVE WS-ORPH-ROW-COUNT (WS-ORPH-SUB) TO INT-ORP-ROWS
           MOVE WS-INT-ORPHAN-LINE TO WS-INTRPT-LINE
           WRITE WS-INTRPT-LINE.
       END PROGRAM MULTINTG.
