       IDENTIFICATION DIVISION.
       PROGRAM-ID. MULTRRAT.

      *> Retroactive re-rating. When finance finds a MULTRTB rate was
      *> wrong and a corrected row has been added through MULTRMNT
      *> with a back-dated effective date, every charge that already
      *> resolved the bad rate is still wrong on the master and at
      *> billing. Given a rate code and a run-date range (SYSIN
      *> cards), this finds every charge on the master priced at
      *> that code within the range, recomputes it at the rate in
      *> force on the charge's own run date, and posts any
      *> difference: an adjustment row ('J') on the master and an
      *> adjustment detail (op code 'J') on an enveloped billing
      *> extract under a run number of its own. Adjustments already
      *> posted by earlier re-ratings are netted in first, so
      *> running the job twice for the same correction posts
      *> nothing the second time, and a second correction posts
      *> only the further difference. Reversed charges are left
      *> alone - the reversal credited the charge together with
      *> every adjustment posted against it. The
      *> re-rating report lists old rate, new rate and difference
      *> per transaction with totals by account, and the run is
      *> recorded on the run-history ledger like any other.
      *> The fourth SYSIN card names the master being re-rated - B
      *> for the batch master, S for the sort master - and the run
      *> is recorded on the ledger as type J or K to match, since
      *> the two masters number their keys separately.
      *> Shares the master, key, transaction-ID and run-number
      *> counters with the batch drivers, so it must not run
      *> concurrently with them.

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
           SELECT MULT-RATE-FILE ASSIGN TO RATEF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MULTRTB-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT MULT-EXTRACT-FILE ASSIGN TO EXTRACTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT MULT-TXNCTR-FILE ASSIGN TO TXNCTRF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXNCTR-STATUS.
           SELECT MULT-RUNNO-FILE ASSIGN TO RUNNOF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNNO-STATUS.
           SELECT MULT-RUNHST-FILE ASSIGN TO RUNHSTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHST-STATUS.
           SELECT MULT-JOURNAL-FILE ASSIGN TO JRNLF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT MULT-RRTRPT-FILE ASSIGN TO RRTRPTF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RRTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MULT-MASTER-FILE.
       COPY MULTMAST.

       FD  MULT-MASTCTR-FILE
           RECORD CONTAINS 9 CHARACTERS.
       COPY MULTMKY.

       FD  MULT-RATE-FILE.
       COPY MULTRTB.

       FD  MULT-EXTRACT-FILE
           RECORD CONTAINS 71 CHARACTERS.
       COPY MULTEXT.
       COPY MULTEXV.

       FD  MULT-TXNCTR-FILE
           RECORD CONTAINS 9 CHARACTERS.
       COPY MULTTXN.

       FD  MULT-RUNNO-FILE
           RECORD CONTAINS 9 CHARACTERS.
       COPY MULTRNO.

       FD  MULT-RUNHST-FILE
           RECORD CONTAINS 81 CHARACTERS.
       COPY MULTRHL.

       FD  MULT-JOURNAL-FILE
           RECORD CONTAINS 128 CHARACTERS.
       COPY MULTJRN.

       FD  MULT-RRTRPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-RRTRPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-MASTCTR-STATUS PIC XX VALUE SPACES.
       01 WS-RATE-STATUS PIC XX VALUE SPACES.
       01 WS-EXTRACT-STATUS PIC XX VALUE SPACES.
       01 WS-TXNCTR-STATUS PIC XX VALUE SPACES.
       01 WS-RUNNO-STATUS PIC XX VALUE SPACES.
       01 WS-RUNHST-STATUS PIC XX VALUE SPACES.
       01 WS-RRTRPT-STATUS PIC XX VALUE SPACES.
       01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
       01 WS-WANTED-RATE-CODE PIC X(4) VALUE SPACES.
       01 WS-INPUT-FROM PIC X(8) VALUE SPACES.
       01 WS-INPUT-TO PIC X(8) VALUE SPACES.
       01 WS-RERATE-MASTER PIC X VALUE SPACE.
           88 WS-RERATE-BATCH-MASTER VALUE 'B'.
           88 WS-RERATE-SORT-MASTER  VALUE 'S'.
       01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE PIC 9(8) VALUE ZERO.
       01 WS-ROW-DATE PIC 9(8) VALUE ZERO.
       01 WS-BASE-MASTER-KEY PIC 9(9) VALUE ZERO.
       01 WS-MASTER-KEY PIC 9(9) VALUE ZERO.
       01 WS-BASE-TXN-ID PIC 9(9) VALUE ZERO.
       01 WS-TXN-ID PIC 9(9) VALUE ZERO.
       01 WS-RUN-NUMBER PIC 9(9) VALUE ZERO.
       01 WS-ROW-KEY PIC 9(9) VALUE ZERO.
       01 WS-CHARGE-TXN-ID PIC 9(9) VALUE ZERO.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-END-OF-MASTER VALUE 'Y'.
       *> Rate rows for the wanted code only, loaded once - the rate
       *> in force on each charge's run date is picked from here by
       *> the same rule the batch drivers' RESOLVE-RATE-CODE uses.
       01 WS-RATE-USED PIC 9(4) VALUE ZERO.
       01 WS-RATE-MAX PIC 9(4) VALUE 200.
       01 WS-RATE-SUB PIC 9(4) VALUE ZERO.
       01 WS-RATE-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-RATE-EOF VALUE 'Y'.
       01 WS-RATE-RESOLVED-SWITCH PIC X VALUE 'N'.
           88 WS-RATE-RESOLVED VALUE 'Y'.
       01 WS-BEST-EFF-DATE PIC 9(8) VALUE ZERO.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 200 TIMES.
               10 WS-RATE-TBL-EFF    PIC 9(8).
               10 WS-RATE-TBL-EXPIRY PIC 9(8).
               10 WS-RATE-TBL-VALUE  PIC S9(7)V99 USAGE COMP-3.
       *> Adjustments already on the master for the wanted code,
       *> one entry per re-rated charge: the rate the last
       *> adjustment moved it to and the sum of the differences
       *> posted so far. Loaded by a first pass over the master,
       *> since an adjustment always sorts after its charge.
       01 WS-ADJ-USED PIC 9(4) VALUE ZERO.
       01 WS-ADJ-MAX PIC 9(4) VALUE 5000.
       01 WS-ADJ-SUB PIC 9(4) VALUE ZERO.
       01 WS-ADJ-FOUND-SWITCH PIC X VALUE 'N'.
           88 WS-ADJ-FOUND VALUE 'Y'.
       01 WS-ADJ-TABLE.
           05 WS-ADJ-ENTRY OCCURS 5000 TIMES.
               10 WS-ADJ-TBL-TXN-ID PIC 9(9).
               10 WS-ADJ-TBL-RATE   PIC S9(7)V99 USAGE COMP-3.
               10 WS-ADJ-TBL-DIFF   PIC S9(9)V99 USAGE COMP-3.
       *> Per-account totals for the foot of the report, in order
       *> of first appearance.
       01 WS-ACCT-USED PIC 9(4) VALUE ZERO.
       01 WS-ACCT-MAX PIC 9(4) VALUE 500.
       01 WS-ACCT-SUB PIC 9(4) VALUE ZERO.
       01 WS-ACCT-FOUND-SWITCH PIC X VALUE 'N'.
           88 WS-ACCT-FOUND VALUE 'Y'.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 500 TIMES.
               10 WS-ACCT-TBL-CODE  PIC X(4).
               10 WS-ACCT-TBL-COUNT PIC 9(9).
               10 WS-ACCT-TBL-TOTAL PIC S9(11)V99 USAGE COMP-3.
       01 WS-OLD-RATE PIC S9(7)V99 USAGE COMP-3 VALUE ZERO.
       01 WS-NEW-RATE PIC S9(7)V99 USAGE COMP-3 VALUE ZERO.
       01 WS-OLD-RESULT PIC S9(9)V99 USAGE COMP-3 VALUE ZERO.
       01 WS-NEW-RESULT PIC S9(7)V99 USAGE COMP-3 VALUE ZERO.
       01 WS-DIFFERENCE PIC S9(7)V99 USAGE COMP-3 VALUE ZERO.
       01 WS-CALC-SWITCH PIC X VALUE 'Y'.
           88 WS-CALC-OK VALUE 'Y'.
           88 WS-CALC-FAILED VALUE 'N'.
       01 WS-SKIP-REASON PIC X(30) VALUE SPACES.
       01 WS-EXAMINED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ADJUSTED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-UNCHANGED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-EXTRACT-HASH PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
       01 WS-GRAND-TOTAL PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.

       01 WS-RRT-HEADING.
           05 FILLER            PIC X(32)
               VALUE "MULTRRAT RE-RATING REPORT - RUN ".
           05 RRT-HDG-RUN       PIC 9(9).
           05 FILLER            PIC X(3) VALUE " - ".
           05 RRT-HDG-DATE      PIC 9(8).

       01 WS-RRT-SELECT-LINE.
           05 FILLER            PIC X(11) VALUE "RATE CODE: ".
           05 RRT-SEL-CODE      PIC X(4).
           05 FILLER            PIC X(18)
               VALUE "   RUN DATES FROM ".
           05 RRT-SEL-FROM      PIC 9(8).
           05 FILLER            PIC X(4) VALUE " TO ".
           05 RRT-SEL-TO        PIC 9(8).
           05 FILLER            PIC X(9) VALUE "   MASTER".
           05 FILLER            PIC X(1) VALUE SPACES.
           05 RRT-SEL-MASTER    PIC X(5).

       01 WS-RRT-COLUMN-HEADING.
           05 FILLER            PIC X(11) VALUE "TXN ID".
           05 FILLER            PIC X(6)  VALUE "ACCT".
           05 FILLER            PIC X(10) VALUE "RUN DATE".
           05 FILLER            PIC X(13) VALUE "     OLD RATE".
           05 FILLER            PIC X(13) VALUE "     NEW RATE".
           05 FILLER            PIC X(13) VALUE "   DIFFERENCE".

       01 WS-RRT-DETAIL-LINE.
           05 RRT-DTL-TXN-ID    PIC 9(9).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RRT-DTL-ACCT      PIC X(4).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RRT-DTL-DATE      PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RRT-DTL-OLD-RATE  PIC -9(7).99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RRT-DTL-NEW-RATE  PIC -9(7).99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RRT-DTL-DIFF      PIC -9(7).99.

       01 WS-RRT-SKIP-LINE.
           05 RRT-SKP-TXN-ID    PIC 9(9).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RRT-SKP-ACCT      PIC X(4).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RRT-SKP-DATE      PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(13) VALUE "NOT RE-RATED ".
           05 RRT-SKP-REASON    PIC X(30).

       01 WS-RRT-ACCT-HEADING.
           05 FILLER            PIC X(7)  VALUE "ACCT".
           05 FILLER            PIC X(9)  VALUE " ADJUSTED".
           05 FILLER            PIC X(18) VALUE "  TOTAL DIFFERENCE".

       01 WS-RRT-ACCT-LINE.
           05 RRT-ACT-CODE      PIC X(4).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RRT-ACT-COUNT     PIC Z(8)9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RRT-ACT-TOTAL     PIC -9(11).99.

       01 WS-RRT-TOTAL-LINE.
           05 RRT-TOT-DESC      PIC X(30).
           05 RRT-TOT-COUNT     PIC Z(8)9.

       01 WS-RRT-GRAND-LINE.
           05 FILLER            PIC X(30)
               VALUE "NET DIFFERENCE POSTED       : ".
           05 RRT-GRAND-TOTAL   PIC -9(11).99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RERATE-PARAMETERS
           PERFORM LOAD-RATE-TABLE
           OPEN I-O MULT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MULTRRAT: MASTER FILE NOT AVAILABLE - "
                   "STATUS " WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-JOURNAL-FILE
           PERFORM READ-MASTER-COUNTER
           PERFORM READ-TXN-COUNTER
           PERFORM READ-RUN-NUMBER
           PERFORM LOAD-ADJUSTMENT-TABLE
           OPEN OUTPUT MULT-EXTRACT-FILE
           OPEN OUTPUT MULT-RRTRPT-FILE
           PERFORM WRITE-EXTRACT-HEADER
           PERFORM WRITE-REPORT-HEADINGS
           PERFORM START-MASTER-SCAN
           PERFORM RERATE-MASTER-RECORD UNTIL WS-END-OF-MASTER
           PERFORM WRITE-EXTRACT-TRAILER
           PERFORM WRITE-REPORT-TOTALS
           CLOSE MULT-MASTER-FILE
           CLOSE MULT-EXTRACT-FILE
           CLOSE MULT-RRTRPT-FILE
           PERFORM WRITE-MASTER-COUNTER
           CLOSE MULT-JOURNAL-FILE
           PERFORM WRITE-TXN-COUNTER
           PERFORM WRITE-RUN-NUMBER
           PERFORM APPEND-RUN-HISTORY
           DISPLAY "MULTRRAT: RUN NUMBER         : " WS-RUN-NUMBER
           DISPLAY "MULTRRAT: CHARGES EXAMINED   : " WS-EXAMINED-COUNT
           DISPLAY "MULTRRAT: ADJUSTMENTS POSTED : " WS-ADJUSTED-COUNT
           DISPLAY "MULTRRAT: ALREADY CORRECT    : " WS-UNCHANGED-COUNT
           DISPLAY "MULTRRAT: NOT RE-RATED       : " WS-SKIPPED-COUNT
           STOP RUN.

       GET-RERATE-PARAMETERS.
           DISPLAY "Enter rate code to re-rate : ".
           ACCEPT WS-WANTED-RATE-CODE.
           DISPLAY "Enter first run date (YYYYMMDD) : ".
           ACCEPT WS-INPUT-FROM.
           DISPLAY "Enter last run date (YYYYMMDD) : ".
           ACCEPT WS-INPUT-TO.
           DISPLAY "Enter master to re-rate (B = batch, S = sort) : ".
           ACCEPT WS-RERATE-MASTER.
           IF WS-RERATE-MASTER = SPACE
               SET WS-RERATE-BATCH-MASTER TO TRUE
           END-IF
           IF NOT WS-RERATE-BATCH-MASTER AND NOT WS-RERATE-SORT-MASTER
               DISPLAY "MULTRRAT: MASTER MUST BE B OR S"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-WANTED-RATE-CODE = SPACES
               DISPLAY "MULTRRAT: RATE CODE MUST NOT BE BLANK"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-INPUT-FROM NOT NUMERIC OR WS-INPUT-TO NOT NUMERIC
               DISPLAY "MULTRRAT: RUN DATES MUST BE NUMERIC YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-INPUT-FROM TO WS-FROM-DATE
           MOVE WS-INPUT-TO TO WS-TO-DATE
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "MULTRRAT: FIRST RUN DATE IS AFTER THE LAST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-RATE-TABLE.
           *> Unlike the batch drivers, a missing table or an
           *> unknown code is fatal here - there is nothing to
           *> re-rate against.
           OPEN INPUT MULT-RATE-FILE
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "MULTRRAT: RATE TABLE NOT AVAILABLE - "
                   "STATUS " WS-RATE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-RATE-RECORD
           PERFORM LOAD-RATE-ENTRY UNTIL WS-RATE-EOF
           CLOSE MULT-RATE-FILE
           IF WS-RATE-USED = ZERO
               DISPLAY "MULTRRAT: RATE CODE " WS-WANTED-RATE-CODE
                   " NOT ON RATE TABLE - STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-RATE-RECORD.
           READ MULT-RATE-FILE NEXT
               AT END SET WS-RATE-EOF TO TRUE
           END-READ.

       LOAD-RATE-ENTRY.
           IF MULTRTB-RATE-CODE = WS-WANTED-RATE-CODE
               IF WS-RATE-USED < WS-RATE-MAX
                   ADD 1 TO WS-RATE-USED
                   MOVE MULTRTB-EFF-DATE
                       TO WS-RATE-TBL-EFF (WS-RATE-USED)
                   MOVE MULTRTB-EXPIRY-DATE
                       TO WS-RATE-TBL-EXPIRY (WS-RATE-USED)
                   MOVE MULTRTB-RATE-VALUE
                       TO WS-RATE-TBL-VALUE (WS-RATE-USED)
               ELSE
                   DISPLAY "MULTRRAT: RATE TABLE OVERFLOW - ROW "
                       MULTRTB-EFF-DATE " IGNORED"
               END-IF
           END-IF
           PERFORM READ-RATE-RECORD.

       RESOLVE-RATE-IN-FORCE.
           *> The row with the latest effective date on or before
           *> the charge's run date that had not expired by it.
           MOVE 'N' TO WS-RATE-RESOLVED-SWITCH
           MOVE ZERO TO WS-BEST-EFF-DATE
           MOVE ZERO TO WS-RATE-SUB
           PERFORM SCAN-RATE-ENTRY WS-RATE-USED TIMES.

       SCAN-RATE-ENTRY.
           ADD 1 TO WS-RATE-SUB
           IF WS-RATE-TBL-EFF (WS-RATE-SUB) <= WS-ROW-DATE
               AND WS-RATE-TBL-EXPIRY (WS-RATE-SUB) > WS-ROW-DATE
               AND WS-RATE-TBL-EFF (WS-RATE-SUB) >= WS-BEST-EFF-DATE
               MOVE WS-RATE-TBL-EFF (WS-RATE-SUB) TO WS-BEST-EFF-DATE
               MOVE WS-RATE-TBL-VALUE (WS-RATE-SUB) TO WS-NEW-RATE
               SET WS-RATE-RESOLVED TO TRUE
           END-IF.

       READ-MASTER-COUNTER.
           *> The counter also bounds the scan: rows this run adds
           *> sit above it and are never themselves re-rated.
           OPEN INPUT MULT-MASTCTR-FILE
           IF WS-MASTCTR-STATUS = "00"
               READ MULT-MASTCTR-FILE
                   AT END
                       MOVE ZERO TO WS-BASE-MASTER-KEY
                   NOT AT END
                       MOVE MULTMKY-LAST-KEY TO WS-BASE-MASTER-KEY
               END-READ
               CLOSE MULT-MASTCTR-FILE
           ELSE
               MOVE ZERO TO WS-BASE-MASTER-KEY
           END-IF.

       WRITE-MASTER-COUNTER.
           OPEN OUTPUT MULT-MASTCTR-FILE
           COMPUTE MULTMKY-LAST-KEY =
               WS-BASE-MASTER-KEY + WS-ADJUSTED-COUNT
           WRITE MULTMKY-RECORD
           CLOSE MULT-MASTCTR-FILE
           SET MULTJRN-COUNTER TO TRUE
           COMPUTE MULTJRN-KEY =
               WS-BASE-MASTER-KEY + WS-ADJUSTED-COUNT
           MOVE SPACES TO MULTJRN-AFTER-IMAGE
           PERFORM WRITE-JOURNAL-RECORD.

       OPEN-JOURNAL-FILE.
           *> Adjustment rows are journaled like every other master
           *> change so MULTRCOV can rebuild them; no journal, no
           *> re-rating.
           OPEN EXTEND MULT-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT MULT-JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "MULTRRAT: MASTER JOURNAL NOT AVAILABLE - "
                   "STATUS " WS-JOURNAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO MULTJRN-TIMESTAMP
           MOVE "MULTRRAT" TO MULTJRN-PROGRAM
           WRITE MULTJRN-RECORD.

       READ-TXN-COUNTER.
           OPEN INPUT MULT-TXNCTR-FILE
           IF WS-TXNCTR-STATUS = "00"
               READ MULT-TXNCTR-FILE
                   AT END
                       MOVE ZERO TO WS-BASE-TXN-ID
                   NOT AT END
                       MOVE MULTTXN-LAST-ID TO WS-BASE-TXN-ID
               END-READ
               CLOSE MULT-TXNCTR-FILE
           ELSE
               MOVE ZERO TO WS-BASE-TXN-ID
           END-IF.

       WRITE-TXN-COUNTER.
           OPEN OUTPUT MULT-TXNCTR-FILE
           COMPUTE MULTTXN-LAST-ID =
               WS-BASE-TXN-ID + WS-ADJUSTED-COUNT
           WRITE MULTTXN-RECORD
           CLOSE MULT-TXNCTR-FILE.

       READ-RUN-NUMBER.
           *> The adjustment extract goes to billing under an
           *> envelope of its own, so it takes a run number like any
           *> batch run - and MULTRETX can rebuild it by that number.
           OPEN INPUT MULT-RUNNO-FILE
           IF WS-RUNNO-STATUS = "00"
               READ MULT-RUNNO-FILE
                   AT END
                       MOVE 1 TO WS-RUN-NUMBER
                   NOT AT END
                       COMPUTE WS-RUN-NUMBER = MULTRNO-LAST-RUN + 1
               END-READ
               CLOSE MULT-RUNNO-FILE
           ELSE
               MOVE 1 TO WS-RUN-NUMBER
           END-IF.

       WRITE-RUN-NUMBER.
           OPEN OUTPUT MULT-RUNNO-FILE
           MOVE WS-RUN-NUMBER TO MULTRNO-LAST-RUN
           WRITE MULTRNO-RECORD
           CLOSE MULT-RUNNO-FILE.

       LOAD-ADJUSTMENT-TABLE.
           PERFORM START-MASTER-SCAN
           PERFORM LOAD-ADJUSTMENT-ENTRY UNTIL WS-END-OF-MASTER.

       START-MASTER-SCAN.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO MULTMAST-KEY
           START MULT-MASTER-FILE KEY NOT < MULTMAST-KEY
               INVALID KEY SET WS-END-OF-MASTER TO TRUE
           END-START
           IF NOT WS-END-OF-MASTER
               PERFORM READ-MASTER-RECORD
           END-IF.

       READ-MASTER-RECORD.
           READ MULT-MASTER-FILE NEXT
               AT END SET WS-END-OF-MASTER TO TRUE
           END-READ
           IF NOT WS-END-OF-MASTER
               AND MULTMAST-KEY > WS-BASE-MASTER-KEY
               SET WS-END-OF-MASTER TO TRUE
           END-IF.

       LOAD-ADJUSTMENT-ENTRY.
           IF MULTMAST-ADJUSTMENT-ROW
               AND MULTMAST-RATE-CODE = WS-WANTED-RATE-CODE
               MOVE MULTMAST-LINK-TXN-ID TO WS-CHARGE-TXN-ID
               PERFORM FIND-ADJUSTMENT-ENTRY
               IF NOT WS-ADJ-FOUND
                   IF WS-ADJ-USED >= WS-ADJ-MAX
                       DISPLAY "MULTRRAT: ADJUSTMENT TABLE OVERFLOW - "
                           "JOB STOPPED"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ADJ-USED
                   MOVE WS-ADJ-USED TO WS-ADJ-SUB
                   MOVE WS-CHARGE-TXN-ID
                       TO WS-ADJ-TBL-TXN-ID (WS-ADJ-SUB)
                   MOVE ZERO TO WS-ADJ-TBL-DIFF (WS-ADJ-SUB)
               END-IF
               *> Master keys ascend with time, so the last
               *> adjustment read carries the rate now in effect.
               MOVE MULTMAST-VARTWO TO WS-ADJ-TBL-RATE (WS-ADJ-SUB)
               ADD MULTMAST-FIRSTMULTRES
                   TO WS-ADJ-TBL-DIFF (WS-ADJ-SUB)
           END-IF
           PERFORM READ-MASTER-RECORD.

       FIND-ADJUSTMENT-ENTRY.
           *> Serial scan, like the account-table lookups elsewhere
           *> in the family. Leaves WS-ADJ-SUB on the match.
           MOVE 'N' TO WS-ADJ-FOUND-SWITCH
           MOVE ZERO TO WS-ADJ-SUB
           PERFORM UNTIL WS-ADJ-FOUND OR WS-ADJ-SUB >= WS-ADJ-USED
               ADD 1 TO WS-ADJ-SUB
               IF WS-ADJ-TBL-TXN-ID (WS-ADJ-SUB) = WS-CHARGE-TXN-ID
                   SET WS-ADJ-FOUND TO TRUE
               END-IF
           END-PERFORM.

       RERATE-MASTER-RECORD.
           MOVE MULTMAST-TIMESTAMP(1:8) TO WS-ROW-DATE
           IF MULTMAST-CHARGE-ROW
               AND NOT MULTMAST-REVERSED
               AND MULTMAST-RATE-CODE = WS-WANTED-RATE-CODE
               AND WS-ROW-DATE >= WS-FROM-DATE
               AND WS-ROW-DATE <= WS-TO-DATE
               ADD 1 TO WS-EXAMINED-COUNT
               PERFORM RERATE-CHARGE
           END-IF
           PERFORM READ-MASTER-RECORD.

       RERATE-CHARGE.
           *> What billing has been charged so far is the original
           *> result plus every adjustment already posted against
           *> it; the rate it was last priced at is the latest
           *> adjustment's, or the charge's own.
           MOVE MULTMAST-VARTWO TO WS-OLD-RATE
           MOVE MULTMAST-FIRSTMULTRES TO WS-OLD-RESULT
           MOVE MULTMAST-TXN-ID TO WS-CHARGE-TXN-ID
           PERFORM FIND-ADJUSTMENT-ENTRY
           IF WS-ADJ-FOUND
               MOVE WS-ADJ-TBL-RATE (WS-ADJ-SUB) TO WS-OLD-RATE
               ADD WS-ADJ-TBL-DIFF (WS-ADJ-SUB) TO WS-OLD-RESULT
           END-IF
           SET WS-CALC-OK TO TRUE
           PERFORM RESOLVE-RATE-IN-FORCE
           IF NOT WS-RATE-RESOLVED
               SET WS-CALC-FAILED TO TRUE
               MOVE "NO RATE IN FORCE ON RUN DATE" TO WS-SKIP-REASON
           ELSE
               PERFORM RECALCULATE-CHARGE
           END-IF
           IF WS-CALC-OK
               COMPUTE WS-DIFFERENCE = WS-NEW-RESULT - WS-OLD-RESULT
                   ON SIZE ERROR
                       SET WS-CALC-FAILED TO TRUE
                       MOVE "DIFFERENCE EXCEEDS CAPACITY"
                           TO WS-SKIP-REASON
               END-COMPUTE
           END-IF
           EVALUATE TRUE
               WHEN WS-CALC-FAILED
                   PERFORM WRITE-SKIP-LINE
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN WS-DIFFERENCE = ZERO
                   ADD 1 TO WS-UNCHANGED-COUNT
               WHEN OTHER
                   PERFORM POST-ADJUSTMENT
           END-EVALUATE.

       RECALCULATE-CHARGE.
           *> Same arithmetic the batch drivers applied, with the
           *> rate in force substituted for VARTWO. Rows older than
           *> the operation code carry a space and were multiplies.
           EVALUATE MULTMAST-OP-CODE
               WHEN 'D'
                   IF WS-NEW-RATE = ZERO
                       SET WS-CALC-FAILED TO TRUE
                       MOVE "RATE IN FORCE IS ZERO DIVISOR"
                           TO WS-SKIP-REASON
                   ELSE
                       COMPUTE WS-NEW-RESULT =
                           (MULTMAST-VARONE / WS-NEW-RATE)
                           ON SIZE ERROR SET WS-CALC-FAILED TO TRUE
                       END-COMPUTE
                   END-IF
               WHEN 'A'
                   COMPUTE WS-NEW-RESULT =
                       (MULTMAST-VARONE + WS-NEW-RATE)
                       ON SIZE ERROR SET WS-CALC-FAILED TO TRUE
                   END-COMPUTE
               WHEN 'S'
                   COMPUTE WS-NEW-RESULT =
                       (MULTMAST-VARONE - WS-NEW-RATE)
                       ON SIZE ERROR SET WS-CALC-FAILED TO TRUE
                   END-COMPUTE
               WHEN OTHER
                   COMPUTE WS-NEW-RESULT =
                       (MULTMAST-VARONE * WS-NEW-RATE)
                       ON SIZE ERROR SET WS-CALC-FAILED TO TRUE
                   END-COMPUTE
           END-EVALUATE
           IF WS-CALC-FAILED AND WS-SKIP-REASON = SPACES
               MOVE "RESULT EXCEEDS 9(7)V99 FIELD" TO WS-SKIP-REASON
           END-IF.

       POST-ADJUSTMENT.
           *> Keys and transaction IDs follow on from the counters
           *> in the order adjustments are posted.
           ADD 1 TO WS-ADJUSTED-COUNT
           COMPUTE WS-MASTER-KEY =
               WS-BASE-MASTER-KEY + WS-ADJUSTED-COUNT
           COMPUTE WS-TXN-ID = WS-BASE-TXN-ID + WS-ADJUSTED-COUNT
           PERFORM WRITE-DETAIL-LINE
           PERFORM TALLY-ACCOUNT-TOTAL
           PERFORM WRITE-EXTRACT-RECORD
           PERFORM WRITE-ADJUSTMENT-ROW.

       WRITE-ADJUSTMENT-ROW.
           *> Built in the record area over the charge just read, so
           *> capture the charge's key first and reposition the scan
           *> on it afterwards.
           MOVE MULTMAST-KEY TO WS-ROW-KEY
           MOVE WS-MASTER-KEY TO MULTMAST-KEY
           MOVE WS-NEW-RATE TO MULTMAST-VARTWO
           MOVE WS-DIFFERENCE TO MULTMAST-FIRSTMULTRES
           MOVE WS-DIFFERENCE TO MULTMAST-SECMULTRES
           MOVE SPACE TO MULTMAST-RESTORED-FLAG
           SET MULTMAST-ADJUSTMENT-ROW TO TRUE
           MOVE SPACE TO MULTMAST-REVERSED-FLAG
           MOVE WS-CHARGE-TXN-ID TO MULTMAST-LINK-TXN-ID
           MOVE WS-RUN-NUMBER TO MULTMAST-RUN-NUMBER
           MOVE WS-TXN-ID TO MULTMAST-TXN-ID
           MOVE FUNCTION CURRENT-DATE TO MULTMAST-TIMESTAMP
           WRITE MULTMAST-RECORD
               INVALID KEY
                   DISPLAY "MULTRRAT: ADJUSTMENT NOT ADDED - KEY "
                       WS-MASTER-KEY " IN USE"
               NOT INVALID KEY
                   SET MULTJRN-ADD TO TRUE
                   MOVE MULTMAST-KEY TO MULTJRN-KEY
                   MOVE MULTMAST-RECORD TO MULTJRN-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL-RECORD
           END-WRITE
           MOVE WS-ROW-KEY TO MULTMAST-KEY
           START MULT-MASTER-FILE KEY > MULTMAST-KEY
               INVALID KEY SET WS-END-OF-MASTER TO TRUE
           END-START.

       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO MULTEXV-RECORD
           SET MULTEXV-HEADER TO TRUE
           MOVE WS-RUN-NUMBER TO MULTEXV-RUN-NUMBER
           MOVE FUNCTION CURRENT-DATE(1:8) TO MULTEXV-RUN-DATE
           MOVE ZERO TO MULTEXV-RECORD-COUNT
           MOVE ZERO TO MULTEXV-HASH-TOTAL
           WRITE MULTEXV-RECORD.

       WRITE-EXTRACT-RECORD.
           MOVE WS-TXN-ID TO MULTEXT-TXN-ID
           MOVE MULTMAST-VARONE TO MULTEXT-VARONE
           MOVE WS-NEW-RATE TO MULTEXT-VARTWO
           MOVE WS-DIFFERENCE TO MULTEXT-FIRSTMULTRES
           MOVE WS-DIFFERENCE TO MULTEXT-SECMULTRES
           MOVE 'J' TO MULTEXT-OP-CODE
           MOVE MULTMAST-ACCT-CODE TO MULTEXT-ACCT-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO MULTEXT-RUN-DATE
           MOVE WS-CHARGE-TXN-ID TO MULTEXT-ORIG-TXN-ID
           WRITE MULTEXT-RECORD
           ADD WS-DIFFERENCE TO WS-EXTRACT-HASH.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO MULTEXV-RECORD
           SET MULTEXV-TRAILER TO TRUE
           MOVE WS-RUN-NUMBER TO MULTEXV-RUN-NUMBER
           MOVE FUNCTION CURRENT-DATE(1:8) TO MULTEXV-RUN-DATE
           MOVE WS-ADJUSTED-COUNT TO MULTEXV-RECORD-COUNT
           MOVE WS-EXTRACT-HASH TO MULTEXV-HASH-TOTAL
           WRITE MULTEXV-RECORD.

       APPEND-RUN-HISTORY.
           *> The re-rating run takes no deck; the adjustments it
           *> posted stand as both its input and its results, so the
           *> ledger row balances on the usual terms.
           OPEN EXTEND MULT-RUNHST-FILE
           IF WS-RUNHST-STATUS NOT = "00"
               OPEN OUTPUT MULT-RUNHST-FILE
           END-IF
           MOVE WS-RUN-NUMBER TO MULTRHL-RUN-NUMBER
           MOVE FUNCTION CURRENT-DATE(1:8) TO MULTRHL-RUN-DATE
           IF WS-RERATE-SORT-MASTER
               SET MULTRHL-SORT-RERATE-RUN TO TRUE
           ELSE
               SET MULTRHL-BATCH-RERATE-RUN TO TRUE
           END-IF
           MOVE WS-ADJUSTED-COUNT TO MULTRHL-INPUT-COUNT
           MOVE WS-ADJUSTED-COUNT TO MULTRHL-RESULT-COUNT
           MOVE ZERO TO MULTRHL-REJECT-COUNT
           MOVE WS-BASE-MASTER-KEY TO MULTRHL-MASTER-FIRST-KEY
           COMPUTE MULTRHL-MASTER-LAST-KEY =
               WS-BASE-MASTER-KEY + WS-ADJUSTED-COUNT
           MOVE ZERO TO MULTRHL-HELD-COUNT
           MOVE ZERO TO MULTRHL-RELEASED-COUNT
           WRITE MULTRHL-RECORD
           CLOSE MULT-RUNHST-FILE.

       WRITE-REPORT-HEADINGS.
           MOVE WS-RUN-NUMBER TO RRT-HDG-RUN
           MOVE FUNCTION CURRENT-DATE(1:8) TO RRT-HDG-DATE
           MOVE WS-RRT-HEADING TO WS-RRTRPT-LINE
           WRITE WS-RRTRPT-LINE
           MOVE WS-WANTED-RATE-CODE TO RRT-SEL-CODE
           MOVE WS-FROM-DATE TO RRT-SEL-FROM
           MOVE WS-TO-DATE TO RRT-SEL-TO
           IF WS-RERATE-SORT-MASTER
               MOVE "SORT" TO RRT-SEL-MASTER
           ELSE
               MOVE "BATCH" TO RRT-SEL-MASTER
           END-IF
           MOVE WS-RRT-SELECT-LINE TO WS-RRTRPT-LINE
           WRITE WS-RRTRPT-LINE
           MOVE SPACES TO WS-RRTRPT-LINE
           WRITE WS-RRTRPT-LINE
           MOVE WS-RRT-COLUMN-HEADING TO WS-RRTRPT-LINE
           WRITE WS-RRTRPT-LINE.

       WRITE-DETAIL-LINE.
           MOVE MULTMAST-TXN-ID TO RRT-DTL-TXN-ID
           MOVE MULTMAST-ACCT-CODE TO RRT-DTL-ACCT
           MOVE WS-ROW-DATE TO RRT-DTL-DATE
           MOVE WS-OLD-RATE TO RRT-DTL-OLD-RATE
           MOVE WS-NEW-RATE TO RRT-DTL-NEW-RATE
           MOVE WS-DIFFERENCE TO RRT-DTL-DIFF
           MOVE WS-RRT-DETAIL-LINE TO WS-RRTRPT-LINE
           WRITE WS-RRTRPT-LINE.

       WRITE-SKIP-LINE.
           MOVE MULTMAST-TXN-ID TO RRT-SKP-TXN-ID
           MOVE MULTMAST-ACCT-CODE TO RRT-SKP-ACCT
           MOVE WS-ROW-DATE TO RRT-SKP-DATE
           MOVE WS-SKIP-REASON TO RRT-SKP-REASON
           MOVE WS-RRT-SKIP-LINE TO WS-RRTRPT-LINE
           WRITE WS-RRTRPT-LINE
           MOVE SPACES TO WS-SKIP-REASON.

       TALLY-ACCOUNT-TOTAL.
           MOVE 'N' TO WS-ACCT-FOUND-SWITCH
           MOVE ZERO TO WS-ACCT-SUB
           PERFORM UNTIL WS-ACCT-FOUND OR WS-ACCT-SUB >= WS-ACCT-USED
               ADD 1 TO WS-ACCT-SUB
               IF WS-ACCT-TBL-CODE (WS-ACCT-SUB) = MULTMAST-ACCT-CODE
                   SET WS-ACCT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ACCT-FOUND
               IF WS-ACCT-USED < WS-ACCT-MAX
                   ADD 1 TO WS-ACCT-USED
                   MOVE WS-ACCT-USED TO WS-ACCT-SUB
                   MOVE MULTMAST-ACCT-CODE
                       TO WS-ACCT-TBL-CODE (WS-ACCT-SUB)
                   MOVE ZERO TO WS-ACCT-TBL-COUNT (WS-ACCT-SUB)
                   MOVE ZERO TO WS-ACCT-TBL-TOTAL (WS-ACCT-SUB)
                   SET WS-ACCT-FOUND TO TRUE
               ELSE
                   DISPLAY "MULTRRAT: ACCOUNT TOTALS OVERFLOW - CODE "
                       MULTMAST-ACCT-CODE " NOT TOTALLED"
               END-IF
           END-IF
           IF WS-ACCT-FOUND
               ADD 1 TO WS-ACCT-TBL-COUNT (WS-ACCT-SUB)
               ADD WS-DIFFERENCE TO WS-ACCT-TBL-TOTAL (WS-ACCT-SUB)
           END-IF
           ADD WS-DIFFERENCE TO WS-GRAND-TOTAL.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RRTRPT-LINE
           WRITE WS-RRTRPT-LINE
           MOVE "TOTALS BY ACCOUNT" TO WS-RRTRPT-LINE
           WRITE WS-RRTRPT-LINE
           MOVE WS-RRT-ACCT-HEADING TO WS-RRTRPT-LINE
           WRITE WS-RRTRPT-LINE
           MOVE ZERO TO WS-ACCT-SUB
           PERFORM WRITE-ACCOUNT-TOTAL-LINE WS-ACCT-USED TIMES
           MOVE SPACES TO WS-RRTRPT-LINE
           WRITE WS-RRTRPT-LINE
           MOVE "CHARGES EXAMINED            : " TO RRT-TOT-DESC
           MOVE WS-EXAMINED-COUNT TO RRT-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "ADJUSTMENTS POSTED          : " TO RRT-TOT-DESC
           MOVE WS-ADJUSTED-COUNT TO RRT-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "ALREADY AT THE CORRECT RATE : " TO RRT-TOT-DESC
           MOVE WS-UNCHANGED-COUNT TO RRT-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "NOT RE-RATED                : " TO RRT-TOT-DESC
           MOVE WS-SKIPPED-COUNT TO RRT-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE WS-GRAND-TOTAL TO RRT-GRAND-TOTAL
           MOVE WS-RRT-GRAND-LINE TO WS-RRTRPT-LINE
           WRITE WS-RRTRPT-LINE.

       WRITE-ACCOUNT-TOTAL-LINE.
           ADD 1 TO WS-ACCT-SUB
           MOVE WS-ACCT-TBL-CODE (WS-ACCT-SUB) TO RRT-ACT-CODE
           MOVE WS-ACCT-TBL-COUNT (WS-ACCT-SUB) TO RRT-ACT-COUNT
           MOVE WS-ACCT-TBL-TOTAL (WS-ACCT-SUB) TO RRT-ACT-TOTAL
           MOVE WS-RRT-ACCT-LINE TO WS-RRTRPT-LINE
           WRITE WS-RRTRPT-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-RRT-TOTAL-LINE TO WS-RRTRPT-LINE
           WRITE WS-RRTRPT-LINE.
       END PROGRAM MULTRRAT.
