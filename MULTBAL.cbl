
      *> End-of-run balancing step for the MULTIPLICATION batch jobs.
      *> Runs after MULTBATCH or MULTSORT, re-counts the transaction,
      *> result, reject, suspense-hold and master files independently,
      *> compares them to the totals the run claimed in RUNTOTF, prints
      *> a balancing report, and ends with return code 8 when anything
      *> is out of balance so the scheduler holds the downstream steps.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MULT-REJECT-FILE ASSIGN TO REJECTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT MULT-HOLD-FILE ASSIGN TO HOLDF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT MULT-MASTER-FILE ASSIGN TO MASTERF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       DATA DIVISION.
       FILE SECTION.
       FD  MULT-RUNTOT-FILE
           RECORD CONTAINS 72 CHARACTERS.
       COPY MULTRTL.

       FD  MULT-TRANS-FILE
           RECORD CONTAINS 62 CHARACTERS.
       COPY MULTREJ.

       FD  MULT-HOLD-FILE
           RECORD CONTAINS 89 CHARACTERS.
       COPY MULTHLD.

       FD  MULT-MASTER-FILE.
       COPY MULTMAST.

       01 WS-TRANS-STATUS PIC XX VALUE SPACES.
       01 WS-RESULT-STATUS PIC XX VALUE SPACES.
       01 WS-REJECT-STATUS PIC XX VALUE SPACES.
       01 WS-HOLD-STATUS PIC XX VALUE SPACES.
       01 WS-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-MASTCTR-STATUS PIC XX VALUE SPACES.
       01 WS-BALRPT-STATUS PIC XX VALUE SPACES.
           05 WS-RTL-REJECT-COUNT     PIC 9(9).
           05 WS-RTL-MASTER-FIRST-KEY PIC 9(9).
           05 WS-RTL-MASTER-LAST-KEY  PIC 9(9).
           05 WS-RTL-HELD-COUNT       PIC 9(9).
           05 WS-RTL-RELEASED-COUNT   PIC 9(9).
       01 WS-TRANS-COUNT PIC 9(9) VALUE ZERO.
       01 WS-RESULT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-HOLD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-MASTER-COUNT PIC 9(9) VALUE ZERO.
       01 WS-COUNTER-KEY PIC 9(9) VALUE ZERO.
       01 WS-CHECK-CLAIMED PIC 9(9) VALUE ZERO.
               PERFORM COUNT-TRANS-FILE
               PERFORM COUNT-RESULT-FILE
               PERFORM COUNT-REJECT-FILE
               PERFORM COUNT-HOLD-FILE
               PERFORM COUNT-MASTER-RECORDS
               PERFORM READ-MASTER-COUNTER
               PERFORM WRITE-BALANCE-REPORT
               NOT AT END ADD 1 TO WS-REJECT-COUNT
           END-READ.

       COUNT-HOLD-FILE.
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MULT-HOLD-FILE
           IF WS-HOLD-STATUS = "00"
               PERFORM COUNT-HOLD-RECORD UNTIL WS-END-OF-FILE
               CLOSE MULT-HOLD-FILE
           END-IF.

       COUNT-HOLD-RECORD.
           READ MULT-HOLD-FILE
               AT END SET WS-END-OF-FILE TO TRUE
               NOT AT END ADD 1 TO WS-HOLD-COUNT
           END-READ.

       COUNT-MASTER-RECORDS.
           *> Count the master records this run added: keys above the
           *> starting counter value up to the finishing value the
           MOVE WS-RTL-INPUT-COUNT TO WS-CHECK-CLAIMED
           MOVE WS-TRANS-COUNT TO WS-CHECK-COUNTED
           PERFORM WRITE-CHECK-LINE
           *> Released items from earlier runs post on top of the
           *> deck, and held items leave it without a result or a
           *> reject, so both sides of the sum carry them.
           MOVE "RESULTS+REJECTS+HELD VS INPUT+REL" TO BAL-CHECK-DESC
           COMPUTE WS-CHECK-CLAIMED =
               WS-RTL-INPUT-COUNT + WS-RTL-RELEASED-COUNT
           COMPUTE WS-CHECK-COUNTED =
               WS-RTL-RESULT-COUNT + WS-RTL-REJECT-COUNT
               + WS-RTL-HELD-COUNT
           PERFORM WRITE-CHECK-LINE
           IF WS-RTL-BATCH-RUN
               MOVE "RESULT RECORDS RE-COUNTED" TO BAL-CHECK-DESC
           MOVE WS-RTL-REJECT-COUNT TO WS-CHECK-CLAIMED
           MOVE WS-REJECT-COUNT TO WS-CHECK-COUNTED
           PERFORM WRITE-CHECK-LINE
           MOVE "HELD RECORDS RE-COUNTED" TO BAL-CHECK-DESC
           MOVE WS-RTL-HELD-COUNT TO WS-CHECK-CLAIMED
           MOVE WS-HOLD-COUNT TO WS-CHECK-COUNTED
           PERFORM WRITE-CHECK-LINE
           MOVE "MASTER RECORDS ADDED" TO BAL-CHECK-DESC
           MOVE WS-RTL-RESULT-COUNT TO WS-CHECK-CLAIMED
           MOVE WS-MASTER-COUNT TO WS-CHECK-COUNTED
