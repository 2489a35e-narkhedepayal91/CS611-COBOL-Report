           SELECT MULT-ACCT-FILE ASSIGN TO ACCTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT MULT-JOURNAL-FILE ASSIGN TO JRNLF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MULTMIS.

       FD  MULT-EXTRACT-FILE
           RECORD CONTAINS 71 CHARACTERS.
       COPY MULTEXT.

       FD  MULT-TXNCTR-FILE
       COPY MULTMKY.

       FD  MULT-ACCT-FILE
           RECORD CONTAINS 42 CHARACTERS.
       COPY MULTACC.

       FD  MULT-JOURNAL-FILE
           RECORD CONTAINS 128 CHARACTERS.
       COPY MULTJRN.

       WORKING-STORAGE SECTION.
       *> variables we will be using in this program.
       COPY WSVALUES.
       01 WS-TXNCTR-STATUS PIC XX VALUE SPACES.
       01 WS-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-MASTCTR-STATUS PIC XX VALUE SPACES.
       01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
       01 WS-INPUT-SW PIC X VALUE 'Y'.
           88 WS-INPUT-VALID VALUE 'Y'.
           88 WS-INPUT-INVALID VALUE 'N'.
       01 WS-MASTER-KEY PIC 9(9) VALUE 1.
       01 WS-ACCT-STATUS PIC XX VALUE SPACES.
       01 WS-ACCT-CODE PIC X(4) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       *> Account/cost-center table, loaded once from ACCTF at
       *> startup - an entry keyed off the screen is validated the
       *> same way the batch drivers validate a deck's code.
           05 WS-ACCT-ENTRY OCCURS 500 TIMES.
               10 WS-ACCT-TBL-CODE    PIC X(4).
               10 WS-ACCT-TBL-NAME    PIC X(20).
               10 WS-ACCT-TBL-STATUS  PIC X.
                   88 WS-ACCT-TBL-CLOSED VALUE 'C'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CLOSE MULT-MISMATCH-FILE
           CLOSE MULT-EXTRACT-FILE
           CLOSE MULT-MASTER-FILE
           CLOSE MULT-JOURNAL-FILE
           STOP RUN.

       OPEN-AUDIT-FILE.
           OPEN I-O MULT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               OPEN OUTPUT MULT-MASTER-FILE
           END-IF
           PERFORM OPEN-JOURNAL-FILE.

       OPEN-JOURNAL-FILE.
           *> Every change to the master is journaled as it is made,
           *> so MULTRCOV can bring a backup forward. An entry that
           *> could not be journaled must not reach the master.
           OPEN EXTEND MULT-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT MULT-JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "MASTER JOURNAL NOT AVAILABLE - STATUS "
                   WS-JOURNAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO MULTJRN-TIMESTAMP
           MOVE "MULTIPLY" TO MULTJRN-PROGRAM
           WRITE MULTJRN-RECORD.

       LOAD-ACCOUNT-TABLE.
           *> The account table is the authority for who may be
           *> charged - without it no entry could validate, so a
           *> missing or empty table stops the program up front.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT MULT-ACCT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ACCOUNT TABLE NOT AVAILABLE - STATUS "
                   TO WS-ACCT-TBL-CODE (WS-ACCT-USED)
               MOVE MULTACC-ACCT-NAME
                   TO WS-ACCT-TBL-NAME (WS-ACCT-USED)
               *> A closed account stays usable until its closing
               *> date arrives.
               IF MULTACC-ACCT-CLOSED
                   AND MULTACC-EFF-DATE <= WS-RUN-DATE
                   MOVE 'C' TO WS-ACCT-TBL-STATUS (WS-ACCT-USED)
               ELSE
                   MOVE 'O' TO WS-ACCT-TBL-STATUS (WS-ACCT-USED)
               END-IF
           ELSE
               DISPLAY "ACCOUNT TABLE OVERFLOW - CODE "
                   MULTACC-ACCT-CODE " IGNORED"
           OPEN OUTPUT MULT-MASTCTR-FILE
           MOVE WS-MASTER-KEY TO MULTMKY-LAST-KEY
           WRITE MULTMKY-RECORD
           CLOSE MULT-MASTCTR-FILE
           SET MULTJRN-COUNTER TO TRUE
           MOVE WS-MASTER-KEY TO MULTJRN-KEY
           MOVE SPACES TO MULTJRN-AFTER-IMAGE
           PERFORM WRITE-JOURNAL-RECORD.

       WRITE-MASTER-RECORD.
           MOVE WS-MASTER-KEY TO MULTMAST-KEY
           MOVE 'M' TO MULTMAST-OP-CODE
           MOVE WS-ACCT-CODE TO MULTMAST-ACCT-CODE
           MOVE SPACE TO MULTMAST-RESTORED-FLAG
           SET MULTMAST-CHARGE-ROW TO TRUE
           MOVE SPACE TO MULTMAST-REVERSED-FLAG
           MOVE ZERO TO MULTMAST-LINK-TXN-ID
           MOVE SPACES TO MULTMAST-RATE-CODE
           *> Interactive rows carry their extract transaction ID
           *> (WRITE-EXTRACT-RECORD has already advanced WS-TXN-ID
           *> past it) but no batch run number.
           WRITE MULTMAST-RECORD
               INVALID KEY
                   DISPLAY "MASTER RECORD NOT ADDED - KEY IN USE"
               NOT INVALID KEY
                   SET MULTJRN-ADD TO TRUE
                   MOVE MULTMAST-KEY TO MULTJRN-KEY
                   MOVE MULTMAST-RECORD TO MULTJRN-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL-RECORD
           END-WRITE.

       READ-TXN-COUNTER.
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE "UNKNOWN ACCOUNT CODE" TO MULTEXC-REASON
                   PERFORM WRITE-EXCEPTION-RECORD
               ELSE
                   IF WS-ACCT-TBL-CLOSED (WS-ACCT-SUB)
                       SET WS-INPUT-INVALID TO TRUE
                       MOVE "ACCOUNT CLOSED" TO MULTEXC-REASON
                       PERFORM WRITE-EXCEPTION-RECORD
                   END-IF
               END-IF
           END-IF.

           MOVE 'M' TO MULTEXT-OP-CODE
           MOVE WS-ACCT-CODE TO MULTEXT-ACCT-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO MULTEXT-RUN-DATE
           MOVE ZERO TO MULTEXT-ORIG-TXN-ID
           WRITE MULTEXT-RECORD
           ADD 1 TO WS-TXN-ID.
       END PROGRAM MULTIPLICATION.
