           SELECT MULT-SECLOG-FILE ASSIGN TO SECLOGF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
           SELECT MULT-JOURNAL-FILE ASSIGN TO JRNLF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT MULT-PERCTL-FILE ASSIGN TO PERCTLF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MULTPER-PERIOD
               FILE STATUS IS WS-PERCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MULTMAST.

       FD  MULT-MAINTAUD-FILE
           RECORD CONTAINS 208 CHARACTERS.
       COPY MULTMAU.

       FD  MULT-ACCT-FILE
           RECORD CONTAINS 42 CHARACTERS.
       COPY MULTACC.

       FD  MULT-OPRPROF-FILE
           RECORD CONTAINS 17 CHARACTERS.
       COPY MULTOPR.

       FD  MULT-SECLOG-FILE
           RECORD CONTAINS 57 CHARACTERS.
       COPY MULTSLG.

       FD  MULT-JOURNAL-FILE
           RECORD CONTAINS 128 CHARACTERS.
       COPY MULTJRN.

       FD  MULT-PERCTL-FILE.
       COPY MULTPER.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-MAINTAUD-STATUS PIC XX VALUE SPACES.
       01 WS-OPRPROF-STATUS PIC XX VALUE SPACES.
       01 WS-SECLOG-STATUS PIC XX VALUE SPACES.
       01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
       01 WS-PERCTL-STATUS PIC XX VALUE SPACES.
       *> Month-end close: a row whose timestamp falls in a closed
       *> period may not be updated or deleted. No period-control
       *> file yet means no period has ever been closed.
       01 WS-PERCTL-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-PERCTL-OPEN VALUE 'Y'.
       01 WS-PERIOD-CLOSED-SWITCH PIC X VALUE 'N'.
           88 WS-PERIOD-CLOSED VALUE 'Y'.
       01 WS-OPRPROF-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-OPRPROF-EOF VALUE 'Y'.
       01 WS-PROFILE-FOUND-SWITCH PIC X VALUE 'N'.
       01 WS-MAY-DELETE-SWITCH PIC X VALUE 'N'.
           88 WS-MAY-DELETE VALUE 'Y'.
       01 WS-SECLOG-FUNCTION PIC X(12) VALUE SPACES.
       01 WS-SECLOG-VERDICT PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-INPUT-ONE PIC X(12).
       01 WS-INPUT-TWO PIC X(12).
       01 WS-BEFORE-IMAGE PIC X(89).
       01 WS-AFTER-IMAGE PIC X(89).
       01 WS-OLD-VARTWO PIC S9(7)V99 USAGE COMP-3 VALUE ZERO.
       01 WS-BROWSE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BROWSE-PAGE-SIZE PIC 9(4) VALUE 10.
       01 WS-BROWSE-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-INPUT-INVALID VALUE 'N'.
       01 WS-ACCT-STATUS PIC XX VALUE SPACES.
       01 WS-INPUT-ACCT PIC X(4) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       *> Account/cost-center table, loaded once from ACCTF at
       *> startup so a manually-added row carries a chargeable
       *> account like every batch-posted row does.
           05 WS-ACCT-ENTRY OCCURS 500 TIMES.
               10 WS-ACCT-TBL-CODE    PIC X(4).
               10 WS-ACCT-TBL-NAME    PIC X(20).
               10 WS-ACCT-TBL-STATUS  PIC X.
                   88 WS-ACCT-TBL-CLOSED VALUE 'C'.
       01 WS-FUNCTION PIC X VALUE SPACES.
           88 WS-FUNC-ADD VALUE 'A'.
           88 WS-FUNC-UPDATE VALUE 'U'.
           PERFORM LOAD-OPERATOR-PROFILE
           PERFORM OPEN-MASTER-FILE
           PERFORM OPEN-MAINTAUD-FILE
           PERFORM OPEN-JOURNAL-FILE
           PERFORM OPEN-PERCTL-FILE
           PERFORM LOAD-ACCOUNT-TABLE
           PERFORM UNTIL WS-FUNC-EXIT
               PERFORM GET-FUNCTION
           END-PERFORM
           CLOSE MULT-MASTER-FILE
           CLOSE MULT-MAINTAUD-FILE
           CLOSE MULT-JOURNAL-FILE
           IF WS-PERCTL-OPEN
               CLOSE MULT-PERCTL-FILE
           END-IF
           STOP RUN.

       LOAD-OPERATOR-PROFILE.

       REFUSE-FUNCTION.
           DISPLAY "NOT AUTHORIZED FOR THIS FUNCTION - REFUSED."
           MOVE "REFUSED" TO WS-SECLOG-VERDICT
           PERFORM WRITE-SECURITY-LOG.

       REFUSE-CLOSED-PERIOD.
           *> Authorized, but the row belongs to a month finance has
           *> closed - logged with its own verdict so the auditors
           *> can tell it from an authority refusal.
           DISPLAY "ROW IS IN CLOSED PERIOD " MULTMAST-TIMESTAMP(1:6)
               " - REFUSED."
           MOVE "CLOSED" TO WS-SECLOG-VERDICT
           PERFORM WRITE-SECURITY-LOG.

       WRITE-SECURITY-LOG.
           MOVE WS-OPERATOR-ID TO MULTSLG-OPERATOR-ID
           MOVE "MULTMAINT" TO MULTSLG-PROGRAM
           MOVE WS-SECLOG-FUNCTION TO MULTSLG-FUNCTION
           MOVE WS-SECLOG-VERDICT TO MULTSLG-VERDICT
           WRITE MULTSLG-RECORD
           CLOSE MULT-SECLOG-FILE.

               OPEN OUTPUT MULT-MAINTAUD-FILE
           END-IF.

       OPEN-JOURNAL-FILE.
           *> MNTAUDF says who changed what; the master journal is
           *> what MULTRCOV replays to rebuild the master, so a
           *> session that cannot journal may not change anything.
           OPEN EXTEND MULT-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT MULT-JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "MULTMAINT: MASTER JOURNAL NOT AVAILABLE - "
                   "STATUS " WS-JOURNAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-PERCTL-FILE.
           *> Not found (status 35) is a system that has never closed
           *> a period; any other failure stops the session rather
           *> than let closed months be changed unchecked.
           OPEN INPUT MULT-PERCTL-FILE
           EVALUATE WS-PERCTL-STATUS
               WHEN "00"
                   SET WS-PERCTL-OPEN TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MULTMAINT: PERIOD-CONTROL FILE NOT "
                       "AVAILABLE - STATUS " WS-PERCTL-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       CHECK-ROW-PERIOD.
           *> The row's period is the year and month of its
           *> timestamp; only a period currently closed locks it.
           MOVE 'N' TO WS-PERIOD-CLOSED-SWITCH
           IF WS-PERCTL-OPEN
               MOVE MULTMAST-TIMESTAMP(1:6) TO MULTPER-PERIOD
               READ MULT-PERCTL-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF MULTPER-CLOSED
                           SET WS-PERIOD-CLOSED TO TRUE
                       END-IF
               END-READ
           END-IF.

       LOAD-ACCOUNT-TABLE.
           *> Without the table an Add could not carry a validated
           *> account, so a missing or empty table stops the session.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT MULT-ACCT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "MULTMAINT: ACCOUNT TABLE NOT AVAILABLE - "
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
               DISPLAY "MULTMAINT: ACCOUNT TABLE OVERFLOW - CODE "
                   MULTACC-ACCT-CODE " IGNORED"
           MOVE WS-FUNCTION TO MULTMAU-FUNCTION
           MOVE WS-BEFORE-IMAGE TO MULTMAU-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO MULTMAU-AFTER-IMAGE
           WRITE MULTMAU-RECORD
           PERFORM WRITE-JOURNAL-RECORD.

       WRITE-JOURNAL-RECORD.
           *> Every audited change is also a master change, so the
           *> journal row goes out with the audit row, carrying the
           *> same after image.
           MOVE FUNCTION CURRENT-DATE TO MULTJRN-TIMESTAMP
           MOVE MULTMAST-KEY TO MULTJRN-KEY
           EVALUATE TRUE
               WHEN WS-FUNC-ADD
                   SET MULTJRN-ADD TO TRUE
               WHEN WS-FUNC-UPDATE
                   SET MULTJRN-CHANGE TO TRUE
               WHEN WS-FUNC-DELETE
                   SET MULTJRN-DELETE TO TRUE
           END-EVALUATE
           MOVE "MULTMAIN" TO MULTJRN-PROGRAM
           MOVE WS-AFTER-IMAGE TO MULTJRN-AFTER-IMAGE
           WRITE MULTJRN-RECORD.

       ADD-RECORD.
           DISPLAY "Enter key (9 digit) : ".
                   SET WS-INPUT-INVALID TO TRUE
                   DISPLAY "ACCOUNT CODE NOT ON ACCOUNT TABLE - "
                       "REJECTED."
               ELSE
                   IF WS-ACCT-TBL-CLOSED (WS-ACCT-SUB)
                       SET WS-INPUT-INVALID TO TRUE
                       DISPLAY "ACCOUNT CLOSED - REJECTED."
                   END-IF
               END-IF
           END-IF
           IF WS-INPUT-VALID
               MOVE 'M' TO MULTMAST-OP-CODE
               MOVE WS-INPUT-ACCT TO MULTMAST-ACCT-CODE
               MOVE SPACE TO MULTMAST-RESTORED-FLAG
               SET MULTMAST-CHARGE-ROW TO TRUE
               MOVE SPACE TO MULTMAST-REVERSED-FLAG
               MOVE ZERO TO MULTMAST-LINK-TXN-ID
               MOVE SPACES TO MULTMAST-RATE-CODE
               *> Manual rows never went out on an extract.
               MOVE ZERO TO MULTMAST-RUN-NUMBER
               MOVE ZERO TO MULTMAST-TXN-ID
               INVALID KEY
                   DISPLAY "RECORD NOT FOUND."
               NOT INVALID KEY
                   *> Either half of a reversal pair matches a credit
                   *> billing has already been sent - correcting the
                   *> operands here would leave the pair out of step,
                   *> so both halves are left as posted.
                   *> A re-rating adjustment is a difference, not a
                   *> calculation - its operands cannot be corrected.
                   PERFORM CHECK-ROW-PERIOD
                   EVALUATE TRUE
                       WHEN WS-PERIOD-CLOSED
                           MOVE "MASTER UPD" TO WS-SECLOG-FUNCTION
                           PERFORM REFUSE-CLOSED-PERIOD
                       WHEN MULTMAST-REVERSAL-ROW OR MULTMAST-REVERSED
                           DISPLAY "ROW IS PART OF A REVERSAL - NOT "
                               "UPDATED."
                       WHEN MULTMAST-ADJUSTMENT-ROW
                           DISPLAY "ROW IS A RE-RATING ADJUSTMENT - "
                               "NOT UPDATED."
                       WHEN OTHER
                           MOVE MULTMAST-RECORD TO WS-BEFORE-IMAGE
                           PERFORM UPDATE-MASTER-FIELDS
                   END-EVALUATE
           END-READ.

       UPDATE-MASTER-FIELDS.
           *> and the results are recomputed with that operation, not
           *> forced back to a multiply. Rows written before the
           *> operation code existed carry a space and are treated as
           *> the multiply they always were. A hand-keyed second
           *> number replaces any resolved rate, so the row drops
           *> its rate code and re-rating leaves it alone.
           MOVE MULTMAST-VARTWO TO WS-OLD-VARTWO
           DISPLAY "Enter corrected first number : ".
           ACCEPT WS-INPUT-ONE.
           DISPLAY "Enter corrected second number : ".
           END-IF
           IF WS-INPUT-VALID
               PERFORM RECOMPUTE-MASTER-RESULTS
               IF MULTMAST-VARTWO NOT = WS-OLD-VARTWO
                   MOVE SPACES TO MULTMAST-RATE-CODE
               END-IF
               MOVE FUNCTION CURRENT-DATE TO MULTMAST-TIMESTAMP
               REWRITE MULTMAST-RECORD
                   INVALID KEY
       DELETE-RECORD.
           *> Read before deleting so the audit record carries the
           *> before image - a deleted record must not simply vanish.
           *> Rows Update leaves as posted may not be deleted either:
           *> removing one half of a reversal pair orphans the other,
           *> and removing a re-rating adjustment would let the next
           *> MULTRRAT run bill the same difference again.
           DISPLAY "Enter key to delete : ".
           ACCEPT MULTMAST-KEY.
           READ MULT-MASTER-FILE
               INVALID KEY
                   DISPLAY "RECORD NOT FOUND."
               NOT INVALID KEY
                   PERFORM CHECK-ROW-PERIOD
                   EVALUATE TRUE
                       WHEN WS-PERIOD-CLOSED
                           MOVE "MASTER DEL" TO WS-SECLOG-FUNCTION
                           PERFORM REFUSE-CLOSED-PERIOD
                       WHEN MULTMAST-REVERSAL-ROW OR MULTMAST-REVERSED
                           DISPLAY "ROW IS PART OF A REVERSAL - NOT "
                               "DELETED."
                       WHEN MULTMAST-ADJUSTMENT-ROW
                           DISPLAY "ROW IS A RE-RATING ADJUSTMENT - "
                               "NOT DELETED."
                       WHEN OTHER
                           MOVE MULTMAST-RECORD TO WS-BEFORE-IMAGE
                           PERFORM DELETE-MASTER-RECORD
                   END-EVALUATE
           END-READ.

       DELETE-MASTER-RECORD.
           DISPLAY "RESTORED    : " MULTMAST-RESTORED-FLAG.
           DISPLAY "RUN NUMBER  : " MULTMAST-RUN-NUMBER.
           DISPLAY "TXN ID      : " MULTMAST-TXN-ID.
           DISPLAY "ENTRY TYPE  : " MULTMAST-ENTRY-TYPE.
           DISPLAY "REVERSED    : " MULTMAST-REVERSED-FLAG.
           DISPLAY "LINK TXN ID : " MULTMAST-LINK-TXN-ID.
           DISPLAY "RATE CODE   : " MULTMAST-RATE-CODE.
       END PROGRAM MULTMAINT.
