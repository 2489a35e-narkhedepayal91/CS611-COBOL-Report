       IDENTIFICATION DIVISION.
       PROGRAM-ID. MULTAMNT.

      *> Interactive maintenance for the MULTACC account/cost-center
      *> table every calculation driver loads at startup. Add puts a new
      *> account on the table, open from today; Rename corrects or
      *> changes an account's name; Limit sets or clears the
      *> suspense-hold limit the batch drivers hold large items against
      *> (zero = no limit); Close marks an account closed from an
      *> effective date - it is never deleted, so history still resolves
      *> against it and the drivers can reject a late transaction as
      *> ACCOUNT CLOSED instead of an unknown code. Close then lists
      *> every active standing order still charging the account and
      *> offers to move them to a replacement, so MULTSOGN does not
      *> start generating rejects for them. Every Add, Rename, Limit and
      *> Close is logged with before/after images to the account audit
      *> trail, the same way MULTRMNT logs rate maintenance; each order
      *> moved is logged on the standing-order audit trail as an Update.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MULT-ACCT-FILE ASSIGN TO ACCTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT MULT-ACCTAUD-FILE ASSIGN TO ACAUDF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTAUD-STATUS.
           SELECT MULT-STORD-FILE ASSIGN TO STORDF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MULTSTO-ORDER-NO
               FILE STATUS IS WS-STORD-STATUS.
           SELECT MULT-STORDAUD-FILE ASSIGN TO SOAUDF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STORDAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MULT-ACCT-FILE
           RECORD CONTAINS 42 CHARACTERS.
       COPY MULTACC.

       FD  MULT-ACCTAUD-FILE
           RECORD CONTAINS 114 CHARACTERS.
       COPY MULTAAU.

       FD  MULT-STORD-FILE.
       COPY MULTSTO.

       FD  MULT-STORDAUD-FILE
           RECORD CONTAINS 110 CHARACTERS.
       COPY MULTSAU.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS PIC XX VALUE SPACES.
       01 WS-ACCTAUD-STATUS PIC XX VALUE SPACES.
       01 WS-STORD-STATUS PIC XX VALUE SPACES.
       01 WS-STORDAUD-STATUS PIC XX VALUE SPACES.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-INPUT-CODE PIC X(4) VALUE SPACES.
       01 WS-INPUT-NAME PIC X(20) VALUE SPACES.
       01 WS-INPUT-LIMIT PIC X(12) VALUE SPACES.
       01 WS-INPUT-DATE PIC X(8) VALUE SPACES.
       01 WS-CLOSE-DATE.
           05 WS-CLOSE-YEAR PIC 9(4).
           05 WS-CLOSE-MONTH PIC 9(2).
           05 WS-CLOSE-DAY PIC 9(2).
       01 WS-FIND-CODE PIC X(4) VALUE SPACES.
       01 WS-CLOSING-CODE PIC X(4) VALUE SPACES.
       01 WS-REPLACE-CODE PIC X(4) VALUE SPACES.
       01 WS-BEFORE-IMAGE PIC X(42).
       01 WS-AFTER-IMAGE PIC X(42).
       01 WS-ORDER-BEFORE-IMAGE PIC X(40).
       01 WS-ORDER-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ORDER-MOVED PIC 9(9) VALUE ZERO.
       01 WS-ORDER-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-ORDER-EOF VALUE 'Y'.
       01 WS-REPLACE-SWITCH PIC X VALUE 'N'.
           88 WS-REPLACE-DONE VALUE 'Y'.
           88 WS-REPLACE-PENDING VALUE 'N'.
       01 WS-REPLACE-VALID-SWITCH PIC X VALUE 'N'.
           88 WS-REPLACE-VALID VALUE 'Y'.
       01 WS-BROWSE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BROWSE-PAGE-SIZE PIC 9(4) VALUE 10.
       01 WS-BROWSE-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-BROWSE-EOF VALUE 'Y'.
       01 WS-BROWSE-MORE PIC X VALUE 'N'.
       01 WS-INPUT-VALID-SWITCH PIC X VALUE 'Y'.
           88 WS-INPUT-VALID VALUE 'Y'.
           88 WS-INPUT-INVALID VALUE 'N'.
       01 WS-FUNCTION PIC X VALUE SPACES.
           88 WS-FUNC-ADD VALUE 'A'.
           88 WS-FUNC-RENAME VALUE 'R'.
           88 WS-FUNC-LIMIT VALUE 'L'.
           88 WS-FUNC-CLOSE VALUE 'C'.
           88 WS-FUNC-INQUIRE VALUE 'I'.
           88 WS-FUNC-BROWSE VALUE 'B'.
           88 WS-FUNC-EXIT VALUE 'X'.
       *> The whole account table is held here while the program
       *> runs - ACCTF is a plain sequential file the drivers read
       *> end to end, so each change is made in the table and the
       *> file rewritten from it before the change is audited. The
       *> table size matches what the drivers will load.
       01 WS-ACCT-USED PIC 9(4) VALUE ZERO.
       01 WS-ACCT-MAX PIC 9(4) VALUE 500.
       01 WS-ACCT-SUB PIC 9(4) VALUE ZERO.
       01 WS-ACCT-FOUND-SWITCH PIC X VALUE 'N'.
           88 WS-ACCT-FOUND VALUE 'Y'.
       01 WS-ACCT-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-ACCT-EOF VALUE 'Y'.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 500 TIMES.
               10 WS-ACCT-TBL-CODE    PIC X(4).
               10 WS-ACCT-TBL-REST    PIC X(38).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Enter operator/user ID : ".
           ACCEPT WS-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM LOAD-ACCOUNT-TABLE
           PERFORM OPEN-ACCTAUD-FILE
           PERFORM UNTIL WS-FUNC-EXIT
               PERFORM GET-FUNCTION
               EVALUATE TRUE
                   WHEN WS-FUNC-ADD
                       PERFORM ADD-ACCOUNT
                   WHEN WS-FUNC-RENAME
                       PERFORM RENAME-ACCOUNT
                   WHEN WS-FUNC-LIMIT
                       PERFORM LIMIT-ACCOUNT
                   WHEN WS-FUNC-CLOSE
                       PERFORM CLOSE-ACCOUNT
                   WHEN WS-FUNC-INQUIRE
                       PERFORM INQUIRE-ACCOUNT
                   WHEN WS-FUNC-BROWSE
                       PERFORM BROWSE-ACCOUNTS
                   WHEN WS-FUNC-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid function - use A/R/L/C/I/B/X."
               END-EVALUATE
           END-PERFORM
           CLOSE MULT-ACCTAUD-FILE
           STOP RUN.

       GET-FUNCTION.
           DISPLAY "Function (A/R/L/C/I/B=Add/Rename/Limit/Close/"
               "Inq/Browse X=Exit): ".
           ACCEPT WS-FUNCTION.

       LOAD-ACCOUNT-TABLE.
           *> ACCTF may not exist yet the first time the table is
           *> built on a new system - start with an empty table and
           *> let the first Add create the file. Anything else wrong
           *> with it stops the program before a change is taken.
           OPEN INPUT MULT-ACCT-FILE
           EVALUATE WS-ACCT-STATUS
               WHEN "00"
                   PERFORM READ-ACCT-RECORD
                   PERFORM LOAD-ACCT-ENTRY UNTIL WS-ACCT-EOF
                   CLOSE MULT-ACCT-FILE
               WHEN "35"
                   DISPLAY "MULTAMNT: NO ACCOUNT TABLE YET - "
                       "STARTING AN EMPTY ONE"
               WHEN OTHER
                   DISPLAY "MULTAMNT: ACCOUNT TABLE NOT AVAILABLE - "
                       "STATUS " WS-ACCT-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       READ-ACCT-RECORD.
           READ MULT-ACCT-FILE
               AT END SET WS-ACCT-EOF TO TRUE
           END-READ.

       LOAD-ACCT-ENTRY.
           *> Rewriting the file from a table that silently dropped
           *> rows would lose accounts, so an overflow is fatal here
           *> rather than a warning as it is in the drivers.
           IF WS-ACCT-USED < WS-ACCT-MAX
               ADD 1 TO WS-ACCT-USED
               MOVE MULTACC-RECORD TO WS-ACCT-ENTRY (WS-ACCT-USED)
           ELSE
               DISPLAY "MULTAMNT: ACCOUNT TABLE OVERFLOW AT CODE "
                   MULTACC-ACCT-CODE " - NOTHING CHANGED"
               CLOSE MULT-ACCT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-ACCT-RECORD.

       SAVE-ACCOUNT-TABLE.
           *> Rewrite ACCTF from the table after every change, so the
           *> file on disk never lags the audit trail.
           OPEN OUTPUT MULT-ACCT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "MULTAMNT: ACCOUNT TABLE NOT WRITTEN - "
                   "STATUS " WS-ACCT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-ACCT-ENTRY
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-USED
           CLOSE MULT-ACCT-FILE.

       WRITE-ACCT-ENTRY.
           MOVE WS-ACCT-ENTRY (WS-ACCT-SUB) TO MULTACC-RECORD
           WRITE MULTACC-RECORD.

       FIND-ACCOUNT-ENTRY.
           *> Caller sets WS-FIND-CODE. Leaves WS-ACCT-SUB on the
           *> matching entry.
           MOVE 'N' TO WS-ACCT-FOUND-SWITCH
           MOVE ZERO TO WS-ACCT-SUB
           PERFORM UNTIL WS-ACCT-FOUND
               OR WS-ACCT-SUB >= WS-ACCT-USED
               ADD 1 TO WS-ACCT-SUB
               IF WS-ACCT-TBL-CODE (WS-ACCT-SUB) = WS-FIND-CODE
                   SET WS-ACCT-FOUND TO TRUE
               END-IF
           END-PERFORM.

       OPEN-ACCTAUD-FILE.
           *> Append to the account audit trail; same first-use
           *> fallback as the other audit files in the family.
           OPEN EXTEND MULT-ACCTAUD-FILE
           IF WS-ACCTAUD-STATUS NOT = "00"
               OPEN OUTPUT MULT-ACCTAUD-FILE
           END-IF.

       WRITE-ACCTAUD-RECORD.
           *> Caller sets WS-BEFORE-IMAGE and WS-AFTER-IMAGE (spaces
           *> where no image exists - before an Add).
           MOVE FUNCTION CURRENT-DATE TO MULTAAU-TIMESTAMP
           MOVE WS-OPERATOR-ID TO MULTAAU-OPERATOR-ID
           MOVE WS-FUNCTION TO MULTAAU-FUNCTION
           MOVE WS-BEFORE-IMAGE TO MULTAAU-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO MULTAAU-AFTER-IMAGE
           WRITE MULTAAU-RECORD.

       GET-ACCOUNT-CODE.
           DISPLAY "Enter account code (4 chars) : ".
           ACCEPT WS-INPUT-CODE.
           SET WS-INPUT-VALID TO TRUE
           IF WS-INPUT-CODE = SPACES
               SET WS-INPUT-INVALID TO TRUE
               DISPLAY "ACCOUNT CODE MUST NOT BE BLANK."
           ELSE
               MOVE WS-INPUT-CODE TO WS-FIND-CODE
               PERFORM FIND-ACCOUNT-ENTRY
           END-IF.

       GET-ACCOUNT-NAME.
           DISPLAY "Enter account name (20 chars) : ".
           ACCEPT WS-INPUT-NAME.
           IF WS-INPUT-NAME = SPACES
               SET WS-INPUT-INVALID TO TRUE
               DISPLAY "ACCOUNT NAME MUST NOT BE BLANK."
           END-IF.

       GET-HOLD-LIMIT.
           DISPLAY "Enter hold limit (9(7)V99, blank for none) : ".
           ACCEPT WS-INPUT-LIMIT.
           *> Same proof-then-NUMVAL handling MULTRMNT gives a rate
           *> value - a fat-fingered limit would hold or release the
           *> wrong work unattended.
           IF WS-INPUT-LIMIT = SPACES
               MOVE ZERO TO MULTACC-HOLD-LIMIT
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-INPUT-LIMIT) NOT = 0
                   SET WS-INPUT-INVALID TO TRUE
                   DISPLAY "HOLD LIMIT NOT NUMERIC - REJECTED."
               ELSE
                   IF FUNCTION NUMVAL(WS-INPUT-LIMIT) < ZERO
                       SET WS-INPUT-INVALID TO TRUE
                       DISPLAY "HOLD LIMIT MUST NOT BE NEGATIVE - "
                           "REJECTED."
                   ELSE
                       COMPUTE MULTACC-HOLD-LIMIT =
                           FUNCTION NUMVAL(WS-INPUT-LIMIT)
                           ON SIZE ERROR
                               SET WS-INPUT-INVALID TO TRUE
                               DISPLAY "HOLD LIMIT EXCEEDS CAPACITY - "
                                   "REJECTED."
                       END-COMPUTE
                   END-IF
               END-IF
           END-IF.

       ADD-ACCOUNT.
           PERFORM GET-ACCOUNT-CODE
           IF WS-INPUT-VALID
               *> A closed code stays on the table for good - reusing
               *> it would merge a new department's charges into an
               *> old one's history.
               IF WS-ACCT-FOUND
                   SET WS-INPUT-INVALID TO TRUE
                   DISPLAY "ACCOUNT ALREADY ON TABLE - NOT ADDED."
               END-IF
           END-IF
           IF WS-INPUT-VALID
               IF WS-ACCT-USED >= WS-ACCT-MAX
                   SET WS-INPUT-INVALID TO TRUE
                   DISPLAY "ACCOUNT TABLE FULL - NOT ADDED."
               END-IF
           END-IF
           IF WS-INPUT-VALID
               MOVE SPACES TO MULTACC-RECORD
               MOVE WS-INPUT-CODE TO MULTACC-ACCT-CODE
               PERFORM GET-ACCOUNT-NAME
           END-IF
           IF WS-INPUT-VALID
               MOVE WS-INPUT-NAME TO MULTACC-ACCT-NAME
               PERFORM GET-HOLD-LIMIT
           END-IF
           IF WS-INPUT-VALID
               MOVE 'O' TO MULTACC-ACCT-STATUS
               MOVE WS-RUN-DATE TO MULTACC-EFF-DATE
               ADD 1 TO WS-ACCT-USED
               MOVE MULTACC-RECORD TO WS-ACCT-ENTRY (WS-ACCT-USED)
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE MULTACC-RECORD TO WS-AFTER-IMAGE
               PERFORM SAVE-ACCOUNT-TABLE
               PERFORM WRITE-ACCTAUD-RECORD
               DISPLAY "ACCOUNT ADDED."
           END-IF.

       RENAME-ACCOUNT.
           PERFORM GET-ACCOUNT-CODE
           IF WS-INPUT-VALID
               IF WS-ACCT-FOUND
                   MOVE WS-ACCT-ENTRY (WS-ACCT-SUB) TO MULTACC-RECORD
                   MOVE MULTACC-RECORD TO WS-BEFORE-IMAGE
                   PERFORM DISPLAY-ACCOUNT-RECORD
                   PERFORM RENAME-ACCOUNT-FIELDS
               ELSE
                   DISPLAY "ACCOUNT NOT FOUND."
               END-IF
           END-IF.

       RENAME-ACCOUNT-FIELDS.
           *> Only the name changes - the code is what every master
           *> row, extract and standing order points at.
           PERFORM GET-ACCOUNT-NAME
           IF WS-INPUT-VALID
               MOVE WS-INPUT-NAME TO MULTACC-ACCT-NAME
               MOVE MULTACC-RECORD TO WS-ACCT-ENTRY (WS-ACCT-SUB)
               MOVE MULTACC-RECORD TO WS-AFTER-IMAGE
               PERFORM SAVE-ACCOUNT-TABLE
               PERFORM WRITE-ACCTAUD-RECORD
               DISPLAY "ACCOUNT RENAMED."
           END-IF.

       LIMIT-ACCOUNT.
           PERFORM GET-ACCOUNT-CODE
           IF WS-INPUT-VALID
               IF WS-ACCT-FOUND
                   MOVE WS-ACCT-ENTRY (WS-ACCT-SUB) TO MULTACC-RECORD
                   MOVE MULTACC-RECORD TO WS-BEFORE-IMAGE
                   PERFORM DISPLAY-ACCOUNT-RECORD
                   PERFORM LIMIT-ACCOUNT-FIELDS
               ELSE
                   DISPLAY "ACCOUNT NOT FOUND."
               END-IF
           END-IF.

       LIMIT-ACCOUNT-FIELDS.
           *> Only the hold limit changes. It takes effect from the
           *> next batch run; items already held stay held until
           *> MULTRLSE works them.
           PERFORM GET-HOLD-LIMIT
           IF WS-INPUT-VALID
               MOVE MULTACC-RECORD TO WS-ACCT-ENTRY (WS-ACCT-SUB)
               MOVE MULTACC-RECORD TO WS-AFTER-IMAGE
               PERFORM SAVE-ACCOUNT-TABLE
               PERFORM WRITE-ACCTAUD-RECORD
               DISPLAY "HOLD LIMIT CHANGED."
           END-IF.

       CLOSE-ACCOUNT.
           PERFORM GET-ACCOUNT-CODE
           IF WS-INPUT-VALID
               IF WS-ACCT-FOUND
                   MOVE WS-ACCT-ENTRY (WS-ACCT-SUB) TO MULTACC-RECORD
                   IF MULTACC-ACCT-CLOSED
                       DISPLAY "ACCOUNT ALREADY CLOSED - EFFECTIVE "
                           MULTACC-EFF-DATE
                   ELSE
                       MOVE MULTACC-RECORD TO WS-BEFORE-IMAGE
                       PERFORM DISPLAY-ACCOUNT-RECORD
                       PERFORM CLOSE-ACCOUNT-FIELDS
                   END-IF
               ELSE
                   DISPLAY "ACCOUNT NOT FOUND."
               END-IF
           END-IF.

       CLOSE-ACCOUNT-FIELDS.
           *> The closing date may be set ahead for a reorganization
           *> that takes effect later; the drivers keep accepting the
           *> account until that date arrives.
           DISPLAY "Enter closing date (YYYYMMDD, blank for today) : ".
           ACCEPT WS-INPUT-DATE.
           IF WS-INPUT-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-CLOSE-DATE
           ELSE
               IF WS-INPUT-DATE NOT NUMERIC
                   SET WS-INPUT-INVALID TO TRUE
                   DISPLAY "CLOSING DATE MUST BE NUMERIC YYYYMMDD."
               ELSE
                   MOVE WS-INPUT-DATE TO WS-CLOSE-DATE
                   IF WS-CLOSE-MONTH < 1 OR WS-CLOSE-MONTH > 12
                       OR WS-CLOSE-DAY < 1 OR WS-CLOSE-DAY > 31
                       SET WS-INPUT-INVALID TO TRUE
                       DISPLAY "CLOSING DATE IS NOT A VALID DATE."
                   END-IF
               END-IF
           END-IF
           IF WS-INPUT-VALID
               MOVE 'C' TO MULTACC-ACCT-STATUS
               MOVE WS-CLOSE-DATE TO MULTACC-EFF-DATE
               MOVE MULTACC-RECORD TO WS-ACCT-ENTRY (WS-ACCT-SUB)
               MOVE MULTACC-RECORD TO WS-AFTER-IMAGE
               PERFORM SAVE-ACCOUNT-TABLE
               PERFORM WRITE-ACCTAUD-RECORD
               DISPLAY "ACCOUNT CLOSED - EFFECTIVE " WS-CLOSE-DATE
               MOVE WS-INPUT-CODE TO WS-CLOSING-CODE
               PERFORM REASSIGN-STANDING-ORDERS
           END-IF.

       REASSIGN-STANDING-ORDERS.
           *> Standing orders are only read and moved here - adding,
           *> cancelling and correcting them stays with MULTSOMT.
           OPEN I-O MULT-STORD-FILE
           EVALUATE WS-STORD-STATUS
               WHEN "00"
                   PERFORM LIST-CLOSING-ORDERS
                   IF WS-ORDER-COUNT > ZERO
                       SET WS-REPLACE-PENDING TO TRUE
                       MOVE 'N' TO WS-REPLACE-VALID-SWITCH
                       PERFORM GET-REPLACEMENT-ACCOUNT
                           UNTIL WS-REPLACE-DONE
                       IF WS-REPLACE-VALID
                           PERFORM MOVE-CLOSING-ORDERS
                       END-IF
                   END-IF
                   CLOSE MULT-STORD-FILE
               WHEN "35"
                   DISPLAY "NO STANDING-ORDER FILE - NO ORDERS TO "
                       "MOVE."
               WHEN OTHER
                   DISPLAY "STANDING-ORDER FILE NOT AVAILABLE - STATUS "
                       WS-STORD-STATUS
                   DISPLAY "CHECK ORDERS FOR " WS-CLOSING-CODE
                       " WITH MULTSOMT."
           END-EVALUATE.

       START-ORDER-BROWSE.
           MOVE 'N' TO WS-ORDER-EOF-SWITCH
           MOVE ZERO TO MULTSTO-ORDER-NO
           START MULT-STORD-FILE KEY NOT < MULTSTO-ORDER-NO
               INVALID KEY
                   SET WS-ORDER-EOF TO TRUE
           END-START.

       LIST-CLOSING-ORDERS.
           MOVE ZERO TO WS-ORDER-COUNT
           PERFORM START-ORDER-BROWSE
           PERFORM LIST-ONE-ORDER UNTIL WS-ORDER-EOF
           IF WS-ORDER-COUNT = ZERO
               DISPLAY "NO ACTIVE STANDING ORDERS CHARGE "
                   WS-CLOSING-CODE "."
           ELSE
               DISPLAY WS-ORDER-COUNT
                   " ACTIVE STANDING ORDER(S) STILL CHARGE "
                   WS-CLOSING-CODE "."
           END-IF.

       LIST-ONE-ORDER.
           READ MULT-STORD-FILE NEXT
               AT END
                   SET WS-ORDER-EOF TO TRUE
               NOT AT END
                   IF MULTSTO-ACTIVE
                       AND MULTSTO-ACCT-CODE = WS-CLOSING-CODE
                       ADD 1 TO WS-ORDER-COUNT
                       DISPLAY "  ORDER " MULTSTO-ORDER-NO
                           "  OP " MULTSTO-OP-CODE
                           "  FREQ " MULTSTO-FREQUENCY
                           "  RATE " MULTSTO-RATE-CODE
                           "  LAST GEN " MULTSTO-LAST-GEN-DATE
                   END-IF
           END-READ.

       GET-REPLACEMENT-ACCOUNT.
           *> Keep asking until the operator names an account the
           *> drivers will accept, or declines to move the orders.
           DISPLAY "Replacement account for these orders "
               "(blank to leave them) : ".
           ACCEPT WS-REPLACE-CODE.
           IF WS-REPLACE-CODE = SPACES
               SET WS-REPLACE-DONE TO TRUE
               DISPLAY "ORDERS LEFT ON " WS-CLOSING-CODE
                   " - THEIR GENERATED TRANSACTIONS WILL REJECT."
           ELSE
               MOVE WS-REPLACE-CODE TO WS-FIND-CODE
               PERFORM FIND-ACCOUNT-ENTRY
               IF NOT WS-ACCT-FOUND
                   DISPLAY "REPLACEMENT ACCOUNT NOT ON TABLE."
               ELSE
                   MOVE WS-ACCT-ENTRY (WS-ACCT-SUB) TO MULTACC-RECORD
                   IF MULTACC-ACCT-CLOSED
                       DISPLAY "REPLACEMENT ACCOUNT IS CLOSED."
                   ELSE
                       SET WS-REPLACE-DONE TO TRUE
                       SET WS-REPLACE-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       MOVE-CLOSING-ORDERS.
           OPEN EXTEND MULT-STORDAUD-FILE
           IF WS-STORDAUD-STATUS NOT = "00"
               OPEN OUTPUT MULT-STORDAUD-FILE
           END-IF
           MOVE ZERO TO WS-ORDER-MOVED
           PERFORM START-ORDER-BROWSE
           PERFORM MOVE-ONE-ORDER UNTIL WS-ORDER-EOF
           CLOSE MULT-STORDAUD-FILE
           DISPLAY WS-ORDER-MOVED " STANDING ORDER(S) MOVED TO "
               WS-REPLACE-CODE ".".

       MOVE-ONE-ORDER.
           READ MULT-STORD-FILE NEXT
               AT END
                   SET WS-ORDER-EOF TO TRUE
               NOT AT END
                   IF MULTSTO-ACTIVE
                       AND MULTSTO-ACCT-CODE = WS-CLOSING-CODE
                       PERFORM REWRITE-CLOSING-ORDER
                   END-IF
           END-READ.

       REWRITE-CLOSING-ORDER.
           MOVE MULTSTO-RECORD TO WS-ORDER-BEFORE-IMAGE
           MOVE WS-REPLACE-CODE TO MULTSTO-ACCT-CODE
           REWRITE MULTSTO-RECORD
               INVALID KEY
                   DISPLAY "ORDER " MULTSTO-ORDER-NO " NOT MOVED."
               NOT INVALID KEY
                   ADD 1 TO WS-ORDER-MOVED
                   PERFORM WRITE-STORDAUD-RECORD
           END-REWRITE.

       WRITE-STORDAUD-RECORD.
           *> Logged as an Update on the standing-order trail, the
           *> same function MULTSOMT records when an order's account
           *> is rekeyed by hand.
           MOVE FUNCTION CURRENT-DATE TO MULTSAU-TIMESTAMP
           MOVE WS-OPERATOR-ID TO MULTSAU-OPERATOR-ID
           MOVE 'U' TO MULTSAU-FUNCTION
           MOVE WS-ORDER-BEFORE-IMAGE TO MULTSAU-BEFORE-IMAGE
           MOVE MULTSTO-RECORD TO MULTSAU-AFTER-IMAGE
           WRITE MULTSAU-RECORD.

       INQUIRE-ACCOUNT.
           PERFORM GET-ACCOUNT-CODE
           IF WS-INPUT-VALID
               IF WS-ACCT-FOUND
                   MOVE WS-ACCT-ENTRY (WS-ACCT-SUB) TO MULTACC-RECORD
                   PERFORM DISPLAY-ACCOUNT-RECORD
               ELSE
                   DISPLAY "ACCOUNT NOT FOUND."
               END-IF
           END-IF.

       BROWSE-ACCOUNTS.
           *> Page through the table in file order - it is short
           *> enough that a starting key would buy nothing.
           MOVE ZERO TO WS-ACCT-SUB
           MOVE 'N' TO WS-BROWSE-EOF-SWITCH
           IF WS-ACCT-USED = ZERO
               DISPLAY "ACCOUNT TABLE IS EMPTY."
               SET WS-BROWSE-EOF TO TRUE
           END-IF
           PERFORM BROWSE-ONE-PAGE UNTIL WS-BROWSE-EOF.

       BROWSE-ONE-PAGE.
           MOVE ZERO TO WS-BROWSE-COUNT
           PERFORM UNTIL WS-BROWSE-EOF
               OR WS-BROWSE-COUNT >= WS-BROWSE-PAGE-SIZE
               IF WS-ACCT-SUB >= WS-ACCT-USED
                   DISPLAY "END OF TABLE REACHED."
                   SET WS-BROWSE-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-ACCT-SUB
                   MOVE WS-ACCT-ENTRY (WS-ACCT-SUB) TO MULTACC-RECORD
                   PERFORM DISPLAY-ACCOUNT-RECORD
                   ADD 1 TO WS-BROWSE-COUNT
               END-IF
           END-PERFORM
           IF NOT WS-BROWSE-EOF
               DISPLAY "More (Y/N) ? "
               ACCEPT WS-BROWSE-MORE
               IF WS-BROWSE-MORE NOT = 'Y' AND WS-BROWSE-MORE NOT = 'y'
                   SET WS-BROWSE-EOF TO TRUE
               END-IF
           END-IF.

       DISPLAY-ACCOUNT-RECORD.
           DISPLAY "ACCOUNT CODE : " MULTACC-ACCT-CODE.
           DISPLAY "ACCOUNT NAME : " MULTACC-ACCT-NAME.
           DISPLAY "HOLD LIMIT   : " MULTACC-HOLD-LIMIT.
           IF MULTACC-ACCT-CLOSED
               DISPLAY "STATUS       : CLOSED"
           ELSE
               DISPLAY "STATUS       : OPEN"
           END-IF
           DISPLAY "EFFECTIVE    : " MULTACC-EFF-DATE.
       END PROGRAM MULTAMNT.
