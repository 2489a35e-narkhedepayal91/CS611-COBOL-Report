       IDENTIFICATION DIVISION.
       PROGRAM-ID. MULTBVAR.

      *> Budget-versus-actual report by cost-center hierarchy.
      *> SYSIN cards: the month reported (YYYYMM) and the first
      *> month of the fiscal year (MM, blank for January).
      *> Reads both MULTMAST calculation-history masters - the
      *> batch master (MASTERF) and the sort master (SORTMSTF) - and
      *> the purge archive (ARCHF) for the fiscal year through the
      *> month reported, and totals the COMPUTE results
      *> (FIRSTMULTRES) per account, for the month and for the year
      *> to date, against the monthly budgets on BUDGETF (MULTBUD).
      *> Accounts are rolled up through the
      *> hierarchy file (MULTHIR) to divisions and business units,
      *> with variance amounts (actual less budget) and variance
      *> percentages at every level. An account, division or unit
      *> whose year-to-date actual is over its year-to-date budget
      *> is flagged OVER BUDGET. Every row of the period counts,
      *> whatever its entry type, as on the MULTCLOS close summary,
      *> so the grand total agrees with the month-end figures.
      *> Accounts outside the hierarchy are rolled up last under
      *> their own heading so nothing drops out of the totals, and
      *> every account charged in the year with no budget or no
      *> hierarchy entry is listed at the end.
      *> Closed months purged by MULTPURG still count: their rows
      *> are read back from the archive, except those MULTARCQ has
      *> since restored to the batch master, which are counted
      *> there. A missing archive is noted on the report and the
      *> year-to-date actuals then cover only what is on file.
      *> RC=8 on a bad card or a table overflow; RC=12 if either
      *> master, the hierarchy or the budget file cannot be opened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MULT-MASTER-FILE ASSIGN TO MASTERF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MULTMAST-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MULT-SORTMAST-FILE ASSIGN TO SORTMSTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-SORTMAST-KEY
               FILE STATUS IS WS-SORTMAST-STATUS.
           SELECT MULT-ARCHIVE-FILE ASSIGN TO ARCHF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT MULT-HIER-FILE ASSIGN TO HIERF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIER-STATUS.
           SELECT MULT-BUDGET-FILE ASSIGN TO BUDGETF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT MULT-ACCT-FILE ASSIGN TO ACCTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT MULT-SORT-FILE ASSIGN TO SORTWK1.
           SELECT MULT-BVARPT-FILE ASSIGN TO BVARPTF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BVARPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MULT-MASTER-FILE.
       COPY MULTMAST.

      *> The sort master and the purge archive keep the MULTMAST
      *> layout byte for byte; each row is moved to the batch
      *> master's record area to be totalled, so only the key and
      *> the period are named here.
       FD  MULT-SORTMAST-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01 WS-SORTMAST-RECORD.
           05 WS-SORTMAST-KEY      PIC 9(9).
           05 FILLER               PIC X(80).

       FD  MULT-ARCHIVE-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01 WS-ARCHIVE-RECORD.
           05 WS-ARCHIVE-KEY       PIC 9(9).
           05 FILLER               PIC X(25).
           05 WS-ARCHIVE-PERIOD    PIC X(6).
           05 FILLER               PIC X(49).

       FD  MULT-HIER-FILE
           RECORD CONTAINS 52 CHARACTERS.
       COPY MULTHIR.

       FD  MULT-BUDGET-FILE
           RECORD CONTAINS 16 CHARACTERS.
       COPY MULTBUD.

       FD  MULT-ACCT-FILE
           RECORD CONTAINS 42 CHARACTERS.
       COPY MULTACC.

       SD  MULT-SORT-FILE.
       COPY MULTBVS.

       FD  MULT-BVARPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-BVARPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-SORTMAST-STATUS PIC XX VALUE SPACES.
       01 WS-ARCHIVE-STATUS PIC XX VALUE SPACES.
       01 WS-ARCHIVE-SWITCH PIC X VALUE 'N'.
           88 WS-ARCHIVE-READ VALUE 'Y'.
       01 WS-HIER-STATUS PIC XX VALUE SPACES.
       01 WS-BUDGET-STATUS PIC XX VALUE SPACES.
       01 WS-ACCT-STATUS PIC XX VALUE SPACES.
       01 WS-BVARPT-STATUS PIC XX VALUE SPACES.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-END-OF-MASTER VALUE 'Y'.
       01 WS-HIER-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-HIER-EOF VALUE 'Y'.
       01 WS-BUDGET-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-BUDGET-EOF VALUE 'Y'.
       01 WS-ACCT-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-ACCT-EOF VALUE 'Y'.
       01 WS-ARCHIVE-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-ARCHIVE-EOF VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y'.
       01 WS-ACCT-TABLE-SWITCH PIC X VALUE 'N'.
           88 WS-ACCT-TABLE-LOADED VALUE 'Y'.
       *> Account names, loaded from ACCTF before anything else so
       *> every report entry can be named when it is first met,
       *> whichever file it is met on.
       01 WS-ACCT-USED PIC 9(4) VALUE ZERO.
       01 WS-ACCT-MAX PIC 9(4) VALUE 500.
       01 WS-ACCT-SUB PIC 9(4) VALUE ZERO.
       01 WS-ACCT-FOUND-SWITCH PIC X VALUE 'N'.
           88 WS-ACCT-FOUND VALUE 'Y'.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 500 TIMES.
               10 WS-ACCT-TBL-CODE    PIC X(4).
               10 WS-ACCT-TBL-NAME    PIC X(20).
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-INPUT-PERIOD PIC X(6) VALUE SPACES.
       01 WS-PERIOD-PARTS REDEFINES WS-INPUT-PERIOD.
           05 WS-PERIOD-YEAR PIC 9(4).
           05 WS-PERIOD-MONTH PIC 99.
       01 WS-INPUT-FY-MONTH PIC X(2) VALUE SPACES.
       01 WS-FY-MONTH PIC 99 VALUE ZERO.
       01 WS-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-FY-START-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-FY-END-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-FY-START-YEAR PIC 9(4) VALUE ZERO.
       01 WS-ROW-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-ACCT-CODE PIC X(4) VALUE SPACES.
       01 WS-OVERFLOW-COUNT PIC 9(9) VALUE ZERO.
       01 WS-DUP-HIER-COUNT PIC 9(9) VALUE ZERO.
       01 WS-MASTER-COUNT PIC 9(9) VALUE ZERO.
       01 WS-YTD-ROW-COUNT PIC 9(9) VALUE ZERO.
       01 WS-SORTMAST-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ARCHIVE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ARCHIVE-USED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-RESTORED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-OVER-COUNT PIC 9(9) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(9) VALUE ZERO.
       *> One entry per account met on the hierarchy, the budget
       *> file or the master. A code on the master or the budget
       *> file that has no hierarchy row gets an entry of its own.
       01 WS-BVA-USED PIC 9(4) VALUE ZERO.
       01 WS-BVA-MAX PIC 9(4) VALUE 500.
       01 WS-BVA-SUB PIC 9(4) VALUE ZERO.
       01 WS-BVA-FOUND-SWITCH PIC X VALUE 'N'.
           88 WS-BVA-FOUND VALUE 'Y'.
       01 WS-BVA-TABLE.
           05 WS-BVA-ENTRY OCCURS 500 TIMES.
               10 WS-BVA-ACCT-CODE    PIC X(4).
               10 WS-BVA-ACCT-NAME    PIC X(20).
               10 WS-BVA-DIV-CODE     PIC X(4).
               10 WS-BVA-DIV-NAME     PIC X(20).
               10 WS-BVA-BU-CODE      PIC X(4).
               10 WS-BVA-BU-NAME      PIC X(20).
               10 WS-BVA-HIER-FLAG    PIC X.
                   88 WS-BVA-IN-HIERARCHY VALUE 'Y'.
               10 WS-BVA-BUDGET-FLAG  PIC X.
                   88 WS-BVA-HAS-BUDGET   VALUE 'Y'.
               10 WS-BVA-ROW-COUNT    PIC 9(9).
               10 WS-BVA-MTD-ACTUAL   PIC S9(11)V99 USAGE COMP-3.
               10 WS-BVA-MTD-BUDGET   PIC S9(11)V99 USAGE COMP-3.
               10 WS-BVA-YTD-ACTUAL   PIC S9(11)V99 USAGE COMP-3.
               10 WS-BVA-YTD-BUDGET   PIC S9(11)V99 USAGE COMP-3.
       *> Rollup totals - division, business unit and grand total.
       01 WS-DIV-TOTALS.
           05 WS-DIV-MTD-ACTUAL PIC S9(11)V99 USAGE COMP-3.
           05 WS-DIV-MTD-BUDGET PIC S9(11)V99 USAGE COMP-3.
           05 WS-DIV-YTD-ACTUAL PIC S9(11)V99 USAGE COMP-3.
           05 WS-DIV-YTD-BUDGET PIC S9(11)V99 USAGE COMP-3.
       01 WS-BU-TOTALS.
           05 WS-BU-MTD-ACTUAL PIC S9(11)V99 USAGE COMP-3.
           05 WS-BU-MTD-BUDGET PIC S9(11)V99 USAGE COMP-3.
           05 WS-BU-YTD-ACTUAL PIC S9(11)V99 USAGE COMP-3.
           05 WS-BU-YTD-BUDGET PIC S9(11)V99 USAGE COMP-3.
       01 WS-GRAND-TOTALS.
           05 WS-GRAND-MTD-ACTUAL PIC S9(11)V99 USAGE COMP-3.
           05 WS-GRAND-MTD-BUDGET PIC S9(11)V99 USAGE COMP-3.
           05 WS-GRAND-YTD-ACTUAL PIC S9(11)V99 USAGE COMP-3.
           05 WS-GRAND-YTD-BUDGET PIC S9(11)V99 USAGE COMP-3.
       01 WS-FIRST-SORTED-SWITCH PIC X VALUE 'Y'.
           88 WS-FIRST-SORTED VALUE 'Y'.
       01 WS-CURRENT-BU PIC X(4) VALUE SPACES.
       01 WS-CURRENT-DIV PIC X(4) VALUE SPACES.
       *> One two-line block - month, then year to date - for an
       *> account or a subtotal. The caller fills these in and
       *> performs WRITE-AMOUNT-BLOCK.
       01 WS-PRT-CODE PIC X(4) VALUE SPACES.
       01 WS-PRT-NAME PIC X(20) VALUE SPACES.
       01 WS-PRT-MTD-ACTUAL PIC S9(11)V99 USAGE COMP-3.
       01 WS-PRT-MTD-BUDGET PIC S9(11)V99 USAGE COMP-3.
       01 WS-PRT-YTD-ACTUAL PIC S9(11)V99 USAGE COMP-3.
       01 WS-PRT-YTD-BUDGET PIC S9(11)V99 USAGE COMP-3.
       01 WS-PRT-ACTUAL PIC S9(11)V99 USAGE COMP-3.
       01 WS-PRT-BUDGET PIC S9(11)V99 USAGE COMP-3.
       01 WS-PRT-VARIANCE PIC S9(11)V99 USAGE COMP-3.
       01 WS-PRT-PERCENT PIC S9(4)V9 USAGE COMP-3.
       01 WS-PRT-OVER-SWITCH PIC X VALUE 'N'.
           88 WS-PRT-OVER VALUE 'Y'.
       01 WS-PERCENT-EDIT PIC -ZZZ9.9.

       01 WS-BVA-HEADING.
           05 FILLER              PIC X(26)
               VALUE "MULTBVAR BUDGET VS ACTUAL ".
           05 FILLER              PIC X(8) VALUE "FY FROM ".
           05 BVA-HDG-FROM        PIC 9(6).
           05 FILLER              PIC X(9) VALUE " THROUGH ".
           05 BVA-HDG-PERIOD      PIC 9(6).
           05 FILLER              PIC X(9) VALUE "  RUN ON ".
           05 BVA-HDG-DATE        PIC 9(8).

       01 WS-BVA-COLUMN-HEADING.
           05 FILLER              PIC X(29) VALUE "ACCT NAME".
           05 FILLER              PIC X(14) VALUE "       ACTUAL".
           05 FILLER              PIC X(14) VALUE "       BUDGET".
           05 FILLER              PIC X(14) VALUE "     VARIANCE".
           05 FILLER              PIC X(7)  VALUE "   VAR%".

       01 WS-BVA-AMOUNT-LINE.
           05 BVA-AMT-CODE        PIC X(4).
           05 FILLER              PIC X(1) VALUE SPACES.
           05 BVA-AMT-NAME        PIC X(20).
           05 FILLER              PIC X(1) VALUE SPACES.
           05 BVA-AMT-LABEL       PIC X(3).
           05 BVA-AMT-ACTUAL      PIC -Z(8)9.99.
           05 FILLER              PIC X(1) VALUE SPACES.
           05 BVA-AMT-BUDGET      PIC -Z(8)9.99.
           05 FILLER              PIC X(1) VALUE SPACES.
           05 BVA-AMT-VARIANCE    PIC -Z(8)9.99.
           05 FILLER              PIC X(1) VALUE SPACES.
           05 BVA-AMT-PERCENT     PIC X(7).

       01 WS-BVA-UNIT-LINE.
           05 BVA-UNIT-TEXT       PIC X(16).
           05 BVA-UNIT-CODE       PIC X(4).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 BVA-UNIT-NAME       PIC X(20).

       01 WS-BVA-EXCEPTION-HEADING.
           05 FILLER              PIC X(26) VALUE "ACCT NAME".
           05 FILLER              PIC X(12) VALUE "   YTD ROWS".
           05 FILLER              PIC X(16) VALUE "      YTD ACTUAL".
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 FILLER              PIC X(24) VALUE "MISSING".

       01 WS-BVA-EXCEPTION-LINE.
           05 BVA-EXC-CODE        PIC X(4).
           05 FILLER              PIC X(1) VALUE SPACES.
           05 BVA-EXC-NAME        PIC X(20).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 BVA-EXC-ROWS        PIC Z(8)9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 BVA-EXC-ACTUAL      PIC -Z(8)9.99.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 BVA-EXC-REASON      PIC X(24).

       01 WS-BVA-COUNT-LINE.
           05 BVA-CNT-TEXT        PIC X(40).
           05 BVA-CNT-VALUE       PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM GET-REPORT-PARAMETERS
           PERFORM LOAD-ACCOUNT-NAMES
           PERFORM LOAD-HIERARCHY
           PERFORM TALLY-BUDGETS
           PERFORM TALLY-MASTER
           PERFORM TALLY-SORT-MASTER
           PERFORM TALLY-ARCHIVE
           CLOSE MULT-MASTER-FILE
           OPEN OUTPUT MULT-BVARPT-FILE
           IF WS-BVARPT-STATUS NOT = "00"
               DISPLAY "MULTBVAR: REPORT FILE NOT AVAILABLE - STATUS "
                   WS-BVARPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-HEADING
           INITIALIZE WS-GRAND-TOTALS
           SORT MULT-SORT-FILE
               ON ASCENDING KEY MULTBVS-BU-CODE MULTBVS-DIV-CODE
                   MULTBVS-ACCT-CODE
               INPUT PROCEDURE IS RELEASE-BVA-ENTRIES
               OUTPUT PROCEDURE IS WRITE-ROLLUP
           PERFORM WRITE-EXCEPTIONS
           PERFORM WRITE-REPORT-TOTALS
           CLOSE MULT-BVARPT-FILE
           DISPLAY "MULTBVAR: PERIOD                : " WS-PERIOD
           DISPLAY "MULTBVAR: FISCAL YEAR FROM      : "
               WS-FY-START-PERIOD
           DISPLAY "MULTBVAR: MASTER ROWS IN YEAR   : "
               WS-YTD-ROW-COUNT
           DISPLAY "MULTBVAR: OF WHICH FROM ARCHIVE : "
               WS-ARCHIVE-USED-COUNT
           DISPLAY "MULTBVAR: ACCOUNTS OVER BUDGET  : " WS-OVER-COUNT
           DISPLAY "MULTBVAR: NO BUDGET/HIERARCHY   : "
               WS-EXCEPTION-COUNT
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY "MULTBVAR: ACCOUNT TABLE OVERFLOW - "
                   WS-OVERFLOW-COUNT " ROWS NOT REPORTED"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       GET-REPORT-PARAMETERS.
           DISPLAY "Enter month to report (YYYYMM) : ".
           ACCEPT WS-INPUT-PERIOD.
           DISPLAY "Enter first month of fiscal year (MM, blank = 01) "
               ": ".
           ACCEPT WS-INPUT-FY-MONTH.
           IF WS-INPUT-PERIOD NOT NUMERIC
               DISPLAY "MULTBVAR: PERIOD MUST BE NUMERIC YYYYMM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "MULTBVAR: PERIOD MONTH MUST BE 01-12"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-INPUT-PERIOD TO WS-PERIOD
           IF WS-INPUT-FY-MONTH = SPACES
               MOVE 1 TO WS-FY-MONTH
           ELSE
               IF WS-INPUT-FY-MONTH NOT NUMERIC
                   DISPLAY "MULTBVAR: FISCAL MONTH MUST BE NUMERIC MM"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-INPUT-FY-MONTH TO WS-FY-MONTH
               IF WS-FY-MONTH < 1 OR WS-FY-MONTH > 12
                   DISPLAY "MULTBVAR: FISCAL MONTH MUST BE 01-12"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           *> The fiscal year runs from its first month to the month
           *> before that a year later; the one reported is the one
           *> holding the month asked for.
           MOVE WS-PERIOD-YEAR TO WS-FY-START-YEAR
           IF WS-PERIOD-MONTH < WS-FY-MONTH
               SUBTRACT 1 FROM WS-FY-START-YEAR
           END-IF
           COMPUTE WS-FY-START-PERIOD =
               WS-FY-START-YEAR * 100 + WS-FY-MONTH
           IF WS-FY-MONTH = 1
               COMPUTE WS-FY-END-PERIOD = WS-FY-START-YEAR * 100 + 12
           ELSE
               COMPUTE WS-FY-END-PERIOD =
                   (WS-FY-START-YEAR + 1) * 100 + WS-FY-MONTH - 1
           END-IF.

       LOAD-HIERARCHY.
           OPEN INPUT MULT-HIER-FILE
           IF WS-HIER-STATUS NOT = "00"
               DISPLAY "MULTBVAR: HIERARCHY FILE NOT AVAILABLE - "
                   "STATUS " WS-HIER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-HIER-RECORD
           PERFORM LOAD-HIER-ENTRY UNTIL WS-HIER-EOF
           CLOSE MULT-HIER-FILE.

       READ-HIER-RECORD.
           READ MULT-HIER-FILE
               AT END SET WS-HIER-EOF TO TRUE
           END-READ.

       LOAD-HIER-ENTRY.
           *> The first row for an account wins; a second is shown
           *> on the job log so finance can put the file right.
           MOVE MULTHIR-ACCT-CODE TO WS-ACCT-CODE
           PERFORM FIND-BVA-ENTRY
           IF WS-BVA-FOUND
               IF WS-BVA-IN-HIERARCHY (WS-BVA-SUB)
                   DISPLAY "MULTBVAR: DUPLICATE HIERARCHY ROW FOR "
                       MULTHIR-ACCT-CODE " IGNORED"
                   ADD 1 TO WS-DUP-HIER-COUNT
               ELSE
                   MOVE 'Y' TO WS-BVA-HIER-FLAG (WS-BVA-SUB)
                   MOVE MULTHIR-DIV-CODE TO WS-BVA-DIV-CODE (WS-BVA-SUB)
                   MOVE MULTHIR-DIV-NAME TO WS-BVA-DIV-NAME (WS-BVA-SUB)
                   MOVE MULTHIR-BU-CODE TO WS-BVA-BU-CODE (WS-BVA-SUB)
                   MOVE MULTHIR-BU-NAME TO WS-BVA-BU-NAME (WS-BVA-SUB)
               END-IF
           END-IF
           PERFORM READ-HIER-RECORD.

       FIND-BVA-ENTRY.
           *> Caller sets WS-ACCT-CODE. A code not yet in the table
           *> is added outside the hierarchy with nothing posted.
           *> Leaves WS-BVA-SUB on the entry; WS-BVA-FOUND is off
           *> only when the table is full.
           MOVE 'N' TO WS-BVA-FOUND-SWITCH
           MOVE ZERO TO WS-BVA-SUB
           PERFORM UNTIL WS-BVA-FOUND
               OR WS-BVA-SUB >= WS-BVA-USED
               ADD 1 TO WS-BVA-SUB
               IF WS-BVA-ACCT-CODE (WS-BVA-SUB) = WS-ACCT-CODE
                   SET WS-BVA-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-BVA-FOUND
               IF WS-BVA-USED < WS-BVA-MAX
                   ADD 1 TO WS-BVA-USED
                   MOVE WS-BVA-USED TO WS-BVA-SUB
                   PERFORM CLEAR-BVA-ENTRY
                   SET WS-BVA-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

       CLEAR-BVA-ENTRY.
           MOVE WS-ACCT-CODE TO WS-BVA-ACCT-CODE (WS-BVA-SUB)
           PERFORM FIND-ACCOUNT-NAME
           MOVE SPACES TO WS-BVA-DIV-CODE (WS-BVA-SUB)
           MOVE SPACES TO WS-BVA-DIV-NAME (WS-BVA-SUB)
           MOVE SPACES TO WS-BVA-BU-CODE (WS-BVA-SUB)
           MOVE SPACES TO WS-BVA-BU-NAME (WS-BVA-SUB)
           MOVE 'N' TO WS-BVA-HIER-FLAG (WS-BVA-SUB)
           MOVE 'N' TO WS-BVA-BUDGET-FLAG (WS-BVA-SUB)
           MOVE ZERO TO WS-BVA-ROW-COUNT (WS-BVA-SUB)
           MOVE ZERO TO WS-BVA-MTD-ACTUAL (WS-BVA-SUB)
           MOVE ZERO TO WS-BVA-MTD-BUDGET (WS-BVA-SUB)
           MOVE ZERO TO WS-BVA-YTD-ACTUAL (WS-BVA-SUB)
           MOVE ZERO TO WS-BVA-YTD-BUDGET (WS-BVA-SUB).

       LOAD-ACCOUNT-NAMES.
           *> Names only - a missing table still lets the report run,
           *> every line just prints without a name.
           OPEN INPUT MULT-ACCT-FILE
           IF WS-ACCT-STATUS = "00"
               SET WS-ACCT-TABLE-LOADED TO TRUE
               PERFORM READ-ACCT-RECORD
               PERFORM LOAD-ACCOUNT-NAME UNTIL WS-ACCT-EOF
               CLOSE MULT-ACCT-FILE
           ELSE
               DISPLAY "MULTBVAR: ACCOUNT TABLE NOT AVAILABLE - "
                   "STATUS " WS-ACCT-STATUS
           END-IF.

       READ-ACCT-RECORD.
           READ MULT-ACCT-FILE
               AT END SET WS-ACCT-EOF TO TRUE
           END-READ.

       LOAD-ACCOUNT-NAME.
           IF WS-ACCT-USED < WS-ACCT-MAX
               ADD 1 TO WS-ACCT-USED
               MOVE MULTACC-ACCT-CODE
                   TO WS-ACCT-TBL-CODE (WS-ACCT-USED)
               MOVE MULTACC-ACCT-NAME
                   TO WS-ACCT-TBL-NAME (WS-ACCT-USED)
           ELSE
               DISPLAY "MULTBVAR: ACCOUNT TABLE OVERFLOW - CODE "
                   MULTACC-ACCT-CODE " IGNORED"
           END-IF
           PERFORM READ-ACCT-RECORD.

       FIND-ACCOUNT-NAME.
           *> Names the entry at WS-BVA-SUB. A code missing from a
           *> table that did load is marked; with no table at all
           *> every name is left blank.
           MOVE 'N' TO WS-ACCT-FOUND-SWITCH
           MOVE ZERO TO WS-ACCT-SUB
           PERFORM UNTIL WS-ACCT-FOUND
               OR WS-ACCT-SUB >= WS-ACCT-USED
               ADD 1 TO WS-ACCT-SUB
               IF WS-ACCT-TBL-CODE (WS-ACCT-SUB) = WS-ACCT-CODE
                   SET WS-ACCT-FOUND TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ACCT-FOUND
                   MOVE WS-ACCT-TBL-NAME (WS-ACCT-SUB)
                       TO WS-BVA-ACCT-NAME (WS-BVA-SUB)
               WHEN WS-ACCT-TABLE-LOADED
                   MOVE "*NOT ON ACCT TABLE*"
                       TO WS-BVA-ACCT-NAME (WS-BVA-SUB)
               WHEN OTHER
                   MOVE SPACES TO WS-BVA-ACCT-NAME (WS-BVA-SUB)
           END-EVALUATE.

       TALLY-BUDGETS.
           *> Any budget row in the fiscal year means the account has
           *> a budget; only the months through the one reported are
           *> added into the year to date.
           OPEN INPUT MULT-BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = "00"
               DISPLAY "MULTBVAR: BUDGET FILE NOT AVAILABLE - STATUS "
                   WS-BUDGET-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-BUDGET-RECORD
           PERFORM TALLY-BUDGET-RECORD UNTIL WS-BUDGET-EOF
           CLOSE MULT-BUDGET-FILE.

       READ-BUDGET-RECORD.
           READ MULT-BUDGET-FILE
               AT END SET WS-BUDGET-EOF TO TRUE
           END-READ.

       TALLY-BUDGET-RECORD.
           IF MULTBUD-PERIOD NOT < WS-FY-START-PERIOD
               AND MULTBUD-PERIOD NOT > WS-FY-END-PERIOD
               MOVE MULTBUD-ACCT-CODE TO WS-ACCT-CODE
               PERFORM FIND-BVA-ENTRY
               IF WS-BVA-FOUND
                   MOVE 'Y' TO WS-BVA-BUDGET-FLAG (WS-BVA-SUB)
                   IF MULTBUD-PERIOD NOT > WS-PERIOD
                       ADD MULTBUD-AMOUNT
                           TO WS-BVA-YTD-BUDGET (WS-BVA-SUB)
                   END-IF
                   IF MULTBUD-PERIOD = WS-PERIOD
                       ADD MULTBUD-AMOUNT
                           TO WS-BVA-MTD-BUDGET (WS-BVA-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-BUDGET-RECORD.

       TALLY-MASTER.
           OPEN INPUT MULT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MULTBVAR: MASTER FILE NOT AVAILABLE - STATUS "
                   WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-MASTER-RECORD
           PERFORM TALLY-MASTER-RECORD UNTIL WS-END-OF-MASTER.

       READ-MASTER-RECORD.
           READ MULT-MASTER-FILE NEXT
               AT END SET WS-END-OF-MASTER TO TRUE
           END-READ.

       TALLY-MASTER-RECORD.
           PERFORM TALLY-MASTER-ROW
           PERFORM READ-MASTER-RECORD.

       TALLY-SORT-MASTER.
           *> The sort master charges the same accounts as the batch
           *> master, so both go into the actuals. The batch master
           *> stays open - its record area is where each row is
           *> totalled.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MULT-SORTMAST-FILE
           IF WS-SORTMAST-STATUS NOT = "00"
               DISPLAY "MULTBVAR: SORT MASTER NOT AVAILABLE - STATUS "
                   WS-SORTMAST-STATUS
               CLOSE MULT-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-SORT-MASTER-RECORD
           PERFORM TALLY-SORT-MASTER-RECORD UNTIL WS-END-OF-MASTER
           CLOSE MULT-SORTMAST-FILE.

       READ-SORT-MASTER-RECORD.
           READ MULT-SORTMAST-FILE NEXT
               AT END SET WS-END-OF-MASTER TO TRUE
           END-READ.

       TALLY-SORT-MASTER-RECORD.
           ADD 1 TO WS-SORTMAST-COUNT
           MOVE WS-SORTMAST-RECORD TO MULTMAST-RECORD
           PERFORM TALLY-MASTER-ROW
           PERFORM READ-SORT-MASTER-RECORD.

       TALLY-ARCHIVE.
           *> Optional, as on the MULTINTG report: a system never
           *> purged has no archive.
           OPEN INPUT MULT-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               SET WS-ARCHIVE-READ TO TRUE
               PERFORM READ-ARCHIVE-RECORD
               PERFORM TALLY-ARCHIVE-RECORD UNTIL WS-ARCHIVE-EOF
               CLOSE MULT-ARCHIVE-FILE
           ELSE
               DISPLAY "MULTBVAR: PURGE ARCHIVE NOT AVAILABLE - "
                   "STATUS " WS-ARCHIVE-STATUS
           END-IF.

       READ-ARCHIVE-RECORD.
           READ MULT-ARCHIVE-FILE
               AT END SET WS-ARCHIVE-EOF TO TRUE
           END-READ.

       TALLY-ARCHIVE-RECORD.
           *> A row MULTARCQ has restored is back on the batch master
           *> under the same key and has been counted there already.
           ADD 1 TO WS-ARCHIVE-COUNT
           IF WS-ARCHIVE-PERIOD IS NUMERIC
               MOVE WS-ARCHIVE-PERIOD TO WS-ROW-PERIOD
               IF WS-ROW-PERIOD NOT < WS-FY-START-PERIOD
                   AND WS-ROW-PERIOD NOT > WS-PERIOD
                   MOVE WS-ARCHIVE-KEY TO MULTMAST-KEY
                   READ MULT-MASTER-FILE
                       INVALID KEY
                           ADD 1 TO WS-ARCHIVE-USED-COUNT
                           MOVE WS-ARCHIVE-RECORD TO MULTMAST-RECORD
                           PERFORM TALLY-MASTER-ROW
                       NOT INVALID KEY
                           ADD 1 TO WS-RESTORED-COUNT
                   END-READ
               END-IF
           END-IF
           PERFORM READ-ARCHIVE-RECORD.

       TALLY-MASTER-ROW.
           *> Every row of the year counts, whatever its entry type
           *> - reversal credits and re-rating differences are part
           *> of what the accounts were charged.
           ADD 1 TO WS-MASTER-COUNT
           IF MULTMAST-TIMESTAMP(1:6) IS NUMERIC
               MOVE MULTMAST-TIMESTAMP(1:6) TO WS-ROW-PERIOD
               IF WS-ROW-PERIOD NOT < WS-FY-START-PERIOD
                   AND WS-ROW-PERIOD NOT > WS-PERIOD
                   ADD 1 TO WS-YTD-ROW-COUNT
                   MOVE MULTMAST-ACCT-CODE TO WS-ACCT-CODE
                   PERFORM FIND-BVA-ENTRY
                   IF WS-BVA-FOUND
                       PERFORM ADD-MASTER-ACTUAL
                   END-IF
               END-IF
           END-IF.

       ADD-MASTER-ACTUAL.
           ADD 1 TO WS-BVA-ROW-COUNT (WS-BVA-SUB)
           ADD MULTMAST-FIRSTMULTRES TO WS-BVA-YTD-ACTUAL (WS-BVA-SUB)
           IF WS-ROW-PERIOD = WS-PERIOD
               ADD MULTMAST-FIRSTMULTRES
                   TO WS-BVA-MTD-ACTUAL (WS-BVA-SUB)
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-FY-START-PERIOD TO BVA-HDG-FROM
           MOVE WS-PERIOD TO BVA-HDG-PERIOD
           MOVE WS-TODAY TO BVA-HDG-DATE
           MOVE WS-BVA-HEADING TO WS-BVARPT-LINE
           WRITE WS-BVARPT-LINE
           MOVE SPACES TO WS-BVARPT-LINE
           WRITE WS-BVARPT-LINE
           MOVE WS-BVA-COLUMN-HEADING TO WS-BVARPT-LINE
           WRITE WS-BVARPT-LINE.

       RELEASE-BVA-ENTRIES.
           PERFORM RELEASE-BVA-ENTRY
               VARYING WS-BVA-SUB FROM 1 BY 1
               UNTIL WS-BVA-SUB > WS-BVA-USED.

       RELEASE-BVA-ENTRY.
           IF WS-BVA-IN-HIERARCHY (WS-BVA-SUB)
               MOVE WS-BVA-BU-CODE (WS-BVA-SUB) TO MULTBVS-BU-CODE
               MOVE WS-BVA-DIV-CODE (WS-BVA-SUB) TO MULTBVS-DIV-CODE
           ELSE
               MOVE HIGH-VALUES TO MULTBVS-BU-CODE
               MOVE HIGH-VALUES TO MULTBVS-DIV-CODE
           END-IF
           MOVE WS-BVA-ACCT-CODE (WS-BVA-SUB) TO MULTBVS-ACCT-CODE
           MOVE WS-BVA-SUB TO MULTBVS-SUB
           RELEASE MULTBVS-RECORD.

       WRITE-ROLLUP.
           PERFORM RETURN-SORT-RECORD
           PERFORM UNTIL WS-SORT-EOF
               PERFORM WRITE-SORTED-ACCOUNT
               PERFORM RETURN-SORT-RECORD
           END-PERFORM
           IF NOT WS-FIRST-SORTED
               PERFORM WRITE-DIVISION-TOTAL
               PERFORM WRITE-BU-TOTAL
           END-IF
           MOVE SPACES TO WS-BVARPT-LINE
           WRITE WS-BVARPT-LINE
           MOVE SPACES TO WS-PRT-CODE
           MOVE "GRAND TOTAL" TO WS-PRT-NAME
           MOVE WS-GRAND-MTD-ACTUAL TO WS-PRT-MTD-ACTUAL
           MOVE WS-GRAND-MTD-BUDGET TO WS-PRT-MTD-BUDGET
           MOVE WS-GRAND-YTD-ACTUAL TO WS-PRT-YTD-ACTUAL
           MOVE WS-GRAND-YTD-BUDGET TO WS-PRT-YTD-BUDGET
           PERFORM WRITE-AMOUNT-BLOCK.

       RETURN-SORT-RECORD.
           RETURN MULT-SORT-FILE
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.

       WRITE-SORTED-ACCOUNT.
           MOVE MULTBVS-SUB TO WS-BVA-SUB
           IF WS-FIRST-SORTED
               MOVE 'N' TO WS-FIRST-SORTED-SWITCH
               PERFORM START-BUSINESS-UNIT
           ELSE
               IF MULTBVS-BU-CODE NOT = WS-CURRENT-BU
                   PERFORM WRITE-DIVISION-TOTAL
                   PERFORM WRITE-BU-TOTAL
                   PERFORM START-BUSINESS-UNIT
               ELSE
                   IF MULTBVS-DIV-CODE NOT = WS-CURRENT-DIV
                       PERFORM WRITE-DIVISION-TOTAL
                       PERFORM START-DIVISION
                   END-IF
               END-IF
           END-IF
           MOVE WS-BVA-ACCT-CODE (WS-BVA-SUB) TO WS-PRT-CODE
           MOVE WS-BVA-ACCT-NAME (WS-BVA-SUB) TO WS-PRT-NAME
           MOVE WS-BVA-MTD-ACTUAL (WS-BVA-SUB) TO WS-PRT-MTD-ACTUAL
           MOVE WS-BVA-MTD-BUDGET (WS-BVA-SUB) TO WS-PRT-MTD-BUDGET
           MOVE WS-BVA-YTD-ACTUAL (WS-BVA-SUB) TO WS-PRT-YTD-ACTUAL
           MOVE WS-BVA-YTD-BUDGET (WS-BVA-SUB) TO WS-PRT-YTD-BUDGET
           PERFORM WRITE-AMOUNT-BLOCK
           IF WS-PRT-OVER
               ADD 1 TO WS-OVER-COUNT
           END-IF
           ADD WS-BVA-MTD-ACTUAL (WS-BVA-SUB) TO WS-DIV-MTD-ACTUAL
           ADD WS-BVA-MTD-BUDGET (WS-BVA-SUB) TO WS-DIV-MTD-BUDGET
           ADD WS-BVA-YTD-ACTUAL (WS-BVA-SUB) TO WS-DIV-YTD-ACTUAL
           ADD WS-BVA-YTD-BUDGET (WS-BVA-SUB) TO WS-DIV-YTD-BUDGET.

       START-BUSINESS-UNIT.
           MOVE MULTBVS-BU-CODE TO WS-CURRENT-BU
           INITIALIZE WS-BU-TOTALS
           MOVE SPACES TO WS-BVARPT-LINE
           WRITE WS-BVARPT-LINE
           IF WS-BVA-IN-HIERARCHY (WS-BVA-SUB)
               MOVE "BUSINESS UNIT" TO BVA-UNIT-TEXT
               MOVE WS-BVA-BU-CODE (WS-BVA-SUB) TO BVA-UNIT-CODE
               MOVE WS-BVA-BU-NAME (WS-BVA-SUB) TO BVA-UNIT-NAME
           ELSE
               MOVE "NOT IN HIERARCHY" TO BVA-UNIT-TEXT
               MOVE SPACES TO BVA-UNIT-CODE
               MOVE SPACES TO BVA-UNIT-NAME
           END-IF
           MOVE WS-BVA-UNIT-LINE TO WS-BVARPT-LINE
           WRITE WS-BVARPT-LINE
           PERFORM START-DIVISION.

       START-DIVISION.
           MOVE MULTBVS-DIV-CODE TO WS-CURRENT-DIV
           INITIALIZE WS-DIV-TOTALS
           IF WS-BVA-IN-HIERARCHY (WS-BVA-SUB)
               MOVE "  DIVISION" TO BVA-UNIT-TEXT
               MOVE WS-BVA-DIV-CODE (WS-BVA-SUB) TO BVA-UNIT-CODE
               MOVE WS-BVA-DIV-NAME (WS-BVA-SUB) TO BVA-UNIT-NAME
               MOVE WS-BVA-UNIT-LINE TO WS-BVARPT-LINE
               WRITE WS-BVARPT-LINE
           END-IF.

       WRITE-DIVISION-TOTAL.
           *> Accounts outside the hierarchy have no division - their
           *> only subtotal is the unit total that follows.
           IF WS-CURRENT-BU NOT = HIGH-VALUES
               MOVE SPACES TO WS-PRT-CODE
               MOVE "  DIV TOTAL" TO WS-PRT-NAME
               MOVE WS-CURRENT-DIV TO WS-PRT-NAME(13:4)
               MOVE WS-DIV-MTD-ACTUAL TO WS-PRT-MTD-ACTUAL
               MOVE WS-DIV-MTD-BUDGET TO WS-PRT-MTD-BUDGET
               MOVE WS-DIV-YTD-ACTUAL TO WS-PRT-YTD-ACTUAL
               MOVE WS-DIV-YTD-BUDGET TO WS-PRT-YTD-BUDGET
               PERFORM WRITE-AMOUNT-BLOCK
           END-IF
           ADD WS-DIV-MTD-ACTUAL TO WS-BU-MTD-ACTUAL
           ADD WS-DIV-MTD-BUDGET TO WS-BU-MTD-BUDGET
           ADD WS-DIV-YTD-ACTUAL TO WS-BU-YTD-ACTUAL
           ADD WS-DIV-YTD-BUDGET TO WS-BU-YTD-BUDGET.

       WRITE-BU-TOTAL.
           MOVE SPACES TO WS-PRT-CODE
           IF WS-CURRENT-BU = HIGH-VALUES
               MOVE "NOT IN HIERARCHY TOT" TO WS-PRT-NAME
           ELSE
               MOVE "UNIT TOTAL" TO WS-PRT-NAME
               MOVE WS-CURRENT-BU TO WS-PRT-NAME(12:4)
           END-IF
           MOVE WS-BU-MTD-ACTUAL TO WS-PRT-MTD-ACTUAL
           MOVE WS-BU-MTD-BUDGET TO WS-PRT-MTD-BUDGET
           MOVE WS-BU-YTD-ACTUAL TO WS-PRT-YTD-ACTUAL
           MOVE WS-BU-YTD-BUDGET TO WS-PRT-YTD-BUDGET
           PERFORM WRITE-AMOUNT-BLOCK
           ADD WS-BU-MTD-ACTUAL TO WS-GRAND-MTD-ACTUAL
           ADD WS-BU-MTD-BUDGET TO WS-GRAND-MTD-BUDGET
           ADD WS-BU-YTD-ACTUAL TO WS-GRAND-YTD-ACTUAL
           ADD WS-BU-YTD-BUDGET TO WS-GRAND-YTD-BUDGET.

       WRITE-AMOUNT-BLOCK.
           *> First line the month, second the year to date; the
           *> over-budget flag goes in the name column of the second
           *> line and is judged on the year to date.
           MOVE 'N' TO WS-PRT-OVER-SWITCH
           IF WS-PRT-YTD-ACTUAL > WS-PRT-YTD-BUDGET
               SET WS-PRT-OVER TO TRUE
           END-IF
           MOVE WS-PRT-CODE TO BVA-AMT-CODE
           MOVE WS-PRT-NAME TO BVA-AMT-NAME
           MOVE "MTD" TO BVA-AMT-LABEL
           MOVE WS-PRT-MTD-ACTUAL TO WS-PRT-ACTUAL
           MOVE WS-PRT-MTD-BUDGET TO WS-PRT-BUDGET
           PERFORM WRITE-AMOUNT-LINE
           MOVE SPACES TO BVA-AMT-CODE
           IF WS-PRT-OVER
               MOVE "  ** OVER BUDGET" TO BVA-AMT-NAME
           ELSE
               MOVE SPACES TO BVA-AMT-NAME
           END-IF
           MOVE "YTD" TO BVA-AMT-LABEL
           MOVE WS-PRT-YTD-ACTUAL TO WS-PRT-ACTUAL
           MOVE WS-PRT-YTD-BUDGET TO WS-PRT-BUDGET
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-AMOUNT-LINE.
           *> A variance against no budget has no percentage.
           COMPUTE WS-PRT-VARIANCE = WS-PRT-ACTUAL - WS-PRT-BUDGET
           MOVE WS-PRT-ACTUAL TO BVA-AMT-ACTUAL
           MOVE WS-PRT-BUDGET TO BVA-AMT-BUDGET
           MOVE WS-PRT-VARIANCE TO BVA-AMT-VARIANCE
           IF WS-PRT-BUDGET = ZERO
               MOVE "    N/A" TO BVA-AMT-PERCENT
           ELSE
               COMPUTE WS-PRT-PERCENT ROUNDED =
                   WS-PRT-VARIANCE * 100 / WS-PRT-BUDGET
                   ON SIZE ERROR
                       MOVE "  *****" TO BVA-AMT-PERCENT
                   NOT ON SIZE ERROR
                       MOVE WS-PRT-PERCENT TO WS-PERCENT-EDIT
                       MOVE WS-PERCENT-EDIT TO BVA-AMT-PERCENT
               END-COMPUTE
           END-IF
           MOVE WS-BVA-AMOUNT-LINE TO WS-BVARPT-LINE
           WRITE WS-BVARPT-LINE.

       WRITE-EXCEPTIONS.
           MOVE SPACES TO WS-BVARPT-LINE
           WRITE WS-BVARPT-LINE
           MOVE "ACCOUNTS CHARGED WITH NO BUDGET OR NO HIERARCHY ENTRY"
               TO WS-BVARPT-LINE
           WRITE WS-BVARPT-LINE
           MOVE WS-BVA-EXCEPTION-HEADING TO WS-BVARPT-LINE
           WRITE WS-BVARPT-LINE
           PERFORM WRITE-EXCEPTION-LINE
               VARYING WS-BVA-SUB FROM 1 BY 1
               UNTIL WS-BVA-SUB > WS-BVA-USED.

       WRITE-EXCEPTION-LINE.
           IF WS-BVA-ROW-COUNT (WS-BVA-SUB) > ZERO
               AND (NOT WS-BVA-HAS-BUDGET (WS-BVA-SUB)
                   OR NOT WS-BVA-IN-HIERARCHY (WS-BVA-SUB))
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-BVA-ACCT-CODE (WS-BVA-SUB) TO BVA-EXC-CODE
               MOVE WS-BVA-ACCT-NAME (WS-BVA-SUB) TO BVA-EXC-NAME
               MOVE WS-BVA-ROW-COUNT (WS-BVA-SUB) TO BVA-EXC-ROWS
               MOVE WS-BVA-YTD-ACTUAL (WS-BVA-SUB) TO BVA-EXC-ACTUAL
               EVALUATE TRUE
                   WHEN NOT WS-BVA-HAS-BUDGET (WS-BVA-SUB)
                       AND NOT WS-BVA-IN-HIERARCHY (WS-BVA-SUB)
                       MOVE "NO BUDGET, NO HIERARCHY" TO BVA-EXC-REASON
                   WHEN NOT WS-BVA-HAS-BUDGET (WS-BVA-SUB)
                       MOVE "NO BUDGET" TO BVA-EXC-REASON
                   WHEN OTHER
                       MOVE "NO HIERARCHY" TO BVA-EXC-REASON
               END-EVALUATE
               MOVE WS-BVA-EXCEPTION-LINE TO WS-BVARPT-LINE
               WRITE WS-BVARPT-LINE
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-BVARPT-LINE
           WRITE WS-BVARPT-LINE
           MOVE "MASTER ROWS IN FISCAL YEAR TO DATE" TO BVA-CNT-TEXT
           MOVE WS-YTD-ROW-COUNT TO BVA-CNT-VALUE
           MOVE WS-BVA-COUNT-LINE TO WS-BVARPT-LINE
           WRITE WS-BVARPT-LINE
           MOVE "  OF WHICH FROM THE PURGE ARCHIVE" TO BVA-CNT-TEXT
           MOVE WS-ARCHIVE-USED-COUNT TO BVA-CNT-VALUE
           MOVE WS-BVA-COUNT-LINE TO WS-BVARPT-LINE
           WRITE WS-BVARPT-LINE
           IF WS-RESTORED-COUNT > ZERO
               MOVE "  ARCHIVE ROWS RESTORED (ON MASTER)"
                   TO BVA-CNT-TEXT
               MOVE WS-RESTORED-COUNT TO BVA-CNT-VALUE
               MOVE WS-BVA-COUNT-LINE TO WS-BVARPT-LINE
               WRITE WS-BVARPT-LINE
           END-IF
           IF NOT WS-ARCHIVE-READ
               MOVE "PURGE ARCHIVE NOT AVAILABLE - PURGED MONTHS ARE"
                   TO WS-BVARPT-LINE
               WRITE WS-BVARPT-LINE
               MOVE "NOT IN THE YEAR-TO-DATE ACTUALS" TO WS-BVARPT-LINE
               WRITE WS-BVARPT-LINE
           END-IF
           MOVE "ACCOUNTS OVER BUDGET (YEAR TO DATE)" TO BVA-CNT-TEXT
           MOVE WS-OVER-COUNT TO BVA-CNT-VALUE
           MOVE WS-BVA-COUNT-LINE TO WS-BVARPT-LINE
           WRITE WS-BVARPT-LINE
           MOVE "CHARGED WITH NO BUDGET OR HIERARCHY" TO BVA-CNT-TEXT
           MOVE WS-EXCEPTION-COUNT TO BVA-CNT-VALUE
           MOVE WS-BVA-COUNT-LINE TO WS-BVARPT-LINE
           WRITE WS-BVARPT-LINE
           IF WS-DUP-HIER-COUNT > ZERO
               MOVE "DUPLICATE HIERARCHY ROWS IGNORED" TO BVA-CNT-TEXT
               MOVE WS-DUP-HIER-COUNT TO BVA-CNT-VALUE
               MOVE WS-BVA-COUNT-LINE TO WS-BVARPT-LINE
               WRITE WS-BVARPT-LINE
           END-IF
           IF WS-OVERFLOW-COUNT > ZERO
               MOVE "ROWS NOT REPORTED (TABLE FULL)" TO BVA-CNT-TEXT
               MOVE WS-OVERFLOW-COUNT TO BVA-CNT-VALUE
               MOVE WS-BVA-COUNT-LINE TO WS-BVARPT-LINE
               WRITE WS-BVARPT-LINE
           END-IF.
       END PROGRAM MULTBVAR.
