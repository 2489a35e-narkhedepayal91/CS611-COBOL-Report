
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MULTCLOS.

      *> Month-end close for the MULTMAST calculation-history master.
      *> SYSIN cards: operator ID, function (C = close, R = reopen)
      *> and the period (YYYYMM).
      *> Close reads both masters - the batch master (MASTERF) and
      *> the sort master (SORTMSTF) - selects the rows whose
      *> timestamp falls in the period, and prints the period
      *> summary finance signs off - row counts and COMPUTE totals
      *> by account and by operation code, with a sign-off block -
      *> then marks the period closed on the period-control file
      *> (MULTPER) with the count and total it signed off. From then
      *> on MULTMAINT, MULTARCQ and MULTPURG leave the period's rows
      *> alone. Only a month that has ended can be closed, and a
      *> closed period cannot be closed twice.
      *> Reopen takes its own authority flag on the operator profile
      *> file; a refused attempt is written to the security log. A
      *> reopened period is open again until the next close, which
      *> prints a fresh summary and overwrites the signed-off totals.
      *> RC=8 on a bad card, a refused reopen, or a period already in
      *> the state asked for; RC=12 if either master or the
      *> period-control file cannot be opened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MULT-MASTER-FILE ASSIGN TO MASTERF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MULTMAST-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MULT-SORTMAST-FILE ASSIGN TO SORTMSTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-SORTMAST-KEY
               FILE STATUS IS WS-SORTMAST-STATUS.
           SELECT MULT-PERCTL-FILE ASSIGN TO PERCTLF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MULTPER-PERIOD
               FILE STATUS IS WS-PERCTL-STATUS.
           SELECT MULT-ACCT-FILE ASSIGN TO ACCTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT MULT-OPRPROF-FILE ASSIGN TO OPRPROF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPRPROF-STATUS.
           SELECT MULT-SECLOG-FILE ASSIGN TO SECLOGF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
           SELECT MULT-CLSRPT-FILE ASSIGN TO CLSRPTF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MULT-MASTER-FILE.
       COPY MULTMAST.

      *> The sort master keeps the MULTMAST layout byte for byte;
      *> each row is moved to the batch master's record area to be
      *> summarized, so only the key is named here.
       FD  MULT-SORTMAST-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01 WS-SORTMAST-RECORD.
           05 WS-SORTMAST-KEY      PIC 9(9).
           05 FILLER               PIC X(80).

       FD  MULT-PERCTL-FILE.
       COPY MULTPER.

       FD  MULT-ACCT-FILE
           RECORD CONTAINS 42 CHARACTERS.
       COPY MULTACC.

       FD  MULT-OPRPROF-FILE
           RECORD CONTAINS 17 CHARACTERS.
       COPY MULTOPR.

       FD  MULT-SECLOG-FILE
           RECORD CONTAINS 57 CHARACTERS.
       COPY MULTSLG.

       FD  MULT-CLSRPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-CLSRPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-SORTMAST-STATUS PIC XX VALUE SPACES.
       01 WS-PERCTL-STATUS PIC XX VALUE SPACES.
       01 WS-ACCT-STATUS PIC XX VALUE SPACES.
       01 WS-OPRPROF-STATUS PIC XX VALUE SPACES.
       01 WS-SECLOG-STATUS PIC XX VALUE SPACES.
       01 WS-CLSRPT-STATUS PIC XX VALUE SPACES.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-OPRPROF-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-OPRPROF-EOF VALUE 'Y'.
       01 WS-PROFILE-FOUND-SWITCH PIC X VALUE 'N'.
           88 WS-PROFILE-FOUND VALUE 'Y'.
       01 WS-MAY-REOPEN-SWITCH PIC X VALUE 'N'.
           88 WS-MAY-REOPEN VALUE 'Y'.
       01 WS-FUNCTION PIC X VALUE SPACES.
           88 WS-FUNC-CLOSE VALUE 'C'.
           88 WS-FUNC-REOPEN VALUE 'R'.
       01 WS-INPUT-PERIOD PIC X(6) VALUE SPACES.
       01 WS-PERIOD-PARTS REDEFINES WS-INPUT-PERIOD.
           05 WS-PERIOD-YEAR PIC 9(4).
           05 WS-PERIOD-MONTH PIC 99.
       01 WS-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-CURRENT-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-ON-FILE-SWITCH PIC X VALUE 'N'.
           88 WS-PERIOD-ON-FILE VALUE 'Y'.
       01 WS-PERCTL-NEW-SWITCH PIC X VALUE 'N'.
           88 WS-PERCTL-NEW VALUE 'Y'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-END-OF-MASTER VALUE 'Y'.
       01 WS-MASTER-COUNT PIC 9(9) VALUE ZERO.
       01 WS-PERIOD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-PERIOD-TOTAL PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
       01 WS-SORT-PERIOD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-SORT-PERIOD-TOTAL PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
       01 WS-BATCH-PERIOD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-BATCH-PERIOD-TOTAL PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
       01 WS-ACCT-CODE PIC X(4) VALUE SPACES.
      *> Account table, loaded from ACCTF for the names. A code on
      *> the master that is no longer on the table still gets its
      *> own line - the summary has to add up to the master.
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
               10 WS-ACCT-TBL-NAME    PIC X(20).
               10 WS-ACCT-TBL-COUNT   PIC 9(9).
               10 WS-ACCT-TBL-TOTAL   PIC S9(11)V99 USAGE COMP-3.
      *> Operation-code totals - a handful of codes at most, added
      *> as they are met.
       01 WS-OPC-USED PIC 9(2) VALUE ZERO.
       01 WS-OPC-SUB PIC 9(2) VALUE ZERO.
       01 WS-OPC-FOUND-SWITCH PIC X VALUE 'N'.
           88 WS-OPC-FOUND VALUE 'Y'.
       01 WS-OPC-TABLE.
           05 WS-OPC-ENTRY OCCURS 20 TIMES.
               10 WS-OPC-TBL-CODE     PIC X.
               10 WS-OPC-TBL-COUNT    PIC 9(9).
               10 WS-OPC-TBL-TOTAL    PIC S9(11)V99 USAGE COMP-3.

       01 WS-CLS-HEADING.
           05 FILLER              PIC X(30)
               VALUE "MULTCLOS PERIOD CLOSE SUMMARY ".
           05 FILLER              PIC X(7) VALUE "PERIOD ".
           05 CLS-HDG-PERIOD      PIC 9(6).
           05 FILLER              PIC X(10) VALUE "  RUN ON ".
           05 CLS-HDG-DATE        PIC 9(8).

       01 WS-CLS-ACCT-HEADING.
           05 FILLER              PIC X(6)  VALUE "ACCT".
           05 FILLER              PIC X(22) VALUE "NAME".
           05 FILLER              PIC X(10) VALUE "      ROWS".
           05 FILLER              PIC X(18)
               VALUE "     COMPUTE TOTAL".

       01 WS-CLS-ACCT-LINE.
           05 CLS-ACT-CODE        PIC X(4).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 CLS-ACT-NAME        PIC X(20).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 CLS-ACT-COUNT       PIC Z(8)9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 CLS-ACT-TOTAL       PIC -9(11).99.

       01 WS-CLS-OPC-HEADING.
           05 FILLER              PIC X(28) VALUE "OPERATION".
           05 FILLER              PIC X(10) VALUE "      ROWS".
           05 FILLER              PIC X(18)
               VALUE "     COMPUTE TOTAL".

       01 WS-CLS-OPC-LINE.
           05 CLS-OPC-CODE        PIC X.
           05 FILLER              PIC X(3) VALUE " - ".
           05 CLS-OPC-DESC        PIC X(22).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 CLS-OPC-COUNT       PIC Z(8)9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 CLS-OPC-TOTAL       PIC -9(11).99.

       01 WS-CLS-TOTAL-LINE.
           05 FILLER              PIC X(29)
               VALUE "PERIOD TOTAL".
           05 CLS-TOT-COUNT       PIC Z(8)9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 CLS-TOT-TOTAL       PIC -9(11).99.

       01 WS-CLS-SOURCE-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 CLS-SRC-NAME        PIC X(27).
           05 CLS-SRC-COUNT       PIC Z(8)9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 CLS-SRC-TOTAL       PIC -9(11).99.

       01 WS-CLS-CLOSED-LINE.
           05 FILLER              PIC X(18)
               VALUE "PERIOD CLOSED BY ".
           05 CLS-CLOSED-BY       PIC X(8).
           05 FILLER              PIC X(4) VALUE " ON ".
           05 CLS-CLOSED-DATE     PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY(1:6) TO WS-CURRENT-PERIOD
           PERFORM GET-CLOSE-PARAMETERS
           PERFORM OPEN-PERCTL-FILE
           PERFORM FIND-PERIOD-RECORD
           EVALUATE TRUE
               WHEN WS-FUNC-CLOSE
                   PERFORM CLOSE-PERIOD
               WHEN WS-FUNC-REOPEN
                   PERFORM REOPEN-PERIOD
           END-EVALUATE
           CLOSE MULT-PERCTL-FILE
           STOP RUN.

       GET-CLOSE-PARAMETERS.
           DISPLAY "Enter operator/user ID : ".
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "Function (C=Close R=Reopen) : ".
           ACCEPT WS-FUNCTION.
           DISPLAY "Enter period (YYYYMM) : ".
           ACCEPT WS-INPUT-PERIOD.
           IF NOT WS-FUNC-CLOSE AND NOT WS-FUNC-REOPEN
               DISPLAY "MULTCLOS: FUNCTION MUST BE C OR R"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-INPUT-PERIOD NOT NUMERIC
               DISPLAY "MULTCLOS: PERIOD MUST BE NUMERIC YYYYMM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "MULTCLOS: PERIOD MONTH MUST BE 01-12"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-INPUT-PERIOD TO WS-PERIOD.

       OPEN-PERCTL-FILE.
           *> PERCTLF may not exist before the first close on a new
           *> system - fall back to OPEN OUTPUT the same way
           *> MULTRMNT does for the rate table. Nothing can be on a
           *> file just created, so there is nothing to reopen.
           OPEN I-O MULT-PERCTL-FILE
           IF WS-PERCTL-STATUS NOT = "00"
               OPEN OUTPUT MULT-PERCTL-FILE
               SET WS-PERCTL-NEW TO TRUE
           END-IF
           IF WS-PERCTL-STATUS NOT = "00"
               DISPLAY "MULTCLOS: PERIOD-CONTROL FILE NOT AVAILABLE "
                   "- STATUS " WS-PERCTL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       FIND-PERIOD-RECORD.
           MOVE 'N' TO WS-PERIOD-ON-FILE-SWITCH
           IF NOT WS-PERCTL-NEW
               MOVE WS-PERIOD TO MULTPER-PERIOD
               READ MULT-PERCTL-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-PERIOD-ON-FILE TO TRUE
               END-READ
           END-IF.

       CLOSE-PERIOD.
           *> Rows keep arriving until the month is over - closing
           *> it early would lock out the rest of its own postings.
           IF WS-PERIOD NOT < WS-CURRENT-PERIOD
               DISPLAY "MULTCLOS: PERIOD " WS-PERIOD " HAS NOT ENDED "
                   "- NOT CLOSED"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-PERIOD-ON-FILE AND MULTPER-CLOSED
                   DISPLAY "MULTCLOS: PERIOD " WS-PERIOD
                       " IS ALREADY CLOSED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LOAD-ACCOUNT-TABLE
                   PERFORM SUMMARIZE-PERIOD
                   PERFORM WRITE-PERIOD-CLOSED
                   PERFORM WRITE-CLOSE-REPORT
                   DISPLAY "MULTCLOS: PERIOD " WS-PERIOD " CLOSED - "
                       WS-PERIOD-COUNT " ROWS"
               END-IF
           END-IF.

       REOPEN-PERIOD.
           PERFORM FIND-OPERATOR-PROFILE
           IF NOT WS-MAY-REOPEN
               DISPLAY "MULTCLOS: OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORIZED TO REOPEN - JOB STOPPED"
               PERFORM WRITE-SECURITY-LOG
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-PERIOD-ON-FILE AND MULTPER-CLOSED
                   SET MULTPER-REOPENED TO TRUE
                   MOVE WS-TODAY TO MULTPER-REOPENED-DATE
                   MOVE WS-OPERATOR-ID TO MULTPER-REOPENED-BY
                   REWRITE MULTPER-RECORD
                       INVALID KEY
                           DISPLAY "MULTCLOS: REOPEN FAILED - STATUS "
                               WS-PERCTL-STATUS
                           MOVE 12 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "MULTCLOS: PERIOD " WS-PERIOD
                               " REOPENED BY " WS-OPERATOR-ID
                   END-REWRITE
               ELSE
                   DISPLAY "MULTCLOS: PERIOD " WS-PERIOD
                       " IS NOT CLOSED - NOTHING TO REOPEN"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       FIND-OPERATOR-PROFILE.
           OPEN INPUT MULT-OPRPROF-FILE
           IF WS-OPRPROF-STATUS = "00"
               PERFORM READ-OPRPROF-RECORD
               PERFORM MATCH-OPRPROF-RECORD UNTIL WS-OPRPROF-EOF
                   OR WS-PROFILE-FOUND
               CLOSE MULT-OPRPROF-FILE
           ELSE
               DISPLAY "MULTCLOS: OPERATOR PROFILE FILE NOT "
                   "AVAILABLE - STATUS " WS-OPRPROF-STATUS
           END-IF.

       READ-OPRPROF-RECORD.
           READ MULT-OPRPROF-FILE
               AT END SET WS-OPRPROF-EOF TO TRUE
           END-READ.

       MATCH-OPRPROF-RECORD.
           *> Copy the authority out while the record area is still
           *> defined - it is not, once the file is closed.
           IF MULTOPR-OPERATOR-ID = WS-OPERATOR-ID
               SET WS-PROFILE-FOUND TO TRUE
               IF MULTOPR-MAY-REOPEN
                   SET WS-MAY-REOPEN TO TRUE
               END-IF
           ELSE
               PERFORM READ-OPRPROF-RECORD
           END-IF.

       WRITE-SECURITY-LOG.
           *> Append to the shared security log; same first-use
           *> fallback as the audit files in the family.
           OPEN EXTEND MULT-SECLOG-FILE
           IF WS-SECLOG-STATUS NOT = "00"
               OPEN OUTPUT MULT-SECLOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO MULTSLG-TIMESTAMP
           MOVE WS-OPERATOR-ID TO MULTSLG-OPERATOR-ID
           MOVE "MULTCLOS" TO MULTSLG-PROGRAM
           MOVE "REOPEN" TO MULTSLG-FUNCTION
           MOVE WS-PERIOD TO MULTSLG-FUNCTION(7:6)
           MOVE "REFUSED" TO MULTSLG-VERDICT
           WRITE MULTSLG-RECORD
           CLOSE MULT-SECLOG-FILE.

       LOAD-ACCOUNT-TABLE.
           *> Names only - a missing table still lets the close run,
           *> every line just prints without a name.
           OPEN INPUT MULT-ACCT-FILE
           IF WS-ACCT-STATUS = "00"
               PERFORM READ-ACCT-RECORD
               PERFORM LOAD-ACCT-ENTRY UNTIL WS-ACCT-EOF
               CLOSE MULT-ACCT-FILE
           ELSE
               DISPLAY "MULTCLOS: ACCOUNT TABLE NOT AVAILABLE - "
                   "STATUS " WS-ACCT-STATUS
           END-IF.

       READ-ACCT-RECORD.
           READ MULT-ACCT-FILE
               AT END SET WS-ACCT-EOF TO TRUE
           END-READ.

       LOAD-ACCT-ENTRY.
           IF WS-ACCT-USED < WS-ACCT-MAX
               ADD 1 TO WS-ACCT-USED
               MOVE MULTACC-ACCT-CODE
                   TO WS-ACCT-TBL-CODE (WS-ACCT-USED)
               MOVE MULTACC-ACCT-NAME
                   TO WS-ACCT-TBL-NAME (WS-ACCT-USED)
               MOVE ZERO TO WS-ACCT-TBL-COUNT (WS-ACCT-USED)
               MOVE ZERO TO WS-ACCT-TBL-TOTAL (WS-ACCT-USED)
           ELSE
               DISPLAY "MULTCLOS: ACCOUNT TABLE OVERFLOW - CODE "
                   MULTACC-ACCT-CODE " IGNORED"
           END-IF
           PERFORM READ-ACCT-RECORD.

       FIND-ACCOUNT-ENTRY.
           MOVE 'N' TO WS-ACCT-FOUND-SWITCH
           MOVE ZERO TO WS-ACCT-SUB
           PERFORM UNTIL WS-ACCT-FOUND
               OR WS-ACCT-SUB >= WS-ACCT-USED
               ADD 1 TO WS-ACCT-SUB
               IF WS-ACCT-TBL-CODE (WS-ACCT-SUB) = WS-ACCT-CODE
                   SET WS-ACCT-FOUND TO TRUE
               END-IF
           END-PERFORM.

       ADD-ACCOUNT-ENTRY.
           *> A code that has left the table since the row posted.
           IF WS-ACCT-USED < WS-ACCT-MAX
               ADD 1 TO WS-ACCT-USED
               MOVE WS-ACCT-USED TO WS-ACCT-SUB
               MOVE WS-ACCT-CODE TO WS-ACCT-TBL-CODE (WS-ACCT-SUB)
               MOVE "*NOT ON ACCT TABLE*"
                   TO WS-ACCT-TBL-NAME (WS-ACCT-SUB)
               MOVE ZERO TO WS-ACCT-TBL-COUNT (WS-ACCT-SUB)
               MOVE ZERO TO WS-ACCT-TBL-TOTAL (WS-ACCT-SUB)
               SET WS-ACCT-FOUND TO TRUE
           END-IF.

       FIND-OPCODE-ENTRY.
           MOVE 'N' TO WS-OPC-FOUND-SWITCH
           MOVE ZERO TO WS-OPC-SUB
           PERFORM UNTIL WS-OPC-FOUND
               OR WS-OPC-SUB >= WS-OPC-USED
               ADD 1 TO WS-OPC-SUB
               IF WS-OPC-TBL-CODE (WS-OPC-SUB) = MULTMAST-OP-CODE
                   SET WS-OPC-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-OPC-FOUND AND WS-OPC-USED < 20
               ADD 1 TO WS-OPC-USED
               MOVE WS-OPC-USED TO WS-OPC-SUB
               MOVE MULTMAST-OP-CODE TO WS-OPC-TBL-CODE (WS-OPC-SUB)
               MOVE ZERO TO WS-OPC-TBL-COUNT (WS-OPC-SUB)
               MOVE ZERO TO WS-OPC-TBL-TOTAL (WS-OPC-SUB)
               SET WS-OPC-FOUND TO TRUE
           END-IF.

       SUMMARIZE-PERIOD.
           OPEN INPUT MULT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MULTCLOS: MASTER FILE NOT AVAILABLE - STATUS "
                   WS-MASTER-STATUS " - PERIOD NOT CLOSED"
               CLOSE MULT-PERCTL-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-MASTER-RECORD
           PERFORM TALLY-MASTER-RECORD UNTIL WS-END-OF-MASTER
           MOVE WS-PERIOD-COUNT TO WS-BATCH-PERIOD-COUNT
           MOVE WS-PERIOD-TOTAL TO WS-BATCH-PERIOD-TOTAL
           PERFORM SUMMARIZE-SORT-MASTER
           CLOSE MULT-MASTER-FILE
           SUBTRACT WS-BATCH-PERIOD-COUNT FROM WS-PERIOD-COUNT
               GIVING WS-SORT-PERIOD-COUNT
           SUBTRACT WS-BATCH-PERIOD-TOTAL FROM WS-PERIOD-TOTAL
               GIVING WS-SORT-PERIOD-TOTAL.

       SUMMARIZE-SORT-MASTER.
           *> The period is closed for both masters at once, so the
           *> sort master's rows go into the same summary. The batch
           *> master stays open - its record area is where each row
           *> is summarized.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MULT-SORTMAST-FILE
           IF WS-SORTMAST-STATUS NOT = "00"
               DISPLAY "MULTCLOS: SORT MASTER NOT AVAILABLE - STATUS "
                   WS-SORTMAST-STATUS " - PERIOD NOT CLOSED"
               CLOSE MULT-MASTER-FILE
               CLOSE MULT-PERCTL-FILE
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
           MOVE WS-SORTMAST-RECORD TO MULTMAST-RECORD
           PERFORM TALLY-MASTER-ROW
           PERFORM READ-SORT-MASTER-RECORD.

       READ-MASTER-RECORD.
           READ MULT-MASTER-FILE NEXT
               AT END SET WS-END-OF-MASTER TO TRUE
           END-READ.

       TALLY-MASTER-RECORD.
           PERFORM TALLY-MASTER-ROW
           PERFORM READ-MASTER-RECORD.

       TALLY-MASTER-ROW.
           *> Every row of the period counts, whatever its entry type
           *> - reversal credits and re-rating differences are part
           *> of what the accounts were charged that month.
           ADD 1 TO WS-MASTER-COUNT
           IF MULTMAST-TIMESTAMP(1:6) = WS-INPUT-PERIOD
               ADD 1 TO WS-PERIOD-COUNT
               ADD MULTMAST-FIRSTMULTRES TO WS-PERIOD-TOTAL
               MOVE MULTMAST-ACCT-CODE TO WS-ACCT-CODE
               PERFORM FIND-ACCOUNT-ENTRY
               IF NOT WS-ACCT-FOUND
                   PERFORM ADD-ACCOUNT-ENTRY
               END-IF
               IF WS-ACCT-FOUND
                   ADD 1 TO WS-ACCT-TBL-COUNT (WS-ACCT-SUB)
                   ADD MULTMAST-FIRSTMULTRES
                       TO WS-ACCT-TBL-TOTAL (WS-ACCT-SUB)
               END-IF
               PERFORM FIND-OPCODE-ENTRY
               IF WS-OPC-FOUND
                   ADD 1 TO WS-OPC-TBL-COUNT (WS-OPC-SUB)
                   ADD MULTMAST-FIRSTMULTRES
                       TO WS-OPC-TBL-TOTAL (WS-OPC-SUB)
               END-IF
           END-IF.

       WRITE-PERIOD-CLOSED.
           *> A reopened period keeps its row - the new close simply
           *> overwrites it, so the file never holds a period twice.
           MOVE WS-PERIOD TO MULTPER-PERIOD
           SET MULTPER-CLOSED TO TRUE
           MOVE WS-TODAY TO MULTPER-CLOSED-DATE
           MOVE WS-OPERATOR-ID TO MULTPER-CLOSED-BY
           MOVE WS-PERIOD-COUNT TO MULTPER-ROW-COUNT
           MOVE WS-PERIOD-TOTAL TO MULTPER-COMPUTE-TOTAL
           IF WS-PERIOD-ON-FILE
               REWRITE MULTPER-RECORD
                   INVALID KEY PERFORM PERIOD-WRITE-FAILURE
               END-REWRITE
           ELSE
               MOVE ZERO TO MULTPER-REOPENED-DATE
               MOVE SPACES TO MULTPER-REOPENED-BY
               WRITE MULTPER-RECORD
                   INVALID KEY PERFORM PERIOD-WRITE-FAILURE
               END-WRITE
           END-IF.

       PERIOD-WRITE-FAILURE.
           *> No summary goes out for a period the file does not
           *> show as closed - finance would sign off an open month.
           DISPLAY "MULTCLOS: PERIOD-CONTROL WRITE FAILED - STATUS "
               WS-PERCTL-STATUS " - PERIOD NOT CLOSED"
           CLOSE MULT-PERCTL-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       WRITE-CLOSE-REPORT.
           OPEN OUTPUT MULT-CLSRPT-FILE
           MOVE WS-PERIOD TO CLS-HDG-PERIOD
           MOVE WS-TODAY TO CLS-HDG-DATE
           MOVE WS-CLS-HEADING TO WS-CLSRPT-LINE
           WRITE WS-CLSRPT-LINE
           MOVE SPACES TO WS-CLSRPT-LINE
           WRITE WS-CLSRPT-LINE
           MOVE "TOTALS BY ACCOUNT" TO WS-CLSRPT-LINE
           WRITE WS-CLSRPT-LINE
           MOVE WS-CLS-ACCT-HEADING TO WS-CLSRPT-LINE
           WRITE WS-CLSRPT-LINE
           MOVE ZERO TO WS-ACCT-SUB
           PERFORM WRITE-ACCOUNT-LINE WS-ACCT-USED TIMES
           MOVE SPACES TO WS-CLSRPT-LINE
           WRITE WS-CLSRPT-LINE
           MOVE "TOTALS BY OPERATION CODE" TO WS-CLSRPT-LINE
           WRITE WS-CLSRPT-LINE
           MOVE WS-CLS-OPC-HEADING TO WS-CLSRPT-LINE
           WRITE WS-CLSRPT-LINE
           MOVE ZERO TO WS-OPC-SUB
           PERFORM WRITE-OPCODE-LINE WS-OPC-USED TIMES
           MOVE SPACES TO WS-CLSRPT-LINE
           WRITE WS-CLSRPT-LINE
           MOVE WS-PERIOD-COUNT TO CLS-TOT-COUNT
           MOVE WS-PERIOD-TOTAL TO CLS-TOT-TOTAL
           MOVE WS-CLS-TOTAL-LINE TO WS-CLSRPT-LINE
           WRITE WS-CLSRPT-LINE
           MOVE "FROM THE BATCH MASTER" TO CLS-SRC-NAME
           MOVE WS-BATCH-PERIOD-COUNT TO CLS-SRC-COUNT
           MOVE WS-BATCH-PERIOD-TOTAL TO CLS-SRC-TOTAL
           MOVE WS-CLS-SOURCE-LINE TO WS-CLSRPT-LINE
           WRITE WS-CLSRPT-LINE
           MOVE "FROM THE SORT MASTER" TO CLS-SRC-NAME
           MOVE WS-SORT-PERIOD-COUNT TO CLS-SRC-COUNT
           MOVE WS-SORT-PERIOD-TOTAL TO CLS-SRC-TOTAL
           MOVE WS-CLS-SOURCE-LINE TO WS-CLSRPT-LINE
           WRITE WS-CLSRPT-LINE
           MOVE SPACES TO WS-CLSRPT-LINE
           WRITE WS-CLSRPT-LINE
           MOVE WS-OPERATOR-ID TO CLS-CLOSED-BY
           MOVE WS-TODAY TO CLS-CLOSED-DATE
           MOVE WS-CLS-CLOSED-LINE TO WS-CLSRPT-LINE
           WRITE WS-CLSRPT-LINE
           MOVE SPACES TO WS-CLSRPT-LINE
           WRITE WS-CLSRPT-LINE
           MOVE "SIGNED OFF (FINANCE) : ____________________  DATE : "
               TO WS-CLSRPT-LINE
           MOVE "__________" TO WS-CLSRPT-LINE(53:10)
           WRITE WS-CLSRPT-LINE
           CLOSE MULT-CLSRPT-FILE.

       WRITE-ACCOUNT-LINE.
           ADD 1 TO WS-ACCT-SUB
           IF WS-ACCT-TBL-COUNT (WS-ACCT-SUB) > ZERO
               MOVE WS-ACCT-TBL-CODE (WS-ACCT-SUB) TO CLS-ACT-CODE
               MOVE WS-ACCT-TBL-NAME (WS-ACCT-SUB) TO CLS-ACT-NAME
               MOVE WS-ACCT-TBL-COUNT (WS-ACCT-SUB) TO CLS-ACT-COUNT
               MOVE WS-ACCT-TBL-TOTAL (WS-ACCT-SUB) TO CLS-ACT-TOTAL
               MOVE WS-CLS-ACCT-LINE TO WS-CLSRPT-LINE
               WRITE WS-CLSRPT-LINE
           END-IF.

       WRITE-OPCODE-LINE.
           ADD 1 TO WS-OPC-SUB
           MOVE WS-OPC-TBL-CODE (WS-OPC-SUB) TO CLS-OPC-CODE
           EVALUATE WS-OPC-TBL-CODE (WS-OPC-SUB)
               WHEN 'M'
               WHEN SPACE
                   MOVE "MULTIPLY" TO CLS-OPC-DESC
               WHEN 'D'
                   MOVE "DIVIDE" TO CLS-OPC-DESC
               WHEN 'A'
                   MOVE "ADD" TO CLS-OPC-DESC
               WHEN 'S'
                   MOVE "SUBTRACT" TO CLS-OPC-DESC
               WHEN OTHER
                   MOVE "OTHER" TO CLS-OPC-DESC
           END-EVALUATE
           MOVE WS-OPC-TBL-COUNT (WS-OPC-SUB) TO CLS-OPC-COUNT
           MOVE WS-OPC-TBL-TOTAL (WS-OPC-SUB) TO CLS-OPC-TOTAL
           MOVE WS-CLS-OPC-LINE TO WS-CLSRPT-LINE
           WRITE WS-CLSRPT-LINE.
       END PROGRAM MULTCLOS.
