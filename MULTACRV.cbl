       IDENTIFICATION DIVISION.
       PROGRAM-ID. MULTACRV.

      *> Quarterly access review for the operator profile file.
      *> SYSIN cards: review period start and end dates (YYYYMMDD);
      *> both blank means the calendar quarter just ended.
      *> For every operator on the profile file the report shows
      *> each authority held (Y/N), the date it was last granted
      *> according to the grant log (MULTGRL), and how often it was
      *> used in the period; then the operator's action counts from
      *> the maintenance audit (MNTAUDF), the repair log (REPLOGF),
      *> the billing-repair log (BREPLOGF), the rate audit (RTAUDF),
      *> the standing-order audit (SOAUDF) and the account audit
      *> (ACAUDF), with the refused attempts the security log
      *> (SECLOGF) holds against them. Operators who appear in a
      *> trail but have no profile are listed too. The refused
      *> attempts are then listed in full, followed by every
      *> authority held but never used in the period.
      *> Use is judged from the trail each authority leaves: the
      *> maintenance audit for Add (including MULTARCQ restores),
      *> Update, Delete and Purge (the 'P' rows MULTPURG writes for
      *> each record it purges); both repair logs for Repair; reopen
      *> stamps on the period-control file (PERCTLF) for Reopen;
      *> grant-log rows for security admin. Override and release
      *> are not judged - their use is not logged per operator - so
      *> they are never reported as unused. A trail that cannot be
      *> opened is noted on the report and its authorities are not
      *> judged either.
      *> RC=8 on a bad card or an operator table overflow; RC=12 if
      *> the profile file or the report cannot be opened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MULT-OPRPROF-FILE ASSIGN TO OPRPROF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPRPROF-STATUS.
           SELECT MULT-GRANTLOG-FILE ASSIGN TO GRNTLOGF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAIL-STATUS.
           SELECT MULT-MAINTAUD-FILE ASSIGN TO MNTAUDF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAIL-STATUS.
           SELECT MULT-REPLOG-FILE ASSIGN TO REPLOGF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAIL-STATUS.
           SELECT MULT-BREPLOG-FILE ASSIGN TO BREPLOGF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAIL-STATUS.
           SELECT MULT-RATEAUD-FILE ASSIGN TO RTAUDF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAIL-STATUS.
           SELECT MULT-STORDAUD-FILE ASSIGN TO SOAUDF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAIL-STATUS.
           SELECT MULT-ACCTAUD-FILE ASSIGN TO ACAUDF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAIL-STATUS.
           SELECT MULT-PERCTL-FILE ASSIGN TO PERCTLF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MULTPER-PERIOD
               FILE STATUS IS WS-TRAIL-STATUS.
           SELECT MULT-SECLOG-FILE ASSIGN TO SECLOGF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAIL-STATUS.
           SELECT MULT-ACRVRPT-FILE ASSIGN TO ACRVRPTF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACRVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MULT-OPRPROF-FILE
           RECORD CONTAINS 17 CHARACTERS.
       COPY MULTOPR.

       FD  MULT-GRANTLOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY MULTGRL.

       FD  MULT-MAINTAUD-FILE
           RECORD CONTAINS 208 CHARACTERS.
       COPY MULTMAU.

       FD  MULT-REPLOG-FILE
           RECORD CONTAINS 106 CHARACTERS.
       COPY MULTRPL.

       FD  MULT-BREPLOG-FILE
           RECORD CONTAINS 98 CHARACTERS.
       COPY MULTBRL.

       FD  MULT-RATEAUD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY MULTRAU.

       FD  MULT-STORDAUD-FILE
           RECORD CONTAINS 110 CHARACTERS.
       COPY MULTSAU.

       FD  MULT-ACCTAUD-FILE
           RECORD CONTAINS 114 CHARACTERS.
       COPY MULTAAU.

       FD  MULT-PERCTL-FILE.
       COPY MULTPER.

       FD  MULT-SECLOG-FILE
           RECORD CONTAINS 57 CHARACTERS.
       COPY MULTSLG.

       FD  MULT-ACRVRPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-ACRVRPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OPRPROF-STATUS PIC XX VALUE SPACES.
       01 WS-TRAIL-STATUS PIC XX VALUE SPACES.
       01 WS-ACRVRPT-STATUS PIC XX VALUE SPACES.
       01 WS-OPRPROF-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-OPRPROF-EOF VALUE 'Y'.
       01 WS-TRAIL-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-TRAIL-EOF VALUE 'Y'.
       01 WS-INPUT-FROM PIC X(8) VALUE SPACES.
       01 WS-INPUT-TO PIC X(8) VALUE SPACES.
       01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE PIC 9(8) VALUE ZERO.
       01 WS-ROW-DATE PIC 9(8) VALUE ZERO.
       01 WS-TODAY.
           05 WS-TODAY-YEAR PIC 9(4).
           05 WS-TODAY-MONTH PIC 99.
           05 WS-TODAY-DAY PIC 99.
       01 WS-QTR-YEAR PIC 9(4) VALUE ZERO.
       01 WS-QTR-INDEX PIC 9 VALUE ZERO.
       01 WS-QTR-START-MONTH PIC 99 VALUE ZERO.
       01 WS-QTR-END-MONTH PIC 99 VALUE ZERO.
       01 WS-QTR-END-DAY PIC 99 VALUE ZERO.
       01 WS-FIND-ID PIC X(8) VALUE SPACES.
       01 WS-FIND-AUTH PIC X(8) VALUE SPACES.
       01 WS-AUTH-FOUND-SWITCH PIC X VALUE 'N'.
           88 WS-AUTH-FOUND VALUE 'Y'.
       01 WS-OPR-OVERFLOW-COUNT PIC 9(9) VALUE ZERO.
       01 WS-NEVER-USED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REFUSED-COUNT PIC 9(9) VALUE ZERO.
       COPY MULTAUN.
       *> Authority subscripts, in MULTAUN order.
       01 WS-AUTH-ADD PIC 9(2) VALUE 1.
       01 WS-AUTH-UPDATE PIC 9(2) VALUE 2.
       01 WS-AUTH-DELETE PIC 9(2) VALUE 3.
       01 WS-AUTH-REPAIR PIC 9(2) VALUE 4.
       01 WS-AUTH-PURGE PIC 9(2) VALUE 5.
       01 WS-AUTH-REOPEN PIC 9(2) VALUE 8.
       01 WS-AUTH-SECADM PIC 9(2) VALUE 9.
       *> Clearing a new operator entry walks the authorities with
       *> its own subscript - a caller may be holding WS-AUTH-SUB.
       01 WS-CLR-SUB PIC 9(2) VALUE ZERO.
       *> Y when the trail that evidences an authority's use was
       *> read; authorities left N are shown as NOT JUDGED and
       *> never reported as unused.
       01 WS-AUTH-TRACKED-TABLE.
           05 WS-AUTH-TRACKED PIC X OCCURS 9 TIMES.
       *> One row per trail read, for the trail summary at the top
       *> of the report.
       01 WS-TRAIL-USED PIC 9(2) VALUE ZERO.
       01 WS-TRAIL-SUB PIC 9(2) VALUE ZERO.
       01 WS-TRAIL-TABLE.
           05 WS-TRAIL-ENTRY OCCURS 10 TIMES.
               10 WS-TRAIL-TBL-NAME   PIC X(30).
               10 WS-TRAIL-TBL-OPEN   PIC X.
               10 WS-TRAIL-TBL-STATUS PIC XX.
               10 WS-TRAIL-TBL-ROWS   PIC 9(9).
       *> Operator table - every profile on file, plus anyone who
       *> turns up in a trail without one.
       01 WS-OPR-USED PIC 9(4) VALUE ZERO.
       01 WS-OPR-MAX PIC 9(4) VALUE 300.
       01 WS-OPR-SUB PIC 9(4) VALUE ZERO.
       01 WS-OPR-FOUND-SWITCH PIC X VALUE 'N'.
           88 WS-OPR-FOUND VALUE 'Y'.
       01 WS-OPR-TABLE.
           05 WS-OPR-ENTRY OCCURS 300 TIMES.
               10 WS-OPR-TBL-ID          PIC X(8).
               10 WS-OPR-TBL-PROFILE     PIC X.
                   88 WS-OPR-TBL-HAS-PROFILE VALUE 'Y'.
               10 WS-OPR-TBL-AUTH OCCURS 9 TIMES.
                   15 WS-OPR-TBL-FLAG    PIC X.
                   15 WS-OPR-TBL-GRANTED PIC 9(8).
                   15 WS-OPR-TBL-USES    PIC 9(7).
               10 WS-OPR-TBL-MNT-ADD     PIC 9(7).
               10 WS-OPR-TBL-MNT-UPDATE  PIC 9(7).
               10 WS-OPR-TBL-MNT-DELETE  PIC 9(7).
               10 WS-OPR-TBL-MNT-RESTORE PIC 9(7).
               10 WS-OPR-TBL-MNT-PURGE   PIC 9(7).
               10 WS-OPR-TBL-REPAIRS     PIC 9(7).
               10 WS-OPR-TBL-BREPAIRS    PIC 9(7).
               10 WS-OPR-TBL-RATE        PIC 9(7).
               10 WS-OPR-TBL-STORD       PIC 9(7).
               10 WS-OPR-TBL-ACCT        PIC 9(7).
               10 WS-OPR-TBL-GRANTS      PIC 9(7).
               10 WS-OPR-TBL-REOPENS     PIC 9(7).
               10 WS-OPR-TBL-REFUSED     PIC 9(7).

       01 WS-ACR-HEADING.
           05 FILLER              PIC X(23)
               VALUE "MULTACRV ACCESS REVIEW ".
           05 FILLER              PIC X(7) VALUE "PERIOD ".
           05 ACR-HDG-FROM        PIC 9(8).
           05 FILLER              PIC X(4) VALUE " TO ".
           05 ACR-HDG-TO          PIC 9(8).
           05 FILLER              PIC X(9) VALUE "  RUN ON ".
           05 ACR-HDG-DATE        PIC 9(8).

       01 WS-ACR-TRAIL-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 ACR-TRL-NAME        PIC X(30).
           05 ACR-TRL-TEXT        PIC X(20).
           05 ACR-TRL-ROWS        PIC Z(8)9.

       01 WS-ACR-OPR-LINE.
           05 FILLER              PIC X(9) VALUE "OPERATOR ".
           05 ACR-OPR-ID          PIC X(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 ACR-OPR-NOTE        PIC X(40).

       01 WS-ACR-AUTH-HEADING.
           05 FILLER              PIC X(13) VALUE "  AUTHORITY".
           05 FILLER              PIC X(6)  VALUE "HELD".
           05 FILLER              PIC X(14) VALUE "LAST GRANTED".
           05 FILLER              PIC X(14) VALUE "USES IN PERIOD".

       01 WS-ACR-AUTH-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 ACR-AUT-NAME        PIC X(8).
           05 FILLER              PIC X(4) VALUE SPACES.
           05 ACR-AUT-FLAG        PIC X.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 ACR-AUT-GRANTED     PIC X(12).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 ACR-AUT-USES        PIC X(12).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 ACR-AUT-NOTE        PIC X(14).
       01 WS-ACR-USES-EDIT PIC Z(11)9.

       01 WS-ACR-ACT-LINE-1.
           05 FILLER              PIC X(14) VALUE "  MASTER  ADD ".
           05 ACR-ACT-ADD         PIC Z(6)9.
           05 FILLER              PIC X(5) VALUE "  UPD".
           05 ACR-ACT-UPDATE      PIC Z(6)9.
           05 FILLER              PIC X(5) VALUE "  DEL".
           05 ACR-ACT-DELETE      PIC Z(6)9.
           05 FILLER              PIC X(9) VALUE "  RESTORE".
           05 ACR-ACT-RESTORE     PIC Z(6)9.
           05 FILLER              PIC X(7) VALUE "  PURGE".
           05 ACR-ACT-PURGE       PIC Z(6)9.

       01 WS-ACR-ACT-LINE-2.
           05 FILLER              PIC X(14) VALUE "  REPAIRS     ".
           05 ACR-ACT-REPAIRS     PIC Z(6)9.
           05 FILLER              PIC X(14) VALUE "  BILL REPAIRS".
           05 ACR-ACT-BREPAIRS    PIC Z(6)9.
           05 FILLER              PIC X(9) VALUE "  REOPENS".
           05 ACR-ACT-REOPENS     PIC Z(6)9.

       01 WS-ACR-ACT-LINE-3.
           05 FILLER              PIC X(14) VALUE "  RATE MAINT  ".
           05 ACR-ACT-RATE        PIC Z(6)9.
           05 FILLER              PIC X(14) VALUE "  ORDER MAINT ".
           05 ACR-ACT-STORD       PIC Z(6)9.
           05 FILLER              PIC X(14) VALUE "  ACCT MAINT  ".
           05 ACR-ACT-ACCT        PIC Z(6)9.

       01 WS-ACR-ACT-LINE-4.
           05 FILLER              PIC X(14) VALUE "  GRANT LOG   ".
           05 ACR-ACT-GRANTS      PIC Z(6)9.
           05 FILLER              PIC X(14) VALUE "  REFUSED     ".
           05 ACR-ACT-REFUSED     PIC Z(6)9.

       01 WS-ACR-REFUSED-HEADING.
           05 FILLER              PIC X(10) VALUE "DATE".
           05 FILLER              PIC X(8)  VALUE "TIME".
           05 FILLER              PIC X(10) VALUE "OPERATOR".
           05 FILLER              PIC X(10) VALUE "PROGRAM".
           05 FILLER              PIC X(14) VALUE "FUNCTION".
           05 FILLER              PIC X(8)  VALUE "VERDICT".

       01 WS-ACR-REFUSED-LINE.
           05 ACR-REF-DATE        PIC X(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 ACR-REF-TIME        PIC X(6).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 ACR-REF-OPERATOR    PIC X(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 ACR-REF-PROGRAM     PIC X(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 ACR-REF-FUNCTION    PIC X(12).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 ACR-REF-VERDICT     PIC X(8).

       01 WS-ACR-UNUSED-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 ACR-UNU-ID          PIC X(8).
           05 FILLER              PIC X(4) VALUE SPACES.
           05 ACR-UNU-AUTH        PIC X(8).
           05 FILLER              PIC X(4) VALUE SPACES.
           05 ACR-UNU-GRANTED     PIC X(12).

       01 WS-ACR-COUNT-LINE.
           05 ACR-CNT-TEXT        PIC X(40).
           05 ACR-CNT-VALUE       PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM GET-REVIEW-PERIOD
           PERFORM LOAD-PROFILE-TABLE
           MOVE ALL 'N' TO WS-AUTH-TRACKED-TABLE
           PERFORM SCAN-GRANT-LOG
           PERFORM SCAN-MAINT-AUDIT
           PERFORM SCAN-REPAIR-LOG
           PERFORM SCAN-BILLING-REPAIR-LOG
           PERFORM SCAN-RATE-AUDIT
           PERFORM SCAN-STORD-AUDIT
           PERFORM SCAN-ACCT-AUDIT
           PERFORM SCAN-PERIOD-CONTROL
           PERFORM SCAN-SECURITY-LOG
           PERFORM WRITE-REVIEW-REPORT
           DISPLAY "MULTACRV: " WS-OPR-USED " OPERATORS REVIEWED, "
               WS-NEVER-USED-COUNT " UNUSED AUTHORITIES, "
               WS-REFUSED-COUNT " REFUSED ATTEMPTS"
           IF WS-OPR-OVERFLOW-COUNT > ZERO
               DISPLAY "MULTACRV: OPERATOR TABLE OVERFLOW - "
                   WS-OPR-OVERFLOW-COUNT " TRAIL ROWS NOT ATTRIBUTED"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       GET-REVIEW-PERIOD.
           DISPLAY "Enter review period start (YYYYMMDD) : ".
           ACCEPT WS-INPUT-FROM.
           DISPLAY "Enter review period end (YYYYMMDD) : ".
           ACCEPT WS-INPUT-TO.
           IF WS-INPUT-FROM = SPACES AND WS-INPUT-TO = SPACES
               PERFORM SET-LAST-QUARTER
           ELSE
               IF WS-INPUT-FROM NOT NUMERIC
                   OR WS-INPUT-TO NOT NUMERIC
                   DISPLAY "MULTACRV: PERIOD DATES MUST BE NUMERIC "
                       "YYYYMMDD"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-INPUT-FROM TO WS-FROM-DATE
               MOVE WS-INPUT-TO TO WS-TO-DATE
               IF WS-FROM-DATE > WS-TO-DATE
                   DISPLAY "MULTACRV: PERIOD START IS AFTER ITS END"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       SET-LAST-QUARTER.
           *> The calendar quarter before the one today falls in.
           MOVE WS-TODAY-YEAR TO WS-QTR-YEAR
           COMPUTE WS-QTR-INDEX = WS-TODAY-MONTH - 1
           DIVIDE WS-QTR-INDEX BY 3 GIVING WS-QTR-INDEX
           IF WS-QTR-INDEX = ZERO
               SUBTRACT 1 FROM WS-QTR-YEAR
               MOVE 3 TO WS-QTR-INDEX
           ELSE
               SUBTRACT 1 FROM WS-QTR-INDEX
           END-IF
           COMPUTE WS-QTR-START-MONTH = WS-QTR-INDEX * 3 + 1
           COMPUTE WS-QTR-END-MONTH = WS-QTR-START-MONTH + 2
           IF WS-QTR-END-MONTH = 3 OR WS-QTR-END-MONTH = 12
               MOVE 31 TO WS-QTR-END-DAY
           ELSE
               MOVE 30 TO WS-QTR-END-DAY
           END-IF
           COMPUTE WS-FROM-DATE =
               WS-QTR-YEAR * 10000 + WS-QTR-START-MONTH * 100 + 1
           COMPUTE WS-TO-DATE =
               WS-QTR-YEAR * 10000 + WS-QTR-END-MONTH * 100
               + WS-QTR-END-DAY.

       LOAD-PROFILE-TABLE.
           OPEN INPUT MULT-OPRPROF-FILE
           IF WS-OPRPROF-STATUS NOT = "00"
               DISPLAY "MULTACRV: OPERATOR PROFILE FILE NOT "
                   "AVAILABLE - STATUS " WS-OPRPROF-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-OPRPROF-RECORD
           PERFORM LOAD-PROFILE-ENTRY UNTIL WS-OPRPROF-EOF
           CLOSE MULT-OPRPROF-FILE.

       READ-OPRPROF-RECORD.
           READ MULT-OPRPROF-FILE
               AT END SET WS-OPRPROF-EOF TO TRUE
           END-READ.

       LOAD-PROFILE-ENTRY.
           MOVE MULTOPR-OPERATOR-ID TO WS-FIND-ID
           PERFORM FIND-OPERATOR-ENTRY
           IF WS-OPR-FOUND
               MOVE 'Y' TO WS-OPR-TBL-PROFILE (WS-OPR-SUB)
               MOVE MULTOPR-AUTH-ADD TO WS-OPR-TBL-FLAG (WS-OPR-SUB, 1)
               MOVE MULTOPR-AUTH-UPDATE
                   TO WS-OPR-TBL-FLAG (WS-OPR-SUB, 2)
               MOVE MULTOPR-AUTH-DELETE
                   TO WS-OPR-TBL-FLAG (WS-OPR-SUB, 3)
               MOVE MULTOPR-AUTH-REPAIR
                   TO WS-OPR-TBL-FLAG (WS-OPR-SUB, 4)
               MOVE MULTOPR-AUTH-PURGE
                   TO WS-OPR-TBL-FLAG (WS-OPR-SUB, 5)
               MOVE MULTOPR-AUTH-OVERRIDE
                   TO WS-OPR-TBL-FLAG (WS-OPR-SUB, 6)
               MOVE MULTOPR-AUTH-RELEASE
                   TO WS-OPR-TBL-FLAG (WS-OPR-SUB, 7)
               MOVE MULTOPR-AUTH-REOPEN
                   TO WS-OPR-TBL-FLAG (WS-OPR-SUB, 8)
               MOVE MULTOPR-AUTH-SECADM
                   TO WS-OPR-TBL-FLAG (WS-OPR-SUB, 9)
           END-IF
           PERFORM READ-OPRPROF-RECORD.

       FIND-OPERATOR-ENTRY.
           *> Caller sets WS-FIND-ID. An operator not yet in the
           *> table is added with no profile, so trail activity by
           *> someone with no profile is still reported. Leaves
           *> WS-OPR-SUB on the entry; WS-OPR-FOUND is off only when
           *> the table is full.
           MOVE 'N' TO WS-OPR-FOUND-SWITCH
           MOVE ZERO TO WS-OPR-SUB
           PERFORM UNTIL WS-OPR-FOUND
               OR WS-OPR-SUB >= WS-OPR-USED
               ADD 1 TO WS-OPR-SUB
               IF WS-OPR-TBL-ID (WS-OPR-SUB) = WS-FIND-ID
                   SET WS-OPR-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-OPR-FOUND
               IF WS-OPR-USED < WS-OPR-MAX
                   ADD 1 TO WS-OPR-USED
                   MOVE WS-OPR-USED TO WS-OPR-SUB
                   PERFORM CLEAR-OPERATOR-ENTRY
                   MOVE WS-FIND-ID TO WS-OPR-TBL-ID (WS-OPR-SUB)
                   SET WS-OPR-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-OPR-OVERFLOW-COUNT
               END-IF
           END-IF.

       CLEAR-OPERATOR-ENTRY.
           MOVE 'N' TO WS-OPR-TBL-PROFILE (WS-OPR-SUB)
           PERFORM CLEAR-OPERATOR-AUTH
               VARYING WS-CLR-SUB FROM 1 BY 1
               UNTIL WS-CLR-SUB > WS-AUTH-COUNT
           MOVE ZERO TO WS-OPR-TBL-MNT-ADD (WS-OPR-SUB)
           MOVE ZERO TO WS-OPR-TBL-MNT-UPDATE (WS-OPR-SUB)
           MOVE ZERO TO WS-OPR-TBL-MNT-DELETE (WS-OPR-SUB)
           MOVE ZERO TO WS-OPR-TBL-MNT-RESTORE (WS-OPR-SUB)
           MOVE ZERO TO WS-OPR-TBL-MNT-PURGE (WS-OPR-SUB)
           MOVE ZERO TO WS-OPR-TBL-REPAIRS (WS-OPR-SUB)
           MOVE ZERO TO WS-OPR-TBL-BREPAIRS (WS-OPR-SUB)
           MOVE ZERO TO WS-OPR-TBL-RATE (WS-OPR-SUB)
           MOVE ZERO TO WS-OPR-TBL-STORD (WS-OPR-SUB)
           MOVE ZERO TO WS-OPR-TBL-ACCT (WS-OPR-SUB)
           MOVE ZERO TO WS-OPR-TBL-GRANTS (WS-OPR-SUB)
           MOVE ZERO TO WS-OPR-TBL-REOPENS (WS-OPR-SUB)
           MOVE ZERO TO WS-OPR-TBL-REFUSED (WS-OPR-SUB).

       CLEAR-OPERATOR-AUTH.
           MOVE 'N' TO WS-OPR-TBL-FLAG (WS-OPR-SUB, WS-CLR-SUB)
           MOVE ZERO TO WS-OPR-TBL-GRANTED (WS-OPR-SUB, WS-CLR-SUB)
           MOVE ZERO TO WS-OPR-TBL-USES (WS-OPR-SUB, WS-CLR-SUB).

       ADD-AUTHORITY-USE.
           *> Caller has WS-OPR-SUB on the operator and WS-AUTH-SUB
           *> on the authority.
           ADD 1 TO WS-OPR-TBL-USES (WS-OPR-SUB, WS-AUTH-SUB).

       START-TRAIL.
           *> Caller has just opened the trail and moved its name to
           *> WS-TRAIL-TBL-NAME of the next entry.
           MOVE 'N' TO WS-TRAIL-EOF-SWITCH
           MOVE WS-TRAIL-STATUS TO WS-TRAIL-TBL-STATUS (WS-TRAIL-SUB)
           MOVE ZERO TO WS-TRAIL-TBL-ROWS (WS-TRAIL-SUB)
           IF WS-TRAIL-STATUS = "00"
               MOVE 'Y' TO WS-TRAIL-TBL-OPEN (WS-TRAIL-SUB)
           ELSE
               MOVE 'N' TO WS-TRAIL-TBL-OPEN (WS-TRAIL-SUB)
               SET WS-TRAIL-EOF TO TRUE
           END-IF.

       NEXT-TRAIL-ENTRY.
           ADD 1 TO WS-TRAIL-USED
           MOVE WS-TRAIL-USED TO WS-TRAIL-SUB.

       CHECK-ROW-DATE.
           *> Caller moves the row's timestamp date to WS-ROW-DATE.
           *> Counts the row for the trail when it is in the period.
           IF WS-ROW-DATE NOT < WS-FROM-DATE
               AND WS-ROW-DATE NOT > WS-TO-DATE
               ADD 1 TO WS-TRAIL-TBL-ROWS (WS-TRAIL-SUB)
           END-IF.

       SCAN-GRANT-LOG.
           *> The grant log is read from the start, not just the
           *> period - an authority granted years ago still has a
           *> last-granted date. Only grants made in the period
           *> count as security-admin use.
           PERFORM NEXT-TRAIL-ENTRY
           MOVE "GRANT LOG (GRNTLOGF)" TO WS-TRAIL-TBL-NAME
               (WS-TRAIL-SUB)
           OPEN INPUT MULT-GRANTLOG-FILE
           PERFORM START-TRAIL
           IF WS-TRAIL-STATUS = "00"
               MOVE 'Y' TO WS-AUTH-TRACKED (WS-AUTH-SECADM)
               PERFORM READ-GRANT-LOG
               PERFORM TALLY-GRANT-LOG UNTIL WS-TRAIL-EOF
               CLOSE MULT-GRANTLOG-FILE
           END-IF.

       READ-GRANT-LOG.
           READ MULT-GRANTLOG-FILE
               AT END SET WS-TRAIL-EOF TO TRUE
           END-READ.

       TALLY-GRANT-LOG.
           IF MULTGRL-TIMESTAMP(1:8) IS NUMERIC
               MOVE MULTGRL-TIMESTAMP(1:8) TO WS-ROW-DATE
               IF WS-ROW-DATE NOT > WS-TO-DATE
                   PERFORM TALLY-GRANT-ROW
               END-IF
           END-IF
           PERFORM READ-GRANT-LOG.

       TALLY-GRANT-ROW.
           PERFORM CHECK-ROW-DATE
           IF MULTGRL-GRANTED
               MOVE MULTGRL-AUTHORITY TO WS-FIND-AUTH
               PERFORM FIND-AUTHORITY-NAME
               IF WS-AUTH-FOUND
                   MOVE MULTGRL-OPERATOR-ID TO WS-FIND-ID
                   PERFORM FIND-OPERATOR-ENTRY
                   IF WS-OPR-FOUND
                       MOVE WS-ROW-DATE TO
                           WS-OPR-TBL-GRANTED (WS-OPR-SUB, WS-AUTH-SUB)
                   END-IF
               END-IF
           END-IF
           IF WS-ROW-DATE NOT < WS-FROM-DATE
               MOVE MULTGRL-ADMIN-ID TO WS-FIND-ID
               PERFORM FIND-OPERATOR-ENTRY
               IF WS-OPR-FOUND
                   ADD 1 TO WS-OPR-TBL-GRANTS (WS-OPR-SUB)
                   MOVE WS-AUTH-SECADM TO WS-AUTH-SUB
                   PERFORM ADD-AUTHORITY-USE
               END-IF
           END-IF.

       FIND-AUTHORITY-NAME.
           MOVE 'N' TO WS-AUTH-FOUND-SWITCH
           MOVE ZERO TO WS-AUTH-SUB
           PERFORM UNTIL WS-AUTH-FOUND
               OR WS-AUTH-SUB >= WS-AUTH-COUNT
               ADD 1 TO WS-AUTH-SUB
               IF WS-AUTH-NAME (WS-AUTH-SUB) = WS-FIND-AUTH
                   SET WS-AUTH-FOUND TO TRUE
               END-IF
           END-PERFORM.

       SCAN-MAINT-AUDIT.
           PERFORM NEXT-TRAIL-ENTRY
           MOVE "MASTER MAINT AUDIT (MNTAUDF)" TO WS-TRAIL-TBL-NAME
               (WS-TRAIL-SUB)
           OPEN INPUT MULT-MAINTAUD-FILE
           PERFORM START-TRAIL
           IF WS-TRAIL-STATUS = "00"
               MOVE 'Y' TO WS-AUTH-TRACKED (WS-AUTH-ADD)
               MOVE 'Y' TO WS-AUTH-TRACKED (WS-AUTH-UPDATE)
               MOVE 'Y' TO WS-AUTH-TRACKED (WS-AUTH-DELETE)
               MOVE 'Y' TO WS-AUTH-TRACKED (WS-AUTH-PURGE)
               PERFORM READ-MAINT-AUDIT
               PERFORM TALLY-MAINT-AUDIT UNTIL WS-TRAIL-EOF
               CLOSE MULT-MAINTAUD-FILE
           END-IF.

       READ-MAINT-AUDIT.
           READ MULT-MAINTAUD-FILE
               AT END SET WS-TRAIL-EOF TO TRUE
           END-READ.

       TALLY-MAINT-AUDIT.
           IF MULTMAU-TIMESTAMP(1:8) IS NUMERIC
               MOVE MULTMAU-TIMESTAMP(1:8) TO WS-ROW-DATE
               IF WS-ROW-DATE NOT < WS-FROM-DATE
                   AND WS-ROW-DATE NOT > WS-TO-DATE
                   PERFORM CHECK-ROW-DATE
                   MOVE MULTMAU-OPERATOR-ID TO WS-FIND-ID
                   PERFORM FIND-OPERATOR-ENTRY
                   IF WS-OPR-FOUND
                       PERFORM TALLY-MAINT-ROW
                   END-IF
               END-IF
           END-IF
           PERFORM READ-MAINT-AUDIT.

       TALLY-MAINT-ROW.
           *> A MULTARCQ restore ('R') lands on this trail and takes
           *> the Add authority; a MULTPURG purge ('P') takes Purge.
           EVALUATE MULTMAU-FUNCTION
               WHEN 'A'
                   ADD 1 TO WS-OPR-TBL-MNT-ADD (WS-OPR-SUB)
                   MOVE WS-AUTH-ADD TO WS-AUTH-SUB
                   PERFORM ADD-AUTHORITY-USE
               WHEN 'R'
                   ADD 1 TO WS-OPR-TBL-MNT-RESTORE (WS-OPR-SUB)
                   MOVE WS-AUTH-ADD TO WS-AUTH-SUB
                   PERFORM ADD-AUTHORITY-USE
               WHEN 'U'
                   ADD 1 TO WS-OPR-TBL-MNT-UPDATE (WS-OPR-SUB)
                   MOVE WS-AUTH-UPDATE TO WS-AUTH-SUB
                   PERFORM ADD-AUTHORITY-USE
               WHEN 'D'
                   ADD 1 TO WS-OPR-TBL-MNT-DELETE (WS-OPR-SUB)
                   MOVE WS-AUTH-DELETE TO WS-AUTH-SUB
                   PERFORM ADD-AUTHORITY-USE
               WHEN 'P'
                   ADD 1 TO WS-OPR-TBL-MNT-PURGE (WS-OPR-SUB)
                   MOVE WS-AUTH-PURGE TO WS-AUTH-SUB
                   PERFORM ADD-AUTHORITY-USE
           END-EVALUATE.

       SCAN-REPAIR-LOG.
           PERFORM NEXT-TRAIL-ENTRY
           MOVE "REPAIR LOG (REPLOGF)" TO WS-TRAIL-TBL-NAME
               (WS-TRAIL-SUB)
           OPEN INPUT MULT-REPLOG-FILE
           PERFORM START-TRAIL
           IF WS-TRAIL-STATUS = "00"
               MOVE 'Y' TO WS-AUTH-TRACKED (WS-AUTH-REPAIR)
               PERFORM READ-REPAIR-LOG
               PERFORM TALLY-REPAIR-LOG UNTIL WS-TRAIL-EOF
               CLOSE MULT-REPLOG-FILE
           END-IF.

       READ-REPAIR-LOG.
           READ MULT-REPLOG-FILE
               AT END SET WS-TRAIL-EOF TO TRUE
           END-READ.

       TALLY-REPAIR-LOG.
           IF MULTRPL-TIMESTAMP(1:8) IS NUMERIC
               MOVE MULTRPL-TIMESTAMP(1:8) TO WS-ROW-DATE
               IF WS-ROW-DATE NOT < WS-FROM-DATE
                   AND WS-ROW-DATE NOT > WS-TO-DATE
                   PERFORM CHECK-ROW-DATE
                   MOVE MULTRPL-OPERATOR-ID TO WS-FIND-ID
                   PERFORM FIND-OPERATOR-ENTRY
                   IF WS-OPR-FOUND
                       ADD 1 TO WS-OPR-TBL-REPAIRS (WS-OPR-SUB)
                       MOVE WS-AUTH-REPAIR TO WS-AUTH-SUB
                       PERFORM ADD-AUTHORITY-USE
                   END-IF
               END-IF
           END-IF
           PERFORM READ-REPAIR-LOG.

       SCAN-BILLING-REPAIR-LOG.
           *> MULTAKRP takes the same repair authority as MULTREPR.
           PERFORM NEXT-TRAIL-ENTRY
           MOVE "BILLING REPAIR LOG (BREPLOGF)" TO WS-TRAIL-TBL-NAME
               (WS-TRAIL-SUB)
           OPEN INPUT MULT-BREPLOG-FILE
           PERFORM START-TRAIL
           IF WS-TRAIL-STATUS = "00"
               MOVE 'Y' TO WS-AUTH-TRACKED (WS-AUTH-REPAIR)
               PERFORM READ-BILLING-REPAIR-LOG
               PERFORM TALLY-BILLING-REPAIR-LOG UNTIL WS-TRAIL-EOF
               CLOSE MULT-BREPLOG-FILE
           END-IF.

       READ-BILLING-REPAIR-LOG.
           READ MULT-BREPLOG-FILE
               AT END SET WS-TRAIL-EOF TO TRUE
           END-READ.

       TALLY-BILLING-REPAIR-LOG.
           IF MULTBRL-TIMESTAMP(1:8) IS NUMERIC
               MOVE MULTBRL-TIMESTAMP(1:8) TO WS-ROW-DATE
               IF WS-ROW-DATE NOT < WS-FROM-DATE
                   AND WS-ROW-DATE NOT > WS-TO-DATE
                   PERFORM CHECK-ROW-DATE
                   MOVE MULTBRL-OPERATOR-ID TO WS-FIND-ID
                   PERFORM FIND-OPERATOR-ENTRY
                   IF WS-OPR-FOUND
                       ADD 1 TO WS-OPR-TBL-BREPAIRS (WS-OPR-SUB)
                       MOVE WS-AUTH-REPAIR TO WS-AUTH-SUB
                       PERFORM ADD-AUTHORITY-USE
                   END-IF
               END-IF
           END-IF
           PERFORM READ-BILLING-REPAIR-LOG.

       SCAN-RATE-AUDIT.
           *> Rate, standing-order and account maintenance take no
           *> profile authority - their counts are activity only.
           PERFORM NEXT-TRAIL-ENTRY
           MOVE "RATE AUDIT (RTAUDF)" TO WS-TRAIL-TBL-NAME
               (WS-TRAIL-SUB)
           OPEN INPUT MULT-RATEAUD-FILE
           PERFORM START-TRAIL
           IF WS-TRAIL-STATUS = "00"
               PERFORM READ-RATE-AUDIT
               PERFORM TALLY-RATE-AUDIT UNTIL WS-TRAIL-EOF
               CLOSE MULT-RATEAUD-FILE
           END-IF.

       READ-RATE-AUDIT.
           READ MULT-RATEAUD-FILE
               AT END SET WS-TRAIL-EOF TO TRUE
           END-READ.

       TALLY-RATE-AUDIT.
           IF MULTRAU-TIMESTAMP(1:8) IS NUMERIC
               MOVE MULTRAU-TIMESTAMP(1:8) TO WS-ROW-DATE
               IF WS-ROW-DATE NOT < WS-FROM-DATE
                   AND WS-ROW-DATE NOT > WS-TO-DATE
                   PERFORM CHECK-ROW-DATE
                   MOVE MULTRAU-OPERATOR-ID TO WS-FIND-ID
                   PERFORM FIND-OPERATOR-ENTRY
                   IF WS-OPR-FOUND
                       ADD 1 TO WS-OPR-TBL-RATE (WS-OPR-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-RATE-AUDIT.

       SCAN-STORD-AUDIT.
           PERFORM NEXT-TRAIL-ENTRY
           MOVE "STANDING-ORDER AUDIT (SOAUDF)" TO WS-TRAIL-TBL-NAME
               (WS-TRAIL-SUB)
           OPEN INPUT MULT-STORDAUD-FILE
           PERFORM START-TRAIL
           IF WS-TRAIL-STATUS = "00"
               PERFORM READ-STORD-AUDIT
               PERFORM TALLY-STORD-AUDIT UNTIL WS-TRAIL-EOF
               CLOSE MULT-STORDAUD-FILE
           END-IF.

       READ-STORD-AUDIT.
           READ MULT-STORDAUD-FILE
               AT END SET WS-TRAIL-EOF TO TRUE
           END-READ.

       TALLY-STORD-AUDIT.
           IF MULTSAU-TIMESTAMP(1:8) IS NUMERIC
               MOVE MULTSAU-TIMESTAMP(1:8) TO WS-ROW-DATE
               IF WS-ROW-DATE NOT < WS-FROM-DATE
                   AND WS-ROW-DATE NOT > WS-TO-DATE
                   PERFORM CHECK-ROW-DATE
                   MOVE MULTSAU-OPERATOR-ID TO WS-FIND-ID
                   PERFORM FIND-OPERATOR-ENTRY
                   IF WS-OPR-FOUND
                       ADD 1 TO WS-OPR-TBL-STORD (WS-OPR-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-STORD-AUDIT.

       SCAN-ACCT-AUDIT.
           PERFORM NEXT-TRAIL-ENTRY
           MOVE "ACCOUNT AUDIT (ACAUDF)" TO WS-TRAIL-TBL-NAME
               (WS-TRAIL-SUB)
           OPEN INPUT MULT-ACCTAUD-FILE
           PERFORM START-TRAIL
           IF WS-TRAIL-STATUS = "00"
               PERFORM READ-ACCT-AUDIT
               PERFORM TALLY-ACCT-AUDIT UNTIL WS-TRAIL-EOF
               CLOSE MULT-ACCTAUD-FILE
           END-IF.

       READ-ACCT-AUDIT.
           READ MULT-ACCTAUD-FILE
               AT END SET WS-TRAIL-EOF TO TRUE
           END-READ.

       TALLY-ACCT-AUDIT.
           IF MULTAAU-TIMESTAMP(1:8) IS NUMERIC
               MOVE MULTAAU-TIMESTAMP(1:8) TO WS-ROW-DATE
               IF WS-ROW-DATE NOT < WS-FROM-DATE
                   AND WS-ROW-DATE NOT > WS-TO-DATE
                   PERFORM CHECK-ROW-DATE
                   MOVE MULTAAU-OPERATOR-ID TO WS-FIND-ID
                   PERFORM FIND-OPERATOR-ENTRY
                   IF WS-OPR-FOUND
                       ADD 1 TO WS-OPR-TBL-ACCT (WS-OPR-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-ACCT-AUDIT.

       SCAN-PERIOD-CONTROL.
           *> Only the latest reopen of each period survives on the
           *> period-control file, which is the only trail a reopen
           *> leaves - an earlier reopen of the same month in the
           *> same quarter is not counted.
           PERFORM NEXT-TRAIL-ENTRY
           MOVE "PERIOD CONTROL (PERCTLF)" TO WS-TRAIL-TBL-NAME
               (WS-TRAIL-SUB)
           OPEN INPUT MULT-PERCTL-FILE
           PERFORM START-TRAIL
           IF WS-TRAIL-STATUS = "00"
               MOVE 'Y' TO WS-AUTH-TRACKED (WS-AUTH-REOPEN)
               PERFORM READ-PERIOD-CONTROL
               PERFORM TALLY-PERIOD-CONTROL UNTIL WS-TRAIL-EOF
               CLOSE MULT-PERCTL-FILE
           END-IF.

       READ-PERIOD-CONTROL.
           READ MULT-PERCTL-FILE NEXT
               AT END SET WS-TRAIL-EOF TO TRUE
           END-READ.

       TALLY-PERIOD-CONTROL.
           IF MULTPER-REOPENED-BY NOT = SPACES
               AND MULTPER-REOPENED-DATE IS NUMERIC
               MOVE MULTPER-REOPENED-DATE TO WS-ROW-DATE
               IF WS-ROW-DATE NOT < WS-FROM-DATE
                   AND WS-ROW-DATE NOT > WS-TO-DATE
                   PERFORM CHECK-ROW-DATE
                   MOVE MULTPER-REOPENED-BY TO WS-FIND-ID
                   PERFORM FIND-OPERATOR-ENTRY
                   IF WS-OPR-FOUND
                       ADD 1 TO WS-OPR-TBL-REOPENS (WS-OPR-SUB)
                       MOVE WS-AUTH-REOPEN TO WS-AUTH-SUB
                       PERFORM ADD-AUTHORITY-USE
                   END-IF
               END-IF
           END-IF
           PERFORM READ-PERIOD-CONTROL.

       SCAN-SECURITY-LOG.
           *> REFUSED is an authority refusal, CLOSED a change
           *> refused against a closed accounting period. UNCLOSED
           *> rows record MULTPURG keeping rows back, not anything
           *> the operator was refused, and are left out.
           PERFORM NEXT-TRAIL-ENTRY
           MOVE "SECURITY LOG (SECLOGF)" TO WS-TRAIL-TBL-NAME
               (WS-TRAIL-SUB)
           OPEN INPUT MULT-SECLOG-FILE
           PERFORM START-TRAIL
           IF WS-TRAIL-STATUS = "00"
               PERFORM READ-SECURITY-LOG
               PERFORM TALLY-SECURITY-LOG UNTIL WS-TRAIL-EOF
               CLOSE MULT-SECLOG-FILE
           END-IF.

       READ-SECURITY-LOG.
           READ MULT-SECLOG-FILE
               AT END SET WS-TRAIL-EOF TO TRUE
           END-READ.

       TALLY-SECURITY-LOG.
           IF MULTSLG-TIMESTAMP(1:8) IS NUMERIC
               MOVE MULTSLG-TIMESTAMP(1:8) TO WS-ROW-DATE
               IF WS-ROW-DATE NOT < WS-FROM-DATE
                   AND WS-ROW-DATE NOT > WS-TO-DATE
                   AND MULTSLG-VERDICT NOT = "UNCLOSED"
                   PERFORM CHECK-ROW-DATE
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE MULTSLG-OPERATOR-ID TO WS-FIND-ID
                   PERFORM FIND-OPERATOR-ENTRY
                   IF WS-OPR-FOUND
                       ADD 1 TO WS-OPR-TBL-REFUSED (WS-OPR-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-SECURITY-LOG.

       WRITE-REVIEW-REPORT.
           OPEN OUTPUT MULT-ACRVRPT-FILE
           IF WS-ACRVRPT-STATUS NOT = "00"
               DISPLAY "MULTACRV: REPORT FILE NOT AVAILABLE - STATUS "
                   WS-ACRVRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FROM-DATE TO ACR-HDG-FROM
           MOVE WS-TO-DATE TO ACR-HDG-TO
           MOVE WS-TODAY TO ACR-HDG-DATE
           MOVE WS-ACR-HEADING TO WS-ACRVRPT-LINE
           WRITE WS-ACRVRPT-LINE
           MOVE SPACES TO WS-ACRVRPT-LINE
           WRITE WS-ACRVRPT-LINE
           MOVE "TRAILS READ" TO WS-ACRVRPT-LINE
           WRITE WS-ACRVRPT-LINE
           PERFORM WRITE-TRAIL-LINE
               VARYING WS-TRAIL-SUB FROM 1 BY 1
               UNTIL WS-TRAIL-SUB > WS-TRAIL-USED
           MOVE SPACES TO WS-ACRVRPT-LINE
           WRITE WS-ACRVRPT-LINE
           MOVE "OPERATORS AND AUTHORITIES" TO WS-ACRVRPT-LINE
           WRITE WS-ACRVRPT-LINE
           PERFORM WRITE-OPERATOR-BLOCK
               VARYING WS-OPR-SUB FROM 1 BY 1
               UNTIL WS-OPR-SUB > WS-OPR-USED
           MOVE SPACES TO WS-ACRVRPT-LINE
           WRITE WS-ACRVRPT-LINE
           MOVE "REFUSED ATTEMPTS (SECURITY LOG)" TO WS-ACRVRPT-LINE
           WRITE WS-ACRVRPT-LINE
           PERFORM WRITE-REFUSED-ATTEMPTS
           MOVE SPACES TO WS-ACRVRPT-LINE
           WRITE WS-ACRVRPT-LINE
           MOVE "AUTHORITIES HELD BUT NEVER USED IN PERIOD"
               TO WS-ACRVRPT-LINE
           WRITE WS-ACRVRPT-LINE
           PERFORM WRITE-UNUSED-OPERATOR
               VARYING WS-OPR-SUB FROM 1 BY 1
               UNTIL WS-OPR-SUB > WS-OPR-USED
           MOVE SPACES TO WS-ACRVRPT-LINE
           WRITE WS-ACRVRPT-LINE
           MOVE "OPERATORS REVIEWED" TO ACR-CNT-TEXT
           MOVE WS-OPR-USED TO ACR-CNT-VALUE
           MOVE WS-ACR-COUNT-LINE TO WS-ACRVRPT-LINE
           WRITE WS-ACRVRPT-LINE
           MOVE "AUTHORITIES NEVER USED" TO ACR-CNT-TEXT
           MOVE WS-NEVER-USED-COUNT TO ACR-CNT-VALUE
           MOVE WS-ACR-COUNT-LINE TO WS-ACRVRPT-LINE
           WRITE WS-ACRVRPT-LINE
           MOVE "REFUSED ATTEMPTS" TO ACR-CNT-TEXT
           MOVE WS-REFUSED-COUNT TO ACR-CNT-VALUE
           MOVE WS-ACR-COUNT-LINE TO WS-ACRVRPT-LINE
           WRITE WS-ACRVRPT-LINE
           IF WS-OPR-OVERFLOW-COUNT > ZERO
               MOVE "TRAIL ROWS NOT ATTRIBUTED (TABLE FULL)"
                   TO ACR-CNT-TEXT
               MOVE WS-OPR-OVERFLOW-COUNT TO ACR-CNT-VALUE
               MOVE WS-ACR-COUNT-LINE TO WS-ACRVRPT-LINE
               WRITE WS-ACRVRPT-LINE
           END-IF
           CLOSE MULT-ACRVRPT-FILE.

       WRITE-TRAIL-LINE.
           MOVE WS-TRAIL-TBL-NAME (WS-TRAIL-SUB) TO ACR-TRL-NAME
           IF WS-TRAIL-TBL-OPEN (WS-TRAIL-SUB) = 'Y'
               MOVE "ROWS IN PERIOD" TO ACR-TRL-TEXT
               MOVE WS-TRAIL-TBL-ROWS (WS-TRAIL-SUB) TO ACR-TRL-ROWS
           ELSE
               MOVE SPACES TO ACR-TRL-TEXT
               STRING "NOT READ - STATUS "
                   WS-TRAIL-TBL-STATUS (WS-TRAIL-SUB)
                   DELIMITED BY SIZE INTO ACR-TRL-TEXT
               MOVE ZERO TO ACR-TRL-ROWS
           END-IF
           MOVE WS-ACR-TRAIL-LINE TO WS-ACRVRPT-LINE
           WRITE WS-ACRVRPT-LINE.

       WRITE-OPERATOR-BLOCK.
           MOVE SPACES TO WS-ACRVRPT-LINE
           WRITE WS-ACRVRPT-LINE
           MOVE WS-OPR-TBL-ID (WS-OPR-SUB) TO ACR-OPR-ID
           IF WS-OPR-TBL-HAS-PROFILE (WS-OPR-SUB)
               MOVE SPACES TO ACR-OPR-NOTE
           ELSE
               MOVE "** NO PROFILE ON FILE - NO AUTHORITY"
                   TO ACR-OPR-NOTE
           END-IF
           MOVE WS-ACR-OPR-LINE TO WS-ACRVRPT-LINE
           WRITE WS-ACRVRPT-LINE
           IF WS-OPR-TBL-HAS-PROFILE (WS-OPR-SUB)
               MOVE WS-ACR-AUTH-HEADING TO WS-ACRVRPT-LINE
               WRITE WS-ACRVRPT-LINE
               PERFORM WRITE-AUTHORITY-LINE
                   VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
           END-IF
           MOVE WS-OPR-TBL-MNT-ADD (WS-OPR-SUB) TO ACR-ACT-ADD
           MOVE WS-OPR-TBL-MNT-UPDATE (WS-OPR-SUB) TO ACR-ACT-UPDATE
           MOVE WS-OPR-TBL-MNT-DELETE (WS-OPR-SUB) TO ACR-ACT-DELETE
           MOVE WS-OPR-TBL-MNT-RESTORE (WS-OPR-SUB) TO ACR-ACT-RESTORE
           MOVE WS-OPR-TBL-MNT-PURGE (WS-OPR-SUB) TO ACR-ACT-PURGE
           MOVE WS-ACR-ACT-LINE-1 TO WS-ACRVRPT-LINE
           WRITE WS-ACRVRPT-LINE
           MOVE WS-OPR-TBL-REPAIRS (WS-OPR-SUB) TO ACR-ACT-REPAIRS
           MOVE WS-OPR-TBL-BREPAIRS (WS-OPR-SUB) TO ACR-ACT-BREPAIRS
           MOVE WS-OPR-TBL-REOPENS (WS-OPR-SUB) TO ACR-ACT-REOPENS
           MOVE WS-ACR-ACT-LINE-2 TO WS-ACRVRPT-LINE
           WRITE WS-ACRVRPT-LINE
           MOVE WS-OPR-TBL-RATE (WS-OPR-SUB) TO ACR-ACT-RATE
           MOVE WS-OPR-TBL-STORD (WS-OPR-SUB) TO ACR-ACT-STORD
           MOVE WS-OPR-TBL-ACCT (WS-OPR-SUB) TO ACR-ACT-ACCT
           MOVE WS-ACR-ACT-LINE-3 TO WS-ACRVRPT-LINE
           WRITE WS-ACRVRPT-LINE
           MOVE WS-OPR-TBL-GRANTS (WS-OPR-SUB) TO ACR-ACT-GRANTS
           MOVE WS-OPR-TBL-REFUSED (WS-OPR-SUB) TO ACR-ACT-REFUSED
           MOVE WS-ACR-ACT-LINE-4 TO WS-ACRVRPT-LINE
           WRITE WS-ACRVRPT-LINE.

       WRITE-AUTHORITY-LINE.
           MOVE WS-AUTH-NAME (WS-AUTH-SUB) TO ACR-AUT-NAME
           MOVE WS-OPR-TBL-FLAG (WS-OPR-SUB, WS-AUTH-SUB)
               TO ACR-AUT-FLAG
           IF WS-OPR-TBL-GRANTED (WS-OPR-SUB, WS-AUTH-SUB) = ZERO
               MOVE "NOT ON LOG" TO ACR-AUT-GRANTED
           ELSE
               MOVE WS-OPR-TBL-GRANTED (WS-OPR-SUB, WS-AUTH-SUB)
                   TO ACR-AUT-GRANTED
           END-IF
           MOVE SPACES TO ACR-AUT-NOTE
           IF WS-AUTH-TRACKED (WS-AUTH-SUB) = 'Y'
               MOVE WS-OPR-TBL-USES (WS-OPR-SUB, WS-AUTH-SUB)
                   TO WS-ACR-USES-EDIT
               MOVE WS-ACR-USES-EDIT TO ACR-AUT-USES
               IF WS-OPR-TBL-FLAG (WS-OPR-SUB, WS-AUTH-SUB) = 'Y'
                   AND WS-OPR-TBL-USES (WS-OPR-SUB, WS-AUTH-SUB)
                       = ZERO
                   MOVE "** NEVER USED" TO ACR-AUT-NOTE
               END-IF
           ELSE
               MOVE "  NOT JUDGED" TO ACR-AUT-USES
           END-IF
           MOVE WS-ACR-AUTH-LINE TO WS-ACRVRPT-LINE
           WRITE WS-ACRVRPT-LINE.

       WRITE-REFUSED-ATTEMPTS.
           *> Second pass over the security log, now the operator
           *> blocks are out, listing each refusal in the period in
           *> the order it happened.
           MOVE WS-ACR-REFUSED-HEADING TO WS-ACRVRPT-LINE
           WRITE WS-ACRVRPT-LINE
           MOVE 'N' TO WS-TRAIL-EOF-SWITCH
           OPEN INPUT MULT-SECLOG-FILE
           IF WS-TRAIL-STATUS = "00"
               PERFORM READ-SECURITY-LOG
               PERFORM WRITE-REFUSED-LINE UNTIL WS-TRAIL-EOF
               CLOSE MULT-SECLOG-FILE
           ELSE
               MOVE "  SECURITY LOG NOT AVAILABLE" TO WS-ACRVRPT-LINE
               WRITE WS-ACRVRPT-LINE
           END-IF.

       WRITE-REFUSED-LINE.
           IF MULTSLG-TIMESTAMP(1:8) IS NUMERIC
               MOVE MULTSLG-TIMESTAMP(1:8) TO WS-ROW-DATE
               IF WS-ROW-DATE NOT < WS-FROM-DATE
                   AND WS-ROW-DATE NOT > WS-TO-DATE
                   AND MULTSLG-VERDICT NOT = "UNCLOSED"
                   MOVE MULTSLG-TIMESTAMP(1:8) TO ACR-REF-DATE
                   MOVE MULTSLG-TIMESTAMP(9:6) TO ACR-REF-TIME
                   MOVE MULTSLG-OPERATOR-ID TO ACR-REF-OPERATOR
                   MOVE MULTSLG-PROGRAM TO ACR-REF-PROGRAM
                   MOVE MULTSLG-FUNCTION TO ACR-REF-FUNCTION
                   MOVE MULTSLG-VERDICT TO ACR-REF-VERDICT
                   MOVE WS-ACR-REFUSED-LINE TO WS-ACRVRPT-LINE
                   WRITE WS-ACRVRPT-LINE
               END-IF
           END-IF
           PERFORM READ-SECURITY-LOG.

       WRITE-UNUSED-OPERATOR.
           PERFORM WRITE-UNUSED-LINE
               VARYING WS-AUTH-SUB FROM 1 BY 1
               UNTIL WS-AUTH-SUB > WS-AUTH-COUNT.

       WRITE-UNUSED-LINE.
           IF WS-AUTH-TRACKED (WS-AUTH-SUB) = 'Y'
               AND WS-OPR-TBL-FLAG (WS-OPR-SUB, WS-AUTH-SUB) = 'Y'
               AND WS-OPR-TBL-USES (WS-OPR-SUB, WS-AUTH-SUB) = ZERO
               ADD 1 TO WS-NEVER-USED-COUNT
               MOVE WS-OPR-TBL-ID (WS-OPR-SUB) TO ACR-UNU-ID
               MOVE WS-AUTH-NAME (WS-AUTH-SUB) TO ACR-UNU-AUTH
               IF WS-OPR-TBL-GRANTED (WS-OPR-SUB, WS-AUTH-SUB) = ZERO
                   MOVE "NOT ON LOG" TO ACR-UNU-GRANTED
               ELSE
                   MOVE WS-OPR-TBL-GRANTED (WS-OPR-SUB, WS-AUTH-SUB)
                       TO ACR-UNU-GRANTED
               END-IF
               MOVE WS-ACR-UNUSED-LINE TO WS-ACRVRPT-LINE
               WRITE WS-ACRVRPT-LINE
           END-IF.
       END PROGRAM MULTACRV.
