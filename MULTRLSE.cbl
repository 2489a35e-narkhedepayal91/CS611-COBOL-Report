       IDENTIFICATION DIVISION.
       PROGRAM-ID. MULTRLSE.

      *> Interactive suspense-hold release for the MULTIPLICATION
      *> batch drivers. Walks the hold file written by MULTBATCH or
      *> MULTSORT, shows the supervisor each item still held over
      *> its account's hold limit, and records a decision against
      *> it. A released item is copied to the release file, which
      *> the holding driver's next run reads ahead of its deck and
      *> posts under the item's original deck ID and sequence - each
      *> master has its own hold and release files, so an item only
      *> ever posts to the master that held it; a declined item is
      *> appended, in reject layout, to the standing declines file
      *> so MULTREPR can work it like any other reject. The
      *> decision, the supervisor and the time are stamped on the
      *> hold record itself, so the hold file doubles as the trail
      *> of who let what through.
      *> The signed-on operator must carry release authority on the
      *> operator profile file; a refused sign-on is written to the
      *> security log. A release or declines file that cannot be opened
      *> or written ends the sitting with return code 12 before the item
      *> in hand is marked.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MULT-HOLD-FILE ASSIGN TO HOLDF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT MULT-RELEASE-FILE ASSIGN TO RELEASF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT MULT-REJECT-FILE ASSIGN TO REJECTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT MULT-OPRPROF-FILE ASSIGN TO OPRPROF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPRPROF-STATUS.
           SELECT MULT-SECLOG-FILE ASSIGN TO SECLOGF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MULT-HOLD-FILE
           RECORD CONTAINS 89 CHARACTERS.
       COPY MULTHLD.

      *> The release file carries hold records byte for byte; the
      *> buffer is declared plain so MULTHLD's names stay unique to
      *> the hold file above.
       FD  MULT-RELEASE-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01 WS-RELEASE-RECORD PIC X(89).

       FD  MULT-REJECT-FILE
           RECORD CONTAINS 62 CHARACTERS.
       COPY MULTREJ.

       FD  MULT-OPRPROF-FILE
           RECORD CONTAINS 17 CHARACTERS.
       COPY MULTOPR.

       FD  MULT-SECLOG-FILE
           RECORD CONTAINS 57 CHARACTERS.
       COPY MULTSLG.

       WORKING-STORAGE SECTION.
       01 WS-HOLD-STATUS PIC XX VALUE SPACES.
       01 WS-RELEASE-STATUS PIC XX VALUE SPACES.
       01 WS-REJECT-STATUS PIC XX VALUE SPACES.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-OPRPROF-STATUS PIC XX VALUE SPACES.
       01 WS-SECLOG-STATUS PIC XX VALUE SPACES.
       01 WS-OPRPROF-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-OPRPROF-EOF VALUE 'Y'.
       01 WS-PROFILE-FOUND-SWITCH PIC X VALUE 'N'.
           88 WS-PROFILE-FOUND VALUE 'Y'.
       01 WS-MAY-RELEASE-SWITCH PIC X VALUE 'N'.
           88 WS-MAY-RELEASE VALUE 'Y'.
       01 WS-SECLOG-FUNCTION PIC X(12) VALUE "RELEASE".
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-END-OF-HOLDS VALUE 'Y'.
       01 WS-ACTION PIC X VALUE SPACES.
           88 WS-ACT-RELEASE VALUE 'R'.
           88 WS-ACT-DECLINE VALUE 'D'.
           88 WS-ACT-SKIP VALUE 'S'.
           88 WS-ACT-EXIT VALUE 'X'.
       01 WS-RELEASE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-DECLINE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-SKIP-COUNT PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Enter operator/user ID : ".
           ACCEPT WS-OPERATOR-ID.
           PERFORM CHECK-RELEASE-AUTHORITY
           OPEN I-O MULT-HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "No hold file to release."
               STOP RUN
           END-IF
           PERFORM OPEN-RELEASE-FILE
           PERFORM OPEN-REJECT-FILE
           PERFORM READ-HELD-RECORD
           PERFORM PROCESS-HELD-RECORD
               UNTIL WS-END-OF-HOLDS OR WS-ACT-EXIT
           CLOSE MULT-HOLD-FILE
           CLOSE MULT-RELEASE-FILE
           CLOSE MULT-REJECT-FILE
           DISPLAY "Released : " WS-RELEASE-COUNT.
           DISPLAY "Declined : " WS-DECLINE-COUNT.
           DISPLAY "Skipped  : " WS-SKIP-COUNT.
           STOP RUN.

       CHECK-RELEASE-AUTHORITY.
           *> Letting a large charge through is a supervisor's call;
           *> no profile row means no authority.
           PERFORM FIND-OPERATOR-PROFILE
           IF NOT WS-MAY-RELEASE
               DISPLAY "MULTRLSE: OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORIZED TO RELEASE - STOPPED"
               PERFORM WRITE-SECURITY-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       FIND-OPERATOR-PROFILE.
           OPEN INPUT MULT-OPRPROF-FILE
           IF WS-OPRPROF-STATUS = "00"
               PERFORM READ-OPRPROF-RECORD
               PERFORM MATCH-OPRPROF-RECORD UNTIL WS-OPRPROF-EOF
                   OR WS-PROFILE-FOUND
               CLOSE MULT-OPRPROF-FILE
           ELSE
               DISPLAY "MULTRLSE: OPERATOR PROFILE FILE NOT "
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
               IF MULTOPR-MAY-RELEASE
                   SET WS-MAY-RELEASE TO TRUE
               END-IF
           ELSE
               PERFORM READ-OPRPROF-RECORD
           END-IF.

       WRITE-SECURITY-LOG.
           OPEN EXTEND MULT-SECLOG-FILE
           IF WS-SECLOG-STATUS NOT = "00"
               OPEN OUTPUT MULT-SECLOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO MULTSLG-TIMESTAMP
           MOVE WS-OPERATOR-ID TO MULTSLG-OPERATOR-ID
           MOVE "MULTRLSE" TO MULTSLG-PROGRAM
           MOVE WS-SECLOG-FUNCTION TO MULTSLG-FUNCTION
           MOVE "REFUSED" TO MULTSLG-VERDICT
           WRITE MULTSLG-RECORD
           CLOSE MULT-SECLOG-FILE.

       OPEN-RELEASE-FILE.
           *> Append - a supervisor may work the holds in more than
           *> one sitting before the next batch run picks them up.
           *> A sitting that cannot write released items must not
           *> mark any as released.
           OPEN EXTEND MULT-RELEASE-FILE
           IF WS-RELEASE-STATUS NOT = "00"
               OPEN OUTPUT MULT-RELEASE-FILE
           END-IF
           IF WS-RELEASE-STATUS NOT = "00"
               DISPLAY "MULTRLSE: RELEASE FILE NOT AVAILABLE - STATUS "
                   WS-RELEASE-STATUS
               CLOSE MULT-HOLD-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-REJECT-FILE.
           OPEN EXTEND MULT-REJECT-FILE
           IF WS-REJECT-STATUS NOT = "00"
               OPEN OUTPUT MULT-REJECT-FILE
           END-IF
           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "MULTRLSE: DECLINES FILE NOT AVAILABLE - STATUS "
                   WS-REJECT-STATUS
               CLOSE MULT-HOLD-FILE
               CLOSE MULT-RELEASE-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-HELD-RECORD.
           *> Items already decided in an earlier sitting are passed
           *> over - only those still held need a supervisor.
           PERFORM READ-HOLD-FILE
           PERFORM READ-HOLD-FILE
               UNTIL WS-END-OF-HOLDS OR MULTHLD-HELD.

       READ-HOLD-FILE.
           READ MULT-HOLD-FILE
               AT END SET WS-END-OF-HOLDS TO TRUE
           END-READ.

       PROCESS-HELD-RECORD.
           PERFORM DISPLAY-HELD-RECORD
           DISPLAY "Action (R=Release D=Decline S=Skip X=Exit): ".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACT-RELEASE
                   PERFORM RELEASE-HELD-RECORD
                   PERFORM READ-HELD-RECORD
               WHEN WS-ACT-DECLINE
                   PERFORM DECLINE-HELD-RECORD
                   PERFORM READ-HELD-RECORD
               WHEN WS-ACT-SKIP
                   ADD 1 TO WS-SKIP-COUNT
                   PERFORM READ-HELD-RECORD
               WHEN WS-ACT-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid action - use R/D/S/X."
           END-EVALUATE.

       DISPLAY-HELD-RECORD.
           DISPLAY "---------------------------------------".
           DISPLAY "RUN NUMBER   : " MULTHLD-RUN-NUMBER.
           DISPLAY "RUN DATE     : " MULTHLD-RUN-DATE.
           DISPLAY "DECK POSITION: " MULTHLD-SEQ.
           DISPLAY "SOURCE DECK  : " MULTHLD-DECK-ID.
           DISPLAY "ACCOUNT      : " MULTHLD-ACCT-CODE.
           DISPLAY "NUM1         : " MULTHLD-NUM1.
           DISPLAY "NUM2         : " MULTHLD-NUM2.
           DISPLAY "OPERATION    : " MULTHLD-OP-CODE.
           DISPLAY "RATE CODE    : " MULTHLD-RATE-CODE.
           DISPLAY "RESULT       : " MULTHLD-FIRSTMULTRES.
           DISPLAY "HOLD LIMIT   : " MULTHLD-HOLD-LIMIT.

       RELEASE-HELD-RECORD.
           *> The released copy is written before the hold is marked,
           *> so an item is never marked released without a copy for
           *> the next run to post.
           SET MULTHLD-RELEASED TO TRUE
           PERFORM STAMP-DECISION
           MOVE MULTHLD-RECORD TO WS-RELEASE-RECORD
           WRITE WS-RELEASE-RECORD
           IF WS-RELEASE-STATUS NOT = "00"
               DISPLAY "MULTRLSE: RELEASE WRITE FAILED - STATUS "
                   WS-RELEASE-STATUS " - ITEM STILL HELD"
               PERFORM ABANDON-SITTING
           END-IF
           PERFORM REWRITE-HELD-RECORD
           ADD 1 TO WS-RELEASE-COUNT
           DISPLAY "ITEM RELEASED - POSTS WITH THE NEXT BATCH RUN.".

       DECLINE-HELD-RECORD.
           SET MULTHLD-DECLINED TO TRUE
           PERFORM STAMP-DECISION
           PERFORM WRITE-DECLINE-REJECT
           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "MULTRLSE: DECLINE WRITE FAILED - STATUS "
                   WS-REJECT-STATUS " - ITEM STILL HELD"
               PERFORM ABANDON-SITTING
           END-IF
           PERFORM REWRITE-HELD-RECORD
           ADD 1 TO WS-DECLINE-COUNT
           DISPLAY "ITEM DECLINED - WRITTEN TO THE REJECT FILE.".

       REWRITE-HELD-RECORD.
           *> The copy is already out; a hold left unmarked would be
           *> offered again and could be decided twice, so the
           *> supervisor is told which item to put right by hand.
           REWRITE MULTHLD-RECORD
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "MULTRLSE: HOLD REWRITE FAILED - STATUS "
                   WS-HOLD-STATUS " - RUN " MULTHLD-RUN-NUMBER
                   " SEQ " MULTHLD-SEQ " WAS WRITTEN OUT BUT IS "
                   "STILL MARKED HELD"
               PERFORM ABANDON-SITTING
           END-IF.

       ABANDON-SITTING.
           *> Decisions already made stand; the item in hand is not
           *> counted.
           CLOSE MULT-HOLD-FILE
           CLOSE MULT-RELEASE-FILE
           CLOSE MULT-REJECT-FILE
           DISPLAY "Released : " WS-RELEASE-COUNT.
           DISPLAY "Declined : " WS-DECLINE-COUNT.
           DISPLAY "Skipped  : " WS-SKIP-COUNT.
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       STAMP-DECISION.
           MOVE WS-OPERATOR-ID TO MULTHLD-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO MULTHLD-DECISION-TS.

       WRITE-DECLINE-REJECT.
           *> Original deck ID, sequence and rate code are kept so
           *> MULTREPR points the operator at the right input line.
           MOVE MULTHLD-NUM1 TO MULTREJ-NUM1
           MOVE MULTHLD-NUM2 TO MULTREJ-NUM2
           MOVE MULTHLD-OP-CODE TO MULTREJ-OP-CODE
           MOVE MULTHLD-ACCT-CODE TO MULTREJ-ACCT-CODE
           MOVE MULTHLD-RATE-CODE TO MULTREJ-RATE-CODE
           MOVE MULTHLD-DECK-ID TO MULTREJ-DECK-ID
           MOVE MULTHLD-SEQ TO MULTREJ-SEQ
           MOVE "DECLINED AT SUSPENSE RELEASE" TO MULTREJ-REASON
           WRITE MULTREJ-RECORD.
       END PROGRAM MULTRLSE.
