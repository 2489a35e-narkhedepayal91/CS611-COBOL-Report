       IDENTIFICATION DIVISION.
       PROGRAM-ID. MULTOMNT.

      *> Interactive security administration for the operator
      *> profile file (MULTOPR) every protected program checks
      *> before acting. Add puts a new operator's profile on file
      *> with the authorities keyed; Change grants or revokes
      *> individual authorities on an existing profile; Revoke
      *> removes a profile altogether, leaving the operator with no
      *> authority at all. The signed-on operator needs the
      *> security-admin authority, and nobody may add, change or
      *> revoke their own profile - an attempt is refused and
      *> written to the security log like any other refusal. Every
      *> authority granted or revoked is written to the grant log
      *> (MULTGRL) with who did it, to whom and when, which is
      *> where the quarterly access review (MULTACRV) finds the
      *> date each authority was last granted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MULT-OPRPROF-FILE ASSIGN TO OPRPROF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPRPROF-STATUS.
           SELECT MULT-GRANTLOG-FILE ASSIGN TO GRNTLOGF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRANTLOG-STATUS.
           SELECT MULT-SECLOG-FILE ASSIGN TO SECLOGF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MULT-OPRPROF-FILE
           RECORD CONTAINS 17 CHARACTERS.
       COPY MULTOPR.

       FD  MULT-GRANTLOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY MULTGRL.

       FD  MULT-SECLOG-FILE
           RECORD CONTAINS 57 CHARACTERS.
       COPY MULTSLG.

       WORKING-STORAGE SECTION.
       01 WS-OPRPROF-STATUS PIC XX VALUE SPACES.
       01 WS-GRANTLOG-STATUS PIC XX VALUE SPACES.
       01 WS-SECLOG-STATUS PIC XX VALUE SPACES.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-TARGET-ID PIC X(8) VALUE SPACES.
       01 WS-FIND-ID PIC X(8) VALUE SPACES.
       01 WS-INPUT-FLAG PIC X VALUE SPACE.
       01 WS-CONFIRM PIC X VALUE SPACE.
       01 WS-SECLOG-FUNCTION PIC X(12) VALUE SPACES.
       01 WS-CHANGE-TIMESTAMP PIC X(21) VALUE SPACES.
       01 WS-LOG-AUTHORITY PIC X(8) VALUE SPACES.
       01 WS-LOG-ACTION PIC X VALUE SPACE.
       01 WS-CHANGE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-BEFORE-IMAGE PIC X(17).
       01 WS-AFTER-IMAGE PIC X(17).
       *> Working copy of one profile row, the flags taken as a
       *> table so they can be walked against the authority names.
       01 WS-PROFILE-WORK.
           05 WS-PRF-OPERATOR-ID  PIC X(8).
           05 WS-PRF-FLAG         PIC X OCCURS 9 TIMES.
       01 WS-PROFILE-BEFORE.
           05 WS-PRB-OPERATOR-ID  PIC X(8).
           05 WS-PRB-FLAG         PIC X OCCURS 9 TIMES.
       COPY MULTAUN.
       01 WS-BROWSE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BROWSE-PAGE-SIZE PIC 9(4) VALUE 5.
       01 WS-BROWSE-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-BROWSE-EOF VALUE 'Y'.
       01 WS-BROWSE-MORE PIC X VALUE 'N'.
       01 WS-INPUT-VALID-SWITCH PIC X VALUE 'Y'.
           88 WS-INPUT-VALID VALUE 'Y'.
           88 WS-INPUT-INVALID VALUE 'N'.
       01 WS-FUNCTION PIC X VALUE SPACES.
           88 WS-FUNC-ADD VALUE 'A'.
           88 WS-FUNC-CHANGE VALUE 'C'.
           88 WS-FUNC-REVOKE VALUE 'R'.
           88 WS-FUNC-INQUIRE VALUE 'I'.
           88 WS-FUNC-BROWSE VALUE 'B'.
           88 WS-FUNC-EXIT VALUE 'X'.
       *> The whole profile file is held here while the program
       *> runs - OPRPROF is the plain sequential file every
       *> protected program scans, so each change is made in the
       *> table and the file rewritten from it before the change
       *> is logged.
       01 WS-OPR-USED PIC 9(4) VALUE ZERO.
       01 WS-OPR-MAX PIC 9(4) VALUE 200.
       01 WS-OPR-SUB PIC 9(4) VALUE ZERO.
       01 WS-OPR-NEXT PIC 9(4) VALUE ZERO.
       01 WS-OPR-FOUND-SWITCH PIC X VALUE 'N'.
           88 WS-OPR-FOUND VALUE 'Y'.
       01 WS-OPRPROF-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-OPRPROF-EOF VALUE 'Y'.
       01 WS-OPR-TABLE.
           05 WS-OPR-ENTRY OCCURS 200 TIMES.
               10 WS-OPR-TBL-ID       PIC X(8).
               10 WS-OPR-TBL-FLAGS    PIC X(9).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Enter operator/user ID : ".
           ACCEPT WS-OPERATOR-ID.
           PERFORM LOAD-PROFILE-TABLE
           PERFORM CHECK-SECADM-AUTHORITY
           PERFORM OPEN-GRANTLOG-FILE
           PERFORM UNTIL WS-FUNC-EXIT
               PERFORM GET-FUNCTION
               EVALUATE TRUE
                   WHEN WS-FUNC-ADD
                       PERFORM ADD-PROFILE
                   WHEN WS-FUNC-CHANGE
                       PERFORM CHANGE-PROFILE
                   WHEN WS-FUNC-REVOKE
                       PERFORM REVOKE-PROFILE
                   WHEN WS-FUNC-INQUIRE
                       PERFORM INQUIRE-PROFILE
                   WHEN WS-FUNC-BROWSE
                       PERFORM BROWSE-PROFILES
                   WHEN WS-FUNC-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid function - use A/C/R/I/B/X."
               END-EVALUATE
           END-PERFORM
           CLOSE MULT-GRANTLOG-FILE
           STOP RUN.

       GET-FUNCTION.
           DISPLAY "Function (A/C/R/I/B=Add/Chg/Revoke/Inq/Browse"
               " X=Exit): ".
           ACCEPT WS-FUNCTION.

       LOAD-PROFILE-TABLE.
           *> Without the profile file nobody can be shown to hold
           *> security-admin authority, so a missing file stops the
           *> program the same as an unreadable one.
           OPEN INPUT MULT-OPRPROF-FILE
           IF WS-OPRPROF-STATUS NOT = "00"
               DISPLAY "MULTOMNT: OPERATOR PROFILE FILE NOT "
                   "AVAILABLE - STATUS " WS-OPRPROF-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-OPRPROF-RECORD
           PERFORM LOAD-OPR-ENTRY UNTIL WS-OPRPROF-EOF
           CLOSE MULT-OPRPROF-FILE.

       READ-OPRPROF-RECORD.
           READ MULT-OPRPROF-FILE
               AT END SET WS-OPRPROF-EOF TO TRUE
           END-READ.

       LOAD-OPR-ENTRY.
           *> Rewriting the file from a table that dropped rows would
           *> silently revoke whoever was dropped, so an overflow is
           *> fatal here.
           IF WS-OPR-USED < WS-OPR-MAX
               ADD 1 TO WS-OPR-USED
               MOVE MULTOPR-RECORD TO WS-OPR-ENTRY (WS-OPR-USED)
           ELSE
               DISPLAY "MULTOMNT: PROFILE TABLE OVERFLOW AT "
                   MULTOPR-OPERATOR-ID " - NOTHING CHANGED"
               CLOSE MULT-OPRPROF-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-OPRPROF-RECORD.

       SAVE-PROFILE-TABLE.
           *> Rewrite OPRPROF from the table after every change, so
           *> the file never lags the grant log.
           OPEN OUTPUT MULT-OPRPROF-FILE
           IF WS-OPRPROF-STATUS NOT = "00"
               DISPLAY "MULTOMNT: OPERATOR PROFILE FILE NOT WRITTEN "
                   "- STATUS " WS-OPRPROF-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-OPR-ENTRY
               VARYING WS-OPR-SUB FROM 1 BY 1
               UNTIL WS-OPR-SUB > WS-OPR-USED
           CLOSE MULT-OPRPROF-FILE.

       WRITE-OPR-ENTRY.
           MOVE WS-OPR-ENTRY (WS-OPR-SUB) TO MULTOPR-RECORD
           WRITE MULTOPR-RECORD.

       FIND-PROFILE-ENTRY.
           *> Caller sets WS-FIND-ID. Leaves WS-OPR-SUB on the
           *> matching entry.
           MOVE 'N' TO WS-OPR-FOUND-SWITCH
           MOVE ZERO TO WS-OPR-SUB
           PERFORM UNTIL WS-OPR-FOUND
               OR WS-OPR-SUB >= WS-OPR-USED
               ADD 1 TO WS-OPR-SUB
               IF WS-OPR-TBL-ID (WS-OPR-SUB) = WS-FIND-ID
                   SET WS-OPR-FOUND TO TRUE
               END-IF
           END-PERFORM.

       CHECK-SECADM-AUTHORITY.
           *> Only a security administrator may touch the profile
           *> file. No profile row means no authority.
           MOVE WS-OPERATOR-ID TO WS-FIND-ID
           PERFORM FIND-PROFILE-ENTRY
           IF WS-OPR-FOUND
               MOVE WS-OPR-ENTRY (WS-OPR-SUB) TO MULTOPR-RECORD
           END-IF
           IF NOT WS-OPR-FOUND OR NOT MULTOPR-MAY-SECADM
               DISPLAY "MULTOMNT: OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORIZED FOR SECURITY ADMIN - STOPPED"
               MOVE "SECADM" TO WS-SECLOG-FUNCTION
               PERFORM WRITE-SECURITY-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
           MOVE "MULTOMNT" TO MULTSLG-PROGRAM
           MOVE WS-SECLOG-FUNCTION TO MULTSLG-FUNCTION
           MOVE "REFUSED" TO MULTSLG-VERDICT
           WRITE MULTSLG-RECORD
           CLOSE MULT-SECLOG-FILE.

       OPEN-GRANTLOG-FILE.
           OPEN EXTEND MULT-GRANTLOG-FILE
           IF WS-GRANTLOG-STATUS NOT = "00"
               OPEN OUTPUT MULT-GRANTLOG-FILE
           END-IF.

       WRITE-GRANTLOG-RECORD.
           *> Caller sets WS-LOG-AUTHORITY and WS-LOG-ACTION; every
           *> row for one change carries the same timestamp and the
           *> same before/after images.
           MOVE WS-CHANGE-TIMESTAMP TO MULTGRL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO MULTGRL-ADMIN-ID
           MOVE WS-TARGET-ID TO MULTGRL-OPERATOR-ID
           MOVE WS-LOG-AUTHORITY TO MULTGRL-AUTHORITY
           MOVE WS-LOG-ACTION TO MULTGRL-ACTION
           MOVE WS-BEFORE-IMAGE TO MULTGRL-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO MULTGRL-AFTER-IMAGE
           WRITE MULTGRL-RECORD.

       GET-TARGET-ID.
           *> The own-profile check comes before anything else - an
           *> operator who could raise their own authority would make
           *> every other check on this file meaningless.
           DISPLAY "Enter operator ID of the profile : ".
           ACCEPT WS-TARGET-ID.
           SET WS-INPUT-VALID TO TRUE
           IF WS-TARGET-ID = SPACES
               SET WS-INPUT-INVALID TO TRUE
               DISPLAY "OPERATOR ID MUST NOT BE BLANK."
           ELSE
               IF WS-TARGET-ID = WS-OPERATOR-ID
                   SET WS-INPUT-INVALID TO TRUE
                   DISPLAY "YOU MAY NOT CHANGE YOUR OWN PROFILE - "
                       "REFUSED."
                   MOVE "OWN PROFILE" TO WS-SECLOG-FUNCTION
                   PERFORM WRITE-SECURITY-LOG
               ELSE
                   MOVE WS-TARGET-ID TO WS-FIND-ID
                   PERFORM FIND-PROFILE-ENTRY
               END-IF
           END-IF.

       GET-AUTHORITY-FLAGS.
           *> Prompts for every flag in turn, starting from the
           *> values already in WS-PROFILE-WORK - blank keeps the
           *> value shown.
           PERFORM GET-ONE-AUTHORITY-FLAG
               VARYING WS-AUTH-SUB FROM 1 BY 1
               UNTIL WS-AUTH-SUB > WS-AUTH-COUNT.

       GET-ONE-AUTHORITY-FLAG.
           IF WS-PRF-FLAG (WS-AUTH-SUB) NOT = 'Y'
               MOVE 'N' TO WS-PRF-FLAG (WS-AUTH-SUB)
           END-IF
           DISPLAY "  " WS-AUTH-NAME (WS-AUTH-SUB) " (Y/N, now "
               WS-PRF-FLAG (WS-AUTH-SUB) ") : ".
           ACCEPT WS-INPUT-FLAG.
           INSPECT WS-INPUT-FLAG CONVERTING "yn" TO "YN"
           EVALUATE WS-INPUT-FLAG
               WHEN SPACE
                   CONTINUE
               WHEN 'Y'
               WHEN 'N'
                   MOVE WS-INPUT-FLAG TO WS-PRF-FLAG (WS-AUTH-SUB)
               WHEN OTHER
                   SET WS-INPUT-INVALID TO TRUE
                   DISPLAY "    FLAG MUST BE Y OR N."
           END-EVALUATE.

       LOG-FLAG-CHANGES.
           *> One grant-log row per authority whose flag moved.
           MOVE ZERO TO WS-CHANGE-COUNT
           PERFORM LOG-ONE-FLAG-CHANGE
               VARYING WS-AUTH-SUB FROM 1 BY 1
               UNTIL WS-AUTH-SUB > WS-AUTH-COUNT.

       LOG-ONE-FLAG-CHANGE.
           IF WS-PRF-FLAG (WS-AUTH-SUB) = 'Y'
               AND WS-PRB-FLAG (WS-AUTH-SUB) NOT = 'Y'
               MOVE WS-AUTH-NAME (WS-AUTH-SUB) TO WS-LOG-AUTHORITY
               MOVE 'G' TO WS-LOG-ACTION
               PERFORM WRITE-GRANTLOG-RECORD
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           IF WS-PRF-FLAG (WS-AUTH-SUB) NOT = 'Y'
               AND WS-PRB-FLAG (WS-AUTH-SUB) = 'Y'
               MOVE WS-AUTH-NAME (WS-AUTH-SUB) TO WS-LOG-AUTHORITY
               MOVE 'R' TO WS-LOG-ACTION
               PERFORM WRITE-GRANTLOG-RECORD
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

       COUNT-FLAG-CHANGES.
           MOVE ZERO TO WS-CHANGE-COUNT
           PERFORM COUNT-ONE-FLAG-CHANGE
               VARYING WS-AUTH-SUB FROM 1 BY 1
               UNTIL WS-AUTH-SUB > WS-AUTH-COUNT.

       COUNT-ONE-FLAG-CHANGE.
           IF WS-PRF-FLAG (WS-AUTH-SUB) = 'Y'
               AND WS-PRB-FLAG (WS-AUTH-SUB) NOT = 'Y'
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           IF WS-PRF-FLAG (WS-AUTH-SUB) NOT = 'Y'
               AND WS-PRB-FLAG (WS-AUTH-SUB) = 'Y'
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

       ADD-PROFILE.
           PERFORM GET-TARGET-ID
           IF WS-INPUT-VALID
               IF WS-OPR-FOUND
                   SET WS-INPUT-INVALID TO TRUE
                   DISPLAY "PROFILE ALREADY ON FILE - USE CHANGE."
               END-IF
           END-IF
           IF WS-INPUT-VALID
               IF WS-OPR-USED >= WS-OPR-MAX
                   SET WS-INPUT-INVALID TO TRUE
                   DISPLAY "PROFILE TABLE FULL - NOT ADDED."
               END-IF
           END-IF
           IF WS-INPUT-VALID
               MOVE WS-TARGET-ID TO WS-PRF-OPERATOR-ID
               MOVE SPACES TO WS-PROFILE-BEFORE
               PERFORM CLEAR-ONE-FLAG
                   VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
               PERFORM GET-AUTHORITY-FLAGS
           END-IF
           IF WS-INPUT-VALID
               ADD 1 TO WS-OPR-USED
               MOVE WS-PROFILE-WORK TO WS-OPR-ENTRY (WS-OPR-USED)
               PERFORM SAVE-PROFILE-TABLE
               MOVE FUNCTION CURRENT-DATE TO WS-CHANGE-TIMESTAMP
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE WS-PROFILE-WORK TO WS-AFTER-IMAGE
               MOVE "PROFILE" TO WS-LOG-AUTHORITY
               MOVE 'G' TO WS-LOG-ACTION
               PERFORM WRITE-GRANTLOG-RECORD
               PERFORM LOG-FLAG-CHANGES
               DISPLAY "PROFILE ADDED."
           ELSE
               DISPLAY "NOTHING CHANGED."
           END-IF.

       CLEAR-ONE-FLAG.
           MOVE 'N' TO WS-PRF-FLAG (WS-AUTH-SUB).

       CHANGE-PROFILE.
           PERFORM GET-TARGET-ID
           IF WS-INPUT-VALID
               IF NOT WS-OPR-FOUND
                   SET WS-INPUT-INVALID TO TRUE
                   DISPLAY "PROFILE NOT FOUND."
               END-IF
           END-IF
           IF WS-INPUT-VALID
               MOVE WS-OPR-ENTRY (WS-OPR-SUB) TO WS-PROFILE-WORK
               MOVE WS-OPR-ENTRY (WS-OPR-SUB) TO WS-PROFILE-BEFORE
               PERFORM GET-AUTHORITY-FLAGS
           END-IF
           IF WS-INPUT-VALID
               PERFORM COUNT-FLAG-CHANGES
               IF WS-CHANGE-COUNT = ZERO
                   DISPLAY "NO AUTHORITY CHANGED."
               ELSE
                   MOVE WS-PROFILE-WORK TO WS-OPR-ENTRY (WS-OPR-SUB)
                   PERFORM SAVE-PROFILE-TABLE
                   MOVE FUNCTION CURRENT-DATE TO WS-CHANGE-TIMESTAMP
                   MOVE WS-PROFILE-BEFORE TO WS-BEFORE-IMAGE
                   MOVE WS-PROFILE-WORK TO WS-AFTER-IMAGE
                   PERFORM LOG-FLAG-CHANGES
                   DISPLAY "PROFILE CHANGED - " WS-CHANGE-COUNT
                       " AUTHORITY CHANGE(S)."
               END-IF
           ELSE
               DISPLAY "NOTHING CHANGED."
           END-IF.

       REVOKE-PROFILE.
           PERFORM GET-TARGET-ID
           IF WS-INPUT-VALID
               IF NOT WS-OPR-FOUND
                   SET WS-INPUT-INVALID TO TRUE
                   DISPLAY "PROFILE NOT FOUND."
               END-IF
           END-IF
           IF WS-INPUT-VALID
               MOVE WS-OPR-ENTRY (WS-OPR-SUB) TO WS-PROFILE-BEFORE
               MOVE WS-OPR-ENTRY (WS-OPR-SUB) TO WS-PROFILE-WORK
               PERFORM DISPLAY-PROFILE
               DISPLAY "Revoke this whole profile (Y/N) ? "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   PERFORM REMOVE-PROFILE-ENTRY
               ELSE
                   DISPLAY "NOTHING CHANGED."
               END-IF
           END-IF.

       REMOVE-PROFILE-ENTRY.
           *> Close the gap so the rewritten file keeps its order.
           PERFORM SHIFT-OPR-ENTRY
               UNTIL WS-OPR-SUB >= WS-OPR-USED
           SUBTRACT 1 FROM WS-OPR-USED
           PERFORM SAVE-PROFILE-TABLE
           MOVE FUNCTION CURRENT-DATE TO WS-CHANGE-TIMESTAMP
           MOVE WS-PROFILE-BEFORE TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           PERFORM CLEAR-ONE-FLAG
               VARYING WS-AUTH-SUB FROM 1 BY 1
               UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
           PERFORM LOG-FLAG-CHANGES
           MOVE "PROFILE" TO WS-LOG-AUTHORITY
           MOVE 'R' TO WS-LOG-ACTION
           PERFORM WRITE-GRANTLOG-RECORD
           DISPLAY "PROFILE REVOKED.".

       SHIFT-OPR-ENTRY.
           COMPUTE WS-OPR-NEXT = WS-OPR-SUB + 1
           MOVE WS-OPR-ENTRY (WS-OPR-NEXT) TO WS-OPR-ENTRY (WS-OPR-SUB)
           MOVE WS-OPR-NEXT TO WS-OPR-SUB.

       INQUIRE-PROFILE.
           DISPLAY "Enter operator ID of the profile : ".
           ACCEPT WS-FIND-ID.
           PERFORM FIND-PROFILE-ENTRY
           IF WS-OPR-FOUND
               MOVE WS-OPR-ENTRY (WS-OPR-SUB) TO WS-PROFILE-WORK
               PERFORM DISPLAY-PROFILE
           ELSE
               DISPLAY "PROFILE NOT FOUND."
           END-IF.

       BROWSE-PROFILES.
           *> Page through the file in its own order.
           MOVE ZERO TO WS-OPR-SUB
           MOVE 'N' TO WS-BROWSE-EOF-SWITCH
           IF WS-OPR-USED = ZERO
               DISPLAY "PROFILE FILE IS EMPTY."
               SET WS-BROWSE-EOF TO TRUE
           END-IF
           PERFORM BROWSE-ONE-PAGE UNTIL WS-BROWSE-EOF.

       BROWSE-ONE-PAGE.
           MOVE ZERO TO WS-BROWSE-COUNT
           PERFORM UNTIL WS-BROWSE-EOF
               OR WS-BROWSE-COUNT >= WS-BROWSE-PAGE-SIZE
               IF WS-OPR-SUB >= WS-OPR-USED
                   DISPLAY "END OF FILE REACHED."
                   SET WS-BROWSE-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-OPR-SUB
                   MOVE WS-OPR-ENTRY (WS-OPR-SUB) TO WS-PROFILE-WORK
                   PERFORM DISPLAY-PROFILE
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

       DISPLAY-PROFILE.
           DISPLAY "OPERATOR    : " WS-PRF-OPERATOR-ID.
           PERFORM DISPLAY-ONE-FLAG
               VARYING WS-AUTH-SUB FROM 1 BY 1
               UNTIL WS-AUTH-SUB > WS-AUTH-COUNT.

       DISPLAY-ONE-FLAG.
           DISPLAY "  " WS-AUTH-NAME (WS-AUTH-SUB) "  : "
               WS-PRF-FLAG (WS-AUTH-SUB).
       END PROGRAM MULTOMNT.
