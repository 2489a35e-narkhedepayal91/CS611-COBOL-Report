      *> master-add authority MULTMAINT's Add does and is logged to
      *> the maintenance audit trail; a refused attempt goes to the
      *> security log. Searches are read-only and open to everyone.
      *> A record whose timestamp falls in a closed accounting
      *> period (MULTPER) is not restored - that would move a month
      *> finance has signed off - and the refusal is logged too.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
      *> buffer is declared plain so the record name is not duplicated
      *> within one program (the live master FD owns it below).
       FD  MULT-ARCHIVE-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01 WS-ARCHIVE-RECORD PIC X(89).

       FD  MULT-MASTER-FILE.
       COPY MULTMAST.

       FD  MULT-MAINTAUD-FILE
           RECORD CONTAINS 208 CHARACTERS.
       COPY MULTMAU.

       FD  MULT-ARCRPT-FILE
       01 WS-ARCRPT-LINE PIC X(80).

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
       01 WS-ARCHIVE-STATUS PIC XX VALUE SPACES.
       01 WS-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-ARCRPT-STATUS PIC XX VALUE SPACES.
       01 WS-OPRPROF-STATUS PIC XX VALUE SPACES.
       01 WS-SECLOG-STATUS PIC XX VALUE SPACES.
       01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
       01 WS-PERCTL-STATUS PIC XX VALUE SPACES.
       01 WS-SECLOG-VERDICT PIC X(8) VALUE SPACES.
       01 WS-PERIOD-CLOSED-SWITCH PIC X VALUE 'N'.
           88 WS-PERIOD-CLOSED VALUE 'Y'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-OPRPROF-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-OPRPROF-EOF VALUE 'Y'.
           05 WS-ARCH-RUN-NUMBER    PIC 9(9).
           05 WS-ARCH-TXN-ID        PIC 9(9).
           05 WS-ARCH-RESTORED-FLAG PIC X.
           05 WS-ARCH-ENTRY-TYPE    PIC X.
           05 WS-ARCH-REVERSED-FLAG PIC X.
           05 WS-ARCH-LINK-TXN-ID   PIC 9(9).
           05 WS-ARCH-RATE-CODE     PIC X(4).
       01 WS-ARCH-HOLD-RECORD PIC X(89) VALUE SPACES.
       01 WS-ARCH-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-ARCH-EOF VALUE 'Y'.
       01 WS-HIT-SWITCH PIC X VALUE 'N'.
       01 WS-INPUT-VALUE PIC X(12) VALUE SPACES.
       01 WS-SEARCH-OPERAND PIC S9(7)V99 USAGE COMP-3 VALUE ZERO.
       01 WS-RESTORE-KEY PIC 9(9) VALUE ZERO.
       01 WS-BEFORE-IMAGE PIC X(89).
       01 WS-AFTER-IMAGE PIC X(89).
       01 WS-FUNCTION PIC X VALUE SPACES.
           88 WS-FUNC-KEY-SEARCH VALUE 'K'.
           88 WS-FUNC-DATE-SEARCH VALUE 'D'.
                       ELSE
                           DISPLAY "NOT AUTHORIZED TO RESTORE - "
                               "REFUSED."
                           MOVE "REFUSED" TO WS-SECLOG-VERDICT
                           PERFORM WRITE-SECURITY-LOG
                       END-IF
                   WHEN WS-FUNC-EXIT
           MOVE WS-OPERATOR-ID TO MULTSLG-OPERATOR-ID
           MOVE "MULTARCQ" TO MULTSLG-PROGRAM
           MOVE "RESTORE" TO MULTSLG-FUNCTION
           MOVE WS-SECLOG-VERDICT TO MULTSLG-VERDICT
           WRITE MULTSLG-RECORD
           CLOSE MULT-SECLOG-FILE.

           IF NOT WS-KEY-FOUND
               DISPLAY "KEY NOT FOUND ON ARCHIVE."
           ELSE
               PERFORM CHECK-RESTORE-PERIOD
               IF WS-PERIOD-CLOSED
                   DISPLAY "RECORD IS IN CLOSED PERIOD "
                       WS-ARCH-TIMESTAMP(1:6) " - NOT RESTORED."
                   MOVE "CLOSED" TO WS-SECLOG-VERDICT
                   PERFORM WRITE-SECURITY-LOG
               ELSE
                   PERFORM WRITE-RESTORED-RECORD
               END-IF
           END-IF.

       CHECK-RESTORE-PERIOD.
           *> The restored row keeps its original timestamp, so it
           *> lands back in its original period. No period-control
           *> file (status 35) means no period has been closed; any
           *> other failure refuses the restore as if closed.
           MOVE 'N' TO WS-PERIOD-CLOSED-SWITCH
           OPEN INPUT MULT-PERCTL-FILE
           EVALUATE WS-PERCTL-STATUS
               WHEN "00"
                   MOVE WS-ARCH-TIMESTAMP(1:6) TO MULTPER-PERIOD
                   READ MULT-PERCTL-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF MULTPER-CLOSED
                               SET WS-PERIOD-CLOSED TO TRUE
                           END-IF
                   END-READ
                   CLOSE MULT-PERCTL-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MULTARCQ: PERIOD-CONTROL FILE NOT "
                       "AVAILABLE - STATUS " WS-PERCTL-STATUS
                   SET WS-PERIOD-CLOSED TO TRUE
           END-EVALUATE.

       FIND-ARCHIVED-KEY.
           *> A key can appear on the archive more than once if a
           *> restored record was later purged again - keep the last
           PERFORM READ-ARCHIVE-RECORD.

       WRITE-RESTORED-RECORD.
           *> A restore that cannot be journaled is not made - the
           *> master must never hold a row MULTRCOV could not
           *> rebuild.
           OPEN I-O MULT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MULTARCQ: MASTER FILE NOT AVAILABLE - "
                   "STATUS " WS-MASTER-STATUS
           ELSE
               PERFORM OPEN-JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "MULTARCQ: MASTER JOURNAL NOT AVAILABLE - "
                       "STATUS " WS-JOURNAL-STATUS
                   DISPLAY "RECORD NOT RESTORED."
               ELSE
                   PERFORM RESTORE-ARCHIVED-RECORD
                   CLOSE MULT-JOURNAL-FILE
               END-IF
               CLOSE MULT-MASTER-FILE
           END-IF.

       OPEN-JOURNAL-FILE.
           OPEN EXTEND MULT-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT MULT-JOURNAL-FILE
           END-IF.

       RESTORE-ARCHIVED-RECORD.
           MOVE WS-ARCH-KEY TO MULTMAST-KEY
           MOVE WS-ARCH-VARONE TO MULTMAST-VARONE
           MOVE WS-ARCH-VARTWO TO MULTMAST-VARTWO
           MOVE WS-ARCH-FIRSTMULTRES TO MULTMAST-FIRSTMULTRES
           MOVE WS-ARCH-SECMULTRES TO MULTMAST-SECMULTRES
           MOVE WS-ARCH-OP-CODE TO MULTMAST-OP-CODE
           MOVE WS-ARCH-ACCT-CODE TO MULTMAST-ACCT-CODE
           *> The original timestamp is the evidence under
           *> investigation - keep it, and mark the row restored
           *> rather than letting it masquerade as never purged.
           MOVE WS-ARCH-TIMESTAMP TO MULTMAST-TIMESTAMP
           MOVE WS-ARCH-RUN-NUMBER TO MULTMAST-RUN-NUMBER
           MOVE WS-ARCH-TXN-ID TO MULTMAST-TXN-ID
           MOVE WS-ARCH-ENTRY-TYPE TO MULTMAST-ENTRY-TYPE
           MOVE WS-ARCH-REVERSED-FLAG TO MULTMAST-REVERSED-FLAG
           MOVE WS-ARCH-LINK-TXN-ID TO MULTMAST-LINK-TXN-ID
           MOVE WS-ARCH-RATE-CODE TO MULTMAST-RATE-CODE
           SET MULTMAST-RESTORED TO TRUE
           WRITE MULTMAST-RECORD
               INVALID KEY
                   DISPLAY "KEY IS LIVE ON THE MASTER - "
                       "NOT RESTORED."
               NOT INVALID KEY
                   PERFORM WRITE-MAINTAUD-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
                   DISPLAY "RECORD RESTORED."
           END-WRITE.

       WRITE-MAINTAUD-RECORD.
           *> A restore is master maintenance like any MULTMAINT Add
           *> and lands on the same audit trail, function 'R'.
           MOVE MULTMAST-RECORD TO MULTMAU-AFTER-IMAGE
           WRITE MULTMAU-RECORD
           CLOSE MULT-MAINTAUD-FILE.

       WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO MULTJRN-TIMESTAMP
           MOVE MULTMAST-KEY TO MULTJRN-KEY
           SET MULTJRN-ADD TO TRUE
           MOVE "MULTARCQ" TO MULTJRN-PROGRAM
           MOVE MULTMAST-RECORD TO MULTJRN-AFTER-IMAGE
           WRITE MULTJRN-RECORD.
       END PROGRAM MULTARCQ.
