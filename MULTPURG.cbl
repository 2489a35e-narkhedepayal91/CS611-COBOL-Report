      *> cannot be opened, and stops before deleting a record whose
      *> archive copy failed to write - a record is never removed
      *> from the master unless its archive copy is safely on disk.
      *> Only months finance has closed (MULTPER) may be purged - a
      *> period never closed, or reopened, may not have been
      *> reported yet. Rows past the cutoff in such a period are
      *> kept, counted, and logged to the security log once per
      *> period; the rest of the purge goes ahead and ends RC=8.
      *> Each purged record is also written to the maintenance audit
      *> (MNTAUDF) as a 'P' row carrying the operator and the record
      *> as it stood, so the access review can judge purge use.
      *> Like the archive and the journal, no audit means no purge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MULT-SECLOG-FILE ASSIGN TO SECLOGF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
           SELECT MULT-JOURNAL-FILE ASSIGN TO JRNLF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT MULT-MAINTAUD-FILE ASSIGN TO MNTAUDF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINTAUD-STATUS.
           SELECT MULT-PERCTL-FILE ASSIGN TO PERCTLF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MULTPER-PERIOD
               FILE STATUS IS WS-PERCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> buffer is declared plain so the record name is not duplicated
      *> within one program.
       FD  MULT-ARCHIVE-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01 WS-ARCHIVE-RECORD PIC X(89).

       FD  MULT-OPRPROF-FILE
           RECORD CONTAINS 17 CHARACTERS.
       COPY MULTOPR.

       FD  MULT-SECLOG-FILE
           RECORD CONTAINS 57 CHARACTERS.
       COPY MULTSLG.

       FD  MULT-JOURNAL-FILE
           RECORD CONTAINS 128 CHARACTERS.
       COPY MULTJRN.

       FD  MULT-MAINTAUD-FILE
           RECORD CONTAINS 208 CHARACTERS.
       COPY MULTMAU.

       FD  MULT-PERCTL-FILE.
       COPY MULTPER.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-ARCHIVE-STATUS PIC XX VALUE SPACES.
       01 WS-OPRPROF-STATUS PIC XX VALUE SPACES.
       01 WS-SECLOG-STATUS PIC XX VALUE SPACES.
       01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
       01 WS-MAINTAUD-STATUS PIC XX VALUE SPACES.
       01 WS-PERCTL-STATUS PIC XX VALUE SPACES.
       01 WS-PERCTL-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-PERCTL-OPEN VALUE 'Y'.
       01 WS-SECLOG-FUNCTION PIC X(12) VALUE SPACES.
       01 WS-SECLOG-VERDICT PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-OPRPROF-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-OPRPROF-EOF VALUE 'Y'.
       01 WS-KEPT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ARCHIVED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-DELETED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-UNCLOSED-COUNT PIC 9(9) VALUE ZERO.
      *> The master is in key order, not time order - a restored row
      *> can sit anywhere - so the last period looked up is cached
      *> and the refused periods are gathered in a table to be
      *> logged once each at the end.
       01 WS-LAST-PERIOD PIC X(6) VALUE SPACES.
       01 WS-PERIOD-CLOSED-SWITCH PIC X VALUE 'N'.
           88 WS-PERIOD-CLOSED VALUE 'Y'.
       01 WS-UNC-USED PIC 9(4) VALUE ZERO.
       01 WS-UNC-SUB PIC 9(4) VALUE ZERO.
       01 WS-UNC-FOUND-SWITCH PIC X VALUE 'N'.
           88 WS-UNC-FOUND VALUE 'Y'.
       01 WS-UNC-TABLE.
           05 WS-UNC-ENTRY OCCURS 240 TIMES.
               10 WS-UNC-PERIOD PIC X(6).
               10 WS-UNC-COUNT  PIC 9(9).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               STOP RUN
           END-IF
           PERFORM OPEN-ARCHIVE-FILE
           PERFORM OPEN-JOURNAL-FILE
           PERFORM OPEN-MAINTAUD-FILE
           PERFORM OPEN-PERCTL-FILE
           PERFORM READ-MASTER-RECORD
           PERFORM PURGE-MASTER-RECORD UNTIL WS-END-OF-MASTER
           CLOSE MULT-MASTER-FILE
           CLOSE MULT-ARCHIVE-FILE
           CLOSE MULT-JOURNAL-FILE
           CLOSE MULT-MAINTAUD-FILE
           IF WS-PERCTL-OPEN
               CLOSE MULT-PERCTL-FILE
           END-IF
           MOVE ZERO TO WS-UNC-SUB
           PERFORM LOG-UNCLOSED-PERIOD WS-UNC-USED TIMES
           DISPLAY "MULTPURG: CUTOFF DATE      : " WS-CUTOFF-DATE
           DISPLAY "MULTPURG: RECORDS KEPT     : " WS-KEPT-COUNT
           DISPLAY "MULTPURG: RECORDS ARCHIVED : " WS-ARCHIVED-COUNT
           DISPLAY "MULTPURG: RECORDS DELETED  : " WS-DELETED-COUNT
           DISPLAY "MULTPURG: KEPT - NOT CLOSED: " WS-UNCLOSED-COUNT
           IF WS-UNCLOSED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       CHECK-PURGE-AUTHORITY.
           IF NOT WS-MAY-PURGE
               DISPLAY "MULTPURG: OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORIZED TO PURGE - JOB STOPPED"
               MOVE "PURGE" TO WS-SECLOG-FUNCTION
               MOVE "REFUSED" TO WS-SECLOG-VERDICT
               PERFORM WRITE-SECURITY-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           MOVE FUNCTION CURRENT-DATE TO MULTSLG-TIMESTAMP
           MOVE WS-OPERATOR-ID TO MULTSLG-OPERATOR-ID
           MOVE "MULTPURG" TO MULTSLG-PROGRAM
           MOVE WS-SECLOG-FUNCTION TO MULTSLG-FUNCTION
           MOVE WS-SECLOG-VERDICT TO MULTSLG-VERDICT
           WRITE MULTSLG-RECORD
           CLOSE MULT-SECLOG-FILE.

               STOP RUN
           END-IF.

       OPEN-JOURNAL-FILE.
           *> Deletes are journaled like every other master change so
           *> MULTRCOV does not bring purged rows back to life. Same
           *> refusal as the archive: no journal, no purge.
           OPEN EXTEND MULT-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT MULT-JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "MULTPURG: MASTER JOURNAL NOT WRITABLE - STATUS "
                   WS-JOURNAL-STATUS
               CLOSE MULT-MASTER-FILE
               CLOSE MULT-ARCHIVE-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-MAINTAUD-FILE.
           *> The purge is recorded against the operator on the
           *> maintenance audit with the other master changes; a
           *> purge that cannot be audited is refused like one that
           *> cannot be journaled.
           OPEN EXTEND MULT-MAINTAUD-FILE
           IF WS-MAINTAUD-STATUS NOT = "00"
               OPEN OUTPUT MULT-MAINTAUD-FILE
           END-IF
           IF WS-MAINTAUD-STATUS NOT = "00"
               DISPLAY "MULTPURG: MAINT AUDIT NOT WRITABLE - STATUS "
                   WS-MAINTAUD-STATUS
               CLOSE MULT-MASTER-FILE
               CLOSE MULT-ARCHIVE-FILE
               CLOSE MULT-JOURNAL-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-PERCTL-FILE.
           *> Not found (status 35) means no period has ever been
           *> closed, so nothing may be purged; any other failure
           *> stops the job before a row is touched.
           OPEN INPUT MULT-PERCTL-FILE
           EVALUATE WS-PERCTL-STATUS
               WHEN "00"
                   SET WS-PERCTL-OPEN TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MULTPURG: PERIOD-CONTROL FILE NOT "
                       "AVAILABLE - STATUS " WS-PERCTL-STATUS
                   CLOSE MULT-MASTER-FILE
                   CLOSE MULT-ARCHIVE-FILE
                   CLOSE MULT-JOURNAL-FILE
                   CLOSE MULT-MAINTAUD-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       CHECK-ROW-PERIOD.
           IF MULTMAST-TIMESTAMP(1:6) NOT = WS-LAST-PERIOD
               MOVE MULTMAST-TIMESTAMP(1:6) TO WS-LAST-PERIOD
               MOVE 'N' TO WS-PERIOD-CLOSED-SWITCH
               IF WS-PERCTL-OPEN
                   MOVE WS-LAST-PERIOD TO MULTPER-PERIOD
                   READ MULT-PERCTL-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF MULTPER-CLOSED
                               SET WS-PERIOD-CLOSED TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.

       TALLY-UNCLOSED-ROW.
           ADD 1 TO WS-UNCLOSED-COUNT
           MOVE 'N' TO WS-UNC-FOUND-SWITCH
           MOVE ZERO TO WS-UNC-SUB
           PERFORM UNTIL WS-UNC-FOUND
               OR WS-UNC-SUB >= WS-UNC-USED
               ADD 1 TO WS-UNC-SUB
               IF WS-UNC-PERIOD (WS-UNC-SUB) = WS-LAST-PERIOD
                   SET WS-UNC-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-UNC-FOUND AND WS-UNC-USED < 240
               ADD 1 TO WS-UNC-USED
               MOVE WS-UNC-USED TO WS-UNC-SUB
               MOVE WS-LAST-PERIOD TO WS-UNC-PERIOD (WS-UNC-SUB)
               MOVE ZERO TO WS-UNC-COUNT (WS-UNC-SUB)
               SET WS-UNC-FOUND TO TRUE
           END-IF
           IF WS-UNC-FOUND
               ADD 1 TO WS-UNC-COUNT (WS-UNC-SUB)
           END-IF.

       LOG-UNCLOSED-PERIOD.
           ADD 1 TO WS-UNC-SUB
           DISPLAY "MULTPURG: PERIOD " WS-UNC-PERIOD (WS-UNC-SUB)
               " NOT CLOSED - " WS-UNC-COUNT (WS-UNC-SUB)
               " RECORDS KEPT"
           MOVE SPACES TO WS-SECLOG-FUNCTION
           STRING "PURGE " WS-UNC-PERIOD (WS-UNC-SUB)
               DELIMITED BY SIZE INTO WS-SECLOG-FUNCTION
           MOVE "UNCLOSED" TO WS-SECLOG-VERDICT
           PERFORM WRITE-SECURITY-LOG.

       READ-MASTER-RECORD.
           READ MULT-MASTER-FILE NEXT
               AT END SET WS-END-OF-MASTER TO TRUE

       PURGE-MASTER-RECORD.
           IF MULTMAST-TIMESTAMP(1:8) < WS-CUTOFF-DATE
               PERFORM CHECK-ROW-PERIOD
               IF WS-PERIOD-CLOSED
                   PERFORM ARCHIVE-AND-DELETE-RECORD
               ELSE
                   PERFORM TALLY-UNCLOSED-ROW
               END-IF
           ELSE
               ADD 1 TO WS-KEPT-COUNT
           END-IF
                   " NOT DELETED, PURGE ABANDONED"
               CLOSE MULT-MASTER-FILE
               CLOSE MULT-ARCHIVE-FILE
               CLOSE MULT-JOURNAL-FILE
               CLOSE MULT-MAINTAUD-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
                       MULTMAST-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-DELETED-COUNT
                   PERFORM WRITE-MAINTAUD-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
           END-DELETE.

       WRITE-MAINTAUD-RECORD.
           *> Before image is the purged record; there is no after
           *> image, as for a maintenance Delete.
           MOVE FUNCTION CURRENT-DATE TO MULTMAU-TIMESTAMP
           MOVE WS-OPERATOR-ID TO MULTMAU-OPERATOR-ID
           MOVE 'P' TO MULTMAU-FUNCTION
           MOVE MULTMAST-RECORD TO MULTMAU-BEFORE-IMAGE
           MOVE SPACES TO MULTMAU-AFTER-IMAGE
           WRITE MULTMAU-RECORD.

       WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO MULTJRN-TIMESTAMP
           MOVE MULTMAST-KEY TO MULTJRN-KEY
           SET MULTJRN-DELETE TO TRUE
           MOVE "MULTPURG" TO MULTJRN-PROGRAM
           MOVE SPACES TO MULTJRN-AFTER-IMAGE
           WRITE MULTJRN-RECORD.
       END PROGRAM MULTPURG.
