
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MULTRCOV.

      *> Forward recovery for the MULTMAST calculation-history master.
      *> Starts from a backup copy of the master (a sequential unload,
      *> same 89-byte layout) and the MASTCTR value saved with it,
      *> loads the backup into a freshly defined, empty master
      *> cluster, then replays the master-change journal (JRNLF,
      *> MULTJRN layout) in file order up to a cutoff timestamp read
      *> from SYSIN (YYYYMMDDHHMMSS - blank replays the whole
      *> journal). Adds and changes apply the journaled after image,
      *> written or rewritten according to whether the key is on the
      *> rebuilt master, so a journal that reaches back before the
      *> backup replays harmlessly; deletes remove the row if it is
      *> there. Counter rows raise the rebuilt key counter, so keys a
      *> run reserved but never used are not handed out twice.
      *> MASTCTR is rewritten as the highest of the backup's counter,
      *> the highest counter row replayed and the highest key loaded
      *> or replayed. Prints a recovery report of what was applied
      *> and what was skipped, and why. RC=12 and nothing rebuilt if
      *> the backup, the journal or the master cannot be opened;
      *> RC=8 if the cutoff is not a valid timestamp or the journal
      *> holds rows that could not be applied.
      *> Skipped rows are listed with the program that journaled
      *> them, under the eight-character name it writes: MULTIPLY
      *> (the interactive MULTIPLICATION program), MULTBTCH
      *> (MULTBATCH), MULTMAIN (MULTMAINT), MULTSORT, MULTMERG,
      *> MULTARCQ, MULTPURG or MULTRRAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MULT-BACKUP-FILE ASSIGN TO BACKUPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT MULT-BKUPCTR-FILE ASSIGN TO BKUPCTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKUPCTR-STATUS.
           SELECT MULT-JOURNAL-FILE ASSIGN TO JRNLF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT MULT-MASTER-FILE ASSIGN TO MASTERF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MULTMAST-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MULT-MASTCTR-FILE ASSIGN TO MASTCTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTCTR-STATUS.
           SELECT MULT-RCVRPT-FILE ASSIGN TO RCVRPTF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The backup keeps the MULTMAST layout byte for byte; the
      *> buffer is declared plain so the record name is not duplicated
      *> within one program. The backup counter likewise.
       FD  MULT-BACKUP-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01 WS-BACKUP-RECORD PIC X(89).

       FD  MULT-BKUPCTR-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01 WS-BKUPCTR-RECORD PIC 9(9).

       FD  MULT-JOURNAL-FILE
           RECORD CONTAINS 128 CHARACTERS.
       COPY MULTJRN.

       FD  MULT-MASTER-FILE.
       COPY MULTMAST.

       FD  MULT-MASTCTR-FILE
           RECORD CONTAINS 9 CHARACTERS.
       COPY MULTMKY.

       FD  MULT-RCVRPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-RCVRPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BACKUP-STATUS PIC XX VALUE SPACES.
       01 WS-BKUPCTR-STATUS PIC XX VALUE SPACES.
       01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
       01 WS-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-MASTCTR-STATUS PIC XX VALUE SPACES.
       01 WS-RCVRPT-STATUS PIC XX VALUE SPACES.
       01 WS-CUTOFF-TIMESTAMP PIC X(14) VALUE SPACES.
       01 WS-BACKUP-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-BACKUP-EOF VALUE 'Y'.
       01 WS-JOURNAL-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-JOURNAL-EOF VALUE 'Y'.
       01 WS-ON-MASTER-SWITCH PIC X VALUE 'N'.
           88 WS-ON-MASTER VALUE 'Y'.
       01 WS-BACKUP-COUNTER PIC 9(9) VALUE ZERO.
       01 WS-JOURNAL-COUNTER PIC 9(9) VALUE ZERO.
       01 WS-HIGH-KEY PIC 9(9) VALUE ZERO.
       01 WS-NEW-COUNTER PIC 9(9) VALUE ZERO.
       01 WS-BACKUP-COUNT PIC 9(9) VALUE ZERO.
       01 WS-BACKUP-DUPLICATES PIC 9(9) VALUE ZERO.
       01 WS-JOURNAL-COUNT PIC 9(9) VALUE ZERO.
       01 WS-APPLIED-ADDS PIC 9(9) VALUE ZERO.
       01 WS-APPLIED-CHANGES PIC 9(9) VALUE ZERO.
       01 WS-APPLIED-DELETES PIC 9(9) VALUE ZERO.
       01 WS-APPLIED-COUNTERS PIC 9(9) VALUE ZERO.
       01 WS-SKIPPED-CUTOFF PIC 9(9) VALUE ZERO.
       01 WS-SKIPPED-NOT-ON-MASTER PIC 9(9) VALUE ZERO.
       01 WS-SKIPPED-INVALID PIC 9(9) VALUE ZERO.
       01 WS-SKIPPED-FAILED PIC 9(9) VALUE ZERO.
       01 WS-SKIP-REASON PIC X(26) VALUE SPACES.

       01 WS-RCV-HEADING.
           05 FILLER            PIC X(35)
               VALUE "MULTRCOV MASTER FORWARD RECOVERY - ".
           05 RCV-HDG-DATE      PIC 9(8).

       01 WS-RCV-CUTOFF-LINE.
           05 FILLER            PIC X(34)
               VALUE "REPLAY CUTOFF (YYYYMMDDHHMMSS)  : ".
           05 RCV-CUTOFF        PIC X(14).

       01 WS-RCV-COUNT-LINE.
           05 RCV-CNT-DESC      PIC X(34).
           05 RCV-CNT-VALUE     PIC Z(8)9.

       01 WS-RCV-SKIP-HEADING.
           05 FILLER            PIC X(11) VALUE "MASTER KEY".
           05 FILLER            PIC X(4)  VALUE "FN".
           05 FILLER            PIC X(10) VALUE "PROGRAM".
           05 FILLER            PIC X(16) VALUE "JOURNALED".
           05 FILLER            PIC X(26) VALUE "REASON SKIPPED".

       01 WS-RCV-SKIP-LINE.
           05 RCV-SKP-KEY       PIC X(9).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RCV-SKP-FUNCTION  PIC X.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RCV-SKP-PROGRAM   PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RCV-SKP-TIMESTAMP PIC X(14).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RCV-SKP-REASON    PIC X(26).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-CUTOFF-TIMESTAMP
           PERFORM READ-BACKUP-COUNTER
           PERFORM OPEN-RECOVERY-FILES
           OPEN OUTPUT MULT-RCVRPT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM READ-BACKUP-RECORD
           PERFORM LOAD-BACKUP-RECORD UNTIL WS-BACKUP-EOF
           CLOSE MULT-BACKUP-FILE
           *> Reopened I-O for the replay - a journal row may change
           *> or remove a row the backup just loaded.
           CLOSE MULT-MASTER-FILE
           OPEN I-O MULT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MULTRCOV: MASTER FILE NOT REOPENED - STATUS "
                   WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-JOURNAL-RECORD
           PERFORM REPLAY-JOURNAL-RECORD UNTIL WS-JOURNAL-EOF
           CLOSE MULT-JOURNAL-FILE
           CLOSE MULT-MASTER-FILE
           PERFORM WRITE-MASTER-COUNTER
           PERFORM WRITE-REPORT-TOTALS
           CLOSE MULT-RCVRPT-FILE
           DISPLAY "MULTRCOV: BACKUP ROWS LOADED : " WS-BACKUP-COUNT
           DISPLAY "MULTRCOV: JOURNAL ROWS READ  : " WS-JOURNAL-COUNT
           DISPLAY "MULTRCOV: MASTER COUNTER SET : " WS-NEW-COUNTER
           IF WS-SKIPPED-INVALID > ZERO
               OR WS-SKIPPED-FAILED > ZERO
               OR WS-BACKUP-DUPLICATES > ZERO
               DISPLAY "MULTRCOV: ROWS NOT APPLIED - SEE RECOVERY "
                   "REPORT"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       GET-CUTOFF-TIMESTAMP.
           *> Journal timestamps are FUNCTION CURRENT-DATE stamps;
           *> the first 14 bytes are compared. A blank card means
           *> no cutoff - bring the master right up to date.
           DISPLAY "Enter cutoff (YYYYMMDDHHMMSS, blank = all) : ".
           ACCEPT WS-CUTOFF-TIMESTAMP.
           IF WS-CUTOFF-TIMESTAMP = SPACES
               MOVE ALL "9" TO WS-CUTOFF-TIMESTAMP
           END-IF
           IF WS-CUTOFF-TIMESTAMP NOT NUMERIC
               DISPLAY "MULTRCOV: CUTOFF MUST BE NUMERIC "
                   "YYYYMMDDHHMMSS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-BACKUP-COUNTER.
           *> The counter saved alongside the backup. Missing means
           *> the rebuilt counter comes from the keys and the journal
           *> alone.
           MOVE ZERO TO WS-BACKUP-COUNTER
           OPEN INPUT MULT-BKUPCTR-FILE
           IF WS-BKUPCTR-STATUS = "00"
               READ MULT-BKUPCTR-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE WS-BKUPCTR-RECORD TO WS-BACKUP-COUNTER
               END-READ
               CLOSE MULT-BKUPCTR-FILE
           ELSE
               DISPLAY "MULTRCOV: BACKUP COUNTER NOT AVAILABLE - "
                   "STATUS " WS-BKUPCTR-STATUS
           END-IF.

       OPEN-RECOVERY-FILES.
           *> Everything is opened before the master is touched, so
           *> a missing input leaves the (empty) cluster as it was.
           OPEN INPUT MULT-BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "MULTRCOV: BACKUP FILE NOT AVAILABLE - STATUS "
                   WS-BACKUP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MULT-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "MULTRCOV: MASTER JOURNAL NOT AVAILABLE - "
                   "STATUS " WS-JOURNAL-STATUS
               CLOSE MULT-BACKUP-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MULT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MULTRCOV: MASTER FILE NOT AVAILABLE - STATUS "
                   WS-MASTER-STATUS
               CLOSE MULT-BACKUP-FILE
               CLOSE MULT-JOURNAL-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-BACKUP-RECORD.
           READ MULT-BACKUP-FILE
               AT END SET WS-BACKUP-EOF TO TRUE
           END-READ.

       LOAD-BACKUP-RECORD.
           MOVE WS-BACKUP-RECORD TO MULTMAST-RECORD
           WRITE MULTMAST-RECORD
               INVALID KEY
                   DISPLAY "MULTRCOV: DUPLICATE KEY ON BACKUP - "
                       MULTMAST-KEY " NOT LOADED"
                   ADD 1 TO WS-BACKUP-DUPLICATES
               NOT INVALID KEY
                   ADD 1 TO WS-BACKUP-COUNT
                   IF MULTMAST-KEY > WS-HIGH-KEY
                       MOVE MULTMAST-KEY TO WS-HIGH-KEY
                   END-IF
           END-WRITE
           PERFORM READ-BACKUP-RECORD.

       READ-JOURNAL-RECORD.
           READ MULT-JOURNAL-FILE
               AT END SET WS-JOURNAL-EOF TO TRUE
           END-READ.

       REPLAY-JOURNAL-RECORD.
           *> Rows past the cutoff are skipped but the read goes on:
           *> MULTMERG appends slice rows stamped before the merge
           *> itself, so the journal is not strictly in time order.
           ADD 1 TO WS-JOURNAL-COUNT
           EVALUATE TRUE
               WHEN MULTJRN-TIMESTAMP(1:14) > WS-CUTOFF-TIMESTAMP
                   ADD 1 TO WS-SKIPPED-CUTOFF
                   MOVE "AFTER CUTOFF" TO WS-SKIP-REASON
                   PERFORM WRITE-SKIP-LINE
               WHEN MULTJRN-KEY NOT NUMERIC
                   ADD 1 TO WS-SKIPPED-INVALID
                   MOVE "INVALID JOURNAL ROW" TO WS-SKIP-REASON
                   PERFORM WRITE-SKIP-LINE
               WHEN MULTJRN-ADD
               WHEN MULTJRN-CHANGE
                   PERFORM APPLY-AFTER-IMAGE
               WHEN MULTJRN-DELETE
                   PERFORM APPLY-DELETE
               WHEN MULTJRN-COUNTER
                   ADD 1 TO WS-APPLIED-COUNTERS
                   IF MULTJRN-KEY > WS-JOURNAL-COUNTER
                       MOVE MULTJRN-KEY TO WS-JOURNAL-COUNTER
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-INVALID
                   MOVE "INVALID JOURNAL ROW" TO WS-SKIP-REASON
                   PERFORM WRITE-SKIP-LINE
           END-EVALUATE
           PERFORM READ-JOURNAL-RECORD.

       APPLY-AFTER-IMAGE.
           *> Add or change alike: the after image is the whole row,
           *> so whether the key is already there only decides WRITE
           *> or REWRITE. A row the journal adds that the backup
           *> already held is simply refreshed.
           PERFORM FIND-MASTER-ROW
           MOVE MULTJRN-AFTER-IMAGE TO MULTMAST-RECORD
           IF WS-ON-MASTER
               REWRITE MULTMAST-RECORD
                   INVALID KEY
                       PERFORM RECORD-FAILED-ROW
                   NOT INVALID KEY
                       PERFORM COUNT-APPLIED-ROW
               END-REWRITE
           ELSE
               WRITE MULTMAST-RECORD
                   INVALID KEY
                       PERFORM RECORD-FAILED-ROW
                   NOT INVALID KEY
                       PERFORM COUNT-APPLIED-ROW
               END-WRITE
           END-IF.

       APPLY-DELETE.
           MOVE MULTJRN-KEY TO MULTMAST-KEY
           DELETE MULT-MASTER-FILE RECORD
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-NOT-ON-MASTER
                   MOVE "DELETE - NOT ON MASTER" TO WS-SKIP-REASON
                   PERFORM WRITE-SKIP-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-DELETES
           END-DELETE.

       FIND-MASTER-ROW.
           MOVE 'N' TO WS-ON-MASTER-SWITCH
           MOVE MULTJRN-KEY TO MULTMAST-KEY
           READ MULT-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ON-MASTER TO TRUE
           END-READ.

       COUNT-APPLIED-ROW.
           IF MULTJRN-ADD
               ADD 1 TO WS-APPLIED-ADDS
           ELSE
               ADD 1 TO WS-APPLIED-CHANGES
           END-IF
           IF MULTMAST-KEY > WS-HIGH-KEY
               MOVE MULTMAST-KEY TO WS-HIGH-KEY
           END-IF.

       RECORD-FAILED-ROW.
           *> The after image's own key disagrees with the journal
           *> key, or the master refused the write - either way the
           *> row is reported, not guessed at.
           ADD 1 TO WS-SKIPPED-FAILED
           MOVE "MASTER WRITE FAILED " TO WS-SKIP-REASON
           MOVE WS-MASTER-STATUS TO WS-SKIP-REASON(21:2)
           PERFORM WRITE-SKIP-LINE.

       WRITE-MASTER-COUNTER.
           MOVE WS-BACKUP-COUNTER TO WS-NEW-COUNTER
           IF WS-JOURNAL-COUNTER > WS-NEW-COUNTER
               MOVE WS-JOURNAL-COUNTER TO WS-NEW-COUNTER
           END-IF
           IF WS-HIGH-KEY > WS-NEW-COUNTER
               MOVE WS-HIGH-KEY TO WS-NEW-COUNTER
           END-IF
           OPEN OUTPUT MULT-MASTCTR-FILE
           IF WS-MASTCTR-STATUS NOT = "00"
               DISPLAY "MULTRCOV: MASTER COUNTER NOT WRITABLE - "
                   "STATUS " WS-MASTCTR-STATUS
               DISPLAY "MULTRCOV: SET MASTCTR TO " WS-NEW-COUNTER
                   " BY HAND BEFORE THE NEXT RUN"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE WS-NEW-COUNTER TO MULTMKY-LAST-KEY
               WRITE MULTMKY-RECORD
               CLOSE MULT-MASTCTR-FILE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RCV-HDG-DATE
           MOVE WS-RCV-HEADING TO WS-RCVRPT-LINE
           WRITE WS-RCVRPT-LINE
           MOVE SPACES TO WS-RCVRPT-LINE
           WRITE WS-RCVRPT-LINE
           MOVE WS-CUTOFF-TIMESTAMP TO RCV-CUTOFF
           MOVE WS-RCV-CUTOFF-LINE TO WS-RCVRPT-LINE
           WRITE WS-RCVRPT-LINE
           MOVE SPACES TO WS-RCVRPT-LINE
           WRITE WS-RCVRPT-LINE
           MOVE "JOURNAL ROWS SKIPPED" TO WS-RCVRPT-LINE
           WRITE WS-RCVRPT-LINE
           MOVE WS-RCV-SKIP-HEADING TO WS-RCVRPT-LINE
           WRITE WS-RCVRPT-LINE.

       WRITE-SKIP-LINE.
           MOVE MULTJRN-KEY TO RCV-SKP-KEY
           MOVE MULTJRN-FUNCTION TO RCV-SKP-FUNCTION
           MOVE MULTJRN-PROGRAM TO RCV-SKP-PROGRAM
           MOVE MULTJRN-TIMESTAMP(1:14) TO RCV-SKP-TIMESTAMP
           MOVE WS-SKIP-REASON TO RCV-SKP-REASON
           MOVE WS-RCV-SKIP-LINE TO WS-RCVRPT-LINE
           WRITE WS-RCVRPT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RCVRPT-LINE
           WRITE WS-RCVRPT-LINE
           MOVE "BACKUP ROWS LOADED              : " TO RCV-CNT-DESC
           MOVE WS-BACKUP-COUNT TO RCV-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "BACKUP ROWS NOT LOADED (DUP KEY): " TO RCV-CNT-DESC
           MOVE WS-BACKUP-DUPLICATES TO RCV-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "JOURNAL ROWS READ               : " TO RCV-CNT-DESC
           MOVE WS-JOURNAL-COUNT TO RCV-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  APPLIED - ADDS                : " TO RCV-CNT-DESC
           MOVE WS-APPLIED-ADDS TO RCV-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  APPLIED - CHANGES             : " TO RCV-CNT-DESC
           MOVE WS-APPLIED-CHANGES TO RCV-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  APPLIED - DELETES             : " TO RCV-CNT-DESC
           MOVE WS-APPLIED-DELETES TO RCV-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  APPLIED - COUNTER ROWS        : " TO RCV-CNT-DESC
           MOVE WS-APPLIED-COUNTERS TO RCV-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  SKIPPED - AFTER CUTOFF        : " TO RCV-CNT-DESC
           MOVE WS-SKIPPED-CUTOFF TO RCV-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  SKIPPED - DELETE NOT ON MASTER: " TO RCV-CNT-DESC
           MOVE WS-SKIPPED-NOT-ON-MASTER TO RCV-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  SKIPPED - INVALID JOURNAL ROW : " TO RCV-CNT-DESC
           MOVE WS-SKIPPED-INVALID TO RCV-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  SKIPPED - MASTER WRITE FAILED : " TO RCV-CNT-DESC
           MOVE WS-SKIPPED-FAILED TO RCV-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE SPACES TO WS-RCVRPT-LINE
           WRITE WS-RCVRPT-LINE
           MOVE "BACKUP MASTER KEY COUNTER       : " TO RCV-CNT-DESC
           MOVE WS-BACKUP-COUNTER TO RCV-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "HIGHEST JOURNALED COUNTER       : " TO RCV-CNT-DESC
           MOVE WS-JOURNAL-COUNTER TO RCV-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "HIGHEST KEY LOADED OR REPLAYED  : " TO RCV-CNT-DESC
           MOVE WS-HIGH-KEY TO RCV-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "MASTCTR REBUILT AS              : " TO RCV-CNT-DESC
           MOVE WS-NEW-COUNTER TO RCV-CNT-VALUE
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-RCV-COUNT-LINE TO WS-RCVRPT-LINE
           WRITE WS-RCVRPT-LINE.
       END PROGRAM MULTRCOV.
