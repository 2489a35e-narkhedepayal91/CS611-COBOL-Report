
      *> Restart-time truncation utility for MULTBATCH. Runs as its
      *> own JCL step ahead of MULTBATCH on a restart, rebuilding
      *> MULTOUTF, REJECTF, EXTRACTF and the suspense-hold file
      *> HOLDF down to the record counts recorded in the last
      *> checkpoint before MULTBATCH reopens them EXTEND and
      *> resumes. Uses plain sequential file I/O
      *> against real DD names throughout - no filesystem-level
      *> delete/rename calls, since those have no defined behavior
      *> against a catalogued dataset reached through JCL rather than
           SELECT MULT-EXTRACT-SCRATCH-FILE ASSIGN TO EXTRACTS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-SCRATCH-STATUS.
           SELECT MULT-HOLD-FILE ASSIGN TO HOLDF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT MULT-HOLD-SCRATCH-FILE ASSIGN TO HOLDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-SCRATCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MULT-CHECKPOINT-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY MULTCHK.

      *> The result/reject records are copied as plain byte buffers,
       01 WS-REJECT-SCRATCH-RECORD PIC X(62).

       FD  MULT-EXTRACT-FILE
           RECORD CONTAINS 71 CHARACTERS.
       01 WS-EXTRACT-RECORD PIC X(71).

       FD  MULT-EXTRACT-SCRATCH-FILE
           RECORD CONTAINS 71 CHARACTERS.
       01 WS-EXTRACT-SCRATCH-RECORD PIC X(71).

       FD  MULT-HOLD-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01 WS-HOLD-RECORD PIC X(89).

       FD  MULT-HOLD-SCRATCH-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01 WS-HOLD-SCRATCH-RECORD PIC X(89).

       WORKING-STORAGE SECTION.
       01 WS-CHECKPOINT-STATUS PIC XX VALUE SPACES.
       01 WS-REJECT-SCRATCH-STATUS PIC XX VALUE SPACES.
       01 WS-EXTRACT-STATUS PIC XX VALUE SPACES.
       01 WS-EXTRACT-SCRATCH-STATUS PIC XX VALUE SPACES.
       01 WS-HOLD-STATUS PIC XX VALUE SPACES.
       01 WS-HOLD-SCRATCH-STATUS PIC XX VALUE SPACES.
       01 WS-CHECKPOINT-RECORD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CHECKPOINT-RESULT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CHECKPOINT-REJECT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CHECKPOINT-EXTRACT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CHECKPOINT-HOLD-COUNT PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM TRUNCATE-RESULT-FILE
           PERFORM TRUNCATE-REJECT-FILE
           PERFORM TRUNCATE-EXTRACT-FILE
           PERFORM TRUNCATE-HOLD-FILE
           DISPLAY "MULTTRNC: RESULT FILE TRUNCATED TO "
               WS-CHECKPOINT-RESULT-COUNT " RECORDS"
           DISPLAY "MULTTRNC: REJECT FILE TRUNCATED TO "
               WS-CHECKPOINT-REJECT-COUNT " RECORDS"
           DISPLAY "MULTTRNC: EXTRACT FILE TRUNCATED TO "
               WS-CHECKPOINT-EXTRACT-COUNT " RECORDS"
           DISPLAY "MULTTRNC: HOLD FILE TRUNCATED TO "
               WS-CHECKPOINT-HOLD-COUNT " RECORDS"
           STOP RUN.

       READ-CHECKPOINT.
                   AT END
                       MOVE ZERO TO WS-CHECKPOINT-RESULT-COUNT
                       MOVE ZERO TO WS-CHECKPOINT-REJECT-COUNT
                       MOVE ZERO TO WS-CHECKPOINT-HOLD-COUNT
                   NOT AT END
                       MOVE MULTCHK-LAST-RECORD-NUM
                           TO WS-CHECKPOINT-RECORD-COUNT
                           TO WS-CHECKPOINT-RESULT-COUNT
                       MOVE MULTCHK-LAST-REJECT-NUM
                           TO WS-CHECKPOINT-REJECT-COUNT
                       MOVE MULTCHK-LAST-HOLD-NUM
                           TO WS-CHECKPOINT-HOLD-COUNT
               END-READ
               CLOSE MULT-CHECKPOINT-FILE
           ELSE
               MOVE ZERO TO WS-CHECKPOINT-RECORD-COUNT
               MOVE ZERO TO WS-CHECKPOINT-RESULT-COUNT
               MOVE ZERO TO WS-CHECKPOINT-REJECT-COUNT
               MOVE ZERO TO WS-CHECKPOINT-HOLD-COUNT
           END-IF
      *> The extract holds one header record ahead of the details, so
      *> a live checkpoint means keeping the header plus one extract
           END-PERFORM
           CLOSE MULT-EXTRACT-SCRATCH-FILE
           CLOSE MULT-EXTRACT-FILE.

       TRUNCATE-HOLD-FILE.
           OPEN INPUT MULT-HOLD-FILE
           OPEN OUTPUT MULT-HOLD-SCRATCH-FILE
           PERFORM WS-CHECKPOINT-HOLD-COUNT TIMES
               READ MULT-HOLD-FILE INTO WS-HOLD-SCRATCH-RECORD
               WRITE WS-HOLD-SCRATCH-RECORD
           END-PERFORM
           CLOSE MULT-HOLD-FILE
           CLOSE MULT-HOLD-SCRATCH-FILE
           OPEN INPUT MULT-HOLD-SCRATCH-FILE
           OPEN OUTPUT MULT-HOLD-FILE
           PERFORM WS-CHECKPOINT-HOLD-COUNT TIMES
               READ MULT-HOLD-SCRATCH-FILE INTO WS-HOLD-RECORD
               WRITE WS-HOLD-RECORD
           END-PERFORM
           CLOSE MULT-HOLD-SCRATCH-FILE
           CLOSE MULT-HOLD-FILE.
       END PROGRAM MULTTRNC.
