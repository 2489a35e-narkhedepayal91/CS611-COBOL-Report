      *> creeping toward the batch-window limit shows up as a
      *> trend line before it becomes an incident. Runs on any day;
      *> days with no run print as zero.
      *> Each day is marked from the shop calendar (MULTCAL) - H
      *> for a holiday, W for a weekend day, ? for a day the
      *> calendar does not have - the current week's mark after
      *> the date and the week before's at the end of the line, so
      *> a zero-volume holiday is not read as a missed run. With
      *> no calendar the report prints unmarked and says so.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MULT-WKRPT-FILE ASSIGN TO WKRPTF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WKRPT-STATUS.
           SELECT MULT-CAL-FILE ASSIGN TO CALF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MULTCAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MULT-RUNHST-FILE
           RECORD CONTAINS 81 CHARACTERS.
       COPY MULTRHL.

       FD  MULT-WKRPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-REPORT-LINE PIC X(80).

       FD  MULT-CAL-FILE.
       COPY MULTCAL.

       WORKING-STORAGE SECTION.
       01 WS-RUNHST-STATUS PIC XX VALUE SPACES.
       01 WS-WKRPT-STATUS PIC XX VALUE SPACES.
       01 WS-CAL-STATUS PIC XX VALUE SPACES.
       01 WS-CAL-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-CAL-OPEN VALUE 'Y'.
       01 WS-MARK-DATE PIC 9(8) VALUE ZERO.
       01 WS-DAY-MARK PIC X VALUE SPACE.
       01 WS-WEEK-END-DATE PIC X(8).
       01 WS-WEEK-END-INT PIC 9(8) VALUE ZERO.
       01 WS-RECORD-INT PIC 9(8) VALUE ZERO.
               10 WS-DAY-CUR-REJECTS PIC 9(9).
               10 WS-DAY-PRV-INPUT   PIC 9(9).
               10 WS-DAY-PRV-REJECTS PIC 9(9).
               10 WS-DAY-CUR-MARK    PIC X.
               10 WS-DAY-PRV-MARK    PIC X.
       01 WS-CUR-WEEK-INPUT PIC 9(9) VALUE ZERO.
       01 WS-CUR-WEEK-REJECTS PIC 9(9) VALUE ZERO.
       01 WS-PRV-WEEK-INPUT PIC 9(9) VALUE ZERO.

       01 WS-DAY-LINE.
           05 DAY-DATE          PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 DAY-CUR-MARK      PIC X.
           05 DAY-CUR-INPUT     PIC Z(8)9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 DAY-CUR-REJECTS   PIC Z(8)9.
           05 DAY-PRV-REJECTS   PIC Z(8)9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DAY-PRV-RATE      PIC ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DAY-PRV-MARK      PIC X.

       01 WS-MARK-LEGEND-LINE   PIC X(80) VALUE
           "H = HOLIDAY  W = WEEKEND  ? = NOT ON SHOP CALENDAR".

       01 WS-NO-CALENDAR-LINE   PIC X(80) VALUE
           "SHOP CALENDAR NOT AVAILABLE - NON-BUSINESS DAYS NOT MARKED".

       01 WS-WEEK-TOTAL-LINE.
           05 FILLER            PIC X(8) VALUE "TOTALS".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-WEEK-END-DATE
           PERFORM OPEN-CAL-FILE
           PERFORM BUILD-DAY-TABLE
           IF WS-CAL-OPEN
               CLOSE MULT-CAL-FILE
           END-IF
           PERFORM TALLY-RUN-HISTORY
           OPEN OUTPUT MULT-WKRPT-FILE
           PERFORM WRITE-REPORT-HEADINGS
               FUNCTION INTEGER-OF-DATE(FUNCTION
                   NUMVAL(WS-WEEK-END-DATE)).

       OPEN-CAL-FILE.
           *> The marks are a reading aid - a missing calendar is no
           *> reason not to print the trend.
           OPEN INPUT MULT-CAL-FILE
           IF WS-CAL-STATUS = "00"
               SET WS-CAL-OPEN TO TRUE
           ELSE
               DISPLAY "MULTWKRP: SHOP CALENDAR NOT AVAILABLE - "
                   "STATUS " WS-CAL-STATUS
           END-IF.

       BUILD-DAY-TABLE.
           MOVE ZERO TO WS-DAY-SUB
           PERFORM BUILD-DAY-ENTRY 7 TIMES.
           MOVE ZERO TO WS-DAY-CUR-INPUT (WS-DAY-SUB)
           MOVE ZERO TO WS-DAY-CUR-REJECTS (WS-DAY-SUB)
           MOVE ZERO TO WS-DAY-PRV-INPUT (WS-DAY-SUB)
           MOVE ZERO TO WS-DAY-PRV-REJECTS (WS-DAY-SUB)
           MOVE WS-DAY-DATE (WS-DAY-SUB) TO WS-MARK-DATE
           PERFORM GET-DAY-MARK
           MOVE WS-DAY-MARK TO WS-DAY-CUR-MARK (WS-DAY-SUB)
           COMPUTE WS-MARK-DATE =
               FUNCTION DATE-OF-INTEGER(
                   WS-WEEK-END-INT - 14 + WS-DAY-SUB)
           PERFORM GET-DAY-MARK
           MOVE WS-DAY-MARK TO WS-DAY-PRV-MARK (WS-DAY-SUB).

       GET-DAY-MARK.
           MOVE SPACE TO WS-DAY-MARK
           IF WS-CAL-OPEN
               MOVE WS-MARK-DATE TO MULTCAL-DATE
               READ MULT-CAL-FILE
                   INVALID KEY
                       MOVE '?' TO WS-DAY-MARK
                   NOT INVALID KEY
                       IF NOT MULTCAL-BUSINESS-DAY
                           MOVE MULTCAL-DAY-TYPE TO WS-DAY-MARK
                       END-IF
               END-READ
           END-IF.

       TALLY-RUN-HISTORY.
           *> A missing ledger simply reports as an all-zero week -
           *> week; 7-13 is the comparison week; anything else is
           *> outside the report. More than one run on a day (a
           *> batch and a sort run, or a supplemental deck) simply
           *> accumulates. A re-rating run takes no deck and is
           *> left out of the volumes altogether.
           COMPUTE WS-RECORD-INT =
               FUNCTION INTEGER-OF-DATE(MULTRHL-RUN-DATE)
           COMPUTE WS-DAY-OFFSET = WS-WEEK-END-INT - WS-RECORD-INT
           IF MULTRHL-RERATE-RUN
               MOVE 99 TO WS-DAY-OFFSET
           END-IF
           IF WS-DAY-OFFSET >= 0 AND WS-DAY-OFFSET <= 6
               COMPUTE WS-DAY-SUB = 7 - WS-DAY-OFFSET
               ADD MULTRHL-INPUT-COUNT
       WRITE-DAY-LINE.
           ADD 1 TO WS-DAY-SUB
           MOVE WS-DAY-DATE (WS-DAY-SUB) TO DAY-DATE
           MOVE WS-DAY-CUR-MARK (WS-DAY-SUB) TO DAY-CUR-MARK
           MOVE WS-DAY-PRV-MARK (WS-DAY-SUB) TO DAY-PRV-MARK
           MOVE WS-DAY-CUR-INPUT (WS-DAY-SUB) TO DAY-CUR-INPUT
           MOVE WS-DAY-CUR-REJECTS (WS-DAY-SUB) TO DAY-CUR-REJECTS
           PERFORM COMPUTE-CUR-DAY-RATE
           COMPUTE WS-RATE-CHANGE = WS-CUR-RATE - WS-PRV-RATE
           MOVE WS-RATE-CHANGE TO CHG-RATE
           MOVE WS-RATE-CHANGE-LINE TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           IF WS-CAL-OPEN
               MOVE WS-MARK-LEGEND-LINE TO WS-REPORT-LINE
           ELSE
               MOVE WS-NO-CALENDAR-LINE TO WS-REPORT-LINE
           END-IF
           WRITE WS-REPORT-LINE.
       END PROGRAM MULTWKRP.
