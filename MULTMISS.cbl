       IDENTIFICATION DIVISION.
       PROGRAM-ID. MULTMISS.

      *> Missed-run check of the run-history ledger (MULTRHL)
      *> against the shop calendar (MULTCAL). SYSIN cards: first and
      *> last date to check (YYYYMMDD); both blank means the
      *> calendar month just ended. Lists
      *>   - every run made on a weekend day or holiday;
      *>   - every business day with no completed batch or sort
      *>     run - the ledger row is only appended at end of job,
      *>     so a run that abended does not count;
      *>   - every day in the range the calendar does not have (the
      *>     year was never loaded with MULTCALB), which cannot be
      *>     judged either way.
      *> Re-rating runs ('J'/'K') take no deck and count for neither.
      *> Days from today on are not judged - today's run may not
      *> have finished. RC=8 when anything is listed or on a bad
      *> card; RC=12 if the calendar or the ledger cannot be
      *> opened. Read-only throughout.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MULT-CAL-FILE ASSIGN TO CALF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MULTCAL-DATE
               FILE STATUS IS WS-CAL-STATUS.
           SELECT MULT-RUNHST-FILE ASSIGN TO RUNHSTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHST-STATUS.
           SELECT MULT-MISRPT-FILE ASSIGN TO MISRPTF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MISRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MULT-CAL-FILE.
       COPY MULTCAL.

       FD  MULT-RUNHST-FILE
           RECORD CONTAINS 81 CHARACTERS.
       COPY MULTRHL.

       FD  MULT-MISRPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-MISRPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS PIC XX VALUE SPACES.
       01 WS-RUNHST-STATUS PIC XX VALUE SPACES.
       01 WS-MISRPT-STATUS PIC XX VALUE SPACES.
       01 WS-CAL-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-END-OF-CALENDAR VALUE 'Y'.
       01 WS-HST-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-END-OF-HISTORY VALUE 'Y'.
       01 WS-INPUT-FROM PIC X(8) VALUE SPACES.
       01 WS-INPUT-TO PIC X(8) VALUE SPACES.
       01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE PIC 9(8) VALUE ZERO.
       01 WS-FROM-INT PIC 9(8) VALUE ZERO.
       01 WS-TO-INT PIC 9(8) VALUE ZERO.
       01 WS-DATE-INT PIC 9(8) VALUE ZERO.
       01 WS-TODAY.
           05 WS-TODAY-YEAR PIC 9(4).
           05 WS-TODAY-MONTH PIC 99.
           05 WS-TODAY-DAY PIC 99.
       01 WS-TODAY-NUM REDEFINES WS-TODAY PIC 9(8).
       01 WS-LAST-MONTH-YEAR PIC 9(4) VALUE ZERO.
       01 WS-LAST-MONTH-MM PIC 99 VALUE ZERO.
       01 WS-PERIOD-DAYS PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-MAX PIC 9(3) VALUE 366.
       01 WS-DAY-SUB PIC 9(3) VALUE ZERO.
       01 WS-OFF-DAY-COUNT PIC 9(9) VALUE ZERO.
       01 WS-MISSED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-UNKNOWN-COUNT PIC 9(9) VALUE ZERO.
       01 WS-BUSINESS-COUNT PIC 9(9) VALUE ZERO.
       01 WS-RUN-COUNT PIC 9(9) VALUE ZERO.
       *> One entry per day of the period checked, entry 1 = the
       *> first date. Day type stays space for a day the calendar
       *> does not have.
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 366 TIMES.
               10 WS-DAY-DATE       PIC 9(8).
               10 WS-DAY-TYPE       PIC X.
               10 WS-DAY-DOW        PIC 9.
               10 WS-DAY-DESC       PIC X(20).
               10 WS-DAY-RUNS       PIC 9(5).
       01 WS-DAY-NAME-VALUES.
           05 FILLER PIC X(9) VALUE "MONDAY".
           05 FILLER PIC X(9) VALUE "TUESDAY".
           05 FILLER PIC X(9) VALUE "WEDNESDAY".
           05 FILLER PIC X(9) VALUE "THURSDAY".
           05 FILLER PIC X(9) VALUE "FRIDAY".
           05 FILLER PIC X(9) VALUE "SATURDAY".
           05 FILLER PIC X(9) VALUE "SUNDAY".
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05 WS-DAY-NAME PIC X(9) OCCURS 7 TIMES.

       01 WS-MIS-HEADING.
           05 FILLER              PIC X(26)
               VALUE "MULTMISS MISSED-RUN CHECK ".
           05 MIS-HDG-FROM        PIC 9(8).
           05 FILLER              PIC X(4) VALUE " TO ".
           05 MIS-HDG-TO          PIC 9(8).
           05 FILLER              PIC X(9) VALUE "  RUN ON ".
           05 MIS-HDG-DATE        PIC 9(8).

       01 WS-MIS-OFFDAY-HEADING.
           05 FILLER              PIC X(10) VALUE "DATE".
           05 FILLER              PIC X(11) VALUE "RUN NUMBER".
           05 FILLER              PIC X(7)  VALUE "TYPE".
           05 FILLER              PIC X(11) VALUE "    INPUT".
           05 FILLER              PIC X(20) VALUE "CALENDAR".

       01 WS-MIS-OFFDAY-LINE.
           05 MIS-OFF-DATE        PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 MIS-OFF-RUN         PIC Z(8)9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 MIS-OFF-TYPE        PIC X(5).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 MIS-OFF-INPUT       PIC Z(8)9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 MIS-OFF-DAY-TYPE    PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACES.
           05 MIS-OFF-DESC        PIC X(20).

       01 WS-MIS-DAY-LINE.
           05 MIS-DAY-DATE        PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 MIS-DAY-NAME        PIC X(9).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 MIS-DAY-DESC        PIC X(20).

       01 WS-MIS-COUNT-LINE.
           05 MIS-CNT-TEXT        PIC X(40).
           05 MIS-CNT-VALUE       PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM GET-CHECK-PERIOD
           PERFORM BUILD-DAY-TABLE
           PERFORM LOAD-CALENDAR-DAYS
           OPEN INPUT MULT-RUNHST-FILE
           IF WS-RUNHST-STATUS NOT = "00"
               DISPLAY "MULTMISS: RUN HISTORY NOT AVAILABLE - STATUS "
                   WS-RUNHST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MULT-MISRPT-FILE
           IF WS-MISRPT-STATUS NOT = "00"
               DISPLAY "MULTMISS: REPORT FILE NOT AVAILABLE - STATUS "
                   WS-MISRPT-STATUS
               CLOSE MULT-RUNHST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-HEADING
           *> The off-day runs are listed as the ledger is read; the
           *> missed days can only be listed once it has all been
           *> read.
           MOVE "RUNS ON WEEKEND DAYS AND HOLIDAYS" TO WS-MISRPT-LINE
           WRITE WS-MISRPT-LINE
           MOVE WS-MIS-OFFDAY-HEADING TO WS-MISRPT-LINE
           WRITE WS-MISRPT-LINE
           PERFORM READ-HISTORY-RECORD
           PERFORM TALLY-HISTORY-RECORD UNTIL WS-END-OF-HISTORY
           CLOSE MULT-RUNHST-FILE
           MOVE SPACES TO WS-MISRPT-LINE
           WRITE WS-MISRPT-LINE
           MOVE "BUSINESS DAYS WITH NO COMPLETED RUN" TO WS-MISRPT-LINE
           WRITE WS-MISRPT-LINE
           PERFORM WRITE-MISSED-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-PERIOD-DAYS
           MOVE SPACES TO WS-MISRPT-LINE
           WRITE WS-MISRPT-LINE
           MOVE "DAYS NOT ON THE SHOP CALENDAR" TO WS-MISRPT-LINE
           WRITE WS-MISRPT-LINE
           PERFORM WRITE-UNKNOWN-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-PERIOD-DAYS
           PERFORM WRITE-REPORT-TOTALS
           CLOSE MULT-MISRPT-FILE
           DISPLAY "MULTMISS: BUSINESS DAYS CHECKED : "
               WS-BUSINESS-COUNT
           DISPLAY "MULTMISS: MISSED BUSINESS DAYS  : " WS-MISSED-COUNT
           DISPLAY "MULTMISS: RUNS ON OFF DAYS      : " WS-OFF-DAY-COUNT
           DISPLAY "MULTMISS: DAYS NOT ON CALENDAR  : " WS-UNKNOWN-COUNT
           IF WS-MISSED-COUNT > ZERO OR WS-OFF-DAY-COUNT > ZERO
               OR WS-UNKNOWN-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       GET-CHECK-PERIOD.
           DISPLAY "Enter first date to check (YYYYMMDD) : ".
           ACCEPT WS-INPUT-FROM.
           DISPLAY "Enter last date to check (YYYYMMDD) : ".
           ACCEPT WS-INPUT-TO.
           IF WS-INPUT-FROM = SPACES AND WS-INPUT-TO = SPACES
               PERFORM SET-LAST-MONTH
           ELSE
               IF WS-INPUT-FROM NOT NUMERIC
                   OR WS-INPUT-TO NOT NUMERIC
                   DISPLAY "MULTMISS: DATES MUST BE NUMERIC YYYYMMDD"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-INPUT-FROM TO WS-FROM-DATE
               MOVE WS-INPUT-TO TO WS-TO-DATE
               IF WS-FROM-DATE > WS-TO-DATE
                   DISPLAY "MULTMISS: FIRST DATE IS AFTER THE LAST"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
           COMPUTE WS-PERIOD-DAYS = WS-TO-INT - WS-FROM-INT + 1
           IF WS-PERIOD-DAYS > WS-PERIOD-MAX
               DISPLAY "MULTMISS: NO MORE THAN " WS-PERIOD-MAX
                   " DAYS CAN BE CHECKED IN ONE RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SET-LAST-MONTH.
           *> The last day of the month just ended is the day before
           *> the first of this one.
           MOVE WS-TODAY-YEAR TO WS-LAST-MONTH-YEAR
           IF WS-TODAY-MONTH = 1
               SUBTRACT 1 FROM WS-LAST-MONTH-YEAR
               MOVE 12 TO WS-LAST-MONTH-MM
           ELSE
               COMPUTE WS-LAST-MONTH-MM = WS-TODAY-MONTH - 1
           END-IF
           COMPUTE WS-FROM-DATE =
               WS-LAST-MONTH-YEAR * 10000 + WS-LAST-MONTH-MM * 100 + 1
           COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
                   WS-TODAY-YEAR * 10000 + WS-TODAY-MONTH * 100 + 1)
               - 1).

       BUILD-DAY-TABLE.
           PERFORM BUILD-DAY-ENTRY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-PERIOD-DAYS.

       BUILD-DAY-ENTRY.
           COMPUTE WS-DAY-DATE (WS-DAY-SUB) = FUNCTION DATE-OF-INTEGER(
               WS-FROM-INT + WS-DAY-SUB - 1)
           COMPUTE WS-DAY-DOW (WS-DAY-SUB) =
               FUNCTION REM(WS-FROM-INT + WS-DAY-SUB - 2, 7) + 1
           MOVE SPACE TO WS-DAY-TYPE (WS-DAY-SUB)
           MOVE SPACES TO WS-DAY-DESC (WS-DAY-SUB)
           MOVE ZERO TO WS-DAY-RUNS (WS-DAY-SUB).

       LOAD-CALENDAR-DAYS.
           OPEN INPUT MULT-CAL-FILE
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "MULTMISS: SHOP CALENDAR NOT AVAILABLE - "
                   "STATUS " WS-CAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FROM-DATE TO MULTCAL-DATE
           START MULT-CAL-FILE KEY NOT < MULTCAL-DATE
               INVALID KEY SET WS-END-OF-CALENDAR TO TRUE
           END-START
           IF NOT WS-END-OF-CALENDAR
               PERFORM READ-CALENDAR-RECORD
           END-IF
           PERFORM LOAD-CALENDAR-DAY UNTIL WS-END-OF-CALENDAR
           CLOSE MULT-CAL-FILE.

       READ-CALENDAR-RECORD.
           READ MULT-CAL-FILE NEXT
               AT END SET WS-END-OF-CALENDAR TO TRUE
           END-READ
           IF NOT WS-END-OF-CALENDAR
               AND MULTCAL-DATE > WS-TO-DATE
               SET WS-END-OF-CALENDAR TO TRUE
           END-IF.

       LOAD-CALENDAR-DAY.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(MULTCAL-DATE)
           COMPUTE WS-DAY-SUB = WS-DATE-INT - WS-FROM-INT + 1
           MOVE MULTCAL-DAY-TYPE TO WS-DAY-TYPE (WS-DAY-SUB)
           MOVE MULTCAL-DESCRIPTION TO WS-DAY-DESC (WS-DAY-SUB)
           PERFORM READ-CALENDAR-RECORD.

       READ-HISTORY-RECORD.
           READ MULT-RUNHST-FILE
               AT END SET WS-END-OF-HISTORY TO TRUE
           END-READ.

       TALLY-HISTORY-RECORD.
           IF NOT MULTRHL-RERATE-RUN
               AND MULTRHL-RUN-DATE NOT < WS-FROM-DATE
               AND MULTRHL-RUN-DATE NOT > WS-TO-DATE
               ADD 1 TO WS-RUN-COUNT
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(MULTRHL-RUN-DATE)
               COMPUTE WS-DAY-SUB = WS-DATE-INT - WS-FROM-INT + 1
               ADD 1 TO WS-DAY-RUNS (WS-DAY-SUB)
               IF WS-DAY-TYPE (WS-DAY-SUB) = 'H'
                   OR WS-DAY-TYPE (WS-DAY-SUB) = 'W'
                   PERFORM WRITE-OFF-DAY-RUN
               END-IF
           END-IF
           PERFORM READ-HISTORY-RECORD.

       WRITE-OFF-DAY-RUN.
           ADD 1 TO WS-OFF-DAY-COUNT
           MOVE MULTRHL-RUN-DATE TO MIS-OFF-DATE
           MOVE MULTRHL-RUN-NUMBER TO MIS-OFF-RUN
           IF MULTRHL-SORT-RUN
               MOVE "SORT" TO MIS-OFF-TYPE
           ELSE
               MOVE "BATCH" TO MIS-OFF-TYPE
           END-IF
           MOVE MULTRHL-INPUT-COUNT TO MIS-OFF-INPUT
           IF WS-DAY-TYPE (WS-DAY-SUB) = 'H'
               MOVE "HOLIDAY" TO MIS-OFF-DAY-TYPE
           ELSE
               MOVE "WEEKEND" TO MIS-OFF-DAY-TYPE
           END-IF
           MOVE WS-DAY-DESC (WS-DAY-SUB) TO MIS-OFF-DESC
           MOVE WS-MIS-OFFDAY-LINE TO WS-MISRPT-LINE
           WRITE WS-MISRPT-LINE.

       WRITE-MISSED-DAY.
           IF WS-DAY-TYPE (WS-DAY-SUB) = 'B'
               AND WS-DAY-DATE (WS-DAY-SUB) < WS-TODAY-NUM
               ADD 1 TO WS-BUSINESS-COUNT
               IF WS-DAY-RUNS (WS-DAY-SUB) = ZERO
                   ADD 1 TO WS-MISSED-COUNT
                   PERFORM WRITE-DAY-LINE
               END-IF
           END-IF.

       WRITE-UNKNOWN-DAY.
           IF WS-DAY-TYPE (WS-DAY-SUB) = SPACE
               ADD 1 TO WS-UNKNOWN-COUNT
               PERFORM WRITE-DAY-LINE
           END-IF.

       WRITE-DAY-LINE.
           MOVE WS-DAY-DATE (WS-DAY-SUB) TO MIS-DAY-DATE
           MOVE WS-DAY-NAME (WS-DAY-DOW (WS-DAY-SUB)) TO MIS-DAY-NAME
           MOVE WS-DAY-DESC (WS-DAY-SUB) TO MIS-DAY-DESC
           MOVE WS-MIS-DAY-LINE TO WS-MISRPT-LINE
           WRITE WS-MISRPT-LINE.

       WRITE-REPORT-HEADING.
           MOVE WS-FROM-DATE TO MIS-HDG-FROM
           MOVE WS-TO-DATE TO MIS-HDG-TO
           MOVE WS-TODAY-NUM TO MIS-HDG-DATE
           MOVE WS-MIS-HEADING TO WS-MISRPT-LINE
           WRITE WS-MISRPT-LINE
           MOVE SPACES TO WS-MISRPT-LINE
           WRITE WS-MISRPT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-MISRPT-LINE
           WRITE WS-MISRPT-LINE
           MOVE "COMPLETED RUNS IN PERIOD" TO MIS-CNT-TEXT
           MOVE WS-RUN-COUNT TO MIS-CNT-VALUE
           MOVE WS-MIS-COUNT-LINE TO WS-MISRPT-LINE
           WRITE WS-MISRPT-LINE
           MOVE "BUSINESS DAYS CHECKED" TO MIS-CNT-TEXT
           MOVE WS-BUSINESS-COUNT TO MIS-CNT-VALUE
           MOVE WS-MIS-COUNT-LINE TO WS-MISRPT-LINE
           WRITE WS-MISRPT-LINE
           MOVE "BUSINESS DAYS WITH NO RUN" TO MIS-CNT-TEXT
           MOVE WS-MISSED-COUNT TO MIS-CNT-VALUE
           MOVE WS-MIS-COUNT-LINE TO WS-MISRPT-LINE
           WRITE WS-MISRPT-LINE
           MOVE "RUNS ON WEEKEND DAYS AND HOLIDAYS" TO MIS-CNT-TEXT
           MOVE WS-OFF-DAY-COUNT TO MIS-CNT-VALUE
           MOVE WS-MIS-COUNT-LINE TO WS-MISRPT-LINE
           WRITE WS-MISRPT-LINE
           MOVE "DAYS NOT ON THE SHOP CALENDAR" TO MIS-CNT-TEXT
           MOVE WS-UNKNOWN-COUNT TO MIS-CNT-VALUE
           MOVE WS-MIS-COUNT-LINE TO WS-MISRPT-LINE
           WRITE WS-MISRPT-LINE.
       END PROGRAM MULTMISS.
