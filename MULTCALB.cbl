       IDENTIFICATION DIVISION.
       PROGRAM-ID. MULTCALB.

      *> Shop calendar load - run once a year, ahead of the new
      *> year, to put that year's days on the shop calendar (CALF).
      *> SYSIN card 1 is the year (YYYY); each card after it names
      *> one exception day as YYYYMMDD, a space, a day type and a
      *> space, then a description:
      *>     20261225 H CHRISTMAS DAY
      *>     20261128 B STOCKTAKE SATURDAY
      *> H makes the day a holiday, B makes a weekend day a worked
      *> business day. A blank card (or END) ends the list. Every
      *> other Monday-Friday is a business day and every other
      *> Saturday and Sunday a weekend day. The whole year is
      *> written - a year already on the calendar is replaced, so a
      *> holiday added late is put right by rerunning with the
      *> corrected cards. Every card is checked before anything is
      *> written: RC=8 and the calendar untouched if any card is
      *> bad; RC=12 if the calendar file cannot be opened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MULT-CAL-FILE ASSIGN TO CALF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MULTCAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MULT-CAL-FILE.
       COPY MULTCAL.

       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS PIC XX VALUE SPACES.
       01 WS-CAL-NEW-SWITCH PIC X VALUE 'N'.
           88 WS-CAL-NEW VALUE 'Y'.
       01 WS-INPUT-YEAR PIC X(4) VALUE SPACES.
       01 WS-CAL-YEAR PIC 9(4) VALUE ZERO.
       01 WS-YEAR-FIRST-DATE PIC 9(8) VALUE ZERO.
       01 WS-YEAR-FIRST-INT PIC 9(8) VALUE ZERO.
       01 WS-NEXT-YEAR-INT PIC 9(8) VALUE ZERO.
       01 WS-DAY-INT PIC 9(8) VALUE ZERO.
       01 WS-DAYS-IN-YEAR PIC 9(3) VALUE ZERO.
       01 WS-DAY-SUB PIC 9(3) VALUE ZERO.
       01 WS-CARD-END-SWITCH PIC X VALUE 'N'.
           88 WS-END-OF-CARDS VALUE 'Y'.
       01 WS-CALENDAR-CARD.
           05 WS-CARD-DATE.
               10 WS-CARD-YEAR  PIC X(4).
               10 WS-CARD-MONTH PIC X(2).
               10 WS-CARD-DAY   PIC X(2).
           05 FILLER            PIC X.
           05 WS-CARD-TYPE      PIC X.
           05 FILLER            PIC X.
           05 WS-CARD-DESC      PIC X(20).
       01 WS-CARD-DATE-NUM PIC 9(8) VALUE ZERO.
       01 WS-CARD-MONTH-NUM PIC 9(2) VALUE ZERO.
       01 WS-CARD-DAY-NUM PIC 9(2) VALUE ZERO.
       01 WS-CARD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-BAD-CARD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-BUSINESS-COUNT PIC 9(9) VALUE ZERO.
       01 WS-HOLIDAY-COUNT PIC 9(9) VALUE ZERO.
       01 WS-WEEKEND-COUNT PIC 9(9) VALUE ZERO.
       01 WS-REPLACED-COUNT PIC 9(9) VALUE ZERO.
       *> The year being built, entry 1 = 1 January. Weekdays and
       *> weekends are laid down first and the cards applied over
       *> them, so the file is written in one pass only once every
       *> card has passed.
       01 WS-YEAR-TABLE.
           05 WS-YEAR-ENTRY OCCURS 366 TIMES.
               10 WS-YEAR-DAY-TYPE  PIC X.
               10 WS-YEAR-DOW       PIC 9.
               10 WS-YEAR-DESC      PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-CALENDAR-YEAR
           PERFORM BUILD-YEAR-TABLE
           PERFORM GET-CALENDAR-CARD
           PERFORM APPLY-CALENDAR-CARD UNTIL WS-END-OF-CARDS
           IF WS-BAD-CARD-COUNT > ZERO
               DISPLAY "MULTCALB: " WS-BAD-CARD-COUNT " BAD CARD(S) - "
                   "CALENDAR FOR " WS-CAL-YEAR " NOT WRITTEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-CAL-FILE
           PERFORM WRITE-CALENDAR-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAYS-IN-YEAR
           CLOSE MULT-CAL-FILE
           DISPLAY "MULTCALB: CALENDAR YEAR      : " WS-CAL-YEAR
           DISPLAY "MULTCALB: CARDS APPLIED      : " WS-CARD-COUNT
           DISPLAY "MULTCALB: BUSINESS DAYS      : " WS-BUSINESS-COUNT
           DISPLAY "MULTCALB: HOLIDAYS           : " WS-HOLIDAY-COUNT
           DISPLAY "MULTCALB: WEEKEND DAYS       : " WS-WEEKEND-COUNT
           DISPLAY "MULTCALB: DAYS REPLACED      : " WS-REPLACED-COUNT
           STOP RUN.

       GET-CALENDAR-YEAR.
           DISPLAY "Enter calendar year (YYYY) : ".
           ACCEPT WS-INPUT-YEAR.
           IF WS-INPUT-YEAR NOT NUMERIC
               DISPLAY "MULTCALB: YEAR MUST BE NUMERIC YYYY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-INPUT-YEAR TO WS-CAL-YEAR
           IF WS-CAL-YEAR < 1601 OR WS-CAL-YEAR > 9998
               DISPLAY "MULTCALB: YEAR " WS-CAL-YEAR " IS NOT VALID"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       BUILD-YEAR-TABLE.
           *> Day of week as MULTSOGN works it out: integer date 1
           *> is 1601-01-01, a Monday, so REM(n - 1, 7) + 1 gives
           *> 1=Monday through 7=Sunday.
           COMPUTE WS-YEAR-FIRST-DATE = WS-CAL-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-YEAR-FIRST-DATE)
           COMPUTE WS-NEXT-YEAR-INT =
               FUNCTION INTEGER-OF-DATE(WS-YEAR-FIRST-DATE + 10000)
           COMPUTE WS-DAYS-IN-YEAR =
               WS-NEXT-YEAR-INT - WS-YEAR-FIRST-INT
           PERFORM BUILD-YEAR-ENTRY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAYS-IN-YEAR.

       BUILD-YEAR-ENTRY.
           COMPUTE WS-DAY-INT = WS-YEAR-FIRST-INT + WS-DAY-SUB - 1
           COMPUTE WS-YEAR-DOW (WS-DAY-SUB) =
               FUNCTION REM(WS-DAY-INT - 1, 7) + 1
           EVALUATE WS-YEAR-DOW (WS-DAY-SUB)
               WHEN 6
                   MOVE 'W' TO WS-YEAR-DAY-TYPE (WS-DAY-SUB)
                   MOVE "SATURDAY" TO WS-YEAR-DESC (WS-DAY-SUB)
               WHEN 7
                   MOVE 'W' TO WS-YEAR-DAY-TYPE (WS-DAY-SUB)
                   MOVE "SUNDAY" TO WS-YEAR-DESC (WS-DAY-SUB)
               WHEN OTHER
                   MOVE 'B' TO WS-YEAR-DAY-TYPE (WS-DAY-SUB)
                   MOVE SPACES TO WS-YEAR-DESC (WS-DAY-SUB)
           END-EVALUATE.

       GET-CALENDAR-CARD.
           MOVE SPACES TO WS-CALENDAR-CARD
           DISPLAY "Enter holiday card (YYYYMMDD T DESCRIPTION, "
               "blank to end) : ".
           ACCEPT WS-CALENDAR-CARD.
           IF WS-CALENDAR-CARD = SPACES
               OR WS-CARD-DATE(1:3) = "END"
               SET WS-END-OF-CARDS TO TRUE
           END-IF.

       APPLY-CALENDAR-CARD.
           IF WS-CARD-DATE NOT NUMERIC
               DISPLAY "MULTCALB: DATE NOT NUMERIC  : "
                   WS-CALENDAR-CARD
               ADD 1 TO WS-BAD-CARD-COUNT
           ELSE
               PERFORM CHECK-CARD-DATE
           END-IF
           PERFORM GET-CALENDAR-CARD.

       CHECK-CARD-DATE.
           MOVE WS-CARD-DATE TO WS-CARD-DATE-NUM
           MOVE WS-CARD-MONTH TO WS-CARD-MONTH-NUM
           MOVE WS-CARD-DAY TO WS-CARD-DAY-NUM
           IF WS-CARD-YEAR NOT = WS-INPUT-YEAR
               DISPLAY "MULTCALB: NOT IN THE YEAR   : "
                   WS-CALENDAR-CARD
               ADD 1 TO WS-BAD-CARD-COUNT
           ELSE
               IF WS-CARD-MONTH-NUM < 1 OR WS-CARD-MONTH-NUM > 12
                   OR WS-CARD-DAY-NUM < 1 OR WS-CARD-DAY-NUM > 31
                   DISPLAY "MULTCALB: NOT A VALID DATE  : "
                       WS-CALENDAR-CARD
                   ADD 1 TO WS-BAD-CARD-COUNT
               ELSE
                   PERFORM CHECK-CARD-DAY
               END-IF
           END-IF.

       CHECK-CARD-DAY.
           *> A day past the end of its month (0231) comes back from
           *> the round trip through the day count as a different
           *> date.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CARD-DATE-NUM)
           IF FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               NOT = WS-CARD-DATE-NUM
               DISPLAY "MULTCALB: NOT A VALID DATE  : "
                   WS-CALENDAR-CARD
               ADD 1 TO WS-BAD-CARD-COUNT
           ELSE
               COMPUTE WS-DAY-SUB = WS-DAY-INT - WS-YEAR-FIRST-INT + 1
               PERFORM SET-CARD-DAY-TYPE
           END-IF.

       SET-CARD-DAY-TYPE.
           EVALUATE WS-CARD-TYPE
               WHEN 'H'
                   MOVE 'H' TO WS-YEAR-DAY-TYPE (WS-DAY-SUB)
                   IF WS-CARD-DESC = SPACES
                       MOVE "HOLIDAY" TO WS-YEAR-DESC (WS-DAY-SUB)
                   ELSE
                       MOVE WS-CARD-DESC TO WS-YEAR-DESC (WS-DAY-SUB)
                   END-IF
                   ADD 1 TO WS-CARD-COUNT
               WHEN 'B'
                   MOVE 'B' TO WS-YEAR-DAY-TYPE (WS-DAY-SUB)
                   MOVE WS-CARD-DESC TO WS-YEAR-DESC (WS-DAY-SUB)
                   ADD 1 TO WS-CARD-COUNT
               WHEN OTHER
                   DISPLAY "MULTCALB: TYPE MUST BE H/B  : "
                       WS-CALENDAR-CARD
                   ADD 1 TO WS-BAD-CARD-COUNT
           END-EVALUATE.

       OPEN-CAL-FILE.
           *> CALF will not exist before the first year is loaded -
           *> fall back to OPEN OUTPUT the same way MULTCLOS does for
           *> the period-control file.
           OPEN I-O MULT-CAL-FILE
           IF WS-CAL-STATUS NOT = "00"
               OPEN OUTPUT MULT-CAL-FILE
               SET WS-CAL-NEW TO TRUE
           END-IF
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "MULTCALB: CALENDAR FILE NOT AVAILABLE - "
                   "STATUS " WS-CAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-CALENDAR-DAY.
           COMPUTE MULTCAL-DATE = FUNCTION DATE-OF-INTEGER(
               WS-YEAR-FIRST-INT + WS-DAY-SUB - 1)
           MOVE WS-YEAR-DAY-TYPE (WS-DAY-SUB) TO MULTCAL-DAY-TYPE
           MOVE WS-YEAR-DOW (WS-DAY-SUB) TO MULTCAL-DAY-OF-WEEK
           MOVE WS-YEAR-DESC (WS-DAY-SUB) TO MULTCAL-DESCRIPTION
           EVALUATE TRUE
               WHEN MULTCAL-BUSINESS-DAY
                   ADD 1 TO WS-BUSINESS-COUNT
               WHEN MULTCAL-HOLIDAY
                   ADD 1 TO WS-HOLIDAY-COUNT
               WHEN MULTCAL-WEEKEND
                   ADD 1 TO WS-WEEKEND-COUNT
           END-EVALUATE
           WRITE MULTCAL-RECORD
               INVALID KEY
                   PERFORM REPLACE-CALENDAR-DAY
           END-WRITE.

       REPLACE-CALENDAR-DAY.
           IF WS-CAL-NEW
               DISPLAY "MULTCALB: WRITE FAILED FOR " MULTCAL-DATE
                   " - STATUS " WS-CAL-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               REWRITE MULTCAL-RECORD
                   INVALID KEY
                       DISPLAY "MULTCALB: REWRITE FAILED FOR "
                           MULTCAL-DATE " - STATUS " WS-CAL-STATUS
                       MOVE 12 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-REPLACED-COUNT
               END-REWRITE
           END-IF.
       END PROGRAM MULTCALB.
