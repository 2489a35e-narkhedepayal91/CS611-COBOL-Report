      *> the run date, so rerunning the generator on the same day
      *> reports the orders as already generated instead of
      *> emitting them twice.
      *> Orders generate on business days only, as the shop
      *> calendar (MULTCAL) has them. On a weekend day or holiday
      *> nothing is due and the deck is empty. A business-day run
      *> also picks up the weekly and monthly orders that fell on
      *> the non-business days since the last business day, so an
      *> order due on Christmas Day is generated on the next
      *> business day instead; a daily order is simply not
      *> generated for a non-business day. An order is already
      *> generated when it was stamped on or after the day it fell
      *> due, so a moved order is still generated only once. RC=8
      *> if the calendar cannot be opened or has no entry for the
      *> run date - the year has not been loaded (MULTCALB).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MULT-GEN-FILE ASSIGN TO SOGENF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT MULT-CAL-FILE ASSIGN TO CALF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MULTCAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MULTTRAN.
       COPY MULTDKV.

       FD  MULT-CAL-FILE.
       COPY MULTCAL.

       WORKING-STORAGE SECTION.
       01 WS-STORD-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-STATUS PIC XX VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-CAL-STATUS PIC XX VALUE SPACES.
       01 WS-RUN-DATE-INT PIC 9(8) VALUE ZERO.
       01 WS-WALK-INT PIC 9(8) VALUE ZERO.
       01 WS-WALK-SWITCH PIC X VALUE 'N'.
           88 WS-WALK-DONE VALUE 'Y'.
       01 WS-NEXT-MONTH-FIRST PIC 9(8) VALUE ZERO.
       01 WS-NEXT-MONTH-YYYY PIC 9(4) VALUE ZERO.
       01 WS-NEXT-MONTH-MM PIC 9(2) VALUE ZERO.
           88 WS-END-OF-ORDERS VALUE 'Y'.
       01 WS-DUE-SWITCH PIC X VALUE 'N'.
           88 WS-ORDER-DUE VALUE 'Y'.
       01 WS-DUE-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-DAY-TYPE PIC X VALUE SPACE.
       01 WS-RUN-DAY-DESC PIC X(20) VALUE SPACES.
       *> The days whose orders this run generates: the run date
       *> (entry 1) and, going back, each non-business day since
       *> the last business day. Empty when the run date is not a
       *> business day.
       01 WS-WINDOW-DAYS PIC 9(2) VALUE ZERO.
       01 WS-WINDOW-MAX PIC 9(2) VALUE 31.
       01 WS-WIN-SUB PIC 9(2) VALUE ZERO.
       01 WS-WINDOW-TABLE.
           05 WS-WINDOW-ENTRY OCCURS 31 TIMES.
               10 WS-WIN-DATE          PIC 9(8).
               10 WS-WIN-DAY-OF-WEEK   PIC 9(1).
               10 WS-WIN-DAY-OF-MONTH  PIC 9(2).
               10 WS-WIN-MONTH-END-DAY PIC 9(2).
       01 WS-DUE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-GENERATED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ALREADY-COUNT PIC 9(9) VALUE ZERO.
       01 WS-NOT-DUE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CANCELLED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-MOVED-COUNT PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-RUN-DATE-FIELDS
           PERFORM LOAD-CALENDAR-WINDOW
           *> Pass one counts the orders due today so the envelope
           *> header can state the record count before the details.
           PERFORM OPEN-ORDER-FILE
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "MULTSOGN: RUN DATE            : " WS-RUN-DATE
           IF WS-WINDOW-DAYS = ZERO
               DISPLAY "MULTSOGN: NON-BUSINESS DAY    : "
                   WS-RUN-DAY-DESC
           END-IF
           DISPLAY "MULTSOGN: ORDERS GENERATED    : "
               WS-GENERATED-COUNT
           DISPLAY "MULTSOGN: MOVED FROM NON-BUS. : "
               WS-MOVED-COUNT
           DISPLAY "MULTSOGN: ALREADY GENERATED   : "
               WS-ALREADY-COUNT
           DISPLAY "MULTSOGN: NOT DUE TODAY       : "
           STOP RUN.

       SET-RUN-DATE-FIELDS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

       LOAD-CALENDAR-WINDOW.
           *> The walk back stops at the last business day, at a day
           *> the calendar does not have (the year before was never
           *> loaded), or after a month of non-business days.
           OPEN INPUT MULT-CAL-FILE
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "MULTSOGN: SHOP CALENDAR NOT AVAILABLE - "
                   "STATUS " WS-CAL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO MULTCAL-DATE
           READ MULT-CAL-FILE
               INVALID KEY
                   DISPLAY "MULTSOGN: RUN DATE " WS-RUN-DATE
                       " NOT ON THE SHOP CALENDAR - NOTHING "
                       "GENERATED"
                   CLOSE MULT-CAL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE MULTCAL-DAY-TYPE TO WS-RUN-DAY-TYPE
           MOVE MULTCAL-DESCRIPTION TO WS-RUN-DAY-DESC
           MOVE ZERO TO WS-WINDOW-DAYS
           IF MULTCAL-BUSINESS-DAY
               MOVE WS-RUN-DATE-INT TO WS-WALK-INT
               PERFORM ADD-WINDOW-DAY
               MOVE 'N' TO WS-WALK-SWITCH
               PERFORM WALK-BACK-ONE-DAY UNTIL WS-WALK-DONE
           END-IF
           CLOSE MULT-CAL-FILE.

       WALK-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-WALK-INT
           COMPUTE MULTCAL-DATE = FUNCTION DATE-OF-INTEGER(WS-WALK-INT)
           READ MULT-CAL-FILE
               INVALID KEY
                   SET WS-WALK-DONE TO TRUE
               NOT INVALID KEY
                   IF MULTCAL-BUSINESS-DAY
                       OR WS-WINDOW-DAYS >= WS-WINDOW-MAX
                       SET WS-WALK-DONE TO TRUE
                   ELSE
                       PERFORM ADD-WINDOW-DAY
                   END-IF
           END-READ.

       ADD-WINDOW-DAY.
           *> Day of week from the proleptic day count: integer date
           *> 1 is 1601-01-01, a Monday, so REM(n - 1, 7) + 1 maps
           *> the day onto 1=Monday through 7=Sunday - the numbering
           *> the standing orders use. The month-end day comes from
           *> the first of the following month minus one.
           ADD 1 TO WS-WINDOW-DAYS
           MOVE WS-WINDOW-DAYS TO WS-WIN-SUB
           COMPUTE WS-WIN-DATE (WS-WIN-SUB) =
               FUNCTION DATE-OF-INTEGER(WS-WALK-INT)
           COMPUTE WS-WIN-DAY-OF-WEEK (WS-WIN-SUB) =
               FUNCTION REM(WS-WALK-INT - 1, 7) + 1
           MOVE WS-WIN-DATE (WS-WIN-SUB) (7:2)
               TO WS-WIN-DAY-OF-MONTH (WS-WIN-SUB)
           MOVE WS-WIN-DATE (WS-WIN-SUB) (1:4) TO WS-NEXT-MONTH-YYYY
           MOVE WS-WIN-DATE (WS-WIN-SUB) (5:2) TO WS-NEXT-MONTH-MM
           IF WS-NEXT-MONTH-MM = 12
               ADD 1 TO WS-NEXT-MONTH-YYYY
               MOVE 1 TO WS-NEXT-MONTH-MM
           COMPUTE WS-NEXT-MONTH-FIRST =
               WS-NEXT-MONTH-YYYY * 10000 + WS-NEXT-MONTH-MM * 100
               + 1
           COMPUTE WS-WIN-MONTH-END-DAY (WS-WIN-SUB) = FUNCTION MOD(
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-FIRST)
                   - 1), 100).
           IF NOT MULTSTO-CANCELLED
               PERFORM CHECK-ORDER-DUE
               IF WS-ORDER-DUE
                   AND MULTSTO-LAST-GEN-DATE < WS-DUE-DATE
                   ADD 1 TO WS-DUE-COUNT
               END-IF
           END-IF
               IF NOT WS-ORDER-DUE
                   ADD 1 TO WS-NOT-DUE-COUNT
               ELSE
                   IF MULTSTO-LAST-GEN-DATE >= WS-DUE-DATE
                       ADD 1 TO WS-ALREADY-COUNT
                   ELSE
                       PERFORM GENERATE-ORDER-TRANS
           PERFORM READ-ORDER-RECORD.

       CHECK-ORDER-DUE.
           *> Entry 1 is the run date, so the first day that matches
           *> is the latest the order fell due; WS-DUE-DATE is the
           *> date the last-generated stamp is checked against.
           MOVE 'N' TO WS-DUE-SWITCH
           MOVE ZERO TO WS-DUE-DATE
           PERFORM CHECK-WINDOW-DAY
               VARYING WS-WIN-SUB FROM 1 BY 1
               UNTIL WS-WIN-SUB > WS-WINDOW-DAYS OR WS-ORDER-DUE.

       CHECK-WINDOW-DAY.
           EVALUATE TRUE
               WHEN MULTSTO-FREQ-DAILY
                   IF WS-WIN-SUB = 1
                       SET WS-ORDER-DUE TO TRUE
                   END-IF
               WHEN MULTSTO-FREQ-WEEKLY
                   IF MULTSTO-FREQ-DAY =
                       WS-WIN-DAY-OF-WEEK (WS-WIN-SUB)
                       SET WS-ORDER-DUE TO TRUE
                   END-IF
               WHEN MULTSTO-FREQ-MONTHLY
                   IF MULTSTO-FREQ-DAY =
                       WS-WIN-DAY-OF-MONTH (WS-WIN-SUB)
                       OR (WS-WIN-DAY-OF-MONTH (WS-WIN-SUB) =
                           WS-WIN-MONTH-END-DAY (WS-WIN-SUB)
                           AND MULTSTO-FREQ-DAY >
                           WS-WIN-MONTH-END-DAY (WS-WIN-SUB))
                       SET WS-ORDER-DUE TO TRUE
                   END-IF
           END-EVALUATE
           IF WS-ORDER-DUE
               MOVE WS-WIN-DATE (WS-WIN-SUB) TO WS-DUE-DATE
           END-IF.

       GENERATE-ORDER-TRANS.
           MOVE MULTSTO-NUM1 TO MULTTRAN-NUM1
                   DISPLAY "MULTSOGN: STAMP FAILED FOR ORDER "
                       MULTSTO-ORDER-NO
           END-REWRITE
           IF WS-DUE-DATE < WS-RUN-DATE
               ADD 1 TO WS-MOVED-COUNT
           END-IF
           ADD 1 TO WS-GENERATED-COUNT.
       END PROGRAM MULTSOGN.
