       COPY MULTSAU.

       FD  MULT-ACCT-FILE
           RECORD CONTAINS 42 CHARACTERS.
       COPY MULTACC.

       WORKING-STORAGE SECTION.
           05 WS-ACCT-ENTRY OCCURS 500 TIMES.
               10 WS-ACCT-TBL-CODE    PIC X(4).
               10 WS-ACCT-TBL-NAME    PIC X(20).
               10 WS-ACCT-TBL-STATUS  PIC X.
                   88 WS-ACCT-TBL-CLOSED VALUE 'C'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   TO WS-ACCT-TBL-CODE (WS-ACCT-USED)
               MOVE MULTACC-ACCT-NAME
                   TO WS-ACCT-TBL-NAME (WS-ACCT-USED)
               *> An order recurs into the future, so an account is
               *> treated as closed here as soon as its closing is
               *> on file, whatever the closing date.
               IF MULTACC-ACCT-CLOSED
                   MOVE 'C' TO WS-ACCT-TBL-STATUS (WS-ACCT-USED)
               ELSE
                   MOVE 'O' TO WS-ACCT-TBL-STATUS (WS-ACCT-USED)
               END-IF
           ELSE
               DISPLAY "MULTSOMT: ACCOUNT TABLE OVERFLOW - CODE "
                   MULTACC-ACCT-CODE " IGNORED"
               IF NOT WS-ACCT-FOUND
                   SET WS-INPUT-INVALID TO TRUE
                   DISPLAY "ACCOUNT CODE NOT ON ACCOUNT TABLE."
               ELSE
                   IF WS-ACCT-TBL-CLOSED (WS-ACCT-SUB)
                       SET WS-INPUT-INVALID TO TRUE
                       DISPLAY "ACCOUNT CLOSED."
                   END-IF
               END-IF
           END-IF.

                   IF NOT MULTSTO-CANCELLED
                       DISPLAY "ORDER IS NOT CANCELLED."
                   ELSE
                       PERFORM REACTIVATE-ORDER-FIELDS
                   END-IF
           END-READ.

       REACTIVATE-ORDER-FIELDS.
           *> A cancelled order whose account has since closed cannot
           *> come back on it - Update it onto an open account first.
           MOVE MULTSTO-ACCT-CODE TO WS-NEW-ACCT
           PERFORM FIND-ACCOUNT-ENTRY
           IF WS-ACCT-FOUND AND WS-ACCT-TBL-CLOSED (WS-ACCT-SUB)
               DISPLAY "ORDER'S ACCOUNT IS CLOSED - NOT REACTIVATED."
           ELSE
               MOVE MULTSTO-RECORD TO WS-BEFORE-IMAGE
               SET MULTSTO-ACTIVE TO TRUE
               REWRITE MULTSTO-RECORD
                   INVALID KEY
                       DISPLAY "REACTIVATE FAILED."
                   NOT INVALID KEY
                       MOVE MULTSTO-RECORD TO WS-AFTER-IMAGE
                       PERFORM WRITE-STORDAUD-RECORD
                       DISPLAY "ORDER REACTIVATED."
               END-REWRITE
           END-IF.

       INQUIRE-ORDER.
           DISPLAY "Enter order number to inquire : ".
           ACCEPT MULTSTO-ORDER-NO.
