       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 SOPOST.
       AUTHOR. WEDEMANN / Softwork.app
       INSTALLATION. Softwork.app
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original program.  Standing-order posting
      *                      confirmation, run after SECTIONS: every
      *                      POSTACT record from the standing-order
      *                      source ('04', order id in
      *                      POST-TRAN-VALUE) is matched back to its
      *                      pending order on SORDMST.  A posted item
      *                      ('P') moves the order's next due date on
      *                      by its frequency -- a week, a month on
      *                      the order's day (clamped to short
      *                      months), or to next month's last
      *                      business day off BUSCAL -- and makes it
      *                      active again.  An item that did not post
      *                      leaves the order pending, so SOGEN skips
      *                      it until the item goes through.  The
      *                      SOPSTRPT report lists every item, and
      *                      the step ends COND CODE 4 when any item
      *                      did not post or matched no pending
      *                      order.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT POSTED-FILE      ASSIGN TO "POSTACT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS POSTED-FILE-STATUS.

           SELECT SORDER-FILE      ASSIGN TO "SORDMST"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS SO-ORDER-ID
                                    FILE STATUS IS SORDER-STATUS.

           SELECT CALENDAR-FILE    ASSIGN TO "BUSCAL"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS CALENDAR-FILE-STATUS.

           SELECT CONF-RPT-FILE    ASSIGN TO "SOPSTRPT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS CONF-RPT-FILE-STATUS.

           SELECT CTL-TOTAL-FILE   ASSIGN TO "NIGHTTOT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS CTL-TOTAL-STATUS.
      ******************************************************************
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  POSTED-FILE.
           COPY POSTREC.

       FD  SORDER-FILE.
           COPY SORDREC.

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  CONF-RPT-FILE.
       01  CONF-RPT-LINE              PIC X(132).

       FD  CTL-TOTAL-FILE.
           COPY CTLREC.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY RUNSTMP.

       COPY DATEWRK.

       01  SW-POSTED-FILE-STATUS.
           05  POSTED-FILE-STATUS      PIC X(02) VALUE '00'.
               88  POSTED-FILE-OK                 VALUE '00'.
               88  POSTED-FILE-NOT-FOUND          VALUE '35'.

       01  SW-SORDER-STATUS.
           05  SORDER-STATUS           PIC X(02) VALUE '00'.
               88  SORDER-OK                      VALUE '00'.
               88  SORDER-NOT-FOUND               VALUE '23'.
               88  SORDER-FILE-NOT-FOUND          VALUE '35'.

       01  SW-CALENDAR-FILE-STATUS.
           05  CALENDAR-FILE-STATUS    PIC X(02) VALUE '00'.
               88  CALENDAR-FILE-OK               VALUE '00'.
               88  CALENDAR-FILE-NOT-FOUND        VALUE '35'.

       01  SW-CONF-RPT-FILE-STATUS.
           05  CONF-RPT-FILE-STATUS    PIC X(02) VALUE '00'.
               88  CONF-RPT-FILE-OK               VALUE '00'.

       01  SW-CTL-TOTAL-STATUS.
           05  CTL-TOTAL-STATUS        PIC X(02) VALUE '00'.
               88  CTL-TOTAL-OK                   VALUE '00'.
               88  CTL-TOTAL-NOT-FOUND            VALUE '35'.

       01  SW-END-OF-FILE.
           05  POSTED-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  POSTED-AT-EOF                  VALUE 'Y'.
           05  CALENDAR-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  CALENDAR-AT-EOF                VALUE 'Y'.
           05  POSTED-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  POSTED-FILE-OPEN               VALUE 'Y'.

       01  SW-MONTH-END-LOOKUP.
           05  MONTH-END-FOUND-SWITCH  PIC X(01) VALUE 'N'.
               88  MONTH-END-FOUND                VALUE 'Y'.

      *    The BUSCAL calendar, loaded whole for the month-end
      *    frequency: an 'E' order falls due on the date the
      *    calendar flags as the month's last business day.
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-MAX              PIC 9(04) COMP VALUE 4000.
           05  WS-CAL-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-CAL-SUB              PIC 9(04) COMP VALUE ZERO.
           05  WS-CAL-ENTRY            OCCURS 4000 TIMES.
               10  WS-CAL-ENT-DATE     PIC X(10).
               10  WS-CAL-ENT-MONTH-END
                                       PIC X(01).

       01  WS-CONFIRM-FIELDS.
           05  WS-POST-DATE            PIC X(10) VALUE SPACES.
           05  WS-OLD-DUE-DATE         PIC X(10) VALUE SPACES.
           05  WS-TARGET-MONTH         PIC X(07) VALUE SPACES.
           05  WS-ANCHOR-DAY           PIC 9(02) VALUE ZERO.

       01  WS-CONFIRM-COUNTERS.
           05  WS-POSTINGS-READ        PIC 9(09) COMP VALUE ZERO.
           05  WS-ITEMS-SEEN           PIC 9(09) COMP VALUE ZERO.
           05  WS-ORDERS-CONFIRMED     PIC 9(09) COMP VALUE ZERO.
           05  WS-ITEMS-NOT-POSTED     PIC 9(09) COMP VALUE ZERO.
           05  WS-ITEMS-UNMATCHED      PIC 9(09) COMP VALUE ZERO.
           05  WS-ITEMS-ALREADY-DONE   PIC 9(09) COMP VALUE ZERO.

       01  WS-CONF-TITLE.
           05  FILLER                  PIC X(40)
                   VALUE "STANDING ORDER POSTING CONFIRMATION    ".
           05  WS-TTL-RUN-STAMP        PIC X(19) VALUE SPACES.
           05  FILLER                  PIC X(73) VALUE SPACES.

       01  WS-CONF-HEADING.
           05  FILLER                  PIC X(40)
                   VALUE "ORDER  ACCOUNT    S          AMOUNT CUR ".
           05  FILLER                  PIC X(40)
                   VALUE "WAS DUE    NEXT DUE   ACTION     NOTE   ".
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-CONF-LINE.
           05  WS-CNF-ORDER-ID         PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CNF-ACCOUNT-ID       PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CNF-STATUS-CD        PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CNF-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CNF-CURRENCY-CD      PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CNF-OLD-DUE          PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CNF-NEW-DUE          PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CNF-ACTION           PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CNF-NOTE             PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL            PIC X(25) VALUE SPACES.
           05  WS-CNT-VALUE            PIC Z(08)9.
           05  FILLER                  PIC X(98) VALUE SPACES.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           05  WS-ABEND-STATUS         PIC X(02) VALUE SPACES.
      /*****************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-POSTING THRU 2000-EXIT
               UNTIL POSTED-AT-EOF
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.
      ******************************************************************
      *    0900-STAMP-RUN-DATE -- shared run-date/run-time stamp,
      *    PERFORMed from 1000-INITIALIZE below (see RUNSTPRC copybook).
      ******************************************************************
       COPY RUNSTPRC.
      ******************************************************************
      *    0910-DATE-TO-DAYS / 0920-NEXT-DATE / 0930-MONTH-LENGTH --
      *    shared date arithmetic (see DATEPRC copybook).
      ******************************************************************
       COPY DATEPRC.
      ******************************************************************
      *    1000-INITIALIZE -- stamp the run, load the calendar, open
      *    tonight's posted activity, the master and the report.  A
      *    missing POSTACT (a report-only SECTIONS night) or master
      *    means there is nothing to confirm.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 0900-STAMP-RUN-DATE THRU 0900-EXIT

           PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT

           OPEN OUTPUT CONF-RPT-FILE
           IF NOT CONF-RPT-FILE-OK
               MOVE "CONF-RPT-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE CONF-RPT-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           MOVE RUNSTMP-RUN-STAMP TO WS-TTL-RUN-STAMP
           MOVE WS-CONF-TITLE     TO CONF-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE SPACES            TO CONF-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE WS-CONF-HEADING   TO CONF-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT

           OPEN I-O SORDER-FILE
           IF SORDER-FILE-NOT-FOUND
               DISPLAY "SOPOST SORDMST NOT PRESENT - NOTHING TO CONFIRM"
               MOVE 'Y' TO POSTED-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           IF NOT SORDER-OK
               MOVE "SORDER-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE SORDER-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           OPEN INPUT POSTED-FILE
           IF POSTED-FILE-NOT-FOUND
               DISPLAY "SOPOST POSTACT NOT PRESENT - NOTHING TO CONFIRM"
               MOVE 'Y' TO POSTED-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           IF NOT POSTED-FILE-OK
               MOVE "POSTED-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE POSTED-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           MOVE 'Y' TO POSTED-OPEN-SWITCH.
       1000-EXIT.
           EXIT.
      ******************************************************************
      *    1100-LOAD-CALENDAR -- BUSCAL date and month-end flag into
      *    the calendar table.  With no calendar a month-end order
      *    falls due on the last calendar day of the month.
      ******************************************************************
       1100-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-FILE-NOT-FOUND
               DISPLAY "SOPOST BUSCAL NOT PRESENT - "
                       "MONTH-END ORDERS USE THE CALENDAR MONTH END"
               GO TO 1100-EXIT
           END-IF
           IF NOT CALENDAR-FILE-OK
               MOVE "CALENDAR-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE CALENDAR-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 1110-READ-CALENDAR THRU 1110-EXIT
               UNTIL CALENDAR-AT-EOF
           CLOSE CALENDAR-FILE.
       1100-EXIT.
           EXIT.

       1110-READ-CALENDAR.
           READ CALENDAR-FILE
               AT END
                   MOVE 'Y' TO CALENDAR-EOF-SWITCH
               NOT AT END
                   IF WS-CAL-COUNT NOT LESS THAN WS-CAL-MAX
                       MOVE "CALENDAR TABLE OVERFLOW"
                                                 TO WS-ABEND-MESSAGE
                       MOVE CALENDAR-FILE-STATUS TO WS-ABEND-STATUS
                       PERFORM 9999-FILE-ABEND THRU 9999-EXIT
                   END-IF
                   ADD 1 TO WS-CAL-COUNT
                   MOVE CAL-DATE      TO WS-CAL-ENT-DATE (WS-CAL-COUNT)
                   MOVE CAL-MONTH-END
                     TO WS-CAL-ENT-MONTH-END (WS-CAL-COUNT)
           END-READ.
       1110-EXIT.
           EXIT.
      ******************************************************************
      *    2000-PROCESS-POSTING -- one POSTACT record; anything not
      *    from the standing-order source is passed over.
      ******************************************************************
       2000-PROCESS-POSTING.
           READ POSTED-FILE
               AT END
                   MOVE 'Y' TO POSTED-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-POSTINGS-READ
                   IF POST-SOURCE-CD = '04'
                       ADD 1 TO WS-ITEMS-SEEN
                       PERFORM 2100-MATCH-ORDER THRU 2100-EXIT
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.
      ******************************************************************
      *    2100-MATCH-ORDER -- the order named in POST-TRAN-VALUE
      *    must be on file, pending, and for the posting's account.
      *    A posting dated before the order's last generation is an
      *    earlier cycle's item seen again (POSTACT left from a
      *    report-only night) and is not a confirmation.  An order
      *    already confirmed from this same posting date means the
      *    step is being rerun, and is passed over quietly.
      ******************************************************************
       2100-MATCH-ORDER.
           MOVE POST-RUN-STAMP (1:10) TO WS-POST-DATE
           MOVE SPACES                TO WS-OLD-DUE-DATE
           MOVE SPACES                TO WS-CNF-NEW-DUE
           MOVE POST-TRAN-VALUE       TO SO-ORDER-ID
           READ SORDER-FILE
               KEY IS SO-ORDER-ID
           IF SORDER-NOT-FOUND
               MOVE "UNMATCHED"           TO WS-CNF-ACTION
               MOVE "ORDER NOT ON SORDMST" TO WS-CNF-NOTE
               PERFORM 2800-REPORT-ITEM THRU 2800-EXIT
               ADD 1 TO WS-ITEMS-UNMATCHED
               GO TO 2100-EXIT
           END-IF
           IF NOT SORDER-OK
               MOVE "SORDER-FILE READ FAILED" TO WS-ABEND-MESSAGE
               MOVE SORDER-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           IF NOT SO-STATUS-PENDING
               IF SO-LAST-POST-DATE = WS-POST-DATE
                   ADD 1 TO WS-ITEMS-ALREADY-DONE
               ELSE
                   MOVE "UNMATCHED"         TO WS-CNF-ACTION
                   MOVE "ORDER NOT PENDING" TO WS-CNF-NOTE
                   PERFORM 2800-REPORT-ITEM THRU 2800-EXIT
                   ADD 1 TO WS-ITEMS-UNMATCHED
               END-IF
               GO TO 2100-EXIT
           END-IF
           IF WS-POST-DATE < SO-LAST-GEN-DATE
               ADD 1 TO WS-ITEMS-ALREADY-DONE
               GO TO 2100-EXIT
           END-IF
           MOVE SO-PENDING-DUE-DATE TO WS-OLD-DUE-DATE
           IF POST-ACCOUNT-ID NOT = SO-ACCOUNT-ID
               MOVE "UNMATCHED"             TO WS-CNF-ACTION
               MOVE "ACCOUNT DIFFERS FROM ORDER" TO WS-CNF-NOTE
               PERFORM 2800-REPORT-ITEM THRU 2800-EXIT
               ADD 1 TO WS-ITEMS-UNMATCHED
               GO TO 2100-EXIT
           END-IF
           IF POST-STATUS-CD NOT = 'P'
               MOVE "NOT POSTED"            TO WS-CNF-ACTION
               MOVE "ORDER STAYS PENDING"   TO WS-CNF-NOTE
               PERFORM 2800-REPORT-ITEM THRU 2800-EXIT
               ADD 1 TO WS-ITEMS-NOT-POSTED
               GO TO 2100-EXIT
           END-IF

           PERFORM 2200-ADVANCE-DUE-DATE THRU 2200-EXIT
           MOVE DATEWRK-DATE      TO SO-NEXT-DUE-DATE
           MOVE 'A'               TO SO-STATUS-CD
           MOVE SPACES            TO SO-PENDING-DUE-DATE
           MOVE WS-POST-DATE      TO SO-LAST-POST-DATE
           MOVE RUNSTMP-RUN-STAMP TO SO-LAST-UPDATE-STAMP
           REWRITE STANDING-ORDER-RECORD
           IF NOT SORDER-OK
               MOVE "STANDING-ORDER-RECORD REWRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE SORDER-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           MOVE SO-NEXT-DUE-DATE  TO WS-CNF-NEW-DUE
           MOVE "CONFIRMED"       TO WS-CNF-ACTION
           IF SO-END-DATE NOT = SPACES
            AND SO-NEXT-DUE-DATE > SO-END-DATE
               MOVE "FINAL ITEM - ORDER WILL EXPIRE" TO WS-CNF-NOTE
           END-IF
           PERFORM 2800-REPORT-ITEM THRU 2800-EXIT
           ADD 1 TO WS-ORDERS-CONFIRMED.
       2100-EXIT.
           EXIT.
      ******************************************************************
      *    2200-ADVANCE-DUE-DATE -- the due date the posted item was
      *    generated for, moved on by the order's frequency, into
      *    DATEWRK-DATE.  Stepping from the nominal due date (not
      *    the holiday-rolled one) keeps a monthly order on its own
      *    day after a holiday.
      ******************************************************************
       2200-ADVANCE-DUE-DATE.
           MOVE WS-OLD-DUE-DATE TO DATEWRK-DATE
           PERFORM 0910-DATE-TO-DAYS THRU 0910-EXIT
           IF NOT DATEWRK-VALID
               DISPLAY "SOPOST ORDER " SO-ORDER-ID
                       " PENDING DUE DATE " WS-OLD-DUE-DATE
               MOVE "PENDING DUE DATE INVALID" TO WS-ABEND-MESSAGE
               MOVE SORDER-STATUS              TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           EVALUATE TRUE
               WHEN SO-FREQ-WEEKLY
                   PERFORM 0920-NEXT-DATE THRU 0920-EXIT 7 TIMES
               WHEN SO-FREQ-MONTHLY
                   PERFORM 2210-NEXT-MONTH THRU 2210-EXIT
                   IF SO-DAY-OF-MONTH NUMERIC
                    AND SO-DAY-OF-MONTH > ZERO
                       MOVE SO-DAY-OF-MONTH TO WS-ANCHOR-DAY
                   ELSE
                       MOVE DATEWRK-DAY     TO WS-ANCHOR-DAY
                   END-IF
                   PERFORM 0930-MONTH-LENGTH THRU 0930-EXIT
                   IF WS-ANCHOR-DAY > DATEWRK-MONTH-DAYS
                       MOVE DATEWRK-MONTH-DAYS TO DATEWRK-DAY
                   ELSE
                       MOVE WS-ANCHOR-DAY      TO DATEWRK-DAY
                   END-IF
               WHEN SO-FREQ-MONTH-END
                   PERFORM 2210-NEXT-MONTH THRU 2210-EXIT
                   PERFORM 2250-MONTH-END-DATE THRU 2250-EXIT
               WHEN OTHER
                   DISPLAY "SOPOST ORDER " SO-ORDER-ID
                           " FREQUENCY " SO-FREQUENCY-CD
                   MOVE "SO-FREQUENCY-CD INVALID" TO WS-ABEND-MESSAGE
                   MOVE SORDER-STATUS             TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-EVALUATE.
       2200-EXIT.
           EXIT.
      ******************************************************************
      *    2210-NEXT-MONTH -- DATEWRK-DATE to the first of the
      *    following month.
      ******************************************************************
       2210-NEXT-MONTH.
           MOVE 1 TO DATEWRK-DAY
           IF DATEWRK-MONTH < 12
               ADD 1 TO DATEWRK-MONTH
           ELSE
               MOVE 1 TO DATEWRK-MONTH
               ADD 1 TO DATEWRK-YEAR
           END-IF.
       2210-EXIT.
           EXIT.
      ******************************************************************
      *    2250-MONTH-END-DATE -- the month in DATEWRK-DATE to the
      *    date BUSCAL flags as that month's last business day; a
      *    month the calendar does not flag takes its last calendar
      *    day instead.
      ******************************************************************
       2250-MONTH-END-DATE.
           MOVE DATEWRK-DATE (1:7) TO WS-TARGET-MONTH
           MOVE 'N'  TO MONTH-END-FOUND-SWITCH
           MOVE ZERO TO WS-CAL-SUB
           PERFORM 2260-MONTH-END-NEXT THRU 2260-EXIT
               UNTIL MONTH-END-FOUND
                  OR WS-CAL-SUB NOT LESS THAN WS-CAL-COUNT
           IF MONTH-END-FOUND
               MOVE WS-CAL-ENT-DATE (WS-CAL-SUB) TO DATEWRK-DATE
           ELSE
               PERFORM 0930-MONTH-LENGTH THRU 0930-EXIT
               MOVE DATEWRK-MONTH-DAYS TO DATEWRK-DAY
           END-IF.
       2250-EXIT.
           EXIT.

       2260-MONTH-END-NEXT.
           ADD 1 TO WS-CAL-SUB
           IF WS-CAL-ENT-DATE (WS-CAL-SUB) (1:7) = WS-TARGET-MONTH
            AND WS-CAL-ENT-MONTH-END (WS-CAL-SUB) = 'Y'
               MOVE 'Y' TO MONTH-END-FOUND-SWITCH
           END-IF.
       2260-EXIT.
           EXIT.
      ******************************************************************
      *    2800-REPORT-ITEM -- one SOPSTRPT detail line; the caller
      *    sets the action, note and (when confirmed) the new due
      *    date.
      ******************************************************************
       2800-REPORT-ITEM.
           MOVE POST-TRAN-VALUE   TO WS-CNF-ORDER-ID
           MOVE POST-ACCOUNT-ID   TO WS-CNF-ACCOUNT-ID
           MOVE POST-STATUS-CD    TO WS-CNF-STATUS-CD
           MOVE POST-ORIG-AMOUNT  TO WS-CNF-AMOUNT
           MOVE POST-CURRENCY-CD  TO WS-CNF-CURRENCY-CD
           MOVE WS-OLD-DUE-DATE   TO WS-CNF-OLD-DUE
           MOVE WS-CONF-LINE      TO CONF-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE SPACES            TO WS-CNF-NOTE.
       2800-EXIT.
           EXIT.
      ******************************************************************
      *    2950-WRITE-REPORT -- one report line, status checked.
      ******************************************************************
       2950-WRITE-REPORT.
           WRITE CONF-RPT-LINE
           IF NOT CONF-RPT-FILE-OK
               MOVE "CONF-RPT-LINE WRITE FAILED" TO WS-ABEND-MESSAGE
               MOVE CONF-RPT-FILE-STATUS         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       2950-EXIT.
           EXIT.
      ******************************************************************
      *    8000-TERMINATE -- counts to the report, the log and
      *    NIGHTTOT, close down.  An item that did not post or
      *    matched no pending order ends the step COND CODE 4.
      ******************************************************************
       8000-TERMINATE.
           MOVE SPACES TO CONF-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE "POSTINGS READ"          TO WS-CNT-LABEL
           MOVE WS-POSTINGS-READ         TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE            TO CONF-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE "STANDING ORDER ITEMS"   TO WS-CNT-LABEL
           MOVE WS-ITEMS-SEEN            TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE            TO CONF-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE "ORDERS CONFIRMED"       TO WS-CNT-LABEL
           MOVE WS-ORDERS-CONFIRMED      TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE            TO CONF-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE "ITEMS NOT POSTED"       TO WS-CNT-LABEL
           MOVE WS-ITEMS-NOT-POSTED      TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE            TO CONF-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE "ITEMS UNMATCHED"        TO WS-CNT-LABEL
           MOVE WS-ITEMS-UNMATCHED       TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE            TO CONF-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE "ITEMS ALREADY CONFIRMED" TO WS-CNT-LABEL
           MOVE WS-ITEMS-ALREADY-DONE    TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE            TO CONF-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT

           IF SORDER-OK OR SORDER-NOT-FOUND
               CLOSE SORDER-FILE
           END-IF
           IF POSTED-FILE-OPEN
               CLOSE POSTED-FILE
           END-IF
           CLOSE CONF-RPT-FILE

           DISPLAY "SOPOST STANDING ORDER ITEMS: " WS-ITEMS-SEEN
           DISPLAY "SOPOST ORDERS CONFIRMED:     " WS-ORDERS-CONFIRMED
           DISPLAY "SOPOST ITEMS NOT POSTED:     " WS-ITEMS-NOT-POSTED
           DISPLAY "SOPOST ITEMS UNMATCHED:      " WS-ITEMS-UNMATCHED

           PERFORM 9700-OPEN-CTL-TOTALS THRU 9700-EXIT
           MOVE "ORDERS CONFIRMED"   TO CTL-LABEL
           MOVE WS-ORDERS-CONFIRMED  TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "ITEMS NOT POSTED"   TO CTL-LABEL
           MOVE WS-ITEMS-NOT-POSTED  TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "ITEMS UNMATCHED"    TO CTL-LABEL
           MOVE WS-ITEMS-UNMATCHED   TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           CLOSE CTL-TOTAL-FILE

           IF WS-ITEMS-NOT-POSTED > ZERO
            OR WS-ITEMS-UNMATCHED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
      ******************************************************************
      *    9700-OPEN-CTL-TOTALS -- the common night totals file is
      *    opened EXTEND so every step's records accumulate for the
      *    OPSUMM end-of-night summary; the first writer of the night
      *    creates it.
      ******************************************************************
       9700-OPEN-CTL-TOTALS.
           OPEN EXTEND CTL-TOTAL-FILE
           IF CTL-TOTAL-NOT-FOUND
               MOVE 0 TO CTL-TOTAL-STATUS
               OPEN OUTPUT CTL-TOTAL-FILE
           END-IF
           IF NOT CTL-TOTAL-OK
               MOVE "CTL-TOTAL-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE CTL-TOTAL-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           MOVE SPACES TO CTL-TOTAL-RECORD
           MOVE ZERO   TO CTL-COUNT
           MOVE ZERO   TO CTL-AMOUNT.
       9700-EXIT.
           EXIT.
      ******************************************************************
      *    9800-WRITE-CTL-TOTAL -- one totals record for OPSUMM; the
      *    caller sets CTL-LABEL and CTL-COUNT or CTL-AMOUNT, both
      *    are cleared again here after the write.
      ******************************************************************
       9800-WRITE-CTL-TOTAL.
           MOVE RUNSTMP-RUN-STAMP TO CTL-RUN-STAMP
           MOVE "SOPOST"          TO CTL-STEP-NAME
           MOVE 'T'               TO CTL-RECORD-TYPE
           WRITE CTL-TOTAL-RECORD
           IF NOT CTL-TOTAL-OK
               MOVE "CTL-TOTAL-RECORD WRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE CTL-TOTAL-STATUS     TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           MOVE SPACES TO CTL-TOTAL-RECORD
           MOVE ZERO   TO CTL-COUNT
           MOVE ZERO   TO CTL-AMOUNT.
       9800-EXIT.
           EXIT.
      ******************************************************************
      *    9999-FILE-ABEND -- common hard-error handler for any file
      *    OPEN/READ/WRITE/REWRITE that fails its FILE STATUS check.
      *    Set WS-ABEND-MESSAGE/WS-ABEND-STATUS and PERFORM this THRU
      *    9999-EXIT; it never returns.
      ******************************************************************
       9999-FILE-ABEND.
           DISPLAY "SOPOST ABEND - " WS-ABEND-MESSAGE
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9999-EXIT.
           EXIT.
