       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 SOGEN.
       AUTHOR. WEDEMANN / Softwork.app
       INSTALLATION. Softwork.app
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original program.  Standing-order
      *                      generator, run ahead of TRANEDIT: every
      *                      active order on the SORDMST master whose
      *                      next due date has arrived -- rolled
      *                      forward past BUSCAL holidays to the next
      *                      business day -- is written as an
      *                      ordinary transaction to TRANFIL4, a
      *                      provider file of its own (header,
      *                      details, balancing trailer) that
      *                      TRANEDIT edits as source '04'.  The
      *                      order id travels in TRAN-VALUE.  A
      *                      generated order is marked pending and
      *                      its due date is NOT moved on here: SOPOST
      *                      does that after SECTIONS, only once the
      *                      item is seen posted, so a rejected or
      *                      unposted item is never silently lost.
      *                      An order still pending from an earlier
      *                      night is skipped (and reported); one
      *                      past its end date is expired.  The
      *                      SOGENRPT report lists every order
      *                      generated, skipped or expired, and the
      *                      step ends COND CODE 4 when anything was
      *                      skipped.
      *    2026-10-15  JW    TRANFIL4 records grow to 80 bytes with
      *                      TRANREC.
      *    2026-10-15  JW    Items are booked under the account's home
      *                      region on ACCTRGN (kept by SECTOWN), so a
      *                      partitioned night posts them in the
      *                      partition that owns the account; the
      *                      order's own region is used only for an
      *                      account with no home region yet, or when
      *                      there is no ACCTRGN.  SOGENRPT shows the
      *                      region each item was booked under.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT SORDER-FILE      ASSIGN TO "SORDMST"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS SO-ORDER-ID
                                    FILE STATUS IS SORDER-STATUS.

           SELECT ACCT-REGION-FILE ASSIGN TO "ACCTRGN"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS ARG-ACCOUNT-ID
                                    FILE STATUS IS ACCT-REGION-STATUS.

           SELECT CALENDAR-FILE    ASSIGN TO "BUSCAL"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS CALENDAR-FILE-STATUS.

           SELECT GEN-TRAN-FILE    ASSIGN TO "TRANFIL4"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS GEN-TRAN-FILE-STATUS.

           SELECT GEN-RPT-FILE     ASSIGN TO "SOGENRPT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS GEN-RPT-FILE-STATUS.

           SELECT CTL-TOTAL-FILE   ASSIGN TO "NIGHTTOT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS CTL-TOTAL-STATUS.
      ******************************************************************
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  SORDER-FILE.
           COPY SORDREC.

       FD  ACCT-REGION-FILE.
           COPY ARGNREC.

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  GEN-TRAN-FILE.
       01  GEN-TRAN-REC               PIC X(80).

       FD  GEN-RPT-FILE.
       01  GEN-RPT-LINE               PIC X(132).

       FD  CTL-TOTAL-FILE.
           COPY CTLREC.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY RUNSTMP.

       COPY DATEWRK.

      *    Generated items are built in the shared transaction layout
      *    and moved to the FD record for the WRITE.
       COPY TRANREC.

       COPY TRANHT.

       01  SW-SORDER-STATUS.
           05  SORDER-STATUS           PIC X(02) VALUE '00'.
               88  SORDER-OK                      VALUE '00'.
               88  SORDER-FILE-NOT-FOUND          VALUE '35'.

       01  SW-ACCT-REGION-STATUS.
           05  ACCT-REGION-STATUS      PIC X(02) VALUE '00'.
               88  ACCT-REGION-OK                 VALUE '00'.
               88  ACCT-REGION-NOT-FOUND          VALUE '23'.
               88  ACCT-REGION-FILE-NOT-FOUND     VALUE '35'.

       01  SW-CALENDAR-FILE-STATUS.
           05  CALENDAR-FILE-STATUS    PIC X(02) VALUE '00'.
               88  CALENDAR-FILE-OK               VALUE '00'.
               88  CALENDAR-FILE-NOT-FOUND        VALUE '35'.

       01  SW-GEN-TRAN-FILE-STATUS.
           05  GEN-TRAN-FILE-STATUS    PIC X(02) VALUE '00'.
               88  GEN-TRAN-FILE-OK               VALUE '00'.

       01  SW-GEN-RPT-FILE-STATUS.
           05  GEN-RPT-FILE-STATUS     PIC X(02) VALUE '00'.
               88  GEN-RPT-FILE-OK                VALUE '00'.

       01  SW-CTL-TOTAL-STATUS.
           05  CTL-TOTAL-STATUS        PIC X(02) VALUE '00'.
               88  CTL-TOTAL-OK                   VALUE '00'.
               88  CTL-TOTAL-NOT-FOUND            VALUE '35'.

       01  SW-END-OF-FILE.
           05  SORDER-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  SORDER-AT-EOF                  VALUE 'Y'.
           05  CALENDAR-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  CALENDAR-AT-EOF                VALUE 'Y'.

      *    Whether ACCTRGN was there to look in, and the region the
      *    current order's item is booked under (2350-).
       01  SW-ACCT-REGION.
           05  ACCT-REGION-OPEN-SW     PIC X(01) VALUE 'N'.
               88  ACCT-REGION-OPEN               VALUE 'Y'.

       01  WS-BOOK-REGION-CD           PIC X(03) VALUE SPACES.

       01  SW-CALENDAR-LOOKUP.
           05  CAL-ENTRY-FOUND-SWITCH  PIC X(01) VALUE 'N'.
               88  CAL-ENTRY-FOUND                VALUE 'Y'.
           05  ROLL-DONE-SWITCH        PIC X(01) VALUE 'N'.
               88  ROLL-DONE                      VALUE 'Y'.

      *    The BUSCAL processing calendar, loaded whole: the due-date
      *    roll looks dates up here.  A date the calendar does not
      *    list counts as a business day; with no BUSCAL file at all
      *    nothing rolls and the run-date check is skipped, the same
      *    as TRANEDIT and SECTIONS.
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-MAX              PIC 9(04) COMP VALUE 4000.
           05  WS-CAL-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-CAL-SUB              PIC 9(04) COMP VALUE ZERO.
           05  WS-CAL-ENTRY            OCCURS 4000 TIMES.
               10  WS-CAL-ENT-DATE     PIC X(10).
               10  WS-CAL-ENT-TYPE     PIC X(01).

      *    A holiday run longer than this means the calendar is
      *    wrong, not that the order should wait a month.
       01  WS-ROLL-FIELDS.
           05  WS-ROLL-LIMIT           PIC 9(04) COMP VALUE 31.
           05  WS-ROLL-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-EFFECTIVE-DATE       PIC X(10) VALUE SPACES.

       01  WS-GEN-COUNTERS.
           05  WS-ORDERS-READ          PIC 9(09) COMP VALUE ZERO.
           05  WS-ITEMS-GENERATED      PIC 9(09) COMP VALUE ZERO.
           05  WS-ORDERS-SKIPPED       PIC 9(09) COMP VALUE ZERO.
           05  WS-ORDERS-EXPIRED       PIC 9(09) COMP VALUE ZERO.
           05  WS-ORDERS-NOT-DUE       PIC 9(09) COMP VALUE ZERO.
           05  WS-ORDERS-INACTIVE      PIC 9(09) COMP VALUE ZERO.
           05  WS-ITEMS-REBOOKED       PIC 9(09) COMP VALUE ZERO.

      *    Raw TRAN-AMOUNT sum of the generated details -- the
      *    TRANFIL4 trailer hash, in the same unit every provider
      *    uses.
       01  WS-GEN-HASH                PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-GEN-TITLE.
           05  FILLER                  PIC X(34)
                   VALUE "STANDING ORDER GENERATION REPORT  ".
           05  WS-TTL-RUN-STAMP        PIC X(19) VALUE SPACES.
           05  FILLER                  PIC X(79) VALUE SPACES.

       01  WS-GEN-HEADING.
           05  FILLER                  PIC X(40)
                   VALUE "ORDER  ACCOUNT    RGN T          AMOUNT ".
           05  FILLER                  PIC X(40)
                   VALUE "CUR DUE DATE   EFFECTIVE  ACTION    NOTE".
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-GEN-LINE.
           05  WS-GEN-ORDER-ID         PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-GEN-ACCOUNT-ID       PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-GEN-REGION-CD        PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-GEN-TYPE-CD          PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-GEN-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-GEN-CURRENCY-CD      PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-GEN-DUE-DATE         PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-GEN-EFFECTIVE-DATE   PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-GEN-ACTION           PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-GEN-NOTE             PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL            PIC X(25) VALUE SPACES.
           05  WS-CNT-VALUE            PIC Z(08)9.
           05  FILLER                  PIC X(98) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  WS-AMT-LABEL            PIC X(25) VALUE SPACES.
           05  WS-AMT-VALUE            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           05  WS-ABEND-STATUS         PIC X(02) VALUE SPACES.
      /*****************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-ORDER THRU 2000-EXIT
               UNTIL SORDER-AT-EOF
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
      *    the master and the outputs, and write the TRANFIL4 header.
      *    TRANFIL4 is written on every run, empty or not, so
      *    TRANEDIT never picks up a previous night's items.  A
      *    master that does not exist yet is created empty.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 0900-STAMP-RUN-DATE THRU 0900-EXIT

           PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT

           OPEN I-O SORDER-FILE
           IF SORDER-FILE-NOT-FOUND
               MOVE 0 TO SORDER-STATUS
               OPEN OUTPUT SORDER-FILE
               CLOSE SORDER-FILE
               OPEN I-O SORDER-FILE
           END-IF
           IF NOT SORDER-OK
               MOVE "SORDER-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE SORDER-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

      *    No ACCTRGN yet (SECTOWN has never run) books every item
      *    under its order's region.
           OPEN INPUT ACCT-REGION-FILE
           IF ACCT-REGION-FILE-NOT-FOUND
               DISPLAY "SOGEN ACCTRGN NOT PRESENT - "
                       "ITEMS BOOKED UNDER ORDER REGION"
           ELSE
               IF NOT ACCT-REGION-OK
                   MOVE "ACCT-REGION-FILE OPEN FAILED"
                                             TO WS-ABEND-MESSAGE
                   MOVE ACCT-REGION-STATUS   TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
               MOVE 'Y' TO ACCT-REGION-OPEN-SW
           END-IF

           OPEN OUTPUT GEN-TRAN-FILE
           IF NOT GEN-TRAN-FILE-OK
               MOVE "GEN-TRAN-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE GEN-TRAN-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           OPEN OUTPUT GEN-RPT-FILE
           IF NOT GEN-RPT-FILE-OK
               MOVE "GEN-RPT-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE GEN-RPT-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           MOVE SPACES            TO TRAN-HEADER-RECORD
           MOVE 'HDR'             TO TRAN-HDR-ID
           MOVE RUNSTMP-RUN-DATE  TO TRAN-HDR-BUS-DATE
           MOVE TRAN-HEADER-RECORD TO GEN-TRAN-REC
           PERFORM 2900-WRITE-GEN-TRAN THRU 2900-EXIT

           MOVE RUNSTMP-RUN-STAMP TO WS-TTL-RUN-STAMP
           MOVE WS-GEN-TITLE      TO GEN-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE SPACES            TO GEN-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE WS-GEN-HEADING    TO GEN-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT.
       1000-EXIT.
           EXIT.
      ******************************************************************
      *    1100-LOAD-CALENDAR -- BUSCAL into the calendar table, then
      *    the run date checked against it: generating tonight's
      *    items on a night the calendar does not list as a business
      *    day would only feed a TRANEDIT that refuses to run.
      ******************************************************************
       1100-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-FILE-NOT-FOUND
               DISPLAY "SOGEN BUSCAL NOT PRESENT - "
                       "NO HOLIDAY ROLL, CALENDAR CHECK SKIPPED"
               GO TO 1100-EXIT
           END-IF
           IF NOT CALENDAR-FILE-OK
               MOVE "CALENDAR-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE CALENDAR-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 1110-READ-CALENDAR THRU 1110-EXIT
               UNTIL CALENDAR-AT-EOF
           CLOSE CALENDAR-FILE

           MOVE RUNSTMP-RUN-DATE TO DATEWRK-DATE
           PERFORM 2250-FIND-CAL-DATE THRU 2250-EXIT
           IF NOT CAL-ENTRY-FOUND
               DISPLAY "SOGEN RUN DATE " RUNSTMP-RUN-DATE
                       " NOT ON BUSCAL"
               MOVE "RUN DATE NOT ON BUSCAL"   TO WS-ABEND-MESSAGE
               MOVE CALENDAR-FILE-STATUS       TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           IF WS-CAL-ENT-TYPE (WS-CAL-SUB) NOT = 'B'
               DISPLAY "SOGEN RUN DATE " RUNSTMP-RUN-DATE
                       " IS NOT A BUSINESS DAY"
               MOVE "RUN DATE NOT A BUSINESS DAY"
                                               TO WS-ABEND-MESSAGE
               MOVE CALENDAR-FILE-STATUS       TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
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
                   MOVE CAL-DATE     TO WS-CAL-ENT-DATE (WS-CAL-COUNT)
                   MOVE CAL-DAY-TYPE TO WS-CAL-ENT-TYPE (WS-CAL-COUNT)
           END-READ.
       1110-EXIT.
           EXIT.
      ******************************************************************
      *    2000-PROCESS-ORDER -- read the next order off the master
      *    in key sequence and decide what tonight does with it.
      ******************************************************************
       2000-PROCESS-ORDER.
           READ SORDER-FILE NEXT
               AT END
                   MOVE 'Y' TO SORDER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ORDERS-READ
                   PERFORM 2100-CHECK-ORDER THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.
      ******************************************************************
      *    2100-CHECK-ORDER -- expired orders are left alone.  A
      *    pending order generated on an earlier night is skipped:
      *    its item has not posted yet, and generating the next one
      *    on top would double the payment once both post.  A
      *    pending order generated tonight means this step is being
      *    rerun, so its item is written again -- the rerun's
      *    TRANFIL4 replaces the first one whole.  An active order
      *    past its end date expires; otherwise it generates when
      *    its rolled due date has arrived.
      ******************************************************************
       2100-CHECK-ORDER.
           MOVE SPACES       TO WS-EFFECTIVE-DATE
           MOVE SO-REGION-CD TO WS-BOOK-REGION-CD
           IF SO-STATUS-EXPIRED
               ADD 1 TO WS-ORDERS-INACTIVE
               GO TO 2100-EXIT
           END-IF

           IF SO-STATUS-PENDING
               IF SO-LAST-GEN-DATE = RUNSTMP-RUN-DATE
                   MOVE SO-PENDING-DUE-DATE TO WS-EFFECTIVE-DATE
                   PERFORM 2300-WRITE-ITEM THRU 2300-EXIT
                   MOVE "GENERATED"          TO WS-GEN-ACTION
                   MOVE "REWRITTEN ON RERUN" TO WS-GEN-NOTE
                   MOVE SO-PENDING-DUE-DATE  TO WS-GEN-DUE-DATE
                   PERFORM 2800-REPORT-ORDER THRU 2800-EXIT
               ELSE
                   ADD 1 TO WS-ORDERS-SKIPPED
                   MOVE "SKIPPED"            TO WS-GEN-ACTION
                   MOVE "PRIOR ITEM NOT YET POSTED"
                                             TO WS-GEN-NOTE
                   MOVE SO-PENDING-DUE-DATE  TO WS-GEN-DUE-DATE
                   PERFORM 2800-REPORT-ORDER THRU 2800-EXIT
               END-IF
               GO TO 2100-EXIT
           END-IF

           IF SO-END-DATE NOT = SPACES
            AND SO-NEXT-DUE-DATE > SO-END-DATE
               PERFORM 2400-EXPIRE-ORDER THRU 2400-EXIT
               GO TO 2100-EXIT
           END-IF

           MOVE SO-NEXT-DUE-DATE TO DATEWRK-DATE
           PERFORM 0910-DATE-TO-DAYS THRU 0910-EXIT
           IF NOT DATEWRK-VALID
               ADD 1 TO WS-ORDERS-SKIPPED
               MOVE "SKIPPED"               TO WS-GEN-ACTION
               MOVE "NEXT DUE DATE INVALID" TO WS-GEN-NOTE
               MOVE SO-NEXT-DUE-DATE        TO WS-GEN-DUE-DATE
               PERFORM 2800-REPORT-ORDER THRU 2800-EXIT
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-ROLL-DUE-DATE THRU 2200-EXIT
           IF WS-EFFECTIVE-DATE > RUNSTMP-RUN-DATE
               ADD 1 TO WS-ORDERS-NOT-DUE
               GO TO 2100-EXIT
           END-IF

           PERFORM 2300-WRITE-ITEM THRU 2300-EXIT
           MOVE 'P'               TO SO-STATUS-CD
           MOVE SO-NEXT-DUE-DATE  TO SO-PENDING-DUE-DATE
           MOVE RUNSTMP-RUN-DATE  TO SO-LAST-GEN-DATE
           MOVE RUNSTMP-RUN-STAMP TO SO-LAST-UPDATE-STAMP
           REWRITE STANDING-ORDER-RECORD
           IF NOT SORDER-OK
               MOVE "STANDING-ORDER-RECORD REWRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE SORDER-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           MOVE "GENERATED"       TO WS-GEN-ACTION
           IF WS-EFFECTIVE-DATE NOT = SO-NEXT-DUE-DATE
               MOVE "DUE DATE ROLLED PAST HOLIDAY" TO WS-GEN-NOTE
           END-IF
           MOVE SO-NEXT-DUE-DATE  TO WS-GEN-DUE-DATE
           PERFORM 2800-REPORT-ORDER THRU 2800-EXIT.
       2100-EXIT.
           EXIT.
      ******************************************************************
      *    2200-ROLL-DUE-DATE -- the valid nominal due date in
      *    DATEWRK-DATE is moved forward one day at a time while
      *    BUSCAL lists it as a holiday; the result is the date the
      *    item is really due, in WS-EFFECTIVE-DATE.
      ******************************************************************
       2200-ROLL-DUE-DATE.
           MOVE ZERO TO WS-ROLL-COUNT
           MOVE 'N'  TO ROLL-DONE-SWITCH
           PERFORM 2210-ROLL-ONE-DAY THRU 2210-EXIT
               UNTIL ROLL-DONE
           MOVE DATEWRK-DATE TO WS-EFFECTIVE-DATE.
       2200-EXIT.
           EXIT.

       2210-ROLL-ONE-DAY.
           PERFORM 2250-FIND-CAL-DATE THRU 2250-EXIT
           IF NOT CAL-ENTRY-FOUND
            OR WS-CAL-ENT-TYPE (WS-CAL-SUB) NOT = 'H'
               MOVE 'Y' TO ROLL-DONE-SWITCH
               GO TO 2210-EXIT
           END-IF
           ADD 1 TO WS-ROLL-COUNT
           IF WS-ROLL-COUNT > WS-ROLL-LIMIT
               DISPLAY "SOGEN ORDER " SO-ORDER-ID
                       " DUE " SO-NEXT-DUE-DATE
               MOVE "BUSCAL HOLIDAY RUN TOO LONG" TO WS-ABEND-MESSAGE
               MOVE CALENDAR-FILE-STATUS          TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 0920-NEXT-DATE THRU 0920-EXIT.
       2210-EXIT.
           EXIT.
      ******************************************************************
      *    2250-FIND-CAL-DATE -- DATEWRK-DATE looked up in the
      *    calendar table; WS-CAL-SUB points at the entry when found.
      ******************************************************************
       2250-FIND-CAL-DATE.
           MOVE 'N'  TO CAL-ENTRY-FOUND-SWITCH
           MOVE ZERO TO WS-CAL-SUB
           PERFORM 2260-FIND-CAL-NEXT THRU 2260-EXIT
               UNTIL CAL-ENTRY-FOUND
                  OR WS-CAL-SUB NOT LESS THAN WS-CAL-COUNT.
       2250-EXIT.
           EXIT.

       2260-FIND-CAL-NEXT.
           ADD 1 TO WS-CAL-SUB
           IF WS-CAL-ENT-DATE (WS-CAL-SUB) = DATEWRK-DATE
               MOVE 'Y' TO CAL-ENTRY-FOUND-SWITCH
           END-IF.
       2260-EXIT.
           EXIT.
      ******************************************************************
      *    2300-WRITE-ITEM -- the order as one TRANFIL4 detail.  The
      *    source code is left blank for TRANEDIT to stamp '04';
      *    TRAN-VALUE carries the order id so SOPOST can find the
      *    order again on POSTACT.  The region is the account's
      *    booking region (2350-).
      ******************************************************************
       2300-WRITE-ITEM.
           PERFORM 2350-FIND-BOOK-REGION THRU 2350-EXIT
           MOVE SPACES            TO TRAN-RECORD
           MOVE WS-BOOK-REGION-CD TO TRAN-REGION-CD
           MOVE SO-ACCOUNT-ID     TO TRAN-ACCOUNT-ID
           MOVE SO-ORDER-ID       TO TRAN-VALUE
           MOVE SO-AMOUNT         TO TRAN-AMOUNT
           MOVE SO-TYPE-CD        TO TRAN-TYPE-CD
           MOVE SO-CURRENCY-CD    TO TRAN-CURRENCY-CD
           MOVE TRAN-RECORD       TO GEN-TRAN-REC
           PERFORM 2900-WRITE-GEN-TRAN THRU 2900-EXIT
           ADD 1         TO WS-ITEMS-GENERATED
           ADD SO-AMOUNT TO WS-GEN-HASH.
       2300-EXIT.
           EXIT.
      ******************************************************************
      *    2350-FIND-BOOK-REGION -- the order account's ACCTRGN home
      *    region, else the order's own region.
      ******************************************************************
       2350-FIND-BOOK-REGION.
           MOVE SO-REGION-CD TO WS-BOOK-REGION-CD
           IF NOT ACCT-REGION-OPEN
               GO TO 2350-EXIT
           END-IF
           MOVE SO-ACCOUNT-ID TO ARG-ACCOUNT-ID
           READ ACCT-REGION-FILE
               KEY IS ARG-ACCOUNT-ID
           IF ACCT-REGION-NOT-FOUND
               GO TO 2350-EXIT
           END-IF
           IF NOT ACCT-REGION-OK
               MOVE "ACCT-REGION-FILE READ FAILED" TO WS-ABEND-MESSAGE
               MOVE ACCT-REGION-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           MOVE ARG-REGION-CD TO WS-BOOK-REGION-CD
           IF WS-BOOK-REGION-CD NOT = SO-REGION-CD
               ADD 1 TO WS-ITEMS-REBOOKED
           END-IF.
       2350-EXIT.
           EXIT.
      ******************************************************************
      *    2400-EXPIRE-ORDER -- the next due date has passed the end
      *    date: the order is closed out as expired and reported.
      ******************************************************************
       2400-EXPIRE-ORDER.
           MOVE 'X'               TO SO-STATUS-CD
           MOVE RUNSTMP-RUN-STAMP TO SO-LAST-UPDATE-STAMP
           REWRITE STANDING-ORDER-RECORD
           IF NOT SORDER-OK
               MOVE "STANDING-ORDER-RECORD REWRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE SORDER-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           ADD 1 TO WS-ORDERS-EXPIRED
           MOVE "EXPIRED"         TO WS-GEN-ACTION
           MOVE "PAST END DATE"   TO WS-GEN-NOTE
           MOVE SO-NEXT-DUE-DATE  TO WS-GEN-DUE-DATE
           PERFORM 2800-REPORT-ORDER THRU 2800-EXIT.
       2400-EXIT.
           EXIT.
      ******************************************************************
      *    2800-REPORT-ORDER -- one SOGENRPT detail line; the caller
      *    sets the action, note and due date.
      ******************************************************************
       2800-REPORT-ORDER.
           MOVE SO-ORDER-ID       TO WS-GEN-ORDER-ID
           MOVE SO-ACCOUNT-ID     TO WS-GEN-ACCOUNT-ID
           MOVE WS-BOOK-REGION-CD TO WS-GEN-REGION-CD
           MOVE SO-TYPE-CD        TO WS-GEN-TYPE-CD
           MOVE SO-AMOUNT         TO WS-GEN-AMOUNT
           MOVE SO-CURRENCY-CD    TO WS-GEN-CURRENCY-CD
           MOVE WS-EFFECTIVE-DATE TO WS-GEN-EFFECTIVE-DATE
           MOVE WS-GEN-LINE       TO GEN-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE SPACES            TO WS-GEN-NOTE.
       2800-EXIT.
           EXIT.
      ******************************************************************
      *    2900-WRITE-GEN-TRAN / 2950-WRITE-REPORT -- one TRANFIL4
      *    record or one report line, status checked.
      ******************************************************************
       2900-WRITE-GEN-TRAN.
           WRITE GEN-TRAN-REC
           IF NOT GEN-TRAN-FILE-OK
               MOVE "GEN-TRAN-REC WRITE FAILED" TO WS-ABEND-MESSAGE
               MOVE GEN-TRAN-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       2900-EXIT.
           EXIT.

       2950-WRITE-REPORT.
           WRITE GEN-RPT-LINE
           IF NOT GEN-RPT-FILE-OK
               MOVE "GEN-RPT-LINE WRITE FAILED" TO WS-ABEND-MESSAGE
               MOVE GEN-RPT-FILE-STATUS         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       2950-EXIT.
           EXIT.
      ******************************************************************
      *    8000-TERMINATE -- the TRANFIL4 trailer, counts to the
      *    report, the log and NIGHTTOT, close down.  Skipped orders
      *    end the step COND CODE 4 so the operator follows up the
      *    items that have not posted.
      ******************************************************************
       8000-TERMINATE.
           MOVE SPACES             TO TRAN-TRAILER-RECORD
           MOVE 'TRL'              TO TRAN-TRL-ID
           MOVE WS-ITEMS-GENERATED TO TRAN-TRL-RECORD-COUNT
           MOVE WS-GEN-HASH        TO TRAN-TRL-HASH-TOTAL
           MOVE TRAN-TRAILER-RECORD TO GEN-TRAN-REC
           PERFORM 2900-WRITE-GEN-TRAN THRU 2900-EXIT

           MOVE SPACES TO GEN-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE "ORDERS READ"            TO WS-CNT-LABEL
           MOVE WS-ORDERS-READ           TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE            TO GEN-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE "ITEMS GENERATED"        TO WS-CNT-LABEL
           MOVE WS-ITEMS-GENERATED       TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE            TO GEN-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE "AMOUNT GENERATED"       TO WS-AMT-LABEL
           MOVE WS-GEN-HASH              TO WS-AMT-VALUE
           MOVE WS-AMOUNT-LINE           TO GEN-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE "ITEMS UNDER HOME RGN"   TO WS-CNT-LABEL
           MOVE WS-ITEMS-REBOOKED        TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE            TO GEN-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE "ORDERS SKIPPED"         TO WS-CNT-LABEL
           MOVE WS-ORDERS-SKIPPED        TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE            TO GEN-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE "ORDERS EXPIRED"         TO WS-CNT-LABEL
           MOVE WS-ORDERS-EXPIRED        TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE            TO GEN-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE "ORDERS NOT YET DUE"     TO WS-CNT-LABEL
           MOVE WS-ORDERS-NOT-DUE        TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE            TO GEN-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE "ORDERS ALREADY EXPIRED" TO WS-CNT-LABEL
           MOVE WS-ORDERS-INACTIVE       TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE            TO GEN-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT

           CLOSE SORDER-FILE
           IF ACCT-REGION-OPEN
               CLOSE ACCT-REGION-FILE
           END-IF
           CLOSE GEN-TRAN-FILE
           CLOSE GEN-RPT-FILE

           DISPLAY "SOGEN ORDERS READ:      " WS-ORDERS-READ
           DISPLAY "SOGEN ITEMS GENERATED:  " WS-ITEMS-GENERATED
           DISPLAY "SOGEN HOME REGION:      " WS-ITEMS-REBOOKED
           DISPLAY "SOGEN ORDERS SKIPPED:   " WS-ORDERS-SKIPPED
           DISPLAY "SOGEN ORDERS EXPIRED:   " WS-ORDERS-EXPIRED

           PERFORM 9700-OPEN-CTL-TOTALS THRU 9700-EXIT
           MOVE "ORDERS READ"       TO CTL-LABEL
           MOVE WS-ORDERS-READ      TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "ITEMS GENERATED"   TO CTL-LABEL
           MOVE WS-ITEMS-GENERATED  TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "AMOUNT GENERATED"  TO CTL-LABEL
           MOVE WS-GEN-HASH         TO CTL-AMOUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "ORDERS SKIPPED"    TO CTL-LABEL
           MOVE WS-ORDERS-SKIPPED   TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "ORDERS EXPIRED"    TO CTL-LABEL
           MOVE WS-ORDERS-EXPIRED   TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           CLOSE CTL-TOTAL-FILE

           IF WS-ORDERS-SKIPPED > ZERO
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
           MOVE "SOGEN"           TO CTL-STEP-NAME
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
           DISPLAY "SOGEN ABEND - " WS-ABEND-MESSAGE
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9999-EXIT.
           EXIT.
