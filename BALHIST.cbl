       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 BALHIST.
       AUTHOR. WEDEMANN / Softwork.app
       INSTALLATION. Softwork.app
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original program.  End-of-day balance
      *                      history: every account on ACCTBAL, in
      *                      key order, with the closing balance
      *                      SECTIONS left behind tonight, written
      *                      to BALDAY under tonight's business
      *                      date.  NIGHTLY's SAVEBHST step then
      *                      appends BALDAY to the BALHIST history
      *                      the month-end INTACCR accrual reads.
      *                      BALDAY is rewritten whole on every run,
      *                      so a rerun of this step is harmless.
      *                      Account count and balance total go to
      *                      NIGHTTOT.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT ACCT-BAL-FILE    ASSIGN TO "ACCTBAL"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS ABM-ACCOUNT-ID
                                    FILE STATUS IS ACCT-BAL-STATUS.

           SELECT BAL-DAY-FILE     ASSIGN TO "BALDAY"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS BAL-DAY-STATUS.

           SELECT CTL-TOTAL-FILE   ASSIGN TO "NIGHTTOT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS CTL-TOTAL-STATUS.
      ******************************************************************
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  ACCT-BAL-FILE.
           COPY ABALREC.

       FD  BAL-DAY-FILE.
           COPY BHSREC.

       FD  CTL-TOTAL-FILE.
           COPY CTLREC.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY RUNSTMP.

       01  SW-ACCT-BAL-STATUS.
           05  ACCT-BAL-STATUS         PIC X(02) VALUE '00'.
               88  ACCT-BAL-OK                    VALUE '00'.
               88  ACCT-BAL-FILE-NOT-FOUND        VALUE '35'.

       01  SW-BAL-DAY-STATUS.
           05  BAL-DAY-STATUS          PIC X(02) VALUE '00'.
               88  BAL-DAY-OK                     VALUE '00'.

       01  SW-CTL-TOTAL-STATUS.
           05  CTL-TOTAL-STATUS        PIC X(02) VALUE '00'.
               88  CTL-TOTAL-OK                   VALUE '00'.
               88  CTL-TOTAL-NOT-FOUND            VALUE '35'.

       01  SW-END-OF-FILE.
           05  MASTER-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  MASTER-AT-EOF                  VALUE 'Y'.

       01  WS-HIST-COUNTERS.
           05  WS-ACCOUNTS-RECORDED    PIC 9(09) COMP VALUE ZERO.

       01  WS-HIST-BALANCE-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           05  WS-ABEND-STATUS         PIC X(02) VALUE SPACES.
      /*****************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-RECORD-ACCOUNT THRU 2000-EXIT
               UNTIL MASTER-AT-EOF
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.
      ******************************************************************
      *    0900-STAMP-RUN-DATE -- shared run-date/run-time stamp,
      *    PERFORMed from 1000-INITIALIZE below (see RUNSTPRC copybook).
      ******************************************************************
       COPY RUNSTPRC.
      ******************************************************************
      *    1000-INITIALIZE -- stamp the run and open the master and
      *    BALDAY.  With no ACCTBAL yet (the first night of a new
      *    installation) there is nothing to record and BALDAY is
      *    left empty.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 0900-STAMP-RUN-DATE THRU 0900-EXIT

           OPEN OUTPUT BAL-DAY-FILE
           IF NOT BAL-DAY-OK
               MOVE "BAL-DAY-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE BAL-DAY-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           OPEN INPUT ACCT-BAL-FILE
           IF ACCT-BAL-FILE-NOT-FOUND
               DISPLAY "BALHIST ACCTBAL NOT PRESENT - "
                       "NO BALANCES RECORDED"
               MOVE 'Y' TO MASTER-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           IF NOT ACCT-BAL-OK
               MOVE "ACCT-BAL-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE ACCT-BAL-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      ******************************************************************
      *    2000-RECORD-ACCOUNT -- the next account off the master, in
      *    key sequence, as one BALDAY history record.
      ******************************************************************
       2000-RECORD-ACCOUNT.
           READ ACCT-BAL-FILE NEXT
               AT END
                   MOVE 'Y' TO MASTER-EOF-SWITCH
               NOT AT END
                   PERFORM 2100-WRITE-HISTORY THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-WRITE-HISTORY.
           MOVE SPACES            TO BAL-HISTORY-RECORD
           MOVE RUNSTMP-RUN-DATE  TO BHS-BUS-DATE
           MOVE ABM-ACCOUNT-ID    TO BHS-ACCOUNT-ID
           MOVE ABM-BALANCE       TO BHS-BALANCE
           MOVE ABM-STATUS-CD     TO BHS-STATUS-CD
           MOVE RUNSTMP-RUN-STAMP TO BHS-RUN-STAMP
           WRITE BAL-HISTORY-RECORD
           IF NOT BAL-DAY-OK
               MOVE "BAL-HISTORY-RECORD WRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE BAL-DAY-STATUS       TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           ADD 1           TO WS-ACCOUNTS-RECORDED
           ADD ABM-BALANCE TO WS-HIST-BALANCE-TOTAL.
       2100-EXIT.
           EXIT.
      ******************************************************************
      *    8000-TERMINATE -- close down, counts to the log and to
      *    NIGHTTOT.
      ******************************************************************
       8000-TERMINATE.
           IF NOT ACCT-BAL-FILE-NOT-FOUND
               CLOSE ACCT-BAL-FILE
           END-IF
           CLOSE BAL-DAY-FILE

           DISPLAY "BALHIST BUSINESS DATE:     " RUNSTMP-RUN-DATE
           DISPLAY "BALHIST ACCOUNTS RECORDED: " WS-ACCOUNTS-RECORDED

           PERFORM 9700-OPEN-CTL-TOTALS THRU 9700-EXIT
           MOVE "ACCOUNTS RECORDED"     TO CTL-LABEL
           MOVE WS-ACCOUNTS-RECORDED    TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "BALANCE TOTAL"         TO CTL-LABEL
           MOVE WS-HIST-BALANCE-TOTAL   TO CTL-AMOUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           CLOSE CTL-TOTAL-FILE.
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
           MOVE "BALHIST"         TO CTL-STEP-NAME
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
           DISPLAY "BALHIST ABEND - " WS-ABEND-MESSAGE
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9999-EXIT.
           EXIT.
