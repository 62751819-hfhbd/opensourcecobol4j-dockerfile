       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 SECTOWN.
       AUTHOR. WEDEMANN / Softwork.app
       INSTALLATION. Softwork.app
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original program.  Account ownership for
      *                      the region-partitioned SECTIONS night.
      *                      Every partition posts to the one shared
      *                      ACCTBAL, so no account may be posted by
      *                      two of them: the restart guard on the
      *                      master (ABM-LAST-POST-COUNT) only holds
      *                      while one run posts an account in
      *                      TRANSRT order.  Reads OWNSRT -- the
      *                      night's TRANSRT details in account order,
      *                      written by SORTTRAN -- and gives each
      *                      account one owning partition: its own
      *                      region, or, for an account whose items
      *                      arrived under more than one region, its
      *                      ACCTRGN home region when it has items
      *                      under that, else the first of them.
      *                      Those shared accounts go on PARTSHR for
      *                      the partitions to route by.  The owning
      *                      region of every account posted tonight is
      *                      kept on the ACCTRGN home-region master,
      *                      created here on first use, for SOGEN and
      *                      INTACCR to book their items under.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT OWN-TRAN-FILE    ASSIGN TO "OWNSRT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS OWN-TRAN-FILE-STATUS.

           SELECT ACCT-REGION-FILE ASSIGN TO "ACCTRGN"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS ARG-ACCOUNT-ID
                                    FILE STATUS IS ACCT-REGION-STATUS.

           SELECT PART-SHARED-FILE ASSIGN TO "PARTSHR"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS PART-SHARED-FILE-STATUS.

           SELECT CTL-TOTAL-FILE   ASSIGN TO "NIGHTTOT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS CTL-TOTAL-STATUS.
      ******************************************************************
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  OWN-TRAN-FILE.
           COPY TRANREC.

       FD  ACCT-REGION-FILE.
           COPY ARGNREC.

       FD  PART-SHARED-FILE.
           COPY PSHRREC.

       FD  CTL-TOTAL-FILE.
           COPY CTLREC.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY RUNSTMP.

       01  SW-OWN-TRAN-FILE-STATUS.
           05  OWN-TRAN-FILE-STATUS    PIC X(02) VALUE '00'.
               88  OWN-TRAN-FILE-OK               VALUE '00'.

       01  SW-ACCT-REGION-STATUS.
           05  ACCT-REGION-STATUS      PIC X(02) VALUE '00'.
               88  ACCT-REGION-OK                 VALUE '00'.
               88  ACCT-REGION-NOT-FOUND          VALUE '23'.
               88  ACCT-REGION-FILE-NOT-FOUND     VALUE '35'.

       01  SW-PART-SHARED-FILE-STATUS.
           05  PART-SHARED-FILE-STATUS PIC X(02) VALUE '00'.
               88  PART-SHARED-FILE-OK            VALUE '00'.

       01  SW-CTL-TOTAL-STATUS.
           05  CTL-TOTAL-STATUS        PIC X(02) VALUE '00'.
               88  CTL-TOTAL-OK                   VALUE '00'.
               88  CTL-TOTAL-NOT-FOUND            VALUE '35'.

       01  SW-END-OF-FILE.
           05  OWN-TRAN-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  OWN-TRAN-AT-EOF                VALUE 'Y'.

      *    The account being gathered: the ACCTRGN home region it
      *    came in with, the regions its items arrived under (in
      *    region order, as SORTTRAN left them) and the owner chosen.
       01  SW-ACCOUNT.
           05  HOME-FOUND-SWITCH       PIC X(01) VALUE 'N'.
               88  HOME-FOUND                     VALUE 'Y'.
           05  HOME-SEEN-SWITCH        PIC X(01) VALUE 'N'.
               88  HOME-SEEN                      VALUE 'Y'.

       01  WS-ACCOUNT-FIELDS.
           05  WS-CUR-ACCOUNT-ID       PIC X(10) VALUE SPACES.
           05  WS-HOME-REGION-CD       PIC X(03) VALUE SPACES.
           05  WS-FIRST-REGION-CD      PIC X(03) VALUE SPACES.
           05  WS-LAST-REGION-CD       PIC X(03) VALUE SPACES.
           05  WS-OWNER-REGION-CD      PIC X(03) VALUE SPACES.
           05  WS-REGION-COUNT         PIC 9(03) COMP VALUE ZERO.

       01  WS-OWN-TOTALS.
           05  WS-ITEMS-READ           PIC 9(09) COMP VALUE ZERO.
           05  WS-ACCOUNTS-POSTED      PIC 9(09) COMP VALUE ZERO.
           05  WS-ACCOUNTS-SHARED      PIC 9(09) COMP VALUE ZERO.
           05  WS-HOMES-ADDED          PIC 9(09) COMP VALUE ZERO.
           05  WS-HOMES-MOVED          PIC 9(09) COMP VALUE ZERO.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           05  WS-ABEND-STATUS         PIC X(02) VALUE SPACES.
      /*****************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
               UNTIL OWN-TRAN-AT-EOF
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.
      ******************************************************************
      *    0900-STAMP-RUN-DATE -- shared run-date/run-time stamp,
      *    PERFORMed from 1000-INITIALIZE below (see RUNSTPRC copybook).
      ******************************************************************
       COPY RUNSTPRC.
      ******************************************************************
      *    1000-INITIALIZE -- stamp the run, open OWNSRT and PARTSHR,
      *    open ACCTRGN (created on the first night it is needed) and
      *    read the first item.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 0900-STAMP-RUN-DATE THRU 0900-EXIT

           OPEN INPUT OWN-TRAN-FILE
           IF NOT OWN-TRAN-FILE-OK
               MOVE "OWN-TRAN-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE OWN-TRAN-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           OPEN I-O ACCT-REGION-FILE
           IF ACCT-REGION-FILE-NOT-FOUND
               OPEN OUTPUT ACCT-REGION-FILE
               CLOSE ACCT-REGION-FILE
               OPEN I-O ACCT-REGION-FILE
               DISPLAY "SECTOWN ACCTRGN CREATED"
           END-IF
           IF NOT ACCT-REGION-OK
               MOVE "ACCT-REGION-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE ACCT-REGION-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           OPEN OUTPUT PART-SHARED-FILE
           IF NOT PART-SHARED-FILE-OK
               MOVE "PART-SHARED-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE PART-SHARED-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           PERFORM 2900-READ-OWN-TRAN THRU 2900-EXIT.
       1000-EXIT.
           EXIT.
      ******************************************************************
      *    2000-PROCESS-ACCOUNT -- every OWNSRT item of one account,
      *    then its owner.  Only the items a partition posts from
      *    count: a transfer's to-leg record is filed under the
      *    credited account's region for the report, but its credit
      *    is posted from the from-leg, so an account seen only on
      *    to-legs needs no owner.  An account whose items all came
      *    under one region is that region's; a shared one keeps its
      *    home region when it has items under it, so the owner does
      *    not move about from night to night.
      ******************************************************************
       2000-PROCESS-ACCOUNT.
           MOVE TRAN-ACCOUNT-ID TO WS-CUR-ACCOUNT-ID
           MOVE SPACES          TO WS-FIRST-REGION-CD
           MOVE SPACES          TO WS-LAST-REGION-CD
           MOVE ZERO            TO WS-REGION-COUNT
           MOVE 'N'             TO HOME-SEEN-SWITCH
           PERFORM 2050-READ-HOME THRU 2050-EXIT

           PERFORM 2100-ADD-ITEM THRU 2100-EXIT
               UNTIL OWN-TRAN-AT-EOF
                  OR TRAN-ACCOUNT-ID NOT = WS-CUR-ACCOUNT-ID

           IF WS-REGION-COUNT = ZERO
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-ACCOUNTS-POSTED
           IF HOME-SEEN
               MOVE WS-HOME-REGION-CD  TO WS-OWNER-REGION-CD
           ELSE
               MOVE WS-FIRST-REGION-CD TO WS-OWNER-REGION-CD
           END-IF
           IF WS-REGION-COUNT > 1
               PERFORM 2200-WRITE-SHARED THRU 2200-EXIT
           END-IF
           PERFORM 2300-UPDATE-HOME THRU 2300-EXIT.
       2000-EXIT.
           EXIT.
      ******************************************************************
      *    2050-READ-HOME -- the account's ACCTRGN record, if any.
      ******************************************************************
       2050-READ-HOME.
           MOVE 'N'               TO HOME-FOUND-SWITCH
           MOVE SPACES            TO WS-HOME-REGION-CD
           MOVE WS-CUR-ACCOUNT-ID TO ARG-ACCOUNT-ID
           READ ACCT-REGION-FILE
               KEY IS ARG-ACCOUNT-ID
           IF ACCT-REGION-NOT-FOUND
               GO TO 2050-EXIT
           END-IF
           IF NOT ACCT-REGION-OK
               MOVE "ACCT-REGION-FILE READ FAILED" TO WS-ABEND-MESSAGE
               MOVE ACCT-REGION-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           MOVE 'Y'               TO HOME-FOUND-SWITCH
           MOVE ARG-REGION-CD     TO WS-HOME-REGION-CD.
       2050-EXIT.
           EXIT.
      ******************************************************************
      *    2100-ADD-ITEM -- one item of the current account into its
      *    region count, then the next item.
      ******************************************************************
       2100-ADD-ITEM.
           IF TRAN-TYPE-TRANSFER
            AND TRAN-XFER-TO-LEG
               GO TO 2100-NEXT
           END-IF
           IF TRAN-REGION-CD NOT = WS-LAST-REGION-CD
               ADD 1 TO WS-REGION-COUNT
               MOVE TRAN-REGION-CD TO WS-LAST-REGION-CD
               IF WS-FIRST-REGION-CD = SPACES
                   MOVE TRAN-REGION-CD TO WS-FIRST-REGION-CD
               END-IF
           END-IF
           IF HOME-FOUND
            AND TRAN-REGION-CD = WS-HOME-REGION-CD
               MOVE 'Y' TO HOME-SEEN-SWITCH
           END-IF.
       2100-NEXT.
           PERFORM 2900-READ-OWN-TRAN THRU 2900-EXIT.
       2100-EXIT.
           EXIT.
      ******************************************************************
      *    2200-WRITE-SHARED -- the shared account and its owner onto
      *    PARTSHR, in account order.
      ******************************************************************
       2200-WRITE-SHARED.
           MOVE SPACES             TO PART-SHARED-RECORD
           MOVE WS-CUR-ACCOUNT-ID  TO PSH-ACCOUNT-ID
           MOVE WS-OWNER-REGION-CD TO PSH-OWNER-REGION
           MOVE WS-REGION-COUNT    TO PSH-REGION-COUNT
           WRITE PART-SHARED-RECORD
           IF NOT PART-SHARED-FILE-OK
               MOVE "PART-SHARED-RECORD WRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE PART-SHARED-FILE-STATUS
                                         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           ADD 1 TO WS-ACCOUNTS-SHARED
           DISPLAY "SECTOWN SHARED ACCOUNT " WS-CUR-ACCOUNT-ID
                   " REGIONS " WS-REGION-COUNT
                   " POSTED BY " WS-OWNER-REGION-CD.
       2200-EXIT.
           EXIT.
      ******************************************************************
      *    2300-UPDATE-HOME -- the owner is the account's home region
      *    from tonight: a new ACCTRGN record, or the existing one
      *    moved and stamped seen.
      ******************************************************************
       2300-UPDATE-HOME.
           IF NOT HOME-FOUND
               MOVE SPACES             TO ACCT-REGION-RECORD
               MOVE WS-CUR-ACCOUNT-ID  TO ARG-ACCOUNT-ID
               MOVE WS-OWNER-REGION-CD TO ARG-REGION-CD
               MOVE RUNSTMP-RUN-DATE   TO ARG-LAST-SEEN-DATE
               MOVE RUNSTMP-RUN-STAMP  TO ARG-LAST-UPDATE-STAMP
               WRITE ACCT-REGION-RECORD
               IF NOT ACCT-REGION-OK
                   MOVE "ACCT-REGION-RECORD WRITE FAILED"
                                             TO WS-ABEND-MESSAGE
                   MOVE ACCT-REGION-STATUS   TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
               ADD 1 TO WS-HOMES-ADDED
               GO TO 2300-EXIT
           END-IF
           IF ARG-REGION-CD NOT = WS-OWNER-REGION-CD
               ADD 1 TO WS-HOMES-MOVED
               MOVE WS-OWNER-REGION-CD TO ARG-REGION-CD
           END-IF
           MOVE RUNSTMP-RUN-DATE   TO ARG-LAST-SEEN-DATE
           MOVE RUNSTMP-RUN-STAMP  TO ARG-LAST-UPDATE-STAMP
           REWRITE ACCT-REGION-RECORD
           IF NOT ACCT-REGION-OK
               MOVE "ACCT-REGION-RECORD REWRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE ACCT-REGION-STATUS   TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       2300-EXIT.
           EXIT.
      ******************************************************************
      *    2900-READ-OWN-TRAN -- the next OWNSRT detail.  SORTTRAN
      *    leaves the header and trailer off; a stray one is skipped.
      ******************************************************************
       2900-READ-OWN-TRAN.
           READ OWN-TRAN-FILE
               AT END
                   MOVE 'Y' TO OWN-TRAN-EOF-SWITCH
                   GO TO 2900-EXIT
           END-READ
           IF TRAN-REGION-CD = 'HDR'
            OR TRAN-REGION-CD = 'TRL'
               GO TO 2900-READ-OWN-TRAN
           END-IF
           ADD 1 TO WS-ITEMS-READ.
       2900-EXIT.
           EXIT.
      ******************************************************************
      *    8000-TERMINATE -- close down and write the ownership
      *    control totals.
      ******************************************************************
       8000-TERMINATE.
           CLOSE OWN-TRAN-FILE
           CLOSE ACCT-REGION-FILE
           CLOSE PART-SHARED-FILE

           DISPLAY "SECTOWN ITEMS READ:         " WS-ITEMS-READ
           DISPLAY "SECTOWN ACCOUNTS POSTED:    " WS-ACCOUNTS-POSTED
           DISPLAY "SECTOWN SHARED ACCOUNTS:    " WS-ACCOUNTS-SHARED
           DISPLAY "SECTOWN HOME REGIONS ADDED: " WS-HOMES-ADDED
           DISPLAY "SECTOWN HOME REGIONS MOVED: " WS-HOMES-MOVED

           PERFORM 9700-OPEN-CTL-TOTALS THRU 9700-EXIT
           MOVE "ACCOUNTS POSTED"    TO CTL-LABEL
           MOVE WS-ACCOUNTS-POSTED   TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "SHARED ACCOUNTS"    TO CTL-LABEL
           MOVE WS-ACCOUNTS-SHARED   TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "HOME REGIONS ADDED" TO CTL-LABEL
           MOVE WS-HOMES-ADDED       TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "HOME REGIONS MOVED" TO CTL-LABEL
           MOVE WS-HOMES-MOVED       TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           CLOSE CTL-TOTAL-FILE.
       8000-EXIT.
           EXIT.
      ******************************************************************
      *    9700-OPEN-CTL-TOTALS -- open NIGHTTOT for append (created
      *    on the first step of the night) and clear the record.
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
           MOVE "SECTOWN"         TO CTL-STEP-NAME
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
           DISPLAY "SECTOWN ABEND - " WS-ABEND-MESSAGE
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9999-EXIT.
           EXIT.
