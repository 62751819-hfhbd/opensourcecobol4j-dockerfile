       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 SOMAINT.
       AUTHOR. WEDEMANN / Softwork.app
       INSTALLATION. Softwork.app
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original program.  Card-driven
      *                      maintenance for the standing-order
      *                      master (SORDMST), after the AMAINT
      *                      pattern: ADD cards create an order,
      *                      CHANGE cards replace the fields they
      *                      carry, DELETE cards remove an order
      *                      (refused while its generated item is
      *                      still pending), RESET cards put a
      *                      pending order back to active.  Invalid
      *                      cards go to the SOMNTERR error listing
      *                      (run ends COND CODE 4); every record
      *                      touched gets a before/after image on
      *                      SOMNTRPT (jcl/SOMAINT.sh).
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT MAINT-CARD-FILE  ASSIGN TO "SOMNTCRD"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS MAINT-CARD-FILE-STATUS.

           SELECT SORDER-FILE      ASSIGN TO "SORDMST"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS SO-ORDER-ID
                                    FILE STATUS IS SORDER-STATUS.

           SELECT MAINT-ERR-FILE   ASSIGN TO "SOMNTERR"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS MAINT-ERR-FILE-STATUS.

           SELECT MAINT-RPT-FILE   ASSIGN TO "SOMNTRPT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS MAINT-RPT-FILE-STATUS.
      ******************************************************************
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  MAINT-CARD-FILE.
           COPY SOMNTREC.

       FD  SORDER-FILE.
           COPY SORDREC.

       FD  MAINT-ERR-FILE.
       01  MAINT-ERR-LINE             PIC X(132).

       FD  MAINT-RPT-FILE.
       01  MAINT-RPT-LINE             PIC X(132).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY RUNSTMP.

       COPY DATEWRK.

       01  SW-MAINT-CARD-FILE-STATUS.
           05  MAINT-CARD-FILE-STATUS  PIC X(02) VALUE '00'.
               88  MAINT-CARD-FILE-OK             VALUE '00'.

       01  SW-SORDER-STATUS.
           05  SORDER-STATUS           PIC X(02) VALUE '00'.
               88  SORDER-OK                      VALUE '00'.
               88  SORDER-NOT-FOUND               VALUE '23'.
               88  SORDER-FILE-NOT-FOUND          VALUE '35'.

       01  SW-MAINT-ERR-FILE-STATUS.
           05  MAINT-ERR-FILE-STATUS   PIC X(02) VALUE '00'.
               88  MAINT-ERR-FILE-OK              VALUE '00'.

       01  SW-MAINT-RPT-FILE-STATUS.
           05  MAINT-RPT-FILE-STATUS   PIC X(02) VALUE '00'.
               88  MAINT-RPT-FILE-OK              VALUE '00'.

       01  SW-END-OF-FILE.
           05  CARD-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  CARD-AT-EOF                    VALUE 'Y'.

       01  SW-CARD-EDIT.
           05  CARD-EDIT-SWITCH        PIC X(01) VALUE 'N'.
               88  CARD-EDIT-FAILED               VALUE 'Y'.

       01  WS-MAINT-COUNTERS.
           05  WS-CARDS-READ           PIC 9(09) COMP VALUE ZERO.
           05  WS-CARDS-APPLIED        PIC 9(09) COMP VALUE ZERO.
           05  WS-CARDS-REJECTED       PIC 9(09) COMP VALUE ZERO.

       01  WS-ERR-LINE.
           05  WS-ERR-RUN-STAMP        PIC X(19) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ERR-REASON           PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ERR-CARD-IMAGE       PIC X(78) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE SPACES.

       01  WS-ACTION-LINE.
           05  FILLER                  PIC X(07) VALUE "ACTION ".
           05  WS-ACT-ACTION-CD        PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE " ORDER ".
           05  WS-ACT-ORDER-ID         PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(106) VALUE SPACES.

       01  WS-IMAGE-LINE.
           05  WS-IMG-LABEL            PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-IMG-ORDER-ID         PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-IMG-REGION-CD        PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-IMG-ACCOUNT-ID       PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-IMG-TYPE-CD          PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-IMG-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-IMG-CURRENCY-CD      PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-IMG-FREQUENCY-CD     PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-IMG-DAY-OF-MONTH     PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-IMG-NEXT-DUE-DATE    PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-IMG-END-DATE         PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-IMG-STATUS-CD        PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-IMG-PENDING-DUE-DATE PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-IMG-STAMP            PIC X(19) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           05  WS-ABEND-STATUS         PIC X(02) VALUE SPACES.
      /*****************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
               UNTIL CARD-AT-EOF
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
      *    1000-INITIALIZE -- stamp the run, open the card file, the
      *    master and both listings.  A master that does not exist
      *    yet is created empty -- the first ADD cards arrive before
      *    SOGEN has ever run.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 0900-STAMP-RUN-DATE THRU 0900-EXIT

           OPEN INPUT MAINT-CARD-FILE
           IF NOT MAINT-CARD-FILE-OK
               MOVE "MAINT-CARD-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE MAINT-CARD-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

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

           OPEN OUTPUT MAINT-ERR-FILE
           IF NOT MAINT-ERR-FILE-OK
               MOVE "MAINT-ERR-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE MAINT-ERR-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           OPEN OUTPUT MAINT-RPT-FILE
           IF NOT MAINT-RPT-FILE-OK
               MOVE "MAINT-RPT-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE MAINT-RPT-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      ******************************************************************
      *    2000-PROCESS-CARD -- read one maintenance card and route
      *    it by action code.
      ******************************************************************
       2000-PROCESS-CARD.
           READ MAINT-CARD-FILE
               AT END
                   MOVE 'Y' TO CARD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   PERFORM 2100-APPLY-CARD THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.
      ******************************************************************
      *    2100-APPLY-CARD -- common edits, then the keyed READ that
      *    every action needs, then the action itself.
      ******************************************************************
       2100-APPLY-CARD.
           IF NOT SMC-ACTION-VALID
               MOVE "ACTION CODE INVALID" TO WS-ERR-REASON
               PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF
           IF SMC-ORDER-ID = SPACES
               MOVE "ORDER-ID MISSING" TO WS-ERR-REASON
               PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF

           MOVE SMC-ORDER-ID TO SO-ORDER-ID
           READ SORDER-FILE
               KEY IS SO-ORDER-ID
           IF NOT SORDER-OK
            AND NOT SORDER-NOT-FOUND
               MOVE "SORDER-FILE READ FAILED" TO WS-ABEND-MESSAGE
               MOVE SORDER-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           EVALUATE TRUE
               WHEN SMC-ACTION-ADD
                   PERFORM 2200-APPLY-ADD THRU 2200-EXIT
               WHEN SMC-ACTION-CHANGE
                   PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
               WHEN SMC-ACTION-DELETE
                   PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
               WHEN SMC-ACTION-RESET
                   PERFORM 2500-APPLY-RESET THRU 2500-EXIT
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      ******************************************************************
      *    2150-EDIT-CARD-FIELDS -- every field the card carries must
      *    be valid; a blank field is left to the caller (required
      *    on ADD, keeps the master's value on CHANGE).  Sets
      *    CARD-EDIT-FAILED and WS-ERR-REASON on the first bad field.
      ******************************************************************
       2150-EDIT-CARD-FIELDS.
           MOVE 'N' TO CARD-EDIT-SWITCH
           IF SMC-TYPE-CD NOT = SPACES
            AND SMC-TYPE-CD NOT = 'D'
            AND SMC-TYPE-CD NOT = 'C'
               MOVE "TYPE CODE NOT D OR C" TO WS-ERR-REASON
               MOVE 'Y' TO CARD-EDIT-SWITCH
               GO TO 2150-EXIT
           END-IF
           IF SMC-AMOUNT-X NOT = SPACES
               IF SMC-AMOUNT NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO WS-ERR-REASON
                   MOVE 'Y' TO CARD-EDIT-SWITCH
                   GO TO 2150-EXIT
               END-IF
               IF SMC-AMOUNT NOT > ZERO
                   MOVE "AMOUNT NOT POSITIVE" TO WS-ERR-REASON
                   MOVE 'Y' TO CARD-EDIT-SWITCH
                   GO TO 2150-EXIT
               END-IF
           END-IF
           IF SMC-FREQUENCY-CD NOT = SPACES
            AND SMC-FREQUENCY-CD NOT = 'W'
            AND SMC-FREQUENCY-CD NOT = 'M'
            AND SMC-FREQUENCY-CD NOT = 'E'
               MOVE "FREQUENCY NOT W, M OR E" TO WS-ERR-REASON
               MOVE 'Y' TO CARD-EDIT-SWITCH
               GO TO 2150-EXIT
           END-IF
           IF SMC-DAY-OF-MONTH-X NOT = SPACES
               IF SMC-DAY-OF-MONTH NOT NUMERIC
                OR SMC-DAY-OF-MONTH < 1
                OR SMC-DAY-OF-MONTH > 31
                   MOVE "DAY OF MONTH NOT 01-31" TO WS-ERR-REASON
                   MOVE 'Y' TO CARD-EDIT-SWITCH
                   GO TO 2150-EXIT
               END-IF
           END-IF
           IF SMC-NEXT-DUE-DATE NOT = SPACES
               MOVE SMC-NEXT-DUE-DATE TO DATEWRK-DATE
               PERFORM 0910-DATE-TO-DAYS THRU 0910-EXIT
               IF NOT DATEWRK-VALID
                   MOVE "NEXT DUE DATE INVALID" TO WS-ERR-REASON
                   MOVE 'Y' TO CARD-EDIT-SWITCH
                   GO TO 2150-EXIT
               END-IF
           END-IF
           IF SMC-END-DATE NOT = SPACES
               MOVE SMC-END-DATE TO DATEWRK-DATE
               PERFORM 0910-DATE-TO-DAYS THRU 0910-EXIT
               IF NOT DATEWRK-VALID
                   MOVE "END DATE INVALID" TO WS-ERR-REASON
                   MOVE 'Y' TO CARD-EDIT-SWITCH
                   GO TO 2150-EXIT
               END-IF
           END-IF.
       2150-EXIT.
           EXIT.
      ******************************************************************
      *    2160-EDIT-ORDER -- cross-field edits on the order as it
      *    will be written (the ADD card, or the master with the
      *    CHANGE card laid over it).
      ******************************************************************
       2160-EDIT-ORDER.
           MOVE 'N' TO CARD-EDIT-SWITCH
           IF SO-REGION-CD = SPACES
            OR SO-ACCOUNT-ID = SPACES
            OR SO-TYPE-CD = SPACES
            OR SO-CURRENCY-CD = SPACES
            OR SO-FREQUENCY-CD = SPACES
            OR SO-NEXT-DUE-DATE = SPACES
               MOVE "REQUIRED FIELD MISSING" TO WS-ERR-REASON
               MOVE 'Y' TO CARD-EDIT-SWITCH
               GO TO 2160-EXIT
           END-IF
           IF SO-AMOUNT NOT NUMERIC
               MOVE "AMOUNT MISSING" TO WS-ERR-REASON
               MOVE 'Y' TO CARD-EDIT-SWITCH
               GO TO 2160-EXIT
           END-IF
           IF SO-FREQ-MONTHLY
            AND SO-DAY-OF-MONTH NOT > ZERO
               MOVE "MONTHLY ORDER NEEDS DAY" TO WS-ERR-REASON
               MOVE 'Y' TO CARD-EDIT-SWITCH
               GO TO 2160-EXIT
           END-IF
           IF SO-END-DATE NOT = SPACES
            AND SO-END-DATE < SO-NEXT-DUE-DATE
               MOVE "END DATE BEFORE NEXT DUE" TO WS-ERR-REASON
               MOVE 'Y' TO CARD-EDIT-SWITCH
               GO TO 2160-EXIT
           END-IF.
       2160-EXIT.
           EXIT.
      ******************************************************************
      *    2200-APPLY-ADD -- WRITE a new active order; a key already
      *    on the master is a rejected card, not an abend.
      ******************************************************************
       2200-APPLY-ADD.
           IF SORDER-OK
               MOVE "DUPLICATE ADD - KEY ON FILE" TO WS-ERR-REASON
               PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF
           PERFORM 2150-EDIT-CARD-FIELDS THRU 2150-EXIT
           IF CARD-EDIT-FAILED
               PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF

           MOVE SPACES            TO STANDING-ORDER-RECORD
           MOVE SMC-ORDER-ID      TO SO-ORDER-ID
           MOVE SMC-REGION-CD     TO SO-REGION-CD
           MOVE SMC-ACCOUNT-ID    TO SO-ACCOUNT-ID
           MOVE SMC-TYPE-CD       TO SO-TYPE-CD
           IF SMC-AMOUNT-X NOT = SPACES
               MOVE SMC-AMOUNT    TO SO-AMOUNT
           END-IF
           MOVE SMC-CURRENCY-CD   TO SO-CURRENCY-CD
           MOVE SMC-FREQUENCY-CD  TO SO-FREQUENCY-CD
           IF SMC-DAY-OF-MONTH-X = SPACES
               MOVE ZERO             TO SO-DAY-OF-MONTH
           ELSE
               MOVE SMC-DAY-OF-MONTH TO SO-DAY-OF-MONTH
           END-IF
           MOVE SMC-NEXT-DUE-DATE TO SO-NEXT-DUE-DATE
           MOVE SMC-END-DATE      TO SO-END-DATE
           MOVE 'A'               TO SO-STATUS-CD
           MOVE RUNSTMP-RUN-STAMP TO SO-LAST-UPDATE-STAMP
           PERFORM 2160-EDIT-ORDER THRU 2160-EXIT
           IF CARD-EDIT-FAILED
               PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF

           PERFORM 2700-REPORT-ACTION THRU 2700-EXIT
           MOVE SPACES     TO WS-IMAGE-LINE
           MOVE "  BEFORE" TO WS-IMG-LABEL
           MOVE "(NONE)"   TO WS-IMG-ORDER-ID
           PERFORM 2800-WRITE-IMAGE THRU 2800-EXIT

           MOVE 0 TO SORDER-STATUS
           WRITE STANDING-ORDER-RECORD
           IF NOT SORDER-OK
               MOVE "STANDING-ORDER-RECORD WRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE SORDER-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 2750-IMAGE-AFTER THRU 2750-EXIT
           ADD 1 TO WS-CARDS-APPLIED.
       2200-EXIT.
           EXIT.
      ******************************************************************
      *    2300-APPLY-CHANGE -- lay the card's non-blank fields over
      *    the existing order and REWRITE it.  The status and the
      *    generation/posting dates belong to SOGEN and SOPOST and
      *    are never changed by card.
      ******************************************************************
       2300-APPLY-CHANGE.
           IF SORDER-NOT-FOUND
               MOVE "CHANGE - KEY NOT ON FILE" TO WS-ERR-REASON
               PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           IF SO-STATUS-EXPIRED
               MOVE "CHANGE - ORDER EXPIRED" TO WS-ERR-REASON
               PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           PERFORM 2150-EDIT-CARD-FIELDS THRU 2150-EXIT
           IF CARD-EDIT-FAILED
               PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           PERFORM 2700-REPORT-ACTION THRU 2700-EXIT
           PERFORM 2740-IMAGE-BEFORE THRU 2740-EXIT

           IF SMC-REGION-CD NOT = SPACES
               MOVE SMC-REGION-CD     TO SO-REGION-CD
           END-IF
           IF SMC-ACCOUNT-ID NOT = SPACES
               MOVE SMC-ACCOUNT-ID    TO SO-ACCOUNT-ID
           END-IF
           IF SMC-TYPE-CD NOT = SPACES
               MOVE SMC-TYPE-CD       TO SO-TYPE-CD
           END-IF
           IF SMC-AMOUNT-X NOT = SPACES
               MOVE SMC-AMOUNT        TO SO-AMOUNT
           END-IF
           IF SMC-CURRENCY-CD NOT = SPACES
               MOVE SMC-CURRENCY-CD   TO SO-CURRENCY-CD
           END-IF
           IF SMC-FREQUENCY-CD NOT = SPACES
               MOVE SMC-FREQUENCY-CD  TO SO-FREQUENCY-CD
           END-IF
           IF SMC-DAY-OF-MONTH-X NOT = SPACES
               MOVE SMC-DAY-OF-MONTH  TO SO-DAY-OF-MONTH
           END-IF
           IF SMC-NEXT-DUE-DATE NOT = SPACES
               MOVE SMC-NEXT-DUE-DATE TO SO-NEXT-DUE-DATE
           END-IF
           IF SMC-END-DATE NOT = SPACES
               MOVE SMC-END-DATE      TO SO-END-DATE
           END-IF
           PERFORM 2160-EDIT-ORDER THRU 2160-EXIT
           IF CARD-EDIT-FAILED
               MOVE "  REFUSED" TO WS-IMG-LABEL
               MOVE WS-IMAGE-LINE TO MAINT-RPT-LINE
               PERFORM 2850-WRITE-REPORT THRU 2850-EXIT
               PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           MOVE RUNSTMP-RUN-STAMP TO SO-LAST-UPDATE-STAMP

           REWRITE STANDING-ORDER-RECORD
           IF NOT SORDER-OK
               MOVE "STANDING-ORDER-RECORD REWRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE SORDER-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 2750-IMAGE-AFTER THRU 2750-EXIT
           ADD 1 TO WS-CARDS-APPLIED.
       2300-EXIT.
           EXIT.
      ******************************************************************
      *    2400-APPLY-DELETE -- DELETE an order, refused while its
      *    generated item is pending: the item is already in the
      *    night's flow and SOPOST must find the order to confirm it.
      ******************************************************************
       2400-APPLY-DELETE.
           IF SORDER-NOT-FOUND
               MOVE "DELETE - KEY NOT ON FILE" TO WS-ERR-REASON
               PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
               GO TO 2400-EXIT
           END-IF
           IF SO-STATUS-PENDING
               MOVE "DELETE - ITEM PENDING" TO WS-ERR-REASON
               PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
               GO TO 2400-EXIT
           END-IF
           PERFORM 2700-REPORT-ACTION THRU 2700-EXIT
           PERFORM 2740-IMAGE-BEFORE THRU 2740-EXIT

           DELETE SORDER-FILE RECORD
           IF NOT SORDER-OK
               MOVE "STANDING-ORDER-RECORD DELETE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE SORDER-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           MOVE SPACES     TO WS-IMAGE-LINE
           MOVE "  AFTER " TO WS-IMG-LABEL
           MOVE "(GONE)"   TO WS-IMG-ORDER-ID
           PERFORM 2800-WRITE-IMAGE THRU 2800-EXIT
           ADD 1 TO WS-CARDS-APPLIED.
       2400-EXIT.
           EXIT.
      ******************************************************************
      *    2500-APPLY-RESET -- a pending order whose item will never
      *    post goes back to active on the same next due date, so
      *    SOGEN generates it again on the next run.
      ******************************************************************
       2500-APPLY-RESET.
           IF SORDER-NOT-FOUND
               MOVE "RESET - KEY NOT ON FILE" TO WS-ERR-REASON
               PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF
           IF NOT SO-STATUS-PENDING
               MOVE "RESET - ORDER NOT PENDING" TO WS-ERR-REASON
               PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF
           PERFORM 2700-REPORT-ACTION THRU 2700-EXIT
           PERFORM 2740-IMAGE-BEFORE THRU 2740-EXIT

           MOVE 'A'               TO SO-STATUS-CD
           MOVE SPACES            TO SO-PENDING-DUE-DATE
           MOVE RUNSTMP-RUN-STAMP TO SO-LAST-UPDATE-STAMP
           REWRITE STANDING-ORDER-RECORD
           IF NOT SORDER-OK
               MOVE "STANDING-ORDER-RECORD REWRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE SORDER-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 2750-IMAGE-AFTER THRU 2750-EXIT
           ADD 1 TO WS-CARDS-APPLIED.
       2500-EXIT.
           EXIT.
      ******************************************************************
      *    2700-REPORT-ACTION / 2740 / 2750 / 2800 -- the SOMNTRPT
      *    action line and before/after images.
      ******************************************************************
       2700-REPORT-ACTION.
           MOVE SPACES TO MAINT-RPT-LINE
           PERFORM 2850-WRITE-REPORT THRU 2850-EXIT
           MOVE SMC-ACTION-CD  TO WS-ACT-ACTION-CD
           MOVE SMC-ORDER-ID   TO WS-ACT-ORDER-ID
           MOVE WS-ACTION-LINE TO MAINT-RPT-LINE
           PERFORM 2850-WRITE-REPORT THRU 2850-EXIT.
       2700-EXIT.
           EXIT.

       2740-IMAGE-BEFORE.
           MOVE "  BEFORE" TO WS-IMG-LABEL
           PERFORM 2760-IMAGE-FIELDS THRU 2760-EXIT
           PERFORM 2800-WRITE-IMAGE THRU 2800-EXIT.
       2740-EXIT.
           EXIT.

       2750-IMAGE-AFTER.
           MOVE "  AFTER " TO WS-IMG-LABEL
           PERFORM 2760-IMAGE-FIELDS THRU 2760-EXIT
           PERFORM 2800-WRITE-IMAGE THRU 2800-EXIT.
       2750-EXIT.
           EXIT.

       2760-IMAGE-FIELDS.
           MOVE SO-ORDER-ID          TO WS-IMG-ORDER-ID
           MOVE SO-REGION-CD         TO WS-IMG-REGION-CD
           MOVE SO-ACCOUNT-ID        TO WS-IMG-ACCOUNT-ID
           MOVE SO-TYPE-CD           TO WS-IMG-TYPE-CD
           MOVE SO-AMOUNT            TO WS-IMG-AMOUNT
           MOVE SO-CURRENCY-CD       TO WS-IMG-CURRENCY-CD
           MOVE SO-FREQUENCY-CD      TO WS-IMG-FREQUENCY-CD
           MOVE SO-DAY-OF-MONTH      TO WS-IMG-DAY-OF-MONTH
           MOVE SO-NEXT-DUE-DATE     TO WS-IMG-NEXT-DUE-DATE
           MOVE SO-END-DATE          TO WS-IMG-END-DATE
           MOVE SO-STATUS-CD         TO WS-IMG-STATUS-CD
           MOVE SO-PENDING-DUE-DATE  TO WS-IMG-PENDING-DUE-DATE
           MOVE SO-LAST-UPDATE-STAMP TO WS-IMG-STAMP.
       2760-EXIT.
           EXIT.

       2800-WRITE-IMAGE.
           MOVE WS-IMAGE-LINE TO MAINT-RPT-LINE
           PERFORM 2850-WRITE-REPORT THRU 2850-EXIT.
       2800-EXIT.
           EXIT.

       2850-WRITE-REPORT.
           WRITE MAINT-RPT-LINE
           IF NOT MAINT-RPT-FILE-OK
               MOVE "MAINT-RPT-LINE WRITE FAILED" TO WS-ABEND-MESSAGE
               MOVE MAINT-RPT-FILE-STATUS         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       2850-EXIT.
           EXIT.
      ******************************************************************
      *    2900-WRITE-ERROR -- one SOMNTERR line: reason code text
      *    plus the card image as it arrived.
      ******************************************************************
       2900-WRITE-ERROR.
           MOVE RUNSTMP-RUN-STAMP   TO WS-ERR-RUN-STAMP
           MOVE SO-MAINT-CARD       TO WS-ERR-CARD-IMAGE
           MOVE WS-ERR-LINE         TO MAINT-ERR-LINE
           WRITE MAINT-ERR-LINE
           IF NOT MAINT-ERR-FILE-OK
               MOVE "MAINT-ERR-LINE WRITE FAILED" TO WS-ABEND-MESSAGE
               MOVE MAINT-ERR-FILE-STATUS         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           ADD 1 TO WS-CARDS-REJECTED.
       2900-EXIT.
           EXIT.
      ******************************************************************
      *    8000-TERMINATE -- control totals to the log, close down.
      *    Rejected cards end the run COND CODE 4 so the operator
      *    looks at SOMNTERR, without failing the job.
      ******************************************************************
       8000-TERMINATE.
           CLOSE MAINT-CARD-FILE
           CLOSE SORDER-FILE
           CLOSE MAINT-ERR-FILE
           CLOSE MAINT-RPT-FILE

           DISPLAY "SOMAINT CARDS READ:     " WS-CARDS-READ
           DISPLAY "SOMAINT CARDS APPLIED:  " WS-CARDS-APPLIED
           DISPLAY "SOMAINT CARDS REJECTED: " WS-CARDS-REJECTED
           IF WS-CARDS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
      ******************************************************************
      *    9999-FILE-ABEND -- common hard-error handler for any file
      *    OPEN/READ/WRITE that fails its FILE STATUS check.  Set
      *    WS-ABEND-MESSAGE/WS-ABEND-STATUS and PERFORM this THRU
      *    9999-EXIT; it never returns.
      ******************************************************************
       9999-FILE-ABEND.
           DISPLAY "SOMAINT ABEND - " WS-ABEND-MESSAGE
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9999-EXIT.
           EXIT.
