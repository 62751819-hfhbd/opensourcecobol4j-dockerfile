       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 CXMAINT.
       AUTHOR. WEDEMANN / Softwork.app
       INSTALLATION. Softwork.app
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original program.  Card-driven
      *                      maintenance for the large-cash exemption
      *                      master (CASHEXMP) read by CASHRPT, after
      *                      the SOMAINT pattern: ADD cards exempt an
      *                      account (reason required, expiry date
      *                      optional), CHANGE cards replace the
      *                      fields they carry (expiry NONE removes
      *                      the expiry), DELETE cards end the
      *                      exemption.  Invalid cards go to the
      *                      CXMNTERR error listing (run ends COND
      *                      CODE 4); every record touched gets a
      *                      before/after image on CXMNTRPT, the
      *                      audit trail of who was exempted when
      *                      (jcl/CXMAINT.sh).
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT MAINT-CARD-FILE  ASSIGN TO "CXMNTCRD"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS MAINT-CARD-FILE-STATUS.

           SELECT EXEMPT-FILE      ASSIGN TO "CASHEXMP"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CXM-ACCOUNT-ID
                                    FILE STATUS IS EXEMPT-STATUS.

           SELECT MAINT-ERR-FILE   ASSIGN TO "CXMNTERR"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS MAINT-ERR-FILE-STATUS.

           SELECT MAINT-RPT-FILE   ASSIGN TO "CXMNTRPT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS MAINT-RPT-FILE-STATUS.
      ******************************************************************
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  MAINT-CARD-FILE.
           COPY CXMNTREC.

       FD  EXEMPT-FILE.
           COPY CXMREC.

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

       01  SW-EXEMPT-STATUS.
           05  EXEMPT-STATUS           PIC X(02) VALUE '00'.
               88  EXEMPT-OK                      VALUE '00'.
               88  EXEMPT-NOT-FOUND               VALUE '23'.
               88  EXEMPT-FILE-NOT-FOUND          VALUE '35'.

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
           05  FILLER                  PIC X(09) VALUE " ACCOUNT ".
           05  WS-ACT-ACCOUNT-ID       PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(100) VALUE SPACES.

       01  WS-IMAGE-LINE.
           05  WS-IMG-LABEL            PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-IMG-ACCOUNT-ID       PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-IMG-REASON-TEXT      PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-IMG-EXPIRY-DATE      PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-IMG-ADDED-STAMP      PIC X(19) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-IMG-UPDATE-STAMP     PIC X(19) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE SPACES.

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
      *    yet is created empty -- the first exemption is added
      *    before CASHRPT has ever read one.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 0900-STAMP-RUN-DATE THRU 0900-EXIT

           OPEN INPUT MAINT-CARD-FILE
           IF NOT MAINT-CARD-FILE-OK
               MOVE "MAINT-CARD-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE MAINT-CARD-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           OPEN I-O EXEMPT-FILE
           IF EXEMPT-FILE-NOT-FOUND
               MOVE 0 TO EXEMPT-STATUS
               OPEN OUTPUT EXEMPT-FILE
               CLOSE EXEMPT-FILE
               OPEN I-O EXEMPT-FILE
           END-IF
           IF NOT EXEMPT-OK
               MOVE "EXEMPT-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE EXEMPT-STATUS             TO WS-ABEND-STATUS
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
           IF NOT CXC-ACTION-VALID
               MOVE "ACTION CODE INVALID" TO WS-ERR-REASON
               PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF
           IF CXC-ACCOUNT-ID = SPACES
               MOVE "ACCOUNT-ID MISSING" TO WS-ERR-REASON
               PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF

           MOVE CXC-ACCOUNT-ID TO CXM-ACCOUNT-ID
           READ EXEMPT-FILE
               KEY IS CXM-ACCOUNT-ID
           IF NOT EXEMPT-OK
            AND NOT EXEMPT-NOT-FOUND
               MOVE "EXEMPT-FILE READ FAILED" TO WS-ABEND-MESSAGE
               MOVE EXEMPT-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           EVALUATE TRUE
               WHEN CXC-ACTION-ADD
                   PERFORM 2200-APPLY-ADD THRU 2200-EXIT
               WHEN CXC-ACTION-CHANGE
                   PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
               WHEN CXC-ACTION-DELETE
                   PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      ******************************************************************
      *    2150-EDIT-CARD-FIELDS -- an expiry date on the card must
      *    be NONE or a valid date not already past: an exemption
      *    that has lapsed before it is filed is a mistyped card.
      *    Sets CARD-EDIT-FAILED and WS-ERR-REASON.
      ******************************************************************
       2150-EDIT-CARD-FIELDS.
           MOVE 'N' TO CARD-EDIT-SWITCH
           IF CXC-EXPIRY-DATE = SPACES
            OR CXC-EXPIRY-NONE
               GO TO 2150-EXIT
           END-IF
           MOVE CXC-EXPIRY-DATE TO DATEWRK-DATE
           PERFORM 0910-DATE-TO-DAYS THRU 0910-EXIT
           IF NOT DATEWRK-VALID
               MOVE "EXPIRY DATE INVALID" TO WS-ERR-REASON
               MOVE 'Y' TO CARD-EDIT-SWITCH
               GO TO 2150-EXIT
           END-IF
           IF CXC-EXPIRY-DATE < RUNSTMP-RUN-DATE
               MOVE "EXPIRY DATE ALREADY PAST" TO WS-ERR-REASON
               MOVE 'Y' TO CARD-EDIT-SWITCH
               GO TO 2150-EXIT
           END-IF.
       2150-EXIT.
           EXIT.
      ******************************************************************
      *    2200-APPLY-ADD -- WRITE a new exemption; a key already on
      *    the master is a rejected card, not an abend.  Compliance
      *    must give a reason for every exemption.
      ******************************************************************
       2200-APPLY-ADD.
           IF EXEMPT-OK
               MOVE "DUPLICATE ADD - KEY ON FILE" TO WS-ERR-REASON
               PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF
           IF CXC-REASON-TEXT = SPACES
               MOVE "REASON MISSING" TO WS-ERR-REASON
               PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF
           PERFORM 2150-EDIT-CARD-FIELDS THRU 2150-EXIT
           IF CARD-EDIT-FAILED
               PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF

           MOVE SPACES            TO CASH-EXEMPT-RECORD
           MOVE CXC-ACCOUNT-ID    TO CXM-ACCOUNT-ID
           MOVE CXC-REASON-TEXT   TO CXM-REASON-TEXT
           IF NOT CXC-EXPIRY-NONE
               MOVE CXC-EXPIRY-DATE TO CXM-EXPIRY-DATE
           END-IF
           MOVE RUNSTMP-RUN-STAMP TO CXM-ADDED-STAMP
           MOVE RUNSTMP-RUN-STAMP TO CXM-LAST-UPDATE-STAMP

           PERFORM 2700-REPORT-ACTION THRU 2700-EXIT
           MOVE SPACES     TO WS-IMAGE-LINE
           MOVE "  BEFORE" TO WS-IMG-LABEL
           MOVE "(NONE)"   TO WS-IMG-ACCOUNT-ID
           PERFORM 2800-WRITE-IMAGE THRU 2800-EXIT

           MOVE 0 TO EXEMPT-STATUS
           WRITE CASH-EXEMPT-RECORD
           IF NOT EXEMPT-OK
               MOVE "CASH-EXEMPT-RECORD WRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE EXEMPT-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 2750-IMAGE-AFTER THRU 2750-EXIT
           ADD 1 TO WS-CARDS-APPLIED.
       2200-EXIT.
           EXIT.
      ******************************************************************
      *    2300-APPLY-CHANGE -- lay the card's non-blank fields over
      *    the existing exemption and REWRITE it; an expiry of NONE
      *    makes the exemption open-ended.  The added stamp is
      *    never changed.
      ******************************************************************
       2300-APPLY-CHANGE.
           IF EXEMPT-NOT-FOUND
               MOVE "CHANGE - KEY NOT ON FILE" TO WS-ERR-REASON
               PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           IF CXC-REASON-TEXT = SPACES
            AND CXC-EXPIRY-DATE = SPACES
               MOVE "CHANGE - NOTHING TO CHANGE" TO WS-ERR-REASON
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

           IF CXC-REASON-TEXT NOT = SPACES
               MOVE CXC-REASON-TEXT   TO CXM-REASON-TEXT
           END-IF
           IF CXC-EXPIRY-NONE
               MOVE SPACES            TO CXM-EXPIRY-DATE
           ELSE
               IF CXC-EXPIRY-DATE NOT = SPACES
                   MOVE CXC-EXPIRY-DATE TO CXM-EXPIRY-DATE
               END-IF
           END-IF
           MOVE RUNSTMP-RUN-STAMP TO CXM-LAST-UPDATE-STAMP

           REWRITE CASH-EXEMPT-RECORD
           IF NOT EXEMPT-OK
               MOVE "CASH-EXEMPT-RECORD REWRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE EXEMPT-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 2750-IMAGE-AFTER THRU 2750-EXIT
           ADD 1 TO WS-CARDS-APPLIED.
       2300-EXIT.
           EXIT.
      ******************************************************************
      *    2400-APPLY-DELETE -- DELETE an exemption; from the next
      *    CASHRPT run the account is filed like any other.
      ******************************************************************
       2400-APPLY-DELETE.
           IF EXEMPT-NOT-FOUND
               MOVE "DELETE - KEY NOT ON FILE" TO WS-ERR-REASON
               PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
               GO TO 2400-EXIT
           END-IF
           PERFORM 2700-REPORT-ACTION THRU 2700-EXIT
           PERFORM 2740-IMAGE-BEFORE THRU 2740-EXIT

           DELETE EXEMPT-FILE RECORD
           IF NOT EXEMPT-OK
               MOVE "CASH-EXEMPT-RECORD DELETE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE EXEMPT-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           MOVE SPACES     TO WS-IMAGE-LINE
           MOVE "  AFTER " TO WS-IMG-LABEL
           MOVE "(GONE)"   TO WS-IMG-ACCOUNT-ID
           PERFORM 2800-WRITE-IMAGE THRU 2800-EXIT
           ADD 1 TO WS-CARDS-APPLIED.
       2400-EXIT.
           EXIT.
      ******************************************************************
      *    2700-REPORT-ACTION / 2740 / 2750 / 2800 -- the CXMNTRPT
      *    action line and before/after images.
      ******************************************************************
       2700-REPORT-ACTION.
           MOVE SPACES TO MAINT-RPT-LINE
           PERFORM 2850-WRITE-REPORT THRU 2850-EXIT
           MOVE CXC-ACTION-CD  TO WS-ACT-ACTION-CD
           MOVE CXC-ACCOUNT-ID TO WS-ACT-ACCOUNT-ID
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
           MOVE CXM-ACCOUNT-ID        TO WS-IMG-ACCOUNT-ID
           MOVE CXM-REASON-TEXT       TO WS-IMG-REASON-TEXT
           MOVE CXM-EXPIRY-DATE       TO WS-IMG-EXPIRY-DATE
           MOVE CXM-ADDED-STAMP       TO WS-IMG-ADDED-STAMP
           MOVE CXM-LAST-UPDATE-STAMP TO WS-IMG-UPDATE-STAMP.
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
      *    2900-WRITE-ERROR -- one CXMNTERR line: reason code text
      *    plus the card image as it arrived.
      ******************************************************************
       2900-WRITE-ERROR.
           MOVE RUNSTMP-RUN-STAMP   TO WS-ERR-RUN-STAMP
           MOVE CASH-EXEMPT-CARD    TO WS-ERR-CARD-IMAGE
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
      *    looks at CXMNTERR, without failing the job.
      ******************************************************************
       8000-TERMINATE.
           CLOSE MAINT-CARD-FILE
           CLOSE EXEMPT-FILE
           CLOSE MAINT-ERR-FILE
           CLOSE MAINT-RPT-FILE

           DISPLAY "CXMAINT CARDS READ:     " WS-CARDS-READ
           DISPLAY "CXMAINT CARDS APPLIED:  " WS-CARDS-APPLIED
           DISPLAY "CXMAINT CARDS REJECTED: " WS-CARDS-REJECTED
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
           DISPLAY "CXMAINT ABEND - " WS-ABEND-MESSAGE
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9999-EXIT.
           EXIT.
