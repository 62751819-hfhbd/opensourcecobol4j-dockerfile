      *                      accounts leave the master through an
      *                      auditable run (jcl/AMAINT.sh) instead
      *                      of ad-hoc file edits.
      *    2026-10-15  JW    FREEZE / THAW cards set and clear the
      *                      account status (legal hold, deceased,
      *                      fraud block) and LIMIT cards set or
      *                      remove the overdraft limit; OPEN may
      *                      carry a limit.  SECTIONS holds debits
      *                      against either.  Images on AMNTRPT now
      *                      show status and limit.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ERR-REASON           PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ERR-CARD-IMAGE       PIC X(49) VALUE SPACES.

       01  WS-ACTION-LINE.
           05  FILLER                  PIC X(07) VALUE "ACTION ".
           05  WS-IMG-BALANCE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-IMG-STAMP            PIC X(19) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE " STATUS ".
           05  WS-IMG-STATUS           PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE " LIMIT ".
           05  WS-IMG-LIMIT            PIC X(07) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
                   PERFORM 2200-APPLY-OPEN THRU 2200-EXIT
               WHEN AMT-ACTION-CLOSE
                   PERFORM 2300-APPLY-CLOSE THRU 2300-EXIT
               WHEN AMT-ACTION-FREEZE
                   PERFORM 2400-APPLY-FREEZE THRU 2400-EXIT
               WHEN AMT-ACTION-THAW
                   PERFORM 2500-APPLY-THAW THRU 2500-EXIT
               WHEN AMT-ACTION-LIMIT
                   PERFORM 2600-APPLY-LIMIT THRU 2600-EXIT
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *    2200-APPLY-OPEN -- WRITE a new account; a key already on
      *    the master is a rejected card, not an abend.  A blank
      *    balance field opens the account at zero; anything else
      *    must be numeric.  The limit field is optional: blank opens
      *    the account with no overdraft limit set.
      ******************************************************************
       2200-APPLY-OPEN.
           IF ACCT-BAL-OK
               END-IF
               MOVE AMT-OPEN-BALANCE TO WS-OPEN-BALANCE
           END-IF
           IF AMT-OD-LIMIT-X NOT = SPACES
            AND AMT-OD-LIMIT NOT NUMERIC
               MOVE "OD LIMIT NOT NUMERIC" TO WS-ERR-REASON
               PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF
           PERFORM 2700-REPORT-ACTION THRU 2700-EXIT
           MOVE "  BEFORE" TO WS-IMG-LABEL
           MOVE "(NONE)"   TO WS-IMG-ACCOUNT-ID
           MOVE ZERO       TO WS-IMG-BALANCE
           MOVE SPACES     TO WS-IMG-STAMP
           MOVE SPACES     TO WS-IMG-STATUS
           MOVE SPACES     TO WS-IMG-LIMIT
           PERFORM 2800-WRITE-IMAGE THRU 2800-EXIT

           MOVE 0 TO ACCT-BAL-STATUS
           MOVE RUNSTMP-RUN-STAMP TO ABM-LAST-UPDATE-STAMP
           MOVE SPACES            TO ABM-LAST-POST-DATE
           MOVE ZERO              TO ABM-LAST-POST-COUNT
           MOVE AMT-OD-LIMIT-X    TO ABM-OD-LIMIT-X
           WRITE ACCT-BAL-RECORD
           IF NOT ACCT-BAL-OK
               MOVE "ACCT-BAL-RECORD WRITE FAILED"
           MOVE "(GONE)"   TO WS-IMG-ACCOUNT-ID
           MOVE ZERO       TO WS-IMG-BALANCE
           MOVE SPACES     TO WS-IMG-STAMP
           MOVE SPACES     TO WS-IMG-STATUS
           MOVE SPACES     TO WS-IMG-LIMIT
           PERFORM 2800-WRITE-IMAGE THRU 2800-EXIT
           ADD 1 TO WS-CARDS-APPLIED.
       2300-EXIT.
           EXIT.
      ******************************************************************
      *    2400-APPLY-FREEZE -- set ABM-STATUS-CD on an existing
      *    account.  The card must carry L (legal hold), D
      *    (deceased) or F (fraud block); a frozen account may be
      *    re-frozen under a different code.  From the next posting
      *    night SECTIONS holds every debit against the account.
      ******************************************************************
       2400-APPLY-FREEZE.
           IF ACCT-BAL-NOT-FOUND
               MOVE "FREEZE - KEY NOT ON FILE" TO WS-ERR-REASON
               PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
               GO TO 2400-EXIT
           END-IF
           IF NOT AMT-STATUS-VALID
               MOVE "FREEZE - STATUS CODE INVALID" TO WS-ERR-REASON
               PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
               GO TO 2400-EXIT
           END-IF
           PERFORM 2700-REPORT-ACTION THRU 2700-EXIT
           PERFORM 2740-IMAGE-BEFORE THRU 2740-EXIT

           MOVE AMT-STATUS-CD TO ABM-STATUS-CD
           PERFORM 2650-REWRITE-ACCOUNT THRU 2650-EXIT.
       2400-EXIT.
           EXIT.
      ******************************************************************
      *    2500-APPLY-THAW -- clear the freeze.  Items already held
      *    stay on HELDITEM until an operator release card for them
      *    is run through HELDREL.
      ******************************************************************
       2500-APPLY-THAW.
           IF ACCT-BAL-NOT-FOUND
               MOVE "THAW - KEY NOT ON FILE" TO WS-ERR-REASON
               PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF
           IF NOT ABM-ACCOUNT-FROZEN
               MOVE "THAW - ACCOUNT NOT FROZEN" TO WS-ERR-REASON
               PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF
           PERFORM 2700-REPORT-ACTION THRU 2700-EXIT
           PERFORM 2740-IMAGE-BEFORE THRU 2740-EXIT

           MOVE SPACES TO ABM-STATUS-CD
           PERFORM 2650-REWRITE-ACCOUNT THRU 2650-EXIT.
       2500-EXIT.
           EXIT.
      ******************************************************************
      *    2600-APPLY-LIMIT -- set the overdraft limit, in whole
      *    base-currency units.  A blank limit field removes the
      *    limit, and SECTIONS then enforces none for the account.
      ******************************************************************
       2600-APPLY-LIMIT.
           IF ACCT-BAL-NOT-FOUND
               MOVE "LIMIT - KEY NOT ON FILE" TO WS-ERR-REASON
               PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
               GO TO 2600-EXIT
           END-IF
           IF AMT-OD-LIMIT-X NOT = SPACES
            AND AMT-OD-LIMIT NOT NUMERIC
               MOVE "OD LIMIT NOT NUMERIC" TO WS-ERR-REASON
               PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
               GO TO 2600-EXIT
           END-IF
           PERFORM 2700-REPORT-ACTION THRU 2700-EXIT
           PERFORM 2740-IMAGE-BEFORE THRU 2740-EXIT

           MOVE AMT-OD-LIMIT-X TO ABM-OD-LIMIT-X
           PERFORM 2650-REWRITE-ACCOUNT THRU 2650-EXIT.
       2600-EXIT.
           EXIT.
      ******************************************************************
      *    2650-REWRITE-ACCOUNT -- common REWRITE for the status and
      *    limit actions: stamp the record, put it back, write the
      *    after image.
      ******************************************************************
       2650-REWRITE-ACCOUNT.
           MOVE RUNSTMP-RUN-STAMP TO ABM-LAST-UPDATE-STAMP
           REWRITE ACCT-BAL-RECORD
           IF NOT ACCT-BAL-OK
               MOVE "ACCT-BAL-RECORD REWRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE ACCT-BAL-STATUS      TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 2750-IMAGE-AFTER THRU 2750-EXIT
           ADD 1 TO WS-CARDS-APPLIED.
       2650-EXIT.
           EXIT.
      ******************************************************************
      *    2700-REPORT-ACTION / 2740 / 2750 / 2760 / 2800 -- the
      *    AMNTRPT action line and before/after images.
      ******************************************************************
       2700-REPORT-ACTION.
           MOVE SPACES TO MAINT-RPT-LINE
           MOVE ABM-ACCOUNT-ID        TO WS-IMG-ACCOUNT-ID
           MOVE ABM-BALANCE           TO WS-IMG-BALANCE
           MOVE ABM-LAST-UPDATE-STAMP TO WS-IMG-STAMP
           PERFORM 2760-IMAGE-STATUS THRU 2760-EXIT
           PERFORM 2800-WRITE-IMAGE THRU 2800-EXIT.
       2740-EXIT.
           EXIT.
           MOVE ABM-ACCOUNT-ID        TO WS-IMG-ACCOUNT-ID
           MOVE ABM-BALANCE           TO WS-IMG-BALANCE
           MOVE ABM-LAST-UPDATE-STAMP TO WS-IMG-STAMP
           PERFORM 2760-IMAGE-STATUS THRU 2760-EXIT
           PERFORM 2800-WRITE-IMAGE THRU 2800-EXIT.
       2750-EXIT.
           EXIT.

       2760-IMAGE-STATUS.
           MOVE ABM-STATUS-CD TO WS-IMG-STATUS
           IF ABM-OD-LIMIT-X = SPACES
            OR ABM-OD-LIMIT NOT NUMERIC
               MOVE "NONE" TO WS-IMG-LIMIT
           ELSE
               MOVE ABM-OD-LIMIT-X TO WS-IMG-LIMIT
           END-IF.
       2760-EXIT.
           EXIT.

       2800-WRITE-IMAGE.
           MOVE WS-IMAGE-LINE TO MAINT-RPT-LINE
           PERFORM 2850-WRITE-REPORT THRU 2850-EXIT.
