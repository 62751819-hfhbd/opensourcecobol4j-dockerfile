      *                      a forgotten card once merged two
      *                      months).  With no BUSCAL file the date
      *                      checks and month-end behave as before.
      *    2026-10-15  JW    POSTACT records now carry the
      *                      transaction's provider source code and
      *                      value field (POST-SOURCE-CD and
      *                      POST-TRAN-VALUE), so SOPOST can tell
      *                      which standing-order items posted.
      *    2026-10-15  JW    Account-to-account transfers (type 'T'):
      *                      TRANEDIT delivers each transfer as a
      *                      from-leg and a to-leg, each sorted
      *                      under its own account's region, so each
      *                      leg's BREAKRPT detail and subtotal land
      *                      in its own region.  The from-leg posts
      *                      both accounts together -- debit the
      *                      from-account, credit the to-account --
      *                      or, when either account is missing from
      *                      ACCTBAL, neither; the to-leg posts
      *                      nothing itself.  Each account gets its
      *                      own POSTACT record carrying the other
      *                      account and the shared transfer
      *                      reference.
      *    2026-10-15  JW    Debits are now held instead of posted
      *                      when the account is frozen (ABM-STATUS-
      *                      CD) or the debit would take the balance
      *                      below minus the account's overdraft
      *                      limit (ABM-OD-LIMIT; none set, none
      *                      enforced).  A transfer is held on its
      *                      from-account.  Credits and adjustments
      *                      always post.  Each held item goes onto
      *                      the HELDITEM file with its reason (H001
      *                      frozen, H002 limit) for HELDREL to
      *                      release or age, and onto POSTACT as
      *                      status 'H'.  The account's posted-
      *                      through position still moves, so a
      *                      restart does not hold the item twice.
      *                      ITEMS HELD goes to NIGHTTOT and rides
      *                      RESTCTL.
      *    2026-10-15  JW    Overdraft charges raised by the month-
      *                      end INTACCR run (source '05') are not
      *                      held for the overdraft limit.
      *    2026-10-15  JW    Every POSTACT record now carries the
      *                      region it reports under (POST-REGION-CD)
      *                      for the GLSUMM ledger journal; a
      *                      transfer's to-leg carries the
      *                      to-account's region.
      *    2026-10-15  JW    Every POSTACT record now carries the
      *                      business date of the provider file the
      *                      transaction came in (POST-FILE-DATE), so
      *                      RECALL can trace a posting to its
      *                      TRANREG entry.  Reversals written by
      *                      RECALL (source '07') are not held for
      *                      the overdraft limit -- they correct the
      *                      books rather than spend.
      *    2026-10-15  JW    Region partitions: a PARTITION=Y card
      *                      with a REGION-FILTER card runs this
      *                      program as one region's partition of the
      *                      night's posting, several at once under
      *                      NIGHTLY, each with its own RESTCTL and
      *                      output files (mapped per partition by
      *                      the job).  A partition leaves WORLDMST
      *                      and the month-end to the SECTMRG merge
      *                      step, and its NIGHTTOT totals are filed
      *                      under PART plus its region for the merge.
      *                      A transfer whose to-account is in another
      *                      region posts only its from-account here
      *                      (2700-): the to-account is checked on a
      *                      read-only ACCTBAL view and its credit
      *                      goes to XFERDEF for the merge to apply,
      *                      so no account is updated by two
      *                      partitions.  ACCTBAL is opened SHARING
      *                      WITH ALL OTHER, and a partition will not
      *                      create it when missing.  The month-end
      *                      report and reset are now the shared
      *                      MTDPRC and MTDWRK copy members, run by
      *                      SECTMRG too.
      *    2026-10-15  JW    Partition ownership: an account whose
      *                      items arrived under more than one region
      *                      is on PARTSHR (written by SECTOWN) with
      *                      the one region whose partition posts it.
      *                      A partition posts every item of the
      *                      accounts it owns, whichever region they
      *                      came under (2020-), and none of another
      *                      partition's, so each account is posted
      *                      by one run in TRANSRT order and the
      *                      restart guard holds.  Every transfer
      *                      credit in a partition is now deferred to
      *                      SECTMRG, the to-account being no
      *                      partition's to touch, and XFERDEF is
      *                      written before the debit is rewritten:
      *                      a restart between the two writes the
      *                      credit again, and SECTMRG drops the
      *                      repeat.  The to-account look-up takes no
      *                      record lock.
      *    2026-10-15  JW    A partition always opens XFERDEF EXTEND
      *                      (OUTPUT only when it is missing), so a
      *                      rerun from record one keeps the credits
      *                      of debits already posted; NIGHTLY
      *                      empties it when the region first starts.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
                                    RECORD KEY IS ABM-ACCOUNT-ID
                                    FILE STATUS IS ACCT-BAL-STATUS.

           SELECT ACCT-LOOKUP-FILE ASSIGN TO "ACCTBAL"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS ALK-ACCOUNT-ID
                                    FILE STATUS IS ACCT-LOOKUP-STATUS.

           SELECT PART-SHARED-FILE ASSIGN TO "PARTSHR"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS PART-SHARED-FILE-STATUS.

           SELECT XFER-DEFER-FILE  ASSIGN TO "XFERDEF"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS XFER-DEFER-FILE-STATUS.

           SELECT POSTED-FILE      ASSIGN TO "POSTACT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS POSTED-FILE-STATUS.

           SELECT HELD-FILE        ASSIGN TO "HELDITEM"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS HELD-FILE-STATUS.

           SELECT PARM-FILE        ASSIGN TO "SECTPARM"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS PARM-FILE-STATUS.
       FD  ACCT-BAL-FILE.
           COPY ABALREC.

       FD  ACCT-LOOKUP-FILE.
           COPY ABALREC REPLACING ==ACCT-BAL-RECORD==
                                BY ==ACCT-LOOKUP-RECORD==
                        LEADING ==ABM-== BY ==ALK-==.

       FD  PART-SHARED-FILE.
           COPY PSHRREC.

       FD  XFER-DEFER-FILE.
           COPY XFERREC.

       FD  POSTED-FILE.
           COPY POSTREC.

       FD  HELD-FILE.
           COPY HELDREC.

       FD  PARM-FILE.
       01  PARM-CARD                  PIC X(80).

               88  ACCT-BAL-NOT-FOUND              VALUE '23'.
               88  ACCT-BAL-FILE-NOT-FOUND         VALUE '35'.

       01  SW-ACCT-LOOKUP-STATUS.
           05  ACCT-LOOKUP-STATUS      PIC X(02) VALUE '00'.
               88  ACCT-LOOKUP-OK                 VALUE '00'.
               88  ACCT-LOOKUP-NOT-FOUND          VALUE '23'.

       01  SW-PART-SHARED-FILE-STATUS.
           05  PART-SHARED-FILE-STATUS PIC X(02) VALUE '00'.
               88  PART-SHARED-FILE-OK            VALUE '00'.

       01  SW-XFER-DEFER-FILE-STATUS.
           05  XFER-DEFER-FILE-STATUS  PIC X(02) VALUE '00'.
               88  XFER-DEFER-FILE-OK             VALUE '00'.
               88  XFER-DEFER-FILE-NOT-FOUND      VALUE '35'.

       01  SW-POSTED-FILE-STATUS.
           05  POSTED-FILE-STATUS      PIC X(02) VALUE '00'.
               88  POSTED-FILE-OK                 VALUE '00'.

       01  SW-HELD-FILE-STATUS.
           05  HELD-FILE-STATUS        PIC X(02) VALUE '00'.
               88  HELD-FILE-OK                   VALUE '00'.
               88  HELD-FILE-NOT-FOUND            VALUE '35'.

       01  SW-MTD-FILE-STATUS.
           05  MTD-FILE-STATUS         PIC X(02) VALUE '00'.
               88  MTD-FILE-OK                    VALUE '00'.
           05  CAL-MONTH-END-SW        PIC X(01) VALUE 'N'.
               88  RUN-DATE-LAST-BUS-DAY          VALUE 'Y'.

       01  SW-MONTH-END.
           05  MONTH-END-SWITCH        PIC X(01) VALUE 'N'.
               88  MONTH-END-MODE                 VALUE 'Y'.
           05  POSTING-SWITCH          PIC X(01) VALUE 'Y'.
               88  POSTING-ACTIVE                 VALUE 'Y'.

      *    Set by a PARTITION=Y card: this run is the REGION-FILTER
      *    region's partition of a partitioned night (see 2700-).
       01  SW-PARTITION.
           05  PARTITION-SWITCH        PIC X(01) VALUE 'N'.
               88  PARTITION-RUN                  VALUE 'Y'.

      *    Step name on this run's NIGHTTOT totals records: SECTIONS,
      *    or PART and the region for a partition (9800-).
       01  WS-CTL-STEP-NAME            PIC X(08) VALUE "SECTIONS".

      *    A partition's owner look-up (2020-): the PARTSHR record
      *    reached so far in the region segment being read, and
      *    whether the current item's account is this partition's to
      *    post.  A whole-file run posts everything it reports.
       01  SW-PART-SHARED-EOF.
           05  PART-SHARED-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  PART-SHARED-AT-EOF             VALUE 'Y'.

       01  SW-POST-HERE.
           05  POST-HERE-SWITCH        PIC X(01) VALUE 'Y'.
               88  POST-HERE                      VALUE 'Y'.

       01  WS-OWNER-FIELDS.
           05  WS-SHARED-REGION-CD     PIC X(03) VALUE SPACES.
           05  WS-POST-OWNER-CD        PIC X(03) VALUE SPACES.

       01  SW-PARM-FILE-STATUS.
           05  PARM-FILE-STATUS        PIC X(02) VALUE '00'.
               88  PARM-FILE-OK                   VALUE '00'.
           05  WS-REGION-SUBTOTAL      PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-GRAND-TOTAL          PIC S9(09)V99 COMP-3 VALUE ZERO.

      *    Transfer posting state: whether each account was found on
      *    ACCTBAL and whether a restart already applied its leg,
      *    and the leg 2560-WRITE-XFER-POSTED is to log.
       01  SW-TRANSFER.
           05  XFER-FROM-FOUND-SW      PIC X(01) VALUE 'N'.
               88  XFER-FROM-FOUND                VALUE 'Y'.
           05  XFER-TO-FOUND-SW        PIC X(01) VALUE 'N'.
               88  XFER-TO-FOUND                  VALUE 'Y'.
           05  XFER-FROM-DONE-SW       PIC X(01) VALUE 'N'.
               88  XFER-FROM-DONE                 VALUE 'Y'.
           05  XFER-TO-DONE-SW         PIC X(01) VALUE 'N'.
               88  XFER-TO-DONE                   VALUE 'Y'.

       01  WS-XFER-LEG-FIELDS.
           05  WS-XFER-LEG-ACCOUNT     PIC X(10) VALUE SPACES.
           05  WS-XFER-LEG-OTHER       PIC X(10) VALUE SPACES.
           05  WS-XFER-LEG-CD          PIC X(01) VALUE SPACES.
           05  WS-XFER-LEG-STATUS      PIC X(01) VALUE SPACES.
           05  WS-XFER-LEG-BALANCE     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-XFER-TO-BALANCE      PIC S9(11)V99 COMP-3 VALUE ZERO.

      *    Hold decision for the debit being posted (2600-), its
      *    reason, and the CCYYMMDD run date that opens every hold
      *    id written tonight.
       01  SW-HOLD.
           05  ITEM-HOLD-SW            PIC X(01) VALUE 'N'.
               88  ITEM-HELD                      VALUE 'Y'.

       01  WS-HOLD-FIELDS.
           05  WS-HOLD-DATE            PIC X(08) VALUE SPACES.
           05  WS-HOLD-REASON-CD       PIC X(04) VALUE SPACES.
           05  WS-HOLD-REASON-TEXT     PIC X(30) VALUE SPACES.
           05  WS-HOLD-HEADROOM        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-POST-STATUS-CD       PIC X(01) VALUE SPACES.
           05  WS-ITEMS-HELD           PIC 9(09) COMP VALUE ZERO.

       01  WS-BALANCE-FIELDS.
           05  WS-TRAN-DETAIL-COUNT    PIC 9(09) COMP VALUE ZERO.
           05  WS-TRAN-HASH-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CURR-RATE            PIC 9(05)V9(06) COMP-3 VALUE 1.
           05  WS-BASE-AMOUNT          PIC S9(09)V99 COMP-3 VALUE ZERO.

       COPY MTDWRK.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 0900-STAMP-RUN-DATE THRU 0900-EXIT
           STRING RUNSTMP-RUN-DATE (1:4)
                  RUNSTMP-RUN-DATE (6:2)
                  RUNSTMP-RUN-DATE (9:2)
                  DELIMITED BY SIZE INTO WS-HOLD-DATE

           PERFORM 1100-LOAD-PARMS THRU 1100-EXIT

               CLOSE CURR-RATE-FILE
           END-IF

      *    A partition leaves WORLDMST to the SECTMRG merge step --
      *    every partition would be rewriting its one record at once.
           IF NOT PARTITION-RUN
               PERFORM 1050-OPEN-WORLD-MASTER THRU 1050-EXIT
           END-IF

           OPEN INPUT RESTART-FILE
           IF RESTART-FILE-OK
                   MOVE RESTART-HASH-TOTAL      TO WS-TRAN-HASH-TOTAL
                   MOVE RESTART-TRAILER-SW      TO TRAILER-SEEN-SWITCH
                   MOVE RESTART-PREV-TRAN-KEY   TO WS-PREV-TRAN-KEY
                   IF RESTART-ITEMS-HELD NUMERIC
                       MOVE RESTART-ITEMS-HELD  TO WS-ITEMS-HELD
                   END-IF
                   MOVE 'N' TO WS-FIRST-RECORD-SWITCH
               END-IF
               CLOSE RESTART-FILE
      *    the posted-activity file and the MTD accumulation exactly
      *    as the original run wrote them -- none of them is even
      *    opened.
      *    The region partitions of a partitioned night all have the
      *    balance master open at once, each updating its own
      *    region's accounts -- hence the SHARING.  Only a whole-file
      *    run creates a missing master; partitions racing to create
      *    it would each start an empty file.
           IF POSTING-ACTIVE
               OPEN I-O SHARING WITH ALL OTHER ACCT-BAL-FILE
               IF ACCT-BAL-FILE-NOT-FOUND
                AND NOT PARTITION-RUN
                   MOVE 0 TO ACCT-BAL-STATUS
                   OPEN OUTPUT ACCT-BAL-FILE
                   CLOSE ACCT-BAL-FILE
                   OPEN I-O SHARING WITH ALL OTHER ACCT-BAL-FILE
               END-IF
               IF NOT ACCT-BAL-OK
                   MOVE "ACCT-BAL-FILE OPEN FAILED"
                   MOVE POSTED-FILE-STATUS        TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF

      *    HELDITEM carries from night to night until HELDREL
      *    releases or cancels its items -- tonight's holds are
      *    added to the end.
               OPEN EXTEND HELD-FILE
               IF HELD-FILE-NOT-FOUND
                   MOVE 0 TO HELD-FILE-STATUS
                   OPEN OUTPUT HELD-FILE
               END-IF
               IF NOT HELD-FILE-OK
                   MOVE "HELD-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
                   MOVE HELD-FILE-STATUS        TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
           END-IF

      *    A partition's transfers: the to-account is only looked
      *    at (read-only view of ACCTBAL, no record locks), and the
      *    credit is deferred to XFERDEF.  XFERDEF is always added
      *    to, even by a rerun from record one: a credit written
      *    before an abend belongs to a debit the ACCTBAL restart
      *    guard will not post again, so it must not be lost (a
      *    credit written twice is dropped by SECTMRG).  The job
      *    empties it when the region first starts for the night.
      *    PARTSHR says which partition posts each account that is
      *    shared between regions tonight.
           IF PARTITION-RUN
               OPEN INPUT PART-SHARED-FILE
               IF NOT PART-SHARED-FILE-OK
                   MOVE "PART-SHARED-FILE OPEN FAILED"
                                             TO WS-ABEND-MESSAGE
                   MOVE PART-SHARED-FILE-STATUS
                                             TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF

               OPEN INPUT SHARING WITH ALL OTHER ACCT-LOOKUP-FILE
               IF NOT ACCT-LOOKUP-OK
                   MOVE "ACCT-LOOKUP-FILE OPEN FAILED"
                                             TO WS-ABEND-MESSAGE
                   MOVE ACCT-LOOKUP-STATUS   TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF

               OPEN EXTEND XFER-DEFER-FILE
               IF XFER-DEFER-FILE-NOT-FOUND
                   MOVE 0 TO XFER-DEFER-FILE-STATUS
                   OPEN OUTPUT XFER-DEFER-FILE
               END-IF
               IF NOT XFER-DEFER-FILE-OK
                   MOVE "XFER-DEFER-FILE OPEN FAILED"
                                             TO WS-ABEND-MESSAGE
                   MOVE XFER-DEFER-FILE-STATUS
                                             TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
           END-IF

           IF POSTING-ACTIVE
       1000-EXIT.
           EXIT.
      ******************************************************************
      *    1050-OPEN-WORLD-MASTER -- open WORLD-MASTER-FILE (created
      *    when missing), seed the master record from WORLDCFG on
      *    first use, and pick up WORLD/HELLO.
      ******************************************************************
       1050-OPEN-WORLD-MASTER.
           OPEN I-O WORLD-MASTER-FILE
           IF WORLD-MASTER-FILE-NOT-FOUND
               MOVE 0 TO WORLD-MASTER-STATUS
               OPEN OUTPUT WORLD-MASTER-FILE
               CLOSE WORLD-MASTER-FILE
               OPEN I-O WORLD-MASTER-FILE
               IF NOT WORLD-MASTER-OK
                   MOVE "WORLD-MASTER-FILE OPEN FAILED"
                                             TO WS-ABEND-MESSAGE
                   MOVE WORLD-MASTER-STATUS  TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
           ELSE
               IF NOT WORLD-MASTER-OK
                   MOVE "WORLD-MASTER-FILE OPEN FAILED"
                                             TO WS-ABEND-MESSAGE
                   MOVE WORLD-MASTER-STATUS  TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
           END-IF

           MOVE WORLDCFG-MASTER-ID TO WM-ID
           READ WORLD-MASTER-FILE
               KEY IS WM-ID
           IF WORLD-MASTER-NOT-FOUND
               MOVE WORLDCFG-MASTER-ID  TO WM-ID
               MOVE WORLDCFG-HELLO-DFLT TO WM-HELLO
               MOVE WORLDCFG-WORLD-DFLT TO WM-WORLD
               MOVE RUNSTMP-RUN-STAMP   TO WM-LAST-UPDATE-STAMP
               WRITE WORLD-MASTER-RECORD
               IF NOT WORLD-MASTER-OK
                   MOVE "WORLD-MASTER-RECORD WRITE FAILED"
                                             TO WS-ABEND-MESSAGE
                   MOVE WORLD-MASTER-STATUS  TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
           ELSE
               IF NOT WORLD-MASTER-OK
                   MOVE "WORLD-MASTER-FILE READ FAILED"
                                             TO WS-ABEND-MESSAGE
                   MOVE WORLD-MASTER-STATUS  TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
           END-IF
           MOVE WM-HELLO TO HELLO
           MOVE WM-WORLD TO WORLD.
       1050-EXIT.
           EXIT.
      ******************************************************************
      *    1100-LOAD-PARMS -- read the SECTPARM parameter card file:
      *    KEYWORD=VALUE cards, '*' in column one for comments.
      *    Every card is echoed to the log and the effective values
           END-IF
           IF NOT POSTING-ACTIVE
               DISPLAY "SECTIONS POSTING SUPPRESSED (REPORT ONLY)"
           END-IF
      *    A partition is one region's share of the night's posting:
      *    it needs its region, and a report-only partition would
      *    leave the merge nothing to put back together.
           IF PARTITION-RUN
               IF WS-REGION-FILTER = SPACES
                   MOVE "PARTITION RUN NEEDS A REGION-FILTER"
                                             TO WS-ABEND-MESSAGE
                   MOVE PARM-FILE-STATUS     TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
               IF NOT POSTING-ACTIVE
                   MOVE "PARTITION RUN CANNOT BE REPORT ONLY"
                                             TO WS-ABEND-MESSAGE
                   MOVE PARM-FILE-STATUS     TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
               MOVE SPACES TO WS-CTL-STEP-NAME
               STRING "PART"           DELIMITED BY SIZE
                      WS-REGION-FILTER DELIMITED BY SIZE
                      INTO WS-CTL-STEP-NAME
               END-STRING
               DISPLAY "SECTIONS PARTITION RUN - REGION "
                       WS-REGION-FILTER
           END-IF.
       1100-EXIT.
           EXIT.
                                             TO WS-ABEND-STATUS
                           PERFORM 9999-FILE-ABEND THRU 9999-EXIT
                   END-EVALUATE
               WHEN "PARTITION"
                   EVALUATE WS-PARM-VALUE (1:1)
                       WHEN 'Y'
                           MOVE 'Y' TO PARTITION-SWITCH
                       WHEN 'N'
                           MOVE 'N' TO PARTITION-SWITCH
                       WHEN OTHER
                           MOVE "PARTITION MUST BE Y OR N"
                                             TO WS-ABEND-MESSAGE
                           MOVE PARM-FILE-STATUS
                                             TO WS-ABEND-STATUS
                           PERFORM 9999-FILE-ABEND THRU 9999-EXIT
                   END-EVALUATE
               WHEN OTHER
                   MOVE "UNKNOWN PARAMETER CARD" TO WS-ABEND-MESSAGE
                   MOVE PARM-FILE-STATUS         TO WS-ABEND-STATUS
           PERFORM 2050-CONVERT-AMOUNT THRU 2050-EXIT
           ADD WS-BASE-AMOUNT TO WS-TRAN-HASH-TOTAL
      *    Filtered-out regions still count toward the balancing
      *    totals above -- the trailer covers the whole file.  A
      *    partition still posts, without reporting, another region's
      *    item for an account it owns, and reports but leaves alone
      *    its own region's item for an account another partition
      *    owns.
           IF PARTITION-RUN
               PERFORM 2020-FIND-OWNER THRU 2020-EXIT
           END-IF
           IF WS-REGION-FILTER NOT = SPACES
            AND TRAN-REGION-CD NOT = WS-REGION-FILTER
               IF PARTITION-RUN
                AND POST-HERE
                   PERFORM 2300-POST-ACCOUNT THRU 2300-EXIT
               END-IF
               GO TO 2010-EXIT
           END-IF
           PERFORM 2100-APPLY-TRAN THRU 2100-EXIT.
       2010-EXIT.
           EXIT.
      ******************************************************************
      *    2020-FIND-OWNER -- the partition that posts this item's
      *    account: the owner on PARTSHR for a shared account, else
      *    the region the item came under.  TRANSRT is in account
      *    order within each region, as PARTSHR is, so the look-up
      *    walks forward through PARTSHR and starts it again at each
      *    new region.
      ******************************************************************
       2020-FIND-OWNER.
           IF TRAN-REGION-CD NOT = WS-SHARED-REGION-CD
               PERFORM 2030-REWIND-SHARED THRU 2030-EXIT
               MOVE TRAN-REGION-CD TO WS-SHARED-REGION-CD
           END-IF
           PERFORM 2040-READ-SHARED THRU 2040-EXIT
               UNTIL PART-SHARED-AT-EOF
                  OR PSH-ACCOUNT-ID NOT LESS THAN TRAN-ACCOUNT-ID
           MOVE TRAN-REGION-CD TO WS-POST-OWNER-CD
           IF NOT PART-SHARED-AT-EOF
            AND PSH-ACCOUNT-ID = TRAN-ACCOUNT-ID
               MOVE PSH-OWNER-REGION TO WS-POST-OWNER-CD
           END-IF
           IF WS-POST-OWNER-CD = WS-REGION-FILTER
               MOVE 'Y' TO POST-HERE-SWITCH
           ELSE
               MOVE 'N' TO POST-HERE-SWITCH
           END-IF.
       2020-EXIT.
           EXIT.

       2030-REWIND-SHARED.
           CLOSE PART-SHARED-FILE
           OPEN INPUT PART-SHARED-FILE
           IF NOT PART-SHARED-FILE-OK
               MOVE "PART-SHARED-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE PART-SHARED-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           MOVE 'N' TO PART-SHARED-EOF-SWITCH
           PERFORM 2040-READ-SHARED THRU 2040-EXIT.
       2030-EXIT.
           EXIT.

       2040-READ-SHARED.
           READ PART-SHARED-FILE
               AT END
                   MOVE 'Y' TO PART-SHARED-EOF-SWITCH
           END-READ.
       2040-EXIT.
           EXIT.
      ******************************************************************
      *    2050-CONVERT-AMOUNT -- TRAN-AMOUNT to base currency in
      *    WS-BASE-AMOUNT at the CURRRATE rate (spaces = base, rate
      *    1).  TRANEDIT rejects an unlisted currency with R005, so
           ADD WS-BASE-AMOUNT TO WS-GRAND-TOTAL

           IF POSTING-ACTIVE
            AND POST-HERE
               PERFORM 2300-POST-ACCOUNT THRU 2300-EXIT
           END-IF

           MOVE TRAN-VALUE        TO WORLD
      *    A partition never opened WORLDMST -- SECTMRG brings the
      *    master record up to date once every region has run.
           IF NOT PARTITION-RUN
               MOVE WORLD              TO WM-WORLD
               MOVE RUNSTMP-RUN-STAMP  TO WM-LAST-UPDATE-STAMP
               REWRITE WORLD-MASTER-RECORD
               IF NOT WORLD-MASTER-OK
                   MOVE "WORLD-MASTER-RECORD REWRITE FAILED"
                                             TO WS-ABEND-MESSAGE
                   MOVE WORLD-MASTER-STATUS  TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
           END-IF
           DISPLAY "ANSWER" WORLD
           MOVE TRAN-KEY TO WS-PREV-TRAN-KEY.
      *    posted-activity record.  An account missing from ACCTBAL
      *    is flagged 'N' on POSTACT, not posted and not an abend --
      *    the business follows those up from the activity file.
      *    A transfer is posted two accounts at a time in 2500-.
      *    A debit that 2600-CHECK-HOLD refuses moves no money: it
      *    goes to HELDITEM and shows 'H' on POSTACT, and only the
      *    posted-through position on the master is updated.
      ******************************************************************
       2300-POST-ACCOUNT.
           IF TRAN-TYPE-TRANSFER
               PERFORM 2500-POST-TRANSFER THRU 2500-EXIT
               GO TO 2300-EXIT
           END-IF
           MOVE TRAN-ACCOUNT-ID TO ABM-ACCOUNT-ID
           READ ACCT-BAL-FILE
               KEY IS ABM-ACCOUNT-ID
               MOVE ZERO              TO POST-NEW-BALANCE
               MOVE TRAN-CURRENCY-CD  TO POST-CURRENCY-CD
               MOVE TRAN-AMOUNT       TO POST-ORIG-AMOUNT
               MOVE TRAN-SOURCE-CD    TO POST-SOURCE-CD
               MOVE TRAN-VALUE        TO POST-TRAN-VALUE
               MOVE TRAN-REGION-CD    TO POST-REGION-CD
               MOVE TRAN-FILE-DATE    TO POST-FILE-DATE
               PERFORM 2350-WRITE-POSTED THRU 2350-EXIT
               GO TO 2300-EXIT
           END-IF
               GO TO 2300-EXIT
           END-IF

           MOVE 'N' TO ITEM-HOLD-SW
           IF TRAN-TYPE-DEBIT
               PERFORM 2600-CHECK-HOLD THRU 2600-EXIT
           END-IF
           IF ITEM-HELD
               PERFORM 2610-WRITE-HELD THRU 2610-EXIT
               MOVE 'H' TO WS-POST-STATUS-CD
           ELSE
               MOVE 'P' TO WS-POST-STATUS-CD
               EVALUATE TRUE
                   WHEN TRAN-TYPE-DEBIT
                       SUBTRACT WS-BASE-AMOUNT FROM ABM-BALANCE
                   WHEN TRAN-TYPE-CREDIT
                       ADD WS-BASE-AMOUNT TO ABM-BALANCE
                   WHEN TRAN-TYPE-ADJUSTMENT
                       ADD WS-BASE-AMOUNT TO ABM-BALANCE
                   WHEN OTHER
      *    TRANEDIT rejects these with R004, so one arriving here
      *    means the sorted file was tampered with or mis-built.
                       MOVE "TRAN-TYPE-CD INVALID" TO WS-ABEND-MESSAGE
                       MOVE TRAN-FILE-STATUS       TO WS-ABEND-STATUS
                       PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-EVALUATE
           END-IF
           MOVE RUNSTMP-RUN-STAMP TO ABM-LAST-UPDATE-STAMP
           MOVE RUNSTMP-RUN-DATE  TO ABM-LAST-POST-DATE
           MOVE WS-RECORDS-READ   TO ABM-LAST-POST-COUNT
           MOVE TRAN-ACCOUNT-ID   TO POST-ACCOUNT-ID
           MOVE TRAN-TYPE-CD      TO POST-TYPE-CD
           MOVE WS-BASE-AMOUNT    TO POST-AMOUNT
           MOVE WS-POST-STATUS-CD TO POST-STATUS-CD
           MOVE ABM-BALANCE       TO POST-NEW-BALANCE
           MOVE TRAN-CURRENCY-CD  TO POST-CURRENCY-CD
           MOVE TRAN-AMOUNT       TO POST-ORIG-AMOUNT
           MOVE TRAN-SOURCE-CD    TO POST-SOURCE-CD
           MOVE TRAN-VALUE        TO POST-TRAN-VALUE
           MOVE TRAN-REGION-CD    TO POST-REGION-CD
           MOVE TRAN-FILE-DATE    TO POST-FILE-DATE
           PERFORM 2350-WRITE-POSTED THRU 2350-EXIT.
       2300-EXIT.
           EXIT.
       2400-EXIT.
           EXIT.
      ******************************************************************
      *    2500-POST-TRANSFER -- both legs of a transfer from its
      *    from-leg record: the from-account is debited and the
      *    to-account credited, or neither moves.  Both accounts are
      *    read before either is touched; when one is missing from
      *    ACCTBAL its leg is flagged 'N' and the other leg 'X' (not
      *    posted, the counter-account failed).  The restart guard
      *    is taken per account, so a restart that stopped between
      *    the two REWRITEs applies just the leg still outstanding.
      *    The to-leg record only carries the credit into its own
      *    region's report lines -- its posting was made here.
      *    A from-account debit that 2600-CHECK-HOLD refuses holds
      *    the whole transfer (2530-): neither balance moves.  The
      *    posting path marks the from-account first and the hold
      *    path the to-account first, so a restart finding only one
      *    of them marked knows which path to finish.
      *    In a region partition every transfer goes to 2700-DEFER-
      *    TRANSFER instead: the to-account may be another
      *    partition's, and only its owner may post it.
      ******************************************************************
       2500-POST-TRANSFER.
           IF NOT TRAN-XFER-FROM-LEG
               GO TO 2500-EXIT
           END-IF
           IF PARTITION-RUN
               PERFORM 2700-DEFER-TRANSFER THRU 2700-EXIT
               GO TO 2500-EXIT
           END-IF
           MOVE 'N' TO XFER-FROM-FOUND-SW
           MOVE 'N' TO XFER-TO-FOUND-SW
           MOVE 'N' TO XFER-FROM-DONE-SW
           MOVE 'N' TO XFER-TO-DONE-SW

           MOVE TRAN-ACCOUNT-ID TO ABM-ACCOUNT-ID
           PERFORM 2550-READ-ACCOUNT THRU 2550-EXIT
           IF ACCT-BAL-OK
               MOVE 'Y' TO XFER-FROM-FOUND-SW
               IF ABM-LAST-POST-DATE = RUNSTMP-RUN-DATE
                AND ABM-LAST-POST-COUNT NUMERIC
                AND ABM-LAST-POST-COUNT NOT LESS THAN WS-RECORDS-READ
                   MOVE 'Y' TO XFER-FROM-DONE-SW
               END-IF
           END-IF

           MOVE TRAN-XFER-ACCOUNT-ID TO ABM-ACCOUNT-ID
           PERFORM 2550-READ-ACCOUNT THRU 2550-EXIT
           IF ACCT-BAL-OK
               MOVE 'Y' TO XFER-TO-FOUND-SW
               IF ABM-LAST-POST-DATE = RUNSTMP-RUN-DATE
                AND ABM-LAST-POST-COUNT NUMERIC
                AND ABM-LAST-POST-COUNT NOT LESS THAN WS-RECORDS-READ
                   MOVE 'Y' TO XFER-TO-DONE-SW
               END-IF
           END-IF

           IF NOT XFER-FROM-FOUND
            OR NOT XFER-TO-FOUND
               PERFORM 2520-REFUSE-TRANSFER THRU 2520-EXIT
               GO TO 2500-EXIT
           END-IF

           IF XFER-TO-DONE
            AND NOT XFER-FROM-DONE
               PERFORM 2530-HOLD-TRANSFER THRU 2530-EXIT
               GO TO 2500-EXIT
           END-IF

           IF NOT XFER-FROM-DONE
               MOVE TRAN-ACCOUNT-ID TO ABM-ACCOUNT-ID
               PERFORM 2550-READ-ACCOUNT THRU 2550-EXIT
               PERFORM 2600-CHECK-HOLD THRU 2600-EXIT
               IF ITEM-HELD
                   PERFORM 2610-WRITE-HELD THRU 2610-EXIT
                   PERFORM 2530-HOLD-TRANSFER THRU 2530-EXIT
                   GO TO 2500-EXIT
               END-IF
               SUBTRACT WS-BASE-AMOUNT FROM ABM-BALANCE
               PERFORM 2570-REWRITE-ACCOUNT THRU 2570-EXIT
               MOVE TRAN-ACCOUNT-ID      TO WS-XFER-LEG-ACCOUNT
               MOVE TRAN-XFER-ACCOUNT-ID TO WS-XFER-LEG-OTHER
               MOVE 'F'                  TO WS-XFER-LEG-CD
               MOVE 'P'                  TO WS-XFER-LEG-STATUS
               MOVE ABM-BALANCE          TO WS-XFER-LEG-BALANCE
               PERFORM 2560-WRITE-XFER-POSTED THRU 2560-EXIT
           END-IF

           IF NOT XFER-TO-DONE
               MOVE TRAN-XFER-ACCOUNT-ID TO ABM-ACCOUNT-ID
               PERFORM 2550-READ-ACCOUNT THRU 2550-EXIT
               ADD WS-BASE-AMOUNT TO ABM-BALANCE
               PERFORM 2570-REWRITE-ACCOUNT THRU 2570-EXIT
               MOVE TRAN-XFER-ACCOUNT-ID TO WS-XFER-LEG-ACCOUNT
               MOVE TRAN-ACCOUNT-ID      TO WS-XFER-LEG-OTHER
               MOVE 'T'                  TO WS-XFER-LEG-CD
               MOVE 'P'                  TO WS-XFER-LEG-STATUS
               MOVE ABM-BALANCE          TO WS-XFER-LEG-BALANCE
               PERFORM 2560-WRITE-XFER-POSTED THRU 2560-EXIT
           END-IF.
       2500-EXIT.
           EXIT.
      ******************************************************************
      *    2520-REFUSE-TRANSFER -- neither account moves.  Both legs
      *    are logged on POSTACT: 'N' for an account not on ACCTBAL,
      *    'X' for an account left alone because the other failed.
      ******************************************************************
       2520-REFUSE-TRANSFER.
           MOVE TRAN-ACCOUNT-ID      TO WS-XFER-LEG-ACCOUNT
           MOVE TRAN-XFER-ACCOUNT-ID TO WS-XFER-LEG-OTHER
           MOVE 'F'                  TO WS-XFER-LEG-CD
           MOVE 'X'                  TO WS-XFER-LEG-STATUS
           IF NOT XFER-FROM-FOUND
               MOVE 'N'              TO WS-XFER-LEG-STATUS
           END-IF
           MOVE ZERO                 TO WS-XFER-LEG-BALANCE
           PERFORM 2560-WRITE-XFER-POSTED THRU 2560-EXIT

           MOVE TRAN-XFER-ACCOUNT-ID TO WS-XFER-LEG-ACCOUNT
           MOVE TRAN-ACCOUNT-ID      TO WS-XFER-LEG-OTHER
           MOVE 'T'                  TO WS-XFER-LEG-CD
           MOVE 'X'                  TO WS-XFER-LEG-STATUS
           IF NOT XFER-TO-FOUND
               MOVE 'N'              TO WS-XFER-LEG-STATUS
           END-IF
           MOVE ZERO                 TO WS-XFER-LEG-BALANCE
           PERFORM 2560-WRITE-XFER-POSTED THRU 2560-EXIT.
       2520-EXIT.
           EXIT.
      ******************************************************************
      *    2530-HOLD-TRANSFER -- neither balance moves; the to-account
      *    and then the from-account get tonight's posted-through
      *    position, and both legs are logged 'H' on POSTACT with the
      *    balances left as they were.  Also finishes a hold that a
      *    restart interrupted after the to-account was marked (the
      *    HELDITEM record was written before either mark).
      ******************************************************************
       2530-HOLD-TRANSFER.
           MOVE TRAN-XFER-ACCOUNT-ID TO ABM-ACCOUNT-ID
           PERFORM 2550-READ-ACCOUNT THRU 2550-EXIT
           IF NOT XFER-TO-DONE
               PERFORM 2570-REWRITE-ACCOUNT THRU 2570-EXIT
           END-IF
           MOVE ABM-BALANCE          TO WS-XFER-TO-BALANCE

           MOVE TRAN-ACCOUNT-ID      TO ABM-ACCOUNT-ID
           PERFORM 2550-READ-ACCOUNT THRU 2550-EXIT
           PERFORM 2570-REWRITE-ACCOUNT THRU 2570-EXIT

           MOVE TRAN-ACCOUNT-ID      TO WS-XFER-LEG-ACCOUNT
           MOVE TRAN-XFER-ACCOUNT-ID TO WS-XFER-LEG-OTHER
           MOVE 'F'                  TO WS-XFER-LEG-CD
           MOVE 'H'                  TO WS-XFER-LEG-STATUS
           MOVE ABM-BALANCE          TO WS-XFER-LEG-BALANCE
           PERFORM 2560-WRITE-XFER-POSTED THRU 2560-EXIT

           MOVE TRAN-XFER-ACCOUNT-ID TO WS-XFER-LEG-ACCOUNT
           MOVE TRAN-ACCOUNT-ID      TO WS-XFER-LEG-OTHER
           MOVE 'T'                  TO WS-XFER-LEG-CD
           MOVE 'H'                  TO WS-XFER-LEG-STATUS
           MOVE WS-XFER-TO-BALANCE   TO WS-XFER-LEG-BALANCE
           PERFORM 2560-WRITE-XFER-POSTED THRU 2560-EXIT.
       2530-EXIT.
           EXIT.
      ******************************************************************
      *    2550-READ-ACCOUNT -- ACCTBAL keyed read for a transfer leg;
      *    not-found is left for the caller to judge.
      ******************************************************************
       2550-READ-ACCOUNT.
           READ ACCT-BAL-FILE
               KEY IS ABM-ACCOUNT-ID
           IF NOT ACCT-BAL-OK
            AND NOT ACCT-BAL-NOT-FOUND
               MOVE "ACCT-BAL-FILE READ FAILED" TO WS-ABEND-MESSAGE
               MOVE ACCT-BAL-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       2550-EXIT.
           EXIT.
      ******************************************************************
      *    2560-WRITE-XFER-POSTED -- one transfer leg onto POSTACT
      *    from WS-XFER-LEG-FIELDS, with the shared reference.  The
      *    to-leg is filed under the to-account's region, the same
      *    region its own TRANSRT record reports under.
      ******************************************************************
       2560-WRITE-XFER-POSTED.
           MOVE SPACES              TO POSTED-RECORD
           MOVE RUNSTMP-RUN-STAMP   TO POST-RUN-STAMP
           MOVE WS-XFER-LEG-ACCOUNT TO POST-ACCOUNT-ID
           MOVE TRAN-TYPE-CD        TO POST-TYPE-CD
           MOVE WS-BASE-AMOUNT      TO POST-AMOUNT
           MOVE WS-XFER-LEG-STATUS  TO POST-STATUS-CD
           MOVE WS-XFER-LEG-BALANCE TO POST-NEW-BALANCE
           MOVE TRAN-CURRENCY-CD    TO POST-CURRENCY-CD
           MOVE TRAN-AMOUNT         TO POST-ORIG-AMOUNT
           MOVE TRAN-SOURCE-CD      TO POST-SOURCE-CD
           MOVE TRAN-VALUE          TO POST-TRAN-VALUE
           MOVE WS-XFER-LEG-CD      TO POST-XFER-LEG
           MOVE WS-XFER-LEG-OTHER   TO POST-XFER-ACCOUNT-ID
           MOVE TRAN-XFER-REF       TO POST-XFER-REF
           MOVE TRAN-FILE-DATE      TO POST-FILE-DATE
           IF WS-XFER-LEG-CD = 'T'
               MOVE TRAN-XFER-REGION-CD TO POST-REGION-CD
           ELSE
               MOVE TRAN-REGION-CD      TO POST-REGION-CD
           END-IF
           PERFORM 2350-WRITE-POSTED THRU 2350-EXIT.
       2560-EXIT.
           EXIT.
      ******************************************************************
      *    2570-REWRITE-ACCOUNT -- the moved balance back onto ACCTBAL
      *    with the posted-through position for the restart guard
      *    (on a hold, the position alone -- the balance is as read).
      ******************************************************************
       2570-REWRITE-ACCOUNT.
           MOVE RUNSTMP-RUN-STAMP TO ABM-LAST-UPDATE-STAMP
           MOVE RUNSTMP-RUN-DATE  TO ABM-LAST-POST-DATE
           MOVE WS-RECORDS-READ   TO ABM-LAST-POST-COUNT
           REWRITE ACCT-BAL-RECORD
           IF NOT ACCT-BAL-OK
               MOVE "ACCT-BAL-RECORD REWRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE ACCT-BAL-STATUS      TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       2570-EXIT.
           EXIT.
      ******************************************************************
      *    2600-CHECK-HOLD -- decide whether the debit of WS-BASE-
      *    AMOUNT against the ACCTBAL record just read must be held:
      *    H001 when the account is frozen, H002 when the balance
      *    after the debit would be below minus ABM-OD-LIMIT.  An
      *    account with no limit set (not numeric -- every record
      *    written before limits existed) is never held for H002,
      *    and neither is an overdraft charge INTACCR raised (source
      *    '05'): the charge is for the overdraft itself.  A RECALL
      *    reversal (source '07') is exempt the same way.
      ******************************************************************
       2600-CHECK-HOLD.
           MOVE 'N' TO ITEM-HOLD-SW
           IF ABM-ACCOUNT-FROZEN
               MOVE 'Y'  TO ITEM-HOLD-SW
               MOVE "H001" TO WS-HOLD-REASON-CD
               EVALUATE ABM-STATUS-CD
                   WHEN 'L'
                       MOVE "ACCOUNT FROZEN - LEGAL HOLD"
                                         TO WS-HOLD-REASON-TEXT
                   WHEN 'D'
                       MOVE "ACCOUNT FROZEN - DECEASED"
                                         TO WS-HOLD-REASON-TEXT
                   WHEN OTHER
                       MOVE "ACCOUNT FROZEN - FRAUD BLOCK"
                                         TO WS-HOLD-REASON-TEXT
               END-EVALUATE
               GO TO 2600-EXIT
           END-IF
           IF ABM-OD-LIMIT NOT NUMERIC
            OR TRAN-SOURCE-CD = '05'
            OR TRAN-SOURCE-CD = '07'
               GO TO 2600-EXIT
           END-IF
           COMPUTE WS-HOLD-HEADROOM
               = ABM-BALANCE - WS-BASE-AMOUNT + ABM-OD-LIMIT
           IF WS-HOLD-HEADROOM < ZERO
               MOVE 'Y'  TO ITEM-HOLD-SW
               MOVE "H002" TO WS-HOLD-REASON-CD
               MOVE "DEBIT BREACHES OVERDRAFT LIMIT"
                                         TO WS-HOLD-REASON-TEXT
           END-IF.
       2600-EXIT.
           EXIT.
      ******************************************************************
      *    2610-WRITE-HELD -- one HELDITEM record for the item being
      *    held, keyed by tonight's date and its TRANSRT record
      *    number, with the transaction image HELDREL re-presents
      *    on release.
      ******************************************************************
       2610-WRITE-HELD.
           MOVE SPACES              TO HELD-ITEM-RECORD
           MOVE WS-HOLD-DATE        TO HLD-HOLD-DATE
           MOVE WS-RECORDS-READ     TO HLD-HOLD-SEQ
           MOVE RUNSTMP-RUN-DATE    TO HLD-HELD-DATE
           MOVE RUNSTMP-RUN-STAMP   TO HLD-RUN-STAMP
           MOVE WS-HOLD-REASON-CD   TO HLD-REASON-CD
           MOVE WS-HOLD-REASON-TEXT TO HLD-REASON-TEXT
           MOVE TRAN-ACCOUNT-ID     TO HLD-ACCOUNT-ID
           MOVE WS-BASE-AMOUNT      TO HLD-BASE-AMOUNT
           MOVE TRAN-RECORD         TO HLD-TRAN-IMAGE
           WRITE HELD-ITEM-RECORD
           IF NOT HELD-FILE-OK
               MOVE "HELD-ITEM-RECORD WRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE HELD-FILE-STATUS     TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           ADD 1 TO WS-ITEMS-HELD.
       2610-EXIT.
           EXIT.
      ******************************************************************
      *    2700-DEFER-TRANSFER -- a partition's transfer.  Only the
      *    from-account is this partition's to move: it is
      *    read and held, refused or debited exactly as 2500- would,
      *    and the to-account is only looked up, on the read-only
      *    ACCT-LOOKUP-FILE view, so a missing one still refuses the
      *    whole transfer.  A debited transfer's credit goes to
      *    XFERDEF (2710-) for SECTMRG to post once every partition
      *    has finished; the to-leg POSTACT record is written there.
      *    A held transfer logs both legs 'H' here, the to-leg with
      *    the to-account balance as looked up.  The restart guard
      *    is the from-account's posted-through position alone, so
      *    the credit goes to XFERDEF before the debit is rewritten:
      *    a restart that stopped between the two writes the credit
      *    a second time rather than lose it, and SECTMRG drops the
      *    repeat by its TRANSRT record number.
      ******************************************************************
       2700-DEFER-TRANSFER.
           MOVE 'N' TO XFER-FROM-FOUND-SW
           MOVE 'N' TO XFER-TO-FOUND-SW

           MOVE TRAN-ACCOUNT-ID TO ABM-ACCOUNT-ID
           PERFORM 2550-READ-ACCOUNT THRU 2550-EXIT
           IF ACCT-BAL-OK
               MOVE 'Y' TO XFER-FROM-FOUND-SW
               IF ABM-LAST-POST-DATE = RUNSTMP-RUN-DATE
                AND ABM-LAST-POST-COUNT NUMERIC
                AND ABM-LAST-POST-COUNT NOT LESS THAN WS-RECORDS-READ
                   GO TO 2700-EXIT
               END-IF
           END-IF

           MOVE TRAN-XFER-ACCOUNT-ID TO ALK-ACCOUNT-ID
           READ ACCT-LOOKUP-FILE WITH NO LOCK
               KEY IS ALK-ACCOUNT-ID
           IF ACCT-LOOKUP-OK
               MOVE 'Y'              TO XFER-TO-FOUND-SW
               MOVE ALK-BALANCE      TO WS-XFER-TO-BALANCE
           ELSE
               IF NOT ACCT-LOOKUP-NOT-FOUND
                   MOVE "ACCT-LOOKUP-FILE READ FAILED"
                                         TO WS-ABEND-MESSAGE
                   MOVE ACCT-LOOKUP-STATUS
                                         TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
           END-IF

           IF NOT XFER-FROM-FOUND
            OR NOT XFER-TO-FOUND
               PERFORM 2520-REFUSE-TRANSFER THRU 2520-EXIT
               GO TO 2700-EXIT
           END-IF

      *    ACCT-BAL-RECORD still holds the from-account read above.
           PERFORM 2600-CHECK-HOLD THRU 2600-EXIT
           IF ITEM-HELD
               PERFORM 2610-WRITE-HELD THRU 2610-EXIT
               PERFORM 2570-REWRITE-ACCOUNT THRU 2570-EXIT
               MOVE TRAN-ACCOUNT-ID      TO WS-XFER-LEG-ACCOUNT
               MOVE TRAN-XFER-ACCOUNT-ID TO WS-XFER-LEG-OTHER
               MOVE 'F'                  TO WS-XFER-LEG-CD
               MOVE 'H'                  TO WS-XFER-LEG-STATUS
               MOVE ABM-BALANCE          TO WS-XFER-LEG-BALANCE
               PERFORM 2560-WRITE-XFER-POSTED THRU 2560-EXIT
               MOVE TRAN-XFER-ACCOUNT-ID TO WS-XFER-LEG-ACCOUNT
               MOVE TRAN-ACCOUNT-ID      TO WS-XFER-LEG-OTHER
               MOVE 'T'                  TO WS-XFER-LEG-CD
               MOVE 'H'                  TO WS-XFER-LEG-STATUS
               MOVE WS-XFER-TO-BALANCE   TO WS-XFER-LEG-BALANCE
               PERFORM 2560-WRITE-XFER-POSTED THRU 2560-EXIT
               GO TO 2700-EXIT
           END-IF

           SUBTRACT WS-BASE-AMOUNT FROM ABM-BALANCE
           PERFORM 2710-WRITE-DEFERRED THRU 2710-EXIT
           PERFORM 2570-REWRITE-ACCOUNT THRU 2570-EXIT
           MOVE TRAN-ACCOUNT-ID      TO WS-XFER-LEG-ACCOUNT
           MOVE TRAN-XFER-ACCOUNT-ID TO WS-XFER-LEG-OTHER
           MOVE 'F'                  TO WS-XFER-LEG-CD
           MOVE 'P'                  TO WS-XFER-LEG-STATUS
           MOVE ABM-BALANCE          TO WS-XFER-LEG-BALANCE
           PERFORM 2560-WRITE-XFER-POSTED THRU 2560-EXIT.
       2700-EXIT.
           EXIT.
      ******************************************************************
      *    2710-WRITE-DEFERRED -- one XFERDEF record for the credit
      *    half of the transfer just debited, keyed by its TRANSRT
      *    record number, with the from-leg image SECTMRG builds the
      *    to-leg POSTACT record from.
      ******************************************************************
       2710-WRITE-DEFERRED.
           MOVE SPACES               TO XFER-DEFER-RECORD
           MOVE RUNSTMP-RUN-STAMP    TO XFD-RUN-STAMP
           MOVE WS-RECORDS-READ      TO XFD-TRAN-SEQ
           MOVE TRAN-XFER-ACCOUNT-ID TO XFD-TO-ACCOUNT-ID
           MOVE TRAN-ACCOUNT-ID      TO XFD-FROM-ACCOUNT-ID
           MOVE WS-BASE-AMOUNT       TO XFD-BASE-AMOUNT
           MOVE TRAN-RECORD          TO XFD-TRAN-IMAGE
           WRITE XFER-DEFER-RECORD
           IF NOT XFER-DEFER-FILE-OK
               MOVE "XFER-DEFER-RECORD WRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE XFER-DEFER-FILE-STATUS
                                         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       2710-EXIT.
           EXIT.
      ******************************************************************
      *    2900-WRITE-CHECKPOINT -- persist the last-committed record
      *    count so a restart can resume instead of starting over.
      ******************************************************************
           MOVE WS-TRAN-HASH-TOTAL   TO RESTART-HASH-TOTAL
           MOVE TRAILER-SEEN-SWITCH  TO RESTART-TRAILER-SW
           MOVE WS-PREV-TRAN-KEY     TO RESTART-PREV-TRAN-KEY
           MOVE WS-ITEMS-HELD        TO RESTART-ITEMS-HELD
           WRITE RESTART-RECORD
           IF NOT RESTART-FILE-OK
               MOVE "RESTART-RECORD WRITE FAILED" TO WS-ABEND-MESSAGE

           CLOSE TRAN-FILE
           CLOSE BREAK-RPT-FILE
           IF NOT PARTITION-RUN
               CLOSE WORLD-MASTER-FILE
           END-IF

      *    A report-only run never opened the cumulative files, and
      *    must not run the month-end report-and-reset either.  A
      *    partition's MTDACCUM is only its region's share of the
      *    month: the month-end run waits for SECTMRG to put the
      *    shares back together.
           IF POSTING-ACTIVE
               CLOSE ACCT-BAL-FILE
               CLOSE POSTED-FILE
               CLOSE HELD-FILE
               DISPLAY "SECTIONS ITEMS HELD: " WS-ITEMS-HELD
               IF MONTH-END-MODE
                AND NOT PARTITION-RUN
                   PERFORM 8500-MONTH-END THRU 8500-EXIT
               ELSE
                   CLOSE MTD-FILE
               END-IF
           END-IF
           IF PARTITION-RUN
               CLOSE PART-SHARED-FILE
               CLOSE ACCT-LOOKUP-FILE
               CLOSE XFER-DEFER-FILE
           END-IF

           PERFORM 9700-OPEN-CTL-TOTALS THRU 9700-EXIT
           MOVE "DETAIL COUNT"       TO CTL-LABEL
           MOVE "GRAND TOTAL"        TO CTL-LABEL
           MOVE WS-GRAND-TOTAL       TO CTL-AMOUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           IF POSTING-ACTIVE
               MOVE "ITEMS HELD"     TO CTL-LABEL
               MOVE WS-ITEMS-HELD    TO CTL-COUNT
               PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           END-IF
           IF PARTITION-RUN
            AND MONTH-END-MODE
               MOVE "MONTH-END MODE"  TO CTL-LABEL
               MOVE 1                 TO CTL-COUNT
               PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           END-IF
           CLOSE CTL-TOTAL-FILE

      *    The job ran clean end-to-end -- clear RESTCTL so tomorrow's
       8000-EXIT.
           EXIT.
      ******************************************************************
      *    8500-MONTH-END -- MTDRPT month-end report and MTDACCUM
      *    reset, PERFORMed from 8000-TERMINATE (see MTDPRC copybook).
      ******************************************************************
       COPY MTDPRC.
      ******************************************************************
      *    9700-OPEN-CTL-TOTALS -- the common night totals file is
      *    opened EXTEND so every step's records accumulate for the
      ******************************************************************
       9800-WRITE-CTL-TOTAL.
           MOVE RUNSTMP-RUN-STAMP TO CTL-RUN-STAMP
           MOVE WS-CTL-STEP-NAME  TO CTL-STEP-NAME
           MOVE 'T'               TO CTL-RECORD-TYPE
           WRITE CTL-TOTAL-RECORD
           IF NOT CTL-TOTAL-OK
