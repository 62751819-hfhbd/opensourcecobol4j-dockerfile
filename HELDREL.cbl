       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 HELDREL.
       AUTHOR. WEDEMANN / Softwork.app
       INSTALLATION. Softwork.app
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original program.  Nightly pass over the
      *                      HELDITEM held-items file SECTIONS builds
      *                      from debits it refused (frozen account,
      *                      overdraft limit breached).  Operator
      *                      cards on HLDRCARD select items by hold
      *                      id or by account: RELEASE sends each
      *                      selected item's transaction image to
      *                      HELDRLS, which NIGHTLY's HELDSAVE step
      *                      adds to tonight's RECYCIN so TRANEDIT
      *                      re-edits it and SECTIONS posts it (or
      *                      holds it again); CANCEL drops it.  Every
      *                      other item is carried to HELDKEEP, which
      *                      HELDSAVE makes tomorrow's HELDITEM.
      *                      Items held longer than AGE-DAYS
      *                      (HELDPARM card, default 5) are listed
      *                      on the HELDRPT report with the released
      *                      and cancelled items and any card that
      *                      failed; either ends the step COND CODE
      *                      4 so operations pull the report.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT HELD-FILE        ASSIGN TO "HELDITEM"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS HELD-FILE-STATUS.

           SELECT RELEASE-CARD-FILE
                                    ASSIGN TO "HLDRCARD"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS RELEASE-CARD-FILE-STATUS.

           SELECT RELEASE-FILE     ASSIGN TO "HELDRLS"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS RELEASE-FILE-STATUS.

           SELECT KEEP-FILE        ASSIGN TO "HELDKEEP"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS KEEP-FILE-STATUS.

           SELECT HELD-RPT-FILE    ASSIGN TO "HELDRPT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS HELD-RPT-FILE-STATUS.

           SELECT PARM-FILE        ASSIGN TO "HELDPARM"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS PARM-FILE-STATUS.

           SELECT CTL-TOTAL-FILE   ASSIGN TO "NIGHTTOT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS CTL-TOTAL-STATUS.
      ******************************************************************
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  HELD-FILE.
           COPY HELDREC.

       FD  RELEASE-CARD-FILE.
           COPY HRELREC.

       FD  RELEASE-FILE.
           COPY RCYREC.

       FD  KEEP-FILE.
       01  KEEP-ITEM-RECORD           PIC X(188).

       FD  HELD-RPT-FILE.
       01  HELD-RPT-LINE              PIC X(132).

       FD  PARM-FILE.
       01  PARM-CARD                  PIC X(80).

       FD  CTL-TOTAL-FILE.
           COPY CTLREC.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY RUNSTMP.

       COPY DATEWRK.

       01  SW-HELD-FILE-STATUS.
           05  HELD-FILE-STATUS        PIC X(02) VALUE '00'.
               88  HELD-FILE-OK                   VALUE '00'.
               88  HELD-FILE-NOT-FOUND            VALUE '35'.

       01  SW-RELEASE-CARD-FILE-STATUS.
           05  RELEASE-CARD-FILE-STATUS
                                       PIC X(02) VALUE '00'.
               88  RELEASE-CARD-FILE-OK           VALUE '00'.
               88  RELEASE-CARD-NOT-FOUND         VALUE '35'.

       01  SW-RELEASE-FILE-STATUS.
           05  RELEASE-FILE-STATUS     PIC X(02) VALUE '00'.
               88  RELEASE-FILE-OK                VALUE '00'.

       01  SW-KEEP-FILE-STATUS.
           05  KEEP-FILE-STATUS        PIC X(02) VALUE '00'.
               88  KEEP-FILE-OK                   VALUE '00'.

       01  SW-HELD-RPT-FILE-STATUS.
           05  HELD-RPT-FILE-STATUS    PIC X(02) VALUE '00'.
               88  HELD-RPT-FILE-OK               VALUE '00'.

       01  SW-PARM-FILE-STATUS.
           05  PARM-FILE-STATUS        PIC X(02) VALUE '00'.
               88  PARM-FILE-OK                   VALUE '00'.
               88  PARM-FILE-NOT-FOUND            VALUE '35'.

       01  SW-CTL-TOTAL-STATUS.
           05  CTL-TOTAL-STATUS        PIC X(02) VALUE '00'.
               88  CTL-TOTAL-OK                   VALUE '00'.
               88  CTL-TOTAL-NOT-FOUND            VALUE '35'.

       01  SW-PARM-EOF.
           05  PARM-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  PARM-AT-EOF                    VALUE 'Y'.
           05  PARM-NUM-END-SWITCH     PIC X(01) VALUE 'N'.
               88  PARM-NUM-END                   VALUE 'Y'.

       01  WS-PARM-FIELDS.
           05  WS-PARM-KEYWORD         PIC X(20) VALUE SPACES.
           05  WS-PARM-VALUE           PIC X(20) VALUE SPACES.
           05  WS-PARM-NUMBER          PIC 9(09) COMP VALUE ZERO.
           05  WS-PARM-SUB             PIC 9(04) COMP VALUE ZERO.
           05  WS-PARM-DIGIT-X         PIC X(01) VALUE ZERO.
           05  WS-PARM-DIGIT REDEFINES WS-PARM-DIGIT-X
                                       PIC 9(01).

       01  SW-END-OF-FILE.
           05  HELD-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  HELD-AT-EOF                    VALUE 'Y'.
           05  CARD-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  CARD-AT-EOF                    VALUE 'Y'.

       01  SW-RPT-HEADED.
           05  RPT-HEADED-SWITCH       PIC X(01) VALUE 'N'.
               88  RPT-HEADED                     VALUE 'Y'.

       01  SW-ITEM-MATCH.
           05  ITEM-DUPLICATE-SW       PIC X(01) VALUE 'N'.
               88  ITEM-DUPLICATE                 VALUE 'Y'.
           05  CARD-MATCH-SW           PIC X(01) VALUE 'N'.
               88  CARD-MATCHED                   VALUE 'Y'.

       01  WS-HELD-KNOBS.
           05  WS-AGE-DAYS             PIC 9(04) VALUE 5.
           05  WS-RUN-DAYS             PIC 9(09) COMP VALUE ZERO.
           05  WS-ITEM-AGE             PIC S9(09) COMP VALUE ZERO.

       01  WS-HELD-COUNTERS.
           05  WS-CARDS-READ           PIC 9(09) COMP VALUE ZERO.
           05  WS-CARDS-IN-ERROR       PIC 9(09) COMP VALUE ZERO.
           05  WS-ITEMS-READ           PIC 9(09) COMP VALUE ZERO.
           05  WS-ITEMS-DUPLICATE      PIC 9(09) COMP VALUE ZERO.
           05  WS-ITEMS-RELEASED       PIC 9(09) COMP VALUE ZERO.
           05  WS-ITEMS-CANCELLED      PIC 9(09) COMP VALUE ZERO.
           05  WS-ITEMS-KEPT           PIC 9(09) COMP VALUE ZERO.
           05  WS-ITEMS-AGED           PIC 9(09) COMP VALUE ZERO.

      *    Tonight's release cards, held in storage so every held
      *    item can be tested against every card.  A card that
      *    selects nothing is reported as an error at the end.
       01  WS-CARD-TABLE.
           05  WS-CARD-MAX             PIC 9(04) COMP VALUE 200.
           05  WS-CARD-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-CARD-SUB             PIC 9(04) COMP VALUE ZERO.
           05  WS-CARD-HIT             PIC 9(04) COMP VALUE ZERO.
           05  WS-CARD-ENTRY           OCCURS 200 TIMES.
               10  WS-CARD-ENT-IMAGE   PIC X(80).
               10  WS-CARD-ENT-ACTION  PIC X(07).
               10  WS-CARD-ENT-SELECT  PIC X(07).
               10  WS-CARD-ENT-KEY     PIC X(17).
               10  WS-CARD-ENT-USED    PIC X(01).

      *    Hold ids already read tonight.  A SECTIONS restart can
      *    write the same item twice (it holds the item again when
      *    it stopped before marking the account); the second copy
      *    is dropped here.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-MAX             PIC 9(04) COMP VALUE 5000.
           05  WS-SEEN-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-SEEN-SUB             PIC 9(04) COMP VALUE ZERO.
           05  WS-SEEN-HOLD-ID         OCCURS 5000 TIMES
                                       PIC X(17).

       01  WS-RPT-TITLE.
           05  FILLER                  PIC X(30)
                   VALUE "HELD ITEMS REPORT             ".
           05  WS-TTL-RUN-STAMP        PIC X(19) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE " AGE-DAYS ".
           05  WS-TTL-AGE-DAYS         PIC ZZZ9.
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(10) VALUE "ACTION".
           05  FILLER                  PIC X(18) VALUE "HOLD ID".
           05  FILLER                  PIC X(11) VALUE "HELD".
           05  FILLER                  PIC X(06) VALUE "  AGE".
           05  FILLER                  PIC X(36) VALUE "REASON".
           05  FILLER                  PIC X(11) VALUE "ACCOUNT".
           05  FILLER                  PIC X(17)
                   VALUE "    BASE AMOUNT".
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-RPT-ITEM-LINE.
           05  WS-RPT-ACTION           PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-HOLD-ID          PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-HELD-DATE        PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-AGE              PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-REASON-CD        PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-REASON-TEXT      PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-ACCOUNT-ID       PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-RPT-CARD-LINE.
           05  FILLER                  PIC X(10) VALUE "CARD ERR".
           05  WS-RPT-CARD-REASON      PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-CARD-IMAGE       PIC X(80) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           05  WS-ABEND-STATUS         PIC X(02) VALUE SPACES.
      /*****************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-HELD THRU 2000-EXIT
               UNTIL HELD-AT-EOF
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
      *    1000-INITIALIZE -- stamp the run, load the age limit and
      *    tonight's release cards, open the outputs and the held
      *    items.  HELDRLS and HELDKEEP are written on every run,
      *    empty or not, so HELDSAVE never folds a previous night's
      *    files.  No HELDITEM just means nothing is held.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 0900-STAMP-RUN-DATE THRU 0900-EXIT
           MOVE RUNSTMP-RUN-DATE TO DATEWRK-DATE
           PERFORM 0910-DATE-TO-DAYS THRU 0910-EXIT
           MOVE DATEWRK-DAYS TO WS-RUN-DAYS

           PERFORM 1100-LOAD-PARMS THRU 1100-EXIT

           OPEN OUTPUT HELD-RPT-FILE
           IF NOT HELD-RPT-FILE-OK
               MOVE "HELD-RPT-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE HELD-RPT-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           PERFORM 1200-LOAD-CARDS THRU 1200-EXIT

           OPEN OUTPUT RELEASE-FILE
           IF NOT RELEASE-FILE-OK
               MOVE "RELEASE-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE RELEASE-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           OPEN OUTPUT KEEP-FILE
           IF NOT KEEP-FILE-OK
               MOVE "KEEP-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE KEEP-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           OPEN INPUT HELD-FILE
           IF HELD-FILE-NOT-FOUND
               DISPLAY "HELDREL NO HELDITEM - NOTHING HELD"
               MOVE 'Y' TO HELD-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           IF NOT HELD-FILE-OK
               MOVE "HELD-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE HELD-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      ******************************************************************
      *    1100-LOAD-PARMS -- read the HELDPARM parameter card file:
      *    KEYWORD=VALUE cards, '*' in column one for comments.
      *    Every card is echoed to the log; the compiled-in age of
      *    5 days applies when the file is not present.  An unknown
      *    keyword or a bad value is a hard abend.
      ******************************************************************
       1100-LOAD-PARMS.
           OPEN INPUT PARM-FILE
           IF PARM-FILE-NOT-FOUND
               DISPLAY "HELDREL HELDPARM NOT PRESENT - DEFAULTS APPLY"
               GO TO 1100-DISPLAY
           END-IF
           IF NOT PARM-FILE-OK
               MOVE "PARM-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE PARM-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 1110-PARM-CARD THRU 1110-EXIT
               UNTIL PARM-AT-EOF
           CLOSE PARM-FILE.
       1100-DISPLAY.
           DISPLAY "HELDREL AGE-DAYS " WS-AGE-DAYS.
       1100-EXIT.
           EXIT.
      ******************************************************************
      *    1110-PARM-CARD -- one card: echo it, skip comments and
      *    blanks, apply the rest.
      ******************************************************************
       1110-PARM-CARD.
           READ PARM-FILE
               AT END
                   MOVE 'Y' TO PARM-EOF-SWITCH
               NOT AT END
                   IF PARM-CARD = SPACES
                    OR PARM-CARD (1:1) = '*'
                       CONTINUE
                   ELSE
                       DISPLAY "HELDREL PARM: " PARM-CARD (1:44)
                       PERFORM 1120-APPLY-PARM THRU 1120-EXIT
                   END-IF
           END-READ.
       1110-EXIT.
           EXIT.
      ******************************************************************
      *    1120-APPLY-PARM -- KEYWORD=VALUE into the program knobs.
      ******************************************************************
       1120-APPLY-PARM.
           MOVE SPACES TO WS-PARM-KEYWORD
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING PARM-CARD DELIMITED BY '='
               INTO WS-PARM-KEYWORD WS-PARM-VALUE
           END-UNSTRING
           EVALUATE WS-PARM-KEYWORD
               WHEN "AGE-DAYS"
                   PERFORM 1130-PARM-TO-NUMBER THRU 1130-EXIT
                   IF WS-PARM-NUMBER = ZERO
                    OR WS-PARM-NUMBER > 9999
                       MOVE "AGE-DAYS MUST BE 1 THRU 9999"
                                                 TO WS-ABEND-MESSAGE
                       MOVE PARM-FILE-STATUS     TO WS-ABEND-STATUS
                       PERFORM 9999-FILE-ABEND THRU 9999-EXIT
                   END-IF
                   MOVE WS-PARM-NUMBER TO WS-AGE-DAYS
               WHEN OTHER
                   MOVE "UNKNOWN PARAMETER CARD" TO WS-ABEND-MESSAGE
                   MOVE PARM-FILE-STATUS         TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-EVALUATE.
       1120-EXIT.
           EXIT.
      ******************************************************************
      *    1130-PARM-TO-NUMBER -- digits of WS-PARM-VALUE (stopping
      *    at the first space) into WS-PARM-NUMBER; anything else in
      *    the value is a hard abend.
      ******************************************************************
       1130-PARM-TO-NUMBER.
           MOVE ZERO TO WS-PARM-NUMBER
           MOVE ZERO TO WS-PARM-SUB
           MOVE 'N'  TO PARM-NUM-END-SWITCH
           PERFORM 1140-PARM-DIGIT THRU 1140-EXIT
               UNTIL PARM-NUM-END
                  OR WS-PARM-SUB NOT LESS THAN 20.
       1130-EXIT.
           EXIT.

       1140-PARM-DIGIT.
           ADD 1 TO WS-PARM-SUB
           EVALUATE WS-PARM-VALUE (WS-PARM-SUB:1)
               WHEN SPACE
                   MOVE 'Y' TO PARM-NUM-END-SWITCH
               WHEN '0' THRU '9'
                   MOVE WS-PARM-VALUE (WS-PARM-SUB:1)
                     TO WS-PARM-DIGIT-X
                   COMPUTE WS-PARM-NUMBER
                       = WS-PARM-NUMBER * 10 + WS-PARM-DIGIT
               WHEN OTHER
                   MOVE "PARAMETER VALUE NOT NUMERIC"
                                             TO WS-ABEND-MESSAGE
                   MOVE PARM-FILE-STATUS     TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-EVALUATE.
       1140-EXIT.
           EXIT.
      ******************************************************************
      *    1200-LOAD-CARDS -- tonight's HLDRCARD release cards into
      *    the card table.  No card file is a normal night: nothing
      *    is released, everything held is aged.
      ******************************************************************
       1200-LOAD-CARDS.
           OPEN INPUT RELEASE-CARD-FILE
           IF RELEASE-CARD-NOT-FOUND
               DISPLAY "HELDREL NO HLDRCARD - NO RELEASES TONIGHT"
               GO TO 1200-EXIT
           END-IF
           IF NOT RELEASE-CARD-FILE-OK
               MOVE "RELEASE-CARD-FILE OPEN FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE RELEASE-CARD-FILE-STATUS
                                         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 1210-READ-CARD THRU 1210-EXIT
               UNTIL CARD-AT-EOF
           CLOSE RELEASE-CARD-FILE.
       1200-EXIT.
           EXIT.
      ******************************************************************
      *    1210-READ-CARD -- edit one card; a good one joins the
      *    table, a bad one is listed on HELDRPT and goes no further.
      ******************************************************************
       1210-READ-CARD.
           READ RELEASE-CARD-FILE
               AT END
                   MOVE 'Y' TO CARD-EOF-SWITCH
                   GO TO 1210-EXIT
           END-READ
           IF HELD-RELEASE-CARD = SPACES
            OR HELD-RELEASE-CARD (1:1) = '*'
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO WS-CARDS-READ
           IF NOT HRL-ACTION-VALID
               MOVE "ACTION NOT RELEASE OR CANCEL" TO WS-RPT-CARD-REASON
               MOVE HELD-RELEASE-CARD TO WS-RPT-CARD-IMAGE
               PERFORM 2300-WRITE-CARD-ERROR THRU 2300-EXIT
               GO TO 1210-EXIT
           END-IF
           IF NOT HRL-SELECT-VALID
               MOVE "SELECT NOT HOLDID OR ACCOUNT" TO WS-RPT-CARD-REASON
               MOVE HELD-RELEASE-CARD TO WS-RPT-CARD-IMAGE
               PERFORM 2300-WRITE-CARD-ERROR THRU 2300-EXIT
               GO TO 1210-EXIT
           END-IF
           IF HRL-SELECT-KEY = SPACES
               MOVE "HOLD ID / ACCOUNT MISSING" TO WS-RPT-CARD-REASON
               MOVE HELD-RELEASE-CARD TO WS-RPT-CARD-IMAGE
               PERFORM 2300-WRITE-CARD-ERROR THRU 2300-EXIT
               GO TO 1210-EXIT
           END-IF
           IF WS-CARD-COUNT NOT LESS THAN WS-CARD-MAX
               MOVE "RELEASE CARD TABLE FULL" TO WS-ABEND-MESSAGE
               MOVE RELEASE-CARD-FILE-STATUS  TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           ADD 1 TO WS-CARD-COUNT
           MOVE HELD-RELEASE-CARD TO WS-CARD-ENT-IMAGE (WS-CARD-COUNT)
           MOVE HRL-ACTION-CD     TO WS-CARD-ENT-ACTION (WS-CARD-COUNT)
           MOVE HRL-SELECT-CD     TO WS-CARD-ENT-SELECT (WS-CARD-COUNT)
           IF HRL-SELECT-ACCOUNT
               MOVE SPACES         TO WS-CARD-ENT-KEY (WS-CARD-COUNT)
               MOVE HRL-ACCOUNT-ID TO WS-CARD-ENT-KEY (WS-CARD-COUNT)
           ELSE
               MOVE HRL-SELECT-KEY TO WS-CARD-ENT-KEY (WS-CARD-COUNT)
           END-IF
           MOVE 'N'               TO WS-CARD-ENT-USED (WS-CARD-COUNT).
       1210-EXIT.
           EXIT.
      ******************************************************************
      *    2000-PROCESS-HELD -- one held item: drop a restart
      *    duplicate, then release, cancel or keep it.  The first
      *    card that selects the item decides.
      ******************************************************************
       2000-PROCESS-HELD.
           READ HELD-FILE
               AT END
                   MOVE 'Y' TO HELD-EOF-SWITCH
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-ITEMS-READ

           PERFORM 2050-CHECK-DUPLICATE THRU 2050-EXIT
           IF ITEM-DUPLICATE
               ADD 1 TO WS-ITEMS-DUPLICATE
               GO TO 2000-EXIT
           END-IF

           MOVE HLD-HELD-DATE TO DATEWRK-DATE
           PERFORM 0910-DATE-TO-DAYS THRU 0910-EXIT
           IF DATEWRK-VALID
               COMPUTE WS-ITEM-AGE = WS-RUN-DAYS - DATEWRK-DAYS
           ELSE
               MOVE ZERO TO WS-ITEM-AGE
           END-IF

           MOVE 'N'  TO CARD-MATCH-SW
           MOVE ZERO TO WS-CARD-SUB
           MOVE ZERO TO WS-CARD-HIT
           PERFORM 2060-MATCH-CARD THRU 2060-EXIT
               UNTIL CARD-MATCHED
                  OR WS-CARD-SUB NOT LESS THAN WS-CARD-COUNT

           IF NOT CARD-MATCHED
               PERFORM 2200-KEEP-ITEM THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE 'Y' TO WS-CARD-ENT-USED (WS-CARD-HIT)
           IF WS-CARD-ENT-ACTION (WS-CARD-HIT) = 'RELEASE'
               PERFORM 2100-RELEASE-ITEM THRU 2100-EXIT
           ELSE
               MOVE "CANCELLED" TO WS-RPT-ACTION
               PERFORM 2400-WRITE-ITEM-LINE THRU 2400-EXIT
               ADD 1 TO WS-ITEMS-CANCELLED
           END-IF.
       2000-EXIT.
           EXIT.
      ******************************************************************
      *    2050-CHECK-DUPLICATE -- a hold id already read tonight is
      *    a restart duplicate; a new one joins the seen table.
      ******************************************************************
       2050-CHECK-DUPLICATE.
           MOVE 'N'  TO ITEM-DUPLICATE-SW
           MOVE ZERO TO WS-SEEN-SUB
           PERFORM 2055-CHECK-SEEN THRU 2055-EXIT
               UNTIL ITEM-DUPLICATE
                  OR WS-SEEN-SUB NOT LESS THAN WS-SEEN-COUNT
           IF ITEM-DUPLICATE
               GO TO 2050-EXIT
           END-IF
           IF WS-SEEN-COUNT NOT LESS THAN WS-SEEN-MAX
               MOVE "HELD ITEM TABLE FULL" TO WS-ABEND-MESSAGE
               MOVE HELD-FILE-STATUS       TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           ADD 1 TO WS-SEEN-COUNT
           MOVE HLD-HOLD-ID TO WS-SEEN-HOLD-ID (WS-SEEN-COUNT).
       2050-EXIT.
           EXIT.

       2055-CHECK-SEEN.
           ADD 1 TO WS-SEEN-SUB
           IF HLD-HOLD-ID = WS-SEEN-HOLD-ID (WS-SEEN-SUB)
               MOVE 'Y' TO ITEM-DUPLICATE-SW
           END-IF.
       2055-EXIT.
           EXIT.
      ******************************************************************
      *    2060-MATCH-CARD -- does the next card select this item,
      *    by its hold id or by its account?
      ******************************************************************
       2060-MATCH-CARD.
           ADD 1 TO WS-CARD-SUB
           IF WS-CARD-ENT-SELECT (WS-CARD-SUB) = 'HOLDID '
               IF WS-CARD-ENT-KEY (WS-CARD-SUB) = HLD-HOLD-ID
                   MOVE 'Y'         TO CARD-MATCH-SW
                   MOVE WS-CARD-SUB TO WS-CARD-HIT
               END-IF
           ELSE
               IF WS-CARD-ENT-KEY (WS-CARD-SUB) (1:10)
                    = HLD-ACCOUNT-ID
                   MOVE 'Y'         TO CARD-MATCH-SW
                   MOVE WS-CARD-SUB TO WS-CARD-HIT
               END-IF
           END-IF.
       2060-EXIT.
           EXIT.
      ******************************************************************
      *    2100-RELEASE-ITEM -- the held transaction image onto
      *    HELDRLS in the RECYCIN layout, recycle count zero: it is
      *    not a reject, and a failure at tomorrow's edit starts its
      *    reject ageing from the beginning.
      ******************************************************************
       2100-RELEASE-ITEM.
           MOVE SPACES         TO RECYCLE-RECORD
           MOVE ZERO           TO RCY-RECYCLE-COUNT
           MOVE HLD-TRAN-IMAGE TO RCY-TRAN-IMAGE
           WRITE RECYCLE-RECORD
           IF NOT RELEASE-FILE-OK
               MOVE "RECYCLE-RECORD WRITE FAILED" TO WS-ABEND-MESSAGE
               MOVE RELEASE-FILE-STATUS           TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           MOVE "RELEASED" TO WS-RPT-ACTION
           PERFORM 2400-WRITE-ITEM-LINE THRU 2400-EXIT
           ADD 1 TO WS-ITEMS-RELEASED.
       2100-EXIT.
           EXIT.
      ******************************************************************
      *    2200-KEEP-ITEM -- carry the item to tomorrow's HELDITEM;
      *    one held longer than AGE-DAYS is listed as aged.
      ******************************************************************
       2200-KEEP-ITEM.
           WRITE KEEP-ITEM-RECORD FROM HELD-ITEM-RECORD
           IF NOT KEEP-FILE-OK
               MOVE "KEEP-ITEM-RECORD WRITE FAILED" TO WS-ABEND-MESSAGE
               MOVE KEEP-FILE-STATUS                TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           ADD 1 TO WS-ITEMS-KEPT
           IF WS-ITEM-AGE > WS-AGE-DAYS
               MOVE "AGED" TO WS-RPT-ACTION
               PERFORM 2400-WRITE-ITEM-LINE THRU 2400-EXIT
               ADD 1 TO WS-ITEMS-AGED
           END-IF.
       2200-EXIT.
           EXIT.
      ******************************************************************
      *    2300-WRITE-CARD-ERROR -- one failed release card onto
      *    HELDRPT; the caller sets the reason and the card image.
      ******************************************************************
       2300-WRITE-CARD-ERROR.
           PERFORM 2800-HEAD-REPORT THRU 2800-EXIT
           MOVE WS-RPT-CARD-LINE TO HELD-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT
           ADD 1 TO WS-CARDS-IN-ERROR.
       2300-EXIT.
           EXIT.
      ******************************************************************
      *    2400-WRITE-ITEM-LINE -- one held item onto HELDRPT under
      *    the action the caller set.
      ******************************************************************
       2400-WRITE-ITEM-LINE.
           PERFORM 2800-HEAD-REPORT THRU 2800-EXIT
           MOVE HLD-HOLD-ID     TO WS-RPT-HOLD-ID
           MOVE HLD-HELD-DATE   TO WS-RPT-HELD-DATE
           MOVE WS-ITEM-AGE     TO WS-RPT-AGE
           MOVE HLD-REASON-CD   TO WS-RPT-REASON-CD
           MOVE HLD-REASON-TEXT TO WS-RPT-REASON-TEXT
           MOVE HLD-ACCOUNT-ID  TO WS-RPT-ACCOUNT-ID
           MOVE HLD-BASE-AMOUNT TO WS-RPT-AMOUNT
           MOVE WS-RPT-ITEM-LINE TO HELD-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT.
       2400-EXIT.
           EXIT.
      ******************************************************************
      *    2800-HEAD-REPORT -- title and column heading, once, ahead
      *    of the first line that needs them.
      ******************************************************************
       2800-HEAD-REPORT.
           IF RPT-HEADED
               GO TO 2800-EXIT
           END-IF
           MOVE 'Y' TO RPT-HEADED-SWITCH
           MOVE RUNSTMP-RUN-STAMP TO WS-TTL-RUN-STAMP
           MOVE WS-AGE-DAYS       TO WS-TTL-AGE-DAYS
           MOVE WS-RPT-TITLE      TO HELD-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT
           MOVE SPACES            TO HELD-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT
           MOVE WS-RPT-HEADING    TO HELD-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT.
       2800-EXIT.
           EXIT.
      ******************************************************************
      *    2900-WRITE-RPT-LINE -- one report line, status checked.
      ******************************************************************
       2900-WRITE-RPT-LINE.
           WRITE HELD-RPT-LINE
           IF NOT HELD-RPT-FILE-OK
               MOVE "HELD-RPT-LINE WRITE FAILED" TO WS-ABEND-MESSAGE
               MOVE HELD-RPT-FILE-STATUS         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       2900-EXIT.
           EXIT.
      ******************************************************************
      *    8000-TERMINATE -- report the cards that selected nothing,
      *    control totals to the log and NIGHTTOT, close down.  A
      *    card error or an aged item ends the run COND CODE 4 so
      *    the operator pulls HELDRPT, without failing the job.
      ******************************************************************
       8000-TERMINATE.
           MOVE ZERO TO WS-CARD-SUB
           PERFORM 8100-UNUSED-CARD THRU 8100-EXIT
               UNTIL WS-CARD-SUB NOT LESS THAN WS-CARD-COUNT

           IF HELD-FILE-OK OR HELD-FILE-STATUS = '10'
               CLOSE HELD-FILE
           END-IF
           CLOSE RELEASE-FILE
           CLOSE KEEP-FILE
           CLOSE HELD-RPT-FILE

           DISPLAY "HELDREL CARDS READ:      " WS-CARDS-READ
           DISPLAY "HELDREL CARDS IN ERROR:  " WS-CARDS-IN-ERROR
           DISPLAY "HELDREL ITEMS READ:      " WS-ITEMS-READ
           DISPLAY "HELDREL ITEMS DUPLICATE: " WS-ITEMS-DUPLICATE
           DISPLAY "HELDREL ITEMS RELEASED:  " WS-ITEMS-RELEASED
           DISPLAY "HELDREL ITEMS CANCELLED: " WS-ITEMS-CANCELLED
           DISPLAY "HELDREL ITEMS KEPT:      " WS-ITEMS-KEPT
           DISPLAY "HELDREL ITEMS AGED:      " WS-ITEMS-AGED

           PERFORM 9700-OPEN-CTL-TOTALS THRU 9700-EXIT
           MOVE "CARDS IN ERROR"     TO CTL-LABEL
           MOVE WS-CARDS-IN-ERROR    TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "ITEMS RELEASED"     TO CTL-LABEL
           MOVE WS-ITEMS-RELEASED    TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "ITEMS CANCELLED"    TO CTL-LABEL
           MOVE WS-ITEMS-CANCELLED   TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "ITEMS STILL HELD"   TO CTL-LABEL
           MOVE WS-ITEMS-KEPT        TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "ITEMS AGED"         TO CTL-LABEL
           MOVE WS-ITEMS-AGED        TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           CLOSE CTL-TOTAL-FILE

           IF WS-CARDS-IN-ERROR > ZERO
            OR WS-ITEMS-AGED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
      ******************************************************************
      *    8100-UNUSED-CARD -- a good card that selected no held item
      *    (wrong hold id, account with nothing held) is an error.
      ******************************************************************
       8100-UNUSED-CARD.
           ADD 1 TO WS-CARD-SUB
           IF WS-CARD-ENT-USED (WS-CARD-SUB) = 'N'
               MOVE "NO HELD ITEM SELECTED" TO WS-RPT-CARD-REASON
               MOVE WS-CARD-ENT-IMAGE (WS-CARD-SUB)
                                        TO WS-RPT-CARD-IMAGE
               PERFORM 2300-WRITE-CARD-ERROR THRU 2300-EXIT
           END-IF.
       8100-EXIT.
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
           MOVE "HELDREL"         TO CTL-STEP-NAME
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
      *    OPEN/READ/WRITE that fails its FILE STATUS check.  Set
      *    WS-ABEND-MESSAGE/WS-ABEND-STATUS and PERFORM this THRU
      *    9999-EXIT; it never returns.
      ******************************************************************
       9999-FILE-ABEND.
           DISPLAY "HELDREL ABEND - " WS-ABEND-MESSAGE
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9999-EXIT.
           EXIT.
