       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 WHSREL.
       AUTHOR. WEDEMANN / Softwork.app
       INSTALLATION. Softwork.app
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original program.  Nightly pass over the
      *                      future-dated transaction warehouse: the
      *                      items carried on TRANWHS plus the ones
      *                      TRANEDIT warehoused last night on WHSNEW.
      *                      An item whose effective date has arrived
      *                      is released to TRANFIL6, a provider file
      *                      with its own header and balancing
      *                      trailer that tonight's TRANEDIT edits as
      *                      source '06'.  Operator cards on WHSCARD
      *                      cancel items by warehouse id or by
      *                      account before they post.  Every other
      *                      item is carried to WHSKEEP, which
      *                      NIGHTLY's WHSSAVE step makes tomorrow's
      *                      TRANWHS.  The WHSRPT report lists the
      *                      released and cancelled items, any card
      *                      that failed (COND CODE 4), and what is
      *                      still pending by effective date.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT WAREHOUSE-FILE   ASSIGN TO "TRANWHS"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS WAREHOUSE-FILE-STATUS.

           SELECT NEW-WHS-FILE     ASSIGN TO "WHSNEW"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS NEW-WHS-FILE-STATUS.

           SELECT CANCEL-CARD-FILE ASSIGN TO "WHSCARD"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS CANCEL-CARD-FILE-STATUS.

           SELECT RELEASE-FILE     ASSIGN TO "TRANFIL6"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS RELEASE-FILE-STATUS.

           SELECT KEEP-FILE        ASSIGN TO "WHSKEEP"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS KEEP-FILE-STATUS.

           SELECT WHS-RPT-FILE     ASSIGN TO "WHSRPT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS WHS-RPT-FILE-STATUS.

           SELECT CTL-TOTAL-FILE   ASSIGN TO "NIGHTTOT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS CTL-TOTAL-STATUS.
      ******************************************************************
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-FILE-REC         PIC X(166).

       FD  NEW-WHS-FILE.
       01  NEW-WHS-FILE-REC           PIC X(166).

       FD  CANCEL-CARD-FILE.
           COPY WCNREC.

       FD  RELEASE-FILE.
       01  RELEASE-TRAN-RECORD        PIC X(80).

       FD  KEEP-FILE.
       01  KEEP-ITEM-RECORD           PIC X(166).

       FD  WHS-RPT-FILE.
       01  WHS-RPT-LINE               PIC X(132).

       FD  CTL-TOTAL-FILE.
           COPY CTLREC.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY RUNSTMP.

      *    Both warehouse files are read INTO this one record, so the
      *    carried items and last night's arrivals go through the
      *    same paragraphs.
       COPY WHSREC.

      *    The released image, for its amount in the TRANFIL6
      *    trailer hash, and the TRANFIL6 header and trailer.
       COPY TRANREC.

       COPY TRANHT.

       01  SW-WAREHOUSE-FILE-STATUS.
           05  WAREHOUSE-FILE-STATUS   PIC X(02) VALUE '00'.
               88  WAREHOUSE-FILE-OK              VALUE '00'.
               88  WAREHOUSE-FILE-NOT-FOUND       VALUE '35'.

       01  SW-NEW-WHS-FILE-STATUS.
           05  NEW-WHS-FILE-STATUS     PIC X(02) VALUE '00'.
               88  NEW-WHS-FILE-OK                VALUE '00'.
               88  NEW-WHS-FILE-NOT-FOUND         VALUE '35'.

       01  SW-CANCEL-CARD-FILE-STATUS.
           05  CANCEL-CARD-FILE-STATUS PIC X(02) VALUE '00'.
               88  CANCEL-CARD-FILE-OK            VALUE '00'.
               88  CANCEL-CARD-NOT-FOUND          VALUE '35'.

       01  SW-RELEASE-FILE-STATUS.
           05  RELEASE-FILE-STATUS     PIC X(02) VALUE '00'.
               88  RELEASE-FILE-OK                VALUE '00'.

       01  SW-KEEP-FILE-STATUS.
           05  KEEP-FILE-STATUS        PIC X(02) VALUE '00'.
               88  KEEP-FILE-OK                   VALUE '00'.

       01  SW-WHS-RPT-FILE-STATUS.
           05  WHS-RPT-FILE-STATUS     PIC X(02) VALUE '00'.
               88  WHS-RPT-FILE-OK                VALUE '00'.

       01  SW-CTL-TOTAL-STATUS.
           05  CTL-TOTAL-STATUS        PIC X(02) VALUE '00'.
               88  CTL-TOTAL-OK                   VALUE '00'.
               88  CTL-TOTAL-NOT-FOUND            VALUE '35'.

       01  SW-END-OF-FILE.
           05  WAREHOUSE-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WAREHOUSE-AT-EOF               VALUE 'Y'.
           05  NEW-WHS-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  NEW-WHS-AT-EOF                 VALUE 'Y'.
           05  CARD-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  CARD-AT-EOF                    VALUE 'Y'.

       01  SW-ITEM-MATCH.
           05  ITEM-DUPLICATE-SW       PIC X(01) VALUE 'N'.
               88  ITEM-DUPLICATE                 VALUE 'Y'.
           05  CARD-MATCH-SW           PIC X(01) VALUE 'N'.
               88  CARD-MATCHED                   VALUE 'Y'.
           05  PEND-FOUND-SWITCH       PIC X(01) VALUE 'N'.
               88  PEND-FOUND                     VALUE 'Y'.

       01  WS-WHS-COUNTERS.
           05  WS-CARDS-READ           PIC 9(09) COMP VALUE ZERO.
           05  WS-CARDS-IN-ERROR       PIC 9(09) COMP VALUE ZERO.
           05  WS-ITEMS-READ           PIC 9(09) COMP VALUE ZERO.
           05  WS-ITEMS-DUPLICATE      PIC 9(09) COMP VALUE ZERO.
           05  WS-ITEMS-RELEASED       PIC 9(09) COMP VALUE ZERO.
           05  WS-ITEMS-CANCELLED      PIC 9(09) COMP VALUE ZERO.
           05  WS-ITEMS-PENDING        PIC 9(09) COMP VALUE ZERO.
           05  WS-RELEASED-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CANCELLED-AMOUNT     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-PENDING-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.

      *    TRAN-AMOUNT of every released detail, as delivered, for
      *    the TRANFIL6 trailer -- the unit TRANEDIT balances every
      *    provider file in.
       01  WS-RELEASE-HASH            PIC S9(11)V99 COMP-3 VALUE ZERO.

      *    Tonight's cancel cards, held in storage so every item can
      *    be tested against every card.  A card that selects
      *    nothing is reported as an error at the end.
       01  WS-CARD-TABLE.
           05  WS-CARD-MAX             PIC 9(04) COMP VALUE 200.
           05  WS-CARD-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-CARD-SUB             PIC 9(04) COMP VALUE ZERO.
           05  WS-CARD-HIT             PIC 9(04) COMP VALUE ZERO.
           05  WS-CARD-ENTRY           OCCURS 200 TIMES.
               10  WS-CARD-ENT-IMAGE   PIC X(80).
               10  WS-CARD-ENT-SELECT  PIC X(07).
               10  WS-CARD-ENT-KEY     PIC X(17).
               10  WS-CARD-ENT-USED    PIC X(01).

      *    Warehouse ids already read tonight.  A rerun after WHSSAVE
      *    had already made WHSKEEP the new TRANWHS finds last
      *    night's arrivals on both files; the second copy is dropped
      *    here.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-MAX             PIC 9(04) COMP VALUE 5000.
           05  WS-SEEN-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-SEEN-SUB             PIC 9(04) COMP VALUE ZERO.
           05  WS-SEEN-WHS-ID          OCCURS 5000 TIMES
                                       PIC X(17).

      *    The items still pending, by effective date, kept in date
      *    order for the summary at the foot of WHSRPT.
       01  WS-PEND-TABLE.
           05  WS-PEND-MAX             PIC 9(04) COMP VALUE 1000.
           05  WS-PEND-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-PEND-SUB             PIC 9(04) COMP VALUE ZERO.
           05  WS-SHIFT-SUB            PIC 9(04) COMP VALUE ZERO.
           05  WS-PEND-ENTRY           OCCURS 1000 TIMES.
               10  WS-PEND-DATE        PIC X(10).
               10  WS-PEND-ITEMS       PIC 9(09) COMP.
               10  WS-PEND-AMOUNT      PIC S9(11)V99 COMP-3.

       01  WS-RPT-TITLE.
           05  FILLER                  PIC X(30)
                   VALUE "FUTURE-DATED WAREHOUSE REPORT ".
           05  WS-TTL-RUN-STAMP        PIC X(19) VALUE SPACES.
           05  FILLER                  PIC X(15)
                   VALUE " BUSINESS DATE ".
           05  WS-TTL-BUS-DATE         PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(10) VALUE "ACTION".
           05  FILLER                  PIC X(18) VALUE "WAREHOUSE ID".
           05  FILLER                  PIC X(11) VALUE "EFFECTIVE".
           05  FILLER                  PIC X(11) VALUE "RECEIVED".
           05  FILLER                  PIC X(04) VALUE "SRC".
           05  FILLER                  PIC X(14) VALUE "REGION/ACCT".
           05  FILLER                  PIC X(05) VALUE "TYPE".
           05  FILLER                  PIC X(17)
                   VALUE "    BASE AMOUNT".
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-RPT-ITEM-LINE.
           05  WS-RPT-ACTION           PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-WHS-ID           PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-EFFECTIVE-DATE   PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-RECEIVED-DATE    PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-SOURCE-CD        PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-TRAN-KEY         PIC X(13) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-TYPE-CD          PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-RPT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-RPT-NONE-LINE.
           05  FILLER                  PIC X(40)
                   VALUE "NO ITEMS RELEASED OR CANCELLED TONIGHT".
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-RPT-CARD-LINE.
           05  FILLER                  PIC X(10) VALUE "CARD ERR".
           05  WS-RPT-CARD-REASON      PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-CARD-IMAGE       PIC X(80) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-RPT-PEND-TITLE.
           05  FILLER                  PIC X(40)
                   VALUE "STILL PENDING BY EFFECTIVE DATE".
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-RPT-PEND-HEADING.
           05  FILLER                  PIC X(16) VALUE "EFFECTIVE DATE".
           05  FILLER                  PIC X(11) VALUE "     ITEMS".
           05  FILLER                  PIC X(22)
                   VALUE "           BASE AMOUNT".
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-RPT-PEND-LINE.
           05  WS-RPT-PEND-DATE        PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  WS-RPT-PEND-ITEMS       PIC Z(09)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-PEND-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           05  WS-ABEND-STATUS         PIC X(02) VALUE SPACES.
      /*****************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-READ-CARRIED THRU 2000-EXIT
               UNTIL WAREHOUSE-AT-EOF
           PERFORM 2010-READ-ARRIVED THRU 2010-EXIT
               UNTIL NEW-WHS-AT-EOF
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.
      ******************************************************************
      *    0900-STAMP-RUN-DATE -- shared run-date/run-time stamp,
      *    PERFORMed from 1000-INITIALIZE below (see RUNSTPRC copybook).
      ******************************************************************
       COPY RUNSTPRC.
      ******************************************************************
      *    1000-INITIALIZE -- stamp the run, head the report, load
      *    tonight's cancel cards, open the outputs and both
      *    warehouse inputs, and start TRANFIL6 with its header.
      *    TRANFIL6 and WHSKEEP are written on every run, empty or
      *    not, so TRANEDIT never edits and WHSSAVE never folds a
      *    previous night's files.  No TRANWHS or WHSNEW just means
      *    nothing is waiting there.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 0900-STAMP-RUN-DATE THRU 0900-EXIT

           OPEN OUTPUT WHS-RPT-FILE
           IF NOT WHS-RPT-FILE-OK
               MOVE "WHS-RPT-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE WHS-RPT-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           MOVE RUNSTMP-RUN-STAMP TO WS-TTL-RUN-STAMP
           MOVE RUNSTMP-RUN-DATE  TO WS-TTL-BUS-DATE
           MOVE WS-RPT-TITLE      TO WHS-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT
           MOVE SPACES            TO WHS-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT
           MOVE WS-RPT-HEADING    TO WHS-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT

           PERFORM 1200-LOAD-CARDS THRU 1200-EXIT

           OPEN OUTPUT RELEASE-FILE
           IF NOT RELEASE-FILE-OK
               MOVE "RELEASE-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE RELEASE-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           MOVE SPACES             TO TRAN-HEADER-RECORD
           MOVE 'HDR'              TO TRAN-HDR-ID
           MOVE RUNSTMP-RUN-DATE   TO TRAN-HDR-BUS-DATE
           MOVE TRAN-HEADER-RECORD TO RELEASE-TRAN-RECORD
           PERFORM 2950-WRITE-RELEASE THRU 2950-EXIT

           OPEN OUTPUT KEEP-FILE
           IF NOT KEEP-FILE-OK
               MOVE "KEEP-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE KEEP-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           OPEN INPUT WAREHOUSE-FILE
           IF WAREHOUSE-FILE-NOT-FOUND
               DISPLAY "WHSREL NO TRANWHS - NOTHING CARRIED"
               MOVE 'Y' TO WAREHOUSE-EOF-SWITCH
           ELSE
               IF NOT WAREHOUSE-FILE-OK
                   MOVE "WAREHOUSE-FILE OPEN FAILED"
                                             TO WS-ABEND-MESSAGE
                   MOVE WAREHOUSE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
           END-IF

           OPEN INPUT NEW-WHS-FILE
           IF NEW-WHS-FILE-NOT-FOUND
               DISPLAY "WHSREL NO WHSNEW - NOTHING ARRIVED"
               MOVE 'Y' TO NEW-WHS-EOF-SWITCH
           ELSE
               IF NOT NEW-WHS-FILE-OK
                   MOVE "NEW-WHS-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
                   MOVE NEW-WHS-FILE-STATUS        TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.
      ******************************************************************
      *    1200-LOAD-CARDS -- tonight's WHSCARD cancel cards into the
      *    card table.  No card file is a normal night: nothing is
      *    cancelled.
      ******************************************************************
       1200-LOAD-CARDS.
           OPEN INPUT CANCEL-CARD-FILE
           IF CANCEL-CARD-NOT-FOUND
               DISPLAY "WHSREL NO WHSCARD - NO CANCELS TONIGHT"
               GO TO 1200-EXIT
           END-IF
           IF NOT CANCEL-CARD-FILE-OK
               MOVE "CANCEL-CARD-FILE OPEN FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE CANCEL-CARD-FILE-STATUS
                                         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 1210-READ-CARD THRU 1210-EXIT
               UNTIL CARD-AT-EOF
           CLOSE CANCEL-CARD-FILE.
       1200-EXIT.
           EXIT.
      ******************************************************************
      *    1210-READ-CARD -- edit one card; a good one joins the
      *    table, a bad one is listed on WHSRPT and goes no further.
      ******************************************************************
       1210-READ-CARD.
           READ CANCEL-CARD-FILE
               AT END
                   MOVE 'Y' TO CARD-EOF-SWITCH
                   GO TO 1210-EXIT
           END-READ
           IF WHS-CANCEL-CARD = SPACES
            OR WHS-CANCEL-CARD (1:1) = '*'
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO WS-CARDS-READ
           IF NOT WCN-ACTION-VALID
               MOVE "ACTION NOT CANCEL"     TO WS-RPT-CARD-REASON
               MOVE WHS-CANCEL-CARD         TO WS-RPT-CARD-IMAGE
               PERFORM 2300-WRITE-CARD-ERROR THRU 2300-EXIT
               GO TO 1210-EXIT
           END-IF
           IF NOT WCN-SELECT-VALID
               MOVE "SELECT NOT WHSID OR ACCOUNT" TO WS-RPT-CARD-REASON
               MOVE WHS-CANCEL-CARD         TO WS-RPT-CARD-IMAGE
               PERFORM 2300-WRITE-CARD-ERROR THRU 2300-EXIT
               GO TO 1210-EXIT
           END-IF
           IF WCN-SELECT-KEY = SPACES
               MOVE "WHSID / ACCOUNT MISSING" TO WS-RPT-CARD-REASON
               MOVE WHS-CANCEL-CARD         TO WS-RPT-CARD-IMAGE
               PERFORM 2300-WRITE-CARD-ERROR THRU 2300-EXIT
               GO TO 1210-EXIT
           END-IF
           IF WS-CARD-COUNT NOT LESS THAN WS-CARD-MAX
               MOVE "CANCEL CARD TABLE FULL"  TO WS-ABEND-MESSAGE
               MOVE CANCEL-CARD-FILE-STATUS   TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           ADD 1 TO WS-CARD-COUNT
           MOVE WHS-CANCEL-CARD   TO WS-CARD-ENT-IMAGE (WS-CARD-COUNT)
           MOVE WCN-SELECT-CD     TO WS-CARD-ENT-SELECT (WS-CARD-COUNT)
           IF WCN-SELECT-ACCOUNT
               MOVE SPACES         TO WS-CARD-ENT-KEY (WS-CARD-COUNT)
               MOVE WCN-ACCOUNT-ID TO WS-CARD-ENT-KEY (WS-CARD-COUNT)
           ELSE
               MOVE WCN-SELECT-KEY TO WS-CARD-ENT-KEY (WS-CARD-COUNT)
           END-IF
           MOVE 'N'               TO WS-CARD-ENT-USED (WS-CARD-COUNT).
       1210-EXIT.
           EXIT.
      ******************************************************************
      *    2000-READ-CARRIED / 2010-READ-ARRIVED -- the next item off
      *    the carried warehouse, then off last night's arrivals,
      *    into WAREHOUSE-RECORD for 2100-PROCESS-ITEM.
      ******************************************************************
       2000-READ-CARRIED.
           READ WAREHOUSE-FILE INTO WAREHOUSE-RECORD
               AT END
                   MOVE 'Y' TO WAREHOUSE-EOF-SWITCH
                   GO TO 2000-EXIT
           END-READ
           PERFORM 2100-PROCESS-ITEM THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2010-READ-ARRIVED.
           READ NEW-WHS-FILE INTO WAREHOUSE-RECORD
               AT END
                   MOVE 'Y' TO NEW-WHS-EOF-SWITCH
                   GO TO 2010-EXIT
           END-READ
           PERFORM 2100-PROCESS-ITEM THRU 2100-EXIT.
       2010-EXIT.
           EXIT.
      ******************************************************************
      *    2100-PROCESS-ITEM -- one warehoused item: drop a rerun
      *    duplicate, then cancel, release or keep it.  A cancel card
      *    wins over the effective date -- operations may stop an
      *    item on the very night it falls due.
      ******************************************************************
       2100-PROCESS-ITEM.
           ADD 1 TO WS-ITEMS-READ

           PERFORM 2150-CHECK-DUPLICATE THRU 2150-EXIT
           IF ITEM-DUPLICATE
               ADD 1 TO WS-ITEMS-DUPLICATE
               GO TO 2100-EXIT
           END-IF

           MOVE 'N'  TO CARD-MATCH-SW
           MOVE ZERO TO WS-CARD-SUB
           MOVE ZERO TO WS-CARD-HIT
           PERFORM 2160-MATCH-CARD THRU 2160-EXIT
               UNTIL CARD-MATCHED
                  OR WS-CARD-SUB NOT LESS THAN WS-CARD-COUNT
           IF CARD-MATCHED
               MOVE 'Y' TO WS-CARD-ENT-USED (WS-CARD-HIT)
               MOVE "CANCELLED" TO WS-RPT-ACTION
               PERFORM 2400-WRITE-ITEM-LINE THRU 2400-EXIT
               ADD 1               TO WS-ITEMS-CANCELLED
               ADD WHS-BASE-AMOUNT TO WS-CANCELLED-AMOUNT
               GO TO 2100-EXIT
           END-IF

           IF WHS-EFFECTIVE-DATE NOT > RUNSTMP-RUN-DATE
               PERFORM 2200-RELEASE-ITEM THRU 2200-EXIT
           ELSE
               PERFORM 2250-KEEP-ITEM THRU 2250-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      ******************************************************************
      *    2150-CHECK-DUPLICATE -- a warehouse id already read tonight
      *    is a rerun duplicate; a new one joins the seen table.
      ******************************************************************
       2150-CHECK-DUPLICATE.
           MOVE 'N'  TO ITEM-DUPLICATE-SW
           MOVE ZERO TO WS-SEEN-SUB
           PERFORM 2155-CHECK-SEEN THRU 2155-EXIT
               UNTIL ITEM-DUPLICATE
                  OR WS-SEEN-SUB NOT LESS THAN WS-SEEN-COUNT
           IF ITEM-DUPLICATE
               GO TO 2150-EXIT
           END-IF
           IF WS-SEEN-COUNT NOT LESS THAN WS-SEEN-MAX
               MOVE "WAREHOUSE ITEM TABLE FULL" TO WS-ABEND-MESSAGE
               MOVE WAREHOUSE-FILE-STATUS       TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           ADD 1 TO WS-SEEN-COUNT
           MOVE WHS-WAREHOUSE-ID TO WS-SEEN-WHS-ID (WS-SEEN-COUNT).
       2150-EXIT.
           EXIT.

       2155-CHECK-SEEN.
           ADD 1 TO WS-SEEN-SUB
           IF WHS-WAREHOUSE-ID = WS-SEEN-WHS-ID (WS-SEEN-SUB)
               MOVE 'Y' TO ITEM-DUPLICATE-SW
           END-IF.
       2155-EXIT.
           EXIT.
      ******************************************************************
      *    2160-MATCH-CARD -- does the next card select this item,
      *    by its warehouse id or by its account?
      ******************************************************************
       2160-MATCH-CARD.
           ADD 1 TO WS-CARD-SUB
           IF WS-CARD-ENT-SELECT (WS-CARD-SUB) = 'WHSID  '
               IF WS-CARD-ENT-KEY (WS-CARD-SUB) = WHS-WAREHOUSE-ID
                   MOVE 'Y'         TO CARD-MATCH-SW
                   MOVE WS-CARD-SUB TO WS-CARD-HIT
               END-IF
           ELSE
               IF WS-CARD-ENT-KEY (WS-CARD-SUB) (1:10)
                    = WHS-ACCOUNT-ID
                   MOVE 'Y'         TO CARD-MATCH-SW
                   MOVE WS-CARD-SUB TO WS-CARD-HIT
               END-IF
           END-IF.
       2160-EXIT.
           EXIT.
      ******************************************************************
      *    2200-RELEASE-ITEM -- the item's transaction image onto
      *    TRANFIL6 as it was delivered, into the trailer count and
      *    hash.  TRANEDIT edits it again tonight -- an account closed
      *    or a currency withdrawn since it arrived rejects it then.
      ******************************************************************
       2200-RELEASE-ITEM.
           MOVE WHS-TRAN-IMAGE TO TRAN-RECORD
           MOVE TRAN-RECORD    TO RELEASE-TRAN-RECORD
           PERFORM 2950-WRITE-RELEASE THRU 2950-EXIT
           ADD TRAN-AMOUNT     TO WS-RELEASE-HASH
           MOVE "RELEASED" TO WS-RPT-ACTION
           PERFORM 2400-WRITE-ITEM-LINE THRU 2400-EXIT
           ADD 1               TO WS-ITEMS-RELEASED
           ADD WHS-BASE-AMOUNT TO WS-RELEASED-AMOUNT.
       2200-EXIT.
           EXIT.
      ******************************************************************
      *    2250-KEEP-ITEM -- carry the item to tomorrow's TRANWHS and
      *    into the pending total for its effective date.
      ******************************************************************
       2250-KEEP-ITEM.
           WRITE KEEP-ITEM-RECORD FROM WAREHOUSE-RECORD
           IF NOT KEEP-FILE-OK
               MOVE "KEEP-ITEM-RECORD WRITE FAILED" TO WS-ABEND-MESSAGE
               MOVE KEEP-FILE-STATUS                TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           ADD 1               TO WS-ITEMS-PENDING
           ADD WHS-BASE-AMOUNT TO WS-PENDING-AMOUNT
           PERFORM 2260-FIND-PENDING THRU 2260-EXIT
           ADD 1               TO WS-PEND-ITEMS (WS-PEND-SUB)
           ADD WHS-BASE-AMOUNT TO WS-PEND-AMOUNT (WS-PEND-SUB).
       2250-EXIT.
           EXIT.
      ******************************************************************
      *    2260-FIND-PENDING -- WS-PEND-SUB to the entry for the
      *    item's effective date: the first entry not below the date,
      *    and when that is not the date itself a new zeroed entry is
      *    opened there, the entries above it moved up one.
      ******************************************************************
       2260-FIND-PENDING.
           MOVE 1   TO WS-PEND-SUB
           MOVE 'N' TO PEND-FOUND-SWITCH
           PERFORM 2270-FIND-PENDING-NEXT THRU 2270-EXIT
               UNTIL PEND-FOUND
                  OR WS-PEND-SUB > WS-PEND-COUNT
           IF WS-PEND-SUB NOT > WS-PEND-COUNT
            AND WS-PEND-DATE (WS-PEND-SUB) = WHS-EFFECTIVE-DATE
               GO TO 2260-EXIT
           END-IF
           IF WS-PEND-COUNT NOT LESS THAN WS-PEND-MAX
               MOVE "PENDING DATE TABLE OVERFLOW" TO WS-ABEND-MESSAGE
               MOVE WAREHOUSE-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 2280-SHIFT-ENTRY THRU 2280-EXIT
               VARYING WS-SHIFT-SUB FROM WS-PEND-COUNT BY -1
               UNTIL WS-SHIFT-SUB < WS-PEND-SUB
           ADD 1 TO WS-PEND-COUNT
           MOVE WHS-EFFECTIVE-DATE TO WS-PEND-DATE   (WS-PEND-SUB)
           MOVE ZERO               TO WS-PEND-ITEMS  (WS-PEND-SUB)
           MOVE ZERO               TO WS-PEND-AMOUNT (WS-PEND-SUB).
       2260-EXIT.
           EXIT.

       2270-FIND-PENDING-NEXT.
           IF WS-PEND-DATE (WS-PEND-SUB) NOT < WHS-EFFECTIVE-DATE
               MOVE 'Y' TO PEND-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-PEND-SUB
           END-IF.
       2270-EXIT.
           EXIT.

       2280-SHIFT-ENTRY.
           MOVE WS-PEND-ENTRY (WS-SHIFT-SUB)
             TO WS-PEND-ENTRY (WS-SHIFT-SUB + 1).
       2280-EXIT.
           EXIT.
      ******************************************************************
      *    2300-WRITE-CARD-ERROR -- one failed cancel card onto
      *    WHSRPT; the caller sets the reason and the card image.
      ******************************************************************
       2300-WRITE-CARD-ERROR.
           MOVE WS-RPT-CARD-LINE TO WHS-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT
           ADD 1 TO WS-CARDS-IN-ERROR.
       2300-EXIT.
           EXIT.
      ******************************************************************
      *    2400-WRITE-ITEM-LINE -- one warehoused item onto WHSRPT
      *    under the action the caller set.
      ******************************************************************
       2400-WRITE-ITEM-LINE.
           MOVE WHS-TRAN-IMAGE     TO TRAN-RECORD
           MOVE WHS-WAREHOUSE-ID   TO WS-RPT-WHS-ID
           MOVE WHS-EFFECTIVE-DATE TO WS-RPT-EFFECTIVE-DATE
           MOVE WHS-RECEIVED-DATE  TO WS-RPT-RECEIVED-DATE
           MOVE WHS-SOURCE-CD      TO WS-RPT-SOURCE-CD
           MOVE TRAN-KEY           TO WS-RPT-TRAN-KEY
           MOVE TRAN-TYPE-CD       TO WS-RPT-TYPE-CD
           MOVE WHS-BASE-AMOUNT    TO WS-RPT-AMOUNT
           MOVE WS-RPT-ITEM-LINE   TO WHS-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT.
       2400-EXIT.
           EXIT.
      ******************************************************************
      *    2900-WRITE-RPT-LINE -- one report line, status checked.
      ******************************************************************
       2900-WRITE-RPT-LINE.
           WRITE WHS-RPT-LINE
           IF NOT WHS-RPT-FILE-OK
               MOVE "WHS-RPT-LINE WRITE FAILED" TO WS-ABEND-MESSAGE
               MOVE WHS-RPT-FILE-STATUS         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       2900-EXIT.
           EXIT.
      ******************************************************************
      *    2950-WRITE-RELEASE -- one TRANFIL6 record, status checked.
      ******************************************************************
       2950-WRITE-RELEASE.
           WRITE RELEASE-TRAN-RECORD
           IF NOT RELEASE-FILE-OK
               MOVE "RELEASE-TRAN-RECORD WRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE RELEASE-FILE-STATUS  TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       2950-EXIT.
           EXIT.
      ******************************************************************
      *    8000-TERMINATE -- the TRANFIL6 trailer, the cards that
      *    selected nothing, the pending summary, control totals to
      *    the log and NIGHTTOT, close down.  A card error ends the
      *    run COND CODE 4 so the operator pulls WHSRPT, without
      *    failing the job.
      ******************************************************************
       8000-TERMINATE.
           MOVE SPACES            TO TRAN-TRAILER-RECORD
           MOVE 'TRL'             TO TRAN-TRL-ID
           MOVE WS-ITEMS-RELEASED TO TRAN-TRL-RECORD-COUNT
           MOVE WS-RELEASE-HASH   TO TRAN-TRL-HASH-TOTAL
           MOVE TRAN-TRAILER-RECORD TO RELEASE-TRAN-RECORD
           PERFORM 2950-WRITE-RELEASE THRU 2950-EXIT

           IF WS-ITEMS-RELEASED = ZERO
            AND WS-ITEMS-CANCELLED = ZERO
               MOVE WS-RPT-NONE-LINE TO WHS-RPT-LINE
               PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT
           END-IF

           MOVE ZERO TO WS-CARD-SUB
           PERFORM 8100-UNUSED-CARD THRU 8100-EXIT
               UNTIL WS-CARD-SUB NOT LESS THAN WS-CARD-COUNT

           PERFORM 8200-PENDING-SUMMARY THRU 8200-EXIT

           IF WAREHOUSE-FILE-OK OR WAREHOUSE-FILE-STATUS = '10'
               CLOSE WAREHOUSE-FILE
           END-IF
           IF NEW-WHS-FILE-OK OR NEW-WHS-FILE-STATUS = '10'
               CLOSE NEW-WHS-FILE
           END-IF
           CLOSE RELEASE-FILE
           CLOSE KEEP-FILE
           CLOSE WHS-RPT-FILE

           DISPLAY "WHSREL CARDS READ:      " WS-CARDS-READ
           DISPLAY "WHSREL CARDS IN ERROR:  " WS-CARDS-IN-ERROR
           DISPLAY "WHSREL ITEMS READ:      " WS-ITEMS-READ
           DISPLAY "WHSREL ITEMS DUPLICATE: " WS-ITEMS-DUPLICATE
           DISPLAY "WHSREL ITEMS RELEASED:  " WS-ITEMS-RELEASED
           DISPLAY "WHSREL ITEMS CANCELLED: " WS-ITEMS-CANCELLED
           DISPLAY "WHSREL ITEMS PENDING:   " WS-ITEMS-PENDING

           PERFORM 9700-OPEN-CTL-TOTALS THRU 9700-EXIT
           MOVE "CARDS IN ERROR"     TO CTL-LABEL
           MOVE WS-CARDS-IN-ERROR    TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "ITEMS RELEASED"     TO CTL-LABEL
           MOVE WS-ITEMS-RELEASED    TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "RELEASED AMOUNT"    TO CTL-LABEL
           MOVE WS-RELEASED-AMOUNT   TO CTL-AMOUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "ITEMS CANCELLED"    TO CTL-LABEL
           MOVE WS-ITEMS-CANCELLED   TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "ITEMS PENDING"      TO CTL-LABEL
           MOVE WS-ITEMS-PENDING     TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "PENDING AMOUNT"     TO CTL-LABEL
           MOVE WS-PENDING-AMOUNT    TO CTL-AMOUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           CLOSE CTL-TOTAL-FILE

           IF WS-CARDS-IN-ERROR > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
      ******************************************************************
      *    8100-UNUSED-CARD -- a good card that selected no item
      *    (wrong warehouse id, item already released, account with
      *    nothing warehoused) is an error.
      ******************************************************************
       8100-UNUSED-CARD.
           ADD 1 TO WS-CARD-SUB
           IF WS-CARD-ENT-USED (WS-CARD-SUB) = 'N'
               MOVE "NO WAREHOUSED ITEM SELECTED" TO WS-RPT-CARD-REASON
               MOVE WS-CARD-ENT-IMAGE (WS-CARD-SUB)
                                        TO WS-RPT-CARD-IMAGE
               PERFORM 2300-WRITE-CARD-ERROR THRU 2300-EXIT
           END-IF.
       8100-EXIT.
           EXIT.
      ******************************************************************
      *    8200-PENDING-SUMMARY -- what the warehouse still holds
      *    after tonight, one line per effective date in date order
      *    and a total.
      ******************************************************************
       8200-PENDING-SUMMARY.
           MOVE SPACES              TO WHS-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT
           MOVE WS-RPT-PEND-TITLE   TO WHS-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT
           MOVE SPACES              TO WHS-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT
           MOVE WS-RPT-PEND-HEADING TO WHS-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT
           PERFORM 8210-PENDING-LINE THRU 8210-EXIT
               VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PEND-COUNT
           MOVE "TOTAL"             TO WS-RPT-PEND-DATE
           MOVE WS-ITEMS-PENDING    TO WS-RPT-PEND-ITEMS
           MOVE WS-PENDING-AMOUNT   TO WS-RPT-PEND-AMOUNT
           MOVE WS-RPT-PEND-LINE    TO WHS-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT.
       8200-EXIT.
           EXIT.

       8210-PENDING-LINE.
           MOVE WS-PEND-DATE (WS-PEND-SUB)   TO WS-RPT-PEND-DATE
           MOVE WS-PEND-ITEMS (WS-PEND-SUB)  TO WS-RPT-PEND-ITEMS
           MOVE WS-PEND-AMOUNT (WS-PEND-SUB) TO WS-RPT-PEND-AMOUNT
           MOVE WS-RPT-PEND-LINE             TO WHS-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT.
       8210-EXIT.
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
           MOVE "WHSREL"          TO CTL-STEP-NAME
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
           DISPLAY "WHSREL ABEND - " WS-ABEND-MESSAGE
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9999-EXIT.
           EXIT.
