       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 SECTMRG.
       AUTHOR. WEDEMANN / Softwork.app
       INSTALLATION. Softwork.app
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original program.  Partition merge for a
      *                      region-partitioned SECTIONS night: the
      *                      region partitions (SECTIONS run with
      *                      PARTITION=Y, one per PARTLIST region)
      *                      each leave their own share of the night's
      *                      outputs, concatenated by the NIGHTLY job
      *                      in PARTLIST (region) order.  This program
      *                      puts them back together as the one
      *                      SECTIONS run would have left them:
      *                      BREAKRPT with a single GRANDTOT line,
      *                      POSTACT, HELDITEM on the end of the
      *                      night's HELDBASE copy, MTDACCUM on the end
      *                      of MTDBASE (and the month-end report and
      *                      reset when the partitions ran in month-end
      *                      mode), the WORLDMST master record, and the
      *                      SECTIONS totals on NIGHTTOT.  The
      *                      partitions' cross-region transfer credits
      *                      (PARTXFER) are posted to ACCTBAL here.
      *    2026-10-15  JW    Every partition transfer credit now comes
      *                      through PARTXFER, which the job sorts
      *                      into TRANSRT record order.  A credit a
      *                      restarted partition wrote twice (it
      *                      stopped between writing the credit and
      *                      rewriting the debit) is posted once: the
      *                      repeat is dropped by XFD-TRAN-SEQ.
      *    2026-10-15  JW    Report-only night (POSTING=N): the job
      *                      runs SECTIONS once, unpartitioned, and
      *                      leaves PARTLIST empty.  Nothing is merged
      *                      and no credit posted; the run's SECTIONS
      *                      totals are copied from PARTTOT to
      *                      NIGHTTOT.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PART-LIST-FILE   ASSIGN TO "PARTLIST"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS PART-LIST-FILE-STATUS.

           SELECT PART-TOT-FILE    ASSIGN TO "PARTTOT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS PART-TOT-FILE-STATUS.

           SELECT TRAN-FILE        ASSIGN TO "TRANSRT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS TRAN-FILE-STATUS.

           SELECT PART-RPT-FILE    ASSIGN TO "PARTRPT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS PART-RPT-FILE-STATUS.

           SELECT BREAK-RPT-FILE   ASSIGN TO "BREAKRPT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS BREAK-RPT-FILE-STATUS.

           SELECT ACCT-BAL-FILE    ASSIGN TO "ACCTBAL"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS ABM-ACCOUNT-ID
                                    FILE STATUS IS ACCT-BAL-STATUS.

           SELECT XFER-DEFER-FILE  ASSIGN TO "PARTXFER"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS XFER-DEFER-FILE-STATUS.

           SELECT XFER-POST-FILE   ASSIGN TO "PARTXPST"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS XFER-POST-FILE-STATUS.

           SELECT PART-POST-FILE   ASSIGN TO "PARTPOST"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS PART-POST-FILE-STATUS.

           SELECT POSTED-FILE      ASSIGN TO "POSTACT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS POSTED-FILE-STATUS.

           SELECT HELD-BASE-FILE   ASSIGN TO "HELDBASE"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS HELD-BASE-FILE-STATUS.

           SELECT PART-HELD-FILE   ASSIGN TO "PARTHELD"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS PART-HELD-FILE-STATUS.

           SELECT HELD-FILE        ASSIGN TO "HELDITEM"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS HELD-FILE-STATUS.

           SELECT MTD-BASE-FILE    ASSIGN TO "MTDBASE"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS MTD-BASE-FILE-STATUS.

           SELECT PART-MTD-FILE    ASSIGN TO "PARTMTD"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS PART-MTD-FILE-STATUS.

           SELECT MTD-FILE         ASSIGN TO "MTDACCUM"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS MTD-FILE-STATUS.

           SELECT MTD-RPT-FILE     ASSIGN TO "MTDRPT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS MTD-RPT-FILE-STATUS.

           SELECT WORLD-MASTER-FILE
                                    ASSIGN TO "WORLDMST"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS WM-ID
                                    FILE STATUS IS WORLD-MASTER-STATUS.

           SELECT CTL-TOTAL-FILE   ASSIGN TO "NIGHTTOT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS CTL-TOTAL-STATUS.
      ******************************************************************
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  PART-LIST-FILE.
       01  PART-LIST-RECORD.
           05  PLS-REGION-CD              PIC X(03).
           05  FILLER                     PIC X(77).

       FD  PART-TOT-FILE.
           COPY CTLREC REPLACING ==CTL-TOTAL-RECORD==
                              BY ==PART-TOT-RECORD==
                         LEADING ==CTL-== BY ==PTT-==.

       FD  TRAN-FILE.
           COPY TRANREC.

       FD  PART-RPT-FILE.
           COPY RPTREC REPLACING ==BREAK-RPT-RECORD==
                              BY ==PART-RPT-RECORD==
                         LEADING ==RPT-== BY ==PRP-==.

       FD  BREAK-RPT-FILE.
           COPY RPTREC.

       FD  ACCT-BAL-FILE.
           COPY ABALREC.

       FD  XFER-DEFER-FILE.
           COPY XFERREC.

       FD  XFER-POST-FILE.
           COPY POSTREC.

       FD  PART-POST-FILE.
       01  PART-POST-LINE             PIC X(125).

       FD  POSTED-FILE.
       01  POSTED-LINE                PIC X(125).

       FD  HELD-BASE-FILE.
       01  HELD-BASE-LINE             PIC X(188).

       FD  PART-HELD-FILE.
       01  PART-HELD-LINE             PIC X(188).

       FD  HELD-FILE.
           COPY HELDREC.

       FD  MTD-BASE-FILE.
       01  MTD-BASE-LINE              PIC X(50).

       FD  PART-MTD-FILE.
       01  PART-MTD-LINE              PIC X(50).

       FD  MTD-FILE.
           COPY MTDREC.

       FD  MTD-RPT-FILE.
       01  MTD-RPT-LINE               PIC X(80).

       FD  WORLD-MASTER-FILE.
           COPY MASTREC.

       FD  CTL-TOTAL-FILE.
           COPY CTLREC.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY WORLDCFG.

       COPY RUNSTMP.

      *    The from-leg transaction carried on a deferred credit, for
      *    building the to-leg POSTACT record (4200-).
       COPY TRANREC REPLACING LEADING ==TRAN-== BY ==XFT-==.

       01  SW-PART-LIST-FILE-STATUS.
           05  PART-LIST-FILE-STATUS   PIC X(02) VALUE '00'.
               88  PART-LIST-FILE-OK              VALUE '00'.

       01  SW-PART-TOT-FILE-STATUS.
           05  PART-TOT-FILE-STATUS    PIC X(02) VALUE '00'.
               88  PART-TOT-FILE-OK               VALUE '00'.

       01  SW-TRAN-FILE-STATUS.
           05  TRAN-FILE-STATUS        PIC X(02) VALUE '00'.
               88  TRAN-FILE-OK                   VALUE '00'.

       01  SW-PART-RPT-FILE-STATUS.
           05  PART-RPT-FILE-STATUS    PIC X(02) VALUE '00'.
               88  PART-RPT-FILE-OK               VALUE '00'.

       01  SW-BREAK-RPT-FILE-STATUS.
           05  BREAK-RPT-FILE-STATUS   PIC X(02) VALUE '00'.
               88  BREAK-RPT-FILE-OK              VALUE '00'.

       01  SW-ACCT-BAL-STATUS.
           05  ACCT-BAL-STATUS         PIC X(02) VALUE '00'.
               88  ACCT-BAL-OK                    VALUE '00'.
               88  ACCT-BAL-NOT-FOUND              VALUE '23'.

       01  SW-XFER-DEFER-FILE-STATUS.
           05  XFER-DEFER-FILE-STATUS  PIC X(02) VALUE '00'.
               88  XFER-DEFER-FILE-OK             VALUE '00'.

       01  SW-XFER-POST-FILE-STATUS.
           05  XFER-POST-FILE-STATUS   PIC X(02) VALUE '00'.
               88  XFER-POST-FILE-OK              VALUE '00'.
               88  XFER-POST-FILE-NOT-FOUND       VALUE '35'.

       01  SW-PART-POST-FILE-STATUS.
           05  PART-POST-FILE-STATUS   PIC X(02) VALUE '00'.
               88  PART-POST-FILE-OK              VALUE '00'.

       01  SW-POSTED-FILE-STATUS.
           05  POSTED-FILE-STATUS      PIC X(02) VALUE '00'.
               88  POSTED-FILE-OK                 VALUE '00'.

       01  SW-HELD-BASE-FILE-STATUS.
           05  HELD-BASE-FILE-STATUS   PIC X(02) VALUE '00'.
               88  HELD-BASE-FILE-OK              VALUE '00'.
               88  HELD-BASE-FILE-NOT-FOUND       VALUE '35'.

       01  SW-PART-HELD-FILE-STATUS.
           05  PART-HELD-FILE-STATUS   PIC X(02) VALUE '00'.
               88  PART-HELD-FILE-OK              VALUE '00'.

       01  SW-HELD-FILE-STATUS.
           05  HELD-FILE-STATUS        PIC X(02) VALUE '00'.
               88  HELD-FILE-OK                   VALUE '00'.

       01  SW-MTD-BASE-FILE-STATUS.
           05  MTD-BASE-FILE-STATUS    PIC X(02) VALUE '00'.
               88  MTD-BASE-FILE-OK               VALUE '00'.
               88  MTD-BASE-FILE-NOT-FOUND        VALUE '35'.

       01  SW-PART-MTD-FILE-STATUS.
           05  PART-MTD-FILE-STATUS    PIC X(02) VALUE '00'.
               88  PART-MTD-FILE-OK               VALUE '00'.

       01  SW-MTD-FILE-STATUS.
           05  MTD-FILE-STATUS         PIC X(02) VALUE '00'.
               88  MTD-FILE-OK                    VALUE '00'.

       01  SW-MTD-RPT-FILE-STATUS.
           05  MTD-RPT-FILE-STATUS     PIC X(02) VALUE '00'.
               88  MTD-RPT-FILE-OK                VALUE '00'.

       01  SW-WORLD-MASTER-STATUS.
           05  WORLD-MASTER-STATUS     PIC X(02) VALUE '00'.
               88  WORLD-MASTER-OK                VALUE '00'.
               88  WORLD-MASTER-NOT-FOUND          VALUE '23'.
               88  WORLD-MASTER-FILE-NOT-FOUND     VALUE '35'.

       01  SW-CTL-TOTAL-STATUS.
           05  CTL-TOTAL-STATUS        PIC X(02) VALUE '00'.
               88  CTL-TOTAL-OK                   VALUE '00'.
               88  CTL-TOTAL-NOT-FOUND            VALUE '35'.

      *    One end-of-file switch per input, reset by nothing -- each
      *    file is read through once.
       01  SW-END-OF-FILE.
           05  PART-LIST-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  PART-LIST-AT-EOF               VALUE 'Y'.
           05  PART-TOT-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  PART-TOT-AT-EOF                VALUE 'Y'.
           05  TRAN-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  TRAN-AT-EOF                    VALUE 'Y'.
           05  PART-RPT-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  PART-RPT-AT-EOF                VALUE 'Y'.
           05  XFER-DEFER-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  XFER-DEFER-AT-EOF              VALUE 'Y'.
           05  PART-POST-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  PART-POST-AT-EOF               VALUE 'Y'.
           05  XFER-POST-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  XFER-POST-AT-EOF               VALUE 'Y'.
           05  HELD-BASE-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  HELD-BASE-AT-EOF               VALUE 'Y'.
           05  PART-HELD-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  PART-HELD-AT-EOF               VALUE 'Y'.
           05  MTD-BASE-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  MTD-BASE-AT-EOF                VALUE 'Y'.
           05  PART-MTD-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  PART-MTD-AT-EOF                VALUE 'Y'.

       01  SW-MONTH-END.
           05  MONTH-END-SWITCH        PIC X(01) VALUE 'N'.
               88  MONTH-END-MODE                 VALUE 'Y'.

      *    An empty PARTLIST is a report-only night: SECTIONS ran
      *    once, unpartitioned, and there is nothing to merge.
       01  SW-REPORT-ONLY.
           05  REPORT-ONLY-SWITCH      PIC X(01) VALUE 'N'.
               88  REPORT-ONLY-NIGHT              VALUE 'Y'.

       01  SW-PART-LOOKUP.
           05  PART-FOUND-SWITCH       PIC X(01) VALUE 'N'.
               88  PART-FOUND                     VALUE 'Y'.

       01  SW-LAST-DETAIL.
           05  LAST-DETAIL-SWITCH      PIC X(01) VALUE 'N'.
               88  LAST-DETAIL-FOUND              VALUE 'Y'.

      *    The PARTLIST regions, and what each partition's PARTTOT
      *    totals said.  Every partition read the whole TRANSRT, so
      *    their DETAIL COUNT and HASH TOTAL must all agree.
       01  WS-PART-TABLE.
           05  WS-PART-MAX             PIC 9(04) COMP VALUE 100.
           05  WS-PART-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-PART-SUB             PIC 9(04) COMP VALUE ZERO.
           05  WS-PART-ENTRY           OCCURS 100 TIMES.
               10  WS-PART-REGION      PIC X(03).
               10  WS-PART-SEEN        PIC X(01).

       01  WS-PART-REGION-KEY          PIC X(03) VALUE SPACES.

       01  WS-MERGE-TOTALS.
           05  WS-DETAIL-COUNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-HASH-TOTAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-GRAND-TOTAL          PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-ITEMS-HELD           PIC 9(09) COMP VALUE ZERO.
           05  WS-PARTS-REPORTED       PIC 9(04) COMP VALUE ZERO.
           05  WS-REPORT-TOTALS        PIC 9(04) COMP VALUE ZERO.
           05  WS-RPT-GRAND-TOTAL      PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-RPT-GRAND-AMOUNT     PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-RPT-GRAND-LINES      PIC 9(04) COMP VALUE ZERO.

      *    Deferred transfer credits.  WS-TRAN-RECORDS is the number
      *    of records on TRANSRT -- above any posted-through position
      *    a partition can have set -- and the k-th credit posts at
      *    position WS-TRAN-RECORDS + k, so the ACCTBAL restart guard
      *    works here as it does in SECTIONS.
       01  WS-XFER-FIELDS.
           05  WS-TRAN-RECORDS         PIC 9(09) COMP VALUE ZERO.
           05  WS-XFER-COUNT           PIC 9(09) COMP VALUE ZERO.
           05  WS-XFER-APPLIED         PIC 9(09) COMP VALUE ZERO.
           05  WS-XFER-POSITION        PIC 9(09) COMP VALUE ZERO.
           05  WS-XFER-REPEATS         PIC 9(09) COMP VALUE ZERO.
           05  WS-PREV-XFER-SEQ        PIC 9(09) VALUE ZERO.

       01  WS-LAST-TRAN-VALUE          PIC X(06) VALUE SPACES.

       COPY MTDWRK.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           05  WS-ABEND-STATUS         PIC X(02) VALUE SPACES.
      /*****************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF REPORT-ONLY-NIGHT
               PERFORM 8100-COPY-REPORT-TOTALS THRU 8100-EXIT
               STOP RUN
           END-IF
           PERFORM 2000-MERGE-BREAKRPT THRU 2000-EXIT
           PERFORM 3000-APPLY-DEFERRED THRU 3000-EXIT
           PERFORM 4000-MERGE-POSTACT THRU 4000-EXIT
           PERFORM 5000-MERGE-HELDITEM THRU 5000-EXIT
           PERFORM 6000-MERGE-MTDACCUM THRU 6000-EXIT
           PERFORM 7000-UPDATE-WORLD THRU 7000-EXIT
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.
      ******************************************************************
      *    0900-STAMP-RUN-DATE -- shared run-date/run-time stamp,
      *    PERFORMed from 1000-INITIALIZE below (see RUNSTPRC copybook).
      ******************************************************************
       COPY RUNSTPRC.
      ******************************************************************
      *    1000-INITIALIZE -- stamp the run, load the partition list,
      *    prove the partitions' totals and count TRANSRT.  An empty
      *    partition list is a report-only night and stops here.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 0900-STAMP-RUN-DATE THRU 0900-EXIT

           OPEN INPUT PART-LIST-FILE
           IF NOT PART-LIST-FILE-OK
               MOVE "PART-LIST-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE PART-LIST-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 1100-LOAD-PART-LIST THRU 1100-EXIT
               UNTIL PART-LIST-AT-EOF
           CLOSE PART-LIST-FILE
           IF WS-PART-COUNT = ZERO
               MOVE 'Y' TO REPORT-ONLY-SWITCH
               DISPLAY "SECTMRG REPORT-ONLY NIGHT - NOTHING TO MERGE"
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT PART-TOT-FILE
           IF NOT PART-TOT-FILE-OK
               MOVE "PART-TOT-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE PART-TOT-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 1200-READ-PART-TOTAL THRU 1200-EXIT
               UNTIL PART-TOT-AT-EOF
           CLOSE PART-TOT-FILE

      *    A partition with no totals never finished: merging the
      *    others would drop its region from the night.
           PERFORM 1300-CHECK-PART-SEEN THRU 1300-EXIT
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-COUNT

           OPEN INPUT TRAN-FILE
           IF NOT TRAN-FILE-OK
               MOVE "TRAN-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE TRAN-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 1400-READ-TRAN THRU 1400-EXIT
               UNTIL TRAN-AT-EOF
           CLOSE TRAN-FILE

           DISPLAY "SECTMRG PARTITIONS MERGED: " WS-PART-COUNT
           IF MONTH-END-MODE
               DISPLAY "SECTMRG MONTH-END MODE"
           END-IF.
       1000-EXIT.
           EXIT.
      ******************************************************************
      *    1100-LOAD-PART-LIST -- one PARTLIST region into the table.
      ******************************************************************
       1100-LOAD-PART-LIST.
           READ PART-LIST-FILE
               AT END
                   MOVE 'Y' TO PART-LIST-EOF-SWITCH
               NOT AT END
                   IF WS-PART-COUNT NOT LESS THAN WS-PART-MAX
                       MOVE "PARTITION TABLE OVERFLOW"
                                             TO WS-ABEND-MESSAGE
                       MOVE PART-LIST-FILE-STATUS
                                             TO WS-ABEND-STATUS
                       PERFORM 9999-FILE-ABEND THRU 9999-EXIT
                   END-IF
                   ADD 1 TO WS-PART-COUNT
                   MOVE PLS-REGION-CD
                     TO WS-PART-REGION (WS-PART-COUNT)
                   MOVE 'N' TO WS-PART-SEEN (WS-PART-COUNT)
           END-READ.
       1100-EXIT.
           EXIT.
      ******************************************************************
      *    1200-READ-PART-TOTAL -- one partition NIGHTTOT record.  The
      *    step name is PART plus the region; a region not on
      *    PARTLIST, or one reporting twice, is a hard stop.
      ******************************************************************
       1200-READ-PART-TOTAL.
           READ PART-TOT-FILE
               AT END
                   MOVE 'Y' TO PART-TOT-EOF-SWITCH
           END-READ
           IF PART-TOT-AT-EOF
               GO TO 1200-EXIT
           END-IF
           IF PTT-STEP-NAME (1:4) NOT = "PART"
            OR NOT PTT-TYPE-TOTAL
               GO TO 1200-EXIT
           END-IF

           MOVE PTT-STEP-NAME (5:3) TO WS-PART-REGION-KEY
           PERFORM 1250-FIND-PART THRU 1250-EXIT
           IF NOT PART-FOUND
               DISPLAY "SECTMRG REGION " WS-PART-REGION-KEY
                       " NOT ON PARTLIST"
               MOVE "PARTTOT REGION NOT ON PARTLIST"
                                         TO WS-ABEND-MESSAGE
               MOVE PART-TOT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           EVALUATE PTT-LABEL
               WHEN "DETAIL COUNT"
                   IF WS-PART-SEEN (WS-PART-SUB) = 'Y'
                       DISPLAY "SECTMRG REGION " WS-PART-REGION-KEY
                               " REPORTED TWICE"
                       MOVE "PARTITION TOTALS DUPLICATED"
                                             TO WS-ABEND-MESSAGE
                       MOVE PART-TOT-FILE-STATUS
                                             TO WS-ABEND-STATUS
                       PERFORM 9999-FILE-ABEND THRU 9999-EXIT
                   END-IF
                   MOVE 'Y' TO WS-PART-SEEN (WS-PART-SUB)
                   ADD 1 TO WS-PARTS-REPORTED
                   IF WS-PARTS-REPORTED = 1
                       MOVE PTT-COUNT TO WS-DETAIL-COUNT
                   END-IF
                   IF PTT-COUNT NOT = WS-DETAIL-COUNT
                       MOVE "PARTITION DETAIL COUNTS DISAGREE"
                                             TO WS-ABEND-MESSAGE
                       MOVE PART-TOT-FILE-STATUS
                                             TO WS-ABEND-STATUS
                       PERFORM 9999-FILE-ABEND THRU 9999-EXIT
                   END-IF
               WHEN "HASH TOTAL"
                   IF WS-PARTS-REPORTED = 1
                       MOVE PTT-AMOUNT TO WS-HASH-TOTAL
                   END-IF
                   IF PTT-AMOUNT NOT = WS-HASH-TOTAL
                       MOVE "PARTITION HASH TOTALS DISAGREE"
                                             TO WS-ABEND-MESSAGE
                       MOVE PART-TOT-FILE-STATUS
                                             TO WS-ABEND-STATUS
                       PERFORM 9999-FILE-ABEND THRU 9999-EXIT
                   END-IF
               WHEN "GRAND TOTAL"
                   ADD PTT-AMOUNT TO WS-GRAND-TOTAL
               WHEN "ITEMS HELD"
                   ADD PTT-COUNT TO WS-ITEMS-HELD
               WHEN "MONTH-END MODE"
                   MOVE 'Y' TO MONTH-END-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1200-EXIT.
           EXIT.
      ******************************************************************
      *    1250-FIND-PART -- WS-PART-REGION-KEY in the partition
      *    table; PART-FOUND with WS-PART-SUB on the entry.
      ******************************************************************
       1250-FIND-PART.
           MOVE 'N'  TO PART-FOUND-SWITCH
           MOVE ZERO TO WS-PART-SUB
           PERFORM 1260-MATCH-PART THRU 1260-EXIT
               UNTIL PART-FOUND
                  OR WS-PART-SUB NOT LESS THAN WS-PART-COUNT.
       1250-EXIT.
           EXIT.

       1260-MATCH-PART.
           ADD 1 TO WS-PART-SUB
           IF WS-PART-REGION (WS-PART-SUB) = WS-PART-REGION-KEY
               MOVE 'Y' TO PART-FOUND-SWITCH
           END-IF.
       1260-EXIT.
           EXIT.
      ******************************************************************
      *    1300-CHECK-PART-SEEN -- every PARTLIST region must have
      *    left its totals on PARTTOT.
      ******************************************************************
       1300-CHECK-PART-SEEN.
           IF WS-PART-SEEN (WS-PART-SUB) NOT = 'Y'
               DISPLAY "SECTMRG REGION " WS-PART-REGION (WS-PART-SUB)
                       " HAS NO PARTITION TOTALS"
               MOVE "PARTITION TOTALS MISSING" TO WS-ABEND-MESSAGE
               MOVE PART-TOT-FILE-STATUS       TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       1300-EXIT.
           EXIT.
      ******************************************************************
      *    1400-READ-TRAN -- count TRANSRT and keep the value field of
      *    the last detail in a partitioned region: the one SECTIONS
      *    would have left in WORLD.
      ******************************************************************
       1400-READ-TRAN.
           READ TRAN-FILE
               AT END
                   MOVE 'Y' TO TRAN-EOF-SWITCH
           END-READ
           IF TRAN-AT-EOF
               GO TO 1400-EXIT
           END-IF
           ADD 1 TO WS-TRAN-RECORDS
           IF TRAN-REGION-CD = 'HDR'
            OR TRAN-REGION-CD = 'TRL'
               GO TO 1400-EXIT
           END-IF
           MOVE TRAN-REGION-CD TO WS-PART-REGION-KEY
           PERFORM 1250-FIND-PART THRU 1250-EXIT
           IF PART-FOUND
               MOVE TRAN-VALUE TO WS-LAST-TRAN-VALUE
               MOVE 'Y'        TO LAST-DETAIL-SWITCH
           END-IF.
       1400-EXIT.
           EXIT.
      ******************************************************************
      *    2000-MERGE-BREAKRPT -- the partitions' report lines in
      *    region order, their GRANDTOT lines replaced by the one
      *    grand total for the night, which must tie to the sum of
      *    the partitions' GRAND TOTAL control totals.
      ******************************************************************
       2000-MERGE-BREAKRPT.
           OPEN INPUT PART-RPT-FILE
           IF NOT PART-RPT-FILE-OK
               MOVE "PART-RPT-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE PART-RPT-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           OPEN OUTPUT BREAK-RPT-FILE
           IF NOT BREAK-RPT-FILE-OK
               MOVE "BREAK-RPT-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE BREAK-RPT-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           PERFORM 2100-COPY-RPT-LINE THRU 2100-EXIT
               UNTIL PART-RPT-AT-EOF
           CLOSE PART-RPT-FILE

           IF WS-RPT-GRAND-LINES NOT = WS-PART-COUNT
               MOVE "PARTRPT GRANDTOT LINES MISSING"
                                         TO WS-ABEND-MESSAGE
               MOVE PART-RPT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           IF WS-RPT-GRAND-TOTAL NOT = WS-GRAND-TOTAL
               MOVE "PARTRPT GRANDTOT DOES NOT TIE TO PARTTOT"
                                         TO WS-ABEND-MESSAGE
               MOVE PART-RPT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           MOVE SPACES             TO BREAK-RPT-RECORD
           MOVE RUNSTMP-RUN-STAMP  TO RPT-RUN-STAMP
           MOVE "GRANDTOT"         TO RPT-LINE-TYPE
           MOVE WS-GRAND-TOTAL     TO RPT-AMOUNT
           WRITE BREAK-RPT-RECORD
           IF NOT BREAK-RPT-FILE-OK
               MOVE "BREAK-RPT-RECORD WRITE FAILED" TO WS-ABEND-MESSAGE
               MOVE BREAK-RPT-FILE-STATUS           TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           CLOSE BREAK-RPT-FILE.
       2000-EXIT.
           EXIT.
      ******************************************************************
      *    2100-COPY-RPT-LINE -- one PARTRPT line onto BREAKRPT; a
      *    partition's GRANDTOT is only added up.
      ******************************************************************
       2100-COPY-RPT-LINE.
           READ PART-RPT-FILE
               AT END
                   MOVE 'Y' TO PART-RPT-EOF-SWITCH
           END-READ
           IF PART-RPT-AT-EOF
               GO TO 2100-EXIT
           END-IF
           IF PRP-LINE-TYPE = "GRANDTOT"
               MOVE PRP-AMOUNT TO WS-RPT-GRAND-AMOUNT
               ADD WS-RPT-GRAND-AMOUNT TO WS-RPT-GRAND-TOTAL
               ADD 1 TO WS-RPT-GRAND-LINES
               GO TO 2100-EXIT
           END-IF
           MOVE PART-RPT-RECORD TO BREAK-RPT-RECORD
           WRITE BREAK-RPT-RECORD
           IF NOT BREAK-RPT-FILE-OK
               MOVE "BREAK-RPT-RECORD WRITE FAILED" TO WS-ABEND-MESSAGE
               MOVE BREAK-RPT-FILE-STATUS           TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      ******************************************************************
      *    3000-APPLY-DEFERRED -- post the partitions' transfer
      *    credits to ACCTBAL, now that no partition holds the
      *    to-accounts.  Each credit's to-leg POSTACT record goes
      *    to PARTXPST, which a rerun of this step adds to: a credit
      *    the restart guard finds already posted was logged there
      *    by the earlier run.
      ******************************************************************
       3000-APPLY-DEFERRED.
           OPEN INPUT XFER-DEFER-FILE
           IF NOT XFER-DEFER-FILE-OK
               MOVE "XFER-DEFER-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE XFER-DEFER-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           OPEN I-O ACCT-BAL-FILE
           IF NOT ACCT-BAL-OK
               MOVE "ACCT-BAL-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE ACCT-BAL-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           OPEN EXTEND XFER-POST-FILE
           IF XFER-POST-FILE-NOT-FOUND
               MOVE 0 TO XFER-POST-FILE-STATUS
               OPEN OUTPUT XFER-POST-FILE
           END-IF
           IF NOT XFER-POST-FILE-OK
               MOVE "XFER-POST-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE XFER-POST-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           PERFORM 3100-APPLY-CREDIT THRU 3100-EXIT
               UNTIL XFER-DEFER-AT-EOF

           CLOSE XFER-DEFER-FILE
           CLOSE ACCT-BAL-FILE
           CLOSE XFER-POST-FILE
           DISPLAY "SECTMRG DEFERRED CREDITS: " WS-XFER-COUNT
                   " POSTED THIS RUN: " WS-XFER-APPLIED
           DISPLAY "SECTMRG REPEATED CREDITS DROPPED: " WS-XFER-REPEATS.
       3000-EXIT.
           EXIT.
      ******************************************************************
      *    3100-APPLY-CREDIT -- one deferred credit.  The to-account
      *    was on ACCTBAL when its partition looked, and nothing
      *    removes accounts during the night, so a missing one is a
      *    hard stop.  PARTXFER is in TRANSRT record order, so a
      *    credit a restarted partition wrote twice arrives twice
      *    running; the repeat is dropped before it is counted, so
      *    the posted-through positions stay the same on a rerun.
      ******************************************************************
       3100-APPLY-CREDIT.
           READ XFER-DEFER-FILE
               AT END
                   MOVE 'Y' TO XFER-DEFER-EOF-SWITCH
           END-READ
           IF XFER-DEFER-AT-EOF
               GO TO 3100-EXIT
           END-IF
           IF WS-XFER-COUNT > ZERO
            AND XFD-TRAN-SEQ = WS-PREV-XFER-SEQ
               ADD 1 TO WS-XFER-REPEATS
               GO TO 3100-EXIT
           END-IF
           MOVE XFD-TRAN-SEQ TO WS-PREV-XFER-SEQ
           ADD 1 TO WS-XFER-COUNT
           COMPUTE WS-XFER-POSITION = WS-TRAN-RECORDS + WS-XFER-COUNT

           MOVE XFD-TO-ACCOUNT-ID TO ABM-ACCOUNT-ID
           READ ACCT-BAL-FILE
               KEY IS ABM-ACCOUNT-ID
           IF NOT ACCT-BAL-OK
               DISPLAY "SECTMRG ACCOUNT " XFD-TO-ACCOUNT-ID
                       " TRANSRT RECORD " XFD-TRAN-SEQ
               MOVE "DEFERRED CREDIT ACCOUNT READ FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE ACCT-BAL-STATUS      TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           IF ABM-LAST-POST-DATE = RUNSTMP-RUN-DATE
            AND ABM-LAST-POST-COUNT NUMERIC
            AND ABM-LAST-POST-COUNT NOT LESS THAN WS-XFER-POSITION
               GO TO 3100-EXIT
           END-IF

           ADD XFD-BASE-AMOUNT    TO ABM-BALANCE
           MOVE RUNSTMP-RUN-STAMP TO ABM-LAST-UPDATE-STAMP
           MOVE RUNSTMP-RUN-DATE  TO ABM-LAST-POST-DATE
           MOVE WS-XFER-POSITION  TO ABM-LAST-POST-COUNT
           REWRITE ACCT-BAL-RECORD
           IF NOT ACCT-BAL-OK
               MOVE "ACCT-BAL-RECORD REWRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE ACCT-BAL-STATUS      TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           ADD 1 TO WS-XFER-APPLIED
           PERFORM 3200-WRITE-TO-LEG THRU 3200-EXIT.
       3100-EXIT.
           EXIT.
      ******************************************************************
      *    3200-WRITE-TO-LEG -- the credited to-leg POSTACT record,
      *    built from the from-leg transaction as SECTIONS builds it
      *    in 2560-WRITE-XFER-POSTED, filed under the to-account's
      *    region.
      ******************************************************************
       3200-WRITE-TO-LEG.
           MOVE XFD-TRAN-IMAGE      TO XFT-RECORD
           MOVE SPACES              TO POSTED-RECORD
           MOVE RUNSTMP-RUN-STAMP   TO POST-RUN-STAMP
           MOVE XFD-TO-ACCOUNT-ID   TO POST-ACCOUNT-ID
           MOVE XFT-TYPE-CD         TO POST-TYPE-CD
           MOVE XFD-BASE-AMOUNT     TO POST-AMOUNT
           MOVE 'P'                 TO POST-STATUS-CD
           MOVE ABM-BALANCE         TO POST-NEW-BALANCE
           MOVE XFT-CURRENCY-CD     TO POST-CURRENCY-CD
           MOVE XFT-AMOUNT          TO POST-ORIG-AMOUNT
           MOVE XFT-SOURCE-CD       TO POST-SOURCE-CD
           MOVE XFT-VALUE           TO POST-TRAN-VALUE
           MOVE 'T'                 TO POST-XFER-LEG
           MOVE XFD-FROM-ACCOUNT-ID TO POST-XFER-ACCOUNT-ID
           MOVE XFT-XFER-REF        TO POST-XFER-REF
           MOVE XFT-XFER-REGION-CD  TO POST-REGION-CD
           MOVE XFT-FILE-DATE       TO POST-FILE-DATE
           WRITE POSTED-RECORD
           IF NOT XFER-POST-FILE-OK
               MOVE "XFER-POST-FILE WRITE FAILED" TO WS-ABEND-MESSAGE
               MOVE XFER-POST-FILE-STATUS         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       3200-EXIT.
           EXIT.
      ******************************************************************
      *    4000-MERGE-POSTACT -- the partitions' posted activity in
      *    region order, then the deferred to-legs.  Each account's
      *    postings stay in the order they moved its balance.
      ******************************************************************
       4000-MERGE-POSTACT.
           OPEN INPUT PART-POST-FILE
           IF NOT PART-POST-FILE-OK
               MOVE "PART-POST-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE PART-POST-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           OPEN INPUT XFER-POST-FILE
           IF NOT XFER-POST-FILE-OK
               MOVE "XFER-POST-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE XFER-POST-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           OPEN OUTPUT POSTED-FILE
           IF NOT POSTED-FILE-OK
               MOVE "POSTED-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE POSTED-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           PERFORM 4100-COPY-PART-POST THRU 4100-EXIT
               UNTIL PART-POST-AT-EOF
           PERFORM 4200-COPY-XFER-POST THRU 4200-EXIT
               UNTIL XFER-POST-AT-EOF

           CLOSE PART-POST-FILE
           CLOSE XFER-POST-FILE
           CLOSE POSTED-FILE.
       4000-EXIT.
           EXIT.
      ******************************************************************
      *    4100-COPY-PART-POST -- one partition POSTACT record.
      ******************************************************************
       4100-COPY-PART-POST.
           READ PART-POST-FILE
               AT END
                   MOVE 'Y' TO PART-POST-EOF-SWITCH
           END-READ
           IF PART-POST-AT-EOF
               GO TO 4100-EXIT
           END-IF
           MOVE PART-POST-LINE TO POSTED-LINE
           PERFORM 4900-WRITE-POSTED THRU 4900-EXIT.
       4100-EXIT.
           EXIT.
      ******************************************************************
      *    4200-COPY-XFER-POST -- one deferred to-leg record.
      ******************************************************************
       4200-COPY-XFER-POST.
           READ XFER-POST-FILE
               AT END
                   MOVE 'Y' TO XFER-POST-EOF-SWITCH
           END-READ
           IF XFER-POST-AT-EOF
               GO TO 4200-EXIT
           END-IF
           MOVE POSTED-RECORD TO POSTED-LINE
           PERFORM 4900-WRITE-POSTED THRU 4900-EXIT.
       4200-EXIT.
           EXIT.
      ******************************************************************
      *    4900-WRITE-POSTED -- one POSTACT line, status checked.
      ******************************************************************
       4900-WRITE-POSTED.
           WRITE POSTED-LINE
           IF NOT POSTED-FILE-OK
               MOVE "POSTED-RECORD WRITE FAILED" TO WS-ABEND-MESSAGE
               MOVE POSTED-FILE-STATUS           TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       4900-EXIT.
           EXIT.
      ******************************************************************
      *    5000-MERGE-HELDITEM -- HELDITEM as it stood before the
      *    partitions ran (HELDBASE, absent on a night that started
      *    with none) and tonight's holds from every partition.
      ******************************************************************
       5000-MERGE-HELDITEM.
           OPEN INPUT HELD-BASE-FILE
           IF HELD-BASE-FILE-NOT-FOUND
               MOVE 'Y' TO HELD-BASE-EOF-SWITCH
           ELSE
               IF NOT HELD-BASE-FILE-OK
                   MOVE "HELD-BASE-FILE OPEN FAILED"
                                             TO WS-ABEND-MESSAGE
                   MOVE HELD-BASE-FILE-STATUS
                                             TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
           END-IF
           OPEN INPUT PART-HELD-FILE
           IF NOT PART-HELD-FILE-OK
               MOVE "PART-HELD-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE PART-HELD-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           OPEN OUTPUT HELD-FILE
           IF NOT HELD-FILE-OK
               MOVE "HELD-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE HELD-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           PERFORM 5100-COPY-HELD-BASE THRU 5100-EXIT
               UNTIL HELD-BASE-AT-EOF
           PERFORM 5200-COPY-PART-HELD THRU 5200-EXIT
               UNTIL PART-HELD-AT-EOF

           IF NOT HELD-BASE-FILE-NOT-FOUND
               CLOSE HELD-BASE-FILE
           END-IF
           CLOSE PART-HELD-FILE
           CLOSE HELD-FILE
           DISPLAY "SECTMRG ITEMS HELD: " WS-ITEMS-HELD.
       5000-EXIT.
           EXIT.
      ******************************************************************
      *    5100-COPY-HELD-BASE -- one carried-forward held item.
      ******************************************************************
       5100-COPY-HELD-BASE.
           READ HELD-BASE-FILE
               AT END
                   MOVE 'Y' TO HELD-BASE-EOF-SWITCH
           END-READ
           IF HELD-BASE-AT-EOF
               GO TO 5100-EXIT
           END-IF
           MOVE HELD-BASE-LINE TO HELD-ITEM-RECORD
           PERFORM 5900-WRITE-HELD THRU 5900-EXIT.
       5100-EXIT.
           EXIT.
      ******************************************************************
      *    5200-COPY-PART-HELD -- one of tonight's held items.
      ******************************************************************
       5200-COPY-PART-HELD.
           READ PART-HELD-FILE
               AT END
                   MOVE 'Y' TO PART-HELD-EOF-SWITCH
           END-READ
           IF PART-HELD-AT-EOF
               GO TO 5200-EXIT
           END-IF
           MOVE PART-HELD-LINE TO HELD-ITEM-RECORD
           PERFORM 5900-WRITE-HELD THRU 5900-EXIT.
       5200-EXIT.
           EXIT.
      ******************************************************************
      *    5900-WRITE-HELD -- one HELDITEM record, status checked.
      ******************************************************************
       5900-WRITE-HELD.
           WRITE HELD-ITEM-RECORD
           IF NOT HELD-FILE-OK
               MOVE "HELD-ITEM-RECORD WRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE HELD-FILE-STATUS     TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       5900-EXIT.
           EXIT.
      ******************************************************************
      *    6000-MERGE-MTDACCUM -- MTDACCUM as it stood before the
      *    partitions ran (MTDBASE) and every partition's region
      *    totals for tonight, in region order.  MTD-FILE is left
      *    open for 8000-TERMINATE: the month-end run (8500-) needs
      *    it that way.
      ******************************************************************
       6000-MERGE-MTDACCUM.
           OPEN INPUT MTD-BASE-FILE
           IF MTD-BASE-FILE-NOT-FOUND
               MOVE 'Y' TO MTD-BASE-EOF-SWITCH
           ELSE
               IF NOT MTD-BASE-FILE-OK
                   MOVE "MTD-BASE-FILE OPEN FAILED"
                                             TO WS-ABEND-MESSAGE
                   MOVE MTD-BASE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
           END-IF
           OPEN INPUT PART-MTD-FILE
           IF NOT PART-MTD-FILE-OK
               MOVE "PART-MTD-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE PART-MTD-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           OPEN OUTPUT MTD-FILE
           IF NOT MTD-FILE-OK
               MOVE "MTD-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE MTD-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           PERFORM 6100-COPY-MTD-BASE THRU 6100-EXIT
               UNTIL MTD-BASE-AT-EOF
           PERFORM 6200-COPY-PART-MTD THRU 6200-EXIT
               UNTIL PART-MTD-AT-EOF

           IF NOT MTD-BASE-FILE-NOT-FOUND
               CLOSE MTD-BASE-FILE
           END-IF
           CLOSE PART-MTD-FILE.
       6000-EXIT.
           EXIT.
      ******************************************************************
      *    6100-COPY-MTD-BASE -- one month-to-date record carried in.
      ******************************************************************
       6100-COPY-MTD-BASE.
           READ MTD-BASE-FILE
               AT END
                   MOVE 'Y' TO MTD-BASE-EOF-SWITCH
           END-READ
           IF MTD-BASE-AT-EOF
               GO TO 6100-EXIT
           END-IF
           MOVE MTD-BASE-LINE TO MTD-RECORD
           PERFORM 6900-WRITE-MTD THRU 6900-EXIT.
       6100-EXIT.
           EXIT.
      ******************************************************************
      *    6200-COPY-PART-MTD -- one of tonight's region totals.
      ******************************************************************
       6200-COPY-PART-MTD.
           READ PART-MTD-FILE
               AT END
                   MOVE 'Y' TO PART-MTD-EOF-SWITCH
           END-READ
           IF PART-MTD-AT-EOF
               GO TO 6200-EXIT
           END-IF
           MOVE PART-MTD-LINE TO MTD-RECORD
           PERFORM 6900-WRITE-MTD THRU 6900-EXIT.
       6200-EXIT.
           EXIT.
      ******************************************************************
      *    6900-WRITE-MTD -- one MTDACCUM record, status checked.
      ******************************************************************
       6900-WRITE-MTD.
           WRITE MTD-RECORD
           IF NOT MTD-FILE-OK
               MOVE "MTD-RECORD WRITE FAILED" TO WS-ABEND-MESSAGE
               MOVE MTD-FILE-STATUS           TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       6900-EXIT.
           EXIT.
      ******************************************************************
      *    7000-UPDATE-WORLD -- the WORLD/HELLO master record, opened
      *    (created and seeded from WORLDCFG when missing) as
      *    SECTIONS opens it, and WORLD set to the last partitioned
      *    detail's value field.  A night with no such detail leaves
      *    it as it was.
      ******************************************************************
       7000-UPDATE-WORLD.
           OPEN I-O WORLD-MASTER-FILE
           IF WORLD-MASTER-FILE-NOT-FOUND
               MOVE 0 TO WORLD-MASTER-STATUS
               OPEN OUTPUT WORLD-MASTER-FILE
               CLOSE WORLD-MASTER-FILE
               OPEN I-O WORLD-MASTER-FILE
           END-IF
           IF NOT WORLD-MASTER-OK
               MOVE "WORLD-MASTER-FILE OPEN FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE WORLD-MASTER-STATUS  TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
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

           IF LAST-DETAIL-FOUND
               MOVE WS-LAST-TRAN-VALUE TO WM-WORLD
               MOVE RUNSTMP-RUN-STAMP  TO WM-LAST-UPDATE-STAMP
               REWRITE WORLD-MASTER-RECORD
               IF NOT WORLD-MASTER-OK
                   MOVE "WORLD-MASTER-RECORD REWRITE FAILED"
                                             TO WS-ABEND-MESSAGE
                   MOVE WORLD-MASTER-STATUS  TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
           END-IF
           DISPLAY "ANSWER" WM-WORLD
           CLOSE WORLD-MASTER-FILE.
       7000-EXIT.
           EXIT.
      ******************************************************************
      *    8000-TERMINATE -- month-end report and reset when the
      *    partitions ran in month-end mode, and the night's SECTIONS
      *    control totals as the one SECTIONS run would have written
      *    them, plus the count of deferred credits.
      ******************************************************************
       8000-TERMINATE.
           IF MONTH-END-MODE
               PERFORM 8500-MONTH-END THRU 8500-EXIT
           ELSE
               CLOSE MTD-FILE
           END-IF

           PERFORM 9700-OPEN-CTL-TOTALS THRU 9700-EXIT
           MOVE "DETAIL COUNT"       TO CTL-LABEL
           MOVE WS-DETAIL-COUNT      TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "HASH TOTAL"         TO CTL-LABEL
           MOVE WS-HASH-TOTAL        TO CTL-AMOUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "GRAND TOTAL"        TO CTL-LABEL
           MOVE WS-GRAND-TOTAL       TO CTL-AMOUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "ITEMS HELD"         TO CTL-LABEL
           MOVE WS-ITEMS-HELD        TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "DEFERRED CREDITS"   TO CTL-LABEL
           MOVE WS-XFER-COUNT        TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           CLOSE CTL-TOTAL-FILE.
       8000-EXIT.
           EXIT.
      ******************************************************************
      *    8100-COPY-REPORT-TOTALS -- report-only night: the one
      *    unpartitioned SECTIONS run left its totals on PARTTOT under
      *    SECTIONS; they go to NIGHTTOT as it wrote them.  ACCTBAL,
      *    POSTACT, HELDITEM, MTDACCUM and WORLDMST are not opened.
      ******************************************************************
       8100-COPY-REPORT-TOTALS.
           OPEN INPUT PART-TOT-FILE
           IF NOT PART-TOT-FILE-OK
               MOVE "PART-TOT-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE PART-TOT-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 9700-OPEN-CTL-TOTALS THRU 9700-EXIT
           PERFORM 8150-COPY-REPORT-TOTAL THRU 8150-EXIT
               UNTIL PART-TOT-AT-EOF
           CLOSE PART-TOT-FILE
           CLOSE CTL-TOTAL-FILE

      *    No totals at all: no partition and no report-only run.
           IF WS-REPORT-TOTALS = ZERO
               MOVE "PARTLIST HAS NO REGIONS" TO WS-ABEND-MESSAGE
               MOVE PART-LIST-FILE-STATUS     TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           DISPLAY "SECTMRG REPORT-ONLY TOTALS COPIED: "
                   WS-REPORT-TOTALS.
       8100-EXIT.
           EXIT.

       8150-COPY-REPORT-TOTAL.
           READ PART-TOT-FILE
               AT END
                   MOVE 'Y' TO PART-TOT-EOF-SWITCH
           END-READ
           IF PART-TOT-AT-EOF
            OR NOT PTT-TYPE-TOTAL
               GO TO 8150-EXIT
           END-IF
           IF PTT-STEP-NAME NOT = "SECTIONS"
               DISPLAY "SECTMRG PARTTOT STEP " PTT-STEP-NAME
                       " ON A REPORT-ONLY NIGHT"
               MOVE "PARTTOT NOT FROM A REPORT-ONLY RUN"
                                         TO WS-ABEND-MESSAGE
               MOVE PART-TOT-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           MOVE PART-TOT-RECORD TO CTL-TOTAL-RECORD
           WRITE CTL-TOTAL-RECORD
           IF NOT CTL-TOTAL-OK
               MOVE "CTL-TOTAL-RECORD WRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE CTL-TOTAL-STATUS     TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           ADD 1 TO WS-REPORT-TOTALS.
       8150-EXIT.
           EXIT.
      ******************************************************************
      *    8500-MONTH-END -- MTDRPT month-end report and MTDACCUM
      *    reset, PERFORMed from 8000-TERMINATE (see MTDPRC copybook).
      ******************************************************************
       COPY MTDPRC.
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
      *    9800-WRITE-CTL-TOTAL -- one totals record for OPSUMM, filed
      *    under SECTIONS like the unpartitioned run's; the caller
      *    sets CTL-LABEL and CTL-COUNT or CTL-AMOUNT, both are
      *    cleared again here after the write.
      ******************************************************************
       9800-WRITE-CTL-TOTAL.
           MOVE RUNSTMP-RUN-STAMP TO CTL-RUN-STAMP
           MOVE "SECTIONS"        TO CTL-STEP-NAME
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
      *    OPEN/READ/WRITE/REWRITE that fails its FILE STATUS check,
      *    and for partitions that do not merge.  Set WS-ABEND-
      *    MESSAGE/WS-ABEND-STATUS and PERFORM this THRU 9999-EXIT;
      *    it never returns.
      ******************************************************************
       9999-FILE-ABEND.
           DISPLAY "SECTMRG ABEND - " WS-ABEND-MESSAGE
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9999-EXIT.
           EXIT.
