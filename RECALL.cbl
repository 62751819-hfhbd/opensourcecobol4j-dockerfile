       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 RECALL.
       AUTHOR. WEDEMANN / Softwork.app
       INSTALLATION. Softwork.app
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original program.  Backs out one accepted
      *                      provider file without restoring ACCTBAL
      *                      or rerunning the night: the RCLCARD card
      *                      names the file by its TRANREG signature
      *                      (source code and business date), and
      *                      everything that file produced is found
      *                      by the POST-SOURCE-CD / POST-FILE-DATE
      *                      (TRAN-SOURCE-CD / TRAN-FILE-DATE) stamp
      *                      TRANEDIT put on it.  Each posting on
      *                      POSTMTH (and last night's POSTACT when
      *                      POSTMTH was reset since) is reversed by
      *                      an exact opposite item in base currency
      *                      onto TRANFIL7, a provider file of its
      *                      own that tonight's TRANEDIT edits as
      *                      source '07': a debit by a credit, a
      *                      credit by a debit, an adjustment by its
      *                      negative, a transfer by the transfer
      *                      back.  What never moved money is
      *                      stopped instead: its holds still on
      *                      HELDITEM get cancel cards for HELDREL
      *                      (RCLHCARD), its items still in the
      *                      warehouse get cancel cards for WHSREL
      *                      (RCLWCARD), and its rejects are taken
      *                      out of REJPREV (REJKEEP) so TRANRCYC
      *                      never recycles them.  The RCLRPT report
      *                      lists every item and proves the lot
      *                      against the file's TRANREG count and
      *                      hash total; an unexplained difference
      *                      ends the run COND CODE 4.  The register
      *                      is copied to TRANRGN with the entry
      *                      marked recalled, so the provider can
      *                      redeliver the file.  NIGHTLY's RCLSAVE
      *                      step folds the outputs in.
      *    2026-10-15  JW    Transfer legs paired by POST-XFER-REF and
      *                      account instead of by position: a
      *                      partitioned night writes its cross-region
      *                      to-legs after every partition's postings.
      *                      From-legs wait on a table; one still
      *                      unpaired after the scan is reversed on
      *                      its own.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT RECALL-CARD-FILE ASSIGN TO "RCLCARD"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS RECALL-CARD-FILE-STATUS.

           SELECT REGISTER-FILE    ASSIGN TO "TRANREG"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS REGISTER-FILE-STATUS.

           SELECT NEW-REGISTER-FILE
                                    ASSIGN TO "TRANRGN"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS NEW-REGISTER-FILE-STATUS.

           SELECT POSTED-MONTH-FILE
                                    ASSIGN TO "POSTMTH"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS POSTED-MONTH-FILE-STATUS.

           SELECT POSTED-NIGHT-FILE
                                    ASSIGN TO "POSTACT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS POSTED-NIGHT-FILE-STATUS.

           SELECT HELD-FILE        ASSIGN TO "HELDITEM"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS HELD-FILE-STATUS.

           SELECT WAREHOUSE-FILE   ASSIGN TO "TRANWHS"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS WAREHOUSE-FILE-STATUS.

           SELECT NEW-WHS-FILE     ASSIGN TO "WHSNEW"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS NEW-WHS-FILE-STATUS.

           SELECT REJECT-PREV-FILE ASSIGN TO "REJPREV"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS REJECT-PREV-FILE-STATUS.

           SELECT REJECT-KEEP-FILE ASSIGN TO "REJKEEP"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS REJECT-KEEP-FILE-STATUS.

           SELECT HOLD-CANCEL-FILE ASSIGN TO "RCLHCARD"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS HOLD-CANCEL-FILE-STATUS.

           SELECT WHS-CANCEL-FILE  ASSIGN TO "RCLWCARD"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS WHS-CANCEL-FILE-STATUS.

           SELECT REVERSAL-FILE    ASSIGN TO "TRANFIL7"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS REVERSAL-FILE-STATUS.

           SELECT RCL-RPT-FILE     ASSIGN TO "RCLRPT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS RCL-RPT-FILE-STATUS.

           SELECT CTL-TOTAL-FILE   ASSIGN TO "NIGHTTOT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS CTL-TOTAL-STATUS.
      ******************************************************************
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  RECALL-CARD-FILE.
           COPY RCLREC.

       FD  REGISTER-FILE.
           COPY TREGREC.

       FD  NEW-REGISTER-FILE.
       01  NEW-REGISTER-RECORD        PIC X(59).

       FD  POSTED-MONTH-FILE.
       01  POSTED-MONTH-REC           PIC X(125).

       FD  POSTED-NIGHT-FILE.
       01  POSTED-NIGHT-REC           PIC X(125).

       FD  HELD-FILE.
           COPY HELDREC.

       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-FILE-REC         PIC X(166).

       FD  NEW-WHS-FILE.
       01  NEW-WHS-FILE-REC           PIC X(166).

       FD  REJECT-PREV-FILE.
           COPY REJREC.

       FD  REJECT-KEEP-FILE.
       01  REJECT-KEEP-RECORD         PIC X(142).

       FD  HOLD-CANCEL-FILE.
           COPY HRELREC.

       FD  WHS-CANCEL-FILE.
           COPY WCNREC.

       FD  REVERSAL-FILE.
       01  REVERSAL-TRAN-RECORD       PIC X(80).

       FD  RCL-RPT-FILE.
       01  RCL-RPT-LINE               PIC X(132).

       FD  CTL-TOTAL-FILE.
           COPY CTLREC.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY RUNSTMP.

      *    POSTMTH and POSTACT are both read INTO this one record, so
      *    the month's postings and last night's go through the same
      *    paragraphs.
       COPY POSTREC.

      *    The reversal being built for TRANFIL7, and the image of a
      *    held, warehoused or rejected item while it is matched --
      *    plus the TRANFIL7 header and trailer.
       COPY TRANREC.

       COPY TRANHT.

       COPY WHSREC.

       01  SW-RECALL-CARD-FILE-STATUS.
           05  RECALL-CARD-FILE-STATUS PIC X(02) VALUE '00'.
               88  RECALL-CARD-FILE-OK            VALUE '00'.
               88  RECALL-CARD-NOT-FOUND          VALUE '35'.

       01  SW-REGISTER-FILE-STATUS.
           05  REGISTER-FILE-STATUS    PIC X(02) VALUE '00'.
               88  REGISTER-FILE-OK               VALUE '00'.
               88  REGISTER-FILE-NOT-FOUND        VALUE '35'.

       01  SW-NEW-REGISTER-FILE-STATUS.
           05  NEW-REGISTER-FILE-STATUS
                                       PIC X(02) VALUE '00'.
               88  NEW-REGISTER-FILE-OK           VALUE '00'.

       01  SW-POSTED-MONTH-FILE-STATUS.
           05  POSTED-MONTH-FILE-STATUS
                                       PIC X(02) VALUE '00'.
               88  POSTED-MONTH-FILE-OK           VALUE '00'.
               88  POSTED-MONTH-NOT-FOUND         VALUE '35'.

       01  SW-POSTED-NIGHT-FILE-STATUS.
           05  POSTED-NIGHT-FILE-STATUS
                                       PIC X(02) VALUE '00'.
               88  POSTED-NIGHT-FILE-OK           VALUE '00'.
               88  POSTED-NIGHT-NOT-FOUND         VALUE '35'.

       01  SW-HELD-FILE-STATUS.
           05  HELD-FILE-STATUS        PIC X(02) VALUE '00'.
               88  HELD-FILE-OK                   VALUE '00'.
               88  HELD-FILE-NOT-FOUND            VALUE '35'.

       01  SW-WAREHOUSE-FILE-STATUS.
           05  WAREHOUSE-FILE-STATUS   PIC X(02) VALUE '00'.
               88  WAREHOUSE-FILE-OK              VALUE '00'.
               88  WAREHOUSE-FILE-NOT-FOUND       VALUE '35'.

       01  SW-NEW-WHS-FILE-STATUS.
           05  NEW-WHS-FILE-STATUS     PIC X(02) VALUE '00'.
               88  NEW-WHS-FILE-OK                VALUE '00'.
               88  NEW-WHS-FILE-NOT-FOUND         VALUE '35'.

       01  SW-REJECT-PREV-FILE-STATUS.
           05  REJECT-PREV-FILE-STATUS PIC X(02) VALUE '00'.
               88  REJECT-PREV-FILE-OK            VALUE '00'.
               88  REJECT-PREV-NOT-FOUND          VALUE '35'.

       01  SW-REJECT-KEEP-FILE-STATUS.
           05  REJECT-KEEP-FILE-STATUS PIC X(02) VALUE '00'.
               88  REJECT-KEEP-FILE-OK            VALUE '00'.

       01  SW-HOLD-CANCEL-FILE-STATUS.
           05  HOLD-CANCEL-FILE-STATUS PIC X(02) VALUE '00'.
               88  HOLD-CANCEL-FILE-OK            VALUE '00'.

       01  SW-WHS-CANCEL-FILE-STATUS.
           05  WHS-CANCEL-FILE-STATUS  PIC X(02) VALUE '00'.
               88  WHS-CANCEL-FILE-OK             VALUE '00'.

       01  SW-REVERSAL-FILE-STATUS.
           05  REVERSAL-FILE-STATUS    PIC X(02) VALUE '00'.
               88  REVERSAL-FILE-OK               VALUE '00'.

       01  SW-RCL-RPT-FILE-STATUS.
           05  RCL-RPT-FILE-STATUS     PIC X(02) VALUE '00'.
               88  RCL-RPT-FILE-OK                VALUE '00'.

       01  SW-CTL-TOTAL-STATUS.
           05  CTL-TOTAL-STATUS        PIC X(02) VALUE '00'.
               88  CTL-TOTAL-OK                   VALUE '00'.
               88  CTL-TOTAL-NOT-FOUND            VALUE '35'.

       01  SW-END-OF-FILE.
           05  CARD-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  CARD-AT-EOF                    VALUE 'Y'.
           05  REGISTER-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  REGISTER-AT-EOF                VALUE 'Y'.
           05  MONTH-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  MONTH-AT-EOF                   VALUE 'Y'.
           05  NIGHT-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  NIGHT-AT-EOF                   VALUE 'Y'.
           05  HELD-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  HELD-AT-EOF                    VALUE 'Y'.
           05  WAREHOUSE-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WAREHOUSE-AT-EOF               VALUE 'Y'.
           05  NEW-WHS-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  NEW-WHS-AT-EOF                 VALUE 'Y'.
           05  REJECT-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  REJECT-AT-EOF                  VALUE 'Y'.

       01  SW-RECALL-STATE.
      *    Set once a good card has named exactly one live TRANREG
      *    entry -- nothing is recalled otherwise.
           05  RECALL-REQUESTED-SW     PIC X(01) VALUE 'N'.
               88  RECALL-REQUESTED               VALUE 'Y'.
           05  CARD-ACCEPTED-SW        PIC X(01) VALUE 'N'.
               88  CARD-ACCEPTED                  VALUE 'Y'.
           05  ITEM-MATCH-SW           PIC X(01) VALUE 'N'.
               88  ITEM-MATCHED                   VALUE 'Y'.
           05  FROM-LEG-FOUND-SW       PIC X(01) VALUE 'N'.
               88  FROM-LEG-FOUND                 VALUE 'Y'.

      *    The file being recalled: the card's selection, then the
      *    TRANREG entry it picked.  Only what was stamped on or
      *    after the night the entry was registered belongs to it --
      *    a redelivered file shares its source and business date
      *    with the recalled original.
       01  WS-RECALL-FIELDS.
           05  WS-RCL-CARD-IMAGE       PIC X(80) VALUE SPACES.
           05  WS-RCL-SOURCE           PIC X(02) VALUE SPACES.
           05  WS-RCL-BUS-DATE         PIC X(10) VALUE SPACES.
           05  WS-RCL-COUNT-GIVEN-SW   PIC X(01) VALUE 'N'.
               88  RCL-COUNT-GIVEN                VALUE 'Y'.
           05  WS-RCL-COUNT            PIC 9(09) VALUE ZERO.
           05  WS-RCL-ENTRY-NO         PIC 9(09) COMP VALUE ZERO.
           05  WS-RCL-RUN-STAMP        PIC X(19) VALUE SPACES.
           05  WS-RCL-FROM-DATE        PIC X(10) VALUE SPACES.
           05  WS-RCL-TRG-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-RCL-TRG-HASH         PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-REGISTER-COUNTERS.
           05  WS-REGISTER-READ        PIC 9(09) COMP VALUE ZERO.
           05  WS-LIVE-MATCHES         PIC 9(09) COMP VALUE ZERO.
           05  WS-RECALLED-MATCHES     PIC 9(09) COMP VALUE ZERO.

      *    What 2050-MATCH-ITEM tests against the recall fields: the
      *    item's source and file date, and the date it was stamped.
       01  WS-MATCH-FIELDS.
           05  WS-MATCH-SOURCE         PIC X(02) VALUE SPACES.
           05  WS-MATCH-FILE-DATE      PIC X(10) VALUE SPACES.
           05  WS-MATCH-ITEM-DATE      PIC X(10) VALUE SPACES.

      *    The latest posting date on POSTMTH -- last night's
      *    POSTACT is only read for postings beyond it, i.e. when
      *    POSTMTH was reset for a new month since.
       01  WS-MONTH-LAST-DATE         PIC X(10) VALUE SPACES.

      *    Transfer from-legs waiting for their to-legs, which are
      *    found by the transfer reference and the two accounts --
      *    not by position: a partitioned night's cross-region
      *    to-legs follow all of the partitions' postings.  Each
      *    entry keeps the whole posting, for a leg left unpaired,
      *    and the fields the transfer back needs from it.
       01  WS-FROM-LEG-TABLE.
           05  WS-FROM-LEG-MAX         PIC 9(04) COMP VALUE 5000.
           05  WS-FROM-LEG-COUNT       PIC 9(04) COMP VALUE ZERO.
           05  WS-FROM-LEG-SUB         PIC 9(04) COMP VALUE ZERO.
           05  WS-FROM-LEG-ENTRY       OCCURS 5000 TIMES.
               10  WS-FROM-LEG-POSTING PIC X(125).
               10  WS-FROM-LEG-REGION  PIC X(03).
               10  WS-FROM-LEG-ACCOUNT PIC X(10).
               10  WS-FROM-LEG-TO-ACCT PIC X(10).
               10  WS-FROM-LEG-REF     PIC X(10).
               10  WS-FROM-LEG-DONE    PIC X(01).

       01  WS-RECALL-COUNTERS.
           05  WS-CARDS-READ           PIC 9(09) COMP VALUE ZERO.
           05  WS-CARDS-IN-ERROR       PIC 9(09) COMP VALUE ZERO.
           05  WS-FILES-RECALLED       PIC 9(09) COMP VALUE ZERO.
           05  WS-POSTINGS-READ        PIC 9(09) COMP VALUE ZERO.
           05  WS-POSTINGS-MATCHED     PIC 9(09) COMP VALUE ZERO.

      *    The file's details by what became of them, counted once
      *    per detail (a transfer on its from-leg) at the amount as
      *    delivered -- the unit of the TRANREG hash total.
       01  WS-PROOF-COUNTERS.
           05  WS-REVERSED-ITEMS       PIC 9(09) COMP VALUE ZERO.
           05  WS-REVERSED-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-UNPOSTED-ITEMS       PIC 9(09) COMP VALUE ZERO.
           05  WS-UNPOSTED-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-HELD-ITEMS           PIC 9(09) COMP VALUE ZERO.
           05  WS-HELD-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-WHS-ITEMS            PIC 9(09) COMP VALUE ZERO.
           05  WS-WHS-AMOUNT           PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-REJ-ITEMS            PIC 9(09) COMP VALUE ZERO.
           05  WS-REJ-AMOUNT           PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-ACCOUNTED-ITEMS      PIC 9(09) COMP VALUE ZERO.
           05  WS-ACCOUNTED-AMOUNT     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-DIFF-ITEMS           PIC S9(09) COMP VALUE ZERO.
           05  WS-DIFF-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.

      *    TRANFIL7 trailer: reversal items and TRAN-AMOUNT hash, in
      *    base currency as written.
       01  WS-REVERSAL-TOTALS.
           05  WS-REVERSAL-COUNT       PIC 9(09) COMP VALUE ZERO.
           05  WS-REVERSAL-HASH        PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-RPT-TITLE.
           05  FILLER                  PIC X(28)
                   VALUE "PROVIDER FILE RECALL REPORT ".
           05  WS-TTL-RUN-STAMP        PIC X(19) VALUE SPACES.
           05  FILLER                  PIC X(15)
                   VALUE " BUSINESS DATE ".
           05  WS-TTL-BUS-DATE         PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-RPT-REQUEST-LINE.
           05  FILLER                  PIC X(17)
                   VALUE "RECALL OF SOURCE ".
           05  WS-RQ-SOURCE            PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11)
                   VALUE " FILE DATE ".
           05  WS-RQ-BUS-DATE          PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(12)
                   VALUE " REGISTERED ".
           05  WS-RQ-RUN-STAMP         PIC X(19) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE " COUNT ".
           05  WS-RQ-COUNT             PIC Z(08)9.
           05  FILLER                  PIC X(06) VALUE " HASH ".
           05  WS-RQ-HASH              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(14) VALUE "ACTION".
           05  FILLER                  PIC X(11) VALUE "DATE".
           05  FILLER                  PIC X(14) VALUE "REGION/ACCT".
           05  FILLER                  PIC X(03) VALUE "TY".
           05  FILLER                  PIC X(02) VALUE "S".
           05  FILLER                  PIC X(18)
                   VALUE "      ORIG AMOUNT".
           05  FILLER                  PIC X(05) VALUE "CUR".
           05  FILLER                  PIC X(02) VALUE "R".
           05  FILLER                  PIC X(19)
                   VALUE "  REVERSAL AMOUNT".
           05  FILLER                  PIC X(17) VALUE "REFERENCE".
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-RPT-ITEM-LINE.
           05  WS-RPT-ACTION           PIC X(13) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-DATE             PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-TRAN-KEY.
               10  WS-RPT-REGION-CD    PIC X(03) VALUE SPACES.
               10  WS-RPT-ACCOUNT-ID   PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-TYPE-CD          PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS-CD        PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-ORIG-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-CURRENCY-CD      PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-REV-TYPE-CD      PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-REV-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-REFERENCE        PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-RPT-NONE-LINE.
           05  FILLER                  PIC X(40)
                   VALUE "NO RECALL REQUESTED TONIGHT".
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-RPT-CARD-LINE.
           05  FILLER                  PIC X(10) VALUE "CARD ERR".
           05  WS-RPT-CARD-REASON      PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPT-CARD-IMAGE       PIC X(80) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-RPT-PROOF-TITLE.
           05  FILLER                  PIC X(40)
                   VALUE "PROOF AGAINST THE TRANREG HASH TOTAL".
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-RPT-PROOF-HEADING.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "     ITEMS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(22)
                   VALUE "   AMOUNT AS DELIVERED".
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-RPT-PROOF-LINE.
           05  WS-RPT-PROOF-LABEL      PIC X(40) VALUE SPACES.
           05  WS-RPT-PROOF-ITEMS      PIC Z(08)9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-PROOF-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-RPT-VERDICT-LINE.
           05  WS-RPT-VERDICT          PIC X(60) VALUE SPACES.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           05  WS-ABEND-STATUS         PIC X(02) VALUE SPACES.
      /*****************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-RECALL-FILE THRU 2000-EXIT
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.
      ******************************************************************
      *    0900-STAMP-RUN-DATE -- shared run-date/run-time stamp,
      *    PERFORMed from 1000-INITIALIZE below (see RUNSTPRC copybook).
      ******************************************************************
       COPY RUNSTPRC.
      ******************************************************************
      *    1000-INITIALIZE -- stamp the run, head the report, start
      *    TRANFIL7 with its header, read the recall card and find
      *    the TRANREG entry it names.  TRANFIL7 is written on every
      *    run, empty or not, so TRANEDIT never edits an earlier
      *    night's reversals.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 0900-STAMP-RUN-DATE THRU 0900-EXIT

           OPEN OUTPUT RCL-RPT-FILE
           IF NOT RCL-RPT-FILE-OK
               MOVE "RCL-RPT-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE RCL-RPT-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           MOVE RUNSTMP-RUN-STAMP TO WS-TTL-RUN-STAMP
           MOVE RUNSTMP-RUN-DATE  TO WS-TTL-BUS-DATE
           MOVE WS-RPT-TITLE      TO RCL-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT
           MOVE SPACES            TO RCL-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT

           OPEN OUTPUT REVERSAL-FILE
           IF NOT REVERSAL-FILE-OK
               MOVE "REVERSAL-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE REVERSAL-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           MOVE SPACES             TO TRAN-HEADER-RECORD
           MOVE 'HDR'              TO TRAN-HDR-ID
           MOVE RUNSTMP-RUN-DATE   TO TRAN-HDR-BUS-DATE
           MOVE TRAN-HEADER-RECORD TO REVERSAL-TRAN-RECORD
           PERFORM 2950-WRITE-REVERSAL THRU 2950-EXIT

           PERFORM 1100-LOAD-CARD THRU 1100-EXIT
           IF CARD-ACCEPTED
               PERFORM 1200-FIND-ENTRY THRU 1200-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      ******************************************************************
      *    1100-LOAD-CARD -- tonight's RCLCARD.  No card file is a
      *    normal night: nothing is recalled.  One file is recalled
      *    per run; a second card is an error and is not acted on.
      ******************************************************************
       1100-LOAD-CARD.
           OPEN INPUT RECALL-CARD-FILE
           IF RECALL-CARD-NOT-FOUND
               DISPLAY "RECALL NO RCLCARD - NO RECALL TONIGHT"
               GO TO 1100-EXIT
           END-IF
           IF NOT RECALL-CARD-FILE-OK
               MOVE "RECALL-CARD-FILE OPEN FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE RECALL-CARD-FILE-STATUS
                                         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 1110-READ-CARD THRU 1110-EXIT
               UNTIL CARD-AT-EOF
           CLOSE RECALL-CARD-FILE.
       1100-EXIT.
           EXIT.
      ******************************************************************
      *    1110-READ-CARD -- edit one card; the first good one is the
      *    recall request, a bad one is listed on RCLRPT.
      ******************************************************************
       1110-READ-CARD.
           READ RECALL-CARD-FILE
               AT END
                   MOVE 'Y' TO CARD-EOF-SWITCH
                   GO TO 1110-EXIT
           END-READ
           IF RECALL-CARD = SPACES
            OR RECALL-CARD (1:1) = '*'
               GO TO 1110-EXIT
           END-IF
           ADD 1 TO WS-CARDS-READ
           MOVE RECALL-CARD TO WS-RPT-CARD-IMAGE
           IF CARD-ACCEPTED
               MOVE "ONLY ONE RECALL PER RUN"  TO WS-RPT-CARD-REASON
               PERFORM 2300-WRITE-CARD-ERROR THRU 2300-EXIT
               GO TO 1110-EXIT
           END-IF
           IF NOT RCL-ACTION-RECALL
               MOVE "ACTION NOT RECALL"        TO WS-RPT-CARD-REASON
               PERFORM 2300-WRITE-CARD-ERROR THRU 2300-EXIT
               GO TO 1110-EXIT
           END-IF
           IF RCL-SOURCE-CD = SPACES
            OR RCL-BUS-DATE = SPACES
               MOVE "SOURCE / FILE DATE MISSING" TO WS-RPT-CARD-REASON
               PERFORM 2300-WRITE-CARD-ERROR THRU 2300-EXIT
               GO TO 1110-EXIT
           END-IF
           IF RCL-RECORD-COUNT NOT = SPACES
            AND RCL-RECORD-COUNT NOT NUMERIC
               MOVE "RECORD COUNT NOT NUMERIC" TO WS-RPT-CARD-REASON
               PERFORM 2300-WRITE-CARD-ERROR THRU 2300-EXIT
               GO TO 1110-EXIT
           END-IF
           MOVE 'Y'           TO CARD-ACCEPTED-SW
           MOVE RECALL-CARD   TO WS-RCL-CARD-IMAGE
           MOVE RCL-SOURCE-CD TO WS-RCL-SOURCE
           MOVE RCL-BUS-DATE  TO WS-RCL-BUS-DATE
           IF RCL-RECORD-COUNT NOT = SPACES
               MOVE 'Y'                TO WS-RCL-COUNT-GIVEN-SW
               MOVE RCL-RECORD-COUNT-N TO WS-RCL-COUNT
           END-IF.
       1110-EXIT.
           EXIT.
      ******************************************************************
      *    1200-FIND-ENTRY -- first pass over TRANREG: the card must
      *    name exactly one entry not yet recalled.  Its signature
      *    and registration date are kept for the proof; its place
      *    in the register is kept for the rewrite in 2600-.
      ******************************************************************
       1200-FIND-ENTRY.
           OPEN INPUT REGISTER-FILE
           IF REGISTER-FILE-NOT-FOUND
               MOVE "NO TRANREG ENTRY FOR CARD" TO WS-RPT-CARD-REASON
               MOVE WS-RCL-CARD-IMAGE          TO WS-RPT-CARD-IMAGE
               PERFORM 2300-WRITE-CARD-ERROR THRU 2300-EXIT
               GO TO 1200-EXIT
           END-IF
           IF NOT REGISTER-FILE-OK
               MOVE "REGISTER-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE REGISTER-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 1210-READ-REGISTER THRU 1210-EXIT
               UNTIL REGISTER-AT-EOF
           CLOSE REGISTER-FILE

           MOVE WS-RCL-CARD-IMAGE TO WS-RPT-CARD-IMAGE
           IF WS-LIVE-MATCHES > 1
               MOVE "SEVERAL FILES - GIVE THE COUNT"
                                         TO WS-RPT-CARD-REASON
               PERFORM 2300-WRITE-CARD-ERROR THRU 2300-EXIT
               GO TO 1200-EXIT
           END-IF
           IF WS-LIVE-MATCHES = ZERO
               IF WS-RECALLED-MATCHES > ZERO
                   MOVE "FILE ALREADY RECALLED"
                                         TO WS-RPT-CARD-REASON
               ELSE
                   MOVE "NO TRANREG ENTRY FOR CARD"
                                         TO WS-RPT-CARD-REASON
               END-IF
               PERFORM 2300-WRITE-CARD-ERROR THRU 2300-EXIT
               GO TO 1200-EXIT
           END-IF
           MOVE 'Y' TO RECALL-REQUESTED-SW.
       1200-EXIT.
           EXIT.

       1210-READ-REGISTER.
           READ REGISTER-FILE
               AT END
                   MOVE 'Y' TO REGISTER-EOF-SWITCH
                   GO TO 1210-EXIT
           END-READ
           ADD 1 TO WS-REGISTER-READ
           IF TRG-SOURCE-CD NOT = WS-RCL-SOURCE
            OR TRG-BUS-DATE NOT = WS-RCL-BUS-DATE
               GO TO 1210-EXIT
           END-IF
           IF RCL-COUNT-GIVEN
            AND TRG-RECORD-COUNT NOT = WS-RCL-COUNT
               GO TO 1210-EXIT
           END-IF
           IF TRG-RECALLED
               ADD 1 TO WS-RECALLED-MATCHES
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO WS-LIVE-MATCHES
           MOVE WS-REGISTER-READ      TO WS-RCL-ENTRY-NO
           MOVE TRG-RUN-STAMP         TO WS-RCL-RUN-STAMP
           MOVE TRG-RUN-STAMP (1:10)  TO WS-RCL-FROM-DATE
           MOVE TRG-RECORD-COUNT      TO WS-RCL-TRG-COUNT
           MOVE TRG-HASH-TOTAL        TO WS-RCL-TRG-HASH.
       1210-EXIT.
           EXIT.
      ******************************************************************
      *    2000-RECALL-FILE -- the recall proper: open the recall
      *    outputs, reverse the postings, stop the holds, warehoused
      *    items and rejects, and copy the register with the entry
      *    marked.  Skipped whole when no card named a live entry.
      ******************************************************************
       2000-RECALL-FILE.
           IF NOT RECALL-REQUESTED
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-FILES-RECALLED
           DISPLAY "RECALL SOURCE " WS-RCL-SOURCE
                   " FILE DATE " WS-RCL-BUS-DATE
                   " REGISTERED " WS-RCL-RUN-STAMP

           MOVE WS-RCL-SOURCE       TO WS-RQ-SOURCE
           MOVE WS-RCL-BUS-DATE     TO WS-RQ-BUS-DATE
           MOVE WS-RCL-RUN-STAMP    TO WS-RQ-RUN-STAMP
           MOVE WS-RCL-TRG-COUNT    TO WS-RQ-COUNT
           MOVE WS-RCL-TRG-HASH     TO WS-RQ-HASH
           MOVE WS-RPT-REQUEST-LINE TO RCL-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT
           MOVE SPACES              TO RCL-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT
           MOVE WS-RPT-HEADING      TO RCL-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT

           OPEN OUTPUT HOLD-CANCEL-FILE
           IF NOT HOLD-CANCEL-FILE-OK
               MOVE "HOLD-CANCEL-FILE OPEN FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE HOLD-CANCEL-FILE-STATUS
                                         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           OPEN OUTPUT WHS-CANCEL-FILE
           IF NOT WHS-CANCEL-FILE-OK
               MOVE "WHS-CANCEL-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE WHS-CANCEL-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           OPEN OUTPUT REJECT-KEEP-FILE
           IF NOT REJECT-KEEP-FILE-OK
               MOVE "REJECT-KEEP-FILE OPEN FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE REJECT-KEEP-FILE-STATUS
                                         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           PERFORM 2100-SCAN-POSTINGS THRU 2100-EXIT
           PERFORM 2400-SCAN-HELD THRU 2400-EXIT
           PERFORM 2500-SCAN-WAREHOUSE THRU 2500-EXIT
           PERFORM 2600-SCAN-REJECTS THRU 2600-EXIT
           PERFORM 2700-REWRITE-REGISTER THRU 2700-EXIT

           CLOSE HOLD-CANCEL-FILE
           CLOSE WHS-CANCEL-FILE
           CLOSE REJECT-KEEP-FILE.
       2000-EXIT.
           EXIT.
      ******************************************************************
      *    2050-MATCH-ITEM -- does the item the caller described in
      *    WS-MATCH-FIELDS belong to the recalled file?  Its source
      *    and file date must be the entry's, and it must have been
      *    stamped no earlier than the night the entry registered.
      ******************************************************************
       2050-MATCH-ITEM.
           MOVE 'N' TO ITEM-MATCH-SW
           IF WS-MATCH-SOURCE = WS-RCL-SOURCE
            AND WS-MATCH-FILE-DATE = WS-RCL-BUS-DATE
            AND WS-MATCH-ITEM-DATE NOT < WS-RCL-FROM-DATE
               MOVE 'Y' TO ITEM-MATCH-SW
           END-IF.
       2050-EXIT.
           EXIT.
      ******************************************************************
      *    2100-SCAN-POSTINGS -- the month's postings off POSTMTH,
      *    then any of last night's POSTACT postings dated after the
      *    last POSTMTH date (none, unless the month-end statement
      *    run has reset POSTMTH since).  Either file may be absent.
      ******************************************************************
       2100-SCAN-POSTINGS.
           OPEN INPUT POSTED-MONTH-FILE
           IF POSTED-MONTH-NOT-FOUND
               DISPLAY "RECALL NO POSTMTH - MONTH NOT SEARCHED"
               MOVE 'Y' TO MONTH-EOF-SWITCH
           ELSE
               IF NOT POSTED-MONTH-FILE-OK
                   MOVE "POSTED-MONTH-FILE OPEN FAILED"
                                         TO WS-ABEND-MESSAGE
                   MOVE POSTED-MONTH-FILE-STATUS
                                         TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
           END-IF
           PERFORM 2110-READ-MONTH THRU 2110-EXIT
               UNTIL MONTH-AT-EOF
           IF NOT POSTED-MONTH-NOT-FOUND
               CLOSE POSTED-MONTH-FILE
           END-IF

           OPEN INPUT POSTED-NIGHT-FILE
           IF POSTED-NIGHT-NOT-FOUND
               DISPLAY "RECALL NO POSTACT - LAST NIGHT NOT SEARCHED"
               MOVE 'Y' TO NIGHT-EOF-SWITCH
           ELSE
               IF NOT POSTED-NIGHT-FILE-OK
                   MOVE "POSTED-NIGHT-FILE OPEN FAILED"
                                         TO WS-ABEND-MESSAGE
                   MOVE POSTED-NIGHT-FILE-STATUS
                                         TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
           END-IF
           PERFORM 2120-READ-NIGHT THRU 2120-EXIT
               UNTIL NIGHT-AT-EOF
           IF NOT POSTED-NIGHT-NOT-FOUND
               CLOSE POSTED-NIGHT-FILE
           END-IF

      *    A from-leg whose to-leg never came is reversed on its own.
           PERFORM 2260-UNPAIRED-FROM-LEG THRU 2260-EXIT
               VARYING WS-FROM-LEG-SUB FROM 1 BY 1
               UNTIL WS-FROM-LEG-SUB > WS-FROM-LEG-COUNT.
       2100-EXIT.
           EXIT.

       2110-READ-MONTH.
           READ POSTED-MONTH-FILE INTO POSTED-RECORD
               AT END
                   MOVE 'Y' TO MONTH-EOF-SWITCH
                   GO TO 2110-EXIT
           END-READ
           IF POST-RUN-STAMP (1:10) > WS-MONTH-LAST-DATE
               MOVE POST-RUN-STAMP (1:10) TO WS-MONTH-LAST-DATE
           END-IF
           PERFORM 2200-CHECK-POSTING THRU 2200-EXIT.
       2110-EXIT.
           EXIT.

       2120-READ-NIGHT.
           READ POSTED-NIGHT-FILE INTO POSTED-RECORD
               AT END
                   MOVE 'Y' TO NIGHT-EOF-SWITCH
                   GO TO 2120-EXIT
           END-READ
           IF POST-RUN-STAMP (1:10) > WS-MONTH-LAST-DATE
               PERFORM 2200-CHECK-POSTING THRU 2200-EXIT
           END-IF.
       2120-EXIT.
           EXIT.
      ******************************************************************
      *    2200-CHECK-POSTING -- one posting.  One of the recalled
      *    file's is reversed when it moved money ('P'), counted as
      *    not posted when it did not ('N' no account, 'X' transfer
      *    leg refused).  A hold ('H') is passed over here: the item
      *    is either still on HELDITEM (2400-) or was released and
      *    shows again as its later posting or reject.
      ******************************************************************
       2200-CHECK-POSTING.
           ADD 1 TO WS-POSTINGS-READ
           MOVE POST-SOURCE-CD        TO WS-MATCH-SOURCE
           MOVE POST-FILE-DATE        TO WS-MATCH-FILE-DATE
           MOVE POST-RUN-STAMP (1:10) TO WS-MATCH-ITEM-DATE
           PERFORM 2050-MATCH-ITEM THRU 2050-EXIT
           IF NOT ITEM-MATCHED
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-POSTINGS-MATCHED

           EVALUATE POST-STATUS-CD
               WHEN 'P'
                   PERFORM 2210-REVERSE-POSTING THRU 2210-EXIT
               WHEN 'N'
               WHEN 'X'
                   PERFORM 2280-NOT-POSTED THRU 2280-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2200-EXIT.
           EXIT.
      ******************************************************************
      *    2210-REVERSE-POSTING -- a posting that moved money.  A
      *    transfer's from-leg waits on the from-leg table (2220-)
      *    and its to-leg, wherever it comes, reverses the pair as
      *    one transfer back (2250-); a to-leg with no from-leg
      *    waiting is reversed on its own.  Anything else is
      *    reversed by its opposite (2240-).
      ******************************************************************
       2210-REVERSE-POSTING.
           IF POST-TYPE-CD = 'T'
               IF POST-XFER-FROM-LEG
                   PERFORM 2220-ADD-FROM-LEG THRU 2220-EXIT
                   GO TO 2210-EXIT
               END-IF
               PERFORM 2230-FIND-FROM-LEG THRU 2230-EXIT
               IF FROM-LEG-FOUND
                   PERFORM 2250-REVERSE-TRANSFER THRU 2250-EXIT
                   GO TO 2210-EXIT
               END-IF
           END-IF
           PERFORM 2240-REVERSE-SINGLE THRU 2240-EXIT.
       2210-EXIT.
           EXIT.
      ******************************************************************
      *    2220-ADD-FROM-LEG -- a transfer's from-leg onto the table
      *    to wait for its to-leg.
      ******************************************************************
       2220-ADD-FROM-LEG.
           IF WS-FROM-LEG-COUNT NOT LESS THAN WS-FROM-LEG-MAX
               MOVE "TRANSFER FROM-LEG TABLE FULL"
                                         TO WS-ABEND-MESSAGE
               MOVE POSTED-MONTH-FILE-STATUS
                                         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           ADD 1 TO WS-FROM-LEG-COUNT
           MOVE POSTED-RECORD
             TO WS-FROM-LEG-POSTING (WS-FROM-LEG-COUNT)
           MOVE POST-REGION-CD
             TO WS-FROM-LEG-REGION (WS-FROM-LEG-COUNT)
           MOVE POST-ACCOUNT-ID
             TO WS-FROM-LEG-ACCOUNT (WS-FROM-LEG-COUNT)
           MOVE POST-XFER-ACCOUNT-ID
             TO WS-FROM-LEG-TO-ACCT (WS-FROM-LEG-COUNT)
           MOVE POST-XFER-REF
             TO WS-FROM-LEG-REF (WS-FROM-LEG-COUNT)
           MOVE 'N'
             TO WS-FROM-LEG-DONE (WS-FROM-LEG-COUNT).
       2220-EXIT.
           EXIT.
      ******************************************************************
      *    2230-FIND-FROM-LEG -- the waiting from-leg of this to-leg:
      *    the same transfer reference, its account this leg's other
      *    account and the other way round.  FROM-LEG-FOUND with
      *    WS-FROM-LEG-SUB on the entry.
      ******************************************************************
       2230-FIND-FROM-LEG.
           MOVE 'N'  TO FROM-LEG-FOUND-SW
           MOVE ZERO TO WS-FROM-LEG-SUB
           PERFORM 2235-MATCH-FROM-LEG THRU 2235-EXIT
               UNTIL FROM-LEG-FOUND
                  OR WS-FROM-LEG-SUB NOT LESS THAN WS-FROM-LEG-COUNT.
       2230-EXIT.
           EXIT.

       2235-MATCH-FROM-LEG.
           ADD 1 TO WS-FROM-LEG-SUB
           IF WS-FROM-LEG-DONE (WS-FROM-LEG-SUB) = 'N'
            AND WS-FROM-LEG-REF (WS-FROM-LEG-SUB) = POST-XFER-REF
            AND WS-FROM-LEG-ACCOUNT (WS-FROM-LEG-SUB)
                                    = POST-XFER-ACCOUNT-ID
            AND WS-FROM-LEG-TO-ACCT (WS-FROM-LEG-SUB)
                                    = POST-ACCOUNT-ID
               MOVE 'Y' TO FROM-LEG-FOUND-SW
           END-IF.
       2235-EXIT.
           EXIT.
      ******************************************************************
      *    2240-REVERSE-SINGLE -- the opposite of one posting, in
      *    base currency at the amount that moved the balance: a
      *    debit back as a credit, a credit as a debit, an
      *    adjustment as its negative.  A lone transfer leg is
      *    undone as the credit or debit its own account took.
      ******************************************************************
       2240-REVERSE-SINGLE.
           MOVE SPACES          TO TRAN-RECORD
           MOVE POST-REGION-CD  TO TRAN-REGION-CD
           MOVE POST-ACCOUNT-ID TO TRAN-ACCOUNT-ID
           MOVE POST-TRAN-VALUE TO TRAN-VALUE
           MOVE POST-AMOUNT     TO TRAN-AMOUNT
           EVALUATE TRUE
               WHEN POST-TYPE-CD = 'D'
                   MOVE 'C' TO TRAN-TYPE-CD
               WHEN POST-TYPE-CD = 'C'
                   MOVE 'D' TO TRAN-TYPE-CD
               WHEN POST-TYPE-CD = 'T' AND POST-XFER-FROM-LEG
                   MOVE 'C' TO TRAN-TYPE-CD
               WHEN POST-TYPE-CD = 'T'
                   MOVE 'D' TO TRAN-TYPE-CD
               WHEN OTHER
                   MOVE 'A' TO TRAN-TYPE-CD
                   COMPUTE TRAN-AMOUNT = ZERO - POST-AMOUNT
           END-EVALUATE
           PERFORM 2960-WRITE-REVERSAL-ITEM THRU 2960-EXIT

           ADD 1                TO WS-REVERSED-ITEMS
           ADD POST-ORIG-AMOUNT TO WS-REVERSED-AMOUNT
           MOVE "REVERSED"      TO WS-RPT-ACTION
           PERFORM 2290-POSTING-LINE THRU 2290-EXIT
           MOVE POST-XFER-REF   TO WS-RPT-REFERENCE
           PERFORM 2800-WRITE-ITEM-LINE THRU 2800-EXIT.
       2240-EXIT.
           EXIT.
      ******************************************************************
      *    2250-REVERSE-TRANSFER -- the to-leg of the from-leg at
      *    WS-FROM-LEG-SUB has arrived: the transfer back, from the
      *    account that was credited to the one that was debited,
      *    for the base amount that moved.  Counted once, on the
      *    from-leg's figures.
      ******************************************************************
       2250-REVERSE-TRANSFER.
           MOVE SPACES              TO TRAN-RECORD
           MOVE POST-REGION-CD      TO TRAN-REGION-CD
           MOVE POST-ACCOUNT-ID     TO TRAN-ACCOUNT-ID
           MOVE POST-TRAN-VALUE     TO TRAN-VALUE
           MOVE POST-AMOUNT         TO TRAN-AMOUNT
           MOVE 'T'                 TO TRAN-TYPE-CD
           MOVE WS-FROM-LEG-REGION (WS-FROM-LEG-SUB)
                                    TO TRAN-XFER-REGION-CD
           MOVE WS-FROM-LEG-ACCOUNT (WS-FROM-LEG-SUB)
                                    TO TRAN-XFER-ACCOUNT-ID
           PERFORM 2960-WRITE-REVERSAL-ITEM THRU 2960-EXIT
           MOVE 'Y'      TO WS-FROM-LEG-DONE (WS-FROM-LEG-SUB)

           MOVE WS-FROM-LEG-POSTING (WS-FROM-LEG-SUB)
                                    TO POSTED-RECORD
           ADD 1                    TO WS-REVERSED-ITEMS
           ADD POST-ORIG-AMOUNT     TO WS-REVERSED-AMOUNT
           MOVE "REVERSED"          TO WS-RPT-ACTION
           PERFORM 2290-POSTING-LINE THRU 2290-EXIT
           MOVE POST-XFER-REF       TO WS-RPT-REFERENCE
           PERFORM 2800-WRITE-ITEM-LINE THRU 2800-EXIT.
       2250-EXIT.
           EXIT.
      ******************************************************************
      *    2260-UNPAIRED-FROM-LEG -- the from-leg at WS-FROM-LEG-SUB,
      *    if its to-leg never came, is reversed on its own.
      ******************************************************************
       2260-UNPAIRED-FROM-LEG.
           IF WS-FROM-LEG-DONE (WS-FROM-LEG-SUB) = 'Y'
               GO TO 2260-EXIT
           END-IF
           MOVE WS-FROM-LEG-POSTING (WS-FROM-LEG-SUB)
                                    TO POSTED-RECORD
           MOVE 'Y'      TO WS-FROM-LEG-DONE (WS-FROM-LEG-SUB)
           PERFORM 2240-REVERSE-SINGLE THRU 2240-EXIT.
       2260-EXIT.
           EXIT.
      ******************************************************************
      *    2280-NOT-POSTED -- a posting that moved no money is only
      *    counted; a refused transfer counts once, on its from-leg.
      ******************************************************************
       2280-NOT-POSTED.
           IF POST-TYPE-CD = 'T'
            AND NOT POST-XFER-FROM-LEG
               GO TO 2280-EXIT
           END-IF
           ADD 1                TO WS-UNPOSTED-ITEMS
           ADD POST-ORIG-AMOUNT TO WS-UNPOSTED-AMOUNT
           MOVE "NOT POSTED"    TO WS-RPT-ACTION
           PERFORM 2290-POSTING-LINE THRU 2290-EXIT
           MOVE SPACES          TO WS-RPT-REV-TYPE-CD
           MOVE ZERO            TO WS-RPT-REV-AMOUNT
           MOVE POST-XFER-REF   TO WS-RPT-REFERENCE
           PERFORM 2800-WRITE-ITEM-LINE THRU 2800-EXIT.
       2280-EXIT.
           EXIT.
      ******************************************************************
      *    2290-POSTING-LINE -- the item line fields common to every
      *    posting, off POSTED-RECORD; the reversal columns from the
      *    TRAN-RECORD just written.
      ******************************************************************
       2290-POSTING-LINE.
           MOVE POST-RUN-STAMP (1:10) TO WS-RPT-DATE
           MOVE POST-REGION-CD        TO WS-RPT-REGION-CD
           MOVE POST-ACCOUNT-ID       TO WS-RPT-ACCOUNT-ID
           MOVE POST-TYPE-CD          TO WS-RPT-TYPE-CD
           MOVE POST-STATUS-CD        TO WS-RPT-STATUS-CD
           MOVE POST-ORIG-AMOUNT      TO WS-RPT-ORIG-AMOUNT
           MOVE POST-CURRENCY-CD      TO WS-RPT-CURRENCY-CD
           MOVE TRAN-TYPE-CD          TO WS-RPT-REV-TYPE-CD
           MOVE TRAN-AMOUNT           TO WS-RPT-REV-AMOUNT.
       2290-EXIT.
           EXIT.
      ******************************************************************
      *    2300-WRITE-CARD-ERROR -- one failed recall card onto
      *    RCLRPT; the caller sets the reason and the card image.
      ******************************************************************
       2300-WRITE-CARD-ERROR.
           MOVE WS-RPT-CARD-LINE TO RCL-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT
           ADD 1 TO WS-CARDS-IN-ERROR.
       2300-EXIT.
           EXIT.
      ******************************************************************
      *    2400-SCAN-HELD -- the recalled file's items still held on
      *    HELDITEM get a CANCEL HOLDID card for tonight's HELDREL,
      *    so none is released after the recall.
      ******************************************************************
       2400-SCAN-HELD.
           OPEN INPUT HELD-FILE
           IF HELD-FILE-NOT-FOUND
               DISPLAY "RECALL NO HELDITEM - NO HOLDS SEARCHED"
               GO TO 2400-EXIT
           END-IF
           IF NOT HELD-FILE-OK
               MOVE "HELD-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE HELD-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 2410-READ-HELD THRU 2410-EXIT
               UNTIL HELD-AT-EOF
           CLOSE HELD-FILE.
       2400-EXIT.
           EXIT.

       2410-READ-HELD.
           READ HELD-FILE
               AT END
                   MOVE 'Y' TO HELD-EOF-SWITCH
                   GO TO 2410-EXIT
           END-READ
           MOVE HLD-TRAN-IMAGE       TO TRAN-RECORD
           MOVE TRAN-SOURCE-CD       TO WS-MATCH-SOURCE
           MOVE TRAN-FILE-DATE       TO WS-MATCH-FILE-DATE
           MOVE HLD-RUN-STAMP (1:10) TO WS-MATCH-ITEM-DATE
           PERFORM 2050-MATCH-ITEM THRU 2050-EXIT
           IF NOT ITEM-MATCHED
               GO TO 2410-EXIT
           END-IF

           MOVE SPACES      TO HELD-RELEASE-CARD
           MOVE "CANCEL "   TO HRL-ACTION-CD
           MOVE "HOLDID "   TO HRL-SELECT-CD
           MOVE HLD-HOLD-ID TO HRL-SELECT-KEY
           WRITE HELD-RELEASE-CARD
           IF NOT HOLD-CANCEL-FILE-OK
               MOVE "HELD-RELEASE-CARD WRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE HOLD-CANCEL-FILE-STATUS
                                         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           ADD 1 TO WS-HELD-ITEMS
           IF TRAN-AMOUNT NUMERIC
               ADD TRAN-AMOUNT TO WS-HELD-AMOUNT
           END-IF
           MOVE "HOLD CANCEL"    TO WS-RPT-ACTION
           MOVE HLD-HELD-DATE    TO WS-RPT-DATE
           MOVE 'H'              TO WS-RPT-STATUS-CD
           MOVE HLD-HOLD-ID      TO WS-RPT-REFERENCE
           PERFORM 2450-IMAGE-LINE THRU 2450-EXIT.
       2410-EXIT.
           EXIT.
      ******************************************************************
      *    2450-IMAGE-LINE -- an item line for a held, warehoused or
      *    rejected item, off its transaction image in TRAN-RECORD;
      *    nothing is reversed for these.
      ******************************************************************
       2450-IMAGE-LINE.
           MOVE TRAN-REGION-CD   TO WS-RPT-REGION-CD
           MOVE TRAN-ACCOUNT-ID  TO WS-RPT-ACCOUNT-ID
           MOVE TRAN-TYPE-CD     TO WS-RPT-TYPE-CD
           IF TRAN-AMOUNT NUMERIC
               MOVE TRAN-AMOUNT  TO WS-RPT-ORIG-AMOUNT
           END-IF
           MOVE TRAN-CURRENCY-CD TO WS-RPT-CURRENCY-CD
           PERFORM 2800-WRITE-ITEM-LINE THRU 2800-EXIT.
       2450-EXIT.
           EXIT.
      ******************************************************************
      *    2500-SCAN-WAREHOUSE -- the recalled file's future-dated
      *    items, carried on TRANWHS or warehoused last night on
      *    WHSNEW, get a CANCEL WHSID card for tonight's WHSREL, so
      *    none is released after the recall.
      ******************************************************************
       2500-SCAN-WAREHOUSE.
           OPEN INPUT WAREHOUSE-FILE
           IF WAREHOUSE-FILE-NOT-FOUND
               MOVE 'Y' TO WAREHOUSE-EOF-SWITCH
           ELSE
               IF NOT WAREHOUSE-FILE-OK
                   MOVE "WAREHOUSE-FILE OPEN FAILED"
                                             TO WS-ABEND-MESSAGE
                   MOVE WAREHOUSE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
           END-IF
           PERFORM 2510-READ-CARRIED THRU 2510-EXIT
               UNTIL WAREHOUSE-AT-EOF
           IF NOT WAREHOUSE-FILE-NOT-FOUND
               CLOSE WAREHOUSE-FILE
           END-IF

           OPEN INPUT NEW-WHS-FILE
           IF NEW-WHS-FILE-NOT-FOUND
               MOVE 'Y' TO NEW-WHS-EOF-SWITCH
           ELSE
               IF NOT NEW-WHS-FILE-OK
                   MOVE "NEW-WHS-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
                   MOVE NEW-WHS-FILE-STATUS        TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
           END-IF
           PERFORM 2520-READ-ARRIVED THRU 2520-EXIT
               UNTIL NEW-WHS-AT-EOF
           IF NOT NEW-WHS-FILE-NOT-FOUND
               CLOSE NEW-WHS-FILE
           END-IF.
       2500-EXIT.
           EXIT.

       2510-READ-CARRIED.
           READ WAREHOUSE-FILE INTO WAREHOUSE-RECORD
               AT END
                   MOVE 'Y' TO WAREHOUSE-EOF-SWITCH
                   GO TO 2510-EXIT
           END-READ
           PERFORM 2550-CHECK-WAREHOUSED THRU 2550-EXIT.
       2510-EXIT.
           EXIT.

       2520-READ-ARRIVED.
           READ NEW-WHS-FILE INTO WAREHOUSE-RECORD
               AT END
                   MOVE 'Y' TO NEW-WHS-EOF-SWITCH
                   GO TO 2520-EXIT
           END-READ
           PERFORM 2550-CHECK-WAREHOUSED THRU 2550-EXIT.
       2520-EXIT.
           EXIT.
      ******************************************************************
      *    2550-CHECK-WAREHOUSED -- one warehoused item: a cancel
      *    card when it is the recalled file's.
      ******************************************************************
       2550-CHECK-WAREHOUSED.
           MOVE WHS-TRAN-IMAGE       TO TRAN-RECORD
           MOVE TRAN-SOURCE-CD       TO WS-MATCH-SOURCE
           MOVE TRAN-FILE-DATE       TO WS-MATCH-FILE-DATE
           MOVE WHS-RUN-STAMP (1:10) TO WS-MATCH-ITEM-DATE
           PERFORM 2050-MATCH-ITEM THRU 2050-EXIT
           IF NOT ITEM-MATCHED
               GO TO 2550-EXIT
           END-IF

           MOVE SPACES           TO WHS-CANCEL-CARD
           MOVE "CANCEL "        TO WCN-ACTION-CD
           MOVE "WHSID  "        TO WCN-SELECT-CD
           MOVE WHS-WAREHOUSE-ID TO WCN-SELECT-KEY
           WRITE WHS-CANCEL-CARD
           IF NOT WHS-CANCEL-FILE-OK
               MOVE "WHS-CANCEL-CARD WRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE WHS-CANCEL-FILE-STATUS
                                         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           ADD 1 TO WS-WHS-ITEMS
           IF TRAN-AMOUNT NUMERIC
               ADD TRAN-AMOUNT TO WS-WHS-AMOUNT
           END-IF
           MOVE "WHS CANCEL"       TO WS-RPT-ACTION
           MOVE WHS-RECEIVED-DATE  TO WS-RPT-DATE
           MOVE WHS-WAREHOUSE-ID   TO WS-RPT-REFERENCE
           PERFORM 2450-IMAGE-LINE THRU 2450-EXIT.
       2550-EXIT.
           EXIT.
      ******************************************************************
      *    2600-SCAN-REJECTS -- REJPREV copied to REJKEEP without the
      *    recalled file's rejects, so TRANRCYC never recycles them.
      *    No REJPREV leaves REJKEEP empty.
      ******************************************************************
       2600-SCAN-REJECTS.
           OPEN INPUT REJECT-PREV-FILE
           IF REJECT-PREV-NOT-FOUND
               DISPLAY "RECALL NO REJPREV - NO REJECTS SEARCHED"
               GO TO 2600-EXIT
           END-IF
           IF NOT REJECT-PREV-FILE-OK
               MOVE "REJECT-PREV-FILE OPEN FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE REJECT-PREV-FILE-STATUS
                                         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 2610-READ-REJECT THRU 2610-EXIT
               UNTIL REJECT-AT-EOF
           CLOSE REJECT-PREV-FILE.
       2600-EXIT.
           EXIT.

       2610-READ-REJECT.
           READ REJECT-PREV-FILE
               AT END
                   MOVE 'Y' TO REJECT-EOF-SWITCH
                   GO TO 2610-EXIT
           END-READ
           MOVE REJ-TRAN-IMAGE       TO TRAN-RECORD
           MOVE TRAN-SOURCE-CD       TO WS-MATCH-SOURCE
           MOVE TRAN-FILE-DATE       TO WS-MATCH-FILE-DATE
           MOVE REJ-RUN-STAMP (1:10) TO WS-MATCH-ITEM-DATE
           PERFORM 2050-MATCH-ITEM THRU 2050-EXIT
           IF NOT ITEM-MATCHED
               WRITE REJECT-KEEP-RECORD FROM REJECT-RECORD
               IF NOT REJECT-KEEP-FILE-OK
                   MOVE "REJECT-KEEP-RECORD WRITE FAILED"
                                         TO WS-ABEND-MESSAGE
                   MOVE REJECT-KEEP-FILE-STATUS
                                         TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
               GO TO 2610-EXIT
           END-IF

           ADD 1 TO WS-REJ-ITEMS
           IF TRAN-AMOUNT NUMERIC
               ADD TRAN-AMOUNT TO WS-REJ-AMOUNT
           END-IF
           MOVE "REJ WITHDRAWN"      TO WS-RPT-ACTION
           MOVE REJ-RUN-STAMP (1:10) TO WS-RPT-DATE
           MOVE REJ-REASON-CD        TO WS-RPT-REFERENCE
           PERFORM 2450-IMAGE-LINE THRU 2450-EXIT.
       2610-EXIT.
           EXIT.
      ******************************************************************
      *    2700-REWRITE-REGISTER -- second pass over TRANREG: every
      *    entry copied to TRANRGN, the recalled one marked 'R'.
      *    NIGHTLY's RCLSAVE step makes TRANRGN the new TRANREG.
      ******************************************************************
       2700-REWRITE-REGISTER.
           MOVE 'N'  TO REGISTER-EOF-SWITCH
           MOVE ZERO TO WS-REGISTER-READ
           OPEN INPUT REGISTER-FILE
           IF NOT REGISTER-FILE-OK
               MOVE "REGISTER-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE REGISTER-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           OPEN OUTPUT NEW-REGISTER-FILE
           IF NOT NEW-REGISTER-FILE-OK
               MOVE "NEW-REGISTER-FILE OPEN FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE NEW-REGISTER-FILE-STATUS
                                         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 2710-COPY-REGISTER THRU 2710-EXIT
               UNTIL REGISTER-AT-EOF
           CLOSE REGISTER-FILE
           CLOSE NEW-REGISTER-FILE.
       2700-EXIT.
           EXIT.

       2710-COPY-REGISTER.
           READ REGISTER-FILE
               AT END
                   MOVE 'Y' TO REGISTER-EOF-SWITCH
                   GO TO 2710-EXIT
           END-READ
           ADD 1 TO WS-REGISTER-READ
           IF WS-REGISTER-READ = WS-RCL-ENTRY-NO
               MOVE 'R' TO TRG-RECALL-CD
           END-IF
           WRITE NEW-REGISTER-RECORD FROM TRAN-REGISTER-RECORD
           IF NOT NEW-REGISTER-FILE-OK
               MOVE "NEW-REGISTER-RECORD WRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE NEW-REGISTER-FILE-STATUS
                                         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       2710-EXIT.
           EXIT.
      ******************************************************************
      *    2800-WRITE-ITEM-LINE -- one item onto RCLRPT from the
      *    fields the caller set, which are then cleared.
      ******************************************************************
       2800-WRITE-ITEM-LINE.
           MOVE WS-RPT-ITEM-LINE TO RCL-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT
           MOVE SPACES           TO WS-RPT-ACTION
           MOVE SPACES           TO WS-RPT-DATE
           MOVE SPACES           TO WS-RPT-TRAN-KEY
           MOVE SPACES           TO WS-RPT-TYPE-CD
           MOVE SPACES           TO WS-RPT-STATUS-CD
           MOVE ZERO             TO WS-RPT-ORIG-AMOUNT
           MOVE SPACES           TO WS-RPT-CURRENCY-CD
           MOVE SPACES           TO WS-RPT-REV-TYPE-CD
           MOVE ZERO             TO WS-RPT-REV-AMOUNT
           MOVE SPACES           TO WS-RPT-REFERENCE.
       2800-EXIT.
           EXIT.
      ******************************************************************
      *    2900-WRITE-RPT-LINE -- one report line, status checked.
      ******************************************************************
       2900-WRITE-RPT-LINE.
           WRITE RCL-RPT-LINE
           IF NOT RCL-RPT-FILE-OK
               MOVE "RCL-RPT-LINE WRITE FAILED" TO WS-ABEND-MESSAGE
               MOVE RCL-RPT-FILE-STATUS         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       2900-EXIT.
           EXIT.
      ******************************************************************
      *    2950-WRITE-REVERSAL -- one TRANFIL7 record, status checked.
      *    2960-WRITE-REVERSAL-ITEM writes the detail in TRAN-RECORD
      *    and takes it into the trailer count and hash.
      ******************************************************************
       2950-WRITE-REVERSAL.
           WRITE REVERSAL-TRAN-RECORD
           IF NOT REVERSAL-FILE-OK
               MOVE "REVERSAL-TRAN-RECORD WRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE REVERSAL-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       2950-EXIT.
           EXIT.

       2960-WRITE-REVERSAL-ITEM.
           MOVE TRAN-RECORD TO REVERSAL-TRAN-RECORD
           PERFORM 2950-WRITE-REVERSAL THRU 2950-EXIT
           ADD 1            TO WS-REVERSAL-COUNT
           ADD TRAN-AMOUNT  TO WS-REVERSAL-HASH.
       2960-EXIT.
           EXIT.
      ******************************************************************
      *    8000-TERMINATE -- the TRANFIL7 trailer, the proof, control
      *    totals to the log and NIGHTTOT, close down.  A card error
      *    or a recall that does not prove to the file's hash total
      *    ends the run COND CODE 4 so the operator pulls RCLRPT,
      *    without failing the job.
      ******************************************************************
       8000-TERMINATE.
           MOVE SPACES            TO TRAN-TRAILER-RECORD
           MOVE 'TRL'             TO TRAN-TRL-ID
           MOVE WS-REVERSAL-COUNT TO TRAN-TRL-RECORD-COUNT
           MOVE WS-REVERSAL-HASH  TO TRAN-TRL-HASH-TOTAL
           MOVE TRAN-TRAILER-RECORD TO REVERSAL-TRAN-RECORD
           PERFORM 2950-WRITE-REVERSAL THRU 2950-EXIT

           IF RECALL-REQUESTED
               PERFORM 8100-WRITE-PROOF THRU 8100-EXIT
           ELSE
               IF WS-CARDS-READ = ZERO
                   MOVE WS-RPT-NONE-LINE TO RCL-RPT-LINE
                   PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT
               END-IF
           END-IF

           CLOSE REVERSAL-FILE
           CLOSE RCL-RPT-FILE

           DISPLAY "RECALL CARDS READ:        " WS-CARDS-READ
           DISPLAY "RECALL CARDS IN ERROR:    " WS-CARDS-IN-ERROR
           DISPLAY "RECALL FILES RECALLED:    " WS-FILES-RECALLED
           DISPLAY "RECALL POSTINGS READ:     " WS-POSTINGS-READ
           DISPLAY "RECALL POSTINGS MATCHED:  " WS-POSTINGS-MATCHED
           DISPLAY "RECALL REVERSALS WRITTEN: " WS-REVERSAL-COUNT
           DISPLAY "RECALL HOLDS CANCELLED:   " WS-HELD-ITEMS
           DISPLAY "RECALL WHS CANCELLED:     " WS-WHS-ITEMS
           DISPLAY "RECALL REJECTS WITHDRAWN: " WS-REJ-ITEMS

           PERFORM 9700-OPEN-CTL-TOTALS THRU 9700-EXIT
           MOVE "CARDS IN ERROR"     TO CTL-LABEL
           MOVE WS-CARDS-IN-ERROR    TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "FILES RECALLED"     TO CTL-LABEL
           MOVE WS-FILES-RECALLED    TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "REVERSALS WRITTEN"  TO CTL-LABEL
           MOVE WS-REVERSAL-COUNT    TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "TRANFIL7 HASH TOTAL" TO CTL-LABEL
           MOVE WS-REVERSAL-HASH     TO CTL-AMOUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "RECALL DIFFERENCE"  TO CTL-LABEL
           MOVE WS-DIFF-AMOUNT       TO CTL-AMOUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           CLOSE CTL-TOTAL-FILE

           IF WS-CARDS-IN-ERROR > ZERO
            OR WS-DIFF-ITEMS NOT = ZERO
            OR WS-DIFF-AMOUNT NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
      ******************************************************************
      *    8100-WRITE-PROOF -- the file's TRANREG count and hash
      *    against what became of its details: reversed, never
      *    posted, held, warehoused, rejected.  Any difference is a
      *    detail the recall could not find (a reject retired to
      *    suspense, an item cancelled by hand, postings from a
      *    month whose POSTMTH has been reset) and is for the
      *    operator to chase.
      ******************************************************************
       8100-WRITE-PROOF.
           IF WS-REVERSED-ITEMS = ZERO
            AND WS-UNPOSTED-ITEMS = ZERO
            AND WS-HELD-ITEMS = ZERO
            AND WS-WHS-ITEMS = ZERO
            AND WS-REJ-ITEMS = ZERO
               MOVE "NO ITEMS FOUND FOR THE RECALLED FILE"
                                         TO WS-RPT-VERDICT
               MOVE WS-RPT-VERDICT-LINE  TO RCL-RPT-LINE
               PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT
           END-IF

           COMPUTE WS-ACCOUNTED-ITEMS
               = WS-REVERSED-ITEMS + WS-UNPOSTED-ITEMS
               + WS-HELD-ITEMS + WS-WHS-ITEMS + WS-REJ-ITEMS
           COMPUTE WS-ACCOUNTED-AMOUNT
               = WS-REVERSED-AMOUNT + WS-UNPOSTED-AMOUNT
               + WS-HELD-AMOUNT + WS-WHS-AMOUNT + WS-REJ-AMOUNT
           COMPUTE WS-DIFF-ITEMS
               = WS-RCL-TRG-COUNT - WS-ACCOUNTED-ITEMS
           COMPUTE WS-DIFF-AMOUNT
               = WS-RCL-TRG-HASH - WS-ACCOUNTED-AMOUNT

           MOVE SPACES               TO RCL-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT
           MOVE WS-RPT-PROOF-TITLE   TO RCL-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT
           MOVE SPACES               TO RCL-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT
           MOVE WS-RPT-PROOF-HEADING TO RCL-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT

           MOVE "FILE AS REGISTERED ON TRANREG" TO WS-RPT-PROOF-LABEL
           MOVE WS-RCL-TRG-COUNT     TO WS-RPT-PROOF-ITEMS
           MOVE WS-RCL-TRG-HASH      TO WS-RPT-PROOF-AMOUNT
           PERFORM 8110-PROOF-LINE THRU 8110-EXIT
           MOVE SPACES               TO RCL-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT
           MOVE "  REVERSED ON TRANFIL7" TO WS-RPT-PROOF-LABEL
           MOVE WS-REVERSED-ITEMS    TO WS-RPT-PROOF-ITEMS
           MOVE WS-REVERSED-AMOUNT   TO WS-RPT-PROOF-AMOUNT
           PERFORM 8110-PROOF-LINE THRU 8110-EXIT
           MOVE "  NEVER POSTED (NO ACCOUNT / REFUSED)"
                                     TO WS-RPT-PROOF-LABEL
           MOVE WS-UNPOSTED-ITEMS    TO WS-RPT-PROOF-ITEMS
           MOVE WS-UNPOSTED-AMOUNT   TO WS-RPT-PROOF-AMOUNT
           PERFORM 8110-PROOF-LINE THRU 8110-EXIT
           MOVE "  HELD - CANCELLED ON HLDRCARD"
                                     TO WS-RPT-PROOF-LABEL
           MOVE WS-HELD-ITEMS        TO WS-RPT-PROOF-ITEMS
           MOVE WS-HELD-AMOUNT       TO WS-RPT-PROOF-AMOUNT
           PERFORM 8110-PROOF-LINE THRU 8110-EXIT
           MOVE "  WAREHOUSED - CANCELLED ON WHSCARD"
                                     TO WS-RPT-PROOF-LABEL
           MOVE WS-WHS-ITEMS         TO WS-RPT-PROOF-ITEMS
           MOVE WS-WHS-AMOUNT        TO WS-RPT-PROOF-AMOUNT
           PERFORM 8110-PROOF-LINE THRU 8110-EXIT
           MOVE "  REJECTED - WITHDRAWN FROM RECYCLE"
                                     TO WS-RPT-PROOF-LABEL
           MOVE WS-REJ-ITEMS         TO WS-RPT-PROOF-ITEMS
           MOVE WS-REJ-AMOUNT        TO WS-RPT-PROOF-AMOUNT
           PERFORM 8110-PROOF-LINE THRU 8110-EXIT
           MOVE "TOTAL ACCOUNTED FOR" TO WS-RPT-PROOF-LABEL
           MOVE WS-ACCOUNTED-ITEMS   TO WS-RPT-PROOF-ITEMS
           MOVE WS-ACCOUNTED-AMOUNT  TO WS-RPT-PROOF-AMOUNT
           PERFORM 8110-PROOF-LINE THRU 8110-EXIT
           MOVE "DIFFERENCE"         TO WS-RPT-PROOF-LABEL
           MOVE WS-DIFF-ITEMS        TO WS-RPT-PROOF-ITEMS
           MOVE WS-DIFF-AMOUNT       TO WS-RPT-PROOF-AMOUNT
           PERFORM 8110-PROOF-LINE THRU 8110-EXIT
           MOVE SPACES               TO RCL-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT
           MOVE "TRANFIL7 REVERSAL ITEMS / BASE HASH"
                                     TO WS-RPT-PROOF-LABEL
           MOVE WS-REVERSAL-COUNT    TO WS-RPT-PROOF-ITEMS
           MOVE WS-REVERSAL-HASH     TO WS-RPT-PROOF-AMOUNT
           PERFORM 8110-PROOF-LINE THRU 8110-EXIT
           MOVE SPACES               TO RCL-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT

           IF WS-DIFF-ITEMS = ZERO
            AND WS-DIFF-AMOUNT = ZERO
               MOVE "RECALL PROVED - EVERY DETAIL OF THE FILE ACCOUNTED"
                                         TO WS-RPT-VERDICT
           ELSE
               MOVE "RECALL NOT PROVED - DIFFERENCE TO BE INVESTIGATED"
                                         TO WS-RPT-VERDICT
               DISPLAY "RECALL NOT PROVED - DIFFERENCE "
                       WS-DIFF-ITEMS " ITEMS"
           END-IF
           MOVE WS-RPT-VERDICT-LINE  TO RCL-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT.
       8100-EXIT.
           EXIT.

       8110-PROOF-LINE.
           MOVE WS-RPT-PROOF-LINE TO RCL-RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE THRU 2900-EXIT.
       8110-EXIT.
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
           MOVE "RECALL"          TO CTL-STEP-NAME
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
           DISPLAY "RECALL ABEND - " WS-ABEND-MESSAGE
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9999-EXIT.
           EXIT.
