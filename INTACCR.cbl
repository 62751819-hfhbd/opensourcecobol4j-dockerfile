       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 INTACCR.
       AUTHOR. WEDEMANN / Softwork.app
       INSTALLATION. Softwork.app
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original program.  Month-end interest
      *                      accrual, run nightly after the balance
      *                      history is saved but working only on
      *                      the night BUSCAL flags CAL-MONTH-END
      *                      (an INTPARM MONTH-END card overrides the
      *                      calendar, as SECTPARM's does for
      *                      SECTIONS).  Every ACCTBAL account's
      *                      balance for each calendar day of the
      *                      month is taken off BALHIST -- a day
      *                      with no history record (weekend,
      *                      holiday) carries the last closing
      *                      balance before it -- giving the average
      *                      daily balance, credit interest on the
      *                      positive days and an overdraft charge
      *                      on the negative days, each day priced
      *                      from the RATETIER rate-tier table.  The
      *                      resulting items go to TRANFIL5, a
      *                      provider file of its own (header dated
      *                      the next business day, details,
      *                      balancing trailer) that the next
      *                      night's TRANEDIT edits as source '05':
      *                      credit interest as type 'C' with
      *                      TRAN-VALUE INTCR, overdraft charges as
      *                      type 'D' with TRAN-VALUE ODCHG, booked
      *                      under the INTPARM REGION.  The ACCRRPT
      *                      rate/accrual report lists the rate
      *                      tiers and every account's accrual for
      *                      finance to sign off.  On any other
      *                      night TRANFIL5 is rewritten empty (the
      *                      month-end items were edited that
      *                      morning) and ACCRRPT is left alone.
      *    2026-10-15  JW    Items are booked under the account's home
      *                      region on ACCTRGN (kept by SECTOWN from
      *                      the regions its postings arrive under),
      *                      so a partitioned night posts them in the
      *                      partition that owns the account.  The
      *                      INTPARM REGION card is now only the
      *                      default for an account with no home
      *                      region yet, and is needed only when
      *                      there is one.  ACCRRPT shows the region
      *                      on every account line and counts the
      *                      items booked under the default.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE        ASSIGN TO "INTPARM"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS PARM-FILE-STATUS.

           SELECT CALENDAR-FILE    ASSIGN TO "BUSCAL"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS CALENDAR-FILE-STATUS.

           SELECT RATE-TIER-FILE   ASSIGN TO "RATETIER"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS RATE-TIER-STATUS.

           SELECT ACCT-BAL-FILE    ASSIGN TO "ACCTBAL"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS ABM-ACCOUNT-ID
                                    FILE STATUS IS ACCT-BAL-STATUS.

           SELECT ACCT-REGION-FILE ASSIGN TO "ACCTRGN"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS ARG-ACCOUNT-ID
                                    FILE STATUS IS ACCT-REGION-STATUS.

           SELECT BAL-HIST-FILE    ASSIGN TO "BALHIST"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS BAL-HIST-STATUS.

           SELECT GEN-TRAN-FILE    ASSIGN TO "TRANFIL5"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS GEN-TRAN-FILE-STATUS.

           SELECT ACCR-RPT-FILE    ASSIGN TO "ACCRRPT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS ACCR-RPT-FILE-STATUS.

           SELECT CTL-TOTAL-FILE   ASSIGN TO "NIGHTTOT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS CTL-TOTAL-STATUS.
      ******************************************************************
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  PARM-FILE.
       01  PARM-CARD                  PIC X(80).

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  RATE-TIER-FILE.
           COPY RTRREC.

       FD  ACCT-BAL-FILE.
           COPY ABALREC.

       FD  ACCT-REGION-FILE.
           COPY ARGNREC.

       FD  BAL-HIST-FILE.
           COPY BHSREC.

       FD  GEN-TRAN-FILE.
       01  GEN-TRAN-REC               PIC X(80).

       FD  ACCR-RPT-FILE.
       01  ACCR-RPT-LINE              PIC X(132).

       FD  CTL-TOTAL-FILE.
           COPY CTLREC.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY RUNSTMP.

       COPY DATEWRK.

      *    Generated items are built in the shared transaction layout
      *    and moved to the FD record for the WRITE.
       COPY TRANREC.

       COPY TRANHT.

       01  SW-PARM-FILE-STATUS.
           05  PARM-FILE-STATUS        PIC X(02) VALUE '00'.
               88  PARM-FILE-OK                   VALUE '00'.
               88  PARM-FILE-NOT-FOUND            VALUE '35'.

       01  SW-CALENDAR-FILE-STATUS.
           05  CALENDAR-FILE-STATUS    PIC X(02) VALUE '00'.
               88  CALENDAR-FILE-OK               VALUE '00'.
               88  CALENDAR-FILE-NOT-FOUND        VALUE '35'.

       01  SW-RATE-TIER-STATUS.
           05  RATE-TIER-STATUS        PIC X(02) VALUE '00'.
               88  RATE-TIER-OK                   VALUE '00'.
               88  RATE-TIER-NOT-FOUND            VALUE '35'.

       01  SW-ACCT-BAL-STATUS.
           05  ACCT-BAL-STATUS         PIC X(02) VALUE '00'.
               88  ACCT-BAL-OK                    VALUE '00'.
               88  ACCT-BAL-FILE-NOT-FOUND        VALUE '35'.

       01  SW-ACCT-REGION-STATUS.
           05  ACCT-REGION-STATUS      PIC X(02) VALUE '00'.
               88  ACCT-REGION-OK                 VALUE '00'.
               88  ACCT-REGION-NOT-FOUND          VALUE '23'.
               88  ACCT-REGION-FILE-NOT-FOUND     VALUE '35'.

       01  SW-BAL-HIST-STATUS.
           05  BAL-HIST-STATUS         PIC X(02) VALUE '00'.
               88  BAL-HIST-OK                    VALUE '00'.
               88  BAL-HIST-NOT-FOUND             VALUE '35'.

       01  SW-GEN-TRAN-FILE-STATUS.
           05  GEN-TRAN-FILE-STATUS    PIC X(02) VALUE '00'.
               88  GEN-TRAN-FILE-OK               VALUE '00'.

       01  SW-ACCR-RPT-FILE-STATUS.
           05  ACCR-RPT-FILE-STATUS    PIC X(02) VALUE '00'.
               88  ACCR-RPT-FILE-OK               VALUE '00'.

       01  SW-CTL-TOTAL-STATUS.
           05  CTL-TOTAL-STATUS        PIC X(02) VALUE '00'.
               88  CTL-TOTAL-OK                   VALUE '00'.
               88  CTL-TOTAL-NOT-FOUND            VALUE '35'.

       01  SW-END-OF-FILE.
           05  PARM-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  PARM-AT-EOF                    VALUE 'Y'.
           05  CALENDAR-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  CALENDAR-AT-EOF                VALUE 'Y'.
           05  RATE-TIER-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  RATE-TIER-AT-EOF               VALUE 'Y'.
           05  MASTER-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  MASTER-AT-EOF                  VALUE 'Y'.
           05  HIST-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  HIST-AT-EOF                    VALUE 'Y'.

       01  SW-ACCRUAL.
           05  ACCRUAL-RUN-SWITCH      PIC X(01) VALUE 'N'.
               88  ACCRUAL-RUN                    VALUE 'Y'.
      *    Set when an INTPARM MONTH-END card (Y or N) was read --
      *    the card then wins over the BUSCAL flag.
           05  MONTH-END-CARD-SW       PIC X(01) VALUE 'N'.
               88  MONTH-END-FROM-CARD            VALUE 'Y'.
           05  PARM-NUM-END-SWITCH     PIC X(01) VALUE 'N'.
               88  PARM-NUM-END                   VALUE 'Y'.
           05  TIER-FOUND-SWITCH       PIC X(01) VALUE 'N'.
               88  TIER-FOUND                     VALUE 'Y'.

       01  SW-CALENDAR-LOOKUP.
           05  CAL-ENTRY-FOUND-SWITCH  PIC X(01) VALUE 'N'.
               88  CAL-ENTRY-FOUND                VALUE 'Y'.
           05  ROLL-DONE-SWITCH        PIC X(01) VALUE 'N'.
               88  ROLL-DONE                      VALUE 'Y'.

       01  WS-PARM-FIELDS.
           05  WS-PARM-KEYWORD         PIC X(20) VALUE SPACES.
           05  WS-PARM-VALUE           PIC X(20) VALUE SPACES.
           05  WS-PARM-NUMBER          PIC 9(09) COMP VALUE ZERO.
           05  WS-PARM-SUB             PIC 9(04) COMP VALUE ZERO.
           05  WS-PARM-DIGIT-X         PIC X(01) VALUE ZERO.
           05  WS-PARM-DIGIT REDEFINES WS-PARM-DIGIT-X
                                       PIC 9(01).

      *    INTPARM knobs: the region an account's items are booked
      *    under when ACCTRGN has no home region for it (no default
      *    -- it must be a VALIDRGN region, or TRANEDIT rejects the
      *    item) and the day-count basis the annual rates are
      *    divided by.
       01  WS-ACCRUAL-PARMS.
           05  WS-BOOK-REGION          PIC X(03) VALUE SPACES.
           05  WS-DAY-BASIS            PIC 9(03) COMP VALUE 365.

      *    Whether ACCTRGN was there to look in, and whether the
      *    current account's booking region (2550-) is the default.
       01  SW-ACCT-REGION.
           05  ACCT-REGION-OPEN-SW     PIC X(01) VALUE 'N'.
               88  ACCT-REGION-OPEN               VALUE 'Y'.
           05  BOOK-DEFAULT-SW         PIC X(01) VALUE 'N'.
               88  BOOK-DEFAULT                   VALUE 'Y'.

       01  WS-ACT-BOOK-REGION          PIC X(03) VALUE SPACES.

      *    The BUSCAL processing calendar, loaded whole: the month-
      *    end flag for tonight and the roll to the next business day
      *    the TRANFIL5 header carries both look dates up here.  A
      *    date the calendar does not list counts as a business day,
      *    the same as SOGEN.
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-MAX              PIC 9(04) COMP VALUE 4000.
           05  WS-CAL-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-CAL-SUB              PIC 9(04) COMP VALUE ZERO.
           05  WS-CAL-ENTRY            OCCURS 4000 TIMES.
               10  WS-CAL-ENT-DATE     PIC X(10).
               10  WS-CAL-ENT-TYPE     PIC X(01).
               10  WS-CAL-ENT-MONTH-END
                                       PIC X(01).

      *    A holiday run longer than this means the calendar is
      *    wrong.
       01  WS-ROLL-FIELDS.
           05  WS-ROLL-LIMIT           PIC 9(04) COMP VALUE 31.
           05  WS-ROLL-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-POST-DATE            PIC X(10) VALUE SPACES.

      *    The RATETIER table.  WS-TIER-PREV-* hold the last bound
      *    seen for each type, to prove the tiers ascend.
       01  WS-TIER-TABLE.
           05  WS-TIER-MAX             PIC 9(04) COMP VALUE 40.
           05  WS-TIER-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-TIER-SUB             PIC 9(04) COMP VALUE ZERO.
           05  WS-TIER-ENTRY           OCCURS 40 TIMES.
               10  WS-TIER-ENT-TYPE    PIC X(01).
               10  WS-TIER-ENT-BOUND   PIC 9(11)V99 COMP-3.
               10  WS-TIER-ENT-RATE    PIC 9(03)V9(04) COMP-3.
           05  WS-TIER-PREV-CREDIT     PIC S9(11)V99 COMP-3
                                                   VALUE -1.
           05  WS-TIER-PREV-OVERDRAFT  PIC S9(11)V99 COMP-3
                                                   VALUE -1.

      *    Every ACCTBAL account, in key order, with its accrual for
      *    the month so far.  The entry after the last holds
      *    HIGH-VALUES so the forward walk in 2420-FIND-ACCOUNT
      *    always stops.  WS-ACT-CUR-BALANCE is the balance in force
      *    from day number WS-ACT-CUR-DAY on; WS-ACT-BAL-DAYS is the
      *    sum of the daily balances so far.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACT-MAX              PIC 9(09) COMP VALUE 50000.
           05  WS-ACT-COUNT            PIC 9(09) COMP VALUE ZERO.
           05  WS-ACT-SUB              PIC 9(09) COMP VALUE ZERO.
           05  WS-ACT-ENTRY            OCCURS 50001 TIMES.
               10  WS-ACT-ACCOUNT-ID   PIC X(10).
               10  WS-ACT-STATUS-CD    PIC X(01).
               10  WS-ACT-KNOWN-SW     PIC X(01).
                   88  WS-ACT-KNOWN               VALUE 'Y'.
               10  WS-ACT-CUR-BALANCE  PIC S9(11)V99 COMP-3.
               10  WS-ACT-CUR-DAY      PIC 9(09) COMP.
               10  WS-ACT-BAL-DAYS     PIC S9(15)V99 COMP-3.
               10  WS-ACT-CR-DAYS      PIC 9(03) COMP.
               10  WS-ACT-OD-DAYS      PIC 9(03) COMP.
               10  WS-ACT-CR-ACCRUED   PIC S9(11)V9(06) COMP-3.
               10  WS-ACT-OD-ACCRUED   PIC S9(11)V9(06) COMP-3.

      *    Where the forward walk through the account table last
      *    stood: each night's block of BALHIST is in key order, so
      *    the walk restarts from the top only when a new night (or
      *    a lower key) comes along.
       01  WS-HIST-CURSOR.
           05  WS-PREV-HIST-DATE       PIC X(10) VALUE SPACES.
           05  WS-PREV-HIST-ACCOUNT    PIC X(10) VALUE SPACES.

       01  WS-PERIOD-FIELDS.
           05  WS-PERIOD-START-DATE    PIC X(10) VALUE SPACES.
           05  WS-PERIOD-END-DATE      PIC X(10) VALUE SPACES.
           05  WS-PERIOD-START-DAY     PIC 9(09) COMP VALUE ZERO.
           05  WS-PERIOD-END-DAY       PIC 9(09) COMP VALUE ZERO.
           05  WS-PERIOD-DAYS          PIC 9(03) COMP VALUE ZERO.

       01  WS-ACCRUAL-WORK.
           05  WS-SEG-BALANCE          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-SEG-DAYS             PIC 9(09) COMP VALUE ZERO.
           05  WS-TIER-TYPE            PIC X(01) VALUE SPACES.
           05  WS-TIER-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TIER-RATE            PIC 9(03)V9(04) COMP-3
                                                   VALUE ZERO.
           05  WS-SEG-ACCRUAL          PIC S9(11)V9(06) COMP-3
                                                   VALUE ZERO.
           05  WS-AVG-BALANCE          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CR-INTEREST          PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-OD-CHARGE            PIC S9(09)V99 COMP-3 VALUE ZERO.

       01  WS-ACCR-COUNTERS.
           05  WS-HIST-READ            PIC 9(09) COMP VALUE ZERO.
           05  WS-HIST-UNMATCHED       PIC 9(09) COMP VALUE ZERO.
           05  WS-HIST-BAD-DATE        PIC 9(09) COMP VALUE ZERO.
           05  WS-ACCOUNTS-ACCRUED     PIC 9(09) COMP VALUE ZERO.
           05  WS-ACCOUNTS-NO-HIST     PIC 9(09) COMP VALUE ZERO.
           05  WS-ITEMS-GENERATED      PIC 9(09) COMP VALUE ZERO.
           05  WS-ITEMS-DEFAULT-RGN    PIC 9(09) COMP VALUE ZERO.
           05  WS-CR-ITEMS             PIC 9(09) COMP VALUE ZERO.
           05  WS-OD-ITEMS             PIC 9(09) COMP VALUE ZERO.

       01  WS-ACCR-TOTALS.
           05  WS-TOTAL-CR-INTEREST    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-OD-CHARGE      PIC S9(11)V99 COMP-3 VALUE ZERO.

      *    Raw TRAN-AMOUNT sum of the generated details -- the
      *    TRANFIL5 trailer hash, in the same unit every provider
      *    uses.
       01  WS-GEN-HASH                PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-ACCR-TITLE.
           05  FILLER                  PIC X(34)
                   VALUE "MONTH-END INTEREST ACCRUAL REPORT ".
           05  WS-TTL-RUN-STAMP        PIC X(19) VALUE SPACES.
           05  FILLER                  PIC X(79) VALUE SPACES.

       01  WS-PERIOD-LINE.
           05  FILLER                  PIC X(07) VALUE "PERIOD ".
           05  WS-PRD-START-DATE       PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  WS-PRD-END-DATE         PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "  DAYS ".
           05  WS-PRD-DAYS             PIC Z9.
           05  FILLER                  PIC X(12)
                   VALUE "  DAY BASIS ".
           05  WS-PRD-DAY-BASIS        PIC 9(03).
           05  FILLER                  PIC X(17)
                   VALUE "  DEFAULT REGION ".
           05  WS-PRD-REGION           PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(17)
                   VALUE "  ITEMS POST ON  ".
           05  WS-PRD-POST-DATE        PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-TIER-HEADING.
           05  FILLER                  PIC X(24)
                   VALUE "  T         UPPER BOUND".
           05  FILLER                  PIC X(24)
                   VALUE "    RATE %   DESCRIPTION".
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  WS-TIER-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TRL-TYPE             PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-TRL-BOUND            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-TRL-RATE             PIC ZZ9.9999.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-TRL-DESCRIPTION      PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(75) VALUE SPACES.

       01  WS-ACCR-HEADING.
           05  FILLER                  PIC X(40)
                   VALUE "ACCOUNT    S CR DAYS OD DAYS      AVG DA".
           05  FILLER                  PIC X(40)
                   VALUE "ILY BALANCE  CREDIT INTEREST    OVERDRAF".
           05  FILLER                  PIC X(52)
                   VALUE "T CHG  RGN".

       01  WS-ACCR-LINE.
           05  WS-ACR-ACCOUNT-ID       PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ACR-STATUS-CD        PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-ACR-CR-DAYS          PIC ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-ACR-OD-DAYS          PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ACR-AVG-BALANCE      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ACR-CR-INTEREST      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ACR-OD-CHARGE        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ACR-REGION           PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL            PIC X(25) VALUE SPACES.
           05  WS-CNT-VALUE            PIC Z(08)9.
           05  FILLER                  PIC X(98) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  WS-AMT-LABEL            PIC X(25) VALUE SPACES.
           05  WS-AMT-VALUE            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  WS-SIGNOFF-LINE.
           05  FILLER                  PIC X(32)
                   VALUE "PREPARED BY ____________________".
           05  FILLER                  PIC X(18)
                   VALUE "  DATE __________ ".
           05  FILLER                  PIC X(42)
                   VALUE "   APPROVED BY ____________________  DATE ".
           05  FILLER                  PIC X(10) VALUE "__________".
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           05  WS-ABEND-STATUS         PIC X(02) VALUE SPACES.
      /*****************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF ACCRUAL-RUN
               PERFORM 2000-ACCRUE-MONTH THRU 2000-EXIT
           END-IF
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
      *    1000-INITIALIZE -- stamp the run, read the parameters and
      *    the calendar, decide whether tonight is the month-end
      *    accrual, and start TRANFIL5 with its header.  TRANFIL5 is
      *    written on every run, empty or not, so the next night's
      *    TRANEDIT never picks up an earlier month's items.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 0900-STAMP-RUN-DATE THRU 0900-EXIT

           PERFORM 1100-LOAD-PARMS THRU 1100-EXIT

           PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT

           PERFORM 1250-NEXT-BUS-DATE THRU 1250-EXIT

           OPEN OUTPUT GEN-TRAN-FILE
           IF NOT GEN-TRAN-FILE-OK
               MOVE "GEN-TRAN-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE GEN-TRAN-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           MOVE SPACES             TO TRAN-HEADER-RECORD
           MOVE 'HDR'              TO TRAN-HDR-ID
           MOVE WS-POST-DATE       TO TRAN-HDR-BUS-DATE
           MOVE TRAN-HEADER-RECORD TO GEN-TRAN-REC
           PERFORM 2900-WRITE-GEN-TRAN THRU 2900-EXIT

           IF ACCRUAL-RUN
               DISPLAY "INTACCR MONTH-END ACCRUAL FOR "
                       RUNSTMP-RUN-DATE (1:7)
           ELSE
               DISPLAY "INTACCR NOT MONTH-END - NO ACCRUAL TONIGHT"
           END-IF.
       1000-EXIT.
           EXIT.
      ******************************************************************
      *    1100-LOAD-PARMS -- read the INTPARM parameter card file:
      *    one KEYWORD=VALUE card per line, '*' in column 1 for a
      *    comment.  No card file leaves the month-end decision to
      *    BUSCAL and the day basis at 365.
      ******************************************************************
       1100-LOAD-PARMS.
           OPEN INPUT PARM-FILE
           IF PARM-FILE-NOT-FOUND
               DISPLAY "INTACCR INTPARM NOT PRESENT - DEFAULTS APPLY"
               GO TO 1100-EXIT
           END-IF
           IF NOT PARM-FILE-OK
               MOVE "PARM-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE PARM-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 1110-PARM-CARD THRU 1110-EXIT
               UNTIL PARM-AT-EOF
           CLOSE PARM-FILE.
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
                       DISPLAY "INTACCR PARM: " PARM-CARD (1:44)
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
               WHEN "MONTH-END"
                   EVALUATE WS-PARM-VALUE (1:1)
                       WHEN 'Y'
                           MOVE 'Y' TO ACCRUAL-RUN-SWITCH
                           MOVE 'Y' TO MONTH-END-CARD-SW
                       WHEN 'N'
                           MOVE 'N' TO ACCRUAL-RUN-SWITCH
                           MOVE 'Y' TO MONTH-END-CARD-SW
                       WHEN OTHER
                           MOVE "MONTH-END MUST BE Y OR N"
                                             TO WS-ABEND-MESSAGE
                           MOVE PARM-FILE-STATUS
                                             TO WS-ABEND-STATUS
                           PERFORM 9999-FILE-ABEND THRU 9999-EXIT
                   END-EVALUATE
               WHEN "REGION"
                   MOVE WS-PARM-VALUE (1:3) TO WS-BOOK-REGION
               WHEN "DAY-BASIS"
                   PERFORM 1130-PARM-TO-NUMBER THRU 1130-EXIT
                   IF WS-PARM-NUMBER NOT = 360
                    AND WS-PARM-NUMBER NOT = 365
                       MOVE "DAY-BASIS MUST BE 360 OR 365"
                                                 TO WS-ABEND-MESSAGE
                       MOVE PARM-FILE-STATUS     TO WS-ABEND-STATUS
                       PERFORM 9999-FILE-ABEND THRU 9999-EXIT
                   END-IF
                   MOVE WS-PARM-NUMBER TO WS-DAY-BASIS
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
      *    1200-LOAD-CALENDAR -- BUSCAL into the calendar table; the
      *    run date's last-business-day flag makes tonight the
      *    month-end accrual unless an INTPARM MONTH-END card already
      *    decided it.  With no calendar file only the card can start
      *    an accrual.
      ******************************************************************
       1200-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-FILE-NOT-FOUND
               DISPLAY "INTACCR BUSCAL NOT PRESENT - "
                       "MONTH-END FROM INTPARM ONLY"
               GO TO 1200-EXIT
           END-IF
           IF NOT CALENDAR-FILE-OK
               MOVE "CALENDAR-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE CALENDAR-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 1210-READ-CALENDAR THRU 1210-EXIT
               UNTIL CALENDAR-AT-EOF
           CLOSE CALENDAR-FILE

           MOVE RUNSTMP-RUN-DATE TO DATEWRK-DATE
           PERFORM 1280-FIND-CAL-DATE THRU 1280-EXIT
           IF MONTH-END-FROM-CARD
               IF CAL-ENTRY-FOUND
                AND WS-CAL-ENT-MONTH-END (WS-CAL-SUB) = 'Y'
                AND NOT ACCRUAL-RUN
                OR ACCRUAL-RUN
                AND (NOT CAL-ENTRY-FOUND
                  OR WS-CAL-ENT-MONTH-END (WS-CAL-SUB) NOT = 'Y')
                   DISPLAY "INTACCR MONTH-END CARD OVERRIDES BUSCAL"
               END-IF
           ELSE
               IF CAL-ENTRY-FOUND
                AND WS-CAL-ENT-MONTH-END (WS-CAL-SUB) = 'Y'
                   MOVE 'Y' TO ACCRUAL-RUN-SWITCH
                   DISPLAY "INTACCR MONTH-END SET FROM BUSCAL"
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.

       1210-READ-CALENDAR.
           READ CALENDAR-FILE
               AT END
                   MOVE 'Y' TO CALENDAR-EOF-SWITCH
               NOT AT END
                   IF WS-CAL-COUNT NOT LESS THAN WS-CAL-MAX
                       MOVE "CALENDAR TABLE OVERFLOW"
                                                 TO WS-ABEND-MESSAGE
                       MOVE CALENDAR-FILE-STATUS TO WS-ABEND-STATUS
                       PERFORM 9999-FILE-ABEND THRU 9999-EXIT
                   END-IF
                   ADD 1 TO WS-CAL-COUNT
                   MOVE CAL-DATE     TO WS-CAL-ENT-DATE (WS-CAL-COUNT)
                   MOVE CAL-DAY-TYPE TO WS-CAL-ENT-TYPE (WS-CAL-COUNT)
                   MOVE CAL-MONTH-END
                     TO WS-CAL-ENT-MONTH-END (WS-CAL-COUNT)
           END-READ.
       1210-EXIT.
           EXIT.
      ******************************************************************
      *    1250-NEXT-BUS-DATE -- the business day after the run date,
      *    for the TRANFIL5 header: the next night's TRANEDIT only
      *    takes a file dated for its own run.  Days BUSCAL lists as
      *    holidays are stepped over.
      ******************************************************************
       1250-NEXT-BUS-DATE.
           MOVE RUNSTMP-RUN-DATE TO DATEWRK-DATE
           PERFORM 0920-NEXT-DATE THRU 0920-EXIT
           MOVE ZERO TO WS-ROLL-COUNT
           MOVE 'N'  TO ROLL-DONE-SWITCH
           PERFORM 1260-ROLL-ONE-DAY THRU 1260-EXIT
               UNTIL ROLL-DONE
           MOVE DATEWRK-DATE TO WS-POST-DATE.
       1250-EXIT.
           EXIT.

       1260-ROLL-ONE-DAY.
           PERFORM 1280-FIND-CAL-DATE THRU 1280-EXIT
           IF NOT CAL-ENTRY-FOUND
            OR WS-CAL-ENT-TYPE (WS-CAL-SUB) NOT = 'H'
               MOVE 'Y' TO ROLL-DONE-SWITCH
               GO TO 1260-EXIT
           END-IF
           ADD 1 TO WS-ROLL-COUNT
           IF WS-ROLL-COUNT > WS-ROLL-LIMIT
               MOVE "BUSCAL HOLIDAY RUN TOO LONG" TO WS-ABEND-MESSAGE
               MOVE CALENDAR-FILE-STATUS          TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 0920-NEXT-DATE THRU 0920-EXIT.
       1260-EXIT.
           EXIT.
      ******************************************************************
      *    1280-FIND-CAL-DATE -- DATEWRK-DATE looked up in the
      *    calendar table; WS-CAL-SUB points at the entry when found.
      ******************************************************************
       1280-FIND-CAL-DATE.
           MOVE 'N'  TO CAL-ENTRY-FOUND-SWITCH
           MOVE ZERO TO WS-CAL-SUB
           PERFORM 1290-FIND-CAL-NEXT THRU 1290-EXIT
               UNTIL CAL-ENTRY-FOUND
                  OR WS-CAL-SUB NOT LESS THAN WS-CAL-COUNT.
       1280-EXIT.
           EXIT.

       1290-FIND-CAL-NEXT.
           ADD 1 TO WS-CAL-SUB
           IF WS-CAL-ENT-DATE (WS-CAL-SUB) = DATEWRK-DATE
               MOVE 'Y' TO CAL-ENTRY-FOUND-SWITCH
           END-IF.
       1290-EXIT.
           EXIT.
      ******************************************************************
      *    2000-ACCRUE-MONTH -- the month-end run proper: the period,
      *    the rate tiers and the accounts, then the history applied
      *    day by day, then every account closed off to month end,
      *    priced, reported and its items written.
      ******************************************************************
       2000-ACCRUE-MONTH.
           PERFORM 2100-SET-PERIOD THRU 2100-EXIT

      *    No ACCTRGN yet (SECTOWN has never run) books every item
      *    under the INTPARM default.
           OPEN INPUT ACCT-REGION-FILE
           IF ACCT-REGION-FILE-NOT-FOUND
               DISPLAY "INTACCR ACCTRGN NOT PRESENT - "
                       "ITEMS BOOKED UNDER INTPARM REGION"
           ELSE
               IF NOT ACCT-REGION-OK
                   MOVE "ACCT-REGION-FILE OPEN FAILED"
                                             TO WS-ABEND-MESSAGE
                   MOVE ACCT-REGION-STATUS   TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
               MOVE 'Y' TO ACCT-REGION-OPEN-SW
           END-IF

           OPEN OUTPUT ACCR-RPT-FILE
           IF NOT ACCR-RPT-FILE-OK
               MOVE "ACCR-RPT-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE ACCR-RPT-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           MOVE RUNSTMP-RUN-STAMP    TO WS-TTL-RUN-STAMP
           MOVE WS-ACCR-TITLE        TO ACCR-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE WS-PERIOD-START-DATE TO WS-PRD-START-DATE
           MOVE WS-PERIOD-END-DATE   TO WS-PRD-END-DATE
           MOVE WS-PERIOD-DAYS       TO WS-PRD-DAYS
           MOVE WS-DAY-BASIS         TO WS-PRD-DAY-BASIS
           MOVE WS-BOOK-REGION       TO WS-PRD-REGION
           MOVE WS-POST-DATE         TO WS-PRD-POST-DATE
           MOVE WS-PERIOD-LINE       TO ACCR-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE SPACES               TO ACCR-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE WS-TIER-HEADING      TO ACCR-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT

           PERFORM 2200-LOAD-RATE-TIERS THRU 2200-EXIT

           PERFORM 2300-LOAD-ACCOUNTS THRU 2300-EXIT

           OPEN INPUT BAL-HIST-FILE
           IF BAL-HIST-NOT-FOUND
               DISPLAY "INTACCR BALHIST NOT PRESENT - "
                       "NO BALANCE HISTORY TO ACCRUE"
               MOVE 'Y' TO HIST-EOF-SWITCH
           ELSE
               IF NOT BAL-HIST-OK
                   MOVE "BAL-HIST-FILE OPEN FAILED"
                                             TO WS-ABEND-MESSAGE
                   MOVE BAL-HIST-STATUS      TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
           END-IF
           PERFORM 2400-READ-HISTORY THRU 2400-EXIT
               UNTIL HIST-AT-EOF
           IF NOT BAL-HIST-NOT-FOUND
               CLOSE BAL-HIST-FILE
           END-IF

           MOVE SPACES               TO ACCR-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE WS-ACCR-HEADING      TO ACCR-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           PERFORM 2500-CLOSE-ACCOUNT THRU 2500-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-COUNT
           IF ACCT-REGION-OPEN
               CLOSE ACCT-REGION-FILE
           END-IF.
       2000-EXIT.
           EXIT.
      ******************************************************************
      *    2100-SET-PERIOD -- the calendar month of the run date, as
      *    dates for the report and as day numbers for the
      *    arithmetic.
      ******************************************************************
       2100-SET-PERIOD.
           MOVE RUNSTMP-RUN-DATE   TO DATEWRK-DATE
           MOVE 1                  TO DATEWRK-DAY
           MOVE DATEWRK-DATE       TO WS-PERIOD-START-DATE
           PERFORM 0910-DATE-TO-DAYS THRU 0910-EXIT
           MOVE DATEWRK-DAYS       TO WS-PERIOD-START-DAY
           MOVE DATEWRK-MONTH-DAYS TO WS-PERIOD-DAYS
           MOVE DATEWRK-MONTH-DAYS TO DATEWRK-DAY
           MOVE DATEWRK-DATE       TO WS-PERIOD-END-DATE
           PERFORM 0910-DATE-TO-DAYS THRU 0910-EXIT
           MOVE DATEWRK-DAYS       TO WS-PERIOD-END-DAY.
       2100-EXIT.
           EXIT.
      ******************************************************************
      *    2200-LOAD-RATE-TIERS -- RATETIER into the tier table, each
      *    tier listed on the report as it loads.  Without the table
      *    there is nothing to price the month with, so a missing
      *    file, a bad tier or tiers out of order stop the run.
      ******************************************************************
       2200-LOAD-RATE-TIERS.
           OPEN INPUT RATE-TIER-FILE
           IF NOT RATE-TIER-OK
               MOVE "RATE-TIER-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE RATE-TIER-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 2210-READ-RATE-TIER THRU 2210-EXIT
               UNTIL RATE-TIER-AT-EOF
           CLOSE RATE-TIER-FILE
           IF WS-TIER-COUNT = ZERO
               MOVE "RATETIER HOLDS NO TIERS"    TO WS-ABEND-MESSAGE
               MOVE RATE-TIER-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2210-READ-RATE-TIER.
           READ RATE-TIER-FILE
               AT END
                   MOVE 'Y' TO RATE-TIER-EOF-SWITCH
                   GO TO 2210-EXIT
           END-READ
           IF RATE-TIER-RECORD = SPACES
            OR RATE-TIER-RECORD (1:1) = '*'
               GO TO 2210-EXIT
           END-IF
           IF NOT RTR-TIER-TYPE-VALID
            OR RTR-UPPER-BOUND NOT NUMERIC
            OR RTR-ANNUAL-RATE NOT NUMERIC
               DISPLAY "INTACCR BAD TIER: " RATE-TIER-RECORD
               MOVE "RATETIER RECORD INVALID"    TO WS-ABEND-MESSAGE
               MOVE RATE-TIER-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           IF RTR-TIER-CREDIT
               IF RTR-UPPER-BOUND NOT > WS-TIER-PREV-CREDIT
                   DISPLAY "INTACCR BAD TIER: " RATE-TIER-RECORD
                   MOVE "RATETIER TIERS OUT OF ORDER"
                                                 TO WS-ABEND-MESSAGE
                   MOVE RATE-TIER-STATUS         TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
               MOVE RTR-UPPER-BOUND TO WS-TIER-PREV-CREDIT
           ELSE
               IF RTR-UPPER-BOUND NOT > WS-TIER-PREV-OVERDRAFT
                   DISPLAY "INTACCR BAD TIER: " RATE-TIER-RECORD
                   MOVE "RATETIER TIERS OUT OF ORDER"
                                                 TO WS-ABEND-MESSAGE
                   MOVE RATE-TIER-STATUS         TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
               MOVE RTR-UPPER-BOUND TO WS-TIER-PREV-OVERDRAFT
           END-IF
           IF WS-TIER-COUNT NOT LESS THAN WS-TIER-MAX
               MOVE "RATE TIER TABLE OVERFLOW"   TO WS-ABEND-MESSAGE
               MOVE RATE-TIER-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           ADD 1 TO WS-TIER-COUNT
           MOVE RTR-TIER-TYPE    TO WS-TIER-ENT-TYPE (WS-TIER-COUNT)
           MOVE RTR-UPPER-BOUND  TO WS-TIER-ENT-BOUND (WS-TIER-COUNT)
           MOVE RTR-ANNUAL-RATE  TO WS-TIER-ENT-RATE (WS-TIER-COUNT)

           MOVE RTR-TIER-TYPE    TO WS-TRL-TYPE
           MOVE RTR-UPPER-BOUND  TO WS-TRL-BOUND
           MOVE RTR-ANNUAL-RATE  TO WS-TRL-RATE
           MOVE RTR-DESCRIPTION  TO WS-TRL-DESCRIPTION
           MOVE WS-TIER-LINE     TO ACCR-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT.
       2210-EXIT.
           EXIT.
      ******************************************************************
      *    2300-LOAD-ACCOUNTS -- every ACCTBAL account, in key order,
      *    into the account table with its accrual zeroed, and the
      *    HIGH-VALUES stopper after the last.  An account closed
      *    off the master before tonight accrues nothing.
      ******************************************************************
       2300-LOAD-ACCOUNTS.
           OPEN INPUT ACCT-BAL-FILE
           IF ACCT-BAL-FILE-NOT-FOUND
               DISPLAY "INTACCR ACCTBAL NOT PRESENT - "
                       "NO ACCOUNTS TO ACCRUE"
               MOVE 'Y' TO MASTER-EOF-SWITCH
           ELSE
               IF NOT ACCT-BAL-OK
                   MOVE "ACCT-BAL-FILE OPEN FAILED"
                                             TO WS-ABEND-MESSAGE
                   MOVE ACCT-BAL-STATUS      TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
           END-IF
           PERFORM 2310-READ-ACCOUNT THRU 2310-EXIT
               UNTIL MASTER-AT-EOF
           IF NOT ACCT-BAL-FILE-NOT-FOUND
               CLOSE ACCT-BAL-FILE
           END-IF
           MOVE HIGH-VALUES
             TO WS-ACT-ACCOUNT-ID (WS-ACT-COUNT + 1).
       2300-EXIT.
           EXIT.

       2310-READ-ACCOUNT.
           READ ACCT-BAL-FILE NEXT
               AT END
                   MOVE 'Y' TO MASTER-EOF-SWITCH
                   GO TO 2310-EXIT
           END-READ
           IF WS-ACT-COUNT NOT LESS THAN WS-ACT-MAX
               MOVE "ACCOUNT TABLE OVERFLOW"    TO WS-ABEND-MESSAGE
               MOVE ACCT-BAL-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           ADD 1 TO WS-ACT-COUNT
           MOVE ABM-ACCOUNT-ID TO WS-ACT-ACCOUNT-ID  (WS-ACT-COUNT)
           MOVE ABM-STATUS-CD  TO WS-ACT-STATUS-CD   (WS-ACT-COUNT)
           MOVE 'N'            TO WS-ACT-KNOWN-SW    (WS-ACT-COUNT)
           MOVE ZERO           TO WS-ACT-CUR-BALANCE (WS-ACT-COUNT)
           MOVE ZERO           TO WS-ACT-CUR-DAY     (WS-ACT-COUNT)
           MOVE ZERO           TO WS-ACT-BAL-DAYS    (WS-ACT-COUNT)
           MOVE ZERO           TO WS-ACT-CR-DAYS     (WS-ACT-COUNT)
           MOVE ZERO           TO WS-ACT-OD-DAYS     (WS-ACT-COUNT)
           MOVE ZERO           TO WS-ACT-CR-ACCRUED  (WS-ACT-COUNT)
           MOVE ZERO           TO WS-ACT-OD-ACCRUED  (WS-ACT-COUNT).
       2310-EXIT.
           EXIT.
      ******************************************************************
      *    2400-READ-HISTORY -- one BALHIST record.  Records before
      *    the month only set the balance the month opens with;
      *    records inside it close off the days since the account's
      *    last record at the old balance and start the new one.
      *    An account opened during the month accrues from its
      *    first record.  History for an account no longer on the
      *    master is counted and passed over.
      ******************************************************************
       2400-READ-HISTORY.
           READ BAL-HIST-FILE
               AT END
                   MOVE 'Y' TO HIST-EOF-SWITCH
                   GO TO 2400-EXIT
           END-READ
           ADD 1 TO WS-HIST-READ
           IF BHS-BUS-DATE > WS-PERIOD-END-DATE
               GO TO 2400-EXIT
           END-IF
           PERFORM 2420-FIND-ACCOUNT THRU 2420-EXIT
           IF WS-ACT-ACCOUNT-ID (WS-ACT-SUB) NOT = BHS-ACCOUNT-ID
               ADD 1 TO WS-HIST-UNMATCHED
               GO TO 2400-EXIT
           END-IF
           IF BHS-BALANCE NOT NUMERIC
               ADD 1 TO WS-HIST-BAD-DATE
               GO TO 2400-EXIT
           END-IF

           IF BHS-BUS-DATE < WS-PERIOD-START-DATE
               MOVE BHS-BALANCE
                 TO WS-ACT-CUR-BALANCE (WS-ACT-SUB)
               MOVE WS-PERIOD-START-DAY
                 TO WS-ACT-CUR-DAY (WS-ACT-SUB)
               MOVE 'Y' TO WS-ACT-KNOWN-SW (WS-ACT-SUB)
               GO TO 2400-EXIT
           END-IF

           MOVE BHS-BUS-DATE TO DATEWRK-DATE
           PERFORM 0910-DATE-TO-DAYS THRU 0910-EXIT
           IF NOT DATEWRK-VALID
               ADD 1 TO WS-HIST-BAD-DATE
               GO TO 2400-EXIT
           END-IF
           IF WS-ACT-KNOWN (WS-ACT-SUB)
            AND DATEWRK-DAYS > WS-ACT-CUR-DAY (WS-ACT-SUB)
               COMPUTE WS-SEG-DAYS
                   = DATEWRK-DAYS - WS-ACT-CUR-DAY (WS-ACT-SUB)
               MOVE WS-ACT-CUR-BALANCE (WS-ACT-SUB) TO WS-SEG-BALANCE
               PERFORM 2600-ACCRUE-SEGMENT THRU 2600-EXIT
           END-IF
           MOVE BHS-BALANCE  TO WS-ACT-CUR-BALANCE (WS-ACT-SUB)
           MOVE DATEWRK-DAYS TO WS-ACT-CUR-DAY (WS-ACT-SUB)
           MOVE 'Y'          TO WS-ACT-KNOWN-SW (WS-ACT-SUB).
       2400-EXIT.
           EXIT.
      ******************************************************************
      *    2420-FIND-ACCOUNT -- walk the account table forward to the
      *    first entry not below BHS-ACCOUNT-ID; WS-ACT-SUB is left
      *    there, on the account itself when it is on the master.
      *    A new night's block starts the walk from the top again.
      ******************************************************************
       2420-FIND-ACCOUNT.
           IF BHS-BUS-DATE NOT = WS-PREV-HIST-DATE
            OR BHS-ACCOUNT-ID < WS-PREV-HIST-ACCOUNT
            OR WS-ACT-SUB = ZERO
               MOVE 1 TO WS-ACT-SUB
           END-IF
           MOVE BHS-BUS-DATE   TO WS-PREV-HIST-DATE
           MOVE BHS-ACCOUNT-ID TO WS-PREV-HIST-ACCOUNT
           PERFORM 2430-FIND-ACCOUNT-NEXT THRU 2430-EXIT
               UNTIL WS-ACT-ACCOUNT-ID (WS-ACT-SUB)
                     NOT < BHS-ACCOUNT-ID.
       2420-EXIT.
           EXIT.

       2430-FIND-ACCOUNT-NEXT.
           ADD 1 TO WS-ACT-SUB.
       2430-EXIT.
           EXIT.
      ******************************************************************
      *    2500-CLOSE-ACCOUNT -- one account's month finished: the
      *    days from its last history record to month end at its
      *    last balance, then the average daily balance, the credit
      *    interest and overdraft charge rounded to the cent, the
      *    report line and the items.  An account with no history
      *    at all is counted and left out.
      ******************************************************************
       2500-CLOSE-ACCOUNT.
           IF NOT WS-ACT-KNOWN (WS-ACT-SUB)
               ADD 1 TO WS-ACCOUNTS-NO-HIST
               GO TO 2500-EXIT
           END-IF
           COMPUTE WS-SEG-DAYS
               = WS-PERIOD-END-DAY + 1 - WS-ACT-CUR-DAY (WS-ACT-SUB)
           MOVE WS-ACT-CUR-BALANCE (WS-ACT-SUB) TO WS-SEG-BALANCE
           PERFORM 2600-ACCRUE-SEGMENT THRU 2600-EXIT

           ADD 1 TO WS-ACCOUNTS-ACCRUED
           COMPUTE WS-AVG-BALANCE ROUNDED
               = WS-ACT-BAL-DAYS (WS-ACT-SUB) / WS-PERIOD-DAYS
           COMPUTE WS-CR-INTEREST ROUNDED
               = WS-ACT-CR-ACCRUED (WS-ACT-SUB)
           COMPUTE WS-OD-CHARGE ROUNDED
               = WS-ACT-OD-ACCRUED (WS-ACT-SUB)
           ADD WS-CR-INTEREST TO WS-TOTAL-CR-INTEREST
           ADD WS-OD-CHARGE   TO WS-TOTAL-OD-CHARGE
           PERFORM 2550-FIND-BOOK-REGION THRU 2550-EXIT

           MOVE WS-ACT-ACCOUNT-ID (WS-ACT-SUB) TO WS-ACR-ACCOUNT-ID
           MOVE WS-ACT-STATUS-CD (WS-ACT-SUB)  TO WS-ACR-STATUS-CD
           MOVE WS-ACT-CR-DAYS (WS-ACT-SUB)    TO WS-ACR-CR-DAYS
           MOVE WS-ACT-OD-DAYS (WS-ACT-SUB)    TO WS-ACR-OD-DAYS
           MOVE WS-AVG-BALANCE                 TO WS-ACR-AVG-BALANCE
           MOVE WS-CR-INTEREST                 TO WS-ACR-CR-INTEREST
           MOVE WS-OD-CHARGE                   TO WS-ACR-OD-CHARGE
           MOVE WS-ACT-BOOK-REGION             TO WS-ACR-REGION
           MOVE WS-ACCR-LINE                   TO ACCR-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT

           IF WS-CR-INTEREST > ZERO
               MOVE SPACES         TO TRAN-RECORD
               MOVE 'C'            TO TRAN-TYPE-CD
               MOVE "INTCR "       TO TRAN-VALUE
               MOVE WS-CR-INTEREST TO TRAN-AMOUNT
               PERFORM 2800-WRITE-ITEM THRU 2800-EXIT
               ADD 1 TO WS-CR-ITEMS
           END-IF
           IF WS-OD-CHARGE > ZERO
               MOVE SPACES         TO TRAN-RECORD
               MOVE 'D'            TO TRAN-TYPE-CD
               MOVE "ODCHG "       TO TRAN-VALUE
               MOVE WS-OD-CHARGE   TO TRAN-AMOUNT
               PERFORM 2800-WRITE-ITEM THRU 2800-EXIT
               ADD 1 TO WS-OD-ITEMS
           END-IF.
       2500-EXIT.
           EXIT.
      ******************************************************************
      *    2550-FIND-BOOK-REGION -- the region the current account's
      *    items are booked under: its ACCTRGN home region, else the
      *    INTPARM default.  An account with neither cannot be booked
      *    anywhere TRANEDIT would accept.
      ******************************************************************
       2550-FIND-BOOK-REGION.
           MOVE SPACES TO WS-ACT-BOOK-REGION
           MOVE 'N'    TO BOOK-DEFAULT-SW
           IF ACCT-REGION-OPEN
               MOVE WS-ACT-ACCOUNT-ID (WS-ACT-SUB) TO ARG-ACCOUNT-ID
               READ ACCT-REGION-FILE
                   KEY IS ARG-ACCOUNT-ID
               IF ACCT-REGION-OK
                   MOVE ARG-REGION-CD TO WS-ACT-BOOK-REGION
               ELSE
                   IF NOT ACCT-REGION-NOT-FOUND
                       MOVE "ACCT-REGION-FILE READ FAILED"
                                             TO WS-ABEND-MESSAGE
                       MOVE ACCT-REGION-STATUS
                                             TO WS-ABEND-STATUS
                       PERFORM 9999-FILE-ABEND THRU 9999-EXIT
                   END-IF
               END-IF
           END-IF
           IF WS-ACT-BOOK-REGION NOT = SPACES
               GO TO 2550-EXIT
           END-IF
           IF WS-BOOK-REGION = SPACES
               DISPLAY "INTACCR ACCOUNT " WS-ACT-ACCOUNT-ID (WS-ACT-SUB)
                       " HAS NO HOME REGION"
               MOVE "INTPARM REGION CARD MISSING" TO WS-ABEND-MESSAGE
               MOVE PARM-FILE-STATUS              TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           MOVE WS-BOOK-REGION TO WS-ACT-BOOK-REGION
           MOVE 'Y'            TO BOOK-DEFAULT-SW.
       2550-EXIT.
           EXIT.
      ******************************************************************
      *    2600-ACCRUE-SEGMENT -- WS-SEG-DAYS days at WS-SEG-BALANCE
      *    added to the current account: into the daily balance sum,
      *    and priced at the tier the balance falls in -- credit
      *    interest when positive, the overdraft charge on its size
      *    when negative.  The accruals keep six decimals and are
      *    only rounded to the cent when the account is closed off.
      ******************************************************************
       2600-ACCRUE-SEGMENT.
           IF WS-SEG-DAYS = ZERO
               GO TO 2600-EXIT
           END-IF
           COMPUTE WS-ACT-BAL-DAYS (WS-ACT-SUB)
               = WS-ACT-BAL-DAYS (WS-ACT-SUB)
               + WS-SEG-BALANCE * WS-SEG-DAYS
           IF WS-SEG-BALANCE > ZERO
               ADD WS-SEG-DAYS TO WS-ACT-CR-DAYS (WS-ACT-SUB)
               MOVE 'C'            TO WS-TIER-TYPE
               MOVE WS-SEG-BALANCE TO WS-TIER-AMOUNT
               PERFORM 2700-FIND-TIER-RATE THRU 2700-EXIT
               COMPUTE WS-SEG-ACCRUAL
                   = WS-TIER-AMOUNT * WS-SEG-DAYS * WS-TIER-RATE
                   / WS-DAY-BASIS / 100
               ADD WS-SEG-ACCRUAL TO WS-ACT-CR-ACCRUED (WS-ACT-SUB)
           END-IF
           IF WS-SEG-BALANCE < ZERO
               ADD WS-SEG-DAYS TO WS-ACT-OD-DAYS (WS-ACT-SUB)
               MOVE 'O'            TO WS-TIER-TYPE
               COMPUTE WS-TIER-AMOUNT = ZERO - WS-SEG-BALANCE
               PERFORM 2700-FIND-TIER-RATE THRU 2700-EXIT
               COMPUTE WS-SEG-ACCRUAL
                   = WS-TIER-AMOUNT * WS-SEG-DAYS * WS-TIER-RATE
                   / WS-DAY-BASIS / 100
               ADD WS-SEG-ACCRUAL TO WS-ACT-OD-ACCRUED (WS-ACT-SUB)
           END-IF.
       2600-EXIT.
           EXIT.
      ******************************************************************
      *    2700-FIND-TIER-RATE -- the annual rate for WS-TIER-AMOUNT
      *    among the WS-TIER-TYPE tiers: the first whose bound it
      *    does not exceed, else the last of the type.  No tier of
      *    the type at all prices it at zero.
      ******************************************************************
       2700-FIND-TIER-RATE.
           MOVE ZERO TO WS-TIER-RATE
           MOVE ZERO TO WS-TIER-SUB
           MOVE 'N'  TO TIER-FOUND-SWITCH
           PERFORM 2710-FIND-TIER-NEXT THRU 2710-EXIT
               UNTIL TIER-FOUND
                  OR WS-TIER-SUB NOT LESS THAN WS-TIER-COUNT.
       2700-EXIT.
           EXIT.

       2710-FIND-TIER-NEXT.
           ADD 1 TO WS-TIER-SUB
           IF WS-TIER-ENT-TYPE (WS-TIER-SUB) NOT = WS-TIER-TYPE
               GO TO 2710-EXIT
           END-IF
           MOVE WS-TIER-ENT-RATE (WS-TIER-SUB) TO WS-TIER-RATE
           IF WS-TIER-AMOUNT NOT > WS-TIER-ENT-BOUND (WS-TIER-SUB)
               MOVE 'Y' TO TIER-FOUND-SWITCH
           END-IF.
       2710-EXIT.
           EXIT.
      ******************************************************************
      *    2800-WRITE-ITEM -- one TRANFIL5 detail for the current
      *    account; the caller clears TRAN-RECORD and sets the type,
      *    TRAN-VALUE and amount.  The currency is left blank (base)
      *    and the source code blank for TRANEDIT to stamp '05'.
      *    The region is the account's booking region (2550-).
      ******************************************************************
       2800-WRITE-ITEM.
           MOVE WS-ACT-BOOK-REGION           TO TRAN-REGION-CD
           MOVE WS-ACT-ACCOUNT-ID (WS-ACT-SUB) TO TRAN-ACCOUNT-ID
           MOVE TRAN-RECORD                  TO GEN-TRAN-REC
           PERFORM 2900-WRITE-GEN-TRAN THRU 2900-EXIT
           IF BOOK-DEFAULT
               ADD 1       TO WS-ITEMS-DEFAULT-RGN
           END-IF
           ADD 1           TO WS-ITEMS-GENERATED
           ADD TRAN-AMOUNT TO WS-GEN-HASH.
       2800-EXIT.
           EXIT.
      ******************************************************************
      *    2900-WRITE-GEN-TRAN / 2950-WRITE-REPORT -- one TRANFIL5
      *    record or one report line, status checked.
      ******************************************************************
       2900-WRITE-GEN-TRAN.
           WRITE GEN-TRAN-REC
           IF NOT GEN-TRAN-FILE-OK
               MOVE "GEN-TRAN-REC WRITE FAILED" TO WS-ABEND-MESSAGE
               MOVE GEN-TRAN-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       2900-EXIT.
           EXIT.

       2950-WRITE-REPORT.
           WRITE ACCR-RPT-LINE
           IF NOT ACCR-RPT-FILE-OK
               MOVE "ACCR-RPT-LINE WRITE FAILED" TO WS-ABEND-MESSAGE
               MOVE ACCR-RPT-FILE-STATUS         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       2950-EXIT.
           EXIT.
      ******************************************************************
      *    8000-TERMINATE -- the TRANFIL5 trailer; on the month-end
      *    night the report totals and sign-off block; counts to the
      *    log and NIGHTTOT; close down.
      ******************************************************************
       8000-TERMINATE.
           MOVE SPACES             TO TRAN-TRAILER-RECORD
           MOVE 'TRL'              TO TRAN-TRL-ID
           MOVE WS-ITEMS-GENERATED TO TRAN-TRL-RECORD-COUNT
           MOVE WS-GEN-HASH        TO TRAN-TRL-HASH-TOTAL
           MOVE TRAN-TRAILER-RECORD TO GEN-TRAN-REC
           PERFORM 2900-WRITE-GEN-TRAN THRU 2900-EXIT
           CLOSE GEN-TRAN-FILE

           IF ACCRUAL-RUN
               PERFORM 8100-REPORT-TOTALS THRU 8100-EXIT
               CLOSE ACCR-RPT-FILE
           END-IF

           DISPLAY "INTACCR ACCOUNTS ACCRUED:  " WS-ACCOUNTS-ACCRUED
           DISPLAY "INTACCR ITEMS GENERATED:   " WS-ITEMS-GENERATED
           DISPLAY "INTACCR DEFAULT REGION:    " WS-ITEMS-DEFAULT-RGN
           DISPLAY "INTACCR HISTORY UNMATCHED: " WS-HIST-UNMATCHED
           DISPLAY "INTACCR ITEMS POST ON:     " WS-POST-DATE

           PERFORM 9700-OPEN-CTL-TOTALS THRU 9700-EXIT
           MOVE "ACCOUNTS ACCRUED"     TO CTL-LABEL
           MOVE WS-ACCOUNTS-ACCRUED    TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "ITEMS GENERATED"      TO CTL-LABEL
           MOVE WS-ITEMS-GENERATED     TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "CREDIT INTEREST"      TO CTL-LABEL
           MOVE WS-TOTAL-CR-INTEREST   TO CTL-AMOUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "OVERDRAFT CHARGES"    TO CTL-LABEL
           MOVE WS-TOTAL-OD-CHARGE     TO CTL-AMOUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           CLOSE CTL-TOTAL-FILE.
       8000-EXIT.
           EXIT.
      ******************************************************************
      *    8100-REPORT-TOTALS -- the month's totals under the account
      *    lines, then the sign-off block for finance.
      ******************************************************************
       8100-REPORT-TOTALS.
           MOVE SPACES TO ACCR-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE "ACCOUNTS ACCRUED"         TO WS-CNT-LABEL
           MOVE WS-ACCOUNTS-ACCRUED        TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE              TO ACCR-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE "ACCOUNTS WITHOUT HISTORY" TO WS-CNT-LABEL
           MOVE WS-ACCOUNTS-NO-HIST        TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE              TO ACCR-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE "HISTORY RECORDS READ"     TO WS-CNT-LABEL
           MOVE WS-HIST-READ               TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE              TO ACCR-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE "HISTORY NOT ON MASTER"    TO WS-CNT-LABEL
           MOVE WS-HIST-UNMATCHED          TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE              TO ACCR-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE "HISTORY RECORDS INVALID"  TO WS-CNT-LABEL
           MOVE WS-HIST-BAD-DATE           TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE              TO ACCR-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE "CREDIT INTEREST ITEMS"    TO WS-CNT-LABEL
           MOVE WS-CR-ITEMS                TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE              TO ACCR-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE "CREDIT INTEREST TOTAL"    TO WS-AMT-LABEL
           MOVE WS-TOTAL-CR-INTEREST       TO WS-AMT-VALUE
           MOVE WS-AMOUNT-LINE             TO ACCR-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE "OVERDRAFT CHARGE ITEMS"   TO WS-CNT-LABEL
           MOVE WS-OD-ITEMS                TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE              TO ACCR-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE "OVERDRAFT CHARGE TOTAL"   TO WS-AMT-LABEL
           MOVE WS-TOTAL-OD-CHARGE         TO WS-AMT-VALUE
           MOVE WS-AMOUNT-LINE             TO ACCR-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE "ITEMS UNDER DEFAULT RGN"  TO WS-CNT-LABEL
           MOVE WS-ITEMS-DEFAULT-RGN       TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE              TO ACCR-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE "TRANFIL5 HASH TOTAL"      TO WS-AMT-LABEL
           MOVE WS-GEN-HASH                TO WS-AMT-VALUE
           MOVE WS-AMOUNT-LINE             TO ACCR-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT

           MOVE SPACES TO ACCR-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT
           MOVE WS-SIGNOFF-LINE            TO ACCR-RPT-LINE
           PERFORM 2950-WRITE-REPORT THRU 2950-EXIT.
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
           MOVE "INTACCR"         TO CTL-STEP-NAME
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
           DISPLAY "INTACCR ABEND - " WS-ABEND-MESSAGE
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9999-EXIT.
           EXIT.
