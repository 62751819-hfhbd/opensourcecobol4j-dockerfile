       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 CASHRPT.
       AUTHOR. WEDEMANN / Softwork.app
       INSTALLATION. Softwork.app
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original program.  Aggregated large-cash
      *                      regulatory report.  Reads the night's
      *                      postings in account order (POSTSRT) and
      *                      totals every account's gross posted
      *                      activity -- cash in plus cash out, all
      *                      providers and transaction types, in
      *                      base currency (foreign items converted
      *                      from POST-ORIG-AMOUNT at the CURRRATE
      *                      rate).  An account whose gross reaches
      *                      the CASHPARM THRESHOLD goes to the
      *                      fixed-format CASHFIL filing unless it is
      *                      on the CASHEXMP exemption master
      *                      (maintained by card through CXMAINT).
      *                      Items just under the threshold are kept
      *                      on the CASHHIST history across a window
      *                      of BUSCAL business days; an account that
      *                      gathers STRUCTURE-COUNT of them is
      *                      flagged for possible structuring on the
      *                      CASHREV compliance review report, exempt
      *                      or not, and the step ends COND CODE 4.
      *                      Unlike the ACCTEXC movement check nothing
      *                      nets here -- offsetting debits and
      *                      credits both count.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT POST-FILE        ASSIGN TO "POSTSRT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS POST-FILE-STATUS.

           SELECT HIST-FILE        ASSIGN TO "CASHHIST"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS HIST-FILE-STATUS.

           SELECT HNEW-FILE        ASSIGN TO "CASHHNEW"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS HNEW-FILE-STATUS.

           SELECT EXEMPT-FILE      ASSIGN TO "CASHEXMP"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CXM-ACCOUNT-ID
                                    FILE STATUS IS EXEMPT-STATUS.

           SELECT CURR-RATE-FILE   ASSIGN TO "CURRRATE"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS CURR-RATE-FILE-STATUS.

           SELECT CALENDAR-FILE    ASSIGN TO "BUSCAL"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS CALENDAR-FILE-STATUS.

           SELECT PARM-FILE        ASSIGN TO "CASHPARM"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS PARM-FILE-STATUS.

           SELECT FILING-FILE      ASSIGN TO "CASHFIL"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS FILING-FILE-STATUS.

           SELECT REVIEW-RPT-FILE  ASSIGN TO "CASHREV"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS REVIEW-RPT-FILE-STATUS.

           SELECT CTL-TOTAL-FILE   ASSIGN TO "NIGHTTOT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS CTL-TOTAL-STATUS.
      ******************************************************************
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  POST-FILE.
           COPY POSTREC.

       FD  HIST-FILE.
           COPY CSHHREC.

       FD  HNEW-FILE.
           COPY CSHHREC REPLACING ==CASH-HIST-RECORD==
                               BY ==CASH-HNEW-RECORD==
                       LEADING ==CHS-== BY ==CHN-==.

       FD  EXEMPT-FILE.
           COPY CXMREC.

       FD  CURR-RATE-FILE.
           COPY CURREC.

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  PARM-FILE.
       01  PARM-CARD                  PIC X(80).

       FD  FILING-FILE.
           COPY CASHREC.

       FD  REVIEW-RPT-FILE.
       01  REVIEW-RPT-LINE            PIC X(132).

       FD  CTL-TOTAL-FILE.
           COPY CTLREC.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY RUNSTMP.

       01  SW-CTL-TOTAL-STATUS.
           05  CTL-TOTAL-STATUS        PIC X(02) VALUE '00'.
               88  CTL-TOTAL-OK                   VALUE '00'.
               88  CTL-TOTAL-NOT-FOUND            VALUE '35'.

       01  SW-POST-FILE-STATUS.
           05  POST-FILE-STATUS        PIC X(02) VALUE '00'.
               88  POST-FILE-OK                   VALUE '00'.

       01  SW-HIST-FILE-STATUS.
           05  HIST-FILE-STATUS        PIC X(02) VALUE '00'.
               88  HIST-FILE-OK                   VALUE '00'.
               88  HIST-FILE-NOT-FOUND            VALUE '35'.

       01  SW-HNEW-FILE-STATUS.
           05  HNEW-FILE-STATUS        PIC X(02) VALUE '00'.
               88  HNEW-FILE-OK                   VALUE '00'.

       01  SW-EXEMPT-STATUS.
           05  EXEMPT-STATUS           PIC X(02) VALUE '00'.
               88  EXEMPT-OK                      VALUE '00'.
               88  EXEMPT-NOT-FOUND               VALUE '23'.
               88  EXEMPT-FILE-NOT-FOUND          VALUE '35'.

       01  SW-CURR-RATE-FILE-STATUS.
           05  CURR-RATE-FILE-STATUS   PIC X(02) VALUE '00'.
               88  CURR-RATE-FILE-OK              VALUE '00'.
               88  CURR-RATE-FILE-NOT-FOUND       VALUE '35'.

       01  SW-CALENDAR-FILE-STATUS.
           05  CALENDAR-FILE-STATUS    PIC X(02) VALUE '00'.
               88  CALENDAR-FILE-OK               VALUE '00'.
               88  CALENDAR-FILE-NOT-FOUND        VALUE '35'.

       01  SW-PARM-FILE-STATUS.
           05  PARM-FILE-STATUS        PIC X(02) VALUE '00'.
               88  PARM-FILE-OK                   VALUE '00'.
               88  PARM-FILE-NOT-FOUND            VALUE '35'.

       01  SW-FILING-FILE-STATUS.
           05  FILING-FILE-STATUS      PIC X(02) VALUE '00'.
               88  FILING-FILE-OK                 VALUE '00'.

       01  SW-REVIEW-RPT-FILE-STATUS.
           05  REVIEW-RPT-FILE-STATUS  PIC X(02) VALUE '00'.
               88  REVIEW-RPT-FILE-OK             VALUE '00'.

       01  SW-PARM-EOF.
           05  PARM-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  PARM-AT-EOF                    VALUE 'Y'.
           05  PARM-NUM-END-SWITCH     PIC X(01) VALUE 'N'.
               88  PARM-NUM-END                   VALUE 'Y'.

       01  SW-END-OF-FILE.
           05  CURRENCY-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  CURRENCY-AT-EOF                VALUE 'Y'.
           05  CALENDAR-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  CALENDAR-AT-EOF                VALUE 'Y'.

       01  SW-FILE-PRESENT.
           05  HIST-PRESENT-SW         PIC X(01) VALUE 'Y'.
               88  HIST-PRESENT                   VALUE 'Y'.
           05  EXEMPT-PRESENT-SW       PIC X(01) VALUE 'Y'.
               88  EXEMPT-PRESENT                 VALUE 'Y'.

       01  SW-ACCOUNT-FLAGS.
           05  CURRENCY-FOUND-SWITCH   PIC X(01) VALUE 'N'.
               88  CURRENCY-FOUND                 VALUE 'Y'.
           05  FOREIGN-ITEM-SWITCH     PIC X(01) VALUE 'N'.
               88  FOREIGN-ITEM                   VALUE 'Y'.
           05  REPORTABLE-SWITCH       PIC X(01) VALUE 'N'.
               88  ACCOUNT-REPORTABLE             VALUE 'Y'.
           05  STRUCTURING-SWITCH      PIC X(01) VALUE 'N'.
               88  ACCOUNT-STRUCTURING            VALUE 'Y'.
           05  EXEMPT-SWITCH           PIC X(01) VALUE 'N'.
               88  ACCOUNT-EXEMPT                 VALUE 'Y'.
           05  EXEMPT-LAPSED-SWITCH    PIC X(01) VALUE 'N'.
               88  EXEMPTION-LAPSED               VALUE 'Y'.

       01  WS-PARM-FIELDS.
           05  WS-PARM-KEYWORD         PIC X(20) VALUE SPACES.
           05  WS-PARM-VALUE           PIC X(20) VALUE SPACES.
           05  WS-PARM-NUMBER          PIC 9(09) COMP VALUE ZERO.
           05  WS-PARM-SUB             PIC 9(04) COMP VALUE ZERO.
           05  WS-PARM-DIGIT-X         PIC X(01) VALUE ZERO.
           05  WS-PARM-DIGIT REDEFINES WS-PARM-DIGIT-X
                                       PIC 9(01).

      *    Filing parameters -- CASHPARM cards override these
      *    compiled-in defaults.  THRESHOLD is whole base-currency
      *    units on the card.  An item is near the threshold when it
      *    is under it by no more than NEAR-PERCENT; STRUCTURE-COUNT
      *    such items inside WINDOW-DAYS business days (tonight
      *    included) flag the account.
       01  WS-CASH-PARMS.
           05  WS-THRESHOLD            PIC S9(11)V99 COMP-3
                                       VALUE 10000.00.
           05  WS-NEAR-PERCENT         PIC 9(02) COMP VALUE 10.
           05  WS-WINDOW-DAYS          PIC 9(02) COMP VALUE 5.
           05  WS-STRUCTURE-COUNT      PIC 9(04) COMP VALUE 3.
           05  WS-FILER-ID             PIC X(10) VALUE "SOFTWORK".
           05  WS-NEAR-KEEP-PCT        PIC 9(04) COMP VALUE ZERO.
           05  WS-NEAR-FLOOR           PIC S9(11)V99 COMP-3
                                       VALUE ZERO.

       01  WS-CURRENCY-TABLE.
           05  WS-CURRENCY-MAX         PIC 9(04) COMP VALUE 50.
           05  WS-CURRENCY-COUNT       PIC 9(04) COMP VALUE ZERO.
           05  WS-CURRENCY-SUB         PIC 9(04) COMP VALUE ZERO.
           05  WS-CURRENCY-ENTRY       OCCURS 50 TIMES.
               10  WS-CURRENCY-ENTRY-CD
                                       PIC X(03).
               10  WS-CURRENCY-ENTRY-RATE
                                       PIC 9(05)V9(06) COMP-3.

      *    The last WINDOW-DAYS business dates up to the run date,
      *    kept round-robin as BUSCAL is read in date order; the
      *    oldest of them is where the structuring window starts.
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-WINDOW-NEXT          PIC 9(04) COMP VALUE 1.
           05  WS-WINDOW-ENTRY         OCCURS 30 TIMES
                                       PIC X(10).
           05  WS-WINDOW-START         PIC X(10) VALUE SPACES.
           05  WS-LAST-CAL-DATE        PIC X(10) VALUE SPACES.

       01  WS-CONVERT-FIELDS.
           05  WS-CURR-RATE            PIC 9(05)V9(06) COMP-3 VALUE 1.
           05  WS-BASE-AMOUNT          PIC S9(09)V99 COMP-3 VALUE ZERO.

      *    Match keys for the two account-ordered inputs; HIGH-VALUES
      *    once a file is exhausted, so the lower key always names
      *    the next account to process.
       01  WS-MATCH-KEYS.
           05  WS-POST-KEY             PIC X(10) VALUE SPACES.
           05  WS-HIST-KEY             PIC X(10) VALUE SPACES.
           05  WS-CURRENT-ACCOUNT      PIC X(10) VALUE SPACES.

       01  WS-ACCOUNT-TOTALS.
           05  WS-ACCT-REGION-CD       PIC X(03) VALUE SPACES.
           05  WS-ACCT-ITEMS           PIC 9(05) COMP VALUE ZERO.
           05  WS-ACCT-CASH-IN         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-ACCT-CASH-OUT        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-ACCT-GROSS           PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-ACCT-FOREIGN-ITEMS   PIC 9(05) COMP VALUE ZERO.
           05  WS-ACCT-FOREIGN-GROSS   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-ACCT-NEAR-TONIGHT    PIC 9(04) COMP VALUE ZERO.
           05  WS-ACCT-NEAR-HISTORY    PIC 9(04) COMP VALUE ZERO.
           05  WS-ACCT-NEAR-TOTAL      PIC 9(04) COMP VALUE ZERO.
           05  WS-ACCT-ACTION          PIC X(20) VALUE SPACES.

      *    The near-threshold items of the account in hand, history
      *    and tonight's, listed under a structuring flag.  Items
      *    past the table are still counted and carried on
      *    CASHHNEW, only not listed.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-MAX             PIC 9(04) COMP VALUE 100.
           05  WS-ITEM-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-ITEM-SUB             PIC 9(04) COMP VALUE ZERO.
           05  WS-ITEMS-UNLISTED       PIC 9(04) COMP VALUE ZERO.
           05  WS-ITEM-ENTRY           OCCURS 100 TIMES.
               10  WS-ITEM-ENTRY-DATE  PIC X(10).
               10  WS-ITEM-ENTRY-TYPE  PIC X(01).
               10  WS-ITEM-ENTRY-AMOUNT
                                       PIC S9(09)V99 COMP-3.
               10  WS-ITEM-ENTRY-SOURCE
                                       PIC X(02).
               10  WS-ITEM-ENTRY-CURRENCY
                                       PIC X(03).

      *    One near-threshold item on its way to the table and to
      *    CASHHNEW.
       01  WS-ITEM-FIELDS.
           05  WS-ITEM-DATE            PIC X(10) VALUE SPACES.
           05  WS-ITEM-TYPE            PIC X(01) VALUE SPACES.
           05  WS-ITEM-AMOUNT          PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-ITEM-SOURCE          PIC X(02) VALUE SPACES.
           05  WS-ITEM-CURRENCY        PIC X(03) VALUE SPACES.
           05  WS-ITEM-REGION-CD       PIC X(03) VALUE SPACES.

       01  WS-CASH-COUNTERS.
           05  WS-POSTINGS-READ        PIC 9(09) COMP VALUE ZERO.
           05  WS-POSTINGS-USED        PIC 9(09) COMP VALUE ZERO.
           05  WS-RATE-FALLBACKS       PIC 9(09) COMP VALUE ZERO.
           05  WS-HIST-READ            PIC 9(09) COMP VALUE ZERO.
           05  WS-HIST-KEPT            PIC 9(09) COMP VALUE ZERO.
           05  WS-NEAR-WRITTEN         PIC 9(09) COMP VALUE ZERO.
           05  WS-ACCOUNTS-AGGREGATED  PIC 9(09) COMP VALUE ZERO.
           05  WS-ACCOUNTS-FILED       PIC 9(09) COMP VALUE ZERO.
           05  WS-EXEMPT-SUPPRESSED    PIC 9(09) COMP VALUE ZERO.
           05  WS-STRUCTURING-FLAGS    PIC 9(09) COMP VALUE ZERO.
           05  WS-FILED-GROSS          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FILED-CASH-IN        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FILED-CASH-OUT       PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(15)
                                       VALUE "BUSINESS DATE ".
           05  WS-HDG-BUS-DATE         PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "  THRESHOLD ".
           05  WS-HDG-THRESHOLD        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(13) VALUE "  NEAR FLOOR ".
           05  WS-HDG-NEAR-FLOOR       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(15)
                                       VALUE "  WINDOW FROM ".
           05  WS-HDG-WINDOW-START     PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-HDG-WINDOW-DAYS      PIC Z9.
           05  FILLER                  PIC X(14)
                                       VALUE " BUSINESS DAYS".
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  WS-ACCOUNT-LINE.
           05  FILLER                  PIC X(08) VALUE "ACCOUNT ".
           05  WS-ACL-ACCOUNT-ID       PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE " REGION ".
           05  WS-ACL-REGION-CD        PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE " ITEMS ".
           05  WS-ACL-ITEMS            PIC ZZZZ9.
           05  FILLER                  PIC X(04) VALUE " IN ".
           05  WS-ACL-CASH-IN          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(05) VALUE " OUT ".
           05  WS-ACL-CASH-OUT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(07) VALUE " GROSS ".
           05  WS-ACL-GROSS            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ACL-ACTION           PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE SPACES.

       01  WS-EXEMPT-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  WS-EXL-LABEL            PIC X(18) VALUE SPACES.
           05  WS-EXL-REASON           PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE " EXPIRES ".
           05  WS-EXL-EXPIRY-DATE      PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-NEAR-SUMMARY-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(23)
                                       VALUE "NEAR-THRESHOLD TONIGHT ".
           05  WS-NSL-TONIGHT          PIC ZZZ9.
           05  FILLER                  PIC X(12) VALUE "  IN WINDOW ".
           05  WS-NSL-TOTAL            PIC ZZZ9.
           05  FILLER                  PIC X(14)
                                       VALUE "  NOT LISTED ".
           05  WS-NSL-UNLISTED         PIC ZZZ9.
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  WS-ITEM-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "NEAR ITEM ".
           05  WS-ITL-DATE             PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE " TYPE ".
           05  WS-ITL-TYPE             PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE " AMOUNT ".
           05  WS-ITL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(08) VALUE " SOURCE ".
           05  WS-ITL-SOURCE           PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE " CURRENCY ".
           05  WS-ITL-CURRENCY         PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL            PIC X(25) VALUE SPACES.
           05  WS-CNT-VALUE            PIC Z(08)9.
           05  FILLER                  PIC X(98) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  WS-AMT-LABEL            PIC X(25) VALUE SPACES.
           05  WS-AMT-VALUE            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(87) VALUE SPACES.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           05  WS-ABEND-STATUS         PIC X(02) VALUE SPACES.
      /*****************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
               UNTIL WS-POST-KEY = HIGH-VALUES
                 AND WS-HIST-KEY = HIGH-VALUES
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.
      ******************************************************************
      *    0900-STAMP-RUN-DATE -- shared run-date/run-time stamp,
      *    PERFORMed from 1000-INITIALIZE below (see RUNSTPRC copybook).
      ******************************************************************
       COPY RUNSTPRC.
      ******************************************************************
      *    1000-INITIALIZE -- stamp the run, load the parameters, the
      *    rate table and the business-day window, open the files and
      *    prime both account-ordered inputs.  CASHHIST is absent on
      *    the first night and CASHEXMP until the first exemption is
      *    added; neither stops the run.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 0900-STAMP-RUN-DATE THRU 0900-EXIT

           PERFORM 1100-LOAD-PARMS THRU 1100-EXIT

      *    With no rate file every foreign item falls back to the
      *    base amount SECTIONS already posted.
           OPEN INPUT CURR-RATE-FILE
           IF CURR-RATE-FILE-NOT-FOUND
               DISPLAY "CASHRPT CURRRATE NOT PRESENT - "
                       "POSTED BASE AMOUNTS USED"
               MOVE 'Y' TO CURRENCY-EOF-SWITCH
           ELSE
               IF NOT CURR-RATE-FILE-OK
                   MOVE "CURR-RATE-FILE OPEN FAILED"
                                             TO WS-ABEND-MESSAGE
                   MOVE CURR-RATE-FILE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
               PERFORM 1200-LOAD-CURRENCY THRU 1200-EXIT
                   UNTIL CURRENCY-AT-EOF
               CLOSE CURR-RATE-FILE
           END-IF

           PERFORM 1300-LOAD-WINDOW THRU 1300-EXIT

           OPEN INPUT POST-FILE
           IF NOT POST-FILE-OK
               MOVE "POST-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE POST-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           OPEN INPUT HIST-FILE
           IF HIST-FILE-NOT-FOUND
               DISPLAY "CASHRPT CASHHIST NOT PRESENT - "
                       "NO PRIOR NEAR-THRESHOLD ITEMS"
               MOVE 'N' TO HIST-PRESENT-SW
           ELSE
               IF NOT HIST-FILE-OK
                   MOVE "HIST-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
                   MOVE HIST-FILE-STATUS        TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
           END-IF

           OPEN INPUT EXEMPT-FILE
           IF EXEMPT-FILE-NOT-FOUND
               DISPLAY "CASHRPT CASHEXMP NOT PRESENT - "
                       "NO ACCOUNTS EXEMPT"
               MOVE 'N' TO EXEMPT-PRESENT-SW
           ELSE
               IF NOT EXEMPT-OK
                   MOVE "EXEMPT-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
                   MOVE EXEMPT-STATUS             TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
           END-IF

           OPEN OUTPUT HNEW-FILE
           IF NOT HNEW-FILE-OK
               MOVE "HNEW-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE HNEW-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           OPEN OUTPUT FILING-FILE
           IF NOT FILING-FILE-OK
               MOVE "FILING-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE FILING-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           OPEN OUTPUT REVIEW-RPT-FILE
           IF NOT REVIEW-RPT-FILE-OK
               MOVE "REVIEW-RPT-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE REVIEW-RPT-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           PERFORM 1500-WRITE-HEADINGS THRU 1500-EXIT

           PERFORM 2900-READ-POST THRU 2900-EXIT
           IF HIST-PRESENT
               PERFORM 2950-READ-HIST THRU 2950-EXIT
           ELSE
               MOVE HIGH-VALUES TO WS-HIST-KEY
           END-IF.
       1000-EXIT.
           EXIT.
      ******************************************************************
      *    1100-LOAD-PARMS -- read the CASHPARM parameter card file:
      *    KEYWORD=VALUE cards, '*' in column one for comments.
      *    Every card is echoed to the log and the effective values
      *    are displayed; compiled-in defaults apply when the file
      *    is not present.  An unknown keyword or a bad value is a
      *    hard abend -- a mistyped card must not run with defaults.
      ******************************************************************
       1100-LOAD-PARMS.
           OPEN INPUT PARM-FILE
           IF PARM-FILE-NOT-FOUND
               DISPLAY "CASHRPT CASHPARM NOT PRESENT - DEFAULTS APPLY"
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
           COMPUTE WS-NEAR-KEEP-PCT = 100 - WS-NEAR-PERCENT
           COMPUTE WS-NEAR-FLOOR = WS-THRESHOLD * WS-NEAR-KEEP-PCT
           DIVIDE 100 INTO WS-NEAR-FLOOR
           DISPLAY "CASHRPT THRESHOLD       " WS-THRESHOLD
           DISPLAY "CASHRPT NEAR-PERCENT    " WS-NEAR-PERCENT
           DISPLAY "CASHRPT NEAR FLOOR      " WS-NEAR-FLOOR
           DISPLAY "CASHRPT WINDOW-DAYS     " WS-WINDOW-DAYS
           DISPLAY "CASHRPT STRUCTURE-COUNT " WS-STRUCTURE-COUNT
           DISPLAY "CASHRPT FILER-ID        " WS-FILER-ID.
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
                       DISPLAY "CASHRPT PARM: " PARM-CARD (1:44)
                       PERFORM 1120-APPLY-PARM THRU 1120-EXIT
                   END-IF
           END-READ.
       1110-EXIT.
           EXIT.
      ******************************************************************
      *    1120-APPLY-PARM -- KEYWORD=VALUE into the filing
      *    parameters.  THRESHOLD is whole currency units; the
      *    window is capped at the 30 business days the window
      *    table holds.
      ******************************************************************
       1120-APPLY-PARM.
           MOVE SPACES TO WS-PARM-KEYWORD
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING PARM-CARD DELIMITED BY '='
               INTO WS-PARM-KEYWORD WS-PARM-VALUE
           END-UNSTRING
           EVALUATE WS-PARM-KEYWORD
               WHEN "THRESHOLD"
                   PERFORM 1130-PARM-TO-NUMBER THRU 1130-EXIT
                   IF WS-PARM-NUMBER = ZERO
                       MOVE "THRESHOLD MUST BE 1 OR MORE"
                                                 TO WS-ABEND-MESSAGE
                       MOVE PARM-FILE-STATUS     TO WS-ABEND-STATUS
                       PERFORM 9999-FILE-ABEND THRU 9999-EXIT
                   END-IF
                   MOVE WS-PARM-NUMBER TO WS-THRESHOLD
               WHEN "NEAR-PERCENT"
                   PERFORM 1130-PARM-TO-NUMBER THRU 1130-EXIT
                   IF WS-PARM-NUMBER = ZERO
                    OR WS-PARM-NUMBER > 99
                       MOVE "NEAR-PERCENT MUST BE 1 TO 99"
                                                 TO WS-ABEND-MESSAGE
                       MOVE PARM-FILE-STATUS     TO WS-ABEND-STATUS
                       PERFORM 9999-FILE-ABEND THRU 9999-EXIT
                   END-IF
                   MOVE WS-PARM-NUMBER TO WS-NEAR-PERCENT
               WHEN "WINDOW-DAYS"
                   PERFORM 1130-PARM-TO-NUMBER THRU 1130-EXIT
                   IF WS-PARM-NUMBER = ZERO
                    OR WS-PARM-NUMBER > 30
                       MOVE "WINDOW-DAYS MUST BE 1 TO 30"
                                                 TO WS-ABEND-MESSAGE
                       MOVE PARM-FILE-STATUS     TO WS-ABEND-STATUS
                       PERFORM 9999-FILE-ABEND THRU 9999-EXIT
                   END-IF
                   MOVE WS-PARM-NUMBER TO WS-WINDOW-DAYS
               WHEN "STRUCTURE-COUNT"
                   PERFORM 1130-PARM-TO-NUMBER THRU 1130-EXIT
                   IF WS-PARM-NUMBER < 2
                    OR WS-PARM-NUMBER > 999
                       MOVE "STRUCTURE-COUNT MUST BE 2 TO 999"
                                                 TO WS-ABEND-MESSAGE
                       MOVE PARM-FILE-STATUS     TO WS-ABEND-STATUS
                       PERFORM 9999-FILE-ABEND THRU 9999-EXIT
                   END-IF
                   MOVE WS-PARM-NUMBER TO WS-STRUCTURE-COUNT
               WHEN "FILER-ID"
                   IF WS-PARM-VALUE = SPACES
                       MOVE "FILER-ID MUST NOT BE BLANK"
                                                 TO WS-ABEND-MESSAGE
                       MOVE PARM-FILE-STATUS     TO WS-ABEND-STATUS
                       PERFORM 9999-FILE-ABEND THRU 9999-EXIT
                   END-IF
                   MOVE WS-PARM-VALUE (1:10) TO WS-FILER-ID
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
      *    1200-LOAD-CURRENCY -- one CURRRATE record into the table,
      *    refused like in SECTIONS when the rate is zero.
      ******************************************************************
       1200-LOAD-CURRENCY.
           READ CURR-RATE-FILE
               AT END
                   MOVE 'Y' TO CURRENCY-EOF-SWITCH
               NOT AT END
                   IF WS-CURRENCY-COUNT NOT LESS THAN WS-CURRENCY-MAX
                       MOVE "CURRENCY-TABLE OVERFLOW"
                                                 TO WS-ABEND-MESSAGE
                       MOVE CURR-RATE-FILE-STATUS
                                                 TO WS-ABEND-STATUS
                       PERFORM 9999-FILE-ABEND THRU 9999-EXIT
                   END-IF
                   IF CUR-RATE-TO-BASE NOT NUMERIC
                    OR CUR-RATE-TO-BASE = ZERO
                       MOVE "CURRRATE RATE INVALID"
                                                 TO WS-ABEND-MESSAGE
                       MOVE CURR-RATE-FILE-STATUS
                                                 TO WS-ABEND-STATUS
                       PERFORM 9999-FILE-ABEND THRU 9999-EXIT
                   END-IF
                   ADD 1 TO WS-CURRENCY-COUNT
                   MOVE CUR-CURRENCY-CD
                     TO WS-CURRENCY-ENTRY-CD (WS-CURRENCY-COUNT)
                   MOVE CUR-RATE-TO-BASE
                     TO WS-CURRENCY-ENTRY-RATE (WS-CURRENCY-COUNT)
           END-READ.
       1200-EXIT.
           EXIT.
      ******************************************************************
      *    1300-LOAD-WINDOW -- find where the structuring window
      *    starts: the oldest of the last WINDOW-DAYS business dates
      *    on BUSCAL up to and including the run date.  BUSCAL must
      *    be in date order.  Without a calendar the window is the
      *    run date alone, so no history item counts.
      ******************************************************************
       1300-LOAD-WINDOW.
           MOVE RUNSTMP-RUN-DATE TO WS-WINDOW-START
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-FILE-NOT-FOUND
               DISPLAY "CASHRPT BUSCAL NOT PRESENT - "
                       "WINDOW IS THE RUN DATE ONLY"
               GO TO 1300-DISPLAY
           END-IF
           IF NOT CALENDAR-FILE-OK
               MOVE "CALENDAR-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE CALENDAR-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 1310-WINDOW-DATE THRU 1310-EXIT
               UNTIL CALENDAR-AT-EOF
           CLOSE CALENDAR-FILE

           IF WS-WINDOW-COUNT = ZERO
               GO TO 1300-DISPLAY
           END-IF
           IF WS-WINDOW-COUNT < WS-WINDOW-DAYS
               MOVE WS-WINDOW-ENTRY (1) TO WS-WINDOW-START
           ELSE
               MOVE WS-WINDOW-ENTRY (WS-WINDOW-NEXT)
                 TO WS-WINDOW-START
           END-IF.
       1300-DISPLAY.
           DISPLAY "CASHRPT WINDOW START    " WS-WINDOW-START.
       1300-EXIT.
           EXIT.
      ******************************************************************
      *    1310-WINDOW-DATE -- one BUSCAL record; a business date up
      *    to the run date overwrites the oldest slot of the window
      *    table.  Dates past the run date are read and ignored.
      ******************************************************************
       1310-WINDOW-DATE.
           READ CALENDAR-FILE
               AT END
                   MOVE 'Y' TO CALENDAR-EOF-SWITCH
                   GO TO 1310-EXIT
           END-READ
           IF CAL-DATE < WS-LAST-CAL-DATE
               DISPLAY "CASHRPT BUSCAL DATE " CAL-DATE
                       " FOLLOWS " WS-LAST-CAL-DATE
               MOVE "BUSCAL OUT OF DATE SEQUENCE" TO WS-ABEND-MESSAGE
               MOVE CALENDAR-FILE-STATUS          TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           MOVE CAL-DATE TO WS-LAST-CAL-DATE
           IF NOT CAL-BUSINESS-DAY
            OR CAL-DATE > RUNSTMP-RUN-DATE
               GO TO 1310-EXIT
           END-IF
           MOVE CAL-DATE TO WS-WINDOW-ENTRY (WS-WINDOW-NEXT)
           IF WS-WINDOW-COUNT < WS-WINDOW-DAYS
               ADD 1 TO WS-WINDOW-COUNT
           END-IF
           ADD 1 TO WS-WINDOW-NEXT
           IF WS-WINDOW-NEXT > WS-WINDOW-DAYS
               MOVE 1 TO WS-WINDOW-NEXT
           END-IF.
       1310-EXIT.
           EXIT.
      ******************************************************************
      *    1500-WRITE-HEADINGS -- the filing header record and the
      *    review report headings.
      ******************************************************************
       1500-WRITE-HEADINGS.
           MOVE SPACES            TO CASH-FILING-RECORD
           MOVE 'H'               TO CSF-REC-TYPE
           MOVE WS-FILER-ID       TO CSF-FILER-ID
           MOVE RUNSTMP-RUN-DATE  TO CSF-BUS-DATE
           MOVE RUNSTMP-RUN-STAMP TO CSF-RUN-STAMP
           MOVE WS-THRESHOLD      TO CSF-THRESHOLD
           MOVE WS-WINDOW-DAYS    TO CSF-WINDOW-DAYS
           MOVE WS-NEAR-FLOOR     TO CSF-NEAR-FLOOR
           PERFORM 8200-WRITE-FILING THRU 8200-EXIT

           MOVE SPACES TO REVIEW-RPT-LINE
           STRING "LARGE-CASH COMPLIANCE REVIEW " DELIMITED BY SIZE
                  RUNSTMP-RUN-STAMP               DELIMITED BY SIZE
                  "  FILER "                      DELIMITED BY SIZE
                  WS-FILER-ID                     DELIMITED BY SIZE
                  INTO REVIEW-RPT-LINE
           END-STRING
           PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT

           MOVE RUNSTMP-RUN-DATE  TO WS-HDG-BUS-DATE
           MOVE WS-THRESHOLD      TO WS-HDG-THRESHOLD
           MOVE WS-NEAR-FLOOR     TO WS-HDG-NEAR-FLOOR
           MOVE WS-WINDOW-START   TO WS-HDG-WINDOW-START
           MOVE WS-WINDOW-DAYS    TO WS-HDG-WINDOW-DAYS
           MOVE WS-HEADING-LINE   TO REVIEW-RPT-LINE
           PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT

           MOVE SPACES TO REVIEW-RPT-LINE
           PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
       1500-EXIT.
           EXIT.
      ******************************************************************
      *    2000-PROCESS-ACCOUNT -- one account: the lower of the two
      *    match keys.  Its history items first (they are older),
      *    then tonight's postings, then the account break.  An
      *    account with history and no postings tonight only has its
      *    history carried forward.
      ******************************************************************
       2000-PROCESS-ACCOUNT.
           IF WS-POST-KEY < WS-HIST-KEY
               MOVE WS-POST-KEY TO WS-CURRENT-ACCOUNT
           ELSE
               MOVE WS-HIST-KEY TO WS-CURRENT-ACCOUNT
           END-IF

           MOVE SPACES TO WS-ACCT-REGION-CD
           MOVE SPACES TO WS-ACCT-ACTION
           MOVE ZERO   TO WS-ACCT-ITEMS
           MOVE ZERO   TO WS-ACCT-CASH-IN
           MOVE ZERO   TO WS-ACCT-CASH-OUT
           MOVE ZERO   TO WS-ACCT-GROSS
           MOVE ZERO   TO WS-ACCT-FOREIGN-ITEMS
           MOVE ZERO   TO WS-ACCT-FOREIGN-GROSS
           MOVE ZERO   TO WS-ACCT-NEAR-TONIGHT
           MOVE ZERO   TO WS-ACCT-NEAR-HISTORY
           MOVE ZERO   TO WS-ITEM-COUNT
           MOVE ZERO   TO WS-ITEMS-UNLISTED

           PERFORM 2100-TAKE-HIST THRU 2100-EXIT
               UNTIL WS-HIST-KEY NOT = WS-CURRENT-ACCOUNT
           PERFORM 2200-TAKE-POST THRU 2200-EXIT
               UNTIL WS-POST-KEY NOT = WS-CURRENT-ACCOUNT
           PERFORM 2500-ACCOUNT-BREAK THRU 2500-EXIT.
       2000-EXIT.
           EXIT.
      ******************************************************************
      *    2100-TAKE-HIST -- one history item of the account.  Items
      *    older than the window drop off.  Items dated the run date
      *    or later are dropped too: they can only be from an earlier
      *    run of tonight, and tonight's items are written again
      *    below, so a rerun never counts them twice.  An item still
      *    in the window is carried to CASHHNEW, and counts toward
      *    structuring when it is inside tonight's near band.
      ******************************************************************
       2100-TAKE-HIST.
           IF CHS-BUS-DATE NOT < WS-WINDOW-START
            AND CHS-BUS-DATE < RUNSTMP-RUN-DATE
               MOVE CHS-BUS-DATE    TO WS-ITEM-DATE
               MOVE CHS-TYPE-CD     TO WS-ITEM-TYPE
               MOVE CHS-BASE-AMOUNT TO WS-ITEM-AMOUNT
               MOVE CHS-SOURCE-CD   TO WS-ITEM-SOURCE
               MOVE CHS-CURRENCY-CD TO WS-ITEM-CURRENCY
               MOVE CHS-REGION-CD   TO WS-ITEM-REGION-CD
               PERFORM 2450-WRITE-HNEW THRU 2450-EXIT
               ADD 1 TO WS-HIST-KEPT
               IF WS-ITEM-AMOUNT NOT < WS-NEAR-FLOOR
                AND WS-ITEM-AMOUNT < WS-THRESHOLD
                   ADD 1 TO WS-ACCT-NEAR-HISTORY
                   PERFORM 2400-KEEP-ITEM THRU 2400-EXIT
               END-IF
           END-IF
           PERFORM 2950-READ-HIST THRU 2950-EXIT.
       2100-EXIT.
           EXIT.
      ******************************************************************
      *    2200-TAKE-POST -- one posting of the account.  Only what
      *    actually posted ('P') is cash activity; no-account, held
      *    and unposted transfer legs are not.  Debits, transfer
      *    from-legs and negative adjustments are cash out, the rest
      *    cash in; both add to the gross at their absolute value.
      ******************************************************************
       2200-TAKE-POST.
           IF POST-STATUS-CD NOT = 'P'
               GO TO 2200-NEXT
           END-IF
           ADD 1 TO WS-POSTINGS-USED
           ADD 1 TO WS-ACCT-ITEMS
           IF WS-ACCT-REGION-CD = SPACES
               MOVE POST-REGION-CD TO WS-ACCT-REGION-CD
           END-IF

           PERFORM 2300-BASE-AMOUNT THRU 2300-EXIT

           EVALUATE TRUE
               WHEN POST-TYPE-CD = 'D'
                   ADD WS-BASE-AMOUNT TO WS-ACCT-CASH-OUT
               WHEN POST-TYPE-CD = 'T'
                AND POST-XFER-FROM-LEG
                   ADD WS-BASE-AMOUNT TO WS-ACCT-CASH-OUT
               WHEN POST-TYPE-CD = 'A'
                AND POST-AMOUNT < ZERO
                   ADD WS-BASE-AMOUNT TO WS-ACCT-CASH-OUT
               WHEN OTHER
                   ADD WS-BASE-AMOUNT TO WS-ACCT-CASH-IN
           END-EVALUATE
           IF FOREIGN-ITEM
               ADD 1              TO WS-ACCT-FOREIGN-ITEMS
               ADD WS-BASE-AMOUNT TO WS-ACCT-FOREIGN-GROSS
           END-IF

           IF WS-BASE-AMOUNT NOT < WS-NEAR-FLOOR
            AND WS-BASE-AMOUNT < WS-THRESHOLD
               ADD 1 TO WS-ACCT-NEAR-TONIGHT
               MOVE RUNSTMP-RUN-DATE TO WS-ITEM-DATE
               MOVE POST-TYPE-CD     TO WS-ITEM-TYPE
               MOVE WS-BASE-AMOUNT   TO WS-ITEM-AMOUNT
               MOVE POST-SOURCE-CD   TO WS-ITEM-SOURCE
               MOVE POST-CURRENCY-CD TO WS-ITEM-CURRENCY
               MOVE POST-REGION-CD   TO WS-ITEM-REGION-CD
               PERFORM 2400-KEEP-ITEM THRU 2400-EXIT
               PERFORM 2450-WRITE-HNEW THRU 2450-EXIT
               ADD 1 TO WS-NEAR-WRITTEN
           END-IF.
       2200-NEXT.
           PERFORM 2900-READ-POST THRU 2900-EXIT.
       2200-EXIT.
           EXIT.
      ******************************************************************
      *    2300-BASE-AMOUNT -- the posting's absolute amount in base
      *    currency into WS-BASE-AMOUNT.  A foreign item is taken
      *    from POST-ORIG-AMOUNT, as delivered, at the CURRRATE
      *    rate, the same conversion SECTIONS applies.  A currency
      *    the rate table no longer lists falls back to the base
      *    amount SECTIONS posted, and is counted.
      ******************************************************************
       2300-BASE-AMOUNT.
           MOVE 'N' TO FOREIGN-ITEM-SWITCH
           IF POST-CURRENCY-CD = SPACES
            OR POST-ORIG-AMOUNT NOT NUMERIC
               MOVE POST-AMOUNT TO WS-BASE-AMOUNT
               GO TO 2300-ABSOLUTE
           END-IF

           MOVE 'N'  TO CURRENCY-FOUND-SWITCH
           MOVE ZERO TO WS-CURRENCY-SUB
           PERFORM 2310-RATE-NEXT THRU 2310-EXIT
               UNTIL CURRENCY-FOUND
                  OR WS-CURRENCY-SUB NOT LESS THAN WS-CURRENCY-COUNT
           IF CURRENCY-FOUND
               MOVE 'Y' TO FOREIGN-ITEM-SWITCH
               COMPUTE WS-BASE-AMOUNT ROUNDED
                   = POST-ORIG-AMOUNT * WS-CURR-RATE
           ELSE
               DISPLAY "CASHRPT CURRENCY " POST-CURRENCY-CD
                       " NOT ON CURRRATE - ACCOUNT "
                       POST-ACCOUNT-ID " POSTED AMOUNT USED"
               ADD 1 TO WS-RATE-FALLBACKS
               MOVE POST-AMOUNT TO WS-BASE-AMOUNT
           END-IF.
       2300-ABSOLUTE.
           IF WS-BASE-AMOUNT < ZERO
               COMPUTE WS-BASE-AMOUNT = ZERO - WS-BASE-AMOUNT
           END-IF.
       2300-EXIT.
           EXIT.

       2310-RATE-NEXT.
           ADD 1 TO WS-CURRENCY-SUB
           IF POST-CURRENCY-CD
                = WS-CURRENCY-ENTRY-CD (WS-CURRENCY-SUB)
               MOVE 'Y' TO CURRENCY-FOUND-SWITCH
               MOVE WS-CURRENCY-ENTRY-RATE (WS-CURRENCY-SUB)
                 TO WS-CURR-RATE
           END-IF.
       2310-EXIT.
           EXIT.
      ******************************************************************
      *    2400-KEEP-ITEM -- the near item in WS-ITEM-FIELDS into the
      *    account's listing table.
      ******************************************************************
       2400-KEEP-ITEM.
           IF WS-ITEM-COUNT NOT LESS THAN WS-ITEM-MAX
               ADD 1 TO WS-ITEMS-UNLISTED
               GO TO 2400-EXIT
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-ITEM-DATE     TO WS-ITEM-ENTRY-DATE (WS-ITEM-COUNT)
           MOVE WS-ITEM-TYPE     TO WS-ITEM-ENTRY-TYPE (WS-ITEM-COUNT)
           MOVE WS-ITEM-AMOUNT
             TO WS-ITEM-ENTRY-AMOUNT (WS-ITEM-COUNT)
           MOVE WS-ITEM-SOURCE
             TO WS-ITEM-ENTRY-SOURCE (WS-ITEM-COUNT)
           MOVE WS-ITEM-CURRENCY
             TO WS-ITEM-ENTRY-CURRENCY (WS-ITEM-COUNT).
       2400-EXIT.
           EXIT.
      ******************************************************************
      *    2450-WRITE-HNEW -- the item in WS-ITEM-FIELDS to the new
      *    history.  Written in the order accounts are processed, so
      *    CASHHNEW comes out in account order, oldest item first,
      *    ready to be read back as tomorrow's CASHHIST.
      ******************************************************************
       2450-WRITE-HNEW.
           MOVE SPACES             TO CASH-HNEW-RECORD
           MOVE WS-ITEM-DATE       TO CHN-BUS-DATE
           MOVE WS-CURRENT-ACCOUNT TO CHN-ACCOUNT-ID
           MOVE WS-ITEM-REGION-CD  TO CHN-REGION-CD
           MOVE WS-ITEM-TYPE       TO CHN-TYPE-CD
           MOVE WS-ITEM-AMOUNT     TO CHN-BASE-AMOUNT
           MOVE WS-ITEM-SOURCE     TO CHN-SOURCE-CD
           MOVE WS-ITEM-CURRENCY   TO CHN-CURRENCY-CD
           WRITE CASH-HNEW-RECORD
           IF NOT HNEW-FILE-OK
               MOVE "CASH-HNEW-RECORD WRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE HNEW-FILE-STATUS     TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       2450-EXIT.
           EXIT.
      ******************************************************************
      *    2500-ACCOUNT-BREAK -- decide the account.  Reportable when
      *    the gross reaches the threshold; structuring when tonight
      *    brought at least one near item and the window now holds
      *    STRUCTURE-COUNT of them.  A reportable account is filed
      *    unless exempt; the exemption never hides a structuring
      *    flag.  Both kinds go on the review report.
      ******************************************************************
       2500-ACCOUNT-BREAK.
           IF WS-ACCT-ITEMS = ZERO
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO WS-ACCOUNTS-AGGREGATED
           COMPUTE WS-ACCT-GROSS = WS-ACCT-CASH-IN + WS-ACCT-CASH-OUT
           COMPUTE WS-ACCT-NEAR-TOTAL
               = WS-ACCT-NEAR-TONIGHT + WS-ACCT-NEAR-HISTORY

           MOVE 'N' TO REPORTABLE-SWITCH
           MOVE 'N' TO STRUCTURING-SWITCH
           IF WS-ACCT-GROSS NOT < WS-THRESHOLD
               MOVE 'Y' TO REPORTABLE-SWITCH
           END-IF
           IF WS-ACCT-NEAR-TONIGHT > ZERO
            AND WS-ACCT-NEAR-TOTAL NOT < WS-STRUCTURE-COUNT
               MOVE 'Y' TO STRUCTURING-SWITCH
           END-IF
           IF NOT ACCOUNT-REPORTABLE
            AND NOT ACCOUNT-STRUCTURING
               GO TO 2500-EXIT
           END-IF

           PERFORM 2600-CHECK-EXEMPT THRU 2600-EXIT

           IF ACCOUNT-REPORTABLE
               IF ACCOUNT-EXEMPT
                   ADD 1 TO WS-EXEMPT-SUPPRESSED
               ELSE
                   PERFORM 2700-WRITE-FILING THRU 2700-EXIT
               END-IF
           END-IF
           IF ACCOUNT-STRUCTURING
               ADD 1 TO WS-STRUCTURING-FLAGS
           END-IF

           EVALUATE TRUE
               WHEN ACCOUNT-REPORTABLE AND ACCOUNT-EXEMPT
                AND ACCOUNT-STRUCTURING
                   MOVE "EXEMPT + STRUCTURING" TO WS-ACCT-ACTION
               WHEN ACCOUNT-REPORTABLE AND ACCOUNT-EXEMPT
                   MOVE "EXEMPT - NOT FILED"   TO WS-ACCT-ACTION
               WHEN ACCOUNT-REPORTABLE AND ACCOUNT-STRUCTURING
                   MOVE "FILED + STRUCTURING"  TO WS-ACCT-ACTION
               WHEN ACCOUNT-REPORTABLE
                   MOVE "FILED"                TO WS-ACCT-ACTION
               WHEN OTHER
                   MOVE "STRUCTURING"          TO WS-ACCT-ACTION
           END-EVALUATE

           PERFORM 2800-REPORT-ACCOUNT THRU 2800-EXIT.
       2500-EXIT.
           EXIT.
      ******************************************************************
      *    2600-CHECK-EXEMPT -- keyed READ of the exemption master.
      *    An exemption whose expiry date has passed no longer
      *    applies; the report says so.
      ******************************************************************
       2600-CHECK-EXEMPT.
           MOVE 'N' TO EXEMPT-SWITCH
           MOVE 'N' TO EXEMPT-LAPSED-SWITCH
           IF NOT EXEMPT-PRESENT
               GO TO 2600-EXIT
           END-IF
           MOVE WS-CURRENT-ACCOUNT TO CXM-ACCOUNT-ID
           READ EXEMPT-FILE
               KEY IS CXM-ACCOUNT-ID
           IF EXEMPT-NOT-FOUND
               GO TO 2600-EXIT
           END-IF
           IF NOT EXEMPT-OK
               MOVE "EXEMPT-FILE READ FAILED" TO WS-ABEND-MESSAGE
               MOVE EXEMPT-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           IF CXM-EXPIRY-DATE NOT = SPACES
            AND CXM-EXPIRY-DATE < RUNSTMP-RUN-DATE
               MOVE 'Y' TO EXEMPT-LAPSED-SWITCH
           ELSE
               MOVE 'Y' TO EXEMPT-SWITCH
           END-IF.
       2600-EXIT.
           EXIT.
      ******************************************************************
      *    2700-WRITE-FILING -- one CASHFIL detail for the account.
      ******************************************************************
       2700-WRITE-FILING.
           MOVE SPACES                TO CASH-FILING-RECORD
           MOVE 'D'                   TO CSF-REC-TYPE
           MOVE WS-CURRENT-ACCOUNT    TO CSF-ACCOUNT-ID
           MOVE WS-ACCT-REGION-CD     TO CSF-REGION-CD
           MOVE WS-ACCT-ITEMS         TO CSF-ITEM-COUNT
           MOVE WS-ACCT-CASH-IN       TO CSF-CASH-IN
           MOVE WS-ACCT-CASH-OUT      TO CSF-CASH-OUT
           MOVE WS-ACCT-GROSS         TO CSF-GROSS-AMOUNT
           MOVE WS-ACCT-FOREIGN-ITEMS TO CSF-FOREIGN-COUNT
           MOVE WS-ACCT-FOREIGN-GROSS TO CSF-FOREIGN-GROSS
           MOVE WS-ACCT-NEAR-TOTAL    TO CSF-NEAR-COUNT
           IF ACCOUNT-STRUCTURING
               MOVE 'Y' TO CSF-STRUCT-FLAG
           ELSE
               MOVE 'N' TO CSF-STRUCT-FLAG
           END-IF
           PERFORM 8200-WRITE-FILING THRU 8200-EXIT
           ADD 1                TO WS-ACCOUNTS-FILED
           ADD WS-ACCT-GROSS    TO WS-FILED-GROSS
           ADD WS-ACCT-CASH-IN  TO WS-FILED-CASH-IN
           ADD WS-ACCT-CASH-OUT TO WS-FILED-CASH-OUT.
       2700-EXIT.
           EXIT.
      ******************************************************************
      *    2800-REPORT-ACCOUNT -- the account's review lines: totals
      *    and verdict, the exemption when there is one, and under a
      *    structuring flag every near item in the window.
      ******************************************************************
       2800-REPORT-ACCOUNT.
           MOVE WS-CURRENT-ACCOUNT TO WS-ACL-ACCOUNT-ID
           MOVE WS-ACCT-REGION-CD  TO WS-ACL-REGION-CD
           MOVE WS-ACCT-ITEMS      TO WS-ACL-ITEMS
           MOVE WS-ACCT-CASH-IN    TO WS-ACL-CASH-IN
           MOVE WS-ACCT-CASH-OUT   TO WS-ACL-CASH-OUT
           MOVE WS-ACCT-GROSS      TO WS-ACL-GROSS
           MOVE WS-ACCT-ACTION     TO WS-ACL-ACTION
           MOVE WS-ACCOUNT-LINE    TO REVIEW-RPT-LINE
           PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT

           IF ACCOUNT-EXEMPT OR EXEMPTION-LAPSED
               IF ACCOUNT-EXEMPT
                   MOVE "EXEMPT            " TO WS-EXL-LABEL
               ELSE
                   MOVE "EXEMPTION LAPSED  " TO WS-EXL-LABEL
               END-IF
               MOVE CXM-REASON-TEXT     TO WS-EXL-REASON
               MOVE CXM-EXPIRY-DATE     TO WS-EXL-EXPIRY-DATE
               IF CXM-EXPIRY-DATE = SPACES
                   MOVE "NONE"          TO WS-EXL-EXPIRY-DATE
               END-IF
               MOVE WS-EXEMPT-LINE      TO REVIEW-RPT-LINE
               PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
           END-IF

           IF ACCOUNT-STRUCTURING
               MOVE WS-ACCT-NEAR-TONIGHT TO WS-NSL-TONIGHT
               MOVE WS-ACCT-NEAR-TOTAL   TO WS-NSL-TOTAL
               MOVE WS-ITEMS-UNLISTED    TO WS-NSL-UNLISTED
               MOVE WS-NEAR-SUMMARY-LINE TO REVIEW-RPT-LINE
               PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
               MOVE ZERO TO WS-ITEM-SUB
               PERFORM 2810-REPORT-ITEM THRU 2810-EXIT
                   UNTIL WS-ITEM-SUB NOT LESS THAN WS-ITEM-COUNT
           END-IF.
       2800-EXIT.
           EXIT.

       2810-REPORT-ITEM.
           ADD 1 TO WS-ITEM-SUB
           MOVE WS-ITEM-ENTRY-DATE (WS-ITEM-SUB)     TO WS-ITL-DATE
           MOVE WS-ITEM-ENTRY-TYPE (WS-ITEM-SUB)     TO WS-ITL-TYPE
           MOVE WS-ITEM-ENTRY-AMOUNT (WS-ITEM-SUB)   TO WS-ITL-AMOUNT
           MOVE WS-ITEM-ENTRY-SOURCE (WS-ITEM-SUB)   TO WS-ITL-SOURCE
           MOVE WS-ITEM-ENTRY-CURRENCY (WS-ITEM-SUB)
                                                     TO WS-ITL-CURRENCY
           MOVE WS-ITEM-LINE TO REVIEW-RPT-LINE
           PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
       2810-EXIT.
           EXIT.
      ******************************************************************
      *    2900-READ-POST -- next POSTSRT record; its account is the
      *    posting match key.  SORTPOST sorts by account, so a key
      *    lower than the one before means the file is not the
      *    sorted copy.
      ******************************************************************
       2900-READ-POST.
           READ POST-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-POST-KEY
                   GO TO 2900-EXIT
           END-READ
           IF NOT POST-FILE-OK
               MOVE "POST-FILE READ FAILED" TO WS-ABEND-MESSAGE
               MOVE POST-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           ADD 1 TO WS-POSTINGS-READ
           IF POST-ACCOUNT-ID < WS-POST-KEY
               DISPLAY "CASHRPT POSTSRT ACCOUNT " POST-ACCOUNT-ID
                       " FOLLOWS " WS-POST-KEY
               MOVE "POSTSRT OUT OF ACCOUNT SEQUENCE"
                                             TO WS-ABEND-MESSAGE
               MOVE POST-FILE-STATUS         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           MOVE POST-ACCOUNT-ID TO WS-POST-KEY.
       2900-EXIT.
           EXIT.
      ******************************************************************
      *    2950-READ-HIST -- next CASHHIST record; its account is the
      *    history match key.  The file is last night's CASHHNEW, in
      *    account order; anything else is refused.
      ******************************************************************
       2950-READ-HIST.
           READ HIST-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-HIST-KEY
                   GO TO 2950-EXIT
           END-READ
           IF NOT HIST-FILE-OK
               MOVE "HIST-FILE READ FAILED" TO WS-ABEND-MESSAGE
               MOVE HIST-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           ADD 1 TO WS-HIST-READ
           IF CHS-ACCOUNT-ID < WS-HIST-KEY
               DISPLAY "CASHRPT CASHHIST ACCOUNT " CHS-ACCOUNT-ID
                       " FOLLOWS " WS-HIST-KEY
               MOVE "CASHHIST OUT OF ACCOUNT SEQUENCE"
                                             TO WS-ABEND-MESSAGE
               MOVE HIST-FILE-STATUS         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           IF CHS-BASE-AMOUNT NOT NUMERIC
               DISPLAY "CASHRPT CASHHIST ACCOUNT " CHS-ACCOUNT-ID
                       " DATE " CHS-BUS-DATE
               MOVE "CASHHIST AMOUNT NOT NUMERIC"
                                             TO WS-ABEND-MESSAGE
               MOVE HIST-FILE-STATUS         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           MOVE CHS-ACCOUNT-ID TO WS-HIST-KEY.
       2950-EXIT.
           EXIT.
      ******************************************************************
      *    8000-TERMINATE -- filing trailer, counts and verdict to the
      *    report and the log, totals to NIGHTTOT, condition code for
      *    NIGHTLY: COND CODE 4 when any account was flagged for
      *    structuring, so compliance pulls the review report.
      ******************************************************************
       8000-TERMINATE.
           MOVE SPACES               TO CASH-FILING-RECORD
           MOVE 'T'                  TO CSF-REC-TYPE
           MOVE WS-ACCOUNTS-FILED    TO CSF-DETAIL-COUNT
           MOVE WS-FILED-GROSS       TO CSF-GROSS-TOTAL
           MOVE WS-FILED-CASH-IN     TO CSF-CASH-IN-TOTAL
           MOVE WS-FILED-CASH-OUT    TO CSF-CASH-OUT-TOTAL
           PERFORM 8200-WRITE-FILING THRU 8200-EXIT

           MOVE SPACES TO REVIEW-RPT-LINE
           PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT

           MOVE "POSTINGS READ"          TO WS-CNT-LABEL
           MOVE WS-POSTINGS-READ         TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE            TO REVIEW-RPT-LINE
           PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT

           MOVE "POSTINGS AGGREGATED"    TO WS-CNT-LABEL
           MOVE WS-POSTINGS-USED         TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE            TO REVIEW-RPT-LINE
           PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT

           MOVE "RATE FALLBACKS"         TO WS-CNT-LABEL
           MOVE WS-RATE-FALLBACKS        TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE            TO REVIEW-RPT-LINE
           PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT

           MOVE "ACCOUNTS AGGREGATED"    TO WS-CNT-LABEL
           MOVE WS-ACCOUNTS-AGGREGATED   TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE            TO REVIEW-RPT-LINE
           PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT

           MOVE "ACCOUNTS FILED"         TO WS-CNT-LABEL
           MOVE WS-ACCOUNTS-FILED        TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE            TO REVIEW-RPT-LINE
           PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT

           MOVE "FILED GROSS AMOUNT"     TO WS-AMT-LABEL
           MOVE WS-FILED-GROSS           TO WS-AMT-VALUE
           MOVE WS-AMOUNT-LINE           TO REVIEW-RPT-LINE
           PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT

           MOVE "EXEMPT - NOT FILED"     TO WS-CNT-LABEL
           MOVE WS-EXEMPT-SUPPRESSED     TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE            TO REVIEW-RPT-LINE
           PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT

           MOVE "NEAR ITEMS TONIGHT"     TO WS-CNT-LABEL
           MOVE WS-NEAR-WRITTEN          TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE            TO REVIEW-RPT-LINE
           PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT

           MOVE "HISTORY ITEMS KEPT"     TO WS-CNT-LABEL
           MOVE WS-HIST-KEPT             TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE            TO REVIEW-RPT-LINE
           PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT

           MOVE "STRUCTURING FLAGS"      TO WS-CNT-LABEL
           MOVE WS-STRUCTURING-FLAGS     TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE            TO REVIEW-RPT-LINE
           PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT

           IF WS-STRUCTURING-FLAGS > ZERO
               MOVE "STATUS STRUCTURING FLAGGED - REVIEW REQUIRED"
                                         TO REVIEW-RPT-LINE
               PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
               DISPLAY "CASHRPT STRUCTURING FLAGGED - "
                       WS-STRUCTURING-FLAGS " ACCOUNTS"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "STATUS NO STRUCTURING FLAGS" TO REVIEW-RPT-LINE
               PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
           END-IF
           DISPLAY "CASHRPT ACCOUNTS FILED: " WS-ACCOUNTS-FILED
                   " EXEMPT: " WS-EXEMPT-SUPPRESSED

           PERFORM 9700-OPEN-CTL-TOTALS THRU 9700-EXIT
           MOVE "ACCOUNTS AGGREGATED"   TO CTL-LABEL
           MOVE WS-ACCOUNTS-AGGREGATED  TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "ACCOUNTS FILED"        TO CTL-LABEL
           MOVE WS-ACCOUNTS-FILED       TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "FILED GROSS AMOUNT"    TO CTL-LABEL
           MOVE WS-FILED-GROSS          TO CTL-AMOUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "EXEMPT NOT FILED"      TO CTL-LABEL
           MOVE WS-EXEMPT-SUPPRESSED    TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "STRUCTURING FLAGS"     TO CTL-LABEL
           MOVE WS-STRUCTURING-FLAGS    TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           CLOSE CTL-TOTAL-FILE

           CLOSE POST-FILE
           IF HIST-PRESENT
               CLOSE HIST-FILE
           END-IF
           IF EXEMPT-PRESENT
               CLOSE EXEMPT-FILE
           END-IF
           CLOSE HNEW-FILE
           CLOSE FILING-FILE
           CLOSE REVIEW-RPT-FILE.
       8000-EXIT.
           EXIT.
      ******************************************************************
      *    8100-WRITE-RPT-LINE -- one review report line, status
      *    checked.
      ******************************************************************
       8100-WRITE-RPT-LINE.
           WRITE REVIEW-RPT-LINE
           IF NOT REVIEW-RPT-FILE-OK
               MOVE "REVIEW-RPT-LINE WRITE FAILED" TO WS-ABEND-MESSAGE
               MOVE REVIEW-RPT-FILE-STATUS         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       8100-EXIT.
           EXIT.
      ******************************************************************
      *    8200-WRITE-FILING -- one CASHFIL record, status checked.
      ******************************************************************
       8200-WRITE-FILING.
           WRITE CASH-FILING-RECORD
           IF NOT FILING-FILE-OK
               MOVE "CASH-FILING-RECORD WRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE FILING-FILE-STATUS   TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       8200-EXIT.
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
           MOVE "CASHRPT"         TO CTL-STEP-NAME
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
           DISPLAY "CASHRPT ABEND - " WS-ABEND-MESSAGE
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9999-EXIT.
           EXIT.
