       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 ACCTINQ.
       AUTHOR. WEDEMANN / Softwork.app
       INSTALLATION. Softwork.app
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original program.  Conversational account
      *                      inquiry for the help desk (jcl/ACCTINQ.sh):
      *                      the operator keys an account id and gets
      *                      the ACCTBAL balance, freeze status and
      *                      last-posted stamp, the customer name from
      *                      the ACCOUNT_MASTER table, the month's
      *                      postings off POSTMTH and tonight's off
      *                      POSTACT with a running balance, and the
      *                      outstanding TRANREJ rejects and recycles
      *                      for the account with their reason text.
      *                      Strictly read-only: every file is opened
      *                      INPUT and the table is only SELECTed.
      *                      Every lookup is written to the INQLOG
      *                      audit log (user id, time, account) before
      *                      anything is shown; a lookup that cannot be
      *                      logged is not displayed.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT ACCT-BAL-FILE    ASSIGN TO "ACCTBAL"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS ABM-ACCOUNT-ID
                                    FILE STATUS IS ACCT-BAL-STATUS.

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

           SELECT REJECT-FILE      ASSIGN TO "TRANREJ"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS REJECT-FILE-STATUS.

           SELECT INQ-LOG-FILE     ASSIGN TO "INQLOG"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS INQ-LOG-STATUS.
      ******************************************************************
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  ACCT-BAL-FILE.
           COPY ABALREC.

       FD  POSTED-MONTH-FILE.
       01  POSTED-MONTH-RECORD        PIC X(125).

       FD  POSTED-NIGHT-FILE.
       01  POSTED-NIGHT-RECORD        PIC X(125).

       FD  REJECT-FILE.
           COPY REJREC.

       FD  INQ-LOG-FILE.
           COPY INQLREC.
      ******************************************************************
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY ACCTREC.

       COPY RUNSTMP.

      *    POSTMTH and POSTACT are both read INTO this one record, so
      *    the month's postings and tonight's go through the same
      *    paragraphs.
       COPY POSTREC.

      *    The image of a rejected transaction while it is matched
      *    against the account asked for.
       COPY TRANREC.

       01  SW-ACCT-BAL-STATUS.
           05  ACCT-BAL-STATUS         PIC X(02) VALUE '00'.
               88  ACCT-BAL-OK                    VALUE '00'.
               88  ACCT-BAL-NOT-FOUND             VALUE '23'.

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

       01  SW-REJECT-FILE-STATUS.
           05  REJECT-FILE-STATUS      PIC X(02) VALUE '00'.
               88  REJECT-FILE-OK                 VALUE '00'.
               88  REJECT-FILE-NOT-FOUND          VALUE '35'.

       01  SW-INQ-LOG-STATUS.
           05  INQ-LOG-STATUS          PIC X(02) VALUE '00'.
               88  INQ-LOG-OK                     VALUE '00'.
               88  INQ-LOG-NOT-FOUND              VALUE '35'.

       01  SW-END-OF-FILE.
           05  MONTH-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  MONTH-AT-EOF                   VALUE 'Y'.
           05  NIGHT-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  NIGHT-AT-EOF                   VALUE 'Y'.
           05  REJECT-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  REJECT-AT-EOF                  VALUE 'Y'.

       01  SW-INQUIRY.
           05  SESSION-END-SWITCH      PIC X(01) VALUE 'N'.
               88  SESSION-ENDED                  VALUE 'Y'.
           05  ACCOUNT-FOUND-SWITCH    PIC X(01) VALUE 'N'.
               88  ACCOUNT-FOUND                  VALUE 'Y'.
           05  RUNNING-SET-SWITCH      PIC X(01) VALUE 'N'.
               88  RUNNING-SET                    VALUE 'Y'.

      *    The signed-on user, from the INQUSER environment variable
      *    jcl/ACCTINQ.sh sets from the login -- never keyed, so the
      *    audit log cannot be told a different name.
       01  WS-INQ-USER-ID              PIC X(16) VALUE SPACES.

       01  WS-INQ-FIELDS.
           05  WS-INQ-REPLY            PIC X(20) VALUE SPACES.
           05  WS-INQ-ACCOUNT-ID       PIC X(10) VALUE SPACES.
      *    Run date of tonight's POSTACT: POSTMTH postings on or
      *    after it were appended from that same POSTACT and are
      *    shown once, under tonight.
           05  WS-NIGHT-DATE           PIC X(10) VALUE HIGH-VALUES.
           05  WS-SECTION-POSTINGS     PIC 9(05) COMP VALUE ZERO.
           05  WS-OPENING-BALANCE      PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-RUNNING-BALANCE      PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-REJECTS-SHOWN        PIC 9(05) COMP VALUE ZERO.

       01  WS-INQ-COUNTERS.
           05  WS-LOOKUPS              PIC 9(05) COMP VALUE ZERO.

       01  WS-SQLCODE-EDIT             PIC -(8)9.

       01  WS-RULE-LINE                PIC X(78) VALUE ALL '-'.

       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(08) VALUE "ACCTINQ ".
           05  FILLER                  PIC X(36)
                   VALUE "ACCOUNT INQUIRY - READ ONLY".
           05  FILLER                  PIC X(06) VALUE "USER ".
           05  WS-TTL-USER-ID          PIC X(16) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-ACCOUNT-LINE.
           05  FILLER                  PIC X(12) VALUE "ACCOUNT".
           05  WS-ACC-ACCOUNT-ID       PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "CUSTOMER".
           05  WS-ACC-CUSTOMER-NAME    PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  WS-BALANCE-LINE.
           05  FILLER                  PIC X(12) VALUE "BALANCE".
           05  WS-BAL-BALANCE          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "STATUS".
           05  WS-BAL-STATUS-TEXT      PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  WS-LAST-POST-LINE.
           05  FILLER                  PIC X(12) VALUE "LAST POSTED".
           05  WS-LPS-UPDATE-STAMP     PIC X(19) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(15)
                   VALUE "POSTED THROUGH".
           05  WS-LPS-POST-DATE        PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE " REC ".
           05  WS-LPS-POST-COUNT       PIC Z(08)9.
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  WS-LIMIT-LINE.
           05  FILLER                  PIC X(12) VALUE "OD LIMIT".
           05  WS-LIM-OD-LIMIT         PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-LIMIT-EDIT               PIC Z,ZZZ,ZZ9.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-HDG-TEXT             PIC X(76) VALUE SPACES.

       01  WS-POSTING-HDG-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE "RUN STAMP".
           05  FILLER                  PIC X(10) VALUE "TYPE".
           05  FILLER                  PIC X(15)
                   VALUE "         AMOUNT".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "STATUS".
           05  FILLER                  PIC X(18)
                   VALUE "   RUNNING BALANCE".
           05  FILLER                  PIC X(01) VALUE SPACES.

       01  WS-POSTING-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PST-RUN-STAMP        PIC X(19) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PST-TYPE-TEXT        PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PST-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PST-STATUS-TEXT      PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PST-RUNNING          PIC X(18) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.

       01  WS-RUNNING-EDIT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-SECTION-TOTAL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-STL-COUNT            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE " POSTINGS".
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-OPEN-CLOSE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(16)
                   VALUE "OPENING BALANCE".
           05  WS-OCL-OPENING          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(16)
                   VALUE "CLOSING BALANCE".
           05  WS-OCL-CLOSING          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  WS-REJECT-HDG-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "REJECTED".
           05  FILLER                  PIC X(05) VALUE "CODE".
           05  FILLER                  PIC X(31) VALUE "REASON".
           05  FILLER                  PIC X(11) VALUE "STATE".
           05  FILLER                  PIC X(13)
                   VALUE "       AMOUNT".
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  WS-REJECT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RJL-DATE             PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RJL-REASON-CD        PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RJL-REASON-TEXT      PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RJL-STATE            PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RJL-AMOUNT           PIC -ZZZZZZZZ9.99.
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  WS-RECYCLE-STATE.
           05  FILLER                  PIC X(08) VALUE "RECYCLE ".
           05  WS-RCS-COUNT            PIC 9(02) VALUE ZERO.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           05  WS-ABEND-STATUS         PIC X(02) VALUE SPACES.
      /*****************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-INQUIRY THRU 2000-EXIT
               UNTIL SESSION-ENDED
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.
      ******************************************************************
      *    0900-STAMP-RUN-DATE -- shared run-date/run-time stamp,
      *    PERFORMed again for every lookup so each audit record
      *    carries the time of that lookup (see RUNSTPRC copybook).
      ******************************************************************
       COPY RUNSTPRC.
      ******************************************************************
      *    1000-INITIALIZE -- pick up the signed-on user id.  With no
      *    user id there is no audit trail, so the session is refused
      *    before any account can be asked for.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 0900-STAMP-RUN-DATE THRU 0900-EXIT

           ACCEPT WS-INQ-USER-ID FROM ENVIRONMENT "INQUSER"
           IF WS-INQ-USER-ID = SPACES
               MOVE "NO SIGNED-ON USER ID (INQUSER)"
                                         TO WS-ABEND-MESSAGE
               MOVE SPACES               TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           MOVE WS-INQ-USER-ID TO WS-TTL-USER-ID
           DISPLAY WS-TITLE-LINE
           DISPLAY "ACCTINQ SESSION STARTED " RUNSTMP-RUN-STAMP
                   " - EVERY LOOKUP IS LOGGED".
       1000-EXIT.
           EXIT.
      ******************************************************************
      *    2000-INQUIRY -- prompt for one account id; a blank reply
      *    or END closes the session.  The ACCTBAL read decides the
      *    audit result code, the lookup is logged, and only then is
      *    anything shown.  An account that is not on ACCTBAL is still
      *    searched for postings and rejects (an unknown account is
      *    itself a reject reason the caller may be asking about).
      ******************************************************************
       2000-INQUIRY.
           DISPLAY " "
           DISPLAY "ACCTINQ ACCOUNT ID (BLANK OR END TO QUIT): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-INQ-REPLY
           ACCEPT WS-INQ-REPLY
           IF WS-INQ-REPLY = SPACES
            OR WS-INQ-REPLY = "END"
            OR WS-INQ-REPLY = "end"
               MOVE 'Y' TO SESSION-END-SWITCH
               GO TO 2000-EXIT
           END-IF
           IF WS-INQ-REPLY (11:10) NOT = SPACES
               DISPLAY "ACCTINQ ACCOUNT ID IS AT MOST 10 CHARACTERS"
               GO TO 2000-EXIT
           END-IF
           MOVE WS-INQ-REPLY (1:10) TO WS-INQ-ACCOUNT-ID

           PERFORM 0900-STAMP-RUN-DATE THRU 0900-EXIT
           PERFORM 2100-READ-BALANCE THRU 2100-EXIT
           PERFORM 2200-WRITE-LOG THRU 2200-EXIT
           ADD 1 TO WS-LOOKUPS

           DISPLAY WS-RULE-LINE
           PERFORM 2300-SHOW-ACCOUNT THRU 2300-EXIT
           PERFORM 2400-SHOW-POSTINGS THRU 2400-EXIT
           PERFORM 2500-SHOW-REJECTS THRU 2500-EXIT
           DISPLAY WS-RULE-LINE.
       2000-EXIT.
           EXIT.
      ******************************************************************
      *    2100-READ-BALANCE -- random read of the balance master,
      *    opened INPUT for just this lookup so the session never
      *    holds ACCTBAL open across the operator's think time.
      ******************************************************************
       2100-READ-BALANCE.
           MOVE 'N' TO ACCOUNT-FOUND-SWITCH
           OPEN INPUT ACCT-BAL-FILE
           IF NOT ACCT-BAL-OK
               MOVE "ACCT-BAL-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE ACCT-BAL-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           MOVE WS-INQ-ACCOUNT-ID TO ABM-ACCOUNT-ID
           READ ACCT-BAL-FILE
           EVALUATE TRUE
               WHEN ACCT-BAL-OK
                   MOVE 'Y' TO ACCOUNT-FOUND-SWITCH
               WHEN ACCT-BAL-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   MOVE "ACCT-BAL-FILE READ FAILED"
                                             TO WS-ABEND-MESSAGE
                   MOVE ACCT-BAL-STATUS      TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-EVALUATE
           CLOSE ACCT-BAL-FILE.
       2100-EXIT.
           EXIT.
      ******************************************************************
      *    2200-WRITE-LOG -- one audit record per lookup, appended to
      *    INQLOG (the first lookup ever creates it) and closed again
      *    at once so it is on disk before the screen is written.  A
      *    failure here ends the session without showing the account.
      ******************************************************************
       2200-WRITE-LOG.
           OPEN EXTEND INQ-LOG-FILE
           IF INQ-LOG-NOT-FOUND
               MOVE 0 TO INQ-LOG-STATUS
               OPEN OUTPUT INQ-LOG-FILE
           END-IF
           IF NOT INQ-LOG-OK
               MOVE "INQ-LOG-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE INQ-LOG-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           MOVE SPACES            TO INQ-LOG-RECORD
           MOVE RUNSTMP-RUN-STAMP TO INQL-STAMP
           MOVE WS-INQ-USER-ID    TO INQL-USER-ID
           MOVE "ACCTINQ"         TO INQL-PROGRAM-ID
           MOVE WS-INQ-ACCOUNT-ID TO INQL-ACCOUNT-ID
           IF ACCOUNT-FOUND
               MOVE 'F' TO INQL-RESULT-CD
           ELSE
               MOVE 'N' TO INQL-RESULT-CD
           END-IF
           WRITE INQ-LOG-RECORD
           IF NOT INQ-LOG-OK
               MOVE "INQ-LOG-RECORD WRITE FAILED" TO WS-ABEND-MESSAGE
               MOVE INQ-LOG-STATUS                TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           CLOSE INQ-LOG-FILE.
       2200-EXIT.
           EXIT.
      ******************************************************************
      *    2300-SHOW-ACCOUNT -- customer name, balance, freeze status,
      *    last-posted stamp and overdraft limit.
      ******************************************************************
       2300-SHOW-ACCOUNT.
           PERFORM 2310-CUSTOMER-NAME THRU 2310-EXIT
           MOVE WS-INQ-ACCOUNT-ID TO WS-ACC-ACCOUNT-ID
           DISPLAY WS-ACCOUNT-LINE

           IF NOT ACCOUNT-FOUND
               DISPLAY "BALANCE     ACCOUNT NOT ON ACCTBAL"
               GO TO 2300-EXIT
           END-IF

           MOVE ABM-BALANCE TO WS-BAL-BALANCE
           EVALUATE ABM-STATUS-CD
               WHEN SPACE
                   MOVE "ACTIVE"                TO WS-BAL-STATUS-TEXT
               WHEN 'L'
                   MOVE "FROZEN - LEGAL HOLD"   TO WS-BAL-STATUS-TEXT
               WHEN 'D'
                   MOVE "FROZEN - DECEASED"     TO WS-BAL-STATUS-TEXT
               WHEN 'F'
                   MOVE "FROZEN - FRAUD BLOCK"  TO WS-BAL-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN STATUS CODE"   TO WS-BAL-STATUS-TEXT
           END-EVALUATE
           DISPLAY WS-BALANCE-LINE

           MOVE ABM-LAST-UPDATE-STAMP TO WS-LPS-UPDATE-STAMP
           MOVE ABM-LAST-POST-DATE    TO WS-LPS-POST-DATE
           IF ABM-LAST-POST-COUNT NUMERIC
               MOVE ABM-LAST-POST-COUNT TO WS-LPS-POST-COUNT
           ELSE
               MOVE ZERO                TO WS-LPS-POST-COUNT
           END-IF
           DISPLAY WS-LAST-POST-LINE

           IF ABM-OD-LIMIT NUMERIC
               MOVE ABM-OD-LIMIT  TO WS-LIMIT-EDIT
               MOVE WS-LIMIT-EDIT TO WS-LIM-OD-LIMIT
           ELSE
               MOVE "NONE"        TO WS-LIM-OD-LIMIT
           END-IF
           DISPLAY WS-LIMIT-LINE.
       2300-EXIT.
           EXIT.
      ******************************************************************
      *    2310-CUSTOMER-NAME -- singleton SELECT of the name off the
      *    account master table.  A missing row or a failed statement
      *    is shown in place of the name; neither ends the session.
      ******************************************************************
       2310-CUSTOMER-NAME.
           MOVE WS-INQ-ACCOUNT-ID TO ACCT-ID
           MOVE SPACES            TO ACCT-CUSTOMER-NAME
           EXEC SQL
               SELECT ACCT_CUSTOMER_NAME
                 INTO :ACCT-CUSTOMER-NAME
                 FROM ACCOUNT_MASTER
                WHERE ACCT_ID = :ACCT-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE ACCT-CUSTOMER-NAME TO WS-ACC-CUSTOMER-NAME
               WHEN SQLCODE = 100
                   MOVE "(NOT ON ACCOUNT_MASTER)"
                                           TO WS-ACC-CUSTOMER-NAME
               WHEN OTHER
                   MOVE SQLCODE            TO WS-SQLCODE-EDIT
                   MOVE SPACES             TO WS-ACC-CUSTOMER-NAME
                   STRING "(UNAVAILABLE - SQLCODE"
                                           DELIMITED BY SIZE
                          WS-SQLCODE-EDIT  DELIMITED BY SIZE
                          ")"              DELIMITED BY SIZE
                          INTO WS-ACC-CUSTOMER-NAME
                   END-STRING
           END-EVALUATE.
       2310-EXIT.
           EXIT.
      ******************************************************************
      *    2400-SHOW-POSTINGS -- the month's postings off POSTMTH,
      *    then tonight's off POSTACT, as one running balance.  The
      *    SAVEPOST step appends POSTACT to POSTMTH, so POSTMTH
      *    postings from tonight's run date on are left to the
      *    tonight list and not shown twice.  The opening balance is
      *    backed out of the first posting that moved money, the way
      *    STMTGEN does; items that did not post ('H' held, 'N' no
      *    account, 'X' transfer leg refused) are listed but leave
      *    the running balance where it was.  Either file may be
      *    absent.
      ******************************************************************
       2400-SHOW-POSTINGS.
           MOVE 'N'         TO RUNNING-SET-SWITCH
           MOVE ZERO        TO WS-OPENING-BALANCE
           MOVE ZERO        TO WS-RUNNING-BALANCE
           MOVE HIGH-VALUES TO WS-NIGHT-DATE
           PERFORM 2410-NIGHT-DATE THRU 2410-EXIT

           MOVE "MONTH-TO-DATE POSTINGS (POSTMTH)" TO WS-HDG-TEXT
           DISPLAY " "
           DISPLAY WS-HEADING-LINE
           MOVE ZERO TO WS-SECTION-POSTINGS
           MOVE 'N'  TO MONTH-EOF-SWITCH
           OPEN INPUT POSTED-MONTH-FILE
           IF POSTED-MONTH-NOT-FOUND
               DISPLAY "  POSTMTH NOT PRESENT"
               MOVE 'Y' TO MONTH-EOF-SWITCH
           ELSE
               IF NOT POSTED-MONTH-FILE-OK
                   MOVE "POSTED-MONTH-FILE OPEN FAILED"
                                         TO WS-ABEND-MESSAGE
                   MOVE POSTED-MONTH-FILE-STATUS
                                         TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
               DISPLAY WS-POSTING-HDG-LINE
           END-IF
           PERFORM 2420-READ-MONTH THRU 2420-EXIT
               UNTIL MONTH-AT-EOF
           IF NOT POSTED-MONTH-NOT-FOUND
               CLOSE POSTED-MONTH-FILE
               MOVE WS-SECTION-POSTINGS TO WS-STL-COUNT
               DISPLAY WS-SECTION-TOTAL-LINE
           END-IF

           MOVE "TONIGHT'S POSTINGS (POSTACT)" TO WS-HDG-TEXT
           DISPLAY " "
           DISPLAY WS-HEADING-LINE
           MOVE ZERO TO WS-SECTION-POSTINGS
           MOVE 'N'  TO NIGHT-EOF-SWITCH
           OPEN INPUT POSTED-NIGHT-FILE
           IF POSTED-NIGHT-NOT-FOUND
               DISPLAY "  POSTACT NOT PRESENT"
               MOVE 'Y' TO NIGHT-EOF-SWITCH
           ELSE
               IF NOT POSTED-NIGHT-FILE-OK
                   MOVE "POSTED-NIGHT-FILE OPEN FAILED"
                                         TO WS-ABEND-MESSAGE
                   MOVE POSTED-NIGHT-FILE-STATUS
                                         TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
               DISPLAY WS-POSTING-HDG-LINE
           END-IF
           PERFORM 2430-READ-NIGHT THRU 2430-EXIT
               UNTIL NIGHT-AT-EOF
           IF NOT POSTED-NIGHT-NOT-FOUND
               CLOSE POSTED-NIGHT-FILE
               MOVE WS-SECTION-POSTINGS TO WS-STL-COUNT
               DISPLAY WS-SECTION-TOTAL-LINE
           END-IF

           IF RUNNING-SET
               MOVE WS-OPENING-BALANCE TO WS-OCL-OPENING
               MOVE WS-RUNNING-BALANCE TO WS-OCL-CLOSING
               DISPLAY WS-OPEN-CLOSE-LINE
           END-IF.
       2400-EXIT.
           EXIT.
      ******************************************************************
      *    2410-NIGHT-DATE -- run date of tonight's POSTACT, off its
      *    first record.  No POSTACT, or an empty one, leaves it at
      *    HIGH-VALUES and every POSTMTH posting is shown.
      ******************************************************************
       2410-NIGHT-DATE.
           OPEN INPUT POSTED-NIGHT-FILE
           IF POSTED-NIGHT-NOT-FOUND
               GO TO 2410-EXIT
           END-IF
           IF NOT POSTED-NIGHT-FILE-OK
               MOVE "POSTED-NIGHT-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE POSTED-NIGHT-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           READ POSTED-NIGHT-FILE INTO POSTED-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE POST-RUN-STAMP (1:10) TO WS-NIGHT-DATE
           END-READ
           CLOSE POSTED-NIGHT-FILE.
       2410-EXIT.
           EXIT.

       2420-READ-MONTH.
           READ POSTED-MONTH-FILE INTO POSTED-RECORD
               AT END
                   MOVE 'Y' TO MONTH-EOF-SWITCH
                   GO TO 2420-EXIT
           END-READ
           IF POST-ACCOUNT-ID = WS-INQ-ACCOUNT-ID
            AND POST-RUN-STAMP (1:10) < WS-NIGHT-DATE
               PERFORM 2450-POSTING-LINE THRU 2450-EXIT
           END-IF.
       2420-EXIT.
           EXIT.

       2430-READ-NIGHT.
           READ POSTED-NIGHT-FILE INTO POSTED-RECORD
               AT END
                   MOVE 'Y' TO NIGHT-EOF-SWITCH
                   GO TO 2430-EXIT
           END-READ
           IF POST-ACCOUNT-ID = WS-INQ-ACCOUNT-ID
               PERFORM 2450-POSTING-LINE THRU 2450-EXIT
           END-IF.
       2430-EXIT.
           EXIT.
      ******************************************************************
      *    2450-POSTING-LINE -- one posting of the account: type,
      *    amount, what happened to it and the running balance.  A
      *    'P' posting moves the running balance by POST-TYPE-CD the
      *    way BALVER applies it; the first one also fixes the
      *    opening balance.  Lines ahead of the first money-moving
      *    posting have no running balance to show yet.
      ******************************************************************
       2450-POSTING-LINE.
           MOVE POST-RUN-STAMP TO WS-PST-RUN-STAMP
           EVALUATE POST-TYPE-CD
               WHEN 'D'
                   MOVE "DEBIT"     TO WS-PST-TYPE-TEXT
               WHEN 'C'
                   MOVE "CREDIT"    TO WS-PST-TYPE-TEXT
               WHEN 'A'
                   MOVE "ADJUST"    TO WS-PST-TYPE-TEXT
               WHEN 'T'
                   IF POST-XFER-FROM-LEG
                       MOVE "XFER TO"   TO WS-PST-TYPE-TEXT
                   ELSE
                       MOVE "XFER FROM" TO WS-PST-TYPE-TEXT
                   END-IF
               WHEN OTHER
                   MOVE POST-TYPE-CD TO WS-PST-TYPE-TEXT
           END-EVALUATE
           MOVE POST-AMOUNT TO WS-PST-AMOUNT
           EVALUATE POST-STATUS-CD
               WHEN 'P'
                   MOVE "POSTED"     TO WS-PST-STATUS-TEXT
               WHEN 'H'
                   MOVE "HELD"       TO WS-PST-STATUS-TEXT
               WHEN 'N'
                   MOVE "NO ACCOUNT" TO WS-PST-STATUS-TEXT
               WHEN 'X'
                   MOVE "NOT POSTED" TO WS-PST-STATUS-TEXT
               WHEN OTHER
                   MOVE POST-STATUS-CD TO WS-PST-STATUS-TEXT
           END-EVALUATE

           IF POST-STATUS-CD = 'P'
               IF NOT RUNNING-SET
                   IF POST-TYPE-CD = 'D'
                    OR (POST-TYPE-CD = 'T' AND POST-XFER-FROM-LEG)
                       COMPUTE WS-OPENING-BALANCE
                           = POST-NEW-BALANCE + POST-AMOUNT
                   ELSE
                       COMPUTE WS-OPENING-BALANCE
                           = POST-NEW-BALANCE - POST-AMOUNT
                   END-IF
                   MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
                   MOVE 'Y' TO RUNNING-SET-SWITCH
               END-IF
               EVALUATE POST-TYPE-CD
                   WHEN 'D'
                       SUBTRACT POST-AMOUNT FROM WS-RUNNING-BALANCE
                   WHEN 'T'
                       IF POST-XFER-FROM-LEG
                           SUBTRACT POST-AMOUNT
                               FROM WS-RUNNING-BALANCE
                       ELSE
                           ADD POST-AMOUNT TO WS-RUNNING-BALANCE
                       END-IF
                   WHEN OTHER
                       ADD POST-AMOUNT TO WS-RUNNING-BALANCE
               END-EVALUATE
           END-IF

           IF RUNNING-SET
               MOVE WS-RUNNING-BALANCE TO WS-RUNNING-EDIT
               MOVE WS-RUNNING-EDIT    TO WS-PST-RUNNING
           ELSE
               MOVE SPACES             TO WS-PST-RUNNING
           END-IF
           DISPLAY WS-POSTING-LINE
           ADD 1 TO WS-SECTION-POSTINGS.
       2450-EXIT.
           EXIT.
      ******************************************************************
      *    2500-SHOW-REJECTS -- tonight's TRANREJ rejects for the
      *    account, on either side of a transfer, with their reason
      *    text.  These are what TRANRCYC feeds back into the next
      *    night's edit; one already recycled shows its recycle
      *    count.  Items retired to the aged-suspense report are no
      *    longer on TRANREJ and are not outstanding.
      ******************************************************************
       2500-SHOW-REJECTS.
           MOVE "OUTSTANDING REJECTS AND RECYCLES (TRANREJ)"
                                     TO WS-HDG-TEXT
           DISPLAY " "
           DISPLAY WS-HEADING-LINE
           MOVE ZERO TO WS-REJECTS-SHOWN
           MOVE 'N'  TO REJECT-EOF-SWITCH
           OPEN INPUT REJECT-FILE
           IF REJECT-FILE-NOT-FOUND
               DISPLAY "  TRANREJ NOT PRESENT"
               GO TO 2500-EXIT
           END-IF
           IF NOT REJECT-FILE-OK
               MOVE "REJECT-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE REJECT-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           DISPLAY WS-REJECT-HDG-LINE
           PERFORM 2510-READ-REJECT THRU 2510-EXIT
               UNTIL REJECT-AT-EOF
           CLOSE REJECT-FILE
           IF WS-REJECTS-SHOWN = ZERO
               DISPLAY "  NONE"
           END-IF.
       2500-EXIT.
           EXIT.

       2510-READ-REJECT.
           READ REJECT-FILE
               AT END
                   MOVE 'Y' TO REJECT-EOF-SWITCH
                   GO TO 2510-EXIT
           END-READ
           MOVE REJ-TRAN-IMAGE TO TRAN-RECORD
           IF TRAN-ACCOUNT-ID NOT = WS-INQ-ACCOUNT-ID
            AND TRAN-XFER-ACCOUNT-ID NOT = WS-INQ-ACCOUNT-ID
               GO TO 2510-EXIT
           END-IF

           MOVE REJ-RUN-STAMP (1:10) TO WS-RJL-DATE
           MOVE REJ-REASON-CD        TO WS-RJL-REASON-CD
           MOVE REJ-REASON-TEXT      TO WS-RJL-REASON-TEXT
           IF REJ-RECYCLE-COUNT NUMERIC
            AND REJ-RECYCLE-COUNT > ZERO
               MOVE REJ-RECYCLE-COUNT TO WS-RCS-COUNT
               MOVE WS-RECYCLE-STATE  TO WS-RJL-STATE
           ELSE
               MOVE "REJECTED"        TO WS-RJL-STATE
           END-IF
           IF TRAN-AMOUNT NUMERIC
               MOVE TRAN-AMOUNT TO WS-RJL-AMOUNT
           ELSE
               MOVE ZERO        TO WS-RJL-AMOUNT
           END-IF
           DISPLAY WS-REJECT-LINE
           ADD 1 TO WS-REJECTS-SHOWN.
       2510-EXIT.
           EXIT.
      ******************************************************************
      *    8000-TERMINATE -- close the session.  The audit records
      *    are already on INQLOG, one per lookup.
      ******************************************************************
       8000-TERMINATE.
           PERFORM 0900-STAMP-RUN-DATE THRU 0900-EXIT
           DISPLAY "ACCTINQ SESSION ENDED " RUNSTMP-RUN-STAMP
                   " LOOKUPS: " WS-LOOKUPS.
       8000-EXIT.
           EXIT.
      ******************************************************************
      *    9999-FILE-ABEND -- common hard-error handler.
      ******************************************************************
       9999-FILE-ABEND.
           DISPLAY "ACCTINQ ABEND - " WS-ABEND-MESSAGE
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9999-EXIT.
           EXIT.
