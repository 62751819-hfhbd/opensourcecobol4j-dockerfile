       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 GLSUMM.
       AUTHOR. WEDEMANN / Softwork.app
       INSTALLATION. Softwork.app
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original program.  General-ledger
      *                      journal interface: tonight's POSTACT is
      *                      summarized by region, TRAN-TYPE-CD,
      *                      transfer leg, currency and POST-STATUS-CD
      *                      and every combination is mapped through
      *                      the GLMAP table to the GL accounts it
      *                      debits and credits, giving the balanced
      *                      double-entry GLJRNL journal the ledger
      *                      imports.  Held, no-account and refused
      *                      transfer records are summarized like
      *                      posted ones (under their own status, so
      *                      GLMAP can send them to clearing
      *                      accounts) because the SECTIONS grand
      *                      total counts them too.  A combination
      *                      GLMAP does not map goes to the GLPARM
      *                      suspense account and onto the GLEXCP
      *                      exceptions report (COND CODE 4).  The
      *                      journal must balance, debits to
      *                      credits, and its net must tie to the
      *                      SECTIONS GRAND TOTAL on NIGHTTOT; when
      *                      either fails the step ends COND CODE 8,
      *                      which stops the night before SAVEGEN
      *                      releases the journal to GLJRNL.CURRENT.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE        ASSIGN TO "GLPARM"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS PARM-FILE-STATUS.

           SELECT GL-MAP-FILE      ASSIGN TO "GLMAP"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS GL-MAP-STATUS.

           SELECT POSTED-FILE      ASSIGN TO "POSTACT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS POSTED-FILE-STATUS.

           SELECT GL-JOURNAL-FILE  ASSIGN TO "GLJRNL"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS GL-JOURNAL-STATUS.

           SELECT GL-EXCP-FILE     ASSIGN TO "GLEXCP"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS GL-EXCP-STATUS.

           SELECT CTL-TOTAL-FILE   ASSIGN TO "NIGHTTOT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS CTL-TOTAL-STATUS.
      ******************************************************************
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  PARM-FILE.
       01  PARM-CARD                  PIC X(80).

       FD  GL-MAP-FILE.
           COPY GLMREC.

       FD  POSTED-FILE.
           COPY POSTREC.

       FD  GL-JOURNAL-FILE.
           COPY GLJREC.

       FD  GL-EXCP-FILE.
       01  GL-EXCP-LINE               PIC X(132).

       FD  CTL-TOTAL-FILE.
           COPY CTLREC.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY RUNSTMP.

       01  SW-PARM-FILE-STATUS.
           05  PARM-FILE-STATUS        PIC X(02) VALUE '00'.
               88  PARM-FILE-OK                   VALUE '00'.
               88  PARM-FILE-NOT-FOUND            VALUE '35'.

       01  SW-GL-MAP-STATUS.
           05  GL-MAP-STATUS           PIC X(02) VALUE '00'.
               88  GL-MAP-OK                      VALUE '00'.
               88  GL-MAP-NOT-FOUND               VALUE '35'.

       01  SW-POSTED-FILE-STATUS.
           05  POSTED-FILE-STATUS      PIC X(02) VALUE '00'.
               88  POSTED-FILE-OK                 VALUE '00'.
               88  POSTED-FILE-NOT-FOUND          VALUE '35'.

       01  SW-GL-JOURNAL-STATUS.
           05  GL-JOURNAL-STATUS       PIC X(02) VALUE '00'.
               88  GL-JOURNAL-OK                  VALUE '00'.

       01  SW-GL-EXCP-STATUS.
           05  GL-EXCP-STATUS          PIC X(02) VALUE '00'.
               88  GL-EXCP-OK                     VALUE '00'.

       01  SW-CTL-TOTAL-STATUS.
           05  CTL-TOTAL-STATUS        PIC X(02) VALUE '00'.
               88  CTL-TOTAL-OK                   VALUE '00'.
               88  CTL-TOTAL-NOT-FOUND            VALUE '35'.

       01  SW-END-OF-FILE.
           05  PARM-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  PARM-AT-EOF                    VALUE 'Y'.
           05  GL-MAP-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  GL-MAP-AT-EOF                  VALUE 'Y'.
           05  POSTED-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  POSTED-AT-EOF                  VALUE 'Y'.
           05  CTL-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  CTL-AT-EOF                     VALUE 'Y'.

       01  SW-JOURNAL.
           05  GRANDTOT-FOUND-SWITCH   PIC X(01) VALUE 'N'.
               88  GRANDTOT-FOUND                 VALUE 'Y'.
           05  SUM-FOUND-SWITCH        PIC X(01) VALUE 'N'.
               88  SUM-FOUND                      VALUE 'Y'.
           05  MAP-FOUND-SWITCH        PIC X(01) VALUE 'N'.
               88  MAP-FOUND                      VALUE 'Y'.

       01  WS-PARM-FIELDS.
           05  WS-PARM-KEYWORD         PIC X(20) VALUE SPACES.
           05  WS-PARM-VALUE           PIC X(20) VALUE SPACES.

      *    GLPARM knob: the GL account an unmapped combination is
      *    posted to, on both sides, for finance to reclass.  No
      *    default -- the step will not run without one.
       01  WS-SUSPENSE-ACCOUNT        PIC X(10) VALUE SPACES.

      *    The GLMAP table, in file order (first match wins).
       01  WS-MAP-TABLE.
           05  WS-MAP-MAX              PIC 9(04) COMP VALUE 500.
           05  WS-MAP-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-MAP-SUB              PIC 9(04) COMP VALUE ZERO.
           05  WS-MAP-ENTRY            OCCURS 500 TIMES.
               10  WS-MAP-REGION-CD    PIC X(03).
               10  WS-MAP-TYPE-CD      PIC X(01).
               10  WS-MAP-XFER-LEG     PIC X(01).
               10  WS-MAP-CURRENCY-CD  PIC X(03).
               10  WS-MAP-STATUS-CD    PIC X(01).
               10  WS-MAP-DR-ACCOUNT   PIC X(10).
               10  WS-MAP-CR-ACCOUNT   PIC X(10).
               10  WS-MAP-DESCRIPTION  PIC X(20).

      *    One entry per combination met on POSTACT, kept in key
      *    order so the journal and the exceptions come out sorted.
       01  WS-SUM-TABLE.
           05  WS-SUM-MAX              PIC 9(04) COMP VALUE 2000.
           05  WS-SUM-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-SUM-SUB              PIC 9(04) COMP VALUE ZERO.
           05  WS-SHIFT-SUB            PIC 9(04) COMP VALUE ZERO.
           05  WS-SUM-ENTRY            OCCURS 2000 TIMES.
               10  WS-SUM-KEY.
                   15  WS-SUM-REGION-CD
                                       PIC X(03).
                   15  WS-SUM-TYPE-CD  PIC X(01).
                   15  WS-SUM-XFER-LEG PIC X(01).
                   15  WS-SUM-CURRENCY-CD
                                       PIC X(03).
                   15  WS-SUM-STATUS-CD
                                       PIC X(01).
               10  WS-SUM-ITEMS        PIC 9(09) COMP.
               10  WS-SUM-BASE-AMOUNT  PIC S9(13)V99 COMP-3.
               10  WS-SUM-ORIG-AMOUNT  PIC S9(13)V99 COMP-3.

       01  WS-POST-KEY.
           05  WS-PKY-REGION-CD        PIC X(03) VALUE SPACES.
           05  WS-PKY-TYPE-CD          PIC X(01) VALUE SPACES.
           05  WS-PKY-XFER-LEG         PIC X(01) VALUE SPACES.
           05  WS-PKY-CURRENCY-CD      PIC X(03) VALUE SPACES.
           05  WS-PKY-STATUS-CD        PIC X(01) VALUE SPACES.

      *    The two GL accounts for the combination in hand, already
      *    swapped when its net is negative.
       01  WS-LINE-FIELDS.
           05  WS-LINE-DR-ACCOUNT      PIC X(10) VALUE SPACES.
           05  WS-LINE-CR-ACCOUNT      PIC X(10) VALUE SPACES.
           05  WS-LINE-SWAP-ACCOUNT    PIC X(10) VALUE SPACES.
           05  WS-LINE-GL-ACCOUNT      PIC X(10) VALUE SPACES.
           05  WS-LINE-DR-CR-CD        PIC X(01) VALUE SPACES.
           05  WS-LINE-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-LINE-SUSPENSE        PIC X(01) VALUE 'N'.
           05  WS-LINE-DESCRIPTION     PIC X(20) VALUE SPACES.

       01  WS-GL-COUNTERS.
           05  WS-POSTINGS-READ        PIC 9(09) COMP VALUE ZERO.
           05  WS-COMBOS-MAPPED        PIC 9(09) COMP VALUE ZERO.
           05  WS-COMBOS-UNMAPPED      PIC 9(09) COMP VALUE ZERO.
           05  WS-JOURNAL-LINES        PIC 9(09) COMP VALUE ZERO.

       01  WS-GL-TOTALS.
           05  WS-SECTIONS-GRAND-TOTAL PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-POSTED-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-JOURNAL-DEBITS       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-JOURNAL-CREDITS      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-JOURNAL-NET          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-SUSPENSE-AMOUNT      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TIE-DIFFERENCE       PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-EXCP-TITLE.
           05  FILLER                  PIC X(29)
                   VALUE "GL JOURNAL EXCEPTIONS REPORT ".
           05  WS-TTL-RUN-STAMP        PIC X(19) VALUE SPACES.
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  WS-EXCP-INFO-LINE.
           05  FILLER                  PIC X(14)
                   VALUE "BUSINESS DATE ".
           05  WS-INF-BUS-DATE         PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(19)
                   VALUE "  SUSPENSE ACCOUNT ".
           05  WS-INF-SUSPENSE         PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(79) VALUE SPACES.

       01  WS-EXCP-HEADING.
           05  FILLER                  PIC X(40)
                   VALUE "REG T L CUR S      ITEMS            BASE".
           05  FILLER                  PIC X(28)
                   VALUE " AMOUNT      ORIGINAL AMOUNT".
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  WS-EXCP-DETAIL.
           05  WS-EXD-REGION-CD        PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-EXD-TYPE-CD          PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-EXD-XFER-LEG         PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-EXD-CURRENCY-CD      PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-EXD-STATUS-CD        PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXD-ITEMS            PIC Z(08)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXD-BASE-AMOUNT      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXD-ORIG-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL            PIC X(25) VALUE SPACES.
           05  WS-CNT-VALUE            PIC Z(08)9.
           05  FILLER                  PIC X(98) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  WS-AMT-LABEL            PIC X(25) VALUE SPACES.
           05  WS-AMT-VALUE            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  WS-STATUS-LINE.
           05  FILLER                  PIC X(07) VALUE "STATUS ".
           05  WS-STS-TEXT             PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           05  WS-ABEND-STATUS         PIC X(02) VALUE SPACES.
      /*****************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-READ-POSTING THRU 2000-EXIT
               UNTIL POSTED-AT-EOF
           PERFORM 3000-WRITE-JOURNAL THRU 3000-EXIT
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.
      ******************************************************************
      *    0900-STAMP-RUN-DATE -- shared run-date/run-time stamp,
      *    PERFORMed from 1000-INITIALIZE below (see RUNSTPRC copybook).
      ******************************************************************
       COPY RUNSTPRC.
      ******************************************************************
      *    1000-INITIALIZE -- stamp the run, read GLPARM, GLMAP and
      *    the SECTIONS grand total, open POSTACT and start the
      *    journal and the exceptions report.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 0900-STAMP-RUN-DATE THRU 0900-EXIT

           PERFORM 1100-LOAD-PARMS THRU 1100-EXIT

           PERFORM 1200-LOAD-MAP THRU 1200-EXIT

           PERFORM 1300-FIND-GRAND-TOTAL THRU 1300-EXIT

           OPEN INPUT POSTED-FILE
           IF POSTED-FILE-NOT-FOUND
               DISPLAY "GLSUMM POSTACT NOT PRESENT - "
                       "NO POSTINGS TO JOURNAL"
               MOVE 'Y' TO POSTED-EOF-SWITCH
           ELSE
               IF NOT POSTED-FILE-OK
                   MOVE "POSTED-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
                   MOVE POSTED-FILE-STATUS        TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
           END-IF

           OPEN OUTPUT GL-JOURNAL-FILE
           IF NOT GL-JOURNAL-OK
               MOVE "GL-JOURNAL-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE GL-JOURNAL-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           MOVE SPACES            TO GL-JOURNAL-HEADER
           MOVE 'H'               TO GLJ-HDR-ID
           MOVE RUNSTMP-RUN-DATE  TO GLJ-HDR-BUS-DATE
           MOVE RUNSTMP-RUN-STAMP TO GLJ-HDR-RUN-STAMP
           MOVE "NIGHTLY"         TO GLJ-HDR-SOURCE
           WRITE GL-JOURNAL-HEADER
           IF NOT GL-JOURNAL-OK
               MOVE "GL-JOURNAL-HEADER WRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE GL-JOURNAL-STATUS    TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           OPEN OUTPUT GL-EXCP-FILE
           IF NOT GL-EXCP-OK
               MOVE "GL-EXCP-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE GL-EXCP-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           MOVE RUNSTMP-RUN-STAMP   TO WS-TTL-RUN-STAMP
           MOVE WS-EXCP-TITLE       TO GL-EXCP-LINE
           PERFORM 3900-WRITE-EXCP THRU 3900-EXIT
           MOVE RUNSTMP-RUN-DATE    TO WS-INF-BUS-DATE
           MOVE WS-SUSPENSE-ACCOUNT TO WS-INF-SUSPENSE
           MOVE WS-EXCP-INFO-LINE   TO GL-EXCP-LINE
           PERFORM 3900-WRITE-EXCP THRU 3900-EXIT
           MOVE SPACES              TO GL-EXCP-LINE
           PERFORM 3900-WRITE-EXCP THRU 3900-EXIT
           MOVE WS-EXCP-HEADING     TO GL-EXCP-LINE
           PERFORM 3900-WRITE-EXCP THRU 3900-EXIT.
       1000-EXIT.
           EXIT.
      ******************************************************************
      *    1100-LOAD-PARMS -- read the GLPARM parameter card file:
      *    one KEYWORD=VALUE card per line, '*' in column 1 for a
      *    comment.  The SUSPENSE card is required.
      ******************************************************************
       1100-LOAD-PARMS.
           OPEN INPUT PARM-FILE
           IF PARM-FILE-NOT-FOUND
               MOVE "GLPARM SUSPENSE CARD MISSING" TO WS-ABEND-MESSAGE
               MOVE PARM-FILE-STATUS               TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           IF NOT PARM-FILE-OK
               MOVE "PARM-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE PARM-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 1110-PARM-CARD THRU 1110-EXIT
               UNTIL PARM-AT-EOF
           CLOSE PARM-FILE
           IF WS-SUSPENSE-ACCOUNT = SPACES
               MOVE "GLPARM SUSPENSE CARD MISSING" TO WS-ABEND-MESSAGE
               MOVE PARM-FILE-STATUS               TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
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
                       DISPLAY "GLSUMM PARM: " PARM-CARD (1:44)
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
               WHEN "SUSPENSE"
                   MOVE WS-PARM-VALUE (1:10) TO WS-SUSPENSE-ACCOUNT
               WHEN OTHER
                   MOVE "UNKNOWN PARAMETER CARD" TO WS-ABEND-MESSAGE
                   MOVE PARM-FILE-STATUS         TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-EVALUATE.
       1120-EXIT.
           EXIT.
      ******************************************************************
      *    1200-LOAD-MAP -- GLMAP into the mapping table.  With no
      *    table every combination goes to suspense; a malformed
      *    entry stops the step, since it would map money wrongly.
      ******************************************************************
       1200-LOAD-MAP.
           OPEN INPUT GL-MAP-FILE
           IF GL-MAP-NOT-FOUND
               DISPLAY "GLSUMM GLMAP NOT PRESENT - "
                       "ALL POSTINGS TO SUSPENSE"
               GO TO 1200-EXIT
           END-IF
           IF NOT GL-MAP-OK
               MOVE "GL-MAP-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE GL-MAP-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 1210-READ-MAP THRU 1210-EXIT
               UNTIL GL-MAP-AT-EOF
           CLOSE GL-MAP-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-MAP.
           READ GL-MAP-FILE
               AT END
                   MOVE 'Y' TO GL-MAP-EOF-SWITCH
                   GO TO 1210-EXIT
           END-READ
           IF GL-MAP-RECORD = SPACES
            OR GL-MAP-RECORD (1:2) = '* '
               GO TO 1210-EXIT
           END-IF
           IF GLM-REGION-CD = SPACES
            OR NOT GLM-TYPE-VALID
            OR NOT GLM-XFER-LEG-VALID
            OR NOT GLM-STATUS-VALID
            OR GLM-DR-ACCOUNT = SPACES
            OR GLM-CR-ACCOUNT = SPACES
               DISPLAY "GLSUMM BAD MAP: " GL-MAP-RECORD (1:56)
               MOVE "GLMAP ENTRY INVALID"        TO WS-ABEND-MESSAGE
               MOVE GL-MAP-STATUS                TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           IF WS-MAP-COUNT NOT LESS THAN WS-MAP-MAX
               MOVE "GL MAP TABLE OVERFLOW"      TO WS-ABEND-MESSAGE
               MOVE GL-MAP-STATUS                TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           ADD 1 TO WS-MAP-COUNT
           MOVE GLM-REGION-CD   TO WS-MAP-REGION-CD   (WS-MAP-COUNT)
           MOVE GLM-TYPE-CD     TO WS-MAP-TYPE-CD     (WS-MAP-COUNT)
           MOVE GLM-XFER-LEG    TO WS-MAP-XFER-LEG    (WS-MAP-COUNT)
           MOVE GLM-CURRENCY-CD TO WS-MAP-CURRENCY-CD (WS-MAP-COUNT)
           MOVE GLM-STATUS-CD   TO WS-MAP-STATUS-CD   (WS-MAP-COUNT)
           MOVE GLM-DR-ACCOUNT  TO WS-MAP-DR-ACCOUNT  (WS-MAP-COUNT)
           MOVE GLM-CR-ACCOUNT  TO WS-MAP-CR-ACCOUNT  (WS-MAP-COUNT)
           MOVE GLM-DESCRIPTION TO WS-MAP-DESCRIPTION (WS-MAP-COUNT).
       1210-EXIT.
           EXIT.
      ******************************************************************
      *    1300-FIND-GRAND-TOTAL -- the SECTIONS GRAND TOTAL record
      *    off tonight's NIGHTTOT, the figure the journal must tie
      *    to.  Without it there is nothing to prove the journal
      *    against, so the step stops.
      ******************************************************************
       1300-FIND-GRAND-TOTAL.
           OPEN INPUT CTL-TOTAL-FILE
           IF CTL-TOTAL-NOT-FOUND
               MOVE 'Y' TO CTL-EOF-SWITCH
           ELSE
               IF NOT CTL-TOTAL-OK
                   MOVE "CTL-TOTAL-FILE OPEN FAILED"
                                             TO WS-ABEND-MESSAGE
                   MOVE CTL-TOTAL-STATUS     TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
           END-IF
           PERFORM 1310-READ-CTL-TOTAL THRU 1310-EXIT
               UNTIL CTL-AT-EOF
           IF NOT CTL-TOTAL-NOT-FOUND
               CLOSE CTL-TOTAL-FILE
           END-IF
           IF NOT GRANDTOT-FOUND
               MOVE "SECTIONS GRAND TOTAL NOT ON NIGHTTOT"
                                         TO WS-ABEND-MESSAGE
               MOVE CTL-TOTAL-STATUS     TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       1300-EXIT.
           EXIT.

       1310-READ-CTL-TOTAL.
           READ CTL-TOTAL-FILE
               AT END
                   MOVE 'Y' TO CTL-EOF-SWITCH
               NOT AT END
                   IF CTL-STEP-NAME = "SECTIONS"
                    AND CTL-TYPE-TOTAL
                    AND CTL-LABEL = "GRAND TOTAL"
                       MOVE CTL-AMOUNT TO WS-SECTIONS-GRAND-TOTAL
                       MOVE 'Y'        TO GRANDTOT-FOUND-SWITCH
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.
      ******************************************************************
      *    2000-READ-POSTING -- one POSTACT record into the summary
      *    entry for its combination.  Every status counts: the
      *    SECTIONS grand total takes in held, no-account and
      *    refused transfer items as well as posted ones.
      ******************************************************************
       2000-READ-POSTING.
           READ POSTED-FILE
               AT END
                   MOVE 'Y' TO POSTED-EOF-SWITCH
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-POSTINGS-READ
           MOVE POST-REGION-CD   TO WS-PKY-REGION-CD
           MOVE POST-TYPE-CD     TO WS-PKY-TYPE-CD
           MOVE POST-XFER-LEG    TO WS-PKY-XFER-LEG
           MOVE POST-CURRENCY-CD TO WS-PKY-CURRENCY-CD
           MOVE POST-STATUS-CD   TO WS-PKY-STATUS-CD
           PERFORM 2100-FIND-SUMMARY THRU 2100-EXIT
           ADD 1                TO WS-SUM-ITEMS (WS-SUM-SUB)
           ADD POST-AMOUNT      TO WS-SUM-BASE-AMOUNT (WS-SUM-SUB)
           ADD POST-ORIG-AMOUNT TO WS-SUM-ORIG-AMOUNT (WS-SUM-SUB)
           ADD POST-AMOUNT      TO WS-POSTED-TOTAL.
       2000-EXIT.
           EXIT.
      ******************************************************************
      *    2100-FIND-SUMMARY -- WS-SUM-SUB to the entry for
      *    WS-POST-KEY: the first entry not below the key, and when
      *    that is not the key itself a new zeroed entry is opened
      *    there, the entries above it moved up one.
      ******************************************************************
       2100-FIND-SUMMARY.
           MOVE 1   TO WS-SUM-SUB
           MOVE 'N' TO SUM-FOUND-SWITCH
           PERFORM 2110-FIND-SUMMARY-NEXT THRU 2110-EXIT
               UNTIL SUM-FOUND
                  OR WS-SUM-SUB > WS-SUM-COUNT
           IF WS-SUM-SUB NOT > WS-SUM-COUNT
            AND WS-SUM-KEY (WS-SUM-SUB) = WS-POST-KEY
               GO TO 2100-EXIT
           END-IF
           IF WS-SUM-COUNT NOT LESS THAN WS-SUM-MAX
               MOVE "GL SUMMARY TABLE OVERFLOW" TO WS-ABEND-MESSAGE
               MOVE POSTED-FILE-STATUS          TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 2120-SHIFT-ENTRY THRU 2120-EXIT
               VARYING WS-SHIFT-SUB FROM WS-SUM-COUNT BY -1
               UNTIL WS-SHIFT-SUB < WS-SUM-SUB
           ADD 1 TO WS-SUM-COUNT
           MOVE WS-POST-KEY TO WS-SUM-KEY         (WS-SUM-SUB)
           MOVE ZERO        TO WS-SUM-ITEMS       (WS-SUM-SUB)
           MOVE ZERO        TO WS-SUM-BASE-AMOUNT (WS-SUM-SUB)
           MOVE ZERO        TO WS-SUM-ORIG-AMOUNT (WS-SUM-SUB).
       2100-EXIT.
           EXIT.

       2110-FIND-SUMMARY-NEXT.
           IF WS-SUM-KEY (WS-SUM-SUB) NOT < WS-POST-KEY
               MOVE 'Y' TO SUM-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-SUM-SUB
           END-IF.
       2110-EXIT.
           EXIT.

       2120-SHIFT-ENTRY.
           MOVE WS-SUM-ENTRY (WS-SHIFT-SUB)
             TO WS-SUM-ENTRY (WS-SHIFT-SUB + 1).
       2120-EXIT.
           EXIT.
      ******************************************************************
      *    3000-WRITE-JOURNAL -- a debit and a credit line for every
      *    combination, unmapped ones to suspense and onto the
      *    exceptions report, then the balancing trailer.
      ******************************************************************
       3000-WRITE-JOURNAL.
           PERFORM 3100-JOURNAL-ENTRY THRU 3100-EXIT
               VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-SUM-COUNT
           IF WS-COMBOS-UNMAPPED = ZERO
               MOVE "NO UNMAPPED COMBINATIONS" TO GL-EXCP-LINE
               PERFORM 3900-WRITE-EXCP THRU 3900-EXIT
           END-IF

           MOVE SPACES             TO GL-JOURNAL-TRAILER
           MOVE 'T'                TO GLJ-TRL-ID
           MOVE RUNSTMP-RUN-DATE   TO GLJ-TRL-BUS-DATE
           MOVE WS-JOURNAL-LINES   TO GLJ-TRL-LINE-COUNT
           MOVE WS-JOURNAL-DEBITS  TO GLJ-TRL-DEBIT-TOTAL
           MOVE WS-JOURNAL-CREDITS TO GLJ-TRL-CREDIT-TOTAL
           WRITE GL-JOURNAL-TRAILER
           IF NOT GL-JOURNAL-OK
               MOVE "GL-JOURNAL-TRAILER WRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE GL-JOURNAL-STATUS    TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      ******************************************************************
      *    3100-JOURNAL-ENTRY -- one combination: its GL accounts
      *    from GLMAP (or suspense), swapped when the net is
      *    negative, and the two journal lines.  A combination that
      *    nets to zero still shows on the exceptions report when
      *    unmapped but writes no lines.
      ******************************************************************
       3100-JOURNAL-ENTRY.
           PERFORM 3200-FIND-MAP THRU 3200-EXIT
           IF MAP-FOUND
               ADD 1 TO WS-COMBOS-MAPPED
               MOVE 'N' TO WS-LINE-SUSPENSE
               MOVE WS-MAP-DR-ACCOUNT (WS-MAP-SUB)
                 TO WS-LINE-DR-ACCOUNT
               MOVE WS-MAP-CR-ACCOUNT (WS-MAP-SUB)
                 TO WS-LINE-CR-ACCOUNT
               MOVE WS-MAP-DESCRIPTION (WS-MAP-SUB)
                 TO WS-LINE-DESCRIPTION
           ELSE
               ADD 1 TO WS-COMBOS-UNMAPPED
               MOVE 'Y' TO WS-LINE-SUSPENSE
               MOVE WS-SUSPENSE-ACCOUNT   TO WS-LINE-DR-ACCOUNT
               MOVE WS-SUSPENSE-ACCOUNT   TO WS-LINE-CR-ACCOUNT
               MOVE "UNMAPPED - SUSPENSE" TO WS-LINE-DESCRIPTION
               ADD WS-SUM-BASE-AMOUNT (WS-SUM-SUB)
                 TO WS-SUSPENSE-AMOUNT
               PERFORM 3300-REPORT-UNMAPPED THRU 3300-EXIT
           END-IF

           IF WS-SUM-BASE-AMOUNT (WS-SUM-SUB) = ZERO
               GO TO 3100-EXIT
           END-IF
           IF WS-SUM-BASE-AMOUNT (WS-SUM-SUB) > ZERO
               MOVE WS-SUM-BASE-AMOUNT (WS-SUM-SUB) TO WS-LINE-AMOUNT
               ADD WS-LINE-AMOUNT TO WS-JOURNAL-NET
           ELSE
               COMPUTE WS-LINE-AMOUNT
                   = ZERO - WS-SUM-BASE-AMOUNT (WS-SUM-SUB)
               SUBTRACT WS-LINE-AMOUNT FROM WS-JOURNAL-NET
               MOVE WS-LINE-DR-ACCOUNT    TO WS-LINE-SWAP-ACCOUNT
               MOVE WS-LINE-CR-ACCOUNT    TO WS-LINE-DR-ACCOUNT
               MOVE WS-LINE-SWAP-ACCOUNT  TO WS-LINE-CR-ACCOUNT
           END-IF

           MOVE 'D'                TO WS-LINE-DR-CR-CD
           MOVE WS-LINE-DR-ACCOUNT TO WS-LINE-GL-ACCOUNT
           PERFORM 3400-WRITE-LINE THRU 3400-EXIT
           ADD WS-LINE-AMOUNT      TO WS-JOURNAL-DEBITS
           MOVE 'C'                TO WS-LINE-DR-CR-CD
           MOVE WS-LINE-CR-ACCOUNT TO WS-LINE-GL-ACCOUNT
           PERFORM 3400-WRITE-LINE THRU 3400-EXIT
           ADD WS-LINE-AMOUNT      TO WS-JOURNAL-CREDITS.
       3100-EXIT.
           EXIT.
      ******************************************************************
      *    3200-FIND-MAP -- the first GLMAP entry matching the
      *    combination at WS-SUM-SUB, each field matching exactly or
      *    by an all-'*' wildcard; WS-MAP-SUB points at it.
      ******************************************************************
       3200-FIND-MAP.
           MOVE ZERO TO WS-MAP-SUB
           MOVE 'N'  TO MAP-FOUND-SWITCH
           PERFORM 3210-FIND-MAP-NEXT THRU 3210-EXIT
               UNTIL MAP-FOUND
                  OR WS-MAP-SUB NOT LESS THAN WS-MAP-COUNT.
       3200-EXIT.
           EXIT.

       3210-FIND-MAP-NEXT.
           ADD 1 TO WS-MAP-SUB
           IF (WS-MAP-REGION-CD (WS-MAP-SUB) = '***'
                OR WS-MAP-REGION-CD (WS-MAP-SUB)
                     = WS-SUM-REGION-CD (WS-SUM-SUB))
            AND (WS-MAP-TYPE-CD (WS-MAP-SUB) = '*'
                OR WS-MAP-TYPE-CD (WS-MAP-SUB)
                     = WS-SUM-TYPE-CD (WS-SUM-SUB))
            AND (WS-MAP-XFER-LEG (WS-MAP-SUB) = '*'
                OR WS-MAP-XFER-LEG (WS-MAP-SUB)
                     = WS-SUM-XFER-LEG (WS-SUM-SUB))
            AND (WS-MAP-CURRENCY-CD (WS-MAP-SUB) = '***'
                OR WS-MAP-CURRENCY-CD (WS-MAP-SUB)
                     = WS-SUM-CURRENCY-CD (WS-SUM-SUB))
            AND (WS-MAP-STATUS-CD (WS-MAP-SUB) = '*'
                OR WS-MAP-STATUS-CD (WS-MAP-SUB)
                     = WS-SUM-STATUS-CD (WS-SUM-SUB))
               MOVE 'Y' TO MAP-FOUND-SWITCH
           END-IF.
       3210-EXIT.
           EXIT.
      ******************************************************************
      *    3300-REPORT-UNMAPPED -- one exceptions line for the
      *    combination at WS-SUM-SUB.
      ******************************************************************
       3300-REPORT-UNMAPPED.
           MOVE WS-SUM-REGION-CD (WS-SUM-SUB)   TO WS-EXD-REGION-CD
           MOVE WS-SUM-TYPE-CD (WS-SUM-SUB)     TO WS-EXD-TYPE-CD
           MOVE WS-SUM-XFER-LEG (WS-SUM-SUB)    TO WS-EXD-XFER-LEG
           MOVE WS-SUM-CURRENCY-CD (WS-SUM-SUB) TO WS-EXD-CURRENCY-CD
           MOVE WS-SUM-STATUS-CD (WS-SUM-SUB)   TO WS-EXD-STATUS-CD
           MOVE WS-SUM-ITEMS (WS-SUM-SUB)       TO WS-EXD-ITEMS
           MOVE WS-SUM-BASE-AMOUNT (WS-SUM-SUB) TO WS-EXD-BASE-AMOUNT
           MOVE WS-SUM-ORIG-AMOUNT (WS-SUM-SUB) TO WS-EXD-ORIG-AMOUNT
           MOVE WS-EXCP-DETAIL                  TO GL-EXCP-LINE
           PERFORM 3900-WRITE-EXCP THRU 3900-EXIT.
       3300-EXIT.
           EXIT.
      ******************************************************************
      *    3400-WRITE-LINE -- one journal detail line for the
      *    combination at WS-SUM-SUB; the caller sets the side
      *    (WS-LINE-DR-CR-CD) and the GL account (WS-LINE-GL-ACCOUNT).
      ******************************************************************
       3400-WRITE-LINE.
           ADD 1 TO WS-JOURNAL-LINES
           MOVE SPACES               TO GL-JOURNAL-DETAIL
           MOVE 'D'                  TO GLJ-ID
           MOVE RUNSTMP-RUN-DATE     TO GLJ-BUS-DATE
           MOVE WS-JOURNAL-LINES     TO GLJ-LINE-NO
           MOVE WS-LINE-GL-ACCOUNT   TO GLJ-GL-ACCOUNT
           MOVE WS-LINE-DR-CR-CD     TO GLJ-DR-CR-CD
           MOVE WS-LINE-AMOUNT       TO GLJ-AMOUNT
           MOVE WS-SUM-CURRENCY-CD (WS-SUM-SUB) TO GLJ-CURRENCY-CD
           MOVE WS-SUM-ORIG-AMOUNT (WS-SUM-SUB) TO GLJ-ORIG-AMOUNT
           MOVE WS-SUM-REGION-CD (WS-SUM-SUB)   TO GLJ-REGION-CD
           MOVE WS-SUM-TYPE-CD (WS-SUM-SUB)     TO GLJ-TRAN-TYPE-CD
           MOVE WS-SUM-XFER-LEG (WS-SUM-SUB)    TO GLJ-XFER-LEG
           MOVE WS-SUM-STATUS-CD (WS-SUM-SUB)   TO GLJ-STATUS-CD
           MOVE WS-LINE-SUSPENSE     TO GLJ-SUSPENSE-FLAG
           MOVE WS-SUM-ITEMS (WS-SUM-SUB)       TO GLJ-ITEM-COUNT
           MOVE WS-LINE-DESCRIPTION  TO GLJ-DESCRIPTION
           WRITE GL-JOURNAL-DETAIL
           IF NOT GL-JOURNAL-OK
               MOVE "GL-JOURNAL-DETAIL WRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE GL-JOURNAL-STATUS    TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       3400-EXIT.
           EXIT.
      ******************************************************************
      *    3900-WRITE-EXCP -- one exceptions report line, status
      *    checked.
      ******************************************************************
       3900-WRITE-EXCP.
           WRITE GL-EXCP-LINE
           IF NOT GL-EXCP-OK
               MOVE "GL-EXCP-LINE WRITE FAILED" TO WS-ABEND-MESSAGE
               MOVE GL-EXCP-STATUS              TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       3900-EXIT.
           EXIT.
      ******************************************************************
      *    8000-TERMINATE -- prove the journal: debits equal to
      *    credits and the net tied to the SECTIONS grand total.
      *    Either failing ends the step COND CODE 8 and the journal
      *    is not released; otherwise COND CODE 4 when anything
      *    went to suspense.  Totals to the report, the log and
      *    NIGHTTOT.
      ******************************************************************
       8000-TERMINATE.
           IF NOT POSTED-FILE-NOT-FOUND
               CLOSE POSTED-FILE
           END-IF
           CLOSE GL-JOURNAL-FILE

           COMPUTE WS-TIE-DIFFERENCE
               = WS-JOURNAL-NET - WS-SECTIONS-GRAND-TOTAL

           MOVE SPACES TO GL-EXCP-LINE
           PERFORM 3900-WRITE-EXCP THRU 3900-EXIT
           MOVE "POSTINGS SUMMARIZED"      TO WS-CNT-LABEL
           MOVE WS-POSTINGS-READ           TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE              TO GL-EXCP-LINE
           PERFORM 3900-WRITE-EXCP THRU 3900-EXIT
           MOVE "COMBINATIONS MAPPED"      TO WS-CNT-LABEL
           MOVE WS-COMBOS-MAPPED           TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE              TO GL-EXCP-LINE
           PERFORM 3900-WRITE-EXCP THRU 3900-EXIT
           MOVE "COMBINATIONS UNMAPPED"    TO WS-CNT-LABEL
           MOVE WS-COMBOS-UNMAPPED         TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE              TO GL-EXCP-LINE
           PERFORM 3900-WRITE-EXCP THRU 3900-EXIT
           MOVE "JOURNAL LINES"            TO WS-CNT-LABEL
           MOVE WS-JOURNAL-LINES           TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE              TO GL-EXCP-LINE
           PERFORM 3900-WRITE-EXCP THRU 3900-EXIT
           MOVE "JOURNAL DEBITS"           TO WS-AMT-LABEL
           MOVE WS-JOURNAL-DEBITS          TO WS-AMT-VALUE
           MOVE WS-AMOUNT-LINE             TO GL-EXCP-LINE
           PERFORM 3900-WRITE-EXCP THRU 3900-EXIT
           MOVE "JOURNAL CREDITS"          TO WS-AMT-LABEL
           MOVE WS-JOURNAL-CREDITS         TO WS-AMT-VALUE
           MOVE WS-AMOUNT-LINE             TO GL-EXCP-LINE
           PERFORM 3900-WRITE-EXCP THRU 3900-EXIT
           MOVE "SUSPENSE NET AMOUNT"      TO WS-AMT-LABEL
           MOVE WS-SUSPENSE-AMOUNT         TO WS-AMT-VALUE
           MOVE WS-AMOUNT-LINE             TO GL-EXCP-LINE
           PERFORM 3900-WRITE-EXCP THRU 3900-EXIT
           MOVE "JOURNAL NET"              TO WS-AMT-LABEL
           MOVE WS-JOURNAL-NET             TO WS-AMT-VALUE
           MOVE WS-AMOUNT-LINE             TO GL-EXCP-LINE
           PERFORM 3900-WRITE-EXCP THRU 3900-EXIT
           MOVE "SECTIONS GRAND TOTAL"     TO WS-AMT-LABEL
           MOVE WS-SECTIONS-GRAND-TOTAL    TO WS-AMT-VALUE
           MOVE WS-AMOUNT-LINE             TO GL-EXCP-LINE
           PERFORM 3900-WRITE-EXCP THRU 3900-EXIT
           MOVE "DIFFERENCE"               TO WS-AMT-LABEL
           MOVE WS-TIE-DIFFERENCE          TO WS-AMT-VALUE
           MOVE WS-AMOUNT-LINE             TO GL-EXCP-LINE
           PERFORM 3900-WRITE-EXCP THRU 3900-EXIT

           EVALUATE TRUE
               WHEN WS-JOURNAL-DEBITS NOT = WS-JOURNAL-CREDITS
                   MOVE "JOURNAL OUT OF BALANCE - NOT RELEASED"
                                           TO WS-STS-TEXT
                   MOVE 8                  TO RETURN-CODE
               WHEN WS-TIE-DIFFERENCE NOT = ZERO
                   MOVE "NOT TIED TO GRAND TOTAL - NOT RELEASED"
                                           TO WS-STS-TEXT
                   MOVE 8                  TO RETURN-CODE
               WHEN WS-COMBOS-UNMAPPED > ZERO
                   MOVE "BALANCED AND TIED - SUSPENSE USED"
                                           TO WS-STS-TEXT
                   MOVE 4                  TO RETURN-CODE
               WHEN OTHER
                   MOVE "BALANCED AND TIED" TO WS-STS-TEXT
           END-EVALUATE
           MOVE SPACES         TO GL-EXCP-LINE
           PERFORM 3900-WRITE-EXCP THRU 3900-EXIT
           MOVE WS-STATUS-LINE TO GL-EXCP-LINE
           PERFORM 3900-WRITE-EXCP THRU 3900-EXIT
           CLOSE GL-EXCP-FILE

           DISPLAY "GLSUMM POSTINGS SUMMARIZED: " WS-POSTINGS-READ
           DISPLAY "GLSUMM JOURNAL LINES:       " WS-JOURNAL-LINES
           DISPLAY "GLSUMM UNMAPPED COMBOS:     " WS-COMBOS-UNMAPPED
           DISPLAY "GLSUMM DIFFERENCE:          " WS-TIE-DIFFERENCE
           DISPLAY "GLSUMM " WS-STS-TEXT

           PERFORM 9700-OPEN-CTL-TOTALS THRU 9700-EXIT
           MOVE "POSTINGS SUMMARIZED"  TO CTL-LABEL
           MOVE WS-POSTINGS-READ       TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "JOURNAL LINES"        TO CTL-LABEL
           MOVE WS-JOURNAL-LINES       TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "JOURNAL DEBITS"       TO CTL-LABEL
           MOVE WS-JOURNAL-DEBITS      TO CTL-AMOUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "JOURNAL CREDITS"      TO CTL-LABEL
           MOVE WS-JOURNAL-CREDITS     TO CTL-AMOUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "UNMAPPED COMBOS"      TO CTL-LABEL
           MOVE WS-COMBOS-UNMAPPED     TO CTL-COUNT
           MOVE WS-SUSPENSE-AMOUNT     TO CTL-AMOUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "GRAND TOTAL DIFF"     TO CTL-LABEL
           MOVE WS-TIE-DIFFERENCE      TO CTL-AMOUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           CLOSE CTL-TOTAL-FILE.
       8000-EXIT.
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
           MOVE "GLSUMM"          TO CTL-STEP-NAME
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
           DISPLAY "GLSUMM ABEND - " WS-ABEND-MESSAGE
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9999-EXIT.
           EXIT.
