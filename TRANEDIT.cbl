      *                      check degrades to the details already
      *                      tabled, with a log line, instead of
      *                      refusing the file.
      *    2026-10-15  JW    Fourth provider TRANFIL4 (source '04'):
      *                      the standing-order items written by
      *                      SOGEN, balanced, registered and edited
      *                      exactly like any provider file.  It is
      *                      optional like TRANFIL2/TRANFIL3.
      *    2026-10-15  JW    Account-to-account transfers (type 'T'):
      *                      the counter-account must be present, on
      *                      a VALIDRGN region and not the account
      *                      itself, the amount must be positive,
      *                      and both accounts must be on ACCTBAL
      *                      (read-only; skipped with a log line
      *                      when ACCTBAL is absent) -- R007-R012.
      *                      A valid transfer goes to TRANVAL as two
      *                      legs sharing a TRAN-XFER-REF: the
      *                      from-leg under its own TRAN-KEY and the
      *                      to-leg under the counter-account's, so
      *                      each sorts into its own region for the
      *                      SECTIONS control break.  Both legs are
      *                      inside the TRANVAL trailer count and
      *                      hash.  The R006 duplicate signature now
      *                      includes the counter-account.  Provider
      *                      records grow from 40 to 80 bytes.
      *    2026-10-15  JW    Fifth provider TRANFIL5 (source '05'):
      *                      the month-end interest and overdraft
      *                      charge items INTACCR writes for the
      *                      next business day, edited like any
      *                      provider file and optional the same
      *                      way.
      *    2026-10-15  JW    Future-dated transactions: the new
      *                      TRAN-EFFECTIVE-DATE must be a valid
      *                      date (R013) and, when it is after the
      *                      business date, a BUSCAL business day
      *                      (R014 not listed, R015 holiday).  A
      *                      clean future-dated item goes to the
      *                      WHSNEW warehouse file instead of
      *                      TRANVAL, outside the TRANVAL trailer,
      *                      for WHSREL to carry until its date
      *                      arrives.  The released items come back
      *                      as a sixth provider TRANFIL6 (source
      *                      '06', optional like the others); they
      *                      were duplicate-checked the night they
      *                      arrived, so they skip R006.
      *    2026-10-15  JW    Provider file recall: every detail is
      *                      now stamped with its file's header
      *                      business date (TRAN-FILE-DATE) next to
      *                      its source code, so SECTIONS can carry
      *                      both onto POSTACT.  A seventh provider
      *                      TRANFIL7 (source '07', optional) brings
      *                      in the reversals RECALL writes; they
      *                      skip R006, as two identical postings
      *                      reverse to two identical items.  A
      *                      TRANREG entry RECALL has marked
      *                      recalled no longer counts against the
      *                      duplicate check, and a file whose
      *                      header carries an earlier business date
      *                      is taken as a redelivery when its
      *                      provider's file for that date was
      *                      recalled.
      *    2026-10-15  JW    Provider acknowledgement files: one
      *                      TRANACKn per provider source (ACKREC
      *                      layout) with the night's verdict on the
      *                      file, its received, accepted and
      *                      rejected counts and hash totals, and a
      *                      notice for every reject.  TRANRCYC's
      *                      RCYNOTE recycle and retirement notices
      *                      and an accepted notice for each reject
      *                      that passes on recycle are routed to
      *                      the same files through ACKWORK.
      *    2026-10-15  JW    A TRANFIL6 warehouse release keeps the
      *                      provider source and file date it first
      *                      arrived under, from the warehouse image,
      *                      as a recycle does -- RECALL finds it
      *                      on POSTACT under the recalled file and
      *                      its reject notice goes to the provider
      *                      that sent it, not to TRANACK6.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS TRAN-FILE3-STATUS.

           SELECT TRAN-FILE4       ASSIGN TO "TRANFIL4"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS TRAN-FILE4-STATUS.

           SELECT TRAN-FILE5       ASSIGN TO "TRANFIL5"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS TRAN-FILE5-STATUS.

           SELECT TRAN-FILE6       ASSIGN TO "TRANFIL6"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS TRAN-FILE6-STATUS.

           SELECT TRAN-FILE7       ASSIGN TO "TRANFIL7"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS TRAN-FILE7-STATUS.

           SELECT VALID-REGION-FILE
                                    ASSIGN TO "VALIDRGN"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS CURR-RATE-FILE-STATUS.

           SELECT ACCT-BAL-FILE    ASSIGN TO "ACCTBAL"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS ABM-ACCOUNT-ID
                                    FILE STATUS IS ACCT-BAL-STATUS.

           SELECT VALID-TRAN-FILE  ASSIGN TO "TRANVAL"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS VALID-TRAN-FILE-STATUS.

           SELECT WAREHOUSE-FILE   ASSIGN TO "WHSNEW"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS WAREHOUSE-FILE-STATUS.

           SELECT REJECT-FILE      ASSIGN TO "TRANREJ"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS REJECT-FILE-STATUS.
           SELECT PARM-FILE        ASSIGN TO "EDITPARM"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS PARM-FILE-STATUS.

           SELECT ACK-WORK-FILE    ASSIGN TO "ACKWORK"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS ACK-WORK-STATUS.

           SELECT RECYCLE-NOTICE-FILE
                                    ASSIGN TO "RCYNOTE"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS
                                       IS RECYCLE-NOTICE-STATUS.

           SELECT ACK-FILE1        ASSIGN TO "TRANACK1"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS ACK-FILE-STATUS.

           SELECT ACK-FILE2        ASSIGN TO "TRANACK2"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS ACK-FILE-STATUS.

           SELECT ACK-FILE3        ASSIGN TO "TRANACK3"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS ACK-FILE-STATUS.

           SELECT ACK-FILE4        ASSIGN TO "TRANACK4"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS ACK-FILE-STATUS.

           SELECT ACK-FILE5        ASSIGN TO "TRANACK5"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS ACK-FILE-STATUS.

           SELECT ACK-FILE6        ASSIGN TO "TRANACK6"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS ACK-FILE-STATUS.

           SELECT ACK-FILE7        ASSIGN TO "TRANACK7"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS ACK-FILE-STATUS.
      ******************************************************************
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  TRAN-FILE.
       01  TRAN-FILE-REC              PIC X(80).

       FD  TRAN-FILE2.
       01  TRAN-FILE2-REC             PIC X(80).

       FD  TRAN-FILE3.
       01  TRAN-FILE3-REC             PIC X(80).

       FD  TRAN-FILE4.
       01  TRAN-FILE4-REC             PIC X(80).

       FD  TRAN-FILE5.
       01  TRAN-FILE5-REC             PIC X(80).

       FD  TRAN-FILE6.
       01  TRAN-FILE6-REC             PIC X(80).

       FD  TRAN-FILE7.
       01  TRAN-FILE7-REC             PIC X(80).

       FD  VALID-REGION-FILE.
           COPY VRGNREC.
       FD  CURR-RATE-FILE.
           COPY CURREC.

       FD  ACCT-BAL-FILE.
           COPY ABALREC.

       FD  VALID-TRAN-FILE.
       01  VALID-TRAN-RECORD          PIC X(80).

       FD  WAREHOUSE-FILE.
           COPY WHSREC.

       FD  REJECT-FILE.
           COPY REJREC.

       FD  PARM-FILE.
       01  PARM-CARD                  PIC X(80).

       FD  ACK-WORK-FILE.
       01  ACK-WORK-REC               PIC X(160).

       FD  RECYCLE-NOTICE-FILE.
       01  RECYCLE-NOTICE-REC         PIC X(160).

       FD  ACK-FILE1.
       01  ACK-FILE1-REC              PIC X(160).

       FD  ACK-FILE2.
       01  ACK-FILE2-REC              PIC X(160).

       FD  ACK-FILE3.
       01  ACK-FILE3-REC              PIC X(160).

       FD  ACK-FILE4.
       01  ACK-FILE4-REC              PIC X(160).

       FD  ACK-FILE5.
       01  ACK-FILE5-REC              PIC X(160).

       FD  ACK-FILE6.
       01  ACK-FILE6-REC              PIC X(160).

       FD  ACK-FILE7.
       01  ACK-FILE7-REC              PIC X(160).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY RUNSTMP.

       COPY DATEWRK.

      *    The transaction record lives in working storage -- every
      *    provider file is read INTO it, so one set of edits serves
      *    all seven FDs.
       COPY TRANREC.

       COPY TRANHT.

      *    Acknowledgement records are built here and written FROM
      *    it onto ACKWORK and the TRANACKn files; RCYNOTE and
      *    ACKWORK notices are read INTO it.
       COPY ACKREC.

       01  SW-TRAN-FILE-STATUS.
           05  TRAN-FILE-STATUS        PIC X(02) VALUE '00'.
               88  TRAN-FILE-OK                   VALUE '00'.
               88  TRAN-FILE3-OK                  VALUE '00'.
               88  TRAN-FILE3-NOT-FOUND           VALUE '35'.

       01  SW-TRAN-FILE4-STATUS.
           05  TRAN-FILE4-STATUS       PIC X(02) VALUE '00'.
               88  TRAN-FILE4-OK                  VALUE '00'.
               88  TRAN-FILE4-NOT-FOUND           VALUE '35'.

       01  SW-TRAN-FILE5-STATUS.
           05  TRAN-FILE5-STATUS       PIC X(02) VALUE '00'.
               88  TRAN-FILE5-OK                  VALUE '00'.
               88  TRAN-FILE5-NOT-FOUND           VALUE '35'.

       01  SW-TRAN-FILE6-STATUS.
           05  TRAN-FILE6-STATUS       PIC X(02) VALUE '00'.
               88  TRAN-FILE6-OK                  VALUE '00'.
               88  TRAN-FILE6-NOT-FOUND           VALUE '35'.

       01  SW-TRAN-FILE7-STATUS.
           05  TRAN-FILE7-STATUS       PIC X(02) VALUE '00'.
               88  TRAN-FILE7-OK                  VALUE '00'.
               88  TRAN-FILE7-NOT-FOUND           VALUE '35'.

       01  SW-VALID-REGION-FILE-STATUS.
           05  VALID-REGION-FILE-STATUS
                                       PIC X(02) VALUE '00'.
               88  CURR-RATE-FILE-OK              VALUE '00'.
               88  CURR-RATE-FILE-NOT-FOUND       VALUE '35'.

       01  SW-ACCT-BAL-STATUS.
           05  ACCT-BAL-STATUS         PIC X(02) VALUE '00'.
               88  ACCT-BAL-OK                    VALUE '00'.
               88  ACCT-BAL-NOT-FOUND             VALUE '23'.
               88  ACCT-BAL-FILE-NOT-FOUND        VALUE '35'.

      *    ACCTBAL is only read to prove both transfer accounts
      *    exist; a lineup without it skips that check.
       01  SW-ACCT-BAL-PRESENT.
           05  ACCT-BAL-PRESENT-SW     PIC X(01) VALUE 'N'.
               88  ACCT-BAL-PRESENT               VALUE 'Y'.

       01  SW-TRANSFER-EDIT.
           05  XFER-REJECT-SWITCH      PIC X(01) VALUE 'N'.
               88  XFER-REJECTED                  VALUE 'Y'.

       01  SW-VALID-TRAN-FILE-STATUS.
           05  VALID-TRAN-FILE-STATUS  PIC X(02) VALUE '00'.
               88  VALID-TRAN-FILE-OK             VALUE '00'.

       01  SW-WAREHOUSE-FILE-STATUS.
           05  WAREHOUSE-FILE-STATUS   PIC X(02) VALUE '00'.
               88  WAREHOUSE-FILE-OK              VALUE '00'.

       01  SW-REJECT-FILE-STATUS.
           05  REJECT-FILE-STATUS      PIC X(02) VALUE '00'.
               88  REJECT-FILE-OK                 VALUE '00'.
      *    closed, and the test runs after the CLOSE.
           05  CAL-DAY-TYPE-SW         PIC X(01) VALUE SPACES.
               88  RUN-DATE-BUSINESS-DAY          VALUE 'B'.
      *    Set when BUSCAL was read -- a future effective date is
      *    then checked against the calendar table below.
           05  CALENDAR-PRESENT-SW     PIC X(01) VALUE 'N'.
               88  CALENDAR-PRESENT               VALUE 'Y'.
           05  CAL-ENTRY-FOUND-SWITCH  PIC X(01) VALUE 'N'.
               88  CAL-ENTRY-FOUND                VALUE 'Y'.

      *    The BUSCAL dates after the business date, loaded in
      *    1260-READ-CALENDAR for the effective-date edit.
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-MAX              PIC 9(04) COMP VALUE 4000.
           05  WS-CAL-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-CAL-SUB              PIC 9(04) COMP VALUE ZERO.
           05  WS-CAL-ENTRY            OCCURS 4000 TIMES.
               10  WS-CAL-ENT-DATE     PIC X(10).
               10  WS-CAL-ENT-TYPE     PIC X(01).

      *    Set by 2600-EDIT-EFFECTIVE-DATE for an item dated after
      *    the business date -- 2200-WRITE-VALID warehouses it.
       01  SW-EFFECTIVE-DATE.
           05  EFFECTIVE-FUTURE-SWITCH PIC X(01) VALUE 'N'.
               88  EFFECTIVE-FUTURE               VALUE 'Y'.

       01  SW-REGISTER-FILE-STATUS.
           05  REGISTER-FILE-STATUS    PIC X(02) VALUE '00'.
               88  REGISTER-AT-EOF                VALUE 'Y'.
           05  REGISTER-MATCH-SWITCH   PIC X(01) VALUE 'N'.
               88  REGISTER-MATCHED               VALUE 'Y'.
           05  REDELIVERY-SWITCH       PIC X(01) VALUE 'N'.
               88  REDELIVERY-FOUND               VALUE 'Y'.

       01  SW-PARM-FILE-STATUS.
           05  PARM-FILE-STATUS        PIC X(02) VALUE '00'.
           05  DUP-CHECK-OFF-SWITCH    PIC X(01) VALUE 'N'.
               88  DUP-CHECK-SUSPENDED            VALUE 'Y'.

       01  SW-ACK-WORK-STATUS.
           05  ACK-WORK-STATUS         PIC X(02) VALUE '00'.
               88  ACK-WORK-OK                    VALUE '00'.

       01  SW-RECYCLE-NOTICE-STATUS.
           05  RECYCLE-NOTICE-STATUS   PIC X(02) VALUE '00'.
               88  RECYCLE-NOTICE-OK              VALUE '00'.
               88  RECYCLE-NOTICE-NOT-FOUND       VALUE '35'.

      *    One status serves all seven TRANACKn files -- only one is
      *    ever open at a time.
       01  SW-ACK-FILE-STATUS.
           05  ACK-FILE-STATUS         PIC X(02) VALUE '00'.
               88  ACK-FILE-OK                    VALUE '00'.

       01  SW-ACK-NOTICES.
           05  RECYCLE-NOTICE-PRESENT-SW
                                       PIC X(01) VALUE 'N'.
               88  RECYCLE-NOTICE-PRESENT         VALUE 'Y'.
           05  NOTICE-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  NOTICE-AT-EOF                  VALUE 'Y'.

       01  WS-PARM-FIELDS.
           05  WS-PARM-KEYWORD         PIC X(20) VALUE SPACES.
           05  WS-PARM-VALUE           PIC X(20) VALUE SPACES.
      *    present, and whether it has failed a check and is being
      *    read through to end-of-file for exclusion.
       01  WS-FILE-CONTROLS.
           05  WS-FILE-MAX             PIC 9(04) COMP VALUE 7.
           05  WS-FILE-SUB             PIC 9(04) COMP VALUE ZERO.
           05  WS-CURRENT-DDNAME       PIC X(08) VALUE SPACES.
           05  WS-CURRENT-SOURCE       PIC X(02) VALUE SPACES.
           05  WS-TRANS-VALID          PIC 9(09) COMP VALUE ZERO.
           05  WS-TRANS-REJECTED       PIC 9(09) COMP VALUE ZERO.
           05  WS-TRANS-RECYCLED       PIC 9(09) COMP VALUE ZERO.
           05  WS-TRANSFERS-VALID      PIC 9(09) COMP VALUE ZERO.
           05  WS-TRANS-WAREHOUSED     PIC 9(09) COMP VALUE ZERO.
           05  WS-WAREHOUSED-AMOUNT    PIC S9(11)V99 COMP-3 VALUE ZERO.

      *    Warehouse id TRANEDIT gives each future-dated item: the
      *    business date as CCYYMMDD and the night's sequence.
       01  WS-WHS-ID.
           05  WS-WHS-ID-DATE          PIC X(08) VALUE SPACES.
           05  WS-WHS-ID-SEQ           PIC 9(09) VALUE ZERO.

      *    Recycle count of the record being edited: zero for every
      *    fresh provider detail, the carried count for a RECYCIN
           05  WS-FILE-TRL-COUNT       PIC 9(09) VALUE ZERO.
           05  WS-FILE-TRL-HASH        PIC S9(11)V99 COMP-3 VALUE ZERO.

      *    Provider and business date 5250-CHECK-REDELIVERY looks
      *    for among the recalled register entries.
       01  WS-REDELIVERY-KEY.
           05  WS-REDELIVERY-SOURCE    PIC X(02) VALUE SPACES.
           05  WS-REDELIVERY-DATE      PIC X(10) VALUE SPACES.

      *    Region code 2150-LOOKUP-REGION looks for -- the record's
      *    own region, or a transfer's counter-account region.
       01  WS-REGION-LOOKUP-CD        PIC X(03) VALUE SPACES.

      *    Transfer reference TRANEDIT gives both legs of each valid
      *    transfer: 'XF' and the night's transfer sequence number.
       01  WS-XFER-REF.
           05  WS-XFER-REF-PREFIX      PIC X(02) VALUE 'XF'.
           05  WS-XFER-REF-SEQ         PIC 9(08) VALUE ZERO.

      *    The from-leg's key, held while the to-leg is built in
      *    TRAN-RECORD.
       01  WS-XFER-FROM-KEY           PIC X(13) VALUE SPACES.

       01  WS-REGION-TABLE.
           05  WS-REGION-MAX           PIC 9(04) COMP VALUE 100.
           05  WS-REGION-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-BASE-AMOUNT          PIC S9(09)V99 COMP-3 VALUE ZERO.

      *    Signatures of the files already accepted for tonight's
      *    business date, loaded from TRANREG, plus every recalled
      *    entry whatever its date -- those are what let an older
      *    header date through as a redelivery.  Other older
      *    business dates never reach the register check -- the
      *    header date check refuses them first.
       01  WS-REGISTER-TABLE.
           05  WS-REGISTER-MAX         PIC 9(04) COMP VALUE 100.
           05  WS-REGISTER-COUNT       PIC 9(04) COMP VALUE ZERO.
                                       PIC 9(09).
               10  WS-REGISTER-ENT-HASH
                                       PIC S9(11)V99.
               10  WS-REGISTER-ENT-DATE
                                       PIC X(10).
               10  WS-REGISTER-ENT-RECALL
                                       PIC X(01).

      *    Signatures of the details already seen in this file --
      *    TRAN-KEY plus the amount and type bytes exactly as they
      *    arrived (record positions 20-31) and a transfer's
      *    counter-account -- for the R006 exact duplicate check.
      *    The table is reset per file: the same detail arriving
      *    from two providers is for the business to referee, not
      *    an extract fault.
       01  WS-DUP-SIGNATURE.
           05  WS-DUP-KEY              PIC X(13) VALUE SPACES.
           05  WS-DUP-AMT-TYPE         PIC X(12) VALUE SPACES.
           05  WS-DUP-XFER-KEY         PIC X(13) VALUE SPACES.

       01  WS-SEEN-TABLE.
           05  WS-SEEN-MAX             PIC 9(04) COMP VALUE 5000.
           05  WS-SEEN-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-SEEN-SUB             PIC 9(04) COMP VALUE ZERO.
           05  WS-SEEN-ENTRY           OCCURS 5000 TIMES.
               10  WS-SEEN-SIGNATURE   PIC X(38).

      *    Tonight's verdict and totals for each provider source,
      *    one entry per TRANFILE..TRANFIL7 (WS-FILE-SUB), for the
      *    TRANACKn headers 8200-WRITE-ACKS writes.  Counts and
      *    hashes are of the details as delivered, before any
      *    currency conversion or transfer split; the accepted and
      *    rejected figures are set in pass two only, so recycles
      *    never count against tonight's file.
       01  WS-ACK-TABLE.
           05  WS-ACK-SUB              PIC 9(04) COMP VALUE ZERO.
           05  WS-ACK-ENTRY            OCCURS 7 TIMES.
               10  WS-ACK-VERDICT-CD   PIC X(01).
               10  WS-ACK-VERDICT-TEXT PIC X(40).
               10  WS-ACK-FILE-DATE    PIC X(10).
               10  WS-ACK-RECEIVED     PIC 9(09) COMP.
               10  WS-ACK-TRL-COUNT    PIC 9(09) COMP.
               10  WS-ACK-TRL-HASH     PIC S9(11)V99 COMP-3.
               10  WS-ACK-ACC-COUNT    PIC 9(09) COMP.
               10  WS-ACK-ACC-HASH     PIC S9(11)V99 COMP-3.
               10  WS-ACK-REJ-COUNT    PIC 9(09) COMP.
               10  WS-ACK-REJ-HASH     PIC S9(11)V99 COMP-3.

      *    The notice 2350-WRITE-NOTICE puts on ACKWORK: its kind
      *    (see ACKREC) and reason.
       01  WS-NOTICE-FIELDS.
           05  WS-NOTICE-CD            PIC X(01) VALUE SPACES.
           05  WS-NOTICE-REASON-CD     PIC X(04) VALUE SPACES.
           05  WS-NOTICE-REASON-TEXT   PIC X(30) VALUE SPACES.

      *    The source whose TRANACKn 8210-WRITE-ONE-ACK is writing,
      *    and the notices written to it, in all and by kind.
       01  WS-ACK-OUTPUT.
           05  WS-ACK-SOURCE           PIC 9(02) VALUE ZERO.
           05  WS-ACK-NOTICES          PIC 9(09) COMP VALUE ZERO.
           05  WS-ACK-REJ-NOTICES      PIC 9(09) COMP VALUE ZERO.
           05  WS-ACK-RCY-NOTICES      PIC 9(09) COMP VALUE ZERO.
           05  WS-ACK-ACC-NOTICES      PIC 9(09) COMP VALUE ZERO.
           05  WS-ACK-RET-NOTICES      PIC 9(09) COMP VALUE ZERO.
           05  WS-ACK-NOTICES-TOTAL    PIC 9(09) COMP VALUE ZERO.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
      ******************************************************************
       COPY RUNSTPRC.
      ******************************************************************
      *    0910-DATE-TO-DAYS / 0920-NEXT-DATE / 0930-MONTH-LENGTH --
      *    shared date arithmetic (see DATEPRC copybook).
      ******************************************************************
       COPY DATEPRC.
      ******************************************************************
      *    1000-INITIALIZE -- stamp the run, load the reference
      *    tables, open the outputs and write the single TRANVAL
      *    header (the expected business date -- each provider
               CLOSE CURR-RATE-FILE
           END-IF

      *    ACCTBAL is opened for reading only, to prove both
      *    accounts of a transfer exist.
           OPEN INPUT ACCT-BAL-FILE
           IF ACCT-BAL-FILE-NOT-FOUND
               DISPLAY "TRANEDIT ACCTBAL NOT PRESENT - "
                       "TRANSFER ACCOUNT CHECK SKIPPED"
           ELSE
               IF NOT ACCT-BAL-OK
                   MOVE "ACCT-BAL-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
                   MOVE ACCT-BAL-STATUS             TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
               MOVE 'Y' TO ACCT-BAL-PRESENT-SW
           END-IF

           OPEN OUTPUT VALID-TRAN-FILE
           IF NOT VALID-TRAN-FILE-OK
               MOVE "VALID-TRAN-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

      *    WHSNEW is rewritten on every run, empty or not, so a
      *    rerun never warehouses the same item twice.
           OPEN OUTPUT WAREHOUSE-FILE
           IF NOT WAREHOUSE-FILE-OK
               MOVE "WAREHOUSE-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE WAREHOUSE-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           STRING RUNSTMP-RUN-DATE (1:4) RUNSTMP-RUN-DATE (6:2)
                  RUNSTMP-RUN-DATE (9:2)
               DELIMITED BY SIZE INTO WS-WHS-ID-DATE
           END-STRING

           OPEN OUTPUT REJECT-FILE
           IF NOT REJECT-FILE-OK
               MOVE "REJECT-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

      *    ACKWORK holds tonight's notices until 8200-WRITE-ACKS
      *    sorts them out by provider behind each file's header.
           OPEN OUTPUT ACK-WORK-FILE
           IF NOT ACK-WORK-OK
               MOVE "ACK-WORK-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE ACK-WORK-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

      *    RECYCIN is staged by TRANRCYC ahead of this step; when it
      *    is absent (a lineup without the recycle step) there is
      *    simply nothing to recycle.
      *    1250-CHECK-CALENDAR -- the run date against the BUSCAL
      *    processing calendar: a date the calendar does not list,
      *    or lists as a holiday, refuses to run before a single
      *    record is read.  The calendar is read to the end so the
      *    dates after the business date are tabled for the
      *    effective-date edit.  With no calendar file the date
      *    checks behave as they always have and a future effective
      *    date is only checked for being a valid date.
      ******************************************************************
       1250-CHECK-CALENDAR.
           OPEN INPUT CALENDAR-FILE
               MOVE CALENDAR-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           MOVE 'Y' TO CALENDAR-PRESENT-SW
           PERFORM 1260-READ-CALENDAR THRU 1260-EXIT
               UNTIL CALENDAR-AT-EOF
           CLOSE CALENDAR-FILE
           IF NOT CAL-DATE-FOUND
               DISPLAY "TRANEDIT RUN DATE " RUNSTMP-RUN-DATE
                       MOVE 'Y' TO CAL-DATE-FOUND-SWITCH
                       MOVE CAL-DAY-TYPE TO CAL-DAY-TYPE-SW
                   END-IF
                   IF CAL-DATE > RUNSTMP-RUN-DATE
                       IF WS-CAL-COUNT NOT LESS THAN WS-CAL-MAX
                           MOVE "CALENDAR TABLE OVERFLOW"
                                             TO WS-ABEND-MESSAGE
                           MOVE CALENDAR-FILE-STATUS
                                             TO WS-ABEND-STATUS
                           PERFORM 9999-FILE-ABEND THRU 9999-EXIT
                       END-IF
                       ADD 1 TO WS-CAL-COUNT
                       MOVE CAL-DATE
                         TO WS-CAL-ENT-DATE (WS-CAL-COUNT)
                       MOVE CAL-DAY-TYPE
                         TO WS-CAL-ENT-TYPE (WS-CAL-COUNT)
                   END-IF
           END-READ.
       1260-EXIT.
           EXIT.
      *    accepted for tonight's business date from TRANREG into
      *    the table 2500-CHECK-TRAILER matches against.  A missing
      *    register (first night with this protection) is simply
      *    empty.  Older business dates are skipped unless the entry
      *    was recalled: the header date check refuses those files
      *    before the register is ever consulted, except as the
      *    redelivery of a recalled file (5250-).
      ******************************************************************
       1280-LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
       1280-EXIT.
           EXIT.

      *    An older entry that is neither recalled nor the
      *    redelivery of a recalled file (registered after the
      *    recall, so its recalled entry is already tabled) is
      *    skipped.
       1290-READ-REGISTER.
           READ REGISTER-FILE
               AT END
                   MOVE 'Y' TO REGISTER-EOF-SWITCH
                   GO TO 1290-EXIT
           END-READ
           IF TRG-BUS-DATE NOT = RUNSTMP-RUN-DATE
            AND NOT TRG-RECALLED
               MOVE TRG-SOURCE-CD TO WS-REDELIVERY-SOURCE
               MOVE TRG-BUS-DATE  TO WS-REDELIVERY-DATE
               PERFORM 5250-CHECK-REDELIVERY THRU 5250-EXIT
               IF NOT REDELIVERY-FOUND
                   GO TO 1290-EXIT
               END-IF
           END-IF
           IF WS-REGISTER-COUNT NOT LESS THAN WS-REGISTER-MAX
               MOVE "REGISTER-TABLE OVERFLOW" TO WS-ABEND-MESSAGE
               MOVE REGISTER-FILE-STATUS      TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           ADD 1 TO WS-REGISTER-COUNT
           MOVE TRG-SOURCE-CD
             TO WS-REGISTER-ENT-SOURCE (WS-REGISTER-COUNT)
           MOVE TRG-RECORD-COUNT
             TO WS-REGISTER-ENT-COUNT (WS-REGISTER-COUNT)
           MOVE TRG-HASH-TOTAL
             TO WS-REGISTER-ENT-HASH (WS-REGISTER-COUNT)
           MOVE TRG-BUS-DATE
             TO WS-REGISTER-ENT-DATE (WS-REGISTER-COUNT)
           MOVE TRG-RECALL-CD
             TO WS-REGISTER-ENT-RECALL (WS-REGISTER-COUNT).
       1290-EXIT.
           EXIT.
      ******************************************************************
      *    before any edit sets a reason code into it.
       2100-EDIT-FIELDS.
           MOVE SPACES TO REJECT-RECORD
           MOVE TRAN-REGION-CD TO WS-REGION-LOOKUP-CD
           PERFORM 2150-LOOKUP-REGION THRU 2150-EXIT
           IF NOT REGION-FOUND
               MOVE "R001"                     TO REJ-REASON-CD
               GO TO 2100-EXIT
           END-IF

           PERFORM 2600-EDIT-EFFECTIVE-DATE THRU 2600-EXIT
           IF REJ-REASON-CD NOT = SPACES
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2100-EXIT
           END-IF

           IF TRAN-TYPE-TRANSFER
               PERFORM 2400-EDIT-TRANSFER THRU 2400-EXIT
               IF XFER-REJECTED
                   GO TO 2100-EXIT
               END-IF
           END-IF

      *    Recycled records are prior nights' arrivals -- matching
      *    one of tonight's details is resubmission, not a
      *    double-extract -- so only fresh details duplicate-check.
      *    Items released from the warehouse (TRANFIL6) were checked
      *    the night they arrived and are outside it the same way,
      *    as are RECALL's reversals (TRANFIL7), which repeat
      *    whatever repeated in the file they reverse.
           IF NOT RECYCLE-EDIT-MODE
            AND NOT DUP-CHECK-SUSPENDED
            AND WS-CURRENT-SOURCE NOT = '06'
            AND WS-CURRENT-SOURCE NOT = '07'
               PERFORM 2190-CHECK-DUPLICATE THRU 2190-EXIT
               IF DUP-FOUND
                   MOVE "R006"                 TO REJ-REASON-CD
       2100-EXIT.
           EXIT.
      ******************************************************************
      *    2150-LOOKUP-REGION -- WS-REGION-LOOKUP-CD (the caller
      *    moves TRAN-REGION-CD or TRAN-XFER-REGION-CD there) against
      *    the table loaded from VALIDRGN in 1100-LOAD-REGION.
      ******************************************************************
       2150-LOOKUP-REGION.
           MOVE 'N'  TO REGION-FOUND-SWITCH

       2160-LOOKUP-NEXT.
           ADD 1 TO WS-REGION-SUB
           IF WS-REGION-LOOKUP-CD
                = WS-REGION-ENTRY-CD (WS-REGION-SUB)
               MOVE 'Y' TO REGION-FOUND-SWITCH
           END-IF.
       2160-EXIT.
      ******************************************************************
      *    2190-CHECK-DUPLICATE -- the detail's signature (TRAN-KEY
      *    plus the amount and type bytes as delivered, positions
      *    20-31 of the record, and the counter-account, spaces but
      *    on a transfer) against the details already seen in
      *    this file; a first occurrence joins the table, a repeat
      *    sets DUP-FOUND for the R006 reject.
      ******************************************************************
           MOVE TRAN-KEY          TO WS-DUP-KEY
           MOVE TRAN-RECORD (20:12)
                                  TO WS-DUP-AMT-TYPE
           MOVE TRAN-XFER-KEY     TO WS-DUP-XFER-KEY
           MOVE ZERO              TO WS-SEEN-SUB
           PERFORM 2195-DUP-NEXT THRU 2195-EXIT
               UNTIL DUP-FOUND
      *    The trailer hash accumulates the amount converted to base
      *    currency at the rate 2170-LOOKUP-CURRENCY left, the same
      *    conversion SECTIONS performs at posting time, so both
      *    sides of the balance are in one unit.  A transfer goes
      *    out as its two legs, each counted and hashed like any
      *    other TRANVAL detail.  A future-dated item goes to the
      *    warehouse whole instead -- a transfer is split into its
      *    legs on the night it is released.  A provider detail
      *    counts once, as delivered, into its file's accepted
      *    acknowledgement totals; a recycled reject that passes
      *    tonight is acknowledged to its provider instead (a
      *    released held item, recycle count zero, was never a
      *    reject and gets no notice).
      ******************************************************************
       2200-WRITE-VALID.
           IF RECYCLE-EDIT-MODE
               IF WS-RECYCLE-COUNT > ZERO
                   MOVE 'A'                   TO WS-NOTICE-CD
                   MOVE SPACES                TO WS-NOTICE-REASON-CD
                   MOVE "ACCEPTED ON RECYCLE" TO WS-NOTICE-REASON-TEXT
                   PERFORM 2350-WRITE-NOTICE THRU 2350-EXIT
               END-IF
           ELSE
               ADD 1           TO WS-ACK-ACC-COUNT (WS-FILE-SUB)
               ADD TRAN-AMOUNT TO WS-ACK-ACC-HASH (WS-FILE-SUB)
           END-IF
           COMPUTE WS-BASE-AMOUNT ROUNDED
               = TRAN-AMOUNT * WS-CURR-RATE
           IF EFFECTIVE-FUTURE
               PERFORM 2270-WRITE-WAREHOUSE THRU 2270-EXIT
               GO TO 2200-EXIT
           END-IF
           IF TRAN-TYPE-TRANSFER
               PERFORM 2250-WRITE-TRANSFER THRU 2250-EXIT
               GO TO 2200-EXIT
           END-IF
           PERFORM 2210-WRITE-VALID-RECORD THRU 2210-EXIT.
       2200-EXIT.
           EXIT.
      ******************************************************************
      *    2210-WRITE-VALID-RECORD -- TRAN-RECORD onto TRANVAL, into
      *    the valid count and the base-currency hash.
      ******************************************************************
       2210-WRITE-VALID-RECORD.
           WRITE VALID-TRAN-RECORD FROM TRAN-RECORD
           IF NOT VALID-TRAN-FILE-OK
               MOVE "VALID-TRAN-RECORD WRITE FAILED"
           END-IF
           ADD 1 TO WS-TRANS-VALID
           ADD WS-BASE-AMOUNT TO WS-VALID-HASH.
       2210-EXIT.
           EXIT.
      ******************************************************************
      *    2250-WRITE-TRANSFER -- the two legs of a valid transfer
      *    under one new reference.  The from-leg keeps the record's
      *    own TRAN-KEY; the to-leg swaps in the counter-account as
      *    TRAN-KEY (and the from-account as the counter) so
      *    SORTTRAN files it under the credited account's region.
      *    SECTIONS posts both accounts from the from-leg and
      *    reports each leg under its own region.
      ******************************************************************
       2250-WRITE-TRANSFER.
           ADD 1              TO WS-XFER-REF-SEQ
           ADD 1              TO WS-TRANSFERS-VALID
           MOVE WS-XFER-REF   TO TRAN-XFER-REF
           MOVE 'F'           TO TRAN-XFER-LEG
           PERFORM 2210-WRITE-VALID-RECORD THRU 2210-EXIT

           MOVE TRAN-KEY      TO WS-XFER-FROM-KEY
           MOVE TRAN-XFER-KEY TO TRAN-KEY
           MOVE WS-XFER-FROM-KEY
                              TO TRAN-XFER-KEY
           MOVE 'T'           TO TRAN-XFER-LEG
           PERFORM 2210-WRITE-VALID-RECORD THRU 2210-EXIT.
       2250-EXIT.
           EXIT.
      ******************************************************************
      *    2270-WRITE-WAREHOUSE -- a clean future-dated item onto
      *    WHSNEW under tonight's next warehouse id, with its base
      *    amount for WHSREL's pending totals.  The image is the
      *    record as edited, provider source stamped.
      ******************************************************************
       2270-WRITE-WAREHOUSE.
           ADD 1                   TO WS-WHS-ID-SEQ
           MOVE SPACES             TO WAREHOUSE-RECORD
           MOVE WS-WHS-ID          TO WHS-WAREHOUSE-ID
           MOVE TRAN-EFFECTIVE-DATE
                                   TO WHS-EFFECTIVE-DATE
           MOVE RUNSTMP-RUN-DATE   TO WHS-RECEIVED-DATE
           MOVE RUNSTMP-RUN-STAMP  TO WHS-RUN-STAMP
           MOVE TRAN-SOURCE-CD     TO WHS-SOURCE-CD
           MOVE TRAN-ACCOUNT-ID    TO WHS-ACCOUNT-ID
           MOVE WS-BASE-AMOUNT     TO WHS-BASE-AMOUNT
           MOVE TRAN-RECORD        TO WHS-TRAN-IMAGE
           WRITE WAREHOUSE-RECORD
           IF NOT WAREHOUSE-FILE-OK
               MOVE "WAREHOUSE-RECORD WRITE FAILED"
                                         TO WS-ABEND-MESSAGE
               MOVE WAREHOUSE-FILE-STATUS TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           ADD 1              TO WS-TRANS-WAREHOUSED
           ADD WS-BASE-AMOUNT TO WS-WAREHOUSED-AMOUNT.
       2270-EXIT.
           EXIT.
      ******************************************************************
      *    2300-WRITE-REJECT -- reason code plus the record image as
      *    it arrived, for the provider to fix and resubmit.  The
      *    provider is sent a rejected notice; a provider detail
      *    also counts into its file's rejected acknowledgement
      *    totals (a non-numeric amount into the count only).
      ******************************************************************
       2300-WRITE-REJECT.
           MOVE RUNSTMP-RUN-STAMP  TO REJ-RUN-STAMP
               MOVE REJECT-FILE-STATUS           TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           ADD 1 TO WS-TRANS-REJECTED
           MOVE 'R'             TO WS-NOTICE-CD
           MOVE REJ-REASON-CD   TO WS-NOTICE-REASON-CD
           MOVE REJ-REASON-TEXT TO WS-NOTICE-REASON-TEXT
           PERFORM 2350-WRITE-NOTICE THRU 2350-EXIT
           IF RECYCLE-EDIT-MODE
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-ACK-REJ-COUNT (WS-FILE-SUB)
           IF TRAN-AMOUNT NUMERIC
               ADD TRAN-AMOUNT TO WS-ACK-REJ-HASH (WS-FILE-SUB)
           END-IF.
       2300-EXIT.
           EXIT.
      ******************************************************************
      *    2350-WRITE-NOTICE -- the record in TRAN-RECORD as an
      *    acknowledgement notice onto ACKWORK, under its own source
      *    code; the caller sets WS-NOTICE-FIELDS.
      ******************************************************************
       2350-WRITE-NOTICE.
           MOVE SPACES                TO ACK-RECORD
           MOVE 'D'                   TO ACK-REC-TYPE
           MOVE TRAN-SOURCE-CD        TO ACK-SOURCE-CD
           MOVE WS-NOTICE-CD          TO ACK-NOTICE-CD
           MOVE WS-NOTICE-REASON-CD   TO ACK-REASON-CD
           MOVE WS-NOTICE-REASON-TEXT TO ACK-REASON-TEXT
           MOVE WS-RECYCLE-COUNT      TO ACK-RECYCLE-COUNT
           MOVE TRAN-RECORD           TO ACK-TRAN-IMAGE
           WRITE ACK-WORK-REC FROM ACK-RECORD
           IF NOT ACK-WORK-OK
               MOVE "ACK-WORK-REC WRITE FAILED" TO WS-ABEND-MESSAGE
               MOVE ACK-WORK-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       2350-EXIT.
           EXIT.
      ******************************************************************
      *    2400-EDIT-TRANSFER -- the extra edits for a transfer, most
      *    significant first; the first failure writes the reject
      *    and sets XFER-REJECTED.  Both accounts must be usable or
      *    the whole transfer is refused -- SECTIONS must never meet
      *    a transfer it can post only one leg of.
      ******************************************************************
       2400-EDIT-TRANSFER.
           MOVE 'N' TO XFER-REJECT-SWITCH

           IF TRAN-XFER-ACCOUNT-ID = SPACES
            OR TRAN-XFER-REGION-CD = SPACES
               MOVE "R007"                     TO REJ-REASON-CD
               MOVE "TRANSFER TO-ACCOUNT MISSING"
                                               TO REJ-REASON-TEXT
               GO TO 2400-REJECT
           END-IF

           IF TRAN-XFER-ACCOUNT-ID = TRAN-ACCOUNT-ID
               MOVE "R008"                     TO REJ-REASON-CD
               MOVE "TRANSFER TO SAME ACCOUNT" TO REJ-REASON-TEXT
               GO TO 2400-REJECT
           END-IF

           MOVE TRAN-XFER-REGION-CD TO WS-REGION-LOOKUP-CD
           PERFORM 2150-LOOKUP-REGION THRU 2150-EXIT
           IF NOT REGION-FOUND
               MOVE "R009"                     TO REJ-REASON-CD
               MOVE "TO-REGION NOT ON VALIDRGN"
                                               TO REJ-REASON-TEXT
               GO TO 2400-REJECT
           END-IF

           IF TRAN-AMOUNT NOT > ZERO
               MOVE "R010"                     TO REJ-REASON-CD
               MOVE "TRANSFER AMOUNT NOT POSITIVE"
                                               TO REJ-REASON-TEXT
               GO TO 2400-REJECT
           END-IF

           IF NOT ACCT-BAL-PRESENT
               GO TO 2400-EXIT
           END-IF

           MOVE TRAN-ACCOUNT-ID TO ABM-ACCOUNT-ID
           PERFORM 2450-READ-ACCOUNT THRU 2450-EXIT
           IF ACCT-BAL-NOT-FOUND
               MOVE "R011"                     TO REJ-REASON-CD
               MOVE "FROM-ACCOUNT NOT ON ACCTBAL"
                                               TO REJ-REASON-TEXT
               GO TO 2400-REJECT
           END-IF

           MOVE TRAN-XFER-ACCOUNT-ID TO ABM-ACCOUNT-ID
           PERFORM 2450-READ-ACCOUNT THRU 2450-EXIT
           IF ACCT-BAL-NOT-FOUND
               MOVE "R012"                     TO REJ-REASON-CD
               MOVE "TO-ACCOUNT NOT ON ACCTBAL"
                                               TO REJ-REASON-TEXT
               GO TO 2400-REJECT
           END-IF
           GO TO 2400-EXIT.
       2400-REJECT.
           MOVE 'Y' TO XFER-REJECT-SWITCH
           PERFORM 2300-WRITE-REJECT THRU 2300-EXIT.
       2400-EXIT.
           EXIT.
      ******************************************************************
      *    2450-READ-ACCOUNT -- ACCTBAL keyed read for the transfer
      *    account check; not-found is the caller's to judge.
      ******************************************************************
       2450-READ-ACCOUNT.
           READ ACCT-BAL-FILE
               KEY IS ABM-ACCOUNT-ID
           IF NOT ACCT-BAL-OK
            AND NOT ACCT-BAL-NOT-FOUND
               MOVE "ACCT-BAL-FILE READ FAILED" TO WS-ABEND-MESSAGE
               MOVE ACCT-BAL-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       2450-EXIT.
           EXIT.
      ******************************************************************
      *    2500-CHECK-TRAILER -- balance the detail count and the
      *    TRAN-AMOUNT hash total accumulated above against this
      *    file's trailer, then clear the verified signature against
               GO TO 2500-EXIT
           END-IF
           MOVE TRAN-RECORD TO TRAN-TRAILER-RECORD
           IF TRAN-TRL-RECORD-COUNT NUMERIC
               MOVE TRAN-TRL-RECORD-COUNT
                                 TO WS-ACK-TRL-COUNT (WS-FILE-SUB)
           END-IF
           IF TRAN-TRL-HASH-TOTAL NUMERIC
               MOVE TRAN-TRL-HASH-TOTAL
                                 TO WS-ACK-TRL-HASH (WS-FILE-SUB)
           END-IF
           IF TRAN-TRL-RECORD-COUNT NOT NUMERIC
               MOVE "TRAILER RECORD COUNT NOT NUMERIC"
                                             TO WS-FAIL-REASON
      ******************************************************************
      *    2550-CHECK-REGISTER -- the verified trailer signature
      *    (provider, count, hash) against the files already
      *    registered for the file's business date; the caller
      *    decides what a match means.  A recalled entry never
      *    matches -- its postings have been reversed.
      ******************************************************************
       2550-CHECK-REGISTER.
           MOVE 'N'  TO REGISTER-MATCH-SWITCH
           ADD 1 TO WS-REGISTER-SUB
           IF WS-CURRENT-SOURCE
                = WS-REGISTER-ENT-SOURCE (WS-REGISTER-SUB)
            AND TRAN-HDR-BUS-DATE
                = WS-REGISTER-ENT-DATE (WS-REGISTER-SUB)
            AND WS-REGISTER-ENT-RECALL (WS-REGISTER-SUB) NOT = 'R'
            AND WS-FILE-TRL-COUNT
                = WS-REGISTER-ENT-COUNT (WS-REGISTER-SUB)
            AND WS-FILE-TRL-HASH
       2560-EXIT.
           EXIT.
      ******************************************************************
      *    2600-EDIT-EFFECTIVE-DATE -- TRAN-EFFECTIVE-DATE: spaces or
      *    a date up to the business date posts tonight; a later
      *    date must be a business day on BUSCAL and sets
      *    EFFECTIVE-FUTURE for the warehouse.  A failure leaves its
      *    reason in REJ-REASON-CD/REJ-REASON-TEXT for the caller.
      ******************************************************************
       2600-EDIT-EFFECTIVE-DATE.
           MOVE 'N' TO EFFECTIVE-FUTURE-SWITCH
           IF TRAN-EFFECTIVE-TONIGHT
               GO TO 2600-EXIT
           END-IF
           MOVE TRAN-EFFECTIVE-DATE TO DATEWRK-DATE
           PERFORM 0910-DATE-TO-DAYS THRU 0910-EXIT
           IF NOT DATEWRK-VALID
               MOVE "R013"                     TO REJ-REASON-CD
               MOVE "EFFECTIVE DATE INVALID"   TO REJ-REASON-TEXT
               GO TO 2600-EXIT
           END-IF
           IF TRAN-EFFECTIVE-DATE NOT > RUNSTMP-RUN-DATE
               GO TO 2600-EXIT
           END-IF
           IF CALENDAR-PRESENT
               PERFORM 2650-FIND-CAL-DATE THRU 2650-EXIT
               IF NOT CAL-ENTRY-FOUND
                   MOVE "R014"                 TO REJ-REASON-CD
                   MOVE "EFFECTIVE DATE NOT ON BUSCAL"
                                               TO REJ-REASON-TEXT
                   GO TO 2600-EXIT
               END-IF
               IF WS-CAL-ENT-TYPE (WS-CAL-SUB) NOT = 'B'
                   MOVE "R015"                 TO REJ-REASON-CD
                   MOVE "EFFECTIVE DATE IS A HOLIDAY"
                                               TO REJ-REASON-TEXT
                   GO TO 2600-EXIT
               END-IF
           END-IF
           MOVE 'Y' TO EFFECTIVE-FUTURE-SWITCH.
       2600-EXIT.
           EXIT.
      ******************************************************************
      *    2650-FIND-CAL-DATE -- TRAN-EFFECTIVE-DATE looked up in the
      *    future calendar table; WS-CAL-SUB points at the entry when
      *    found.
      ******************************************************************
       2650-FIND-CAL-DATE.
           MOVE 'N'  TO CAL-ENTRY-FOUND-SWITCH
           MOVE ZERO TO WS-CAL-SUB
           PERFORM 2660-FIND-CAL-NEXT THRU 2660-EXIT
               UNTIL CAL-ENTRY-FOUND
                  OR WS-CAL-SUB NOT LESS THAN WS-CAL-COUNT.
       2650-EXIT.
           EXIT.

       2660-FIND-CAL-NEXT.
           ADD 1 TO WS-CAL-SUB
           IF WS-CAL-ENT-DATE (WS-CAL-SUB) = TRAN-EFFECTIVE-DATE
               MOVE 'Y' TO CAL-ENTRY-FOUND-SWITCH
           END-IF.
       2660-EXIT.
           EXIT.
      ******************************************************************
      *    3000-EDIT-RECYCLE -- one RECYCIN record through the same
      *    field edits as a fresh detail.  The carried recycle count
      *    rides WS-RECYCLE-COUNT so a repeat failure keeps its age
      *    TRANREJ, so no volume is ever held in storage.
      ******************************************************************
       5000-EDIT-ONE-FILE.
           MOVE 'N'                 TO WS-ACK-VERDICT-CD (WS-FILE-SUB)
           MOVE "FILE NOT RECEIVED" TO WS-ACK-VERDICT-TEXT (WS-FILE-SUB)
           MOVE SPACES              TO WS-ACK-FILE-DATE (WS-FILE-SUB)
           MOVE ZERO                TO WS-ACK-RECEIVED (WS-FILE-SUB)
                                       WS-ACK-TRL-COUNT (WS-FILE-SUB)
                                       WS-ACK-TRL-HASH (WS-FILE-SUB)
                                       WS-ACK-ACC-COUNT (WS-FILE-SUB)
                                       WS-ACK-ACC-HASH (WS-FILE-SUB)
                                       WS-ACK-REJ-COUNT (WS-FILE-SUB)
                                       WS-ACK-REJ-HASH (WS-FILE-SUB)
           PERFORM 5050-OPEN-PROVIDER THRU 5050-EXIT
           IF NOT FILE-PRESENT
               GO TO 5000-EXIT
           PERFORM 5450-CLOSE-CURRENT THRU 5450-EXIT
           IF FILE-FAILED
               ADD 1 TO WS-FILES-FAILED
               MOVE 'R'            TO WS-ACK-VERDICT-CD (WS-FILE-SUB)
               MOVE WS-FAIL-REASON TO WS-ACK-VERDICT-TEXT (WS-FILE-SUB)
               DISPLAY "TRANEDIT " WS-CURRENT-DDNAME " EXCLUDED - "
                       "NO RECORDS TAKEN"
               GO TO 5000-EXIT
           END-IF
           MOVE 'A'             TO WS-ACK-VERDICT-CD (WS-FILE-SUB)
           MOVE "FILE ACCEPTED" TO WS-ACK-VERDICT-TEXT (WS-FILE-SUB)
           PERFORM 5050-OPEN-PROVIDER THRU 5050-EXIT
           MOVE 'N' TO TRAN-EOF-SWITCH
           PERFORM 5700-EDIT-ONE-RECORD THRU 5700-EXIT
      *    TRANFILE (provider 01) is tonight's primary and must be
      *    there; TRANFIL2/TRANFIL3 are optional second and third
      *    providers, skipped without complaint when not delivered.
      *    TRANFIL4 carries tonight's standing-order items from
      *    SOGEN and is optional the same way, as are TRANFIL5, the
      *    month-end interest items from INTACCR, and TRANFIL6, the
      *    future-dated items WHSREL releases from the warehouse,
      *    and TRANFIL7, the reversals RECALL writes for a recalled
      *    provider file.
      ******************************************************************
       5050-OPEN-PROVIDER.
           MOVE 'N' TO FILE-PRESENT-SWITCH
                       END-IF
                       MOVE 'Y' TO FILE-PRESENT-SWITCH
                   END-IF
               WHEN 4
                   MOVE "TRANFIL4" TO WS-CURRENT-DDNAME
                   MOVE "04"       TO WS-CURRENT-SOURCE
                   OPEN INPUT TRAN-FILE4
                   IF TRAN-FILE4-NOT-FOUND
                       DISPLAY "TRANEDIT TRANFIL4 NOT PRESENT - "
                               "SKIPPED"
                   ELSE
                       IF NOT TRAN-FILE4-OK
                           MOVE "TRAN-FILE4 OPEN FAILED"
                                             TO WS-ABEND-MESSAGE
                           MOVE TRAN-FILE4-STATUS
                                             TO WS-ABEND-STATUS
                           PERFORM 9999-FILE-ABEND THRU 9999-EXIT
                       END-IF
                       MOVE 'Y' TO FILE-PRESENT-SWITCH
                   END-IF
               WHEN 5
                   MOVE "TRANFIL5" TO WS-CURRENT-DDNAME
                   MOVE "05"       TO WS-CURRENT-SOURCE
                   OPEN INPUT TRAN-FILE5
                   IF TRAN-FILE5-NOT-FOUND
                       DISPLAY "TRANEDIT TRANFIL5 NOT PRESENT - "
                               "SKIPPED"
                   ELSE
                       IF NOT TRAN-FILE5-OK
                           MOVE "TRAN-FILE5 OPEN FAILED"
                                             TO WS-ABEND-MESSAGE
                           MOVE TRAN-FILE5-STATUS
                                             TO WS-ABEND-STATUS
                           PERFORM 9999-FILE-ABEND THRU 9999-EXIT
                       END-IF
                       MOVE 'Y' TO FILE-PRESENT-SWITCH
                   END-IF
               WHEN 6
                   MOVE "TRANFIL6" TO WS-CURRENT-DDNAME
                   MOVE "06"       TO WS-CURRENT-SOURCE
                   OPEN INPUT TRAN-FILE6
                   IF TRAN-FILE6-NOT-FOUND
                       DISPLAY "TRANEDIT TRANFIL6 NOT PRESENT - "
                               "SKIPPED"
                   ELSE
                       IF NOT TRAN-FILE6-OK
                           MOVE "TRAN-FILE6 OPEN FAILED"
                                             TO WS-ABEND-MESSAGE
                           MOVE TRAN-FILE6-STATUS
                                             TO WS-ABEND-STATUS
                           PERFORM 9999-FILE-ABEND THRU 9999-EXIT
                       END-IF
                       MOVE 'Y' TO FILE-PRESENT-SWITCH
                   END-IF
               WHEN 7
                   MOVE "TRANFIL7" TO WS-CURRENT-DDNAME
                   MOVE "07"       TO WS-CURRENT-SOURCE
                   OPEN INPUT TRAN-FILE7
                   IF TRAN-FILE7-NOT-FOUND
                       DISPLAY "TRANEDIT TRANFIL7 NOT PRESENT - "
                               "SKIPPED"
                   ELSE
                       IF NOT TRAN-FILE7-OK
                           MOVE "TRAN-FILE7 OPEN FAILED"
                                             TO WS-ABEND-MESSAGE
                           MOVE TRAN-FILE7-STATUS
                                             TO WS-ABEND-STATUS
                           PERFORM 9999-FILE-ABEND THRU 9999-EXIT
                       END-IF
                       MOVE 'Y' TO FILE-PRESENT-SWITCH
                   END-IF
           END-EVALUATE.
       5050-EXIT.
           EXIT.
                       AT END
                           MOVE 'Y' TO TRAN-EOF-SWITCH
                   END-READ
               WHEN 4
                   READ TRAN-FILE4 INTO TRAN-RECORD
                       AT END
                           MOVE 'Y' TO TRAN-EOF-SWITCH
                   END-READ
               WHEN 5
                   READ TRAN-FILE5 INTO TRAN-RECORD
                       AT END
                           MOVE 'Y' TO TRAN-EOF-SWITCH
                   END-READ
               WHEN 6
                   READ TRAN-FILE6 INTO TRAN-RECORD
                       AT END
                           MOVE 'Y' TO TRAN-EOF-SWITCH
                   END-READ
               WHEN 7
                   READ TRAN-FILE7 INTO TRAN-RECORD
                       AT END
                           MOVE 'Y' TO TRAN-EOF-SWITCH
                   END-READ
           END-EVALUATE.
       5100-EXIT.
           EXIT.
      *    file must be its header, and the header's business date
      *    must be the expected business date, so a truncated
      *    delivery or yesterday's leftover file fails here -- the
      *    file alone, not the night.  The one earlier date allowed
      *    is the redelivery of a file RECALL has recalled (5250-).
      ******************************************************************
       5200-CHECK-FILE-HEADER.
           PERFORM 5100-READ-PROVIDER THRU 5100-EXIT
               PERFORM 5900-FAIL-FILE THRU 5900-EXIT
               GO TO 5200-EXIT
           END-IF
           MOVE TRAN-HDR-BUS-DATE TO WS-ACK-FILE-DATE (WS-FILE-SUB)
           IF TRAN-HDR-BUS-DATE = RUNSTMP-RUN-DATE
               GO TO 5200-EXIT
           END-IF
           IF TRAN-HDR-BUS-DATE < RUNSTMP-RUN-DATE
               MOVE WS-CURRENT-SOURCE TO WS-REDELIVERY-SOURCE
               MOVE TRAN-HDR-BUS-DATE TO WS-REDELIVERY-DATE
               PERFORM 5250-CHECK-REDELIVERY THRU 5250-EXIT
               IF REDELIVERY-FOUND
                   DISPLAY "TRANEDIT " WS-CURRENT-DDNAME
                           " HEADER DATE " TRAN-HDR-BUS-DATE
                           " - REDELIVERY OF A RECALLED FILE"
                   GO TO 5200-EXIT
               END-IF
           END-IF
           DISPLAY "TRANEDIT " WS-CURRENT-DDNAME
                   " HEADER DATE " TRAN-HDR-BUS-DATE
                   " RUN DATE " RUNSTMP-RUN-DATE
           MOVE "BUSINESS DATE MISMATCH" TO WS-FAIL-REASON
           PERFORM 5900-FAIL-FILE THRU 5900-EXIT.
       5200-EXIT.
           EXIT.
      ******************************************************************
      *    5250-CHECK-REDELIVERY -- is there a recalled TRANREG entry
      *    for WS-REDELIVERY-SOURCE and WS-REDELIVERY-DATE?  For a
      *    provider file's header, the file is then that one
      *    redelivered, and balances and registers under its own
      *    date like any other.
      ******************************************************************
       5250-CHECK-REDELIVERY.
           MOVE 'N'  TO REDELIVERY-SWITCH
           MOVE ZERO TO WS-REGISTER-SUB
           PERFORM 5260-REDELIVERY-NEXT THRU 5260-EXIT
               UNTIL REDELIVERY-FOUND
                  OR WS-REGISTER-SUB NOT LESS THAN WS-REGISTER-COUNT.
       5250-EXIT.
           EXIT.

       5260-REDELIVERY-NEXT.
           ADD 1 TO WS-REGISTER-SUB
           IF WS-REDELIVERY-SOURCE
                = WS-REGISTER-ENT-SOURCE (WS-REGISTER-SUB)
            AND WS-REDELIVERY-DATE
                = WS-REGISTER-ENT-DATE (WS-REGISTER-SUB)
            AND WS-REGISTER-ENT-RECALL (WS-REGISTER-SUB) = 'R'
               MOVE 'Y' TO REDELIVERY-SWITCH
           END-IF.
       5260-EXIT.
           EXIT.
      ******************************************************************
      *    5300-BALANCE-ONE-RECORD -- pass one: count and hash one
      *    record of the current file, the trailer to the balancing
      *    check, stray headers and post-trailer records fail the
      *    file.  Nothing is edited or written in this pass.  A
      *    failed file is still read through to end-of-file, its
      *    details counted as received for the acknowledgement.
      ******************************************************************
       5300-BALANCE-ONE-RECORD.
           PERFORM 5100-READ-PROVIDER THRU 5100-EXIT
               GO TO 5300-EXIT
           END-IF
           ADD 1 TO WS-TRANS-READ
           IF TRAN-REGION-CD NOT = 'HDR'
            AND TRAN-REGION-CD NOT = 'TRL'
               ADD 1 TO WS-ACK-RECEIVED (WS-FILE-SUB)
           END-IF
           IF FILE-FAILED
               GO TO 5300-EXIT
           END-IF
                   CLOSE TRAN-FILE2
               WHEN 3
                   CLOSE TRAN-FILE3
               WHEN 4
                   CLOSE TRAN-FILE4
               WHEN 5
                   CLOSE TRAN-FILE5
               WHEN 6
                   CLOSE TRAN-FILE6
               WHEN 7
                   CLOSE TRAN-FILE7
           END-EVALUATE.
       5450-EXIT.
           EXIT.
      ******************************************************************
      *    5700-EDIT-ONE-RECORD -- pass two: one record of the
      *    accepted file through the field edits and straight onto
      *    TRANVAL or TRANREJ, stamped with its provider source and
      *    its file's business date.  The header and trailer were
      *    verified in pass one and are skipped here.  A warehouse
      *    release (TRANFIL6) already carries the source and file
      *    date it arrived under and keeps them, like a recycle; an
      *    image without them takes TRANFIL6's.
      ******************************************************************
       5700-EDIT-ONE-RECORD.
           PERFORM 5100-READ-PROVIDER THRU 5100-EXIT
            OR TRAN-REGION-CD = 'TRL'
               GO TO 5700-EXIT
           END-IF
           IF WS-CURRENT-SOURCE NOT = '06'
            OR TRAN-SOURCE-CD = SPACES
               MOVE WS-CURRENT-SOURCE TO TRAN-SOURCE-CD
               MOVE TRAN-HDR-BUS-DATE TO TRAN-FILE-DATE
           END-IF
           IF TRAN-FILE-DATE = SPACES
               MOVE TRAN-HDR-BUS-DATE TO TRAN-FILE-DATE
           END-IF
           PERFORM 2100-EDIT-FIELDS THRU 2100-EXIT.
       5700-EXIT.
           EXIT.
           EXIT.
      ******************************************************************
      *    8000-TERMINATE -- write TRANVAL's combined trailer over
      *    everything that passed, the providers' acknowledgement
      *    files, control totals to the log, close down.  A failed
      *    provider file warns COND CODE 4; a night where every
      *    present file failed abends -- after the acknowledgements
      *    have told the providers why.
      ******************************************************************
       8000-TERMINATE.
           MOVE SPACES          TO TRAN-TRAILER-RECORD
           END-IF

           CLOSE VALID-TRAN-FILE
           CLOSE WAREHOUSE-FILE
           CLOSE REJECT-FILE
           IF NOT RECYCLE-FILE-NOT-FOUND
               CLOSE RECYCLE-FILE
           END-IF
           IF ACCT-BAL-PRESENT
               CLOSE ACCT-BAL-FILE
           END-IF
           CLOSE ACK-WORK-FILE

           PERFORM 8200-WRITE-ACKS THRU 8200-EXIT

           DISPLAY "TRANEDIT FILES PRESENT:    " WS-FILES-PRESENT
           DISPLAY "TRANEDIT FILES ACCEPTED:   " WS-FILES-ACCEPTED
           DISPLAY "TRANEDIT RECORDS RECYCLED: " WS-TRANS-RECYCLED
           DISPLAY "TRANEDIT RECORDS VALID:    " WS-TRANS-VALID
           DISPLAY "TRANEDIT RECORDS REJECTED: " WS-TRANS-REJECTED
           DISPLAY "TRANEDIT TRANSFERS VALID:  " WS-TRANSFERS-VALID
           DISPLAY "TRANEDIT WAREHOUSED:       " WS-TRANS-WAREHOUSED
           DISPLAY "TRANEDIT ACK NOTICES:      " WS-ACK-NOTICES-TOTAL

           PERFORM 9700-OPEN-CTL-TOTALS THRU 9700-EXIT
           MOVE "FILES PRESENT"    TO CTL-LABEL
           MOVE "RECORDS REJECTED" TO CTL-LABEL
           MOVE WS-TRANS-REJECTED  TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "TRANSFERS VALID"  TO CTL-LABEL
           MOVE WS-TRANSFERS-VALID TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "RECORDS WAREHOUSED" TO CTL-LABEL
           MOVE WS-TRANS-WAREHOUSED TO CTL-COUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           MOVE "WAREHOUSED AMOUNT" TO CTL-LABEL
           MOVE WS-WAREHOUSED-AMOUNT TO CTL-AMOUNT
           PERFORM 9800-WRITE-CTL-TOTAL THRU 9800-EXIT
           CLOSE CTL-TOTAL-FILE

           IF WS-FILES-FAILED > ZERO
       8100-EXIT.
           EXIT.
      ******************************************************************
      *    8200-WRITE-ACKS -- one acknowledgement file per provider
      *    source, TRANACK1 for TRANFILE through TRANACK7, written
      *    every night whether the provider delivered or not.  Each
      *    carries its header, the notices for that source and a
      *    trailer.  RCYNOTE (TRANRCYC's recycle and retirement
      *    notices) is optional like RECYCIN.
      ******************************************************************
       8200-WRITE-ACKS.
           OPEN INPUT RECYCLE-NOTICE-FILE
           IF RECYCLE-NOTICE-NOT-FOUND
               DISPLAY "TRANEDIT RCYNOTE NOT PRESENT - "
                       "NO RECYCLE NOTICES"
           ELSE
               IF NOT RECYCLE-NOTICE-OK
                   MOVE "RECYCLE-NOTICE-FILE OPEN FAILED"
                                             TO WS-ABEND-MESSAGE
                   MOVE RECYCLE-NOTICE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
               MOVE 'Y' TO RECYCLE-NOTICE-PRESENT-SW
               CLOSE RECYCLE-NOTICE-FILE
           END-IF
           PERFORM 8210-WRITE-ONE-ACK THRU 8210-EXIT
               VARYING WS-ACK-SUB FROM 1 BY 1
               UNTIL WS-ACK-SUB > WS-FILE-MAX.
       8200-EXIT.
           EXIT.
      ******************************************************************
      *    8210-WRITE-ONE-ACK -- the header from the WS-ACK-TABLE
      *    entry, then the earlier nights' notices from RCYNOTE
      *    ahead of tonight's from ACKWORK, then the trailer.
      ******************************************************************
       8210-WRITE-ONE-ACK.
           MOVE WS-ACK-SUB TO WS-ACK-SOURCE
           MOVE ZERO       TO WS-ACK-NOTICES
                              WS-ACK-REJ-NOTICES
                              WS-ACK-RCY-NOTICES
                              WS-ACK-ACC-NOTICES
                              WS-ACK-RET-NOTICES
           PERFORM 8220-OPEN-ACK THRU 8220-EXIT

           MOVE SPACES                TO ACK-RECORD
           MOVE 'H'                   TO ACK-REC-TYPE
           MOVE WS-ACK-SOURCE         TO ACK-SOURCE-CD
           MOVE RUNSTMP-RUN-DATE      TO ACK-RUN-DATE
           MOVE WS-ACK-FILE-DATE (WS-ACK-SUB)
                                      TO ACK-FILE-DATE
           MOVE WS-ACK-VERDICT-CD (WS-ACK-SUB)
                                      TO ACK-VERDICT-CD
           MOVE WS-ACK-VERDICT-TEXT (WS-ACK-SUB)
                                      TO ACK-VERDICT-TEXT
           MOVE WS-ACK-RECEIVED (WS-ACK-SUB)
                                      TO ACK-RECEIVED-COUNT
           MOVE WS-ACK-TRL-COUNT (WS-ACK-SUB)
                                      TO ACK-TRL-COUNT
           MOVE WS-ACK-TRL-HASH (WS-ACK-SUB)
                                      TO ACK-TRL-HASH
           MOVE WS-ACK-ACC-COUNT (WS-ACK-SUB)
                                      TO ACK-ACCEPTED-COUNT
           MOVE WS-ACK-ACC-HASH (WS-ACK-SUB)
                                      TO ACK-ACCEPTED-HASH
           MOVE WS-ACK-REJ-COUNT (WS-ACK-SUB)
                                      TO ACK-REJECTED-COUNT
           MOVE WS-ACK-REJ-HASH (WS-ACK-SUB)
                                      TO ACK-REJECTED-HASH
           PERFORM 8280-WRITE-ACK-RECORD THRU 8280-EXIT

           IF RECYCLE-NOTICE-PRESENT
               OPEN INPUT RECYCLE-NOTICE-FILE
               IF NOT RECYCLE-NOTICE-OK
                   MOVE "RECYCLE-NOTICE-FILE OPEN FAILED"
                                             TO WS-ABEND-MESSAGE
                   MOVE RECYCLE-NOTICE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9999-FILE-ABEND THRU 9999-EXIT
               END-IF
               MOVE 'N' TO NOTICE-EOF-SWITCH
               PERFORM 8230-READ-RECYCLE-NOTICE THRU 8230-EXIT
                   UNTIL NOTICE-AT-EOF
               CLOSE RECYCLE-NOTICE-FILE
           END-IF

           OPEN INPUT ACK-WORK-FILE
           IF NOT ACK-WORK-OK
               MOVE "ACK-WORK-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE ACK-WORK-STATUS             TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           MOVE 'N' TO NOTICE-EOF-SWITCH
           PERFORM 8240-READ-WORK-NOTICE THRU 8240-EXIT
               UNTIL NOTICE-AT-EOF
           CLOSE ACK-WORK-FILE

           MOVE SPACES                TO ACK-RECORD
           MOVE 'T'                   TO ACK-REC-TYPE
           MOVE WS-ACK-SOURCE         TO ACK-SOURCE-CD
           MOVE WS-ACK-NOTICES        TO ACK-NOTICE-COUNT
           MOVE WS-ACK-REJ-NOTICES    TO ACK-REJECT-NOTICES
           MOVE WS-ACK-RCY-NOTICES    TO ACK-RECYCLE-NOTICES
           MOVE WS-ACK-ACC-NOTICES    TO ACK-ACCEPT-NOTICES
           MOVE WS-ACK-RET-NOTICES    TO ACK-RETIRE-NOTICES
           PERFORM 8280-WRITE-ACK-RECORD THRU 8280-EXIT
           PERFORM 8290-CLOSE-ACK THRU 8290-EXIT
           ADD WS-ACK-NOTICES TO WS-ACK-NOTICES-TOTAL.
       8210-EXIT.
           EXIT.
      ******************************************************************
      *    8220-OPEN-ACK -- open the TRANACKn file of WS-ACK-SUB.
      *    Rewritten every run, so a rerun replaces the night's
      *    acknowledgement rather than adding to it.
      ******************************************************************
       8220-OPEN-ACK.
           EVALUATE WS-ACK-SUB
               WHEN 1
                   OPEN OUTPUT ACK-FILE1
               WHEN 2
                   OPEN OUTPUT ACK-FILE2
               WHEN 3
                   OPEN OUTPUT ACK-FILE3
               WHEN 4
                   OPEN OUTPUT ACK-FILE4
               WHEN 5
                   OPEN OUTPUT ACK-FILE5
               WHEN 6
                   OPEN OUTPUT ACK-FILE6
               WHEN 7
                   OPEN OUTPUT ACK-FILE7
           END-EVALUATE
           IF NOT ACK-FILE-OK
               MOVE "ACK-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE ACK-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       8220-EXIT.
           EXIT.
      ******************************************************************
      *    8230-READ-RECYCLE-NOTICE / 8240-READ-WORK-NOTICE -- the
      *    next notice off RCYNOTE or ACKWORK to 8250-ROUTE-NOTICE.
      ******************************************************************
       8230-READ-RECYCLE-NOTICE.
           READ RECYCLE-NOTICE-FILE INTO ACK-RECORD
               AT END
                   MOVE 'Y' TO NOTICE-EOF-SWITCH
               NOT AT END
                   PERFORM 8250-ROUTE-NOTICE THRU 8250-EXIT
           END-READ.
       8230-EXIT.
           EXIT.

       8240-READ-WORK-NOTICE.
           READ ACK-WORK-FILE INTO ACK-RECORD
               AT END
                   MOVE 'Y' TO NOTICE-EOF-SWITCH
               NOT AT END
                   PERFORM 8250-ROUTE-NOTICE THRU 8250-EXIT
           END-READ.
       8240-EXIT.
           EXIT.
      ******************************************************************
      *    8250-ROUTE-NOTICE -- a notice for the source being written
      *    goes onto its file and into the trailer counts.  A notice
      *    whose source is not one of the seven (a reject image that
      *    predates source stamping) goes to TRANACK1, the primary
      *    provider's.
      ******************************************************************
       8250-ROUTE-NOTICE.
           IF ACK-SOURCE-CD NOT = WS-ACK-SOURCE
               IF WS-ACK-SUB NOT = 1
                   GO TO 8250-EXIT
               END-IF
               IF ACK-SOURCE-CD NOT < '01'
                AND ACK-SOURCE-CD NOT > '07'
                   GO TO 8250-EXIT
               END-IF
           END-IF
           PERFORM 8280-WRITE-ACK-RECORD THRU 8280-EXIT
           ADD 1 TO WS-ACK-NOTICES
           EVALUATE TRUE
               WHEN ACK-NOTICE-REJECTED
                   ADD 1 TO WS-ACK-REJ-NOTICES
               WHEN ACK-NOTICE-RECYCLED
                   ADD 1 TO WS-ACK-RCY-NOTICES
               WHEN ACK-NOTICE-ACCEPTED
                   ADD 1 TO WS-ACK-ACC-NOTICES
               WHEN ACK-NOTICE-RETIRED
                   ADD 1 TO WS-ACK-RET-NOTICES
           END-EVALUATE.
       8250-EXIT.
           EXIT.
      ******************************************************************
      *    8280-WRITE-ACK-RECORD -- ACK-RECORD onto the open TRANACKn.
      ******************************************************************
       8280-WRITE-ACK-RECORD.
           EVALUATE WS-ACK-SUB
               WHEN 1
                   WRITE ACK-FILE1-REC FROM ACK-RECORD
               WHEN 2
                   WRITE ACK-FILE2-REC FROM ACK-RECORD
               WHEN 3
                   WRITE ACK-FILE3-REC FROM ACK-RECORD
               WHEN 4
                   WRITE ACK-FILE4-REC FROM ACK-RECORD
               WHEN 5
                   WRITE ACK-FILE5-REC FROM ACK-RECORD
               WHEN 6
                   WRITE ACK-FILE6-REC FROM ACK-RECORD
               WHEN 7
                   WRITE ACK-FILE7-REC FROM ACK-RECORD
           END-EVALUATE
           IF NOT ACK-FILE-OK
               MOVE "ACK-RECORD WRITE FAILED" TO WS-ABEND-MESSAGE
               MOVE ACK-FILE-STATUS           TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       8280-EXIT.
           EXIT.
      ******************************************************************
      *    8290-CLOSE-ACK -- close the TRANACKn file of WS-ACK-SUB.
      ******************************************************************
       8290-CLOSE-ACK.
           EVALUATE WS-ACK-SUB
               WHEN 1
                   CLOSE ACK-FILE1
               WHEN 2
                   CLOSE ACK-FILE2
               WHEN 3
                   CLOSE ACK-FILE3
               WHEN 4
                   CLOSE ACK-FILE4
               WHEN 5
                   CLOSE ACK-FILE5
               WHEN 6
                   CLOSE ACK-FILE6
               WHEN 7
                   CLOSE ACK-FILE7
           END-EVALUATE.
       8290-EXIT.
           EXIT.
      ******************************************************************
      *    9700-OPEN-CTL-TOTALS -- the common night totals file is
      *    opened EXTEND so every step's records accumulate for the
      *    OPSUMM end-of-night summary; the first writer of the night
