      *                 per transaction posted to the account balance
      *                 master, plus one flagged record per
      *                 transaction whose account is not on ACCTBAL.
      *                 POST-STATUS-CD: 'P' posted, 'N' no account,
      *                 'X' transfer leg not posted because the other
      *                 leg's account failed, 'H' debit held (account
      *                 frozen or overdraft limit) and written to
      *                 HELDITEM -- POST-NEW-BALANCE is the balance
      *                 left unchanged.  A transfer posts as two
      *                 records, one per leg.
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-08-22  JW    Original copy member.
      *                      currency posting (or a record written
      *                      before this change).  Record grows by
      *                      six bytes.
      *    2026-10-15  JW    Added POST-SOURCE-CD (the provider
      *                      source code TRANEDIT stamped on the
      *                      transaction) and POST-TRAN-VALUE (the
      *                      transaction's value field as delivered)
      *                      past the end of the record, so a
      *                      posting can be traced back to what
      *                      generated it -- SOPOST matches standing
      *                      order items (source '04', order id in
      *                      the value field) this way.  Spaces in
      *                      both on records written before this
      *                      change.  Record grows by ten bytes.
      *    2026-10-15  JW    Added the transfer fields for POST-TYPE-CD
      *                      'T': POST-XFER-LEG ('F' the debited
      *                      from-account, 'T' the credited
      *                      to-account), POST-XFER-ACCOUNT-ID (the
      *                      account on the other leg) and
      *                      POST-XFER-REF (the reference TRANEDIT
      *                      gave the transfer, the same on both
      *                      legs).  Spaces on every other posting.
      *                      New POST-STATUS-CD 'X'.
      *                      Record grows by 24 bytes.
      *    2026-10-15  JW    New POST-STATUS-CD 'H' for a debit held
      *                      by SECTIONS instead of posted.
      *    2026-10-15  JW    Added POST-REGION-CD, the region the
      *                      posting reports under on BREAKRPT (a
      *                      transfer's to-leg: the to-account's
      *                      region), so the GLSUMM ledger journal
      *                      can summarize POSTACT by region.
      *                      Spaces on records written before this
      *                      change.  Record grows by four bytes.
      *    2026-10-15  JW    Added POST-FILE-DATE, the business date
      *                      of the provider file the transaction
      *                      arrived in (TRAN-FILE-DATE).  With
      *                      POST-SOURCE-CD it ties the posting back
      *                      to its TRANREG entry, so RECALL can find
      *                      everything one file posted.  Spaces on
      *                      records written before this change.
      *                      Record grows by eleven bytes.
      ******************************************************************
       01  POSTED-RECORD.
           05  POST-RUN-STAMP             PIC X(19).
           05  POST-CURRENCY-CD           PIC X(03).
           05  FILLER                     PIC X(01).
           05  POST-ORIG-AMOUNT           PIC S9(09)V99.
           05  FILLER                     PIC X(01).
           05  POST-SOURCE-CD             PIC X(02).
           05  FILLER                     PIC X(01).
           05  POST-TRAN-VALUE            PIC X(06).
           05  FILLER                     PIC X(01).
           05  POST-XFER-LEG              PIC X(01).
               88  POST-XFER-FROM-LEG             VALUE 'F'.
               88  POST-XFER-TO-LEG               VALUE 'T'.
           05  FILLER                     PIC X(01).
           05  POST-XFER-ACCOUNT-ID       PIC X(10).
           05  FILLER                     PIC X(01).
           05  POST-XFER-REF              PIC X(10).
           05  FILLER                     PIC X(01).
           05  POST-REGION-CD             PIC X(03).
           05  FILLER                     PIC X(01).
           05  POST-FILE-DATE             PIC X(10).
