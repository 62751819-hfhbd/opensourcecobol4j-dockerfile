      ******************************************************************
      *    COPYBOOK.    ACKREC
      *    PURPOSE.     Provider acknowledgement record, written by
      *                 TRANEDIT to one TRANACKn file per provider
      *                 source each night (TRANACK1 for TRANFILE,
      *                 TRANACK2 for TRANFIL2 ... TRANACK7).  One
      *                 header (H) with the verdict on the night's
      *                 file and its counts and hash totals, the
      *                 detail notices (D) for that provider, one
      *                 trailer (T) with the notice counts.  The
      *                 detail layout is also what TRANRCYC writes
      *                 to RCYNOTE for TRANEDIT to route.  Amounts
      *                 are as the provider delivered them, so the
      *                 accepted and rejected hash totals add back
      *                 to the provider's own trailer.
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original copy member.
      ******************************************************************
       01  ACK-RECORD.
           05  ACK-REC-TYPE               PIC X(01).
               88  ACK-HEADER                     VALUE 'H'.
               88  ACK-DETAIL                     VALUE 'D'.
               88  ACK-TRAILER                    VALUE 'T'.
           05  FILLER                     PIC X(01).
           05  ACK-SOURCE-CD              PIC X(02).
           05  FILLER                     PIC X(01).
           05  ACK-BODY                   PIC X(155).
      *    Header: the night's verdict on the provider's file.
      *    'N' -- no file was delivered tonight.  'R' -- the file
      *    was refused whole (ACK-VERDICT-TEXT says why: out of
      *    balance, already processed, stale header ...) and no
      *    record of it was taken.  'A' -- accepted; every detail
      *    is either accepted or comes back as an 'R' notice.
           05  ACK-HEADER-BODY REDEFINES ACK-BODY.
               10  ACK-RUN-DATE           PIC X(10).
               10  FILLER                 PIC X(01).
               10  ACK-FILE-DATE          PIC X(10).
               10  FILLER                 PIC X(01).
               10  ACK-VERDICT-CD         PIC X(01).
                   88  ACK-FILE-ACCEPTED          VALUE 'A'.
                   88  ACK-FILE-REFUSED           VALUE 'R'.
                   88  ACK-FILE-NOT-RECEIVED      VALUE 'N'.
               10  FILLER                 PIC X(01).
               10  ACK-VERDICT-TEXT       PIC X(40).
               10  FILLER                 PIC X(01).
               10  ACK-RECEIVED-COUNT     PIC 9(09).
               10  FILLER                 PIC X(01).
               10  ACK-TRL-COUNT          PIC 9(09).
               10  FILLER                 PIC X(01).
               10  ACK-TRL-HASH           PIC S9(11)V99.
               10  FILLER                 PIC X(01).
               10  ACK-ACCEPTED-COUNT     PIC 9(09).
               10  FILLER                 PIC X(01).
               10  ACK-ACCEPTED-HASH      PIC S9(11)V99.
               10  FILLER                 PIC X(01).
               10  ACK-REJECTED-COUNT     PIC 9(09).
               10  FILLER                 PIC X(01).
               10  ACK-REJECTED-HASH      PIC S9(11)V99.
               10  FILLER                 PIC X(09).
      *    Detail: one notice about one transaction.  'R' -- rejected
      *    by tonight's edit, to be corrected and resubmitted (it is
      *    also recycled automatically until the recycle limit).
      *    'C' -- an earlier reject re-presented tonight, night
      *    ACK-RECYCLE-COUNT.  'A' -- a re-presented item accepted.
      *    'S' -- retired to aged suspense after the last recycle;
      *    dead, never to be posted from this delivery.
           05  ACK-DETAIL-BODY REDEFINES ACK-BODY.
               10  ACK-NOTICE-CD          PIC X(01).
                   88  ACK-NOTICE-REJECTED        VALUE 'R'.
                   88  ACK-NOTICE-RECYCLED        VALUE 'C'.
                   88  ACK-NOTICE-ACCEPTED        VALUE 'A'.
                   88  ACK-NOTICE-RETIRED         VALUE 'S'.
               10  FILLER                 PIC X(01).
               10  ACK-REASON-CD          PIC X(04).
               10  FILLER                 PIC X(01).
               10  ACK-REASON-TEXT        PIC X(30).
               10  FILLER                 PIC X(01).
               10  ACK-RECYCLE-COUNT      PIC 9(02).
               10  FILLER                 PIC X(01).
               10  ACK-TRAN-IMAGE         PIC X(80).
               10  FILLER                 PIC X(34).
      *    Trailer: the detail notices written, in all and by kind.
           05  ACK-TRAILER-BODY REDEFINES ACK-BODY.
               10  ACK-NOTICE-COUNT       PIC 9(09).
               10  FILLER                 PIC X(01).
               10  ACK-REJECT-NOTICES     PIC 9(09).
               10  FILLER                 PIC X(01).
               10  ACK-RECYCLE-NOTICES    PIC 9(09).
               10  FILLER                 PIC X(01).
               10  ACK-ACCEPT-NOTICES     PIC 9(09).
               10  FILLER                 PIC X(01).
               10  ACK-RETIRE-NOTICES     PIC 9(09).
               10  FILLER                 PIC X(106).
