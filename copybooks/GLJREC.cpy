      ******************************************************************
      *    COPYBOOK.    GLJREC
      *    PURPOSE.     Record layouts for the nightly general-ledger
      *                 journal (GLJRNL) written by GLSUMM for the
      *                 ledger import: one header, then a debit line
      *                 and a credit line per summarized combination
      *                 of region, TRAN-TYPE-CD, transfer leg,
      *                 currency and POST-STATUS-CD, then a trailer
      *                 with the line count and the debit and credit
      *                 totals, which are always equal.  Amounts are
      *                 base currency and unsigned -- a combination
      *                 that nets negative swaps its two GL accounts
      *                 instead.  GLJ-CURRENCY-CD and GLJ-ORIG-AMOUNT
      *                 carry the net as delivered (spaces currency:
      *                 base).  GLJ-SUSPENSE-FLAG 'Y' marks a line
      *                 posted to the suspense account because GLMAP
      *                 had no entry for the combination.  All three
      *                 records are 120 bytes and are told apart by
      *                 'H'/'D'/'T' in the first position.
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original copy member.
      ******************************************************************
       01  GL-JOURNAL-HEADER.
           05  GLJ-HDR-ID                 PIC X(01).
               88  GLJ-HEADER-ID-OK               VALUE 'H'.
           05  FILLER                     PIC X(01).
           05  GLJ-HDR-BUS-DATE           PIC X(10).
           05  FILLER                     PIC X(01).
           05  GLJ-HDR-RUN-STAMP          PIC X(19).
           05  FILLER                     PIC X(01).
           05  GLJ-HDR-SOURCE             PIC X(08).
           05  FILLER                     PIC X(79).

       01  GL-JOURNAL-DETAIL.
           05  GLJ-ID                     PIC X(01).
               88  GLJ-DETAIL-ID-OK               VALUE 'D'.
           05  FILLER                     PIC X(01).
           05  GLJ-BUS-DATE               PIC X(10).
           05  FILLER                     PIC X(01).
           05  GLJ-LINE-NO                PIC 9(06).
           05  FILLER                     PIC X(01).
           05  GLJ-GL-ACCOUNT             PIC X(10).
           05  FILLER                     PIC X(01).
           05  GLJ-DR-CR-CD               PIC X(01).
               88  GLJ-DEBIT                      VALUE 'D'.
               88  GLJ-CREDIT                     VALUE 'C'.
           05  FILLER                     PIC X(01).
           05  GLJ-AMOUNT                 PIC 9(11)V99.
           05  FILLER                     PIC X(01).
           05  GLJ-CURRENCY-CD            PIC X(03).
           05  FILLER                     PIC X(01).
           05  GLJ-ORIG-AMOUNT            PIC S9(11)V99
                                          SIGN LEADING SEPARATE.
           05  FILLER                     PIC X(01).
           05  GLJ-REGION-CD              PIC X(03).
           05  FILLER                     PIC X(01).
           05  GLJ-TRAN-TYPE-CD           PIC X(01).
           05  FILLER                     PIC X(01).
           05  GLJ-XFER-LEG               PIC X(01).
           05  FILLER                     PIC X(01).
           05  GLJ-STATUS-CD              PIC X(01).
           05  FILLER                     PIC X(01).
           05  GLJ-SUSPENSE-FLAG          PIC X(01).
               88  GLJ-SUSPENSE                   VALUE 'Y'.
           05  FILLER                     PIC X(01).
           05  GLJ-ITEM-COUNT             PIC 9(09).
           05  FILLER                     PIC X(01).
           05  GLJ-DESCRIPTION            PIC X(20).
           05  FILLER                     PIC X(12).

       01  GL-JOURNAL-TRAILER.
           05  GLJ-TRL-ID                 PIC X(01).
               88  GLJ-TRAILER-ID-OK              VALUE 'T'.
           05  FILLER                     PIC X(01).
           05  GLJ-TRL-BUS-DATE           PIC X(10).
           05  FILLER                     PIC X(01).
           05  GLJ-TRL-LINE-COUNT         PIC 9(06).
           05  FILLER                     PIC X(01).
           05  GLJ-TRL-DEBIT-TOTAL        PIC 9(13)V99.
           05  FILLER                     PIC X(01).
           05  GLJ-TRL-CREDIT-TOTAL       PIC 9(13)V99.
           05  FILLER                     PIC X(69).
