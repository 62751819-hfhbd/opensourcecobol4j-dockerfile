      ******************************************************************
      *    COPYBOOK.    XFERREC
      *    PURPOSE.     Record layout for the deferred transfer credit
      *                 file (XFERDEF) written by a region partition of
      *                 SECTIONS.  A partition cannot credit a
      *                 transfer's to-account while the other
      *                 partitions are running -- the account may be
      *                 another partition's to post -- so the
      *                 from-account is debited in the partition and
      *                 the credit is carried here, one record per
      *                 transfer, for the SECTMRG merge step to apply
      *                 once every partition has finished.
      *                 XFD-TRAN-SEQ is the from-leg's TRANSRT record
      *                 number and XFD-TRAN-IMAGE the from-leg record
      *                 itself, from which the to-leg POSTACT record is
      *                 built.  XFD-BASE-AMOUNT is the amount in base
      *                 currency as the partition debited it.  A
      *                 partition restarted between writing a credit
      *                 and rewriting its debit writes it twice; SECTMRG
      *                 drops the repeat by XFD-TRAN-SEQ.
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original copy member.
      *    2026-10-15  JW    Every partition transfer credit comes here,
      *                      not only those to another region.
      ******************************************************************
       01  XFER-DEFER-RECORD.
           05  XFD-RUN-STAMP              PIC X(19).
           05  FILLER                     PIC X(01).
           05  XFD-TRAN-SEQ               PIC 9(09).
           05  FILLER                     PIC X(01).
           05  XFD-TO-ACCOUNT-ID          PIC X(10).
           05  FILLER                     PIC X(01).
           05  XFD-FROM-ACCOUNT-ID        PIC X(10).
           05  FILLER                     PIC X(01).
           05  XFD-BASE-AMOUNT            PIC S9(09)V99.
           05  FILLER                     PIC X(01).
           05  XFD-TRAN-IMAGE             PIC X(80).
